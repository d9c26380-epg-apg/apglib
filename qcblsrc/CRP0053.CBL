      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 AP    AENDERUNGSTICKET FUER DIE VERSIONSSICHERUNG  *
      *                  WIRD EINMAL JE LAUF ABGEFRAGT (CRP0042)      *
      *                                                               *
      *****************************************************************
      *
      * SICHERUNG DES ORIGINALS (CRP0042)
       01  VER-RCN                       PIC X(10) VALUE "QSETSRC".
       01  VER-RET                       PIC X(1).
       01  VER-TICKET                    PIC 9(9).

      * EINGELESENE QUELLZEILEN
       01  ZEI-MAX                       PIC 9(5)  COMP VALUE 5000.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.
           MOVE     ZEROES TO VER-TICKET.

           OPEN     INPUT PCHKHGH-DP
                          PTAGLIB-DP.
                                    VER-RCN
                                    FMT-MBR
                                    PGM-WRK
                                    VER-TICKET
                                    VER-RET
           END-CALL.
           IF       VER-RET NOT = SPACES
