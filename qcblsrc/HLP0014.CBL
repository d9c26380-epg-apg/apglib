      *                  NICHT ERLEDIGTEN MEMBER (X-LAUF-ID), AM      *
      *                  ENDE ABSCHLUSSLISTE GEAENDERT/UNGEAENDERT/   *
      *                  FEHLER JE MEMBER (HLF0014)                   *
      * 15.10.2026 AP    AENDERUNGSTICKET FUER DIE VERSIONSSICHERUNG  *
      *                  WIRD EINMAL JE LAUF ABGEFRAGT (CRP0042)      *
      *                                                               *
      *****************************************************************
      *

      * RUECKGABE DER VERSIONSSICHERUNG (CRP0042)
       01  SNAP-RET                      PIC X(1).
      * AENDERUNGSTICKET DER SICHERUNGEN (EINMAL JE LAUF ABGEFRAGT)
       01  SNAP-TICKET                   PIC 9(9).

      * STEUERUNG DES CHECKPOINT-LAUFS
       01  LAUF-ID-WRK                   PIC 9(9).
           MOVE     "HLP0014" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     ZEROES TO SNAP-TICKET.
           INITIALIZE X-ANZ-ERSETZT.
           INITIALIZE ANZ-GEAENDERT ANZ-UNGEAENDERT ANZ-FEHLER.

                                    X-SRCRCN
                                    SRCMBR-WRK
                                    PGM-WRK
                                    SNAP-TICKET
                                    SNAP-RET
           END-CALL.

