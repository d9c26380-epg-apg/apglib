      * 09.08.2026 AP    ERGEBNIS JEDES EINZELNEN AZUBIS (OK/FEHLER)   *
      *                  WIRD JETZT UEBER AZF0305 GESPOOLT STATT NUR  *
      *                  IM LETZTEN RET-CODE UNTERZUGEHEN              *
      * 15.10.2026 AP    AENDERUNGSTICKET FUER DIE VERSIONSSICHERUNG  *
      *                  WIRD EINMAL JE VERTEILUNG ABGEFRAGT          *
      *                                                               *
      *****************************************************************
      *

      * RUECKGABE DER VERSIONSSICHERUNG (CRP0042)
       01  SNAP-RET                      PIC X(1).
      * AENDERUNGSTICKET DER SICHERUNGEN (EINMAL JE VERTEILUNG)
       01  SNAP-TICKET                   PIC 9(9).

      * ZAEHLER FUER DIE ERFOLGS-/FEHLERLISTE
       01  AZR-ANZ-GES                   PIC 9(5)  COMP.
                    OPEN     OUTPUT AZR0305-DAT
           END-IF.

           MOVE     ZEROES TO SNAP-TICKET.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                                    ASSRCN OF PAZUSRC-P
                                    USER-WRK
                                    PGM-WRK
                                    SNAP-TICKET
                                    SNAP-RET
           END-CALL.

