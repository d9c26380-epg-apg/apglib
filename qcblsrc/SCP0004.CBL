      *                                                               *
      * AENDERUNGEN:                                                   *
      * DATUM      VON   GRUND DER AENDERUNG                           *
      * 15.10.2026 AP    QUIZ-ANTWORTEN (AZP0321, SLART = "Q")        *
      *                  ZAEHLEN NICHT MEHR ZU DEN AUFGABEN; JE       *
      *                  TEILNEHMER FOLGT EIN BLOCK JE PRUEFUNGS-     *
      *                  BEREICH MIT QUOTE UND PRUEFUNGSREIFE         *
      *                                                               *
      *****************************************************************
      *
      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY  OF APG-QCPYSRC.

      * PRUEFUNGSREIFE JE BEREICH
           COPY WRKQIZBER  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "SCP0004".
       01  PGM-TYP                       PIC X(8)  VALUE "SCHULUNG".

                    GO TO SAM-TLN-90
           END-IF.

      * QUIZ-ANTWORTEN ZAEHLEN NICHT ZUR KOHORTENQUOTE DER AUFGABEN
           IF       SLART OF PSCHULLOG-P NOT = "Q"
                    ADD 1 TO KOH-ANZ
                    IF   SLERG OF PSCHULLOG-P = "1"
                         ADD 1 TO KOH-OK
                    END-IF
           END-IF.

      * TEILNEHMER SCHON IN DER LISTE?

           PERFORM  SAMMLE-AUFGABEN.
           PERFORM  DRUCKE-BLOCK.
           PERFORM  DRUCKE-BEREICHE.
           GO TO    DRU-TLN-20.

       DRU-TLN-80.
       SAM-AUF-00.

           INITIALIZE AUF-TAB.
           INITIALIZE BER-DATEN.
           MOVE     ZEROES TO GES-ANZ, GES-OK.

           INITIALIZE PSCHULLOGF OF PSCHULLOG-P.
                    GO TO SAM-AUF-20
           END-IF.

      * QUIZ-ANTWORTEN NUR JE PRUEFUNGSBEREICH ZAEHLEN
           IF       SLART OF PSCHULLOG-P = "Q"
                    MOVE SLBER OF PSCHULLOG-P TO BER-SUCH
                    MOVE SLERG OF PSCHULLOG-P TO BER-ERG
                    PERFORM COPY-QIZ-SAMMELN
                    GO TO SAM-AUF-20
           END-IF.

           ADD      1 TO GES-ANZ.
           IF       SLERG OF PSCHULLOG-P = "1"
                    ADD 1 TO GES-OK
       DRU-BLK-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PRUEFUNGSREIFE DES TEILNEHMERS TLN-AKT JE PRUEFUNGSBEREICH
      * DRUCKEN (QUIZ AZP0321)
      *--------------------------------------------------------------
       DRUCKE-BEREICHE SECTION.
       DRU-BER-00.

           IF       BER-ANZ-EIN = ZEROES
                    GO TO DRU-BER-90
           END-IF.

           PERFORM  COPY-QIZ-BEWERTEN.

           MOVE     SPACES TO RPZEIL OF DRUCK-REC.
           MOVE     "BEREICH"  TO RPZEIL OF DRUCK-REC(3:7).
           MOVE     "FRAGEN"   TO RPZEIL OF DRUCK-REC(13:6).
           MOVE     "RICHTIG"  TO RPZEIL OF DRUCK-REC(23:7).
           MOVE     "QUOTE"    TO RPZEIL OF DRUCK-REC(35:5).
           MOVE     "PRUEFUNGSREIF" TO RPZEIL OF DRUCK-REC(43:13).
           WRITE    DRUCK-REC FORMAT IS "FMT01".

           MOVE     ZEROES TO BER-IX.

       DRU-BER-20.
           ADD      1 TO BER-IX.
           IF       BER-IX > BER-ANZ-EIN
                    GO TO DRU-BER-90
           END-IF.

           MOVE     SPACES TO RPZEIL OF DRUCK-REC.
           MOVE     BER-KEY(BER-IX) TO RPZEIL OF DRUCK-REC(3:4).
           MOVE     BER-ANZ(BER-IX) TO ZAHL-EDIT.
           MOVE     ZAHL-EDIT TO RPZEIL OF DRUCK-REC(13:5).
           MOVE     BER-OK(BER-IX)  TO ZAHL-EDIT.
           MOVE     ZAHL-EDIT TO RPZEIL OF DRUCK-REC(23:5).
           MOVE     BER-QUOTE(BER-IX) TO QUOTE-EDIT.
           MOVE     QUOTE-EDIT TO RPZEIL OF DRUCK-REC(35:3).
           MOVE     "%"        TO RPZEIL OF DRUCK-REC(39:1).
           IF       BER-BEREIT(BER-IX) = "J"
                    MOVE "JA"   TO RPZEIL OF DRUCK-REC(43:2)
           ELSE
                    MOVE "NEIN" TO RPZEIL OF DRUCK-REC(43:4)
           END-IF.
           MOVE     BER-TXT(BER-IX) TO RPZEIL OF DRUCK-REC(58:30).
           WRITE    DRUCK-REC FORMAT IS "FMT01".
           GO TO    DRU-BER-20.

       DRU-BER-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-QIZ-*: PRUEFUNGSREIFE JE PRUEFUNGSBEREICH
      *---------------------------------------------------------------

           COPY     QIZBER     OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-CFG-CPY: LESEN DER KONFIGURATION
      *---------------------------------------------------------------

           COPY     CFGCPY     OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------
