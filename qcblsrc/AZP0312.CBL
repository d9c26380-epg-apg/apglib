      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 AP    NACH DEN KURSERGEBNISSEN JE PRUEFUNGS-       *
      *                  BEREICH DIE QUIZ-ERGEBNISSE (AZP0321) MIT    *
      *                  QUOTE UND PRUEFUNGSREIFE DRUCKEN             *
      *                                                               *
      *****************************************************************
      *
      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY   OF APG-QCPYSRC.

      * PRUEFUNGSREIFE JE BEREICH
           COPY WRKQIZBER   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "AZP0312".
       01  PGM-TYP                       PIC X(8)  VALUE "AZUBI".

       01  DRUCK-ZEILE                   PIC X(132).
       01  DSP-ANZ-5                     PIC Z(4)9.
       01  DSP-AUF-2                     PIC Z9.
       01  DSP-QUO-3                     PIC ZZ9.
       01  DSP-DATUM.
        05 DSP-DT-TAG                    PIC 9(2).
        05 FILLER                        PIC X(1)  VALUE ".".
      * KURSERGEBNISSE AUS PSCHULLOG
           PERFORM  DRUCKE-KURSE.

      * PRUEFUNGSVORBEREITUNG (QUIZ) JE PRUEFUNGSBEREICH
           PERFORM  DRUCKE-BEREICHE.

      * UNTERSCHRIFTENBLOCK
           PERFORM  DRUCKE-UNTERSCHRIFT.

       DRU-KUR-00.

           INITIALIZE AUF-TAB.
           INITIALIZE BER-DATEN.

           INITIALIZE PSCHULLOGF OF PSCHULLOG-P.
           START    PSCHULLOG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       SLUSER OF PSCHULLOG-P NOT = ZGN-USER
                    GO TO DRU-KUR-20
           END-IF.
      * QUIZ-ANTWORTEN FUER DRUCKE-BEREICHE MERKEN
           IF       SLART OF PSCHULLOG-P = "Q"
                    MOVE SLBER OF PSCHULLOG-P TO BER-SUCH
                    MOVE SLERG OF PSCHULLOG-P TO BER-ERG
                    PERFORM COPY-QIZ-SAMMELN
                    GO TO DRU-KUR-20
           END-IF.
           IF       SLAKTION OF PSCHULLOG-P < 1
            OR      SLAKTION OF PSCHULLOG-P > 29
                    GO TO DRU-KUR-20
           EXIT.
      /
      *--------------------------------------------------------------
      * PRUEFUNGSVORBEREITUNG (QUIZ AZP0321) DRUCKEN: JE BEREICH
      * FRAGEN, RICHTIGE ANTWORTEN, QUOTE UND PRUEFUNGSREIFE.
      * DIE TABELLE WIRD IN DRUCKE-KURSE GEFUELLT.
      *--------------------------------------------------------------
       DRUCKE-BEREICHE SECTION.
       DRU-BER-00.

           IF       BER-ANZ-EIN = ZEROES
                    GO TO DRU-BER-90
           END-IF.

           PERFORM  COPY-QIZ-BEWERTEN.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "PRUEFUNGSVORBEREITUNG (QUIZ)"
                    TO DRUCK-ZEILE(1:28).
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "BEREICH"       TO DRUCK-ZEILE(1:7).
           MOVE     "FRAGEN"        TO DRUCK-ZEILE(10:6).
           MOVE     "RICHTIG"       TO DRUCK-ZEILE(20:7).
           MOVE     "QUOTE"         TO DRUCK-ZEILE(30:5).
           MOVE     "PRUEFUNGSREIF" TO DRUCK-ZEILE(38:13).
           MOVE     "BEZEICHNUNG"   TO DRUCK-ZEILE(53:11).
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "-" TO DRUCK-ZEILE(1:83).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ZEROES TO BER-IX.

       DRU-BER-20.
           ADD      1 TO BER-IX.
           IF       BER-IX > BER-ANZ-EIN
                    GO TO DRU-BER-90
           END-IF.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     BER-KEY(BER-IX) TO DRUCK-ZEILE(1:4).
           MOVE     BER-ANZ(BER-IX) TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5 TO DRUCK-ZEILE(10:5).
           MOVE     BER-OK(BER-IX)  TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5 TO DRUCK-ZEILE(20:5).
           MOVE     BER-QUOTE(BER-IX) TO DSP-QUO-3.
           MOVE     DSP-QUO-3 TO DRUCK-ZEILE(30:3).
           MOVE     "%"       TO DRUCK-ZEILE(34:1).
           IF       BER-BEREIT(BER-IX) = "J"
                    MOVE "JA"   TO DRUCK-ZEILE(38:2)
           ELSE
                    MOVE "NEIN" TO DRUCK-ZEILE(38:4)
           END-IF.
           MOVE     BER-TXT(BER-IX) TO DRUCK-ZEILE(53:30).
           PERFORM  DRUCKE-ZEILE.
           GO TO    DRU-BER-20.

       DRU-BER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * UNTERSCHRIFTENBLOCK DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-UNTERSCHRIFT SECTION.
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

