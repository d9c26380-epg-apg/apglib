      *                                                               *
      * AENDERUNGEN:                                                   *
      * DATUM      VON   GRUND DER AENDERUNG                           *
      * 15.10.2026 AP    QUIZ-ANTWORTEN (AZP0321, SLART = "Q")        *
      *                  ZAEHLEN NICHT MEHR ZU DEN AUFGABEN; JE       *
      *                  PRUEFUNGSBEREICH EINE ZEILE MIT QUOTE UND    *
      *                  PRUEFUNGSREIFE                               *
      *                                                               *
      *****************************************************************
      *
      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY  OF APG-QCPYSRC.

      * PRUEFUNGSREIFE JE BEREICH
           COPY WRKQIZBER  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "SCP0003".
       01  PGM-TYP                       PIC X(8)  VALUE "SCHULUNG".

           IF       SUCH-USER NOT = SPACES
                    PERFORM SAMMLE-VERSUCHE
                    PERFORM FUELLE-SUBFILE
                    PERFORM FUELLE-BEREICHE
           END-IF.

      * AUSGABE FUSSZEILE
       SAM-VER-00.

           INITIALIZE AUF-TAB.
           INITIALIZE BER-DATEN.
           MOVE     ZEROES TO GES-ANZ, GES-OK.
           MOVE     ZEROES TO KOH-ANZ, KOH-OK.

                    GO TO SAM-VER-90
           END-IF.

      * QUIZ-ANTWORTEN NUR JE PRUEFUNGSBEREICH ZAEHLEN
           IF       SLART OF PSCHULLOG-P = "Q"
                    IF   SLUSER OF PSCHULLOG-P = SUCH-USER
                         MOVE SLBER OF PSCHULLOG-P TO BER-SUCH
                         MOVE SLERG OF PSCHULLOG-P TO BER-ERG
                         PERFORM COPY-QIZ-SAMMELN
                    END-IF
                    GO TO SAM-VER-20
           END-IF.

      * KOHORTE: ALLE TEILNEHMER
           ADD      1 TO KOH-ANZ.
           IF       SLERG OF PSCHULLOG-P = "1"
           EXIT.
      /
      *--------------------------------------------------------------
      * JE PRUEFUNGSBEREICH DES QUIZ EINE SUBFILE-ZEILE MIT QUOTE
      * UND PRUEFUNGSREIFE AUSGEBEN (AUFGABE LEER)
      *--------------------------------------------------------------
       FUELLE-BEREICHE SECTION.
       FUE-BER-00.

           IF       BER-ANZ-EIN = ZEROES
                    GO TO FUE-BER-90
           END-IF.

           PERFORM  COPY-QIZ-BEWERTEN.
           MOVE     ZEROES TO BER-IX.

       FUE-BER-20.
           ADD      1 TO BER-IX.
           IF       BER-IX > BER-ANZ-EIN
                    GO TO FUE-BER-90
           END-IF.

           INITIALIZE FORMAT2.
           MOVE     ZEROES                 TO SLAKTION OF FORMAT2.
           MOVE     BER-KEY(BER-IX)        TO SLBER    OF FORMAT2.
           MOVE     BER-ANZ(BER-IX)        TO ANZVER   OF FORMAT2.
           MOVE     BER-OK(BER-IX)         TO ANZOK    OF FORMAT2.
           MOVE     BER-QUOTE(BER-IX)      TO SLQUO    OF FORMAT2.
           MOVE     SPACES                 TO TREND    OF FORMAT2.
           MOVE     BER-BEREIT(BER-IX)     TO BEREIT   OF FORMAT2.

           ADD      1            TO ANZREC-WRK.
           ADD      1            TO SUBFILE-RECORD-NUMBER.
           MOVE     "FMT02"      TO FMT-WRK.
           MOVE     FORMAT2      TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           GO TO    FUE-BER-20.

       FUE-BER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STICHTAG UM SUB-ANZAHL TAGE ZURUECKRECHNEN
      *--------------------------------------------------------------
       SUB-TAGE SECTION.
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

