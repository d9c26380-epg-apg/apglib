      *                  GEHT SOFORT EINE CFP0030-MELDUNG AN DIE     *
      *                  VERTEILERLISTE AUS PVERTLR (CFTXT1 DER      *
      *                  REGEL, STANDARD LEDALERT)                   *
      * 15.10.2026 AP    GERAETEREGISTER: DIE GERAETE-ID AUS LEDTLGIN *
      *                  (TLGRID) WIRD GEDRUCKT UND IN LEDHIST        *
      *                  (LHGRID) UEBERNOMMEN; ABWEICHUNGEN VOM       *
      *                  NORMALTELEGRAMM DES GERAETS (PLEDGER) WERDEN *
      *                  JE TELEGRAMM GEZAEHLT                        *
      *                                                               *
      *****************************************************************
      *
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PLEDGER: LDGRID (GERAETEREGISTER LED-LEISTEN)
      *-------------------------------------------------------------
           SELECT PLEDGER-DP
                  ASSIGN       TO  DATABASE-PLEDGER
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *- XXF0057: SPOOLAUSGABE DER MASSENANALYSE
      *-------------------------------------------------------------
       01  PVERTLR-P.
           COPY DDS-ALL-FORMATS OF PVERTLR.
      /
      *--- PLEDGER: LDGRID
       FD  PLEDGER-DP
           LABEL RECORDS ARE STANDARD.
       01  PLEDGER-P.
           COPY DDS-ALL-FORMATS OF PLEDGER.
      /
      *- XXF0057: SPOOLAUSGABE DER MASSENANALYSE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  LED-STATES.
        05 LED-STATE OCCURS 48           PIC 9(1).

      * GERAET DES TELEGRAMMS UND SEIN NORMALZUSTAND
       01  GERAET-DA                     PIC 9(1).
       01  NORM-DA                       PIC 9(1).
       01  NORM-STATES.
        05 NORM-STATE OCCURS 48          PIC 9(1).
       01  SAV-TLG-WRK                   PIC X(35).
       01  SAV-TLG-OK                    PIC 9(1).
       01  SAV-LED-STATES                PIC X(48).
       01  ANZ-ABWEICHUNG                PIC 9(3).

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DSP-ANZ-7                     PIC Z(6)9.

      * DATEIEN OEFFNEN
           OPEN     INPUT  LEDTLGIN-DP
                           PVERTLR-DP
                           PLEDGER-DP.
           OPEN     I-O    LEDHIST-DP.
           OPEN     OUTPUT DRUCK-DAT.

       ENDE.
           CLOSE    LEDTLGIN-DP
                    PVERTLR-DP
                    PLEDGER-DP
                    LEDHIST-DP
                    DRUCK-DAT.

                    PERFORM ZAEHLE-LED-TREFFER
           END-IF.

      * GERAET ERMITTELN UND MIT DEM NORMALZUSTAND VERGLEICHEN
           PERFORM  PRUEFE-GERAET.

      * ERGEBNIS DRUCKEN
           PERFORM  DRUCKE-TELEGRAMM.

           EXIT.
      /
      *--------------------------------------------------------------
      * GERAET DES TELEGRAMMS IM GERAETEREGISTER SUCHEN UND DIE
      * LEDS ZAEHLEN, DIE VOM NORMALTELEGRAMM ABWEICHEN
      *--------------------------------------------------------------
       PRUEFE-GERAET SECTION.
       PRU-GER-00.

           MOVE     ZEROES TO GERAET-DA NORM-DA ANZ-ABWEICHUNG.

           IF       TLGRID OF LEDTLGIN-P = SPACES
                    GO TO PRU-GER-90
           END-IF.

           INITIALIZE PLEDGERF OF PLEDGER-P.
           MOVE     TLGRID OF LEDTLGIN-P TO LDGRID OF PLEDGER-P.
           READ     PLEDGER-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-GER-90
           END-IF.
           MOVE     1 TO GERAET-DA.

           IF       TLG-OK NOT = 1
            OR      LDNORM OF PLEDGER-P = SPACES
                    GO TO PRU-GER-90
           END-IF.

      * NORMALTELEGRAMM MIT DERSELBEN TABELLE DEKODIEREN, DAS
      * ANALYSIERTE TELEGRAMM WIRD DAZU ZWISCHENGESPEICHERT
           MOVE     TLG-WRK    TO SAV-TLG-WRK.
           MOVE     TLG-OK     TO SAV-TLG-OK.
           MOVE     LED-STATES TO SAV-LED-STATES.

           MOVE     LDNORM OF PLEDGER-P TO TLG-WRK.
           PERFORM  DEKODIERE-TELEGRAMM.
           IF       TLG-OK = 1
                    MOVE 1          TO NORM-DA
                    MOVE LED-STATES TO NORM-STATES
           END-IF.

           MOVE     SAV-TLG-WRK    TO TLG-WRK.
           MOVE     SAV-TLG-OK     TO TLG-OK.
           MOVE     SAV-LED-STATES TO LED-STATES.

           IF       NORM-DA = ZEROES
                    GO TO PRU-GER-90
           END-IF.

           MOVE     1 TO LED-IDX.

       PRU-GER-20.
           IF       LED-IDX > 48
                    GO TO PRU-GER-90
           END-IF.
           IF       LED-STATE(LED-IDX) NOT = NORM-STATE(LED-IDX)
                    ADD 1 TO ANZ-ABWEICHUNG
           END-IF.
           ADD      1 TO LED-IDX.
           GO TO    PRU-GER-20.

       PRU-GER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EIN ANALYSIERTES TELEGRAMM DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-TELEGRAMM SECTION.
           IF       TLG-OK = 1
                    MOVE "GERAET"         TO DRUCK-ZEILE(47:6)
                    MOVE TLG-WRK(7:1)     TO DRUCK-ZEILE(54:1)
                    MOVE TLGRID OF LEDTLGIN-P
                                          TO DRUCK-ZEILE(57:10)
                    IF   NORM-DA = 1
                         MOVE "ABWEICHUNGEN"   TO DRUCK-ZEILE(69:12)
                         MOVE ANZ-ABWEICHUNG   TO DSP-LED-3
                         MOVE DSP-LED-3        TO DRUCK-ZEILE(82:3)
                    END-IF
                    IF   TLGRID OF LEDTLGIN-P NOT = SPACES
                     AND GERAET-DA = ZEROES
                         MOVE "NICHT IM REGISTER"
                                               TO DRUCK-ZEILE(69:17)
                    END-IF
           ELSE
                    MOVE "*** NICHT DEKODIERBAR ***"
                                          TO DRUCK-ZEILE(47:25)

      * TELEGRAMM, USER UND ZEITPUNKT DER ANALYSE
           MOVE     TLG-WRK              TO LHTLG  OF LEDHIST-P.
           MOVE     TLGRID OF LEDTLGIN-P TO LHGRID OF LEDHIST-P.
           MOVE     T-USER               TO LHUSER OF LEDHIST-P.
           MOVE     PGM-WRK              TO LHAPGM OF LEDHIST-P.

