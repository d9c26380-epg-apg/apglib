      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 AP    JE DATEI WERDEN DIE VON DER PROTOKOLL-       *
      *                  BEREINIGUNG XXP0278 FREIGEGEBENEN SAETZE     *
      *                  (FSFREI) MIT DATUM UND SUMME GEDRUCKT; SIE   *
      *                  GEHEN NICHT IN DAS WACHSTUM EIN              *
      *                                                               *
      *****************************************************************
      *
       01  ERST-ANZ                      PIC 9(9).
       01  LETZT-ANZ                     PIC 9(9).
       01  WACHSTUM-WRK                  PIC S9(5).
       01  FREI-SUMME                    PIC 9(9).

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
           MOVE     "  DATUM"    TO DRUCK-ZEILE(1:7).
           MOVE     "SAETZE"     TO DRUCK-ZEILE(16:6).
           MOVE     "GEL.%"      TO DRUCK-ZEILE(26:5).
           MOVE     "BEREINIGT"  TO DRUCK-ZEILE(33:9).
           PERFORM  DRUCKE-ZEILE.

      * WERTE DER DATEI IN LAUFENDER FOLGE DRUCKEN
                    PERFORM DRUCKE-ZEILE
           END-IF.

      * SUMME DER VON XXP0278 FREIGEGEBENEN SAETZE
           IF       FREI-SUMME > ZEROES
                    MOVE SPACES TO DRUCK-ZEILE
                    MOVE FREI-SUMME TO DSP-ANZ-9
                    MOVE "  BEREINIGT GESAMT:" TO DRUCK-ZEILE(1:19)
                    MOVE DSP-ANZ-9             TO DRUCK-ZEILE(33:9)
                    PERFORM DRUCKE-ZEILE
           END-IF.

           ADD      1 TO FIL-IDX.
           GO TO    DRU-FIL-20.

       DRUCKE-WERTE SECTION.
       DRU-WRT-00.

           INITIALIZE ERST-ANZ LETZT-ANZ FREI-SUMME.

           INITIALIZE PFILSTATF OF PFILSTAT-P.
           START    PFILSTAT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           MOVE     FSDTA OF PFILSTAT-P(5:2) TO DRUCK-ZEILE(6:2).
           MOVE     "."                 TO DRUCK-ZEILE(8:1).
           MOVE     FSDTA OF PFILSTAT-P(1:4) TO DRUCK-ZEILE(9:4).

      * SATZ DER PROTOKOLLBEREINIGUNG: NUR DIE FREIGEGEBENEN SAETZE
           IF       FSFREI OF PFILSTAT-P NOT = ZEROES
                    MOVE FSFREI OF PFILSTAT-P TO DSP-ANZ-9
                    MOVE DSP-ANZ-9           TO DRUCK-ZEILE(33:9)
                    PERFORM DRUCKE-ZEILE
                    ADD  FSFREI OF PFILSTAT-P TO FREI-SUMME
                    GO TO DRU-WRT-20
           END-IF.

           MOVE     FSANZ OF PFILSTAT-P TO DSP-ANZ-9.
           MOVE     DSP-ANZ-9           TO DRUCK-ZEILE(14:9).
           MOVE     FSQUOTE OF PFILSTAT-P TO DSP-ANZ-3.
