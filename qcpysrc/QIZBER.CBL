      *---------------------------------------------------------------*
      * PRUEFUNGSREIFE JE PRUEFUNGSBEREICH (QUIZ)                     *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  COPY-QIZ-SAMMELN ZAEHLT EINE QUIZ-ANTWORT    *
      *                  (BER-SUCH/BER-ERG) IN DIE TABELLE BER-DATEN. *
      *                  COPY-QIZ-BEWERTEN ERMITTELT JE BEREICH DIE   *
      *                  QUOTE UND DIE PRUEFUNGSREIFE: PCONFIG H066   *
      *                  (CFKEY = BEREICH) LIEFERT BEZEICHNUNG        *
      *                  (CFTXT1), MINDESTQUOTE (CFIN01, 3-STELLIG,   *
      *                  SONST 75) UND MINDESTANZAHL BEANTWORTETER    *
      *                  FRAGEN (CFIN02, 5-STELLIG, SONST 20).        *
      *                  BENOETIGT WRKQIZBER, WRKCFGCPY UND CFGCPY.   *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      *                                                               *
      *****************************************************************
      *
      *---------------------------------------------------------------
      * EINE QUIZ-ANTWORT IN DIE BEREICHSTABELLE AUFNEHMEN
      *---------------------------------------------------------------
       COPY-QIZ-SAMMELN SECTION.
       CPY-QSA-00C.

           IF       BER-SUCH = SPACES
                    GO TO CPY-QSA-90C
           END-IF.

           MOVE     ZEROES TO BER-IX.

       CPY-QSA-20C.
           ADD      1 TO BER-IX.
           IF       BER-IX > BER-ANZ-EIN
                    GO TO CPY-QSA-40C
           END-IF.
           IF       BER-KEY(BER-IX) = BER-SUCH
                    GO TO CPY-QSA-60C
           END-IF.
           GO TO    CPY-QSA-20C.

       CPY-QSA-40C.
      * NEUER BEREICH
           IF       BER-ANZ-EIN NOT < 50
                    MOVE 1 TO BER-VOLL
                    GO TO CPY-QSA-90C
           END-IF.
           ADD      1 TO BER-ANZ-EIN.
           MOVE     BER-ANZ-EIN TO BER-IX.
           INITIALIZE BER-EINTRAG(BER-IX).
           MOVE     BER-SUCH    TO BER-KEY(BER-IX).

       CPY-QSA-60C.
           ADD      1 TO BER-ANZ(BER-IX).
           IF       BER-ERG = "1"
                    ADD 1 TO BER-OK(BER-IX)
           END-IF.

       CPY-QSA-90C.
           EXIT.
      /
      *---------------------------------------------------------------
      * JE BEREICH QUOTE UND PRUEFUNGSREIFE ERMITTELN
      *---------------------------------------------------------------
       COPY-QIZ-BEWERTEN SECTION.
       CPY-QBW-00C.

           MOVE     ZEROES TO BER-IX.

       CPY-QBW-20C.
           ADD      1 TO BER-IX.
           IF       BER-IX > BER-ANZ-EIN
                    GO TO CPY-QBW-90C
           END-IF.

      * BEZEICHNUNG UND SCHWELLEN DES BEREICHS
           MOVE     SPACES TO BER-TXT(BER-IX).
           MOVE     75     TO BER-MINQUO(BER-IX).
           MOVE     20     TO BER-MINANZ(BER-IX).
           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "H066"           TO CFID   OF CFG-CPY.
           MOVE     BER-KEY(BER-IX)  TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
                    MOVE CFTXT1 OF CFG-CPY TO BER-TXT(BER-IX)
                    IF   CFIN01 OF CFG-CPY(1:3) IS NUMERIC
                     AND CFIN01 OF CFG-CPY(1:3) NOT = "000"
                         MOVE CFIN01 OF CFG-CPY(1:3)
                                           TO BER-MINQUO(BER-IX)
                    END-IF
                    IF   CFIN02 OF CFG-CPY(1:5) IS NUMERIC
                         MOVE CFIN02 OF CFG-CPY(1:5)
                                           TO BER-MINANZ(BER-IX)
                    END-IF
           END-IF.

           MOVE     ZEROES TO BER-QUOTE(BER-IX).
           IF       BER-ANZ(BER-IX) NOT = ZEROES
                    COMPUTE BER-QUOTE(BER-IX) ROUNDED =
                            BER-OK(BER-IX) * 100 / BER-ANZ(BER-IX)
           END-IF.

           MOVE     "N" TO BER-BEREIT(BER-IX).
           IF       BER-ANZ(BER-IX)   NOT < BER-MINANZ(BER-IX)
            AND     BER-QUOTE(BER-IX) NOT < BER-MINQUO(BER-IX)
                    MOVE "J" TO BER-BEREIT(BER-IX)
           END-IF.
           GO TO    CPY-QBW-20C.

       CPY-QBW-90C.
           EXIT.
      /
