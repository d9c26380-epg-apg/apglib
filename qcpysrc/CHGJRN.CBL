      *---------------------------------------------------------------*
      * AENDERUNGSJOURNAL DER STAMMDATEN                              *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  COPY-JRN-FELD SCHREIBT EINE FELDAENDERUNG    *
      *                  (JRN-ALT/JRN-NEU) UEBER CFP0038 IN DAS       *
      *                  JOURNAL PCHGJRN, WENN SICH DER WERT          *
      *                  GEAENDERT HAT. COPY-JRN-BETRAG UND           *
      *                  COPY-JRN-ZAHL BEREITEN VORHER DIE            *
      *                  NUMERISCHEN WERTE JRN-ALT-NUM/JRN-NEU-NUM    *
      *                  AUF (MIT ZWEI NACHKOMMASTELLEN BZW.          *
      *                  GANZZAHLIG). BEI DER ANLAGE (JRN-ART = "A")  *
      *                  BLEIBT DER ALTE WERT LEER, LEERE BZW. NULL-  *
      *                  WERTE WERDEN DANN NICHT JOURNALISIERT.       *
      *                  BENOETIGT WRKCHGJRN.                         *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      *                                                               *
      *****************************************************************
      *
      *---------------------------------------------------------------
      * EINE FELDAENDERUNG INS JOURNAL SCHREIBEN
      *---------------------------------------------------------------
       COPY-JRN-FELD SECTION.
       CPY-JFE-00C.

           IF       JRN-ART = "A"
                    MOVE SPACES TO JRN-ALT
           END-IF.

           IF       JRN-ALT = JRN-NEU
                    GO TO CPY-JFE-90C
           END-IF.

           CALL     "CFP0038" USING JRN-DATEN
           END-CALL.

       CPY-JFE-90C.
           EXIT.
      /
      *---------------------------------------------------------------
      * BETRAG MIT ZWEI NACHKOMMASTELLEN AUFBEREITEN UND JOURNALISIEREN
      *---------------------------------------------------------------
       COPY-JRN-BETRAG SECTION.
       CPY-JBE-00C.

           IF       JRN-ALT-NUM = JRN-NEU-NUM
            AND     JRN-ART NOT = "A"
                    GO TO CPY-JBE-90C
           END-IF.
           IF       JRN-ART = "A"
            AND     JRN-NEU-NUM = ZEROES
                    GO TO CPY-JBE-90C
           END-IF.

           MOVE     JRN-ALT-NUM TO JRN-BETRAG.
           MOVE     JRN-BETRAG  TO JRN-ALT.
           MOVE     JRN-NEU-NUM TO JRN-BETRAG.
           MOVE     JRN-BETRAG  TO JRN-NEU.
           PERFORM  COPY-JRN-FELD.

       CPY-JBE-90C.
           EXIT.
      /
      *---------------------------------------------------------------
      * GANZE ZAHL AUFBEREITEN UND JOURNALISIEREN
      *---------------------------------------------------------------
       COPY-JRN-ZAHL SECTION.
       CPY-JZA-00C.

           IF       JRN-ALT-NUM = JRN-NEU-NUM
            AND     JRN-ART NOT = "A"
                    GO TO CPY-JZA-90C
           END-IF.
           IF       JRN-ART = "A"
            AND     JRN-NEU-NUM = ZEROES
                    GO TO CPY-JZA-90C
           END-IF.

           MOVE     JRN-ALT-NUM TO JRN-ZAHL.
           MOVE     JRN-ZAHL    TO JRN-ALT.
           MOVE     JRN-NEU-NUM TO JRN-ZAHL.
           MOVE     JRN-ZAHL    TO JRN-NEU.
           PERFORM  COPY-JRN-FELD.

       CPY-JZA-90C.
           EXIT.
      /
