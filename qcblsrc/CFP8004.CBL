      *                  PROZENT (STANDARD 20), GIBT ES EINE         *
      *                  WARNZEILE IN DER LISTE UND EINE W-          *
      *                  NACHRICHT. TRENDBERICHT UEBER CFP8005       *
      * 15.10.2026 AP    SAETZE DER PROTOKOLLBEREINIGUNG XXP0278      *
      *                  (FSFREI GEFUELLT) ZAEHLEN NICHT ALS VORLAUF  *
      *                  DES WACHSTUMSVERGLEICHS                      *
      *                                                               *
      *****************************************************************
      *
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUC-VOR-90
           END-IF.
      * SAETZE DER PROTOKOLLBEREINIGUNG TRAGEN KEINE SATZZAHL
           IF       FSFREI OF PFILSTAT-P NOT = ZEROES
                    GO TO SUC-VOR-20
           END-IF.
           IF       FSFILE OF PFILSTAT-P = FILE-WRK
            AND     FSDTA  OF PFILSTAT-P NOT < VOR-DTA
                    MOVE FSDTA OF PFILSTAT-P TO VOR-DTA
