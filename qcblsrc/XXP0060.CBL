      *                  MIT ANFANGSBESTAND, NEUEN SCHULDEN,         *
      *                  ZAHLUNGSEINGAENGEN, EINZAHLUNGEN, AUSGABEN  *
      *                  UND ENDBESTAND                              *
      * 15.10.2026 AP    KASSENBERICHT: UEBERWEISUNGEN AUS DEM       *
      *                  KONTOAUSZUG-IMPORT (SCKUSR = *BANK) SIND    *
      *                  KEINE BARGELDBEWEGUNG                       *
      *                                                               *
      *****************************************************************
      *
           IF       SCKUSR OF PSCHULD-P = "*GUTHABEN"
                    GO TO ZAE-KAS-90
           END-IF.
      * UEBERWEISUNGEN (XXP0242) GEHEN AUFS KONTO, NICHT IN DIE KASSE
           IF       SCKUSR OF PSCHULD-P = "*BANK"
                    GO TO ZAE-KAS-90
           END-IF.

           EVALUATE TRUE
      *             VOR DEM MONAT: ANFANGSBESTAND
