      *                  NICHT - DA WURDE KEIN BARGELD BEWEGT        *
      * 03.09.2026 AP    AUSGABEN (ART A, ERFASST IN XXP0078)        *
      *                  MINDERN DEN SOLLBESTAND                     *
      * 15.10.2026 AP    UEBERWEISUNGEN AUS DEM KONTOAUSZUG-IMPORT   *
      *                  (SCKUSR = *BANK) ZAEHLEN NICHT IN DEN       *
      *                  SOLLBESTAND                                 *
      *                                                               *
      *****************************************************************
      *
                    GO TO REC-SOL-20
           END-IF.

      * UEBERWEISUNGEN (XXP0242) GEHEN AUFS KONTO, NICHT IN DIE KASSE
           IF       SCKUSR OF PSCHULD-P = "*BANK"
                    GO TO REC-SOL-20
           END-IF.

      * NUR BEWEGUNGEN NACH DEM LETZTEN KASSENSTURZ; AM TAG
      * DES STURZES ENTSCHEIDET DIE UHRZEIT
           IF       LETZT-DA NOT = ZEROES
