      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 AP    STUNDENBUDGET JE PROJEKT/TAETIGKEIT (PABUDG) *
      *                  ERFASSBAR; PROJEKTBUDGET, VERANTWORTLICHER   *
      *                  UND MONATSPLANUNG PFLEGT XXP0270, DEN        *
      *                  BURN-DOWN-BERICHT DRUCKT XXP0271             *
      *                                                               *
      *****************************************************************
      *
           MOVE     PAAKT  OF FORMAT1 TO PAAKT  OF PPROJAKT-P.
           MOVE     PABEZ  OF FORMAT1 TO PABEZ  OF PPROJAKT-P.
           MOVE     PASTAT OF FORMAT1 TO PASTAT OF PPROJAKT-P.
           MOVE     PABUDG OF FORMAT1 TO PABUDG OF PPROJAKT-P.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

           MOVE     PABEZ  OF FORMAT1 TO PABEZ  OF PPROJAKT-P.
           MOVE     PASTAT OF FORMAT1 TO PASTAT OF PPROJAKT-P.
           MOVE     PABUDG OF FORMAT1 TO PABUDG OF PPROJAKT-P.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.
