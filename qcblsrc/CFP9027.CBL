      *                  UND DURCHSCHNITT DER LAUFZEIT IN SEKUNDEN   *
      *                  IN PPGMSTA MITGEFUEHRT (SGSSUM/SGSANZ/      *
      *                  SGSMAX/SGSAVG); AUSWERTUNG IN CFP9031       *
      * 15.10.2026 AP    FIRECALL: VON CFP9036 GEKENNZEICHNETE SAETZE *
      *                  (LGFCNR) WERDEN WEDER VERDICHTET NOCH        *
      *                  GELOESCHT                                    *
      *                                                               *
      *****************************************************************
      *
                    GO TO VER-LOG-20
           END-IF.

      * EINTRAEGE AUS EINER FIRECALL-SITZUNG (CFP9036) SIND BELEG
      * FUER DIE PRUEFUNG UND BLEIBEN ROH UND UNVERDICHTET STEHEN
           IF       LGFCNR OF PPGMLOG-P NOT = ZEROES
                    GO TO VER-LOG-20
           END-IF.

           PERFORM  VERDICHTE-EINTRAG.

      * DEN ROHEINTRAG NACH DER VERDICHTUNG LOESCHEN
