      *                  (XXP0095) STEHT, DARF IN VERTRETUNG         *
      *                  KORRIGIEREN; DIE KORREKTURSPUR TRAEGT       *
      *                  BEIDE NAMEN (STKODEL)                       *
      * 15.10.2026 AP    LINIENGENEHMIGUNG: GEZEIGT UND KORRIGIERBAR  *
      *                  SIND NUR DIE ZEITPAARE DER USER, DEREN       *
      *                  GENEHMIGER LAUT ORGANISATION (CFP9032) DER   *
      *                  ANGEMELDETE USER IST ODER DEN ER LAUT PDELEG *
      *                  VERTRITT; OHNE GENEHMIGER GILT WIE BISHER    *
      *                  DIE ROLLE                                    *
      *                                                               *
      *****************************************************************
      *
       01  DELEG-AKTIV                   PIC 9(1).
       01  DELEG-USER-WRK                PIC X(10).

      * LINIENGENEHMIGUNG (CFP9032)
       01  ANTRAG-USER                   PIC X(10).
       01  LINIE-DATUM                   PIC 9(8).
       01  LINIE-OEID                    PIC X(10).
       01  LINIE-OBER                    PIC X(10).
       01  LINIE-LEITER                  PIC X(10).
       01  LINIE-GENEHMIGER              PIC X(10).
       01  LINIE-RETCODE                 PIC X(1).
       01  LINIE-OK                      PIC 9(1).
       01  LINIE-VON                     PIC X(10).


      * EINTRAG IN BEARBEITUNG
       01  LFDN-SAV                      PIC 9(9).
                    GO TO ANZ-SFL-10
           END-IF.

      * ZEITPAARE MIT EINEM ANDEREN LINIENGENEHMIGER AUSBLENDEN
           MOVE     STUSER OF PSTRTIM-P TO ANTRAG-USER.
           PERFORM  PRUEFE-LINIE.
           IF       LINIE-GENEHMIGER NOT = SPACES
            AND     LINIE-OK = ZEROES
                    GO TO ANZ-SFL-10
           END-IF.

      * SUBFILE-ZEILE FUELLEN
           INITIALIZE FORMAT2.
           MOVE     SPACES               TO AUSW   OF FORMAT2.
                    GO TO ANZ-SFL-50
           END-IF.

      * BERECHTIGUNG FUER DIESE FUNKTION UEBERPRUEFEN: DER
      * LINIENGENEHMIGER DES USERS (ODER SEIN VERTRETER) KORRIGIERT,
      * NUR OHNE GENEHMIGER IN DER ORGANISATION GILT DIE ROLLE
           MOVE     SPACES          TO RET-CODE.
           MOVE     AUSW OF FORMAT2 TO AUSWAHL.
           INITIALIZE DELEG-AKTIV DELEG-VON.
           MOVE     STUSER OF FORMAT2 TO ANTRAG-USER.
           PERFORM  PRUEFE-LINIE.
           IF       LINIE-GENEHMIGER NOT = SPACES
                    IF   LINIE-OK = ZEROES
                         MOVE     SPACES  TO AUSW OF FORMAT2
                         MOVE     "FMT02" TO FMT-WRK
                         MOVE     FORMAT2 TO WSREC-WRK
                         PERFORM  COPY-DISPLAY-SFLREWRITE
                         GO TO ANZ-SFL-50
                    END-IF
                    MOVE LINIE-VON TO DELEG-VON
                    GO TO ANZ-SFL-60
           END-IF.
           CALL     "CFP9002" USING T-USER
                                    AUSWAHL
                                    PGM-WRK
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
      *             OHNE EIGENE BERECHTIGUNG ZAEHLT EINE AKTIVE
      *             VERTRETUNG (PDELEG)
                    END-IF
           END-IF.

       ANZ-SFL-60.
      * 2 = ENDZEIT NACHTRAGEN
           IF       AUSW OF FORMAT2 = "2"
                    MOVE STLFDN OF FORMAT2 TO LFDN-SAV
           IF       DT_END OF FORMAT6(1:8) < DT_STA OF FORMAT6(1:8)
                    GO TO ERF-EIN-20
           END-IF.

      * HAT DER USER EINEN ANDEREN LINIENGENEHMIGER, DARF NUR DIESER
      * (ODER SEIN VERTRETER) NACHERFASSEN
           MOVE     STUSER OF FORMAT6 TO ANTRAG-USER.
           PERFORM  PRUEFE-LINIE.
           IF       LINIE-GENEHMIGER NOT = SPACES
            AND     LINIE-OK = ZEROES
                    GO TO ERF-EIN-20
           END-IF.
           IF       DT_END OF FORMAT6(1:8) = DT_STA OF FORMAT6(1:8)
            AND     TI_END OF FORMAT6(1:6) < TI_STA OF FORMAT6(1:6)
                    GO TO ERF-EIN-20
       PRU-DEL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LINIENGENEHMIGUNG: ZUSTAENDIGEN GENEHMIGER DES ANTRAG-
      * STELLERS AUS DER ORGANISATION ERMITTELN (CFP9032). DER
      * ANGEMELDETE USER DARF ENTSCHEIDEN (LINIE-OK 1), WENN ER
      * DIESER GENEHMIGER IST ODER IHN HEUTE LAUT PDELEG VERTRITT
      * (LINIE-VON = VOLLMACHTGEBER)
      *--------------------------------------------------------------
       PRUEFE-LINIE SECTION.
       PRU-LIN-00.

           MOVE     ZEROES TO LINIE-OK.
           MOVE     SPACES TO LINIE-VON.
           MOVE     ZEROES TO LINIE-DATUM.
           CALL     "CFP9032" USING ANTRAG-USER
                                    LINIE-DATUM
                                    LINIE-OEID
                                    LINIE-OBER
                                    LINIE-LEITER
                                    LINIE-GENEHMIGER
                                    LINIE-RETCODE
           END-CALL.
           IF       LINIE-GENEHMIGER = SPACES
                    GO TO PRU-LIN-90
           END-IF.
           IF       LINIE-GENEHMIGER = T-USER
                    MOVE 1 TO LINIE-OK
                    GO TO PRU-LIN-90
           END-IF.

      * VERTRITT DER ANGEMELDETE USER DEN GENEHMIGER HEUTE?
           PERFORM  COPY-GET-TIME.
           INITIALIZE PDELEGF OF PDELEG-P.
           START    PDELEG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-LIN-90
           END-IF.

       PRU-LIN-20.
           READ     PDELEG-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-LIN-90
           END-IF.

           IF       DGUSER  OF PDELEG-P NOT = LINIE-GENEHMIGER
            OR      DGVERTR OF PDELEG-P NOT = T-USER
            OR      DGAKT   OF PDELEG-P NOT = "1"
            OR      DGVON   OF PDELEG-P > DATE-8
            OR      DGBIS   OF PDELEG-P < DATE-8
                    GO TO PRU-LIN-20
           END-IF.

           MOVE     1                TO LINIE-OK.
           MOVE     LINIE-GENEHMIGER TO LINIE-VON.

       PRU-LIN-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------
