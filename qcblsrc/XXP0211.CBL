      *                  DEN BESTAND DES ARTIKELS IN PKDLAG UND      *
      *                  SCHREIBT EINE ZUGANGSBEWEGUNG (ART Z) IN    *
      *                  PKDLAGB                                     *
      * 15.10.2026 AP    KEIN WARENEINGANG FUER ARTIKEL IN EINER      *
      *                  LAUFENDEN INVENTUR (LBINV IN PKDLAG)         *
      * 15.10.2026 AP    CHARGENPFLICHTIGE ARTIKEL (KACHRG): JE       *
      *                  POSITION SIND CHARGE UND MINDESTHALTBARKEIT  *
      *                  ANZUGEBEN, DER ZUGANG WIRD ZUSAETZLICH JE    *
      *                  CHARGE IN PKDCHRG GEFUEHRT                   *
      *                                                               *
      *****************************************************************
      *
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDART: ARTIKELSTAMM
      *-------------------------------------------------------------
           SELECT PKDART-DP
                  ASSIGN       TO  DATABASE-PKDART
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDCHRG: CHARGENBESTAND JE ARTIKEL UND MHD
      *-------------------------------------------------------------
           SELECT PKDCHRG-DP
                  ASSIGN       TO  DATABASE-PKDCHRG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDWE: WARENEINGAENGE
      *-------------------------------------------------------------
       01  PKDLAGB-P.
           COPY DDS-ALL-FORMATS OF PKDLAGB.
      /
      *--- PKDART: KAANR
       FD  PKDART-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDART-P.
           COPY DDS-ALL-FORMATS OF PKDART.
      /
      *--- PKDCHRG: CHANR, CHMHD, CHCHRG
       FD  PKDCHRG-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDCHRG-P.
           COPY DDS-ALL-FORMATS OF PKDCHRG.
      /
      *--- PKDWE: KWLFDN
       FD  PKDWE-DP
           LABEL RECORDS ARE STANDARD.
      * GEBUCHT, SIND ALLE POSITIONEN VOLLSTAENDIG GELIEFERT?
       01  GEBUCHT                       PIC 9(1).
       01  ALLES-GELIEFERT               PIC 9(1).

      * IST DER ARTIKEL DER POSITION CHARGENPFLICHTIG?
       01  CHARGE-PFLICHT                PIC 9(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
                          PKDBSTP-DP
                          PKDWE-DP
                          PKDLAG-DP
                          PKDLAGB-DP
                          PKDCHRG-DP.
           OPEN     INPUT PKDART-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.
                    PKDBSTP-DP
                    PKDWE-DP
                    PKDLAG-DP
                    PKDLAGB-DP
                    PKDCHRG-DP
                    PKDART-DP.

           PERFORM  COPY-PGM-EXIT.

           END-IF.
           MOVE     MENGE-OFFEN          TO KPOMEN OF FORMAT2.
           MOVE     ZEROES               TO KWMENG OF FORMAT2.
           MOVE     SPACES               TO CHCHRG OF FORMAT2.
           MOVE     ZEROES               TO CHMHD  OF FORMAT2.

           ADD      1            TO ANZREC-WRK.
           ADD      1            TO SUBFILE-RECORD-NUMBER.
           EXIT.
      /
      *--------------------------------------------------------------
      * HINWEIS, DASS DER ARTIKEL WEGEN DER INVENTUR GESPERRT IST
      *--------------------------------------------------------------
       MELDE-INVENTUR SECTION.
       MEL-INV-00.

           INITIALIZE SNDMSG-REC.
           MOVE "POSITION "              TO MSGTXT OF SNDMSG-REC(1:9).
           MOVE KPPOS  OF PKDBSTP-P      TO MSGTXT OF SNDMSG-REC(10:3).
           MOVE " - ARTIKEL IN INVENTUR GESPERRT"
                                         TO MSGTXT OF SNDMSG-REC(13:31).
           MOVE T-USER                   TO USER   OF SNDMSG-REC.
           CALL     "CLP0010" USING SNDMSG-REC
                                    RET-CODE
           END-CALL.

       MEL-INV-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE GEAENDERTEN POSITIONSZEILEN DES LIEFERSCHEINS LESEN
      * UND JE ZEILE MIT MENGE DIE LIEFERUNG BUCHEN
      *--------------------------------------------------------------
                    GO TO BUC-POS-90
           END-IF.

      * ARTIKEL IN EINER LAUFENDEN INVENTUR GESPERRT?
           INITIALIZE PKDLAGF OF PKDLAG-P.
           MOVE     KPIDEN OF PKDBSTP-P TO LBANR OF PKDLAG-P.
           READ     PKDLAG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     LBINV OF PKDLAG-P = "1"
                    PERFORM MELDE-INVENTUR
                    GO TO BUC-POS-90
           END-IF.

      * CHARGENPFLICHTIGER ARTIKEL: CHARGE UND MHD SIND PFLICHT
           PERFORM  PRUEFE-CHARGE.
           IF       RET-CODE NOT = SPACES
                    GO TO BUC-POS-90
           END-IF.

      * WARENEINGANGSSATZ SCHREIBEN
           INITIALIZE PKDWEF OF PKDWE-P.
           MOVE     "PKDWE" TO LFDN-ID.
           MOVE     "Z"                  TO LGART  OF PKDLAGB-P.
           MOVE     KWMENG OF FORMAT2    TO LGMENG OF PKDLAGB-P.
           MOVE     KBBST1 OF PKDBST1-P  TO LGGRND OF PKDLAGB-P.
           IF       CHARGE-PFLICHT NOT = ZEROES
                    MOVE CHCHRG OF FORMAT2 TO LGCHRG OF PKDLAGB-P
                    MOVE CHMHD  OF FORMAT2 TO LGMHD  OF PKDLAGB-P
           END-IF.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO LGAUSR OF PKDLAGB-P.

           WRITE    PKDLAGB-P.

      * ZUGANG DER CHARGE FORTSCHREIBEN
           IF       CHARGE-PFLICHT NOT = ZEROES
                    PERFORM BUCHE-CHARGE
           END-IF.

       BUC-LAG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * CHARGENPFLICHT DES ARTIKELS PRUEFEN: BEI CHARGENPFLICHTIGEN
      * ARTIKELN MUESSEN CHARGE UND EIN GUELTIGES MHD ERFASST SEIN,
      * SONST WIRD DIE POSITION NICHT GEBUCHT (RET-CODE GEFUELLT)
      *--------------------------------------------------------------
       PRUEFE-CHARGE SECTION.
       PRU-CHG-00.

           MOVE     SPACES TO RET-CODE.
           MOVE     ZEROES TO CHARGE-PFLICHT.

           INITIALIZE PKDARTF OF PKDART-P.
           MOVE     KPIDEN OF PKDBSTP-P TO KAANR OF PKDART-P.
           READ     PKDART-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-CHG-90
           END-IF.
           IF       KACHRG OF PKDART-P NOT = "1"
                    GO TO PRU-CHG-90
           END-IF.

           MOVE     1 TO CHARGE-PFLICHT.

           IF       CHCHRG OF FORMAT2 = SPACES
                    PERFORM MELDE-CHARGE
                    MOVE "1" TO RET-CODE
                    GO TO PRU-CHG-90
           END-IF.

           MOVE     CHMHD OF FORMAT2 TO DATE-DB.
           PERFORM  COPY-CHECK-DATE.
           IF       DATUM-RETCODE NOT = SPACES
                    PERFORM MELDE-CHARGE
                    MOVE "1" TO RET-CODE
                    GO TO PRU-CHG-90
           END-IF.

       PRU-CHG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HINWEIS, DASS CHARGE ODER MHD DER POSITION FEHLEN
      *--------------------------------------------------------------
       MELDE-CHARGE SECTION.
       MEL-CHG-00.

           INITIALIZE SNDMSG-REC.
           MOVE "POSITION "              TO MSGTXT OF SNDMSG-REC(1:9).
           MOVE KPPOS  OF PKDBSTP-P      TO MSGTXT OF SNDMSG-REC(10:3).
           MOVE " - CHARGE UND MHD ANGEBEN"
                                         TO MSGTXT OF SNDMSG-REC(13:25).
           MOVE T-USER                   TO USER   OF SNDMSG-REC.
           CALL     "CLP0010" USING SNDMSG-REC
                                    RET-CODE
           END-CALL.

       MEL-CHG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZUGANG DER CHARGE IN PKDCHRG BUCHEN: GIBT ES DIE CHARGE
      * MIT DIESEM MHD SCHON, WIRD DIE RESTMENGE ERHOEHT
      *--------------------------------------------------------------
       BUCHE-CHARGE SECTION.
       BUC-CHG-00.

           INITIALIZE PKDCHRGF OF PKDCHRG-P.
           MOVE     KPIDEN OF PKDBSTP-P TO CHANR  OF PKDCHRG-P.
           MOVE     CHMHD  OF FORMAT2   TO CHMHD  OF PKDCHRG-P.
           MOVE     CHCHRG OF FORMAT2   TO CHCHRG OF PKDCHRG-P.
           READ     PKDCHRG-DP.
           IF       FILE-STATUS NOT = ZEROES
                    INITIALIZE PKDCHRGF OF PKDCHRG-P
                    MOVE KPIDEN OF PKDBSTP-P TO CHANR  OF PKDCHRG-P
                    MOVE CHMHD  OF FORMAT2   TO CHMHD  OF PKDCHRG-P
                    MOVE CHCHRG OF FORMAT2   TO CHCHRG OF PKDCHRG-P
                    MOVE KWMENG OF FORMAT2   TO CHZUGM OF PKDCHRG-P
                    MOVE KWMENG OF FORMAT2   TO CHMENG OF PKDCHRG-P
                    MOVE T-USER              TO CHAUSR OF PKDCHRG-P
                    MOVE T-TERM              TO CHABS  OF PKDCHRG-P
                    MOVE PGM-WRK             TO CHAPGM OF PKDCHRG-P
                    MOVE DATE-8              TO CHADTA OF PKDCHRG-P
                    MOVE TIME-6              TO CHATIA OF PKDCHRG-P
                    WRITE PKDCHRG-P
           ELSE
                    ADD  KWMENG OF FORMAT2   TO CHZUGM OF PKDCHRG-P
                    ADD  KWMENG OF FORMAT2   TO CHMENG OF PKDCHRG-P
                    MOVE T-USER              TO CHMSER OF PKDCHRG-P
                    MOVE T-TERM              TO CHMBS  OF PKDCHRG-P
                    MOVE PGM-WRK             TO CHMPGM OF PKDCHRG-P
                    MOVE DATE-8              TO CHMDTA OF PKDCHRG-P
                    MOVE TIME-6              TO CHMTIA OF PKDCHRG-P
                    REWRITE PKDCHRG-P
           END-IF.

       BUC-CHG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPFSTATUS AUS ALLEN POSITIONEN ERMITTELN UND DEN
      * BESTELLKOPF FORTSCHREIBEN (4 = ALLE POSITIONEN
      * VOLLSTAENDIG, SONST 3 = TEILGELIEFERT)
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-CHECK-DATE: DATUMSFELDER PRUEFEN
      *---------------------------------------------------------------

           COPY     CHKDATE    OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------

