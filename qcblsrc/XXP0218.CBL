      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 AP    GUTSCHRIFTEN (RGTYP G) ZU RUECKSENDUNGEN     *
      *                  (XXP0227): DIE GUTSCHRIFT VERWEIST AUF DIE   *
      *                  URSPRUENGLICHE RECHNUNG (RGORLF), DIE MENGE  *
      *                  WIRD GEGEN DIE ERWARTETE GUTSCHRIFTSMENGE    *
      *                  (KPRMEN - KPGUMN) GEPRUEFT, DER BETRAG IN    *
      *                  RGGUTB DER RECHNUNG VERRECHNET               *
      * 15.10.2026 AP    GUTSCHRIFT GEGEN EINE SCHON BEZAHLTE         *
      *                  RECHNUNG (RGSTS 3) WIRD MIT HINWEIS          *
      *                  ABGEWIESEN                                   *
      *                                                               *
      *****************************************************************
      *
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDRUEK: RUECKSENDUNGEN AN LIEFERANTEN
      *-------------------------------------------------------------
           SELECT PKDRUEK-DP
                  ASSIGN       TO  DATABASE-PKDRUEK
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  PKDRDIF-P.
           COPY DDS-ALL-FORMATS OF PKDRDIF.
      /
      *--- PKDRUEK: RKLFDN
       FD  PKDRUEK-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDRUEK-P.
           COPY DDS-ALL-FORMATS OF PKDRUEK.
      /
       WORKING-STORAGE SECTION.

       01  DIFF-ART                      PIC X(1).
       01  DIFF-SOLL                     PIC 9(9)V9(2).
       01  DIFF-IST                      PIC 9(9)V9(2).

      * GUTSCHRIFT: KENNZEICHEN UND NOCH ERWARTETE MENGE
       01  GUTSCHRIFT                    PIC 9(1).
       01  MENGE-GUTSCHRIFT              PIC S9(7).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
           MOVE     "XXD0218DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     INPUT PKDBST1-DP.
           OPEN     I-O   PKDBSTP-DP
                          PKDRECH-DP
                          PKDRDIF-DP
                          PKDRUEK-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.
           CLOSE    PKDBST1-DP
                    PKDBSTP-DP
                    PKDRECH-DP
                    PKDRDIF-DP
                    PKDRUEK-DP.

           PERFORM  COPY-PGM-EXIT.

                    GO TO ANZ-DAT-20
           END-IF.

      * BELEGART: LEER/R = RECHNUNG, G = GUTSCHRIFT ZU EINER
      * RUECKSENDUNG, DIE AUF DIE URSPRUENGLICHE RECHNUNG DERSELBEN
      * BESTELLUNG VERWEISEN MUSS
           INITIALIZE GUTSCHRIFT.
           EVALUATE RGTYP OF FORMAT1
                    WHEN SPACES
                    WHEN "R"
                         CONTINUE
                    WHEN "G"
                         PERFORM PRUEFE-ORIGINALRECHNUNG
                         IF   GUTSCHRIFT = ZEROES
                              GO TO ANZ-DAT-20
                         END-IF
                    WHEN OTHER
                         GO TO ANZ-DAT-20
           END-EVALUATE.

      * RECHNUNG MIT ABGLEICH BUCHEN
           PERFORM  BUCHE-RECHNUNG.

           MOVE     KPBMEN OF PKDBSTP-P  TO KPBMEN OF FORMAT2.
           MOVE     KPGMEN OF PKDBSTP-P  TO KPGMEN OF FORMAT2.
           MOVE     KPPREI OF PKDBSTP-P  TO KPPREI OF FORMAT2.
      * NOCH ERWARTETE GUTSCHRIFTSMENGE AUS RUECKSENDUNGEN
           COMPUTE  MENGE-GUTSCHRIFT =
                    KPRMEN OF PKDBSTP-P - KPGUMN OF PKDBSTP-P
           END-COMPUTE.
           IF       MENGE-GUTSCHRIFT < ZEROES
                    MOVE ZEROES TO MENGE-GUTSCHRIFT
           END-IF.
           MOVE     MENGE-GUTSCHRIFT     TO KPGOFF OF FORMAT2.
           MOVE     ZEROES               TO RQMENG OF FORMAT2.
           MOVE     ZEROES               TO RQPREI OF FORMAT2.

                    GO TO BUC-RCH-20
           END-IF.

      * MENGENABGLEICH: MEHR BERECHNET ALS GELIEFERT BZW. MEHR
      * GUTGESCHRIEBEN ALS ZURUECKGESENDET?
           IF       GUTSCHRIFT NOT = ZEROES
                    COMPUTE MENGE-GUTSCHRIFT =
                            KPRMEN OF PKDBSTP-P - KPGUMN OF PKDBSTP-P
                    END-COMPUTE
                    IF   MENGE-GUTSCHRIFT < ZEROES
                         MOVE ZEROES TO MENGE-GUTSCHRIFT
                    END-IF
                    IF   RQMENG OF FORMAT2 > MENGE-GUTSCHRIFT
                         MOVE "M"                TO DIFF-ART
                         MOVE MENGE-GUTSCHRIFT   TO DIFF-SOLL
                         MOVE RQMENG OF FORMAT2  TO DIFF-IST
                         PERFORM SCHREIBE-DIFFERENZ
                    END-IF
           ELSE
                    IF   RQMENG OF FORMAT2 > KPGMEN OF PKDBSTP-P
                         MOVE "M"                 TO DIFF-ART
                         MOVE KPGMEN OF PKDBSTP-P TO DIFF-SOLL
                         MOVE RQMENG OF FORMAT2   TO DIFF-IST
                         PERFORM SCHREIBE-DIFFERENZ
                    END-IF
           END-IF.

      * PREISABGLEICH GEGEN DEN PREIS ZUM BESTELLZEITPUNKT
           END-COMPUTE.
           ADD      POS-WERT TO RECH-SUMME.

      * GUTGESCHRIEBENE MENGE AN DER POSITION FORTSCHREIBEN
           IF       GUTSCHRIFT NOT = ZEROES
                    PERFORM FORTSCHREIBEN-GUTSCHRIFT
           END-IF.

           GO TO    BUC-RCH-20.

       BUC-RCH-40.
           MOVE     RGRGNR OF FORMAT1    TO RGRGNR OF PKDRECH-P.
           MOVE     RGDTR  OF FORMAT1    TO RGDTR  OF PKDRECH-P.
           MOVE     RECH-SUMME           TO RGBETR OF PKDRECH-P.
           IF       GUTSCHRIFT NOT = ZEROES
                    MOVE "G"                 TO RGTYP  OF PKDRECH-P
                    MOVE RGORLF OF FORMAT1   TO RGORLF OF PKDRECH-P
           ELSE
                    MOVE "R"                 TO RGTYP  OF PKDRECH-P
           END-IF.
           IF       ANZ-DIFF = ZEROES
                    MOVE "1" TO RGSTS OF PKDRECH-P
           ELSE

           WRITE    PKDRECH-P.

      * GUTSCHRIFT MIT DER URSPRUENGLICHEN RECHNUNG VERRECHNEN
           IF       GUTSCHRIFT NOT = ZEROES
                    PERFORM VERRECHNE-GUTSCHRIFT
           END-IF.

       BUC-RCH-90.
           EXIT.
      /
                    MOVE " ARBEITSVORRAT XXP0219"
                                       TO MSGTXT OF SNDMSG-REC(34:22)
           END-IF.
           IF       GUTSCHRIFT NOT = ZEROES
                    MOVE "GUTSCHRIFT"  TO MSGTXT OF SNDMSG-REC(1:10)
           END-IF.
           MOVE     T-USER             TO USER   OF SNDMSG-REC.
           CALL     "CLP0010" USING SNDMSG-REC
                                    RET-CODE
       MEL-ERG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * URSPRUENGLICHE RECHNUNG EINER GUTSCHRIFT PRUEFEN: SIE MUSS
      * EXISTIEREN, ZUR SELBEN BESTELLUNG GEHOEREN, SELBST KEINE
      * GUTSCHRIFT SEIN UND DARF NOCH NICHT BEZAHLT SEIN (RGSTS 3
      * AUS DEM ZAHLLAUF XXP0226) - SONST GINGE DIE GUTSCHRIFT
      * IN RGGUTB UNTER
      *--------------------------------------------------------------
       PRUEFE-ORIGINALRECHNUNG SECTION.
       PRU-ORI-00.

           INITIALIZE GUTSCHRIFT.

           INITIALIZE PKDRECHF OF PKDRECH-P.
           MOVE     RGORLF OF FORMAT1 TO RGLFDN OF PKDRECH-P.
           READ     PKDRECH-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-ORI-80
           END-IF.
           IF       RGBLFD OF PKDRECH-P NOT = KBLFDN OF PKDBST1-P
            OR      RGTYP  OF PKDRECH-P = "G"
                    GO TO PRU-ORI-80
           END-IF.
           IF       RGSTS  OF PKDRECH-P = "3"
                    GO TO PRU-ORI-70
           END-IF.

           MOVE     1 TO GUTSCHRIFT.
           GO TO    PRU-ORI-90.

       PRU-ORI-70.
           INITIALIZE SNDMSG-REC.
           MOVE "GUTSCHRIFT: RECHNUNG IST SCHON BEZAHLT"
                                       TO MSGTXT OF SNDMSG-REC(1:38).
           MOVE     T-USER             TO USER   OF SNDMSG-REC.
           CALL     "CLP0010" USING SNDMSG-REC
                                    RET-CODE
           END-CALL.
           GO TO    PRU-ORI-90.

       PRU-ORI-80.
           INITIALIZE SNDMSG-REC.
           MOVE "GUTSCHRIFT: RECHNUNG ZUR BESTELLUNG ANGEBEN"
                                       TO MSGTXT OF SNDMSG-REC(1:43).
           MOVE     T-USER             TO USER   OF SNDMSG-REC.
           CALL     "CLP0010" USING SNDMSG-REC
                                    RET-CODE
           END-CALL.

       PRU-ORI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GUTGESCHRIEBENE MENGE AN DER POSITION KUMULIEREN. IST DIE
      * ZURUECKGESENDETE MENGE VOLL GUTGESCHRIEBEN, ENTFAELT DIE
      * MARKIERUNG "GUTSCHRIFT ERWARTET" UND DIE RUECKSENDUNGEN
      * DER POSITION SIND ERLEDIGT
      *--------------------------------------------------------------
       FORTSCHREIBEN-GUTSCHRIFT SECTION.
       FOR-GUT-00.

      * POSITION MIT SPERRE NACHLESEN
           INITIALIZE PKDBSTPF OF PKDBSTP-P.
           MOVE     KBLFDN OF PKDBST1-P TO KPBLFD OF PKDBSTP-P.
           MOVE     KPPOS  OF FORMAT2   TO KPPOS  OF PKDBSTP-P.
           READ     PKDBSTP-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO FOR-GUT-90
           END-IF.

           PERFORM  COPY-GET-TIME.

           ADD      RQMENG OF FORMAT2 TO KPGUMN OF PKDBSTP-P.
           IF       KPGUMN OF PKDBSTP-P NOT < KPRMEN OF PKDBSTP-P
                    MOVE SPACES TO KPGUTS OF PKDBSTP-P
           END-IF.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO KPMSER OF PKDBSTP-P.
           MOVE     T-TERM            TO KPMBS  OF PKDBSTP-P.
           MOVE     PGM-WRK           TO KPMPGM OF PKDBSTP-P.
           MOVE     DATE-8            TO KPMDTA OF PKDBSTP-P.
           MOVE     TIME-6            TO KPMTIA OF PKDBSTP-P.

           REWRITE  PKDBSTP-P.

           IF       KPGUTS OF PKDBSTP-P NOT = SPACES
                    GO TO FOR-GUT-90
           END-IF.

      * OFFENE GUTSCHRIFTS-RUECKSENDUNGEN DER POSITION ERLEDIGEN
           INITIALIZE PKDRUEKF OF PKDRUEK-P.
           START    PKDRUEK-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO FOR-GUT-90
           END-IF.

       FOR-GUT-20.
           READ     PKDRUEK-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO FOR-GUT-90
           END-IF.

           IF       RKBLFD OF PKDRUEK-P NOT = KPBLFD OF PKDBSTP-P
            OR      RKPOS  OF PKDRUEK-P NOT = KPPOS  OF PKDBSTP-P
            OR      RKART  OF PKDRUEK-P NOT = "G"
            OR      RKSTS  OF PKDRUEK-P NOT = "0"
                    GO TO FOR-GUT-20
           END-IF.

           MOVE     "1"               TO RKSTS  OF PKDRUEK-P.
           MOVE     T-USER            TO RKMSER OF PKDRUEK-P.
           MOVE     T-TERM            TO RKMBS  OF PKDRUEK-P.
           MOVE     PGM-WRK           TO RKMPGM OF PKDRUEK-P.
           MOVE     DATE-8            TO RKMDTA OF PKDRUEK-P.
           MOVE     TIME-6            TO RKMTIA OF PKDRUEK-P.
           REWRITE  PKDRUEK-P.

           GO TO    FOR-GUT-20.

       FOR-GUT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DEN GUTSCHRIFTSBETRAG AN DER URSPRUENGLICHEN RECHNUNG
      * VERRECHNEN (RGGUTB), DER ZAHLLAUF XXP0226 ZAHLT NUR NOCH
      * DEN RESTBETRAG. BEZAHLTE RECHNUNGEN WERDEN SCHON IN
      * PRUEFE-ORIGINALRECHNUNG ABGEWIESEN
      *--------------------------------------------------------------
       VERRECHNE-GUTSCHRIFT SECTION.
       VER-GUT-00.

           INITIALIZE PKDRECHF OF PKDRECH-P.
           MOVE     RGORLF OF FORMAT1 TO RGLFDN OF PKDRECH-P.
           READ     PKDRECH-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-GUT-90
           END-IF.

           ADD      RECH-SUMME        TO RGGUTB OF PKDRECH-P.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO RGMSER OF PKDRECH-P.
           MOVE     T-TERM            TO RGMBS  OF PKDRECH-P.
           MOVE     PGM-WRK           TO RGMPGM OF PKDRECH-P.
           MOVE     DATE-8            TO RGMDTA OF PKDRECH-P.
           MOVE     TIME-6            TO RGMTIA OF PKDRECH-P.

           REWRITE  PKDRECH-P.

       VER-GUT-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-CHECK-DATE: DATUMSFELDER PRUEFEN
      *---------------------------------------------------------------
