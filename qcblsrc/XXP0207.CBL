      *                  VERBRAUCH (BUVERB) IN PKDBUDG FORT          *
      *                  (KENNZEICHEN KBBUDG), BEI DROHENDER         *
      *                  UEBERSCHREITUNG GIBT ES EINE WARNUNG        *
      * 15.10.2026 AP    F6 DRUCKT DIE FREIGEGEBENE BESTELLUNG FUER   *
      *                  DEN LIEFERANTEN (XXP0231), NACHDRUCKE        *
      *                  TRAGEN DEN VERMERK KOPIE                     *
      * 15.10.2026 AP    WUNSCHTERMIN (KPWDAT) JE POSITION. F7 RUFT   *
      *                  DIE ERFASSUNG DER AUFTRAGSBESTAETIGUNG DES   *
      *                  LIEFERANTEN (XXP0232) AUF                    *
      * 15.10.2026 AP    RAHMENVERTRAEGE (PKDRVT): DER AKTIVE VERTRAG *
      *                  DES LIEFERANTEN WIRD MIT RESTVOLUMEN         *
      *                  ANGEZEIGT, WIRKSAME BESTELLUNGEN SCHREIBEN   *
      *                  DAS VERBRAUCHTE VOLUMEN (RVVERB) FORT, DER   *
      *                  BELASTETE VERTRAG STEHT IN KBRVNR            *
      * 15.10.2026 AP    BUDGETJAHR DER BESTELLUNG IST KBBJAHR (NACH  *
      *                  DEM JAHRESABSCHLUSS XXP0239), SONST DAS JAHR *
      *                  AUS KBDTB. AUF ABGESCHLOSSENE KONTEN         *
      *                  (BUABGS) WIRD NICHT MEHR GESPEICHERT         *
      *                                                               *
      *****************************************************************
      *
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDRVT: RAHMENVERTRAEGE
      *-------------------------------------------------------------
           SELECT PKDRVT-DP
                  ASSIGN       TO  DATABASE-PKDRVT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * LOGISCHE DATEI RAHMENVERTRAEGE NACH LIEFERANT
      *-------------------------------------------------------------
           SELECT PKDRVT-DL
                  ASSIGN       TO  DATABASE-PKDRVTL1
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  PKDART-P.
           COPY DDS-ALL-FORMATS OF PKDART.
      /
      *--- PKDRVT: RVNR
       FD  PKDRVT-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDRVT-P.
           COPY DDS-ALL-FORMATS OF PKDRVT.
      /
      *--- PKDRVTL1: RVLIEF, RVNR
       FD  PKDRVT-DL
           LABEL RECORDS ARE STANDARD.
       01  PKDRVT-L.
           COPY DDS-ALL-FORMATS OF PKDRVTL1.
      /
       WORKING-STORAGE SECTION.

       01  BUDG-DA                       PIC 9(1).
       01  ALT-WERT                      PIC 9(9)V9(2).
       01  ALT-BUDG                      PIC X(1).
       01  BUDG-JAHR                     PIC 9(4).

      * RAHMENVERTRAG: BISHER BELASTETER VERTRAG, SUCHBEGRIFFE UND
      * GEFUNDEN-KENNZEICHEN
       01  ALT-RVNR                      LIKE KBRVNR OF PKDBST1-P.
       01  VERTRAG-DA                    PIC 9(1).
       01  SUCH-LIEF                     LIKE KBLIEF OF PKDBST1-P.
       01  SUCH-DATUM                    PIC 9(8).
       01  DSP-RVNR                      PIC Z(8)9.

      * POSITIONSVERWALTUNG: HOECHSTE VERGEBENE POSITIONSNUMMER
      * UND GESAMTWERT UEBER ALLE POSITIONEN
       01  POS-GESAMT                    PIC 9(9)V9(2).
       77  ANZ-POS                       PIC 9(3)  COMP.

      * RUECKMELDUNG DES BESTELLDRUCKS XXP0231
       01  DRUCK-RETCODE                 PIC X(1).

      * RUECKGABE DER BESTAETIGUNGSERFASSUNG XXP0232
       01  BST-F3-WRK                    PIC X(1).
       01  BST-F12-WRK                   PIC X(1).

      * HILFSFELD FUER NACHRICHTENAUSGABE (STATUSBEZEICHNUNG)
       01  STSBEZ-WRK                    LIKE STSBEZ OF FORMAT1.
      /
      * ALLE DATEIEN OEFFNEN
           OPEN     I-O   PKDBST1-DP
                          PKDBSTP-DP
                          PKDBUDG-DP
                          PKDRVT-DP.
           OPEN     INPUT PKDART-DP
                          PKDLIEF-DP
                          PKDRVT-DL.

           INITIALIZE F3, F12.
           INITIALIZE X-F3, X-F12.
                                 PKDBSTP-DP
                                 PKDBUDG-DP
                                 PKDART-DP
                                 PKDLIEF-DP
                                 PKDRVT-DP
                                 PKDRVT-DL.

           PERFORM  COPY-PGM-EXIT.

                    END-IF
           END-IF.

      * AKTIVEN RAHMENVERTRAG DES LIEFERANTEN MIT RESTVOLUMEN
      * ANZEIGEN (STICHTAG IST DAS BESTELLDATUM)
           MOVE     ZEROES TO RVNR   OF FORMAT1.
           MOVE     ZEROES TO RVBIS  OF FORMAT1.
           MOVE     ZEROES TO RVREST OF FORMAT1.
           IF       KBLIEF OF FORMAT1 NOT = SPACES
                    MOVE KBLIEF OF FORMAT1 TO SUCH-LIEF
                    MOVE DATE-8            TO SUCH-DATUM
                    IF   DT_A OF FORMAT1(1:8) IS NUMERIC
                     AND DT_A OF FORMAT1(1:8) NOT = ZEROES
                         MOVE DT_A OF FORMAT1(1:8) TO SUCH-DATUM
                    END-IF
                    PERFORM SUCHE-VERTRAG
                    IF   VERTRAG-DA NOT = ZEROES
                         MOVE RVNR  OF PKDRVT-L TO RVNR  OF FORMAT1
                         MOVE RVBIS OF PKDRVT-L TO RVBIS OF FORMAT1
                         IF   RVVERB OF PKDRVT-L < RVVOL OF PKDRVT-L
                              COMPUTE RVREST OF FORMAT1 =
                                      RVVOL  OF PKDRVT-L
                                    - RVVERB OF PKDRVT-L
                              END-COMPUTE
                         END-IF
                    END-IF
           END-IF.

      * BEZEICHNUNGEN ERMITTELN
           IF       KBTYP  OF FORMAT1 NOT = SPACES
                    INITIALIZE PCONFIGF OF CFG-CPY
                    GO TO ANZ-DAT-20
           END-IF.

      * F6 BESTELLUNG FUER DEN LIEFERANTEN DRUCKEN
           IF       IN06 OF FORMAT1-I-INDIC = AN
            AND     NEUANLAGE = ZEROES
                    PERFORM DRUCKE-BESTELLUNG
                    GO TO ANZ-DAT-20
           END-IF.

      * F7 AUFTRAGSBESTAETIGUNG DES LIEFERANTEN ERFASSEN
           IF       IN07 OF FORMAT1-I-INDIC = AN
            AND     NEUANLAGE = ZEROES
                    MOVE SPACES TO BST-F3-WRK BST-F12-WRK
                    CALL "XXP0232" USING X-KBLFDN
                                         BST-F3-WRK
                                         BST-F12-WRK
                    END-CALL
                    IF   BST-F3-WRK = "1"
                         MOVE "1" TO F3
                         GO TO ANZ-DAT-90
                    END-IF
                    GO TO ANZ-DAT-20
           END-IF.

      * DATUM GEFUELLT?
           IF       DT_A   OF FORMAT1(1:8) = ZEROES
                    GO TO ANZ-DAT-20
                    END-IF
           END-IF.

      * AUF EIN ABGESCHLOSSENES BUDGETJAHR WIRD NICHT GEBUCHT
           IF       KBKST OF FORMAT1 NOT = SPACES
                    PERFORM PRUEFE-BUDGETJAHR
                    IF   BUDG-DA = 2
                         GO TO ANZ-DAT-20
                    END-IF
           END-IF.

      * OHNE KOPF KEINE POSITIONEN: BEI NEUANLAGE ERST DEN
      * KOPFSATZ SCHREIBEN
           IF       NEUANLAGE NOT = ZEROES
           MOVE     KPBMEN OF PKDBSTP-P  TO KPBMEN OF FORMAT2.
           MOVE     KPGMEN OF PKDBSTP-P  TO KPGMEN OF FORMAT2.
           MOVE     KPPREI OF PKDBSTP-P  TO KPPREI OF FORMAT2.
           MOVE     KPWDAT OF PKDBSTP-P  TO KPWDAT OF FORMAT2.
           COMPUTE  POS-WERT =
                    KPBMEN OF PKDBSTP-P * KPPREI OF PKDBSTP-P
           END-COMPUTE.

           MOVE     KPIDEN OF FORMAT2 TO KPIDEN OF PKDBSTP-P.
           MOVE     KPBMEN OF FORMAT2 TO KPBMEN OF PKDBSTP-P.
           MOVE     KPWDAT OF FORMAT2 TO KPWDAT OF PKDBSTP-P.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO KPMSER OF PKDBSTP-P.
           MOVE     POS-MAX             TO KPPOS  OF PKDBSTP-P.
           MOVE     KPIDEN OF FORMAT2   TO KPIDEN OF PKDBSTP-P.
           MOVE     KPBMEN OF FORMAT2   TO KPBMEN OF PKDBSTP-P.
           MOVE     KPWDAT OF FORMAT2   TO KPWDAT OF PKDBSTP-P.
           MOVE     ZEROES              TO KPGMEN OF PKDBSTP-P.

      * PREIS ZUM BESTELLZEITPUNKT AUS DEM ARTIKELSTAMM

           MOVE     KBGWRT OF PKDBST1-P TO ALT-WERT.
           MOVE     KBBUDG OF PKDBST1-P TO ALT-BUDG.
           MOVE     KBRVNR OF PKDBST1-P TO ALT-RVNR.

           MOVE     POS-GESAMT TO KBGWRT OF PKDBST1-P.

      * DROHENDER UEBERSCHREITUNG WARNEN
           PERFORM  PFLEGE-BUDGET.

      * VERBRAUCHTES VOLUMEN DES RAHMENVERTRAGES FORTSCHREIBEN
           PERFORM  PFLEGE-VERTRAG.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

           INITIALIZE BUDG-DA.
           INITIALIZE PKDBUDGF OF PKDBUDG-P.
           MOVE     KBKST OF PKDBST1-P      TO BUKST  OF PKDBUDG-P.
           IF       KBBJAHR OF PKDBST1-P NOT = ZEROES
                    MOVE KBBJAHR OF PKDBST1-P TO BUJAHR OF PKDBUDG-P
           ELSE
                    MOVE KBDTB OF PKDBST1-P(1:4)
                                              TO BUJAHR OF PKDBUDG-P
           END-IF.
           READ     PKDBUDG-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE 1 TO BUDG-DA
           EXIT.
      /
      *--------------------------------------------------------------
      * PRUEFEN, OB DAS BUDGETJAHR DER BESTELLUNG FUER DIE
      * KOSTENSTELLE SCHON ABGESCHLOSSEN IST (BUDG-DA = 2, DER
      * USER ERHAELT EINE NACHRICHT)
      *--------------------------------------------------------------
       PRUEFE-BUDGETJAHR SECTION.
       PRU-BJA-00.

           INITIALIZE BUDG-DA.

      * NEUE BESTELLUNGEN ZAEHLEN ZUM LAUFENDEN JAHR
           EVALUATE TRUE
                    WHEN NEUANLAGE NOT = ZEROES
                         MOVE DATE-8(1:4)          TO BUDG-JAHR
                    WHEN KBBJAHR OF PKDBST1-P NOT = ZEROES
                         MOVE KBBJAHR OF PKDBST1-P  TO BUDG-JAHR
                    WHEN OTHER
                         MOVE KBDTB OF PKDBST1-P(1:4) TO BUDG-JAHR
           END-EVALUATE.

           INITIALIZE PKDBUDGF OF PKDBUDG-P.
           MOVE     KBKST OF FORMAT1 TO BUKST  OF PKDBUDG-P.
           MOVE     BUDG-JAHR        TO BUJAHR OF PKDBUDG-P.
           READ     PKDBUDG-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-BJA-90
           END-IF.
           MOVE     1 TO BUDG-DA.

           IF       BUABGS OF PKDBUDG-P NOT = "1"
                    GO TO PRU-BJA-90
           END-IF.

           MOVE     2 TO BUDG-DA.
           INITIALIZE SNDMSG-REC.
           MOVE "BUDGETJAHR "         TO MSGTXT OF SNDMSG-REC(1:11).
           MOVE BUDG-JAHR             TO MSGTXT OF SNDMSG-REC(12:4).
           MOVE " DER KOSTENSTELLE "  TO MSGTXT OF SNDMSG-REC(16:18).
           MOVE KBKST OF FORMAT1      TO MSGTXT OF SNDMSG-REC(34:10).
           MOVE " ABGESCHLOSSEN"      TO MSGTXT OF SNDMSG-REC(44:14).
           MOVE " - NICHT GESPEICHERT" TO MSGTXT OF SNDMSG-REC(58:20).
           MOVE T-USER                TO USER   OF SNDMSG-REC.
           CALL     "CLP0010" USING SNDMSG-REC
                                    RET-CODE
           END-CALL.

       PRU-BJA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * RAHMENVERTRAG PFLEGEN: DER BISHER BELASTETE VERTRAG
      * (KBRVNR) WIRD UM DEN ALTEN WERT ENTLASTET, DANACH WIRD DER
      * ZUM BESTELLDATUM AKTIVE VERTRAG DES LIEFERANTEN MIT DEM
      * NEUEN GESAMTWERT BELASTET. WIE BEIM BUDGET ZAEHLEN NUR
      * WIRKSAME BESTELLUNGEN, STATUS 0 ENTLASTET DEN VERTRAG
      *--------------------------------------------------------------
       PFLEGE-VERTRAG SECTION.
       PFL-VER-00.

           IF       ALT-RVNR = ZEROES
                    GO TO PFL-VER-40
           END-IF.

      * BISHER BELASTETEN VERTRAG MIT SPERRE LESEN UND ENTLASTEN
           MOVE     ZEROES TO KBRVNR OF PKDBST1-P.
           INITIALIZE PKDRVTF OF PKDRVT-P.
           MOVE     ALT-RVNR TO RVNR OF PKDRVT-P.
           READ     PKDRVT-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PFL-VER-40
           END-IF.

           IF       RVVERB OF PKDRVT-P > ALT-WERT
                    SUBTRACT ALT-WERT FROM RVVERB OF PKDRVT-P
           ELSE
                    MOVE ZEROES TO RVVERB OF PKDRVT-P
           END-IF.
           PERFORM  SCHREIBE-VERTRAG.

       PFL-VER-40.
      * NICHT (MEHR) WIRKSAME BESTELLUNGEN BELASTEN KEINEN VERTRAG
           IF       KBVSTS OF PKDBST1-P = "0"
                    GO TO PFL-VER-90
           END-IF.
           IF       ALT-RVNR = ZEROES
            AND     KBVSTS OF PKDBST1-P NOT = "1"
                    GO TO PFL-VER-90
           END-IF.
           IF       KBLIEF OF PKDBST1-P = SPACES
                    GO TO PFL-VER-90
           END-IF.

      * AKTIVEN VERTRAG ZUM BESTELLDATUM SUCHEN
           MOVE     KBLIEF OF PKDBST1-P TO SUCH-LIEF.
           MOVE     KBDTB  OF PKDBST1-P TO SUCH-DATUM.
           PERFORM  SUCHE-VERTRAG.
           IF       VERTRAG-DA = ZEROES
                    GO TO PFL-VER-90
           END-IF.

      * VERTRAG MIT SPERRE LESEN UND BELASTEN
           INITIALIZE PKDRVTF OF PKDRVT-P.
           MOVE     RVNR OF PKDRVT-L TO RVNR OF PKDRVT-P.
           READ     PKDRVT-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PFL-VER-90
           END-IF.

           ADD      KBGWRT OF PKDBST1-P TO RVVERB OF PKDRVT-P.
           MOVE     RVNR   OF PKDRVT-P  TO KBRVNR OF PKDBST1-P.
           PERFORM  SCHREIBE-VERTRAG.

      * HINWEIS, WENN DAS ZUGESAGTE VOLUMEN AUSGESCHOEPFT IST
           IF       RVVERB OF PKDRVT-P > RVVOL OF PKDRVT-P
                    MOVE RVNR OF PKDRVT-P TO DSP-RVNR
                    INITIALIZE SNDMSG-REC
                    MOVE "RAHMENVERTRAG "
                                     TO MSGTXT OF SNDMSG-REC(1:14)
                    MOVE DSP-RVNR    TO MSGTXT OF SNDMSG-REC(15:9)
                    MOVE " - ZUGESAGTES VOLUMEN IST AUSGESCHOEPFT"
                                     TO MSGTXT OF SNDMSG-REC(24:39)
                    MOVE T-USER      TO USER   OF SNDMSG-REC
                    CALL "CLP0010" USING SNDMSG-REC
                                         RET-CODE
                    END-CALL
           END-IF.

       PFL-VER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GELESENEN VERTRAG MIT AENDERUNGSDATEN ZURUECKSCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-VERTRAG SECTION.
       SCH-VER-00.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO RVMSER OF PKDRVT-P.
           MOVE     T-TERM            TO RVMBS  OF PKDRVT-P.
           MOVE     PGM-WRK           TO RVMPGM OF PKDRVT-P.
           MOVE     DATE-8            TO RVMDTA OF PKDRVT-P.
           MOVE     TIME-6            TO RVMTIA OF PKDRVT-P.

           REWRITE  PKDRVT-P.

       SCH-VER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AKTIVEN RAHMENVERTRAG DES LIEFERANTEN SUCH-LIEF ZUM DATUM
      * SUCH-DATUM SUCHEN (GUELTIG VON <= DATUM <= GUELTIG BIS).
      * GEFUNDEN WIRD DER ERSTE PASSENDE VERTRAG IN PKDRVT-L
      *--------------------------------------------------------------
       SUCHE-VERTRAG SECTION.
       SUC-VER-00.

           INITIALIZE VERTRAG-DA.

           INITIALIZE PKDRVTF OF PKDRVT-L.
           MOVE     SUCH-LIEF TO RVLIEF OF PKDRVT-L.
           START    PKDRVT-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUC-VER-90
           END-IF.

       SUC-VER-20.
           READ     PKDRVT-DL NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUC-VER-90
           END-IF.
           IF       RVLIEF OF PKDRVT-L NOT = SUCH-LIEF
                    GO TO SUC-VER-90
           END-IF.
           IF       RVVON OF PKDRVT-L > SUCH-DATUM
            OR      RVBIS OF PKDRVT-L < SUCH-DATUM
                    GO TO SUC-VER-20
           END-IF.

           MOVE     1 TO VERTRAG-DA.

       SUC-VER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ERKLAEREN, WARUM DIE AENDERUNG NICHT GESPEICHERT WERDEN KANN
      *--------------------------------------------------------------
       EXPLAIN-BLOCKED SECTION.
           EXIT.
      /
      *--------------------------------------------------------------
      * BESTELLUNG UEBER XXP0231 DRUCKEN; NICHT FREIGEGEBENE
      * BESTELLUNGEN WERDEN NICHT GEDRUCKT
      *--------------------------------------------------------------
       DRUCKE-BESTELLUNG SECTION.
       DRU-BES-00.

           INITIALIZE DRUCK-RETCODE.
           CALL     "XXP0231" USING X-KBLFDN
                                    DRUCK-RETCODE
           END-CALL.

           INITIALIZE SNDMSG-REC.
           IF       DRUCK-RETCODE = SPACES
                    MOVE "BESTELLUNG GEDRUCKT"
                                      TO MSGTXT OF SNDMSG-REC(1:19)
           ELSE
                    MOVE "BESTELLUNG NICHT FREIGEGEBEN - KEIN DRUCK"
                                      TO MSGTXT OF SNDMSG-REC(1:41)
           END-IF.
           MOVE     T-USER            TO USER   OF SNDMSG-REC.
           CALL     "CLP0010" USING SNDMSG-REC
                                    RET-CODE
           END-CALL.

      * DEN VON XXP0231 FORTGESCHRIEBENEN KOPF NEU LESEN
           INITIALIZE PKDBST1F OF PKDBST1-P.
           MOVE     X-KBLFDN          TO KBLFDN OF PKDBST1-P.
           READ     PKDBST1-DP WITH NO LOCK.

       DRU-BES-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ARTIKEL GEGEN DEN ARTIKELSTAMM PKDART PRUEFEN UND DEN
      * AKTUELLEN PREIS BEREITSTELLEN (INAKTIVE ARTIKEL GELTEN
      * ALS NICHT VORHANDEN)
