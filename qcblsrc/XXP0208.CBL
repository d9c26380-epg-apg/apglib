      *                  (PKDBUDG) UEBERZIEHEN WUERDE, WIRD          *
      *                  ABGELEHNT; FREIGEGEBENE BESTELLUNGEN        *
      *                  SCHREIBEN DEN VERBRAUCH BUVERB FORT         *
      * 15.10.2026 AP    BUDGETJAHR DER BESTELLUNG IST KBBJAHR (NACH  *
      *                  DEM JAHRESABSCHLUSS XXP0239), SONST DAS JAHR *
      *                  AUS KBDTB. AUF ABGESCHLOSSENE KONTEN         *
      *                  (BUABGS) WIRD NICHT MEHR FREIGEGEBEN         *
      * 15.10.2026 AP    LINIENGENEHMIGUNG: GEZEIGT UND FREIGEBBAR    *
      *                  SIND NUR DIE BESTELLUNGEN, FUER DEREN        *
      *                  BESTELLER (KBBUSR) DER ANGEMELDETE USER LAUT *
      *                  ORGANISATION (CFP9032) GENEHMIGER IST ODER   *
      *                  IHN LAUT PDELEG VERTRITT; OHNE GENEHMIGER    *
      *                  GILT WIE BISHER DIE ROLLE                    *
      * 15.10.2026 AP    RAHMENVERTRAG: DIE FREIGABE BELASTET WIE     *
      *                  XXP0207 DEN AKTIVEN VERTRAG DES LIEFERANTEN  *
      *                  (RVVERB, KBRVNR), EINE ABLEHNUNG ENTLASTET   *
      *                  IHN WIEDER                                   *
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
       01  PKDBUDG-P.
           COPY DDS-ALL-FORMATS OF PKDBUDG.
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
       01  BUDG-VOLL                     PIC 9(1).

      * BUDGETJAHR DER BESTELLUNG UND KENNZEICHEN ABGESCHLOSSEN
       01  BUDG-JAHR                     PIC 9(4).
       01  BUDG-ZU                       PIC 9(1).

      * RAHMENVERTRAG DES LIEFERANTEN (WIE XXP0207)
       01  VERTRAG-DA                    PIC 9(1).
       01  SUCH-LIEF                     LIKE KBLIEF OF PKDBST1-P.
       01  SUCH-DATUM                    PIC 9(8).
       01  DSP-RVNR                      PIC Z(8)9.

      * VERTRETUNG: GEFUNDENER VOLLMACHTGEBER UND KENNZEICHEN
       01  DELEG-VON                     PIC X(10).
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

      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     I-O   PKDBST1-DP
                          PKDBUDG-DP
                          PKDRVT-DP.
           OPEN     INPUT PKDBSTP-DP
                          PDELEG-DP
                          PKDRVT-DL.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F5, F12.
           CLOSE    PKDBST1-DP
                    PKDBSTP-DP
                    PKDBUDG-DP
                    PDELEG-DP
                    PKDRVT-DP
                    PKDRVT-DL.

           PERFORM  COPY-PGM-EXIT.

                    GO TO ANZ-SFL-10
           END-IF.

      * BESTELLUNGEN MIT EINEM ANDEREN LINIENGENEHMIGER AUSBLENDEN
           MOVE     KBBUSR OF PKDBST1-P TO ANTRAG-USER.
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
      * LINIENGENEHMIGER DES BESTELLERS (ODER SEIN VERTRETER)
      * ENTSCHEIDET, NUR OHNE GENEHMIGER GILT DIE ROLLE
           MOVE     SPACES          TO RET-CODE.
           MOVE     AUSW OF FORMAT2 TO AUSWAHL.
           INITIALIZE DELEG-AKTIV DELEG-VON.
           MOVE     KBBUSR OF FORMAT2 TO ANTRAG-USER.
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
      * 2 = FREIGEBEN, 4 = ABLEHNEN
           IF       AUSW OF FORMAT2 = "2" OR "4"
                    MOVE KBLFDN OF FORMAT2 TO LFDN-SAV
      * DIE DAS KONTO UEBERZIEHEN WUERDE, WIRD ABGELEHNT
           IF       AUSWAHL = "2"
                    PERFORM PRUEFE-BUDGET
                    IF   BUDG-ZU NOT = ZEROES
                         PERFORM MELDE-BUDGET-ZU
                         GO TO ENT-BST-90
                    END-IF
                    IF   BUDG-VOLL NOT = ZEROES
                         PERFORM MELDE-BUDGET-VOLL
                         GO TO ENT-BST-90
           IF       AUSWAHL = "2"
                    MOVE "1" TO KBVSTS OF PKDBST1-P
                    PERFORM BUCHE-BUDGET
                    PERFORM BUCHE-VERTRAG
           ELSE
                    MOVE "9" TO KBVSTS OF PKDBST1-P
                    PERFORM ENTLASTE-VERTRAG
           END-IF.
           MOVE     KOMMENT OF FORMAT5 TO KBFKOM OF PKDBST1-P.

       PRUEFE-BUDGET SECTION.
       PRU-BUD-00.

           INITIALIZE BUDG-DA BUDG-VOLL BUDG-ZU.

      * OHNE KOSTENSTELLE KEINE BUDGETKONTROLLE
           IF       KBKST OF PKDBST1-P = SPACES
                    GO TO PRU-BUD-90
           END-IF.

      * BUDGETJAHR: NACH EINEM UEBERTRAG KBBJAHR, SONST BESTELLJAHR
           IF       KBBJAHR OF PKDBST1-P NOT = ZEROES
                    MOVE KBBJAHR OF PKDBST1-P     TO BUDG-JAHR
           ELSE
                    MOVE KBDTB   OF PKDBST1-P(1:4) TO BUDG-JAHR
           END-IF.

           INITIALIZE PKDBUDGF OF PKDBUDG-P.
           MOVE     KBKST OF PKDBST1-P      TO BUKST  OF PKDBUDG-P.
           MOVE     BUDG-JAHR               TO BUJAHR OF PKDBUDG-P.
           READ     PKDBUDG-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-BUD-90
           END-IF.

      * ABGESCHLOSSENES JAHR: KEINE BUCHUNG MEHR MOEGLICH
           IF       BUABGS OF PKDBUDG-P = "1"
                    MOVE 1 TO BUDG-ZU
                    GO TO PRU-BUD-90
           END-IF.

           MOVE     1 TO BUDG-DA.

           IF       BUVERB OF PKDBUDG-P + KBGWRT OF PKDBST1-P
           EXIT.
      /
      *--------------------------------------------------------------
      * DEM FREIGEBER MELDEN, DASS DAS BUDGETJAHR SCHON
      * ABGESCHLOSSEN IST
      *--------------------------------------------------------------
       MELDE-BUDGET-ZU SECTION.
       MEL-BZU-00.

           INITIALIZE SNDMSG-REC.
           MOVE "FREIGABE ABGELEHNT - BUDGETJAHR "
                                      TO MSGTXT OF SNDMSG-REC(1:32).
           MOVE BUDG-JAHR             TO MSGTXT OF SNDMSG-REC(33:4).
           MOVE " DER KOSTENSTELLE "  TO MSGTXT OF SNDMSG-REC(37:18).
           MOVE KBKST OF PKDBST1-P    TO MSGTXT OF SNDMSG-REC(55:10).
           MOVE " ABGESCHLOSSEN"      TO MSGTXT OF SNDMSG-REC(65:14).
           MOVE T-USER                TO USER   OF SNDMSG-REC.
           CALL     "CLP0010" USING SNDMSG-REC
                                    RET-CODE
           END-CALL.

       MEL-BZU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FREIGEGEBENE BESTELLUNG IN DEN BUDGETVERBRAUCH BUCHEN
      * (KENNZEICHEN KBBUDG: SCHON GEZAEHLT)
      *--------------------------------------------------------------
      * KONTO MIT SPERRE NACHLESEN UND FORTSCHREIBEN
           INITIALIZE PKDBUDGF OF PKDBUDG-P.
           MOVE     KBKST OF PKDBST1-P      TO BUKST  OF PKDBUDG-P.
           MOVE     BUDG-JAHR               TO BUJAHR OF PKDBUDG-P.
           READ     PKDBUDG-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BUC-BUD-90
       BUC-BUD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FREIGEGEBENE BESTELLUNG WIE IN XXP0207 DEM ZUM BESTELLDATUM
      * AKTIVEN RAHMENVERTRAG DES LIEFERANTEN BELASTEN (RVVERB,
      * BELASTETER VERTRAG IN KBRVNR)
      *--------------------------------------------------------------
       BUCHE-VERTRAG SECTION.
       BUC-VER-00.

      * SCHON BELASTET ODER OHNE LIEFERANT: NICHTS ZU TUN
           IF       KBRVNR OF PKDBST1-P NOT = ZEROES
            OR      KBLIEF OF PKDBST1-P = SPACES
                    GO TO BUC-VER-90
           END-IF.

      * AKTIVEN VERTRAG ZUM BESTELLDATUM SUCHEN
           MOVE     KBLIEF OF PKDBST1-P TO SUCH-LIEF.
           MOVE     KBDTB  OF PKDBST1-P TO SUCH-DATUM.
           PERFORM  SUCHE-VERTRAG.
           IF       VERTRAG-DA = ZEROES
                    GO TO BUC-VER-90
           END-IF.

      * VERTRAG MIT SPERRE LESEN UND BELASTEN
           INITIALIZE PKDRVTF OF PKDRVT-P.
           MOVE     RVNR OF PKDRVT-L TO RVNR OF PKDRVT-P.
           READ     PKDRVT-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BUC-VER-90
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

       BUC-VER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABGELEHNTE BESTELLUNG: EINEN BEREITS BELASTETEN RAHMEN-
      * VERTRAG (KBRVNR) UM DEN GESAMTWERT ENTLASTEN
      *--------------------------------------------------------------
       ENTLASTE-VERTRAG SECTION.
       ENT-VER-00.

           IF       KBRVNR OF PKDBST1-P = ZEROES
                    GO TO ENT-VER-90
           END-IF.

           INITIALIZE PKDRVTF OF PKDRVT-P.
           MOVE     KBRVNR OF PKDBST1-P TO RVNR OF PKDRVT-P.
           MOVE     ZEROES TO KBRVNR OF PKDBST1-P.
           READ     PKDRVT-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ENT-VER-90
           END-IF.

           IF       RVVERB OF PKDRVT-P > KBGWRT OF PKDBST1-P
                    SUBTRACT KBGWRT OF PKDBST1-P FROM RVVERB OF PKDRVT-P
           ELSE
                    MOVE ZEROES TO RVVERB OF PKDRVT-P
           END-IF.
           PERFORM  SCHREIBE-VERTRAG.

       ENT-VER-90.
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
