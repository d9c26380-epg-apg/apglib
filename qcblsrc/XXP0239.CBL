       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0239.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * JAHRESABSCHLUSS DER BUDGETKONTEN MIT UEBERTRAG                *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  SCHLIESST ALLE BUDGETKONTEN (PKDBUDG) DES    *
      *                  JAHRES X-JAHR (0 = VORJAHR) AB:              *
      *                  - DAS KONTO DES FOLGEJAHRES WIRD NACH DER    *
      *                    VORLAGE X-VORLAGE ANGELEGT: G = GLEICHER   *
      *                    BETRAG, P = BETRAG UM X-PROZENT VERAENDERT,*
      *                    N = BETRAG NULL. EIN SCHON VORHANDENES     *
      *                    KONTO BEHAELT SEIN BUDGET.                 *
      *                  - OFFENE VERPFLICHTUNGEN (FREIGEGEBENE       *
      *                    BESTELLUNGEN STATUS 1 BIS 4, DEREN WERT    *
      *                    KBGWRT NOCH NICHT VOLL IN RECHNUNG         *
      *                    GESTELLT IST) WERDEN AUS DEM               *
      *                    VERBRAUCH BUVERB DES ALTEN JAHRES IN DEN   *
      *                    VERBRAUCH DES NEUEN JAHRES UMGEBUCHT       *
      *                    (DORT ZUSAETZLICH IN BUUEB). DIE           *
      *                    BESTELLUNG ZAEHLT AB DANN ZUM BUDGETJAHR   *
      *                    KBBJAHR. NOCH NICHT FREIGEGEBENE           *
      *                    BESTELLUNGEN (STATUS 0) WECHSELN OHNE      *
      *                    BETRAG INS NEUE JAHR.                      *
      *                  - DAS ALTE KONTO WIRD ABGESCHLOSSEN (BUABGS),*
      *                    DARAUF WIRD NICHTS MEHR GEBUCHT.           *
      *                  - JE KOSTENSTELLE WIRD BUDGET, IST,          *
      *                    UEBERTRAG UND REST GEDRUCKT (XXF0239).     *
      *                  SCHON ABGESCHLOSSENE KONTEN BLEIBEN          *
      *                  UNVERAENDERT, DER LAUF KANN WIEDERHOLT       *
      *                  WERDEN.                                      *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      *                                                               *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER.         IBM-AS400.
         OBJECT-COMPUTER.         IBM-AS400.
        SPECIAL-NAMES. , DECIMAL-POINT IS COMMA.
      /
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.

      *-------------------------------------------------------------
      * PKDBUDG: BUDGETKONTEN
      *-------------------------------------------------------------
           SELECT PKDBUDG-DP
                  ASSIGN       TO  DATABASE-PKDBUDG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PHYSISCHE DATEI BESTELLKOPF
      *-------------------------------------------------------------
           SELECT PKDBST1-DP
                  ASSIGN       TO  DATABASE-PKDBST1
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDRECH: LIEFERANTENRECHNUNGEN
      *-------------------------------------------------------------
           SELECT PKDRECH-DP
                  ASSIGN       TO  DATABASE-PKDRECH
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *- XXF0239: SPOOLAUSGABE ABSCHLUSSBERICHT
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0239
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PKDBUDG: BUKST, BUJAHR
       FD  PKDBUDG-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDBUDG-P.
           COPY DDS-ALL-FORMATS OF PKDBUDG.
      /
      *--- PKDBST1: KBLFDN
       FD  PKDBST1-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDBST1-P.
           COPY DDS-ALL-FORMATS OF PKDBST1.
      /
      *--- PKDRECH: RGLFDN
       FD  PKDRECH-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDRECH-P.
           COPY DDS-ALL-FORMATS OF PKDRECH.
      /
      *- XXF0239: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0239.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0239".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * ABZUSCHLIESSENDES JAHR UND FOLGEJAHR
       01  JAHR-ALT                      PIC 9(4).
       01  JAHR-NEU                      PIC 9(4).

      * BUDGETKONTO IN ARBEIT
       01  KST-WRK                       LIKE BUKST  OF PKDBUDG-P.
       01  BUDGET-ALT                    PIC S9(9)V9(2).
       01  IST-ALT                       PIC S9(9)V9(2).
       01  BUDGET-NEU                    PIC S9(9)V9(2).
       01  UEBERTRAG                     PIC S9(9)V9(2).
       01  REST-WRK                      PIC S9(9)V9(2).

      * BUDGETJAHR UND OFFENER WERT DER GELESENEN BESTELLUNG
       01  BST-JAHR                      PIC 9(4).
       01  OFFEN-WERT                    PIC S9(9)V9(2).

      * SUMMEN DES LAUFES
       01  SUM-BUDGET                    PIC S9(11)V9(2).
       01  SUM-IST                       PIC S9(11)V9(2).
       01  SUM-UEBERTRAG                 PIC S9(11)V9(2).
       01  SUM-REST                      PIC S9(11)V9(2).
       77  ANZ-KONTEN                    PIC 9(5)  COMP.
       77  ANZ-UEBERTRAGEN               PIC 9(5)  COMP.

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DSP-WERT-S                    PIC -(8)9,9(2).
       01  DSP-SUMME-S                   PIC -(10)9,9(2).
       01  DSP-ANZ-5                     PIC Z(4)9.
       01  DSP-PROZENT                   PIC -(3)9,9(2).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * ABZUSCHLIESSENDES JAHR (0 = VORJAHR)
       01  X-JAHR                        PIC 9(4).
      * VORLAGE NEUES BUDGET: G = GLEICH, P = PROZENT, N = NULL
       01  X-VORLAGE                     PIC X(1).
      * VERAENDERUNG IN PROZENT BEI VORLAGE P
       01  X-PROZENT                     PIC S9(3)V9(2).
      * RUECKMELDUNG AN DEN AUFRUFER (LEER = OK)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-JAHR
                                X-VORLAGE
                                X-PROZENT
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0239" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.

      * DATEIEN OEFFNEN
           OPEN     I-O    PKDBUDG-DP
                           PKDBST1-DP.
           OPEN     INPUT  PKDRECH-DP.
           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

      * VORLAGE PRUEFEN
           IF       X-VORLAGE NOT = "G"
            AND     X-VORLAGE NOT = "P"
            AND     X-VORLAGE NOT = "N"
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

      * JAHRE BESTIMMEN
           PERFORM  COPY-GET-TIME.
           IF       X-JAHR NOT = ZEROES
                    MOVE X-JAHR TO JAHR-ALT
           ELSE
                    MOVE DATE-8(1:4) TO JAHR-ALT
                    SUBTRACT 1 FROM JAHR-ALT
           END-IF.
           COMPUTE  JAHR-NEU = JAHR-ALT + 1
           END-COMPUTE.

           INITIALIZE SUM-BUDGET SUM-IST SUM-UEBERTRAG SUM-REST.
           INITIALIZE ANZ-KONTEN ANZ-UEBERTRAGEN.

      * ALLE KONTEN DES JAHRES ABSCHLIESSEN
           PERFORM  DRUCKE-KOPF.
           PERFORM  VERARBEITE-KONTEN.
           PERFORM  DRUCKE-SUMME.

       ENDE.
           CLOSE    PKDBUDG-DP
                    PKDBST1-DP
                    PKDRECH-DP
                    DRUCK-DAT.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE BUDGETKONTEN LESEN UND DIE DES ALTEN JAHRES
      * ABSCHLIESSEN. NACH JEDEM KONTO WIRD HINTER DESSEN
      * SCHLUESSEL NEU AUFGESETZT, WEIL DAZWISCHEN WAHLFREI
      * GELESEN UND GESCHRIEBEN WIRD
      *--------------------------------------------------------------
       VERARBEITE-KONTEN SECTION.
       VER-KTO-00.

           INITIALIZE PKDBUDGF OF PKDBUDG-P.
           START    PKDBUDG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-KTO-90
           END-IF.

       VER-KTO-20.
           READ     PKDBUDG-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-KTO-90
           END-IF.

           IF       BUJAHR OF PKDBUDG-P NOT = JAHR-ALT
                    GO TO VER-KTO-20
           END-IF.

           MOVE     BUKST OF PKDBUDG-P TO KST-WRK.

      * SCHON ABGESCHLOSSENE KONTEN NUR IM BERICHT AUSWEISEN
           IF       BUABGS OF PKDBUDG-P = "1"
                    PERFORM DRUCKE-ABGESCHLOSSEN
                    GO TO VER-KTO-80
           END-IF.

           ADD      1 TO ANZ-KONTEN.
           MOVE     BUBUDG OF PKDBUDG-P TO BUDGET-ALT.

      * NEUES BUDGET NACH DER VORLAGE
           EVALUATE X-VORLAGE
                    WHEN "G"
                         MOVE BUBUDG OF PKDBUDG-P TO BUDGET-NEU
                    WHEN "P"
                         COMPUTE BUDGET-NEU ROUNDED =
                                 BUBUDG OF PKDBUDG-P
                               * (100 + X-PROZENT) / 100
                         END-COMPUTE
                    WHEN OTHER
                         MOVE ZEROES TO BUDGET-NEU
           END-EVALUATE.
           IF       BUDGET-NEU < ZEROES
                    MOVE ZEROES TO BUDGET-NEU
           END-IF.

      * OFFENE VERPFLICHTUNGEN INS NEUE JAHR UMHAENGEN
           PERFORM  UEBERTRAGE-BESTELLUNGEN.

      * KONTO DES NEUEN JAHRES ANLEGEN BZW. FORTSCHREIBEN
           PERFORM  SCHREIBE-NEUES-KONTO.

      * ALTES KONTO ENTLASTEN UND ABSCHLIESSEN
           PERFORM  SCHLIESSE-KONTO.

           PERFORM  DRUCKE-KONTO.

       VER-KTO-80.
      * HINTER DEM BEARBEITETEN KONTO WIEDER AUFSETZEN
           INITIALIZE PKDBUDGF OF PKDBUDG-P.
           MOVE     KST-WRK  TO BUKST  OF PKDBUDG-P.
           MOVE     JAHR-ALT TO BUJAHR OF PKDBUDG-P.
           START    PKDBUDG-DP KEY > EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-KTO-90
           END-IF.
           GO TO    VER-KTO-20.

       VER-KTO-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE BESTELLUNGEN DER KOSTENSTELLE IM ALTEN BUDGETJAHR
      * LESEN: FREIGEGEBENE, NOCH NICHT VOLL BERECHNETE GEHEN MIT
      * DEM OFFENEN WERT INS NEUE JAHR, NOCH NICHT FREIGEGEBENE
      * OHNE BETRAG
      *--------------------------------------------------------------
       UEBERTRAGE-BESTELLUNGEN SECTION.
       UEB-BST-00.

           INITIALIZE UEBERTRAG.

           INITIALIZE PKDBST1F OF PKDBST1-P.
           START    PKDBST1-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO UEB-BST-90
           END-IF.

       UEB-BST-20.
           READ     PKDBST1-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO UEB-BST-90
           END-IF.

           IF       KBKST OF PKDBST1-P NOT = KST-WRK
                    UNLOCK PKDBST1-DP
                    GO TO UEB-BST-20
           END-IF.

      * BUDGETJAHR DER BESTELLUNG
           IF       KBBJAHR OF PKDBST1-P NOT = ZEROES
                    MOVE KBBJAHR OF PKDBST1-P     TO BST-JAHR
           ELSE
                    MOVE KBDTB   OF PKDBST1-P(1:4) TO BST-JAHR
           END-IF.
           IF       BST-JAHR NOT = JAHR-ALT
                    UNLOCK PKDBST1-DP
                    GO TO UEB-BST-20
           END-IF.

           EVALUATE TRUE
      *             NOCH NICHT FREIGEGEBEN: OHNE BETRAG INS NEUE JAHR
                    WHEN KBVSTS OF PKDBST1-P = "0"
                         CONTINUE
      *             FREIGEGEBEN UND GEZAEHLT: OFFENEN WERT ERMITTELN
                    WHEN KBBUDG OF PKDBST1-P = "1"
                     AND (KBVSTS OF PKDBST1-P = "1"
                      OR  KBVSTS OF PKDBST1-P = "2"
                      OR  KBVSTS OF PKDBST1-P = "3"
                      OR  KBVSTS OF PKDBST1-P = "4")
                         PERFORM ERMITTLE-OFFEN
                         IF   OFFEN-WERT = ZEROES
                              UNLOCK PKDBST1-DP
                              GO TO UEB-BST-20
                         END-IF
                         ADD  OFFEN-WERT TO UEBERTRAG
                         ADD  1          TO ANZ-UEBERTRAGEN
                    WHEN OTHER
                         UNLOCK PKDBST1-DP
                         GO TO UEB-BST-20
           END-EVALUATE.

      * BESTELLUNG ZAEHLT AB JETZT ZUM NEUEN BUDGETJAHR
           MOVE     JAHR-NEU TO KBBJAHR OF PKDBST1-P.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO KBMSER OF PKDBST1-P.
           MOVE     T-TERM            TO KBMBS  OF PKDBST1-P.
           MOVE     PGM-WRK           TO KBMPGM OF PKDBST1-P.
           MOVE     DATE-8            TO KBMDTA OF PKDBST1-P.
           MOVE     TIME-6            TO KBMTIA OF PKDBST1-P.

           REWRITE  PKDBST1-P.
           GO TO    UEB-BST-20.

       UEB-BST-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * OFFENEN WERT DER BESTELLUNG ERMITTELN: BESTELLWERT KBGWRT
      * ABZUEGLICH DER SCHON DAZU ERFASSTEN RECHNUNGEN (RGBLFD).
      * GUTSCHRIFTEN ZAEHLEN NICHT, SIE WERDEN GEGEN DIE RECHNUNG
      * VERRECHNET. DA ES KEINEN ZUGRIFFSPFAD UEBER RGBLFD GIBT,
      * WIRD DIE RECHNUNGSDATEI GANZ GELESEN
      *--------------------------------------------------------------
       ERMITTLE-OFFEN SECTION.
       ERM-OFF-00.

           MOVE     KBGWRT OF PKDBST1-P TO OFFEN-WERT.

           INITIALIZE PKDRECHF OF PKDRECH-P.
           START    PKDRECH-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERM-OFF-80
           END-IF.

       ERM-OFF-20.
           READ     PKDRECH-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERM-OFF-80
           END-IF.
           IF       RGBLFD OF PKDRECH-P NOT = KBLFDN OF PKDBST1-P
            OR      RGTYP  OF PKDRECH-P = "G"
                    GO TO ERM-OFF-20
           END-IF.

           SUBTRACT RGBETR OF PKDRECH-P FROM OFFEN-WERT.
           GO TO    ERM-OFF-20.

      * UEBERFAKTURIERT: NICHTS MEHR OFFEN
       ERM-OFF-80.
           IF       OFFEN-WERT < ZEROES
                    MOVE ZEROES TO OFFEN-WERT
           END-IF.

       ERM-OFF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KONTO DES NEUEN JAHRES ANLEGEN (BUDGET NACH VORLAGE) ODER
      * DAS VORHANDENE KONTO UM DEN UEBERTRAG FORTSCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-NEUES-KONTO SECTION.
       SCH-NEU-00.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

           INITIALIZE PKDBUDGF OF PKDBUDG-P.
           MOVE     KST-WRK  TO BUKST  OF PKDBUDG-P.
           MOVE     JAHR-NEU TO BUJAHR OF PKDBUDG-P.
           READ     PKDBUDG-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-NEU-40
           END-IF.

      * VORHANDENES KONTO: BUDGET BLEIBT, NUR DER UEBERTRAG ZAEHLT
           MOVE     BUBUDG OF PKDBUDG-P TO BUDGET-NEU.
           ADD      UEBERTRAG TO BUVERB OF PKDBUDG-P.
           ADD      UEBERTRAG TO BUUEB  OF PKDBUDG-P.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO BUMSER OF PKDBUDG-P.
           MOVE     T-TERM            TO BUMBS  OF PKDBUDG-P.
           MOVE     PGM-WRK           TO BUMPGM OF PKDBUDG-P.
           MOVE     DATE-8            TO BUMDTA OF PKDBUDG-P.
           MOVE     TIME-6            TO BUMTIA OF PKDBUDG-P.

           REWRITE  PKDBUDG-P.
           GO TO    SCH-NEU-90.

       SCH-NEU-40.
      * NEUES KONTO
           INITIALIZE PKDBUDGF OF PKDBUDG-P.
           MOVE     KST-WRK           TO BUKST  OF PKDBUDG-P.
           MOVE     JAHR-NEU          TO BUJAHR OF PKDBUDG-P.
           MOVE     BUDGET-NEU        TO BUBUDG OF PKDBUDG-P.
           MOVE     UEBERTRAG         TO BUVERB OF PKDBUDG-P.
           MOVE     UEBERTRAG         TO BUUEB  OF PKDBUDG-P.
           MOVE     ZEROES            TO BUVLAG OF PKDBUDG-P.
           MOVE     SPACES            TO BUABGS OF PKDBUDG-P.

      * ANLAGEDATEN FUELLEN
           MOVE     DATE-8            TO BUADTA OF PKDBUDG-P.
           MOVE     TIME-6            TO BUATIA OF PKDBUDG-P.
           MOVE     T-USER            TO BUAUSR OF PKDBUDG-P.
           MOVE     T-TERM            TO BUABS  OF PKDBUDG-P.
           MOVE     PGM-WRK           TO BUAPGM OF PKDBUDG-P.

           WRITE    PKDBUDG-P.

       SCH-NEU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALTES KONTO UM DEN UEBERTRAG ENTLASTEN UND ABSCHLIESSEN
      *--------------------------------------------------------------
       SCHLIESSE-KONTO SECTION.
       SCH-KTO-00.

           INITIALIZE IST-ALT.

           INITIALIZE PKDBUDGF OF PKDBUDG-P.
           MOVE     KST-WRK  TO BUKST  OF PKDBUDG-P.
           MOVE     JAHR-ALT TO BUJAHR OF PKDBUDG-P.
           READ     PKDBUDG-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-KTO-90
           END-IF.

           SUBTRACT UEBERTRAG FROM BUVERB OF PKDBUDG-P.
           IF       BUVERB OF PKDBUDG-P < ZEROES
                    MOVE ZEROES TO BUVERB OF PKDBUDG-P
           END-IF.
           MOVE     BUVERB OF PKDBUDG-P TO IST-ALT.
           MOVE     "1"                 TO BUABGS OF PKDBUDG-P.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO BUMSER OF PKDBUDG-P.
           MOVE     T-TERM            TO BUMBS  OF PKDBUDG-P.
           MOVE     PGM-WRK           TO BUMPGM OF PKDBUDG-P.
           MOVE     DATE-8            TO BUMDTA OF PKDBUDG-P.
           MOVE     TIME-6            TO BUMTIA OF PKDBUDG-P.

           REWRITE  PKDBUDG-P.

       SCH-KTO-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BERICHTSKOPF DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-KOPF SECTION.
       DRU-KOP-00.

           PERFORM  COPY-GET-TIME.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "JAHRESABSCHLUSS BUDGETKONTEN"
                                          TO DRUCK-ZEILE(1:28).
           MOVE     JAHR-ALT              TO DRUCK-ZEILE(30:4).
           MOVE     "DATUM"               TO DRUCK-ZEILE(38:5).
           MOVE     DATE-8(7:2)           TO DRUCK-ZEILE(44:2).
           MOVE     "."                   TO DRUCK-ZEILE(46:1).
           MOVE     DATE-8(5:2)           TO DRUCK-ZEILE(47:2).
           MOVE     "."                   TO DRUCK-ZEILE(49:1).
           MOVE     DATE-8(1:4)           TO DRUCK-ZEILE(50:4).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "VORLAGE NEUES BUDGET:" TO DRUCK-ZEILE(1:21).
           EVALUATE X-VORLAGE
                    WHEN "G"
                         MOVE "GLEICHER BETRAG" TO DRUCK-ZEILE(23:15)
                    WHEN "P"
                         MOVE X-PROZENT   TO DSP-PROZENT
                         MOVE DSP-PROZENT TO DRUCK-ZEILE(23:7)
                         MOVE "PROZENT"   TO DRUCK-ZEILE(31:7)
                    WHEN OTHER
                         MOVE "NULL"      TO DRUCK-ZEILE(23:4)
           END-EVALUATE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "=" TO DRUCK-ZEILE(1:53).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "KOSTENST."           TO DRUCK-ZEILE(1:9).
           MOVE     "BUDGET"              TO DRUCK-ZEILE(20:6).
           MOVE     "IST"                 TO DRUCK-ZEILE(37:3).
           MOVE     "UEBERTRAG"           TO DRUCK-ZEILE(48:9).
           MOVE     "REST"                TO DRUCK-ZEILE(67:4).
           MOVE     "BUDGET"              TO DRUCK-ZEILE(80:6).
           MOVE     JAHR-NEU              TO DRUCK-ZEILE(87:4).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

       DRU-KOP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE KONTOZEILE DRUCKEN: BUDGET, IST (VERBRAUCH NACH DEM
      * UEBERTRAG), UEBERTRAG, REST UND DAS NEUE BUDGET. DER
      * UEBERTRAG BELASTET DAS NEUE JAHR, NICHT DEN REST
      *--------------------------------------------------------------
       DRUCKE-KONTO SECTION.
       DRU-KTO-00.

           COMPUTE  REST-WRK = BUDGET-ALT - IST-ALT
           END-COMPUTE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     KST-WRK               TO DRUCK-ZEILE(1:10).
           MOVE     BUDGET-ALT            TO DSP-WERT-S.
           MOVE     DSP-WERT-S            TO DRUCK-ZEILE(14:12).
           MOVE     IST-ALT               TO DSP-WERT-S.
           MOVE     DSP-WERT-S            TO DRUCK-ZEILE(28:12).
           MOVE     UEBERTRAG             TO DSP-WERT-S.
           MOVE     DSP-WERT-S            TO DRUCK-ZEILE(45:12).
           MOVE     REST-WRK              TO DSP-WERT-S.
           MOVE     DSP-WERT-S            TO DRUCK-ZEILE(59:12).
           MOVE     BUDGET-NEU            TO DSP-WERT-S.
           MOVE     DSP-WERT-S            TO DRUCK-ZEILE(79:12).
           IF       REST-WRK < ZEROES
                    MOVE "*UEBERZOGEN*"   TO DRUCK-ZEILE(94:12)
           END-IF.
           PERFORM  DRUCKE-ZEILE.

           ADD      BUDGET-ALT TO SUM-BUDGET.
           ADD      IST-ALT    TO SUM-IST.
           ADD      UEBERTRAG  TO SUM-UEBERTRAG.
           ADD      REST-WRK   TO SUM-REST.

       DRU-KTO-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HINWEISZEILE FUER EIN SCHON ABGESCHLOSSENES KONTO
      *--------------------------------------------------------------
       DRUCKE-ABGESCHLOSSEN SECTION.
       DRU-ABG-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     KST-WRK               TO DRUCK-ZEILE(1:10).
           MOVE     "BEREITS ABGESCHLOSSEN - UNVERAENDERT"
                                          TO DRUCK-ZEILE(14:36).
           PERFORM  DRUCKE-ZEILE.

       DRU-ABG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUMMEN DES LAUFES DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-SUMME SECTION.
       DRU-SUM-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "=" TO DRUCK-ZEILE(1:53).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "ABGESCHLOSSENE KONTEN:"  TO DRUCK-ZEILE(1:22).
           MOVE     ANZ-KONTEN            TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(30:5).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "UEBERTRAGENE BESTELLUNGEN:" TO DRUCK-ZEILE(1:26).
           MOVE     ANZ-UEBERTRAGEN       TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(30:5).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "BUDGET GESAMT"       TO DRUCK-ZEILE(1:13).
           MOVE     SUM-BUDGET            TO DSP-SUMME-S.
           MOVE     DSP-SUMME-S           TO DRUCK-ZEILE(30:14).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "IST GESAMT"          TO DRUCK-ZEILE(1:10).
           MOVE     SUM-IST               TO DSP-SUMME-S.
           MOVE     DSP-SUMME-S           TO DRUCK-ZEILE(30:14).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "UEBERTRAG GESAMT"    TO DRUCK-ZEILE(1:16).
           MOVE     SUM-UEBERTRAG         TO DSP-SUMME-S.
           MOVE     DSP-SUMME-S           TO DRUCK-ZEILE(30:14).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "REST GESAMT"         TO DRUCK-ZEILE(1:11).
           MOVE     SUM-REST              TO DSP-SUMME-S.
           MOVE     DSP-SUMME-S           TO DRUCK-ZEILE(30:14).
           PERFORM  DRUCKE-ZEILE.

       DRU-SUM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE BERICHTSZEILE IN DIE SPOOLDATEI SCHREIBEN
      *--------------------------------------------------------------
       DRUCKE-ZEILE SECTION.
       DRU-ZEI-00.

           MOVE     SPACES      TO RPZEIL OF DRUCK-REC.
           MOVE     DRUCK-ZEILE TO RPZEIL OF DRUCK-REC.
           WRITE    DRUCK-REC FORMAT IS "FMT01".

       DRU-ZEI-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------

           COPY     GETTIME    OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-PERMISSION: BERECHTIGUNGSPRUEFUNG
      *---------------------------------------------------------------

           COPY     PERMISSION OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-PGM-INIT/COPY-PGM-EXIT: STANDARDROUTINEN START UND ENDE
      *---------------------------------------------------------------

           COPY     PGMWRK     OF APG-QCPYSRC.
      /
