       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0284.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * BESPRECHUNGSPROTOKOLL DRUCKEN UND VERTEILEN                   *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  DRUCKT DAS PROTOKOLL (PBESPRO, XXP0283) ZUR  *
      *                  RAUMBUCHUNG X-RBLFDN ALS SPOOLDATEI XXF0284: *
      *                  KOPF DER BUCHUNG, TEILNEHMER, TAGESORDNUNG,  *
      *                  BESCHLUESSE UND MASSNAHMEN MIT VERANTWORT-   *
      *                  LICHEM, FAELLIGKEIT, OPL-PUNKT UND DESSEN    *
      *                  STAND. BEI EINER SERIE FOLGEN DIE NOCH       *
      *                  OFFENEN MASSNAHMEN DER FRUEHEREN TERMINE.    *
      *                  IST X-VERTLR GEFUELLT, WERDEN DIE MITGLIEDER *
      *                  DIESER VERTEILERLISTE (PVERTLR, XXP0070) ALS *
      *                  VERTEILER GEDRUCKT UND ERHALTEN UEBER DIE    *
      *                  NACHRICHTENZENTRALE (CFP0030) DEN HINWEIS    *
      *                  AUF DAS PROTOKOLL.                           *
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
      * PRAUMBES: RAUMBUCHUNGEN
      *-------------------------------------------------------------
           SELECT PRAUMBES-DP
                  ASSIGN       TO  DATABASE-PRAUMBES
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * LOGISCHE DATEI PBESPRO NACH BUCHUNG UND ART
      *-------------------------------------------------------------
           SELECT PBESPRO-DL
                  ASSIGN       TO  DATABASE-PBESPROL1
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * POPLLST: OPLFDN
      *-------------------------------------------------------------
           SELECT POPLLST-DP
                  ASSIGN       TO  DATABASE-POPLLST
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PVERTLR: VTNAME, VTUSER
      *-------------------------------------------------------------
           SELECT PVERTLR-DP
                  ASSIGN       TO  DATABASE-PVERTLR
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *- XXF0284: SPOOLAUSGABE DES PROTOKOLLS
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0284
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PRAUMBES: RBLFDN
       FD  PRAUMBES-DP
           LABEL RECORDS ARE STANDARD.
       01  PRAUMBES-P.
           COPY DDS-ALL-FORMATS OF PRAUMBES.
      /
      *--- PBESPRO NACH PPBLFD, PPART, PPLFDN
       FD  PBESPRO-DL
           LABEL RECORDS ARE STANDARD.
       01  PBESPRO-L.
           COPY DDS-ALL-FORMATS OF PBESPROL1.
      /
      *--- POPLLST: OPLFDN
       FD  POPLLST-DP
           LABEL RECORDS ARE STANDARD.
       01  POPLLST-P.
           COPY DDS-ALL-FORMATS OF POPLLST.
      /
      *--- PVERTLR: VTNAME, VTUSER
       FD  PVERTLR-DP
           LABEL RECORDS ARE STANDARD.
       01  PVERTLR-P.
           COPY DDS-ALL-FORMATS OF PVERTLR.
      /
      *- XXF0284: SPOOLAUSGABE DES PROTOKOLLS
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0284.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0284".

      * DATEN DER BUCHUNG (PRAUMBES-P WIRD BEIM SUCHEN UEBERLESEN)
       01  BUCH-SERI                     LIKE RBSERI OF PRAUMBES-P.
       01  BUCH-DATUM                    PIC 9(8).
       01  BUCH-VON                      PIC 9(4).
       01  BUCH-THEMA                    PIC X(40).

      * FRUEHERE TERMINE DER SERIE DIESER BUCHUNG
       01  VOR-MAX                       PIC 9(3)  COMP VALUE 100.
       01  VOR-ANZ                       PIC 9(3)  COMP.
       01  VOR-IDX                       PIC 9(3)  COMP.
       01  VOR-TAB.
        05 VOR-EINTRAG OCCURS 100.
         10 VOR-LFDN                     LIKE RBLFDN OF PRAUMBES-P.
         10 VOR-DATUM                    PIC 9(8).

      * ABSCHNITT IN ARBEIT
       01  ART-WRK                       PIC X(1).
       01  ABS-TITEL                     PIC X(40).
       01  ABS-LFDN                      LIKE RBLFDN OF PRAUMBES-P.
       77  ABS-ANZAHL                    PIC 9(5)  COMP.

      * STATUS EINES OPL-PUNKTS ALS TEXT
       01  OPL-STATUS                    PIC X(10).
       01  OPL-OFFEN                     PIC 9(1).

      * VERTEILER
       01  VERTLR-DA                     PIC 9(1).
       01  PROTOKOLL-DA                  PIC 9(1).

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DAT-WRK                       PIC 9(8).
       01  DSP-DATUM                     PIC X(10).
       01  DSP-LFDN                      PIC Z(8)9.

      * PARAMETER FUER DIE NACHRICHTENZENTRALE (CFP0030)
       01  NOTIF-USER                    PIC X(10).
       01  NOTIF-SEV                     PIC X(1).
       01  NOTIF-TEXT                    PIC X(70).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-RBLFDN                      LIKE RBLFDN OF PRAUMBES-P.
       01  X-VERTLR                      PIC X(10).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING          X-RBLFDN
                                         X-VERTLR.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0284" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DATEIEN OEFFNEN
           OPEN     INPUT  PRAUMBES-DP
                           PBESPRO-DL
                           POPLLST-DP
                           PVERTLR-DP.
           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

      * BUCHUNG LESEN
           MOVE     ZEROES TO PROTOKOLL-DA.
           INITIALIZE PRAUMBESF OF PRAUMBES-P.
           MOVE     X-RBLFDN TO RBLFDN OF PRAUMBES-P.
           READ     PRAUMBES-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ENDE
           END-IF.
           MOVE     1 TO PROTOKOLL-DA.
           MOVE     RBSERI  OF PRAUMBES-P TO BUCH-SERI.
           MOVE     RBDATUM OF PRAUMBES-P TO BUCH-DATUM.
           MOVE     RBVON   OF PRAUMBES-P TO BUCH-VON.
           MOVE     RBTHEMA OF PRAUMBES-P TO BUCH-THEMA.

      * KOPF UND DIE ABSCHNITTE JE ART
           PERFORM  DRUCKE-KOPF.

           MOVE     X-RBLFDN     TO ABS-LFDN.
           MOVE     "T"          TO ART-WRK.
           MOVE     "TEILNEHMER" TO ABS-TITEL.
           PERFORM  DRUCKE-ABSCHNITT.
           MOVE     "A"          TO ART-WRK.
           MOVE     "TAGESORDNUNG" TO ABS-TITEL.
           PERFORM  DRUCKE-ABSCHNITT.
           MOVE     "B"          TO ART-WRK.
           MOVE     "BESCHLUESSE" TO ABS-TITEL.
           PERFORM  DRUCKE-ABSCHNITT.
           MOVE     "M"          TO ART-WRK.
           MOVE     "MASSNAHMEN" TO ABS-TITEL.
           PERFORM  DRUCKE-ABSCHNITT.

      * OFFENE MASSNAHMEN DER FRUEHEREN SERIENTERMINE
           PERFORM  SUCHE-VORTERMINE.
           PERFORM  DRUCKE-VORTERMINE.

      * VERTEILER DRUCKEN UND BENACHRICHTIGEN
           PERFORM  VERTEILE-PROTOKOLL.

       ENDE.
           CLOSE    PRAUMBES-DP
                    PBESPRO-DL
                    POPLLST-DP
                    PVERTLR-DP
                    DRUCK-DAT.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * KOPF DES PROTOKOLLS MIT DEN DATEN DER BUCHUNG
      *--------------------------------------------------------------
       DRUCKE-KOPF SECTION.
       DRU-KOP-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "BESPRECHUNGSPROTOKOLL" TO DRUCK-ZEILE(1:21).
           MOVE     DATE-8 TO DAT-WRK.
           PERFORM  AUFBEREITE-DATUM.
           MOVE     "GEDRUCKT AM"  TO DRUCK-ZEILE(40:11).
           MOVE     DSP-DATUM      TO DRUCK-ZEILE(52:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     ALL "=" TO DRUCK-ZEILE(1:61).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "THEMA:"              TO DRUCK-ZEILE(1:6).
           MOVE     RBTHEMA OF PRAUMBES-P TO DRUCK-ZEILE(14:40).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     RBDATUM OF PRAUMBES-P TO DAT-WRK.
           PERFORM  AUFBEREITE-DATUM.
           MOVE     "RAUM:"               TO DRUCK-ZEILE(1:5).
           MOVE     RBRAUM  OF PRAUMBES-P TO DRUCK-ZEILE(14:10).
           MOVE     "DATUM:"              TO DRUCK-ZEILE(26:6).
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(33:10).
           MOVE     "ZEIT:"               TO DRUCK-ZEILE(45:5).
           MOVE     RBVON OF PRAUMBES-P(1:2) TO DRUCK-ZEILE(51:2).
           MOVE     ":"                      TO DRUCK-ZEILE(53:1).
           MOVE     RBVON OF PRAUMBES-P(3:2) TO DRUCK-ZEILE(54:2).
           MOVE     "-"                      TO DRUCK-ZEILE(57:1).
           MOVE     RBBIS OF PRAUMBES-P(1:2) TO DRUCK-ZEILE(59:2).
           MOVE     ":"                      TO DRUCK-ZEILE(61:1).
           MOVE     RBBIS OF PRAUMBES-P(3:2) TO DRUCK-ZEILE(62:2).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "ORGANISATOR:"        TO DRUCK-ZEILE(1:12).
           MOVE     RBORGA  OF PRAUMBES-P TO DRUCK-ZEILE(14:10).
           MOVE     "BUCHUNG:"            TO DRUCK-ZEILE(26:8).
           MOVE     RBLFDN  OF PRAUMBES-P TO DSP-LFDN.
           MOVE     DSP-LFDN              TO DRUCK-ZEILE(35:9).
           IF       RBSERI OF PRAUMBES-P NOT = ZEROES
                    MOVE "SERIE:"              TO DRUCK-ZEILE(45:6)
                    MOVE RBSERI OF PRAUMBES-P  TO DSP-LFDN
                    MOVE DSP-LFDN              TO DRUCK-ZEILE(52:9)
           END-IF.
           PERFORM  DRUCKE-ZEILE.

       DRU-KOP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE PROTOKOLLZEILEN DER ART ART-WRK ZUR BUCHUNG ABS-LFDN
      * UNTER DER UEBERSCHRIFT ABS-TITEL DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-ABSCHNITT SECTION.
       DRU-ABS-00.

           MOVE     ZEROES TO ABS-ANZAHL.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     ABS-TITEL TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "-" TO DRUCK-ZEILE(1:40).
           PERFORM  DRUCKE-ZEILE.

           IF       ART-WRK = "M"
                    MOVE SPACES          TO DRUCK-ZEILE
                    MOVE "MASSNAHME"     TO DRUCK-ZEILE(1:9)
                    MOVE "VERANTWORTL."  TO DRUCK-ZEILE(63:12)
                    MOVE "FAELLIG"       TO DRUCK-ZEILE(76:7)
                    MOVE "OPL-PUNKT"     TO DRUCK-ZEILE(88:9)
                    MOVE "STAND"         TO DRUCK-ZEILE(99:5)
                    PERFORM DRUCKE-ZEILE
           END-IF.

           INITIALIZE PBESPROF OF PBESPRO-L.
           MOVE     ABS-LFDN TO PPBLFD OF PBESPRO-L.
           MOVE     ART-WRK  TO PPART  OF PBESPRO-L.
           START    PBESPRO-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-ABS-80
           END-IF.

       DRU-ABS-20.
           READ     PBESPRO-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-ABS-80
           END-IF.
           IF       PPBLFD OF PBESPRO-L NOT = ABS-LFDN
            OR      PPART  OF PBESPRO-L NOT = ART-WRK
                    GO TO DRU-ABS-80
           END-IF.

           ADD      1 TO ABS-ANZAHL.
           MOVE     SPACES TO DRUCK-ZEILE.
           EVALUATE ART-WRK
                    WHEN "T"
                         MOVE PPUSER OF PBESPRO-L TO DRUCK-ZEILE(1:10)
                         MOVE PPTEXT OF PBESPRO-L TO DRUCK-ZEILE(13:60)
                    WHEN "M"
                         PERFORM AUFBEREITE-MASSNAHME
                    WHEN OTHER
                         MOVE "-"                 TO DRUCK-ZEILE(1:1)
                         MOVE PPTEXT OF PBESPRO-L TO DRUCK-ZEILE(3:60)
           END-EVALUATE.
           PERFORM  DRUCKE-ZEILE.
           GO TO    DRU-ABS-20.

       DRU-ABS-80.
           IF       ABS-ANZAHL = ZEROES
                    MOVE SPACES   TO DRUCK-ZEILE
                    MOVE "KEINE"  TO DRUCK-ZEILE(1:5)
                    PERFORM DRUCKE-ZEILE
           END-IF.

       DRU-ABS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DRUCKZEILE EINER MASSNAHME MIT DEM STAND IHRES OPL-PUNKTS
      *--------------------------------------------------------------
       AUFBEREITE-MASSNAHME SECTION.
       AUF-MAS-00.

           MOVE     PPTEXT OF PBESPRO-L TO DRUCK-ZEILE(1:60).
           MOVE     PPUSER OF PBESPRO-L TO DRUCK-ZEILE(63:10).
           MOVE     PPFDAT OF PBESPRO-L TO DAT-WRK.
           PERFORM  AUFBEREITE-DATUM.
           MOVE     DSP-DATUM           TO DRUCK-ZEILE(76:10).
           IF       PPOLFD OF PBESPRO-L NOT = ZEROES
                    MOVE PPOLFD OF PBESPRO-L TO DSP-LFDN
                    MOVE DSP-LFDN            TO DRUCK-ZEILE(88:9)
                    MOVE PPOLFD OF PBESPRO-L TO OPLFDN OF POPLLST-P
                    PERFORM LESE-OPL-STATUS
                    MOVE OPL-STATUS          TO DRUCK-ZEILE(99:10)
           END-IF.

       AUF-MAS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE AKTIVEN TERMINE DERSELBEN SERIE VOR DIESER BUCHUNG
      * SAMMELN (OHNE SERIE BLEIBT DIE TABELLE LEER)
      *--------------------------------------------------------------
       SUCHE-VORTERMINE SECTION.
       SUC-VOR-00.

           MOVE     ZEROES TO VOR-ANZ.
           IF       BUCH-SERI = ZEROES
                    GO TO SUC-VOR-90
           END-IF.

           INITIALIZE PRAUMBESF OF PRAUMBES-P.
           START    PRAUMBES-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUC-VOR-90
           END-IF.

       SUC-VOR-20.
           READ     PRAUMBES-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUC-VOR-90
           END-IF.

           IF       RBSERI  OF PRAUMBES-P NOT = BUCH-SERI
            OR      RBSTAT  OF PRAUMBES-P NOT = "A"
            OR      RBLFDN  OF PRAUMBES-P = X-RBLFDN
                    GO TO SUC-VOR-20
           END-IF.
           IF       RBDATUM OF PRAUMBES-P > BUCH-DATUM
                    GO TO SUC-VOR-20
           END-IF.
           IF       RBDATUM OF PRAUMBES-P = BUCH-DATUM
            AND     RBVON   OF PRAUMBES-P NOT < BUCH-VON
                    GO TO SUC-VOR-20
           END-IF.
           IF       VOR-ANZ NOT < VOR-MAX
                    GO TO SUC-VOR-90
           END-IF.

           ADD      1 TO VOR-ANZ.
           MOVE     RBLFDN  OF PRAUMBES-P TO VOR-LFDN(VOR-ANZ).
           MOVE     RBDATUM OF PRAUMBES-P TO VOR-DATUM(VOR-ANZ).
           GO TO    SUC-VOR-20.

       SUC-VOR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NOCH OFFENE MASSNAHMEN DER FRUEHEREN SERIENTERMINE DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-VORTERMINE SECTION.
       DRU-VOR-00.

           IF       VOR-ANZ = ZEROES
                    GO TO DRU-VOR-90
           END-IF.

           MOVE     ZEROES TO ABS-ANZAHL.
           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     "OFFENE MASSNAHMEN FRUEHERER TERMINE"
                                 TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "-" TO DRUCK-ZEILE(1:40).
           PERFORM  DRUCKE-ZEILE.

           MOVE     1 TO VOR-IDX.

       DRU-VOR-20.
           IF       VOR-IDX > VOR-ANZ
                    GO TO DRU-VOR-80
           END-IF.

           INITIALIZE PBESPROF OF PBESPRO-L.
           MOVE     VOR-LFDN(VOR-IDX) TO PPBLFD OF PBESPRO-L.
           MOVE     "M"               TO PPART  OF PBESPRO-L.
           START    PBESPRO-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-VOR-70
           END-IF.

       DRU-VOR-40.
           READ     PBESPRO-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-VOR-70
           END-IF.
           IF       PPBLFD OF PBESPRO-L NOT = VOR-LFDN(VOR-IDX)
            OR      PPART  OF PBESPRO-L NOT = "M"
                    GO TO DRU-VOR-70
           END-IF.
           IF       PPOLFD OF PBESPRO-L = ZEROES
                    GO TO DRU-VOR-40
           END-IF.
           MOVE     PPOLFD OF PBESPRO-L TO OPLFDN OF POPLLST-P.
           PERFORM  LESE-OPL-STATUS.
           IF       OPL-OFFEN = ZEROES
                    GO TO DRU-VOR-40
           END-IF.

           ADD      1 TO ABS-ANZAHL.
           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  AUFBEREITE-MASSNAHME.
           MOVE     VOR-DATUM(VOR-IDX) TO DAT-WRK.
           PERFORM  AUFBEREITE-DATUM.
           MOVE     "AUS"              TO DRUCK-ZEILE(111:3).
           MOVE     DSP-DATUM          TO DRUCK-ZEILE(115:10).
           PERFORM  DRUCKE-ZEILE.
           GO TO    DRU-VOR-40.

       DRU-VOR-70.
           ADD      1 TO VOR-IDX.
           GO TO    DRU-VOR-20.

       DRU-VOR-80.
           IF       ABS-ANZAHL = ZEROES
                    MOVE SPACES   TO DRUCK-ZEILE
                    MOVE "KEINE"  TO DRUCK-ZEILE(1:5)
                    PERFORM DRUCKE-ZEILE
           END-IF.

       DRU-VOR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VERTEILER: MITGLIEDER DER LISTE X-VERTLR DRUCKEN UND JEDEM
      * MITGLIED DAS PROTOKOLL UEBER DIE NACHRICHTENZENTRALE MELDEN
      *--------------------------------------------------------------
       VERTEILE-PROTOKOLL SECTION.
       VER-PRO-00.

           IF       X-VERTLR = SPACES
                    GO TO VER-PRO-90
           END-IF.

           MOVE     ZEROES TO VERTLR-DA.
           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     "VERTEILER:"  TO DRUCK-ZEILE(1:10).
           MOVE     X-VERTLR      TO DRUCK-ZEILE(12:10).
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "-" TO DRUCK-ZEILE(1:40).
           PERFORM  DRUCKE-ZEILE.

           MOVE     BUCH-DATUM TO DAT-WRK.
           PERFORM  AUFBEREITE-DATUM.

           INITIALIZE PVERTLRF OF PVERTLR-P.
           MOVE     X-VERTLR TO VTNAME OF PVERTLR-P.
           START    PVERTLR-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-PRO-80
           END-IF.

       VER-PRO-20.
           READ     PVERTLR-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-PRO-80
           END-IF.
           IF       VTNAME OF PVERTLR-P NOT = X-VERTLR
                    GO TO VER-PRO-80
           END-IF.
           IF       VTUSER OF PVERTLR-P = SPACES
                    GO TO VER-PRO-20
           END-IF.

           MOVE     1 TO VERTLR-DA.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     VTUSER OF PVERTLR-P TO DRUCK-ZEILE(1:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     VTUSER OF PVERTLR-P TO NOTIF-USER.
           MOVE     "I"              TO NOTIF-SEV.
           MOVE     SPACES           TO NOTIF-TEXT.
           STRING   "PROTOKOLL "       DELIMITED BY SIZE
                    DSP-DATUM          DELIMITED BY SIZE
                    " (XXF0284 VON "   DELIMITED BY SIZE
                    T-USER             DELIMITED BY SPACE
                    "): "              DELIMITED BY SIZE
                    BUCH-THEMA         DELIMITED BY SIZE
               INTO NOTIF-TEXT
           END-STRING.
           CALL     "CFP0030" USING NOTIF-USER
                                    NOTIF-SEV
                                    PGM-WRK
                                    NOTIF-TEXT
           END-CALL.
           GO TO    VER-PRO-20.

       VER-PRO-80.
           IF       VERTLR-DA = ZEROES
                    MOVE SPACES TO DRUCK-ZEILE
                    MOVE "VERTEILERLISTE LEER ODER NICHT VORHANDEN"
                                TO DRUCK-ZEILE(1:40)
                    PERFORM DRUCKE-ZEILE
           END-IF.

       VER-PRO-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STATUS DES OPL-PUNKTS OPLFDN ALS TEXT. EIN GELOESCHTER PUNKT
      * (XXP0016) GILT ALS ERLEDIGT
      *--------------------------------------------------------------
       LESE-OPL-STATUS SECTION.
       LES-OPL-00.

           MOVE     ZEROES     TO OPL-OFFEN.
           MOVE     "ERLEDIGT" TO OPL-STATUS.

           READ     POPLLST-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-OPL-90
           END-IF.
           IF       OPSTAT OF POPLLST-P NOT = "O"
                    GO TO LES-OPL-90
           END-IF.

           MOVE     1 TO OPL-OFFEN.
           EVALUATE OPZSTA OF POPLLST-P
                    WHEN "0"
                         MOVE "ANGEBOTEN" TO OPL-STATUS
                    WHEN "2"
                         MOVE "ABGELEHNT" TO OPL-STATUS
                    WHEN OTHER
                         MOVE "OFFEN"     TO OPL-STATUS
           END-EVALUATE.

       LES-OPL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DATUM DAT-WRK (JJJJMMTT) ALS TT.MM.JJJJ IN DSP-DATUM
      *--------------------------------------------------------------
       AUFBEREITE-DATUM SECTION.
       AUF-DAT-00.

           MOVE     SPACES          TO DSP-DATUM.
           IF       DAT-WRK = ZEROES
                    GO TO AUF-DAT-90
           END-IF.
           MOVE     DAT-WRK(7:2)    TO DSP-DATUM(1:2).
           MOVE     "."             TO DSP-DATUM(3:1).
           MOVE     DAT-WRK(5:2)    TO DSP-DATUM(4:2).
           MOVE     "."             TO DSP-DATUM(6:1).
           MOVE     DAT-WRK(1:4)    TO DSP-DATUM(7:4).

       AUF-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE ZEILE DRUCKEN
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
