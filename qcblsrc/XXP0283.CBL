       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0283.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * BESPRECHUNGSPROTOKOLL ERFASSEN                                *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  PROTOKOLL ZU EINER RAUMBUCHUNG (PRAUMBES,    *
      *                  AUFRUF AUS XXP0081 MIT F7). JE ZEILE IN      *
      *                  PBESPRO EINE ART: T = TEILNEHMER, A = TAGES- *
      *                  ORDNUNGSPUNKT, B = BESCHLUSS, M = MASSNAHME  *
      *                  MIT VERANTWORTLICHEM UND FAELLIGKEIT. BEIM   *
      *                  ERSTEN AUFRUF WERDEN ORGANISATOR UND DIE     *
      *                  EINGELADENEN TEILNEHMER DER BUCHUNG ALS      *
      *                  T-ZEILEN VORBELEGT. JEDE NEUE MASSNAHME WIRD *
      *                  ALS OPL-PUNKT (POPLLST) ANGELEGT UND UEBER   *
      *                  DEN ZUWEISUNGSFLUSS VON XXP0092 DEM VER-     *
      *                  ANTWORTLICHEN ANGEBOTEN; DIE ZEILE MERKT     *
      *                  SICH DEN OPL-PUNKT (PPOLFD), DIE NOTIZ DES   *
      *                  PUNKTS VERWEIST AUF DIE BESPRECHUNG. BEI     *
      *                  EINER SERIE (RBSERI) ERSCHEINEN DIE NOCH     *
      *                  OFFENEN MASSNAHMEN DER FRUEHEREN TERMINE     *
      *                  ALS ZEILEN DER ART V (NICHT AENDERBAR).      *
      *                  F9 DRUCKT DAS PROTOKOLL (XXP0284) UND        *
      *                  VERTEILT ES AN DIE VERTEILERLISTE (PVERTLR)  *
      *                  AUS DEM KOPF. NUR FUER DEN ORGANISATOR.      *
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
      *-   BILDSCHIRM-DATEI
      *-------------------------------------------------------------
           SELECT WS-DISPLAY
                  ASSIGN       TO  WORKSTATION-XXD0283DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

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
      * PBESPRO: PROTOKOLLZEILEN ZUR RAUMBUCHUNG
      *-------------------------------------------------------------
           SELECT PBESPRO-DP
                  ASSIGN       TO  DATABASE-PBESPRO
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
      /
       DATA DIVISION.
       FILE SECTION.
      *----DISPLAY
       FD  WS-DISPLAY
           LABEL RECORDS ARE OMITTED.
       01  WS-REC.
           COPY DDS-ALL-FORMATS OF XXD0283DE.
      /
      *--- PRAUMBES: RBLFDN
       FD  PRAUMBES-DP
           LABEL RECORDS ARE STANDARD.
       01  PRAUMBES-P.
           COPY DDS-ALL-FORMATS OF PRAUMBES.
      /
      *--- PBESPRO: PPLFDN
       FD  PBESPRO-DP
           LABEL RECORDS ARE STANDARD.
       01  PBESPRO-P.
           COPY DDS-ALL-FORMATS OF PBESPRO.
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
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN41                          PIC 1.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD0283DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD0283DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  XXD0283DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  XXD0283DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0283".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * ANZAHL LEERZEILEN FUER NEUE PROTOKOLLZEILEN
       01  LEER-ANZ                      PIC 9(2).
       01  LEER-MAX                      PIC 9(2)  VALUE 5.

      * REIHENFOLGE DER ARTEN IN DER ANZEIGE
       01  ART-FOLGE                     PIC X(4)  VALUE "TABM".
       01  ART-IDX                       PIC 9(1).
       01  ART-WRK                       PIC X(1).

      * FRUEHERE TERMINE DER SERIE DIESER BUCHUNG
       01  VOR-MAX                       PIC 9(3)  COMP VALUE 100.
       01  VOR-ANZ                       PIC 9(3)  COMP.
       01  VOR-IDX                       PIC 9(3)  COMP.
       01  VOR-TAB.
        05 VOR-EINTRAG OCCURS 100.
         10 VOR-LFDN                     LIKE RBLFDN OF PRAUMBES-P.
         10 VOR-DATUM                    PIC 9(8).

      * DIE BUCHUNG SELBST (PRAUMBES-P WIRD BEIM SUCHEN UEBERLESEN)
       01  BUCH-SERI                     LIKE RBSERI OF PRAUMBES-P.
       01  BUCH-DATUM                    PIC 9(8).
       01  BUCH-VON                      PIC 9(4).
       01  BUCH-THEMA                    PIC X(40).

      * VORBELEGUNG DER TEILNEHMER
       01  TLN-IDX                       PIC 9(1).
       01  TLN-USER                      PIC X(10).
       01  TLN-TEXT                      PIC X(60).
       01  PRO-DA                        PIC 9(1).

      * STATUS EINES OPL-PUNKTS ALS TEXT
       01  OPL-STATUS                    PIC X(10).
       01  OPL-OFFEN                     PIC 9(1).

      * VERWEIS DES OPL-PUNKTS AUF DIE BESPRECHUNG
       01  OPL-NOTIZ                     PIC X(60).
       01  NUM-LFDN                      PIC 9(9).
       01  DAT-WRK                       PIC 9(8).
       01  DSP-DATUM                     PIC X(10).

      * VERTEILERLISTE FUER DEN DRUCK
       01  VERTLR-WRK                    PIC X(10).

      * PARAMETER FUER DIE NACHRICHTENZENTRALE (CFP0030)
       01  NOTIF-USER                    PIC X(10).
       01  NOTIF-SEV                     PIC X(1).
       01  NOTIF-TEXT                    PIC X(70).

      * TEXT FUER DIE HINWEISNACHRICHT
       01  MELDUNG-WRK                   PIC X(60).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-RBLFDN                      LIKE RBLFDN OF PRAUMBES-P.
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING          X-RBLFDN.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0283" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0283DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     INPUT PRAUMBES-DP
                          PBESPRO-DL.
           OPEN     I-O   PBESPRO-DP
                          POPLLST-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F5, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

      * NUR AKTIVE BUCHUNGEN DES ORGANISATORS
           PERFORM  PRUEFE-BUCHUNG.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

      * TEILNEHMER BEIM ERSTEN AUFRUF AUS DER BUCHUNG VORBELEGEN
           PERFORM  VORBELEGE-TEILNEHMER.

      * FRUEHERE TERMINE DER SERIE FUER DIE OFFENEN MASSNAHMEN
           PERFORM  SUCHE-VORTERMINE.

           INITIALIZE FORMAT3.

       ANF020.
      * PROTOKOLL ANZEIGEN UND ERFASSEN
           PERFORM  ANZEIGE-SUBFILE.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       F5 = "1"
                    INITIALIZE F5
           END-IF.
           IF       F12 = "1"
                    GO TO ENDE
           END-IF.
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PRAUMBES-DP
                    PBESPRO-DP
                    PBESPRO-DL
                    POPLLST-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * BUCHUNG LESEN: NUR AKTIVE BUCHUNGEN, UND NUR DER
      * ORGANISATOR FUEHRT DAS PROTOKOLL
      *--------------------------------------------------------------
       PRUEFE-BUCHUNG SECTION.
       PRU-BUC-00.

           MOVE     SPACES TO RET-CODE.

           INITIALIZE PRAUMBESF OF PRAUMBES-P.
           MOVE     X-RBLFDN TO RBLFDN OF PRAUMBES-P.
           READ     PRAUMBES-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      RBSTAT OF PRAUMBES-P NOT = "A"
                    MOVE "BUCHUNG NICHT VORHANDEN ODER STORNIERT"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    MOVE "1" TO RET-CODE
                    GO TO PRU-BUC-90
           END-IF.
           IF       RBORGA OF PRAUMBES-P NOT = T-USER
                    MOVE "NUR DER ORGANISATOR FUEHRT DAS PROTOKOLL"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    MOVE "1" TO RET-CODE
                    GO TO PRU-BUC-90
           END-IF.

           MOVE     RBSERI  OF PRAUMBES-P TO BUCH-SERI.
           MOVE     RBDATUM OF PRAUMBES-P TO BUCH-DATUM.
           MOVE     RBVON   OF PRAUMBES-P TO BUCH-VON.
           MOVE     RBTHEMA OF PRAUMBES-P TO BUCH-THEMA.

       PRU-BUC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GIBT ES ZUR BUCHUNG NOCH KEINE PROTOKOLLZEILE, WERDEN DER
      * ORGANISATOR UND DIE EINGELADENEN TEILNEHMER (RBTLN1-5) ALS
      * T-ZEILEN ANGELEGT
      *--------------------------------------------------------------
       VORBELEGE-TEILNEHMER SECTION.
       VOR-TLN-00.

           MOVE     ZEROES TO PRO-DA.
           INITIALIZE PBESPROF OF PBESPRO-L.
           MOVE     X-RBLFDN TO PPBLFD OF PBESPRO-L.
           START    PBESPRO-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS = ZEROES
                    READ PBESPRO-DL NEXT RECORD
                    IF   FILE-STATUS = ZEROES
                     AND PPBLFD OF PBESPRO-L = X-RBLFDN
                         MOVE 1 TO PRO-DA
                    END-IF
           END-IF.
           IF       PRO-DA NOT = ZEROES
                    GO TO VOR-TLN-90
           END-IF.

           PERFORM  COPY-GET-TIME.

      * DER ORGANISATOR
           MOVE     RBORGA OF PRAUMBES-P TO TLN-USER.
           MOVE     "ORGANISATOR"        TO TLN-TEXT.
           PERFORM  SCHREIBE-TEILNEHMER.

           MOVE     SPACES TO TLN-TEXT.
           MOVE     1      TO TLN-IDX.

       VOR-TLN-20.
           IF       TLN-IDX > 5
                    GO TO VOR-TLN-90
           END-IF.

           EVALUATE TLN-IDX
                    WHEN 1 MOVE RBTLN1 OF PRAUMBES-P TO TLN-USER
                    WHEN 2 MOVE RBTLN2 OF PRAUMBES-P TO TLN-USER
                    WHEN 3 MOVE RBTLN3 OF PRAUMBES-P TO TLN-USER
                    WHEN 4 MOVE RBTLN4 OF PRAUMBES-P TO TLN-USER
                    WHEN 5 MOVE RBTLN5 OF PRAUMBES-P TO TLN-USER
           END-EVALUATE.

           IF       TLN-USER NOT = SPACES
            AND     TLN-USER NOT = RBORGA OF PRAUMBES-P
                    PERFORM SCHREIBE-TEILNEHMER
           END-IF.

           ADD      1 TO TLN-IDX.
           GO TO    VOR-TLN-20.

       VOR-TLN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE T-ZEILE FUER TLN-USER SCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-TEILNEHMER SECTION.
       SCH-TLN-00.

           INITIALIZE PBESPROF OF PBESPRO-P.
           MOVE     "PBESPRO" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK          TO PPLFDN OF PBESPRO-P.
           MOVE     X-RBLFDN          TO PPBLFD OF PBESPRO-P.
           MOVE     "T"               TO PPART  OF PBESPRO-P.
           MOVE     TLN-USER          TO PPUSER OF PBESPRO-P.
           MOVE     TLN-TEXT          TO PPTEXT OF PBESPRO-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO PPAUSR OF PBESPRO-P.
           MOVE     T-TERM            TO PPABS  OF PBESPRO-P.
           MOVE     PGM-WRK           TO PPAPGM OF PBESPRO-P.
           MOVE     DATE-8            TO PPADTA OF PBESPRO-P.
           MOVE     TIME-6            TO PPATIA OF PBESPRO-P.

           WRITE    PBESPRO-P.

       SCH-TLN-90.
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
                    GO TO SUC-VOR-80
           END-IF.

       SUC-VOR-20.
           READ     PRAUMBES-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUC-VOR-80
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
                    GO TO SUC-VOR-80
           END-IF.

           ADD      1 TO VOR-ANZ.
           MOVE     RBLFDN  OF PRAUMBES-P TO VOR-LFDN(VOR-ANZ).
           MOVE     RBDATUM OF PRAUMBES-P TO VOR-DATUM(VOR-ANZ).
           GO TO    SUC-VOR-20.

       SUC-VOR-80.
      * DIE EIGENE BUCHUNG WIEDER IN DEN SATZBEREICH STELLEN
           INITIALIZE PRAUMBESF OF PRAUMBES-P.
           MOVE     X-RBLFDN TO RBLFDN OF PRAUMBES-P.
           READ     PRAUMBES-DP WITH NO LOCK.

       SUC-VOR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILE AUFBAUEN: PROTOKOLLZEILEN NACH ART (T, A, B, M),
      * OFFENE MASSNAHMEN FRUEHERER SERIENTERMINE (V) UND LEER-
      * ZEILEN; ANZEIGEN UND DIE GEAENDERTEN ZEILEN SPEICHERN
      *--------------------------------------------------------------
       ANZEIGE-SUBFILE SECTION.
       ANZ-SFL-00.

      * SUBFILE-CLEAR
           MOVE     AUS     TO FORMAT3-O-INDIC.
           MOVE     ZEROES  TO SUBFILE-RECORD-NUMBER.
           MOVE     ZEROES  TO ANZREC-WRK.
           MOVE     ZEROES  TO LEER-ANZ.
           MOVE     AN      TO IN95 OF INXX.
           MOVE     AUS     TO IN91 OF INXX.
           MOVE     AUS     TO IN96 OF INXX.
           MOVE     CORR INXX  TO FORMAT3-O-INDIC.
           MOVE     "FMT03" TO FMT-WRK.
           MOVE     FORMAT3 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           MOVE     AUS TO INXX.

           MOVE     1 TO ART-IDX.

       ANZ-SFL-05.
           IF       ART-IDX > 4
                    GO TO ANZ-SFL-12
           END-IF.
           MOVE     ART-FOLGE(ART-IDX:1) TO ART-WRK.

      * ALLE ZEILEN DIESER ART LESEN
           INITIALIZE PBESPROF OF PBESPRO-L.
           MOVE     X-RBLFDN TO PPBLFD OF PBESPRO-L.
           MOVE     ART-WRK  TO PPART  OF PBESPRO-L.
           START    PBESPRO-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-11
           END-IF.

       ANZ-SFL-10.
           READ     PBESPRO-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-11
           END-IF.
           IF       PPBLFD OF PBESPRO-L NOT = X-RBLFDN
            OR      PPART  OF PBESPRO-L NOT = ART-WRK
                    GO TO ANZ-SFL-11
           END-IF.

      * SUBFILE-ZEILE FUELLEN
           INITIALIZE FORMAT2.
           MOVE     CORR INXX            TO FORMAT2-O-INDIC.
           MOVE     SPACES               TO AUSW   OF FORMAT2.
           MOVE     PPLFDN OF PBESPRO-L  TO PPLFDN OF FORMAT2.
           MOVE     PPART  OF PBESPRO-L  TO PPART  OF FORMAT2.
           MOVE     PPTEXT OF PBESPRO-L  TO PPTEXT OF FORMAT2.
           MOVE     PPUSER OF PBESPRO-L  TO PPUSER OF FORMAT2.
           MOVE     PPFDAT OF PBESPRO-L  TO PPFDAT OF FORMAT2.
           MOVE     PPOLFD OF PBESPRO-L  TO PPOLFD OF FORMAT2.
           MOVE     SPACES               TO PPSTAT OF FORMAT2.
           IF       PPOLFD OF PBESPRO-L NOT = ZEROES
                    MOVE PPOLFD OF PBESPRO-L TO OPLFDN OF POPLLST-P
                    PERFORM LESE-OPL-STATUS
                    MOVE OPL-STATUS TO PPSTAT OF FORMAT2
           END-IF.

           ADD      1            TO ANZREC-WRK.
           ADD      1            TO SUBFILE-RECORD-NUMBER.
           MOVE     "FMT02"      TO FMT-WRK.
           MOVE     FORMAT2      TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           GO TO    ANZ-SFL-10.

       ANZ-SFL-11.
           ADD      1 TO ART-IDX.
           GO TO    ANZ-SFL-05.

       ANZ-SFL-12.
      * OFFENE MASSNAHMEN DER FRUEHEREN SERIENTERMINE
           MOVE     1 TO VOR-IDX.

       ANZ-SFL-13.
           IF       VOR-IDX > VOR-ANZ
                    GO TO ANZ-SFL-16
           END-IF.

           INITIALIZE PBESPROF OF PBESPRO-L.
           MOVE     VOR-LFDN(VOR-IDX) TO PPBLFD OF PBESPRO-L.
           MOVE     "M"               TO PPART  OF PBESPRO-L.
           START    PBESPRO-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-15
           END-IF.

       ANZ-SFL-14.
           READ     PBESPRO-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-15
           END-IF.
           IF       PPBLFD OF PBESPRO-L NOT = VOR-LFDN(VOR-IDX)
            OR      PPART  OF PBESPRO-L NOT = "M"
                    GO TO ANZ-SFL-15
           END-IF.
           IF       PPOLFD OF PBESPRO-L = ZEROES
                    GO TO ANZ-SFL-14
           END-IF.
           MOVE     PPOLFD OF PBESPRO-L TO OPLFDN OF POPLLST-P.
           PERFORM  LESE-OPL-STATUS.
           IF       OPL-OFFEN = ZEROES
                    GO TO ANZ-SFL-14
           END-IF.

      * ZEILE DER ART V IST GESCHUETZT (IN41)
           INITIALIZE FORMAT2.
           MOVE     SPACES               TO AUSW   OF FORMAT2.
           MOVE     ZEROES               TO PPLFDN OF FORMAT2.
           MOVE     "V"                  TO PPART  OF FORMAT2.
           MOVE     PPTEXT OF PBESPRO-L  TO PPTEXT OF FORMAT2.
           MOVE     PPUSER OF PBESPRO-L  TO PPUSER OF FORMAT2.
           MOVE     PPFDAT OF PBESPRO-L  TO PPFDAT OF FORMAT2.
           MOVE     PPOLFD OF PBESPRO-L  TO PPOLFD OF FORMAT2.
           MOVE     OPL-STATUS           TO PPSTAT OF FORMAT2.
           MOVE     AN                   TO IN41   OF INXX.
           MOVE     CORR INXX            TO FORMAT2-O-INDIC.

           ADD      1            TO ANZREC-WRK.
           ADD      1            TO SUBFILE-RECORD-NUMBER.
           MOVE     "FMT02"      TO FMT-WRK.
           MOVE     FORMAT2      TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           MOVE     AUS TO INXX.
           GO TO    ANZ-SFL-14.

       ANZ-SFL-15.
           ADD      1 TO VOR-IDX.
           GO TO    ANZ-SFL-13.

       ANZ-SFL-16.
      * LEERZEILEN FUER NEUE PROTOKOLLZEILEN
           IF       LEER-ANZ NOT < LEER-MAX
                    GO TO ANZ-SFL-20
           END-IF.

           INITIALIZE FORMAT2.
           MOVE     SPACES               TO AUSW   OF FORMAT2.
           MOVE     ZEROES               TO PPLFDN OF FORMAT2.
           MOVE     AUS                  TO FORMAT2-O-INDIC.

           ADD      1            TO LEER-ANZ.
           ADD      1            TO ANZREC-WRK.
           ADD      1            TO SUBFILE-RECORD-NUMBER.
           MOVE     "FMT02"      TO FMT-WRK.
           MOVE     FORMAT2      TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           GO TO    ANZ-SFL-16.

       ANZ-SFL-20.
      * AUSGABE FUSSZEILE
           MOVE     SPACES  TO WSREC-WRK.
           MOVE     "FMT04" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-WRITE.

      * UEBERSCHRIFT UND DATEN DER BUCHUNG
           MOVE     "XXP0081"             TO MAINUEB OF FORMAT3.
           MOVE     "XXP0283*3"           TO SUBUEB  OF FORMAT3.
           MOVE     PGM-TYP               TO PGMTYP  OF FORMAT3.
           MOVE     RBLFDN  OF PRAUMBES-P TO RBLFDN  OF FORMAT3.
           MOVE     RBRAUM  OF PRAUMBES-P TO RBRAUM  OF FORMAT3.
           MOVE     RBDATUM OF PRAUMBES-P TO RBDATUM OF FORMAT3.
           MOVE     RBVON   OF PRAUMBES-P TO RBVON   OF FORMAT3.
           MOVE     RBBIS   OF PRAUMBES-P TO RBBIS   OF FORMAT3.
           MOVE     RBTHEMA OF PRAUMBES-P TO RBTHEMA OF FORMAT3.
           MOVE     RBSERI  OF PRAUMBES-P TO RBSERI  OF FORMAT3.

      * ANZEIGE SUBFILE
           MOVE     ANZREC-WRK            TO ANZREC  OF FORMAT3.
           MOVE     1                     TO SUBFILE-RECORD-NUMBER.
           MOVE     SUBFILE-RECORD-NUMBER TO SFRECNR OF FORMAT3.
           MOVE     AUS    TO IN95  IN  INXX.
           MOVE     AN     TO IN96  IN  INXX.
           IF       ANZREC-WRK NOT = ZEROES
                    MOVE AN  TO IN91 OF INXX
           ELSE
                    MOVE AUS TO IN91 OF INXX
           END-IF.
           MOVE     CORR INXX TO FORMAT3-O-INDIC.
           MOVE     "FMT03" TO FMT-WRK.
           MOVE     FORMAT3 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK      TO FORMAT3-I.
           MOVE     CORR FORMAT3-I TO FORMAT3.
           MOVE     AUS TO INXX.

      * F3 ENDE
           IF       IN03 OF FORMAT3-I-INDIC = AN
                    MOVE "1" TO F3
                    GO TO ANZ-SFL-90
           END-IF.

      * F5 AKTUALISIEREN
           IF       IN05 OF FORMAT3-I-INDIC = AN
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * F9 PROTOKOLL DRUCKEN UND AN DIE VERTEILERLISTE SENDEN
           IF       IN09 OF FORMAT3-I-INDIC = AN
                    MOVE VTNAME OF FORMAT3 TO VERTLR-WRK
                    CALL "XXP0284" USING X-RBLFDN
                                         VERTLR-WRK
                    END-CALL
                    MOVE "PROTOKOLL GEDRUCKT (XXF0284)" TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * F12 ABBRECHEN
           IF       IN12 OF FORMAT3-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ANZ-SFL-90
           END-IF.

       ANZ-SFL-50.
      * LESEN VON SUBFILE NEXT MODIFIED RECORD
           MOVE     "FMT02" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-SFLREAD.
           IF       BS-STAT NOT = ZEROES
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

           MOVE     WSREC-WRK      TO FORMAT2-I.
           MOVE     CORR FORMAT2-I TO FORMAT2.

      * ZEILE SPEICHERN ODER LOESCHEN
           PERFORM  SPEICHERE-ZEILE.

           MOVE     SPACES  TO AUSW OF FORMAT2.
           MOVE     "FMT02" TO FMT-WRK.
           MOVE     FORMAT2 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLREWRITE.

           GO TO    ANZ-SFL-50.

       ANZ-SFL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE SUBFILE-ZEILE IN PBESPRO SCHREIBEN, AENDERN ODER MIT
      * AUSWAHL 4 LOESCHEN. EINE NEUE MASSNAHME WIRD ZUSAETZLICH
      * ALS OPL-PUNKT ANGELEGT
      *--------------------------------------------------------------
       SPEICHERE-ZEILE SECTION.
       SPE-ZEI-00.

           PERFORM  COPY-GET-TIME.

      * OFFENE MASSNAHMEN FRUEHERER TERMINE WERDEN NICHT GEAENDERT
           IF       PPART OF FORMAT2 = "V"
                    GO TO SPE-ZEI-90
           END-IF.

      * LEERE NEUE ZEILE WIRD UEBERGANGEN
           IF       PPLFDN OF FORMAT2 = ZEROES
            AND     PPART  OF FORMAT2 = SPACES
            AND     PPTEXT OF FORMAT2 = SPACES
            AND     PPUSER OF FORMAT2 = SPACES
                    GO TO SPE-ZEI-90
           END-IF.

      * LOESCHEN EINER ZEILE
           IF       AUSW OF FORMAT2 = "4"
                    IF   PPLFDN OF FORMAT2 NOT = ZEROES
                         PERFORM LOESCHE-ZEILE
                    END-IF
                    GO TO SPE-ZEI-90
           END-IF.

      * ART UND PFLICHTANGABEN JE ART PRUEFEN
           IF       PPART OF FORMAT2 NOT = "T"
            AND     PPART OF FORMAT2 NOT = "A"
            AND     PPART OF FORMAT2 NOT = "B"
            AND     PPART OF FORMAT2 NOT = "M"
                    MOVE "ART T, A, B ODER M ANGEBEN" TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO SPE-ZEI-90
           END-IF.
           IF       PPART  OF FORMAT2 = "T"
            AND     PPUSER OF FORMAT2 = SPACES
                    MOVE "BITTE DEN TEILNEHMER ANGEBEN" TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO SPE-ZEI-90
           END-IF.
           IF       PPART  OF FORMAT2 NOT = "T"
            AND     PPTEXT OF FORMAT2 = SPACES
                    MOVE "BITTE EINEN TEXT ANGEBEN" TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO SPE-ZEI-90
           END-IF.
           IF       PPART  OF FORMAT2 = "M"
                    IF   PPUSER OF FORMAT2 = SPACES
                     OR  PPFDAT OF FORMAT2 = ZEROES
                         MOVE "MASSNAHME OHNE VERANTWORTLICH/FAELLIG"
                                           TO MELDUNG-WRK
                         PERFORM MELDE-HINWEIS
                         GO TO SPE-ZEI-90
                    END-IF
                    MOVE PPFDAT OF FORMAT2 TO DATE-DB
                    PERFORM COPY-CHECK-DATE
                    IF   DATUM-RETCODE NOT = SPACES
                         MOVE "FAELLIGKEIT IST KEIN GUELTIGES DATUM"
                                           TO MELDUNG-WRK
                         PERFORM MELDE-HINWEIS
                         GO TO SPE-ZEI-90
                    END-IF
           END-IF.
           IF       PPART  OF FORMAT2 NOT = "M"
                    MOVE ZEROES TO PPFDAT OF FORMAT2
           END-IF.

           IF       PPLFDN OF FORMAT2 NOT = ZEROES
                    GO TO SPE-ZEI-20
           END-IF.

      * NEUE PROTOKOLLZEILE
           INITIALIZE PBESPROF OF PBESPRO-P.
           MOVE     "PBESPRO" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK              TO PPLFDN OF PBESPRO-P.
           MOVE     X-RBLFDN              TO PPBLFD OF PBESPRO-P.
           PERFORM  FUELLE-ZEILE.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO PPAUSR OF PBESPRO-P.
           MOVE     T-TERM            TO PPABS  OF PBESPRO-P.
           MOVE     PGM-WRK           TO PPAPGM OF PBESPRO-P.
           MOVE     DATE-8            TO PPADTA OF PBESPRO-P.
           MOVE     TIME-6            TO PPATIA OF PBESPRO-P.

      * MASSNAHME IN DIE OPL UEBERNEHMEN
           IF       PPART OF PBESPRO-P = "M"
                    PERFORM ERZEUGE-OPL-PUNKT
           END-IF.

           WRITE    PBESPRO-P.
           IF       FILE-STATUS = ZEROES
                    MOVE PPLFDN OF PBESPRO-P TO PPLFDN OF FORMAT2
                    PERFORM LADE-ZEILE
           END-IF.
           GO TO    SPE-ZEI-90.

       SPE-ZEI-20.
      * BESTEHENDE PROTOKOLLZEILE AENDERN
           INITIALIZE PBESPROF OF PBESPRO-P.
           MOVE     PPLFDN OF FORMAT2 TO PPLFDN OF PBESPRO-P.
           READ     PBESPRO-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SPE-ZEI-90
           END-IF.

      * STEHT DIE MASSNAHME SCHON IN DER OPL, BLEIBEN ART,
      * VERANTWORTLICHER UND FAELLIGKEIT UNVERAENDERT
           IF       PPOLFD OF PBESPRO-P NOT = ZEROES
            AND    (PPART  OF FORMAT2 NOT = PPART  OF PBESPRO-P
             OR     PPUSER OF FORMAT2 NOT = PPUSER OF PBESPRO-P
             OR     PPFDAT OF FORMAT2 NOT = PPFDAT OF PBESPRO-P)
                    UNLOCK PBESPRO-DP
                    PERFORM LADE-ZEILE
                    MOVE "MASSNAHME IN DER OPL - NUR TEXT AENDERBAR"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO SPE-ZEI-90
           END-IF.

           PERFORM  FUELLE-ZEILE.

      * AUS EINER ANDEREN ART WURDE EINE MASSNAHME
           IF       PPART  OF PBESPRO-P = "M"
            AND     PPOLFD OF PBESPRO-P = ZEROES
                    PERFORM ERZEUGE-OPL-PUNKT
           END-IF.

           PERFORM  SCHREIBE-AENDERUNG.
           PERFORM  LADE-ZEILE.

       SPE-ZEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PROTOKOLLZEILE LOESCHEN. EINE MASSNAHME, DIE SCHON IN DER
      * OPL STEHT, WIRD DORT ERLEDIGT UND BLEIBT IM PROTOKOLL
      *--------------------------------------------------------------
       LOESCHE-ZEILE SECTION.
       LOE-ZEI-00.

           INITIALIZE PBESPROF OF PBESPRO-P.
           MOVE     PPLFDN OF FORMAT2 TO PPLFDN OF PBESPRO-P.
           READ     PBESPRO-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LOE-ZEI-90
           END-IF.

           IF       PPOLFD OF PBESPRO-P NOT = ZEROES
                    UNLOCK PBESPRO-DP
                    PERFORM LADE-ZEILE
                    MOVE "MASSNAHME STEHT IN DER OPL - KEIN LOESCHEN"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO LOE-ZEI-90
           END-IF.

           DELETE   PBESPRO-DP.
           INITIALIZE FORMAT2.
           MOVE     "-" TO PPART OF FORMAT2.

       LOE-ZEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZEILENDATEN AUS DER SUBFILE-ZEILE UEBERNEHMEN
      *--------------------------------------------------------------
       FUELLE-ZEILE SECTION.
       FUE-ZEI-00.

           MOVE     PPART  OF FORMAT2 TO PPART  OF PBESPRO-P.
           MOVE     PPTEXT OF FORMAT2 TO PPTEXT OF PBESPRO-P.
           MOVE     PPUSER OF FORMAT2 TO PPUSER OF PBESPRO-P.
           MOVE     PPFDAT OF FORMAT2 TO PPFDAT OF PBESPRO-P.

       FUE-ZEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GESPEICHERTE DATEN WIEDER IN DIE SUBFILE-ZEILE STELLEN
      *--------------------------------------------------------------
       LADE-ZEILE SECTION.
       LAD-ZEI-00.

           MOVE     PPART  OF PBESPRO-P TO PPART  OF FORMAT2.
           MOVE     PPTEXT OF PBESPRO-P TO PPTEXT OF FORMAT2.
           MOVE     PPUSER OF PBESPRO-P TO PPUSER OF FORMAT2.
           MOVE     PPFDAT OF PBESPRO-P TO PPFDAT OF FORMAT2.
           MOVE     PPOLFD OF PBESPRO-P TO PPOLFD OF FORMAT2.
           MOVE     SPACES              TO PPSTAT OF FORMAT2.
           IF       PPOLFD OF PBESPRO-P NOT = ZEROES
                    MOVE PPOLFD OF PBESPRO-P TO OPLFDN OF POPLLST-P
                    PERFORM LESE-OPL-STATUS
                    MOVE OPL-STATUS TO PPSTAT OF FORMAT2
           END-IF.

       LAD-ZEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AENDERUNGSDATEN FUELLEN UND ZEILE ZURUECKSCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-AENDERUNG SECTION.
       SCH-AEN-00.

           MOVE     T-USER            TO PPMSER OF PBESPRO-P.
           MOVE     T-TERM            TO PPMBS  OF PBESPRO-P.
           MOVE     PGM-WRK           TO PPMPGM OF PBESPRO-P.
           MOVE     DATE-8            TO PPMDTA OF PBESPRO-P.
           MOVE     TIME-6            TO PPMTIA OF PBESPRO-P.

           REWRITE  PBESPRO-P.

       SCH-AEN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MASSNAHME ALS OPL-PUNKT ANLEGEN. GEHOERT SIE EINEM ANDEREN
      * USER, WIRD SIE IHM WIE IN XXP0092 ANGEBOTEN (OPZSTA 0) UND
      * ER ERHAELT EINE NACHRICHT; DER PUNKT WECHSELT ERST MIT DER
      * ANNAHME DEN INHABER. DIE OPL-NUMMER STEHT DANACH IN PPOLFD
      *--------------------------------------------------------------
       ERZEUGE-OPL-PUNKT SECTION.
       ERZ-OPL-00.

      * VERWEIS AUF DIE BESPRECHUNG
           MOVE     X-RBLFDN   TO NUM-LFDN.
           MOVE     BUCH-DATUM TO DAT-WRK.
           PERFORM  AUFBEREITE-DATUM.
           MOVE     SPACES TO OPL-NOTIZ.
           STRING   "BESPRECHUNG "     DELIMITED BY SIZE
                    DSP-DATUM          DELIMITED BY SIZE
                    " BUCHUNG "        DELIMITED BY SIZE
                    NUM-LFDN           DELIMITED BY SIZE
                    ": "               DELIMITED BY SIZE
                    BUCH-THEMA         DELIMITED BY SIZE
               INTO OPL-NOTIZ
           END-STRING.

           INITIALIZE POPLLSTF OF POPLLST-P.
      * NAECHSTE LAUFENDE NUMMER ERMITTELN
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "POPLLST" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK               TO OPLFDN OF POPLLST-P.

           MOVE     PPTEXT OF PBESPRO-P    TO OPTEXT OF POPLLST-P.
           MOVE     T-USER                 TO OPUSER OF POPLLST-P.
           MOVE     PPFDAT OF PBESPRO-P    TO OPFDAT OF POPLLST-P.
           MOVE     "O"                    TO OPSTAT OF POPLLST-P.
           MOVE     OPL-NOTIZ              TO OPZNOT OF POPLLST-P.

      * ZUWEISUNG AN DEN VERANTWORTLICHEN
           IF       PPUSER OF PBESPRO-P NOT = T-USER
                    MOVE PPUSER OF PBESPRO-P TO OPZUW  OF POPLLST-P
                    MOVE "0"                 TO OPZSTA OF POPLLST-P
                    MOVE T-USER              TO OPZVON OF POPLLST-P
                    MOVE PPFDAT OF PBESPRO-P TO OPZDAT OF POPLLST-P
           END-IF.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO OPAUSR OF POPLLST-P.
           MOVE     T-TERM            TO OPABS  OF POPLLST-P.
           MOVE     PGM-WRK           TO OPAPGM OF POPLLST-P.
           MOVE     DATE-8            TO OPADTA OF POPLLST-P.
           MOVE     TIME-6            TO OPATIA OF POPLLST-P.

           WRITE    POPLLST-P.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "OPL-PUNKT KONNTE NICHT ANGELEGT WERDEN"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ERZ-OPL-90
           END-IF.
           MOVE     OPLFDN OF POPLLST-P TO PPOLFD OF PBESPRO-P.

           IF       PPUSER OF PBESPRO-P = T-USER
                    GO TO ERZ-OPL-90
           END-IF.

      * DEN VERANTWORTLICHEN BENACHRICHTIGEN
           MOVE     OPZUW OF POPLLST-P TO NOTIF-USER.
           MOVE     "I"              TO NOTIF-SEV.
           MOVE     SPACES           TO NOTIF-TEXT.
           STRING   "TODO-ZUWEISUNG VON " DELIMITED BY SIZE
                    T-USER               DELIMITED BY SPACE
                    ": "                 DELIMITED BY SIZE
                    OPTEXT OF POPLLST-P(1:40) DELIMITED BY SIZE
               INTO NOTIF-TEXT
           END-STRING.
           CALL     "CFP0030" USING NOTIF-USER
                                    NOTIF-SEV
                                    PGM-WRK
                                    NOTIF-TEXT
           END-CALL.

       ERZ-OPL-90.
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
           MOVE     DAT-WRK(7:2)    TO DSP-DATUM(1:2).
           MOVE     "."             TO DSP-DATUM(3:1).
           MOVE     DAT-WRK(5:2)    TO DSP-DATUM(4:2).
           MOVE     "."             TO DSP-DATUM(6:1).
           MOVE     DAT-WRK(1:4)    TO DSP-DATUM(7:4).

       AUF-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HINWEIS AN DEN BENUTZER (TEXT IN MELDUNG-WRK)
      *--------------------------------------------------------------
       MELDE-HINWEIS SECTION.
       MEL-HIN-00.

           INITIALIZE SNDMSG-REC.
           MOVE     MELDUNG-WRK       TO MSGTXT OF SNDMSG-REC(1:60).
           MOVE     T-USER            TO USER   OF SNDMSG-REC.
           CALL     "CLP0010" USING SNDMSG-REC
                                    RET-CODE
           END-CALL.

       MEL-HIN-90.
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
      *---------------------------------------------------------------
      * COPY-DSP-*: ALLE DISPLAYROUTINEN
      *---------------------------------------------------------------

           COPY     DSPWORKING OF APG-QCPYSRC.
      /
