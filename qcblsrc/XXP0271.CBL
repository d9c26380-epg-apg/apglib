       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0271.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * BURN-DOWN DER PROJEKTBUDGETS MIT SCHWELLENWARNUNG             *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  STELLT JE PROJEKT UND TAETIGKEIT DAS BUDGET  *
      *                  (PABUDG, PROJEKT: PPRJBUD PBBUDG ODER SUMME  *
      *                  DER TAETIGKEITEN) DEN BIS HEUTE GEBUCHTEN    *
      *                  STUNDEN AUS PAKTBUCH GEGENUEBER UND DRUCKT   *
      *                  REST, PLAN BIS HEUTE (PPRJPHS) UND DAS       *
      *                  VORAUSSICHTLICHE ERSCHOEPFUNGSDATUM BEIM     *
      *                  TEMPO DER LETZTEN A400/PRJBUD CFIN01 TAGE    *
      *                  (STANDARD 28) ALS SPOOLDATEI XXF0271.        *
      *                  ERREICHEN DIE BUCHUNGEN 80% BZW. 100% DES    *
      *                  BUDGETS, ERHAELT DER VERANTWORTLICHE PBVERA  *
      *                  EINMALIG JE SCHWELLE EINE NACHRICHT UEBER    *
      *                  CFP0030 (KENNZEICHEN PBW80/PBW100 BZW.       *
      *                  PAW80/PAW100, ZURUECKGESETZT SOBALD DIE      *
      *                  SCHWELLE WIEDER UNTERSCHRITTEN IST).         *
      *                  X-PROJ LEER (NACHTLAUF, SCHRITTART G): ALLE  *
      *                  PROJEKTE.                                    *
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
      * PPROJAKT: PROJEKT-/TAETIGKEITSSTAMM
      *-------------------------------------------------------------
           SELECT PPROJAKT-DP
                  ASSIGN       TO  DATABASE-PPROJAKT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PPRJBUD: PROJEKTBUDGET
      *-------------------------------------------------------------
           SELECT PPRJBUD-DP
                  ASSIGN       TO  DATABASE-PPRJBUD
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PPRJPHS: MONATSPLANUNG DES BUDGETS
      *-------------------------------------------------------------
           SELECT PPRJPHS-DP
                  ASSIGN       TO  DATABASE-PPRJPHS
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAKTBUCH: TAETIGKEITSBUCHUNGEN
      *-------------------------------------------------------------
           SELECT PAKTBUCH-DP
                  ASSIGN       TO  DATABASE-PAKTBUCH
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *- XXF0271: SPOOLAUSGABE BURN-DOWN
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0271
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PPROJAKT: PAPROJ, PAAKT
       FD  PPROJAKT-DP
           LABEL RECORDS ARE STANDARD.
       01  PPROJAKT-P.
           COPY DDS-ALL-FORMATS OF PPROJAKT.
      /
      *--- PPRJBUD: PBPROJ
       FD  PPRJBUD-DP
           LABEL RECORDS ARE STANDARD.
       01  PPRJBUD-P.
           COPY DDS-ALL-FORMATS OF PPRJBUD.
      /
      *--- PPRJPHS: PPPROJ, PPAKT, PPJHMO
       FD  PPRJPHS-DP
           LABEL RECORDS ARE STANDARD.
       01  PPRJPHS-P.
           COPY DDS-ALL-FORMATS OF PPRJPHS.
      /
      *--- PAKTBUCH: AKLFDN
       FD  PAKTBUCH-DP
           LABEL RECORDS ARE STANDARD.
       01  PAKTBUCH-P.
           COPY DDS-ALL-FORMATS OF PAKTBUCH.
      /
      *- XXF0271: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0271.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0271".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * PARAMETER FUER DIE NACHRICHTENZENTRALE (CFP0030)
       01  NOTIF-USER                    PIC X(10).
       01  NOTIF-SEV                     PIC X(1).
       01  NOTIF-TEXT                    PIC X(70).

      * STICHTAGE DES LAUFES
       01  HEUTE                         PIC 9(8).
       01  TEMPO-VON                     PIC 9(8).
       01  TEMPO-TAGE                    PIC 9(3).
       01  TAG-ZAEHLER                   PIC 9(3).
       01  JHMO-HEUTE                    PIC 9(6).

      * PROJEKTE (PJ-AKT-VON/-BIS: BEREICH IN AKT-TAB)
       01  PRJ-MAX                       PIC 9(4)  COMP VALUE 500.
       01  PRJ-ANZ                       PIC 9(4)  COMP.
       01  PRJ-IDX                       PIC 9(4)  COMP.
       01  PRJ-TAB.
        05 PRJ-EINTRAG OCCURS 500.
         10 PJ-PROJ                      PIC X(10).
         10 PJ-VERA                      PIC X(10).
         10 PJ-BUD-DA                    PIC 9(1).
         10 PJ-BUDG                      PIC 9(7)V9(2).
         10 PJ-PLAN                      PIC 9(7)V9(2).
         10 PJ-MIN                       PIC 9(9)  COMP.
         10 PJ-TEMPO-MIN                 PIC 9(9)  COMP.
         10 PJ-AKT-VON                   PIC 9(4)  COMP.
         10 PJ-AKT-BIS                   PIC 9(4)  COMP.

      * TAETIGKEITEN
       01  AKT-MAX                       PIC 9(4)  COMP VALUE 3000.
       01  AKT-ANZ                       PIC 9(4)  COMP.
       01  AKT-IDX                       PIC 9(4)  COMP.
       01  AKT-TAB.
        05 AKT-EINTRAG OCCURS 3000.
         10 AT-AKT                       PIC X(10).
         10 AT-BUDG                      PIC 9(7)V9(2).
         10 AT-PLAN                      PIC 9(7)V9(2).
         10 AT-MIN                       PIC 9(9)  COMP.
         10 AT-TEMPO-MIN                 PIC 9(9)  COMP.

      * WERTE DER GERADE BEARBEITETEN ZEILE
       01  ZL-BUDG                       PIC 9(7)V9(2).
       01  ZL-PLAN                       PIC 9(7)V9(2).
       01  ZL-MIN                        PIC 9(9)  COMP.
       01  ZL-TEMPO-MIN                  PIC 9(9)  COMP.
       01  ZL-IST                        PIC 9(7)V9(2).
       01  ZL-REST                       PIC S9(7)V9(2).
       01  ZL-PROZENT                    PIC 9(5).
       01  ZL-STD-TAG                    PIC 9(5)V9(4).
       01  ZL-TAGE                       PIC 9(11).
       01  ZL-TAGE-REST                  PIC 9(5)V9(4).
       01  ZL-KZ80                       PIC X(1).
       01  ZL-KZ100                      PIC X(1).
       01  ZL-TAETIGKEIT                 PIC X(10).

      * DATUMSRECHNUNG
       01  STICHTAG                      PIC 9(8).
       01  STICHTAG-RED REDEFINES STICHTAG.
        05 STI-JAHR                      PIC 9(4).
        05 STI-MONAT                     PIC 9(2).
        05 STI-TAG                       PIC 9(2).
       01  MONAT-LAENGE                  PIC 9(2).
       01  SJA-WERT                      PIC 9(9).
       01  SJA-MODREST                   PIC 9(9).

      * ZAEHLER
       77  ANZ-WARNUNG                   PIC 9(5)  COMP.

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DATUM-WRK                     PIC 9(8).
       01  DSP-DATUM                     PIC X(10).
       01  DSP-STD                       PIC Z(6)9,99.
       01  DSP-REST                      PIC Z(6)9,99-.
       01  DSP-STD-TAG                   PIC ZZZ9,99.
       01  DSP-PROZENT                   PIC ZZZZ9.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * PROJEKT (LEER = ALLE)
       01  X-PROJ                        PIC X(20).
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-PROJ
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0271" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.
           INITIALIZE ANZ-WARNUNG.

      * DATEIEN OEFFNEN
           OPEN     INPUT  PPRJPHS-DP
                           PAKTBUCH-DP.
           OPEN     I-O    PPROJAKT-DP
                           PPRJBUD-DP.
           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

      * STICHTAGE: HEUTE UND BEGINN DES TEMPO-ZEITRAUMS
           PERFORM  COPY-GET-TIME.
           MOVE     DATE-8      TO HEUTE.
           MOVE     DATE-8(1:6) TO JHMO-HEUTE.
           PERFORM  LESE-EINSTELLUNGEN.

           MOVE     HEUTE TO STICHTAG.
           COMPUTE  TAG-ZAEHLER = TEMPO-TAGE - 1
           END-COMPUTE.

       ANFANG-10.
           IF       TAG-ZAEHLER > ZEROES
                    PERFORM SUB-EIN-TAG
                    SUBTRACT 1 FROM TAG-ZAEHLER
                    GO TO ANFANG-10
           END-IF.
           MOVE     STICHTAG TO TEMPO-VON.

      * PROJEKTE, BUCHUNGEN UND PLANUNG SAMMELN
           INITIALIZE PRJ-TAB PRJ-ANZ AKT-TAB AKT-ANZ.
           PERFORM  LADE-PROJEKTE.
           PERFORM  LADE-BUDGETKOPF.
           PERFORM  SAMMLE-BUCHUNGEN.
           PERFORM  LADE-PLANUNG.

      * BERICHT UND SCHWELLENPRUEFUNG
           PERFORM  DRUCKE-KOPF.
           PERFORM  DRUCKE-PROJEKTE.

       ENDE.
           CLOSE    PPROJAKT-DP
                    PPRJBUD-DP
                    PPRJPHS-DP
                    PAKTBUCH-DP
                    DRUCK-DAT.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * EINSTELLUNGEN AUS A400/PRJBUD LESEN: CFIN01 POSITIONEN 1-3 =
      * TAGE, AUS DEREN BUCHUNGEN DAS TEMPO ERMITTELT WIRD
      * (STANDARD 28)
      *--------------------------------------------------------------
       LESE-EINSTELLUNGEN SECTION.
       LES-EIN-00.

           MOVE     28 TO TEMPO-TAGE.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "A400"            TO CFID   OF CFG-CPY.
           MOVE     "PRJBUD"          TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = 1
                    GO TO LES-EIN-90
           END-IF.

           IF       CFIN01 OF CFG-CPY(1:3) IS NUMERIC
            AND     CFIN01 OF CFG-CPY(1:3) NOT = ZEROES
                    MOVE CFIN01 OF CFG-CPY(1:3) TO TEMPO-TAGE
           END-IF.

       LES-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PROJEKTE UND TAETIGKEITEN AUS PPROJAKT LADEN (SORTIERT NACH
      * PROJEKT, TAETIGKEIT)
      *--------------------------------------------------------------
       LADE-PROJEKTE SECTION.
       LAD-PRJ-00.

           INITIALIZE PPROJAKTF OF PPROJAKT-P.
           IF       X-PROJ NOT = SPACES
                    MOVE X-PROJ(1:10) TO PAPROJ OF PPROJAKT-P
           END-IF.
           START    PPROJAKT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-PRJ-90
           END-IF.

       LAD-PRJ-20.
           READ     PPROJAKT-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-PRJ-90
           END-IF.
           IF       X-PROJ NOT = SPACES
            AND     PAPROJ OF PPROJAKT-P NOT = X-PROJ(1:10)
                    GO TO LAD-PRJ-90
           END-IF.

           IF       AKT-ANZ NOT < AKT-MAX
                    GO TO LAD-PRJ-90
           END-IF.

      * NEUES PROJEKT
           IF       PRJ-ANZ = ZEROES
            OR      PJ-PROJ(PRJ-ANZ) NOT = PAPROJ OF PPROJAKT-P
                    IF   PRJ-ANZ NOT < PRJ-MAX
                         GO TO LAD-PRJ-90
                    END-IF
                    ADD  1 TO PRJ-ANZ
                    MOVE PAPROJ OF PPROJAKT-P TO PJ-PROJ(PRJ-ANZ)
                    COMPUTE PJ-AKT-VON(PRJ-ANZ) = AKT-ANZ + 1
                    END-COMPUTE
           END-IF.

           ADD      1 TO AKT-ANZ.
           MOVE     PAAKT  OF PPROJAKT-P TO AT-AKT(AKT-ANZ).
           MOVE     PABUDG OF PPROJAKT-P TO AT-BUDG(AKT-ANZ).
           MOVE     AKT-ANZ              TO PJ-AKT-BIS(PRJ-ANZ).
           ADD      PABUDG OF PPROJAKT-P TO PJ-BUDG(PRJ-ANZ).

           GO TO    LAD-PRJ-20.

       LAD-PRJ-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VERANTWORTLICHEN UND PROJEKTBUDGET AUS PPRJBUD ERGAENZEN;
      * OHNE PBBUDG GILT DIE SUMME DER TAETIGKEITSBUDGETS
      *--------------------------------------------------------------
       LADE-BUDGETKOPF SECTION.
       LAD-BKO-00.

           MOVE     1 TO PRJ-IDX.

       LAD-BKO-20.
           IF       PRJ-IDX > PRJ-ANZ
                    GO TO LAD-BKO-90
           END-IF.

           INITIALIZE PPRJBUDF OF PPRJBUD-P.
           MOVE     PJ-PROJ(PRJ-IDX) TO PBPROJ OF PPRJBUD-P.
           READ     PPRJBUD-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE 1                    TO PJ-BUD-DA(PRJ-IDX)
                    MOVE PBVERA OF PPRJBUD-P  TO PJ-VERA(PRJ-IDX)
                    IF   PBBUDG OF PPRJBUD-P NOT = ZEROES
                         MOVE PBBUDG OF PPRJBUD-P TO PJ-BUDG(PRJ-IDX)
                    END-IF
           END-IF.

           ADD      1 TO PRJ-IDX.
           GO TO    LAD-BKO-20.

       LAD-BKO-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BUCHUNGEN BIS HEUTE JE TAETIGKEIT UND PROJEKT SUMMIEREN,
      * DAVON GESONDERT DIE BUCHUNGEN DES TEMPO-ZEITRAUMS
      *--------------------------------------------------------------
       SAMMLE-BUCHUNGEN SECTION.
       SAM-BUC-00.

           INITIALIZE PAKTBUCHF OF PAKTBUCH-P.
           START    PAKTBUCH-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SAM-BUC-90
           END-IF.

       SAM-BUC-20.
           READ     PAKTBUCH-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SAM-BUC-90
           END-IF.

           IF       AKDTA OF PAKTBUCH-P > HEUTE
                    GO TO SAM-BUC-20
           END-IF.

      * PROJEKT SUCHEN
           MOVE     1 TO PRJ-IDX.

       SAM-BUC-40.
           IF       PRJ-IDX > PRJ-ANZ
                    GO TO SAM-BUC-20
           END-IF.
           IF       PJ-PROJ(PRJ-IDX) NOT = AKPROJ OF PAKTBUCH-P
                    ADD  1 TO PRJ-IDX
                    GO TO SAM-BUC-40
           END-IF.

      * TAETIGKEIT IM BEREICH DES PROJEKTS SUCHEN
           MOVE     PJ-AKT-VON(PRJ-IDX) TO AKT-IDX.

       SAM-BUC-60.
           IF       AKT-IDX > PJ-AKT-BIS(PRJ-IDX)
                    GO TO SAM-BUC-20
           END-IF.
           IF       AT-AKT(AKT-IDX) NOT = AKAKT OF PAKTBUCH-P
                    ADD  1 TO AKT-IDX
                    GO TO SAM-BUC-60
           END-IF.

           ADD      AKMIN OF PAKTBUCH-P TO AT-MIN(AKT-IDX).
           ADD      AKMIN OF PAKTBUCH-P TO PJ-MIN(PRJ-IDX).
           IF       AKDTA OF PAKTBUCH-P NOT < TEMPO-VON
                    ADD AKMIN OF PAKTBUCH-P TO AT-TEMPO-MIN(AKT-IDX)
                    ADD AKMIN OF PAKTBUCH-P TO PJ-TEMPO-MIN(PRJ-IDX)
           END-IF.

           GO TO    SAM-BUC-20.

       SAM-BUC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GEPLANTE STUNDEN BIS HEUTE AUS PPRJPHS: VERGANGENE MONATE
      * VOLL, DER LAUFENDE MONAT ANTEILIG NACH KALENDERTAGEN
      *--------------------------------------------------------------
       LADE-PLANUNG SECTION.
       LAD-PLA-00.

           MOVE     HEUTE TO STICHTAG.
           PERFORM  MONATS-LAENGE-RECHNEN.
           MOVE     1 TO PRJ-IDX.

       LAD-PLA-20.
           IF       PRJ-IDX > PRJ-ANZ
                    GO TO LAD-PLA-90
           END-IF.

           INITIALIZE PPRJPHSF OF PPRJPHS-P.
           MOVE     PJ-PROJ(PRJ-IDX) TO PPPROJ OF PPRJPHS-P.
           START    PPRJPHS-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-PLA-80
           END-IF.

       LAD-PLA-40.
           READ     PPRJPHS-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      PPPROJ OF PPRJPHS-P NOT = PJ-PROJ(PRJ-IDX)
                    GO TO LAD-PLA-80
           END-IF.

           IF       PPJHMO OF PPRJPHS-P > JHMO-HEUTE
                    GO TO LAD-PLA-40
           END-IF.
           IF       PPJHMO OF PPRJPHS-P = JHMO-HEUTE
                    COMPUTE ZL-PLAN ROUNDED = PPSTD OF PPRJPHS-P
                                            * STI-TAG / MONAT-LAENGE
                    END-COMPUTE
           ELSE
                    MOVE PPSTD OF PPRJPHS-P TO ZL-PLAN
           END-IF.

      * LEERE TAETIGKEIT: PLANUNG DES GESAMTEN PROJEKTS
           IF       PPAKT OF PPRJPHS-P = SPACES
                    ADD  ZL-PLAN TO PJ-PLAN(PRJ-IDX)
                    GO TO LAD-PLA-40
           END-IF.

           MOVE     PJ-AKT-VON(PRJ-IDX) TO AKT-IDX.

       LAD-PLA-60.
           IF       AKT-IDX > PJ-AKT-BIS(PRJ-IDX)
                    GO TO LAD-PLA-40
           END-IF.
           IF       AT-AKT(AKT-IDX) NOT = PPAKT OF PPRJPHS-P
                    ADD  1 TO AKT-IDX
                    GO TO LAD-PLA-60
           END-IF.
           ADD      ZL-PLAN TO AT-PLAN(AKT-IDX).
           GO TO    LAD-PLA-40.

       LAD-PLA-80.
           ADD      1 TO PRJ-IDX.
           GO TO    LAD-PLA-20.

       LAD-PLA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPF DES BERICHTS
      *--------------------------------------------------------------
       DRUCKE-KOPF SECTION.
       DRU-KOP-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "BURN-DOWN DER PROJEKTBUDGETS - STAND"
                                          TO DRUCK-ZEILE(1:36).
           MOVE     HEUTE                 TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(38:10).
           MOVE     "(TEMPO AB"           TO DRUCK-ZEILE(50:9).
           MOVE     TEMPO-VON             TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(60:10).
           MOVE     ")"                   TO DRUCK-ZEILE(70:1).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "=" TO DRUCK-ZEILE(1:124).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "PROJEKT"             TO DRUCK-ZEILE(1:7).
           MOVE     "TAETIGKEIT"          TO DRUCK-ZEILE(12:10).
           MOVE     "BUDGET"              TO DRUCK-ZEILE(29:6).
           MOVE     "GEBUCHT"             TO DRUCK-ZEILE(40:7).
           MOVE     "%"                   TO DRUCK-ZEILE(53:1).
           MOVE     "REST"                TO DRUCK-ZEILE(64:4).
           MOVE     "PLAN BIS HEUTE"      TO DRUCK-ZEILE(71:14).
           MOVE     "STD/TAG"             TO DRUCK-ZEILE(88:7).
           MOVE     "ERSCHOEPFT AM"       TO DRUCK-ZEILE(98:13).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "-" TO DRUCK-ZEILE(1:124).
           PERFORM  DRUCKE-ZEILE.

       DRU-KOP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * JE PROJEKT DIE TAETIGKEITEN UND DIE PROJEKTSUMME DRUCKEN
      * UND DIE SCHWELLEN PRUEFEN. PROJEKTE OHNE BUDGET ENTFALLEN.
      *--------------------------------------------------------------
       DRUCKE-PROJEKTE SECTION.
       DRU-PRJ-00.

           MOVE     1 TO PRJ-IDX.

       DRU-PRJ-20.
           IF       PRJ-IDX > PRJ-ANZ
                    GO TO DRU-PRJ-90
           END-IF.
           IF       PJ-BUDG(PRJ-IDX) = ZEROES
                    ADD  1 TO PRJ-IDX
                    GO TO DRU-PRJ-20
           END-IF.

           MOVE     PJ-AKT-VON(PRJ-IDX) TO AKT-IDX.

       DRU-PRJ-40.
           IF       AKT-IDX > PJ-AKT-BIS(PRJ-IDX)
                    GO TO DRU-PRJ-60
           END-IF.

           MOVE     AT-AKT(AKT-IDX)       TO ZL-TAETIGKEIT.
           MOVE     AT-BUDG(AKT-IDX)      TO ZL-BUDG.
           MOVE     AT-PLAN(AKT-IDX)      TO ZL-PLAN.
           MOVE     AT-MIN(AKT-IDX)       TO ZL-MIN.
           MOVE     AT-TEMPO-MIN(AKT-IDX) TO ZL-TEMPO-MIN.
           PERFORM  DRUCKE-BUDGETZEILE.

      * SCHWELLEN DER TAETIGKEIT (NUR MIT EIGENEM BUDGET)
           IF       AT-BUDG(AKT-IDX) NOT = ZEROES
                    PERFORM PRUEFE-SCHWELLE-AKT
           END-IF.

           ADD      1 TO AKT-IDX.
           GO TO    DRU-PRJ-40.

       DRU-PRJ-60.
      * PROJEKTSUMME
           MOVE     "*GESAMT"             TO ZL-TAETIGKEIT.
           MOVE     PJ-BUDG(PRJ-IDX)      TO ZL-BUDG.
           MOVE     PJ-PLAN(PRJ-IDX)      TO ZL-PLAN.
           MOVE     PJ-MIN(PRJ-IDX)       TO ZL-MIN.
           MOVE     PJ-TEMPO-MIN(PRJ-IDX) TO ZL-TEMPO-MIN.
           PERFORM  DRUCKE-BUDGETZEILE.
           PERFORM  PRUEFE-SCHWELLE-PRJ.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           ADD      1 TO PRJ-IDX.
           GO TO    DRU-PRJ-20.

       DRU-PRJ-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE ZEILE AUS DEN ZL-WERTEN RECHNEN UND DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-BUDGETZEILE SECTION.
       DRU-BZE-00.

           COMPUTE  ZL-IST ROUNDED = ZL-MIN / 60
           END-COMPUTE.
           COMPUTE  ZL-REST = ZL-BUDG - ZL-IST
           END-COMPUTE.
           MOVE     ZEROES TO ZL-PROZENT.
           IF       ZL-BUDG NOT = ZEROES
                    COMPUTE ZL-PROZENT = ZL-IST * 100 / ZL-BUDG
                    END-COMPUTE
           END-IF.
           COMPUTE  ZL-STD-TAG ROUNDED = ZL-TEMPO-MIN / 60
                                       / TEMPO-TAGE
           END-COMPUTE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     PJ-PROJ(PRJ-IDX)      TO DRUCK-ZEILE(1:10).
           MOVE     ZL-TAETIGKEIT         TO DRUCK-ZEILE(12:10).
           MOVE     ZL-BUDG               TO DSP-STD.
           MOVE     DSP-STD               TO DRUCK-ZEILE(25:10).
           MOVE     ZL-IST                TO DSP-STD.
           MOVE     DSP-STD               TO DRUCK-ZEILE(37:10).
           MOVE     ZL-PLAN               TO DSP-STD.
           MOVE     DSP-STD               TO DRUCK-ZEILE(75:10).
           MOVE     ZL-STD-TAG            TO DSP-STD-TAG.
           MOVE     DSP-STD-TAG           TO DRUCK-ZEILE(88:7).

      * OHNE BUDGET NUR DIE GEBUCHTEN STUNDEN
           IF       ZL-BUDG = ZEROES
                    GO TO DRU-BZE-80
           END-IF.

           MOVE     ZL-PROZENT            TO DSP-PROZENT.
           MOVE     DSP-PROZENT           TO DRUCK-ZEILE(49:5).
           MOVE     ZL-REST               TO DSP-REST.
           MOVE     DSP-REST              TO DRUCK-ZEILE(57:11).

      * PROGNOSE BEIM BISHERIGEN TEMPO
           IF       ZL-REST NOT > ZEROES
                    MOVE "AUSGESCHOEPFT"  TO DRUCK-ZEILE(98:13)
                    GO TO DRU-BZE-80
           END-IF.
           IF       ZL-STD-TAG = ZEROES
                    MOVE "NICHT ABSEHBAR" TO DRUCK-ZEILE(98:14)
                    GO TO DRU-BZE-80
           END-IF.
           DIVIDE   ZL-REST BY ZL-STD-TAG GIVING ZL-TAGE
                    REMAINDER ZL-TAGE-REST
           END-DIVIDE.
           IF       ZL-TAGE-REST NOT = ZEROES
                    ADD 1 TO ZL-TAGE
           END-IF.
           IF       ZL-TAGE > 999
                    MOVE "NICHT ABSEHBAR" TO DRUCK-ZEILE(98:14)
                    GO TO DRU-BZE-80
           END-IF.

           MOVE     HEUTE   TO STICHTAG.
           MOVE     ZL-TAGE TO TAG-ZAEHLER.

       DRU-BZE-40.
           IF       TAG-ZAEHLER > ZEROES
                    PERFORM ADD-EIN-TAG
                    SUBTRACT 1 FROM TAG-ZAEHLER
                    GO TO DRU-BZE-40
           END-IF.
           MOVE     STICHTAG              TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(98:10).

       DRU-BZE-80.
           PERFORM  DRUCKE-ZEILE.

       DRU-BZE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SCHWELLEN EINER TAETIGKEIT PRUEFEN, KENNZEICHEN IN PPROJAKT
      * FORTSCHREIBEN (ZL-PROZENT AUS DRUCKE-BUDGETZEILE)
      *--------------------------------------------------------------
       PRUEFE-SCHWELLE-AKT SECTION.
       PRU-SAK-00.

      * OHNE VERANTWORTLICHEN KANN NIEMAND BENACHRICHTIGT WERDEN;
      * DIE KENNZEICHEN BLEIBEN, BIS EINER HINTERLEGT IST
           IF       PJ-VERA(PRJ-IDX) = SPACES
                    GO TO PRU-SAK-90
           END-IF.

           INITIALIZE PPROJAKTF OF PPROJAKT-P.
           MOVE     PJ-PROJ(PRJ-IDX) TO PAPROJ OF PPROJAKT-P.
           MOVE     AT-AKT(AKT-IDX)  TO PAAKT  OF PPROJAKT-P.
           READ     PPROJAKT-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-SAK-90
           END-IF.

           MOVE     PAW80  OF PPROJAKT-P TO ZL-KZ80.
           MOVE     PAW100 OF PPROJAKT-P TO ZL-KZ100.
           PERFORM  PRUEFE-SCHWELLE.

           IF       ZL-KZ80  NOT = PAW80  OF PPROJAKT-P
            OR      ZL-KZ100 NOT = PAW100 OF PPROJAKT-P
                    MOVE ZL-KZ80  TO PAW80  OF PPROJAKT-P
                    MOVE ZL-KZ100 TO PAW100 OF PPROJAKT-P
                    MOVE T-USER   TO PAMSER OF PPROJAKT-P
                    MOVE T-TERM   TO PAMBS  OF PPROJAKT-P
                    MOVE PGM-WRK  TO PAMPGM OF PPROJAKT-P
                    MOVE DATE-8   TO PAMDTA OF PPROJAKT-P
                    MOVE TIME-6   TO PAMTIA OF PPROJAKT-P
                    REWRITE PPROJAKT-P
           ELSE
                    UNLOCK PPROJAKT-DP
           END-IF.

       PRU-SAK-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SCHWELLEN DES PROJEKTS PRUEFEN, KENNZEICHEN IN PPRJBUD
      * FORTSCHREIBEN (NUR MIT BUDGETKOPF UND VERANTWORTLICHEM)
      *--------------------------------------------------------------
       PRUEFE-SCHWELLE-PRJ SECTION.
       PRU-SPR-00.

           IF       PJ-BUD-DA(PRJ-IDX) = ZEROES
            OR      PJ-VERA(PRJ-IDX)   = SPACES
                    GO TO PRU-SPR-90
           END-IF.

           INITIALIZE PPRJBUDF OF PPRJBUD-P.
           MOVE     PJ-PROJ(PRJ-IDX) TO PBPROJ OF PPRJBUD-P.
           READ     PPRJBUD-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-SPR-90
           END-IF.

           MOVE     "*GESAMT"            TO ZL-TAETIGKEIT.
           MOVE     PBW80  OF PPRJBUD-P  TO ZL-KZ80.
           MOVE     PBW100 OF PPRJBUD-P  TO ZL-KZ100.
           PERFORM  PRUEFE-SCHWELLE.

           IF       ZL-KZ80  NOT = PBW80  OF PPRJBUD-P
            OR      ZL-KZ100 NOT = PBW100 OF PPRJBUD-P
                    MOVE ZL-KZ80  TO PBW80  OF PPRJBUD-P
                    MOVE ZL-KZ100 TO PBW100 OF PPRJBUD-P
                    MOVE T-USER   TO PBMSER OF PPRJBUD-P
                    MOVE T-TERM   TO PBMBS  OF PPRJBUD-P
                    MOVE PGM-WRK  TO PBMPGM OF PPRJBUD-P
                    MOVE DATE-8   TO PBMDTA OF PPRJBUD-P
                    MOVE TIME-6   TO PBMTIA OF PPRJBUD-P
                    REWRITE PPRJBUD-P
           ELSE
                    UNLOCK PPRJBUD-DP
           END-IF.

       PRU-SPR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZL-PROZENT GEGEN DIE SCHWELLEN 80/100 PRUEFEN: NEU ERREICHTE
      * SCHWELLE MELDEN UND KENNZEICHEN SETZEN ("J"), WIEDER
      * UNTERSCHRITTENE SCHWELLE ZURUECKSETZEN. WIRD 100% DIREKT
      * ERREICHT, ENTFAELLT DIE 80%-MELDUNG.
      *--------------------------------------------------------------
       PRUEFE-SCHWELLE SECTION.
       PRU-SCH-00.

           IF       ZL-PROZENT < 80
                    MOVE SPACES TO ZL-KZ80
                    MOVE SPACES TO ZL-KZ100
                    GO TO PRU-SCH-90
           END-IF.

           IF       ZL-PROZENT < 100
                    MOVE SPACES TO ZL-KZ100
                    IF   ZL-KZ80 = SPACES
                         MOVE "W" TO NOTIF-SEV
                         PERFORM SENDE-WARNUNG
                         MOVE "J" TO ZL-KZ80
                    END-IF
                    GO TO PRU-SCH-90
           END-IF.

           IF       ZL-KZ100 = SPACES
                    MOVE "E" TO NOTIF-SEV
                    PERFORM SENDE-WARNUNG
                    MOVE "J" TO ZL-KZ100
           END-IF.
           MOVE     "J" TO ZL-KZ80.

       PRU-SCH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NACHRICHT AN DEN VERANTWORTLICHEN DES PROJEKTS (CFP0030)
      *--------------------------------------------------------------
       SENDE-WARNUNG SECTION.
       SEN-WAR-00.

           MOVE     PJ-VERA(PRJ-IDX) TO NOTIF-USER.
           MOVE     SPACES           TO NOTIF-TEXT.
           MOVE     ZL-PROZENT       TO DSP-PROZENT.
           IF       ZL-TAETIGKEIT = "*GESAMT"
                    STRING "PROJEKT "                DELIMITED BY SIZE
                           PJ-PROJ(PRJ-IDX)          DELIMITED BY SPACE
                           ": BUDGET ZU"             DELIMITED BY SIZE
                           DSP-PROZENT               DELIMITED BY SIZE
                           "% VERBRAUCHT"            DELIMITED BY SIZE
                           INTO NOTIF-TEXT
                    END-STRING
           ELSE
                    STRING "PROJEKT "                DELIMITED BY SIZE
                           PJ-PROJ(PRJ-IDX)          DELIMITED BY SPACE
                           "/"                       DELIMITED BY SIZE
                           ZL-TAETIGKEIT             DELIMITED BY SPACE
                           ": BUDGET ZU"             DELIMITED BY SIZE
                           DSP-PROZENT               DELIMITED BY SIZE
                           "% VERBRAUCHT"            DELIMITED BY SIZE
                           INTO NOTIF-TEXT
                    END-STRING
           END-IF.

           CALL     "CFP0030" USING NOTIF-USER
                                    NOTIF-SEV
                                    PGM-WRK
                                    NOTIF-TEXT
           END-CALL.
           ADD      1 TO ANZ-WARNUNG.

       SEN-WAR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DATUM-WRK (JJJJMMTT) ALS TT.MM.JJJJ NACH DSP-DATUM
      *--------------------------------------------------------------
       FORMATIERE-DATUM SECTION.
       FOR-DAT-00.

           MOVE     SPACES            TO DSP-DATUM.
           MOVE     DATUM-WRK(7:2)    TO DSP-DATUM(1:2).
           MOVE     "."               TO DSP-DATUM(3:1).
           MOVE     DATUM-WRK(5:2)    TO DSP-DATUM(4:2).
           MOVE     "."               TO DSP-DATUM(6:1).
           MOVE     DATUM-WRK(1:4)    TO DSP-DATUM(7:4).

       FOR-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STICHTAG UM EINEN TAG ZURUECKRECHNEN
      *--------------------------------------------------------------
       SUB-EIN-TAG SECTION.
       SUB-EIN-00.

           IF       STI-TAG > 1
                    SUBTRACT 1 FROM STI-TAG
                    GO TO SUB-EIN-90
           END-IF.

      * MONATSWECHSEL
           IF       STI-MONAT > 1
                    SUBTRACT 1 FROM STI-MONAT
           ELSE
                    MOVE     12 TO STI-MONAT
                    SUBTRACT 1  FROM STI-JAHR
           END-IF.
           PERFORM  MONATS-LAENGE-RECHNEN.
           MOVE     MONAT-LAENGE TO STI-TAG.

       SUB-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STICHTAG UM EINEN TAG VORRECHNEN
      *--------------------------------------------------------------
       ADD-EIN-TAG SECTION.
       ADD-EIN-00.

           PERFORM  MONATS-LAENGE-RECHNEN.
           IF       STI-TAG < MONAT-LAENGE
                    ADD 1 TO STI-TAG
                    GO TO ADD-EIN-90
           END-IF.

      * MONATSWECHSEL
           MOVE     1 TO STI-TAG.
           IF       STI-MONAT < 12
                    ADD  1  TO STI-MONAT
           ELSE
                    MOVE 1  TO STI-MONAT
                    ADD  1  TO STI-JAHR
           END-IF.

       ADD-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LAENGE DES MONATS STI-MONAT IM JAHR STI-JAHR ERMITTELN
      *--------------------------------------------------------------
       MONATS-LAENGE-RECHNEN SECTION.
       MON-LAE-00.

           EVALUATE STI-MONAT
                    WHEN 1
                    WHEN 3
                    WHEN 5
                    WHEN 7
                    WHEN 8
                    WHEN 10
                    WHEN 12
                         MOVE 31 TO MONAT-LAENGE
                    WHEN 4
                    WHEN 6
                    WHEN 9
                    WHEN 11
                         MOVE 30 TO MONAT-LAENGE
                    WHEN 2
      *                  SCHALTJAHRESPRUEFUNG (VEREINFACHT)
                         MOVE ZEROES TO SJA-WERT SJA-MODREST
                         DIVIDE STI-JAHR BY 4 GIVING SJA-WERT
                                REMAINDER SJA-MODREST
                         IF   SJA-MODREST = ZEROES
                              MOVE 29 TO MONAT-LAENGE
                         ELSE
                              MOVE 28 TO MONAT-LAENGE
                         END-IF
           END-EVALUATE.

       MON-LAE-90.
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
      * COPY-CFG-CPY: LESEN DER KONFIGURATION
      *---------------------------------------------------------------

           COPY     CFGCPY     OF APG-QCPYSRC.
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
