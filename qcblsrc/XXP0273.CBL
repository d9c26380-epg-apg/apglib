       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0273.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * PROGNOSE DER JOBKETTE FUER EIN LAUFDATUM                      *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  RECHNET OHNE AUSFUEHRUNG VOR, WAS XXP0074    *
      *                  AN EINEM LAUFDATUM MIT DER KETTE TUT: JE     *
      *                  SCHRITT AUS PJOBSTEP OB ER LAEUFT ODER       *
      *                  ENTFAELLT UND WARUM (JSAKT, JSFEIER GEGEN    *
      *                  PCFGDAT, KALENDERLAUF OHNE PCFGDAT-EINTRAG,  *
      *                  FEHLENDE ODER SCHEITERNDE VORGAENGER), DIE   *
      *                  AUFRUFPARAMETER NACH JSPTYP, DIE WELLE DER   *
      *                  VORGAENGERSTEUERUNG UND DIE BASISLINIE AUS   *
      *                  PJOBLOG SOWIE DIE ERWARTETE GESAMTDAUER.     *
      *                  MIT X-NORMAL = 1 WIRD DER TAG ALS NORMALER   *
      *                  ARBEITSTAG MIT KALENDEREINTRAG GERECHNET     *
      *                  (VERGLEICHSBASIS DER MONATSUEBERSICHT), MIT  *
      *                  X-BASIS = 1 WERDEN DIE BASISLINIEN GELESEN.  *
      *                  ERGEBNIS IN PRG-DATEN (WRKJOBPRG). ANZEIGE   *
      *                  XXP0274, DRUCK XXP0275.                      *
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
      * PJOBSTEP: JSKETTE, JSSTEP
      *-------------------------------------------------------------
           SELECT PJOBSTEP-DP
                  ASSIGN       TO  DATABASE-PJOBSTEP
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PJOBLOG: JLLFDN
      *-------------------------------------------------------------
           SELECT PJOBLOG-DP
                  ASSIGN       TO  DATABASE-PJOBLOG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCFGDAT: DTLFDN
      *-------------------------------------------------------------
           SELECT PCFGDAT-DP
                  ASSIGN       TO  DATABASE-PCFGDAT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PJOBSTEP: JSKETTE, JSSTEP
       FD  PJOBSTEP-DP
           LABEL RECORDS ARE STANDARD.
       01  PJOBSTEP-P.
           COPY DDS-ALL-FORMATS OF PJOBSTEP.
      /
      *--- PJOBLOG: JLLFDN
       FD  PJOBLOG-DP
           LABEL RECORDS ARE STANDARD.
       01  PJOBLOG-P.
           COPY DDS-ALL-FORMATS OF PJOBLOG.
      /
      *--- PCFGDAT: DTLFDN
       FD  PCFGDAT-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGDAT-P.
           COPY DDS-ALL-FORMATS OF PCFGDAT.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0273".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".

       01  KETTE-WRK                     PIC X(10).

      * ERGAENZUNG DER PROGNOSETABELLE: VORGAENGER, FEIERTAGS-
      * KENNZEICHEN UND OB DER SCHRITT BEIM AUFRUF SCHEITERT
       01  SIM-TAB.
        05 SIM-EINTRAG OCCURS 100.
         10 SIM-VOR1                     PIC 9(3).
         10 SIM-VOR2                     PIC 9(3).
         10 SIM-VOR3                     PIC 9(3).
         10 SIM-FEIER                    PIC X(1).
         10 SIM-SCHEITERT                PIC 9(1).
         10 SIM-SUMME                    PIC 9(9).
         10 SIM-LAEUFE                   PIC 9(5).
       01  STP-MAX                       PIC 9(3)  COMP VALUE 100.
       01  STP-IDX                       PIC 9(3)  COMP.
       01  STP-VIX                       PIC 9(3)  COMP.
       01  WELLE-WRK                     PIC 9(3).
       01  WELLE-GESTARTET               PIC 9(1).
       01  VOR-FERTIG                    PIC 9(1).
       01  VOR-NR                        PIC 9(3).
       01  VOR-GRUND                     PIC X(12).

      * KALENDERLAUF: BIS = LAUFDATUM PLUS EIN JAHR
       01  KAL-BIS                       PIC 9(8).
       01  KAL-BIS-RED REDEFINES KAL-BIS.
        05 KAL-BIS-JAHR                  PIC 9(4).
        05 KAL-BIS-MONAT                 PIC 9(2).
        05 KAL-BIS-TAG                   PIC 9(2).

      * AUFBEREITUNG
       01  DATUM-WRK                     PIC 9(8).
       01  DSP-DATUM                     PIC X(10).
       01  DSP-VON                       PIC X(10).
       01  DSP-STEP                      PIC 9(3).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * NAME DER JOBKETTE (LEER = NACHT)
       01  X-KETTE                       PIC X(10).
      * LAUFDATUM DER PROGNOSE
       01  X-DATUM                       PIC 9(8).
      * 1 = ALS NORMALEN ARBEITSTAG MIT KALENDEREINTRAG RECHNEN
       01  X-NORMAL                      PIC X(1).
      * 1 = BASISLINIEN AUS PJOBLOG LESEN
       01  X-BASIS                       PIC X(1).
      * ERGEBNIS DER PROGNOSE
           COPY WRKJOBPRG   OF APG-QCPYSRC.
      * RUECKMELDUNG (LEER = OK, 1 = KETTE OHNE SCHRITTE)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-KETTE
                                X-DATUM
                                X-NORMAL
                                X-BASIS
                                PRG-DATEN
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0273" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.
           INITIALIZE PRG-DATEN SIM-TAB.

           OPEN     INPUT PJOBSTEP-DP
                          PJOBLOG-DP
                          PCFGDAT-DP.

           MOVE     X-KETTE TO KETTE-WRK.
           IF       KETTE-WRK = SPACES
                    MOVE "NACHT" TO KETTE-WRK
           END-IF.

      * KALENDERLAGE DES LAUFDATUMS
           PERFORM  PRUEFE-KALENDER.

      * SCHRITTE LADEN UND VORBEWERTEN
           PERFORM  LADE-SCHRITTE.
           IF       PRG-ANZAHL = ZEROES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

      * WELLEN WIE IN XXP0074 DURCHSPIELEN
           PERFORM  SIMULIERE-WELLEN.

      * BASISLINIEN UND ERWARTETE DAUER
           IF       X-BASIS = "1"
                    PERFORM LESE-BASISLINIEN
           END-IF.

      * SUMMEN
           PERFORM  ZAEHLE-ERGEBNIS.

       ENDE.
           CLOSE    PJOBSTEP-DP
                    PJOBLOG-DP
                    PCFGDAT-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ARBEITSTAG, KALENDEREINTRAG UND WOCHENTAG DES LAUFDATUMS
      * (WIE XXP0074: OHNE KALENDEREINTRAG GILT DER TAG ALS
      * ARBEITSTAG)
      *--------------------------------------------------------------
       PRUEFE-KALENDER SECTION.
       PRU-KAL-00.

           MOVE     ZEROES TO PRG-ARBEITSTAG PRG-KALENDER PRG-WOTA.

           INITIALIZE PCFGDATF OF PCFGDAT-P.
           MOVE     X-DATUM TO DTLFDN OF PCFGDAT-P.
           READ     PCFGDAT-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE 1 TO PRG-ARBEITSTAG
                    GO TO PRU-KAL-80
           END-IF.

           MOVE     1                   TO PRG-KALENDER.
           MOVE     DTWOTA OF PCFGDAT-P TO PRG-WOTA.
           IF       DTWOTA OF PCFGDAT-P NOT > 5
            AND     DTFEIE OF PCFGDAT-P = ZEROES
                    MOVE 1 TO PRG-ARBEITSTAG
           END-IF.

       PRU-KAL-80.
      * VERGLEICHSBASIS: NORMALER ARBEITSTAG MIT KALENDEREINTRAG
           IF       X-NORMAL = "1"
                    MOVE 1 TO PRG-ARBEITSTAG
                    MOVE 1 TO PRG-KALENDER
                    IF   PRG-WOTA = ZEROES
                         MOVE 1 TO PRG-WOTA
                    END-IF
           END-IF.

       PRU-KAL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE SCHRITTE DER KETTE LADEN (AUCH STILLGELEGTE, DIE
      * XXP0074 GAR NICHT ERST LIEST) UND VORBEWERTEN
      *--------------------------------------------------------------
       LADE-SCHRITTE SECTION.
       LAD-SCH-00.

           INITIALIZE PJOBSTEPF OF PJOBSTEP-P.
           MOVE     KETTE-WRK TO JSKETTE OF PJOBSTEP-P.
           START    PJOBSTEP-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-SCH-90
           END-IF.

       LAD-SCH-20.
           READ     PJOBSTEP-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-SCH-90
           END-IF.
           IF       JSKETTE OF PJOBSTEP-P NOT = KETTE-WRK
                    GO TO LAD-SCH-90
           END-IF.
           IF       PRG-ANZAHL NOT < STP-MAX
                    GO TO LAD-SCH-90
           END-IF.

           ADD      1 TO PRG-ANZAHL.
           MOVE     PRG-ANZAHL TO STP-IDX.
           MOVE     JSSTEP  OF PJOBSTEP-P TO PRG-STEP (STP-IDX).
           MOVE     JSPGM   OF PJOBSTEP-P TO PRG-PGM  (STP-IDX).
           MOVE     JSPTYP  OF PJOBSTEP-P TO PRG-PTYP (STP-IDX).
           MOVE     JSVOR1  OF PJOBSTEP-P TO SIM-VOR1 (STP-IDX).
           MOVE     JSVOR2  OF PJOBSTEP-P TO SIM-VOR2 (STP-IDX).
           MOVE     JSVOR3  OF PJOBSTEP-P TO SIM-VOR3 (STP-IDX).
           MOVE     JSFEIER OF PJOBSTEP-P TO SIM-FEIER(STP-IDX).
           MOVE     SPACES                TO PRG-STAT (STP-IDX).

      * AUFRUFPARAMETER NACH PARAMETERART
           PERFORM  BAUE-PARAMETER.

      * STILLGELEGT
           IF       JSAKT OF PJOBSTEP-P NOT = "1"
                    MOVE "I" TO PRG-STAT(STP-IDX)
                    MOVE "STILLGELEGT (JSAKT)"
                                          TO PRG-GRUND(STP-IDX)
                    GO TO LAD-SCH-20
           END-IF.

      * FEIERTAGSSCHRITT AN EINEM NICHT-ARBEITSTAG
           IF       JSFEIER OF PJOBSTEP-P = "1"
            AND     PRG-ARBEITSTAG = ZEROES
                    MOVE "F" TO PRG-STAT(STP-IDX)
                    MOVE "FEIERTAGSKENNZEICHEN, KEIN ARBEITSTAG"
                                          TO PRG-GRUND(STP-IDX)
                    GO TO LAD-SCH-20
           END-IF.

      * KALENDERLAUF OHNE KALENDEREINTRAG SCHEITERT BEIM AUFRUF
           IF       JSPTYP OF PJOBSTEP-P = "K"
            AND     PRG-KALENDER = ZEROES
                    MOVE 1 TO SIM-SCHEITERT(STP-IDX)
           END-IF.

           GO TO    LAD-SCH-20.

       LAD-SCH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DIE AUFRUFPARAMETER DES SCHRITTS STP-IDX ALS TEXT
      * (ENTSPRICHT FAHRE-SCHRITT/BAUE-KALENDER-PARM IN XXP0074)
      *--------------------------------------------------------------
       BAUE-PARAMETER SECTION.
       BAU-PAR-00.

           MOVE     SPACES  TO PRG-PARM(STP-IDX).
           MOVE     X-DATUM TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.

           EVALUATE JSPTYP OF PJOBSTEP-P
                    WHEN "D"
                         STRING "LAUFDATUM "      DELIMITED BY SIZE
                                DSP-DATUM         DELIMITED BY SIZE
                           INTO PRG-PARM(STP-IDX)
                         END-STRING
                    WHEN "G"
                         STRING "GRUPPE "         DELIMITED BY SIZE
                                JSPARM OF PJOBSTEP-P
                                                  DELIMITED BY SIZE
                           INTO PRG-PARM(STP-IDX)
                         END-STRING
                    WHEN "T"
                         STRING "LAUFDATUM "      DELIMITED BY SIZE
                                DSP-DATUM         DELIMITED BY SIZE
                                ", TEST LEER"     DELIMITED BY SIZE
                           INTO PRG-PARM(STP-IDX)
                         END-STRING
                    WHEN "K"
                         PERFORM BAUE-KALENDER-TEXT
                    WHEN OTHER
                         MOVE "OHNE PARAMETER" TO PRG-PARM(STP-IDX)
           END-EVALUATE.

       BAU-PAR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KALENDERLAUF: VON = LAUFDATUM, BIS = LAUFDATUM PLUS EIN
      * JAHR, STARTWOCHENTAG AUS PCFGDAT
      *--------------------------------------------------------------
       BAUE-KALENDER-TEXT SECTION.
       BAU-KTX-00.

           MOVE     DSP-DATUM TO DSP-VON.
           MOVE     X-DATUM   TO KAL-BIS.
           ADD      1 TO KAL-BIS-JAHR.
           IF       KAL-BIS-MONAT = 2
            AND     KAL-BIS-TAG   = 29
                    MOVE 28 TO KAL-BIS-TAG
           END-IF.
           MOVE     KAL-BIS TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.

           IF       PRG-KALENDER = ZEROES
                    STRING "VON "            DELIMITED BY SIZE
                           DSP-VON           DELIMITED BY SIZE
                           " BIS "           DELIMITED BY SIZE
                           DSP-DATUM         DELIMITED BY SIZE
                           " WT ?"           DELIMITED BY SIZE
                      INTO PRG-PARM(STP-IDX)
                    END-STRING
           ELSE
                    STRING "VON "            DELIMITED BY SIZE
                           DSP-VON           DELIMITED BY SIZE
                           " BIS "           DELIMITED BY SIZE
                           DSP-DATUM         DELIMITED BY SIZE
                           " WT "            DELIMITED BY SIZE
                           PRG-WOTA          DELIMITED BY SIZE
                      INTO PRG-PARM(STP-IDX)
                    END-STRING
           END-IF.

       BAU-KTX-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DIE WELLENSCHLEIFE VON XXP0074 NACHSPIELEN: EIN SCHRITT
      * WIRD FREI, SOBALD ALLE VORGAENGER FERTIG SIND; ENTFALLENDE
      * FEIERTAGSSCHRITTE GELTEN ALS FERTIG, SCHEITERNDE SCHRITTE
      * BLOCKIEREN IHRE NACHFOLGER
      *--------------------------------------------------------------
       SIMULIERE-WELLEN SECTION.
       SIM-WEL-00.

           MOVE     ZEROES TO WELLE-WRK.

       SIM-WEL-10.
           ADD      1 TO WELLE-WRK.
           MOVE     ZEROES TO WELLE-GESTARTET.
           MOVE     1 TO STP-IDX.

       SIM-WEL-20.
           IF       STP-IDX > PRG-ANZAHL
                    GO TO SIM-WEL-40
           END-IF.
           IF       PRG-STAT(STP-IDX) NOT = SPACES
                    ADD   1 TO STP-IDX
                    GO TO SIM-WEL-20
           END-IF.

           PERFORM  PRUEFE-VORGAENGER.
           IF       VOR-FERTIG = ZEROES
                    ADD   1 TO STP-IDX
                    GO TO SIM-WEL-20
           END-IF.

      * DER SCHRITT WIRD IN DIESER WELLE AUFGERUFEN
           MOVE     WELLE-WRK TO PRG-WELLE(STP-IDX).
           MOVE     WELLE-WRK TO PRG-WELLEN.
           IF       SIM-SCHEITERT(STP-IDX) NOT = ZEROES
                    MOVE "K" TO PRG-STAT(STP-IDX)
                    MOVE "KALENDERLAUF OHNE PCFGDAT-EINTRAG"
                                          TO PRG-GRUND(STP-IDX)
           ELSE
                    MOVE "L" TO PRG-STAT(STP-IDX)
                    IF   SIM-FEIER(STP-IDX) = "1"
                         MOVE "FEIERTAGSKENNZEICHEN, ARBEITSTAG"
                                          TO PRG-GRUND(STP-IDX)
                    ELSE
                         MOVE "LAEUFT AN JEDEM TAG"
                                          TO PRG-GRUND(STP-IDX)
                    END-IF
           END-IF.
           MOVE     1 TO WELLE-GESTARTET.

           ADD      1 TO STP-IDX.
           GO TO    SIM-WEL-20.

       SIM-WEL-40.
           IF       WELLE-GESTARTET NOT = ZEROES
                    GO TO SIM-WEL-10
           END-IF.

      * UEBRIGE SCHRITTE BLEIBEN BLOCKIERT
           MOVE     1 TO STP-IDX.

       SIM-WEL-50.
           IF       STP-IDX > PRG-ANZAHL
                    GO TO SIM-WEL-90
           END-IF.
           IF       PRG-STAT(STP-IDX) = SPACES
                    PERFORM PRUEFE-VORGAENGER
                    MOVE "B" TO PRG-STAT(STP-IDX)
                    MOVE SPACES TO PRG-GRUND(STP-IDX)
                    MOVE VOR-NR TO DSP-STEP
                    STRING "VORGAENGER "     DELIMITED BY SIZE
                           DSP-STEP          DELIMITED BY SIZE
                           " "               DELIMITED BY SIZE
                           VOR-GRUND         DELIMITED BY SIZE
                      INTO PRG-GRUND(STP-IDX)
                    END-STRING
           END-IF.
           ADD      1 TO STP-IDX.
           GO TO    SIM-WEL-50.

       SIM-WEL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SIND ALLE VORGAENGER DES SCHRITTS STP-IDX FERTIG? WENN
      * NICHT, STEHEN DER ERSTE OFFENE VORGAENGER IN VOR-NR UND
      * DER GRUND IN VOR-GRUND
      *--------------------------------------------------------------
       PRUEFE-VORGAENGER SECTION.
       PRU-VOR-00.

           MOVE     1 TO VOR-FERTIG.

           MOVE     SIM-VOR1(STP-IDX) TO VOR-NR.
           PERFORM  PRUEFE-EINEN-VORGAENGER.
           IF       VOR-FERTIG = ZEROES
                    GO TO PRU-VOR-90
           END-IF.
           MOVE     SIM-VOR2(STP-IDX) TO VOR-NR.
           PERFORM  PRUEFE-EINEN-VORGAENGER.
           IF       VOR-FERTIG = ZEROES
                    GO TO PRU-VOR-90
           END-IF.
           MOVE     SIM-VOR3(STP-IDX) TO VOR-NR.
           PERFORM  PRUEFE-EINEN-VORGAENGER.

       PRU-VOR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINEN VORGAENGER (VOR-NR) PRUEFEN: STILLGELEGTE SCHRITTE
      * STEHEN IN XXP0074 NICHT IN DER TABELLE UND FEHLEN DAHER
      *--------------------------------------------------------------
       PRUEFE-EINEN-VORGAENGER SECTION.
       PRU-EVO-00.

           IF       VOR-NR = ZEROES
                    GO TO PRU-EVO-90
           END-IF.

           MOVE     1 TO STP-VIX.

       PRU-EVO-20.
           IF       STP-VIX > PRG-ANZAHL
                    MOVE ZEROES      TO VOR-FERTIG
                    MOVE "FEHLT"     TO VOR-GRUND
                    GO TO PRU-EVO-90
           END-IF.
           IF       PRG-STEP(STP-VIX) NOT = VOR-NR
                    ADD   1 TO STP-VIX
                    GO TO PRU-EVO-20
           END-IF.

           EVALUATE PRG-STAT(STP-VIX)
                    WHEN "L"
                    WHEN "F"
                         CONTINUE
                    WHEN "I"
                         MOVE ZEROES        TO VOR-FERTIG
                         MOVE "STILLGELEGT" TO VOR-GRUND
                    WHEN "K"
                         MOVE ZEROES        TO VOR-FERTIG
                         MOVE "SCHEITERT"   TO VOR-GRUND
                    WHEN OTHER
                         MOVE ZEROES        TO VOR-FERTIG
                         MOVE "BLOCKIERT"   TO VOR-GRUND
           END-EVALUATE.

       PRU-EVO-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BASISLINIEN WIE IN XXP0074: SCHNITT DER DAUERN ALLER
      * ERFOLGREICHEN LAEUFE JE SCHRITT, IN EINEM DURCHGANG
      *--------------------------------------------------------------
       LESE-BASISLINIEN SECTION.
       LES-BAS-00.

           INITIALIZE PJOBLOGF OF PJOBLOG-P.
           START    PJOBLOG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-BAS-40
           END-IF.

       LES-BAS-20.
           READ     PJOBLOG-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-BAS-40
           END-IF.
           IF       JLKETTE OF PJOBLOG-P NOT = KETTE-WRK
            OR      JLSTAT  OF PJOBLOG-P NOT = "E"
            OR      JLDAUER OF PJOBLOG-P = ZEROES
                    GO TO LES-BAS-20
           END-IF.

           MOVE     1 TO STP-IDX.

       LES-BAS-30.
           IF       STP-IDX > PRG-ANZAHL
                    GO TO LES-BAS-20
           END-IF.
           IF       PRG-STEP(STP-IDX) = JLSTEP OF PJOBLOG-P
                    ADD JLDAUER OF PJOBLOG-P TO SIM-SUMME (STP-IDX)
                    ADD 1                    TO SIM-LAEUFE(STP-IDX)
                    GO TO LES-BAS-20
           END-IF.
           ADD      1 TO STP-IDX.
           GO TO    LES-BAS-30.

       LES-BAS-40.
           MOVE     1 TO STP-IDX.

       LES-BAS-50.
           IF       STP-IDX > PRG-ANZAHL
                    GO TO LES-BAS-90
           END-IF.
           IF       SIM-LAEUFE(STP-IDX) > ZEROES
                    COMPUTE PRG-BASIS(STP-IDX) ROUNDED =
                            SIM-SUMME(STP-IDX) / SIM-LAEUFE(STP-IDX)
                    END-COMPUTE
           END-IF.
           ADD      1 TO STP-IDX.
           GO TO    LES-BAS-50.

       LES-BAS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LAUFENDE UND ENTFALLENDE SCHRITTE ZAEHLEN, ERWARTETE DAUER
      * (DIE SCHRITTE LAUFEN NACHEINANDER IM SELBEN JOB)
      *--------------------------------------------------------------
       ZAEHLE-ERGEBNIS SECTION.
       ZAE-ERG-00.

           MOVE     ZEROES TO PRG-ANZ-LAUF PRG-ANZ-AUS PRG-DAUER.
           MOVE     1 TO STP-IDX.

       ZAE-ERG-20.
           IF       STP-IDX > PRG-ANZAHL
                    GO TO ZAE-ERG-90
           END-IF.
           IF       PRG-STAT(STP-IDX) = "L"
                    ADD 1                  TO PRG-ANZ-LAUF
                    ADD PRG-BASIS(STP-IDX) TO PRG-DAUER
           ELSE
                    ADD 1                  TO PRG-ANZ-AUS
           END-IF.
           ADD      1 TO STP-IDX.
           GO TO    ZAE-ERG-20.

       ZAE-ERG-90.
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
      *---------------------------------------------------------------
      * COPY-PGM-INIT/COPY-PGM-EXIT: STANDARDROUTINEN START UND ENDE
      *---------------------------------------------------------------

           COPY     PGMWRK     OF APG-QCPYSRC.
      /
