       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0261.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * NAECHTLICHE PRUEFUNG ARBEITSZEITGESETZ                        *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  PRUEFT DIE ZEITEN IN PSTRTIM FUER EINEN      *
      *                  PRUEFTAG (STANDARD: GESTERN) JE USER GEGEN   *
      *                  DIE REGELN DES ARBEITSZEITGESETZES:          *
      *                  T = MEHR ALS 10 STUNDEN NETTO AM TAG         *
      *                      (GESTEMPELTE ZEIT MINUS NOCH FEHLENDE    *
      *                      PAUSE NACH A400/PAUSEN WIE XXP0066)      *
      *                  R = WENIGER ALS 11 STUNDEN RUHE ZWISCHEN     *
      *                      DEM ENDE DES VORTAGES UND DEM BEGINN     *
      *                  S = ARBEIT AN SONN- ODER FEIERTAGEN          *
      *                      (PCFGDAT DTWOTA/DTFEIE)                  *
      *                  F = MEHR ALS 6 ARBEITSTAGE IN FOLGE          *
      *                  GRENZEN FUER T UND R IN A400/ARBZG CFIN01    *
      *                  (MINUTEN 1-4 UND 5-8, STANDARD 600/660).     *
      *                  JEDER VERSTOSS WIRD EINMAL IN PARBZGV        *
      *                  FESTGEHALTEN, DER USER UND SEIN LINIENVOR-   *
      *                  GESETZTER (ORGANISATION UEBER CFP9032, OHNE  *
      *                  TEAMZUORDNUNG PCONFIG H059) WERDEN UEBER     *
      *                  CFP0030 INFORMIERT. DEN WOCHENBERICHT FUER   *
      *                  DIE TEAMLEITER DRUCKT XXP0262.               *
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
      * PSTRTIM: STLFDN
      *-------------------------------------------------------------
           SELECT PSTRTIM-DP
                  ASSIGN       TO  DATABASE-PSTRTIM
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

      *-------------------------------------------------------------
      * PARBZGV: VERSTOESSE GEGEN DAS ARBEITSZEITGESETZ (AVLFDN)
      *-------------------------------------------------------------
           SELECT PARBZGV-DP
                  ASSIGN       TO  DATABASE-PARBZGV
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PARBZGVL1: AVUSER, AVDATU, AVREGL
      *-------------------------------------------------------------
           SELECT PARBZGV-DL
                  ASSIGN       TO  DATABASE-PARBZGVL1
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PSTRTIM: STLFDN
       FD  PSTRTIM-DP
           LABEL RECORDS ARE STANDARD.
       01  PSTRTIM-P.
           COPY DDS-ALL-FORMATS OF PSTRTIM.
      /
      *--- PCFGDAT: DTLFDN
       FD  PCFGDAT-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGDAT-P.
           COPY DDS-ALL-FORMATS OF PCFGDAT.
      /
      *--- PARBZGV: AVLFDN
       FD  PARBZGV-DP
           LABEL RECORDS ARE STANDARD.
       01  PARBZGV-P.
           COPY DDS-ALL-FORMATS OF PARBZGV.
      /
      *--- PARBZGVL1: AVUSER, AVDATU, AVREGL
       FD  PARBZGV-DL
           LABEL RECORDS ARE STANDARD.
       01  PARBZGV-L.
           COPY DDS-ALL-FORMATS OF PARBZGVL1.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0261".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * PARAMETER FUER DIE NACHRICHTENZENTRALE (CFP0030)
       01  NOTIF-USER                    PIC X(10).
       01  NOTIF-SEV                     PIC X(1).
       01  NOTIF-TEXT                    PIC X(70).

      * GRENZEN IN MINUTEN
       01  MAX-TAG-MIN                   PIC 9(4).
       01  MIN-RUHE-MIN                  PIC 9(4).
       01  MAX-FOLGETAGE                 PIC 9(1)  VALUE 6.

      * PAUSENREGELN (ZWEI STUFEN, WIE XXP0066)
       01  PAUSE1-AB                     PIC 9(3).
       01  PAUSE1-MIN                    PIC 9(3).
       01  PAUSE2-AB                     PIC 9(3).
       01  PAUSE2-MIN                    PIC 9(3).
       01  PAUSE-SOLL                    PIC 9(3).
       01  PAUSE-GEMACHT                 PIC S9(5).
       01  PAUSE-ABZUG                   PIC S9(5).
       01  NETTO-MIN                     PIC S9(5).

      * PRUEFTAG UND DIE SIEBEN VORTAGE (TAG 8 = PRUEFTAG)
       01  PRUEF-DATUM                   PIC 9(8).
       01  FENSTER-TAB.
        05 FENSTER-DATUM OCCURS 8        PIC 9(8).
       01  STICHTAG                      PIC 9(8).
       01  STICHTAG-RED REDEFINES STICHTAG.
        05 STI-JAHR                      PIC 9(4).
        05 STI-MONAT                     PIC 9(2).
        05 STI-TAG                       PIC 9(2).
       01  MONAT-LAENGE                  PIC 9(2).
       01  SJA-WERT                      PIC 9(9).
       01  SJA-MODREST                   PIC 9(9).
       01  SONNFEIER                     PIC 9(1).

      * ZEITEN JE USER UND TAG DES FENSTERS
       01  USR-MAX                       PIC 9(3)  COMP VALUE 200.
       01  USR-ANZAHL                    PIC 9(3)  COMP.
       01  USR-IDX                       PIC 9(3)  COMP.
       01  USR-TAB.
        05 USR-EINTRAG OCCURS 200.
         10 USR-USER                     PIC X(10).
         10 USR-TAG OCCURS 8.
          15 USR-MIN                     PIC S9(5) COMP.
          15 USR-VONZ                    PIC 9(6).
          15 USR-BISD                    PIC 9(8).
          15 USR-BISZ                    PIC 9(6).
          15 USR-ARB                     PIC 9(1).
       01  TAG-IDX                       PIC 9(2)  COMP.
       01  FOLGE-ANZ                     PIC 9(2)  COMP.

      * PARAMETER FUER DAS CFP8008
       01  STR-DATE-WRK                  PIC 9(8).
       01  STR-TIME-WRK.
        05 STR-STD                       PIC 9(2).
        05 STR-MIN                       PIC 9(2).
        05 STR-SEK                       PIC 9(2).
       01  END-DATE-WRK                  PIC 9(8).
       01  END-TIME-WRK.
        05 END-STD                       PIC 9(2).
        05 END-MIN                       PIC 9(2).
        05 END-SEK                       PIC 9(2).
       01  ZEIT-AKTION                   PIC X(20).
       01  DIFF-MINUTEN                  PIC S9(9).

      * DATEN DES VERSTOSSES
       01  VER-REGEL                     PIC X(1).
       01  VER-WERT                      PIC 9(5).
       01  VER-GRENZE                    PIC 9(5).
       01  VER-VORG                      PIC X(10).
       01  VER-TEXT                      PIC X(40).
       01  DSP-DATUM                     PIC X(10).

      * LINIENVORGESETZTER AUS DER ORGANISATION (CFP9032)
       01  ORG-USER                      PIC X(10).
       01  ORG-DATUM                     PIC 9(8).
       01  ORG-OEID                      PIC X(10).
       01  ORG-OBER                      PIC X(10).
       01  ORG-LEITER                    PIC X(10).
       01  ORG-GENEHMIGER                PIC X(10).
       01  ORG-RETCODE                   PIC X(1).

      * ZAEHLER DES LAUFES
       77  ANZ-VERSTOESSE                PIC 9(5)  COMP.
       01  DSP-ANZ-5                     PIC Z(4)9.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * PRUEFTAG JJJJMMTT (NULL = GESTERN)
       01  X-DATUM                       PIC 9(8).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-DATUM.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0261" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DATEIEN OEFFNEN
           OPEN     INPUT  PSTRTIM-DP
                           PCFGDAT-DP
                           PARBZGV-DL.
           OPEN     I-O    PARBZGV-DP.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           INITIALIZE ANZ-VERSTOESSE.
           INITIALIZE USR-ANZAHL.
           INITIALIZE USR-TAB.

      * PRUEFTAG ERMITTELN (STANDARD: GESTERN)
           PERFORM  COPY-GET-TIME.
           IF       X-DATUM NOT = ZEROES
                    MOVE X-DATUM TO PRUEF-DATUM
           ELSE
                    MOVE DATE-8  TO STICHTAG
                    PERFORM SUB-EIN-TAG
                    MOVE STICHTAG TO PRUEF-DATUM
           END-IF.

      * FENSTER AUS DEM PRUEFTAG UND DEN SIEBEN VORTAGEN
           MOVE     PRUEF-DATUM TO STICHTAG.
           MOVE     8 TO TAG-IDX.

       ANFANG-20.
           MOVE     STICHTAG TO FENSTER-DATUM(TAG-IDX).
           IF       TAG-IDX > 1
                    PERFORM SUB-EIN-TAG
                    SUBTRACT 1 FROM TAG-IDX
                    GO TO ANFANG-20
           END-IF.

      * GRENZEN UND PAUSENREGELN AUS DER KONFIGURATION
           PERFORM  LESE-GRENZEN.
           PERFORM  LESE-PAUSENREGELN.

      * ZEITEN DES FENSTERS JE USER/TAG SAMMELN
           PERFORM  LESE-ZEITEN.

      * IST DER PRUEFTAG EIN SONN- ODER FEIERTAG?
           PERFORM  PRUEFE-SONNFEIER.

      * JE USER DIE REGELN PRUEFEN
           MOVE     1 TO USR-IDX.

       ANFANG-40.
           IF       USR-IDX > USR-ANZAHL
                    GO TO ANFANG-80
           END-IF.
           IF       USR-ARB(USR-IDX 8) NOT = ZEROES
                    PERFORM PRUEFE-USER
           END-IF.
           ADD      1 TO USR-IDX.
           GO TO    ANFANG-40.

       ANFANG-80.
      * LAUF IN DIE NACHRICHTENZENTRALE MELDEN
           IF       ANZ-VERSTOESSE NOT = ZEROES
                    MOVE "*OPER" TO NOTIF-USER
                    MOVE "I"     TO NOTIF-SEV
                    MOVE SPACES  TO NOTIF-TEXT
                    MOVE ANZ-VERSTOESSE TO DSP-ANZ-5
                    STRING "ARBEITSZEITPRUEFUNG: "
                           DSP-ANZ-5
                           " NEUE VERSTOESSE"
                           DELIMITED BY SIZE INTO NOTIF-TEXT
                    END-STRING
                    CALL "CFP0030" USING NOTIF-USER
                                         NOTIF-SEV
                                         PGM-WRK
                                         NOTIF-TEXT
                    END-CALL
           END-IF.

       ENDE.
           CLOSE    PSTRTIM-DP
                    PCFGDAT-DP
                    PARBZGV-DL
                    PARBZGV-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * GRENZEN AUS A400/ARBZG LESEN: CFIN01 POSITIONEN 1-4 =
      * HOECHSTE NETTOMINUTEN JE TAG, 5-8 = MINDESTRUHE IN MINUTEN
      * (STANDARD 600 UND 660)
      *--------------------------------------------------------------
       LESE-GRENZEN SECTION.
       LES-GRE-00.

           MOVE     600 TO MAX-TAG-MIN.
           MOVE     660 TO MIN-RUHE-MIN.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "A400"            TO CFID   OF CFG-CPY.
           MOVE     "ARBZG"           TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
            AND     CFIN01 OF CFG-CPY(1:8) IS NUMERIC
                    IF   CFIN01 OF CFG-CPY(1:4) NOT = ZEROES
                         MOVE CFIN01 OF CFG-CPY(1:4) TO MAX-TAG-MIN
                    END-IF
                    IF   CFIN01 OF CFG-CPY(5:4) NOT = ZEROES
                         MOVE CFIN01 OF CFG-CPY(5:4) TO MIN-RUHE-MIN
                    END-IF
           END-IF.

       LES-GRE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PAUSENREGELN AUS A400/PAUSEN LESEN (AUFBAU WIE XXP0066)
      *--------------------------------------------------------------
       LESE-PAUSENREGELN SECTION.
       LES-PAU-00.

           MOVE     360 TO PAUSE1-AB.
           MOVE     030 TO PAUSE1-MIN.
           MOVE     540 TO PAUSE2-AB.
           MOVE     045 TO PAUSE2-MIN.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "A400"            TO CFID   OF CFG-CPY.
           MOVE     "PAUSEN"          TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
            AND     CFIN01 OF CFG-CPY(1:12) IS NUMERIC
                    MOVE CFIN01 OF CFG-CPY(1:3)  TO PAUSE1-AB
                    MOVE CFIN01 OF CFG-CPY(4:3)  TO PAUSE1-MIN
                    MOVE CFIN01 OF CFG-CPY(7:3)  TO PAUSE2-AB
                    MOVE CFIN01 OF CFG-CPY(10:3) TO PAUSE2-MIN
           END-IF.

       LES-PAU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE VOLLSTAENDIGEN PSTRTIM-EINTRAEGE DES FENSTERS JE
      * USER/STARTTAG SUMMIEREN
      *--------------------------------------------------------------
       LESE-ZEITEN SECTION.
       LES-ZEI-00.

           INITIALIZE PSTRTIMF OF PSTRTIM-P.
           START    PSTRTIM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-ZEI-90
           END-IF.

       LES-ZEI-20.
           READ     PSTRTIM-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-ZEI-90
           END-IF.

           IF       STDTS  OF PSTRTIM-P < FENSTER-DATUM(1)
            OR      STDTS  OF PSTRTIM-P > FENSTER-DATUM(8)
            OR      STDTE  OF PSTRTIM-P = ZEROES
            OR      STUSER OF PSTRTIM-P = SPACES
                    GO TO LES-ZEI-20
           END-IF.

      * TAG DES FENSTERS ZUM STARTDATUM
           MOVE     1 TO TAG-IDX.

       LES-ZEI-30.
           IF       FENSTER-DATUM(TAG-IDX) NOT = STDTS OF PSTRTIM-P
                    ADD 1 TO TAG-IDX
                    GO TO LES-ZEI-30
           END-IF.

      * USEREINTRAG SUCHEN ODER ANLEGEN
           PERFORM  SUCHE-USER.
           IF       USR-IDX = ZEROES
                    GO TO LES-ZEI-20
           END-IF.

      * ZEITDIFFERENZ IN MINUTEN UEBER CFP8008
           MOVE     STDTS OF PSTRTIM-P      TO STR-DATE-WRK.
           MOVE     STTIS OF PSTRTIM-P(1:2) TO STR-STD.
           MOVE     STTIS OF PSTRTIM-P(3:2) TO STR-MIN.
           MOVE     STTIS OF PSTRTIM-P(5:2) TO STR-SEK.
           MOVE     STDTE OF PSTRTIM-P      TO END-DATE-WRK.
           MOVE     STTIE OF PSTRTIM-P(1:2) TO END-STD.
           MOVE     STTIE OF PSTRTIM-P(3:2) TO END-MIN.
           MOVE     STTIE OF PSTRTIM-P(5:2) TO END-SEK.
           PERFORM  RECHNE-MINUTEN.

           IF       DIFF-MINUTEN > ZEROES
                    ADD DIFF-MINUTEN TO USR-MIN(USR-IDX TAG-IDX)
           END-IF.
           MOVE     1 TO USR-ARB(USR-IDX TAG-IDX).

      * FRUEHESTEN START UND SPAETESTES ENDE DES TAGES MERKEN
           IF       USR-VONZ(USR-IDX TAG-IDX) = ZEROES
            OR      STTIS OF PSTRTIM-P < USR-VONZ(USR-IDX TAG-IDX)
                    MOVE STTIS OF PSTRTIM-P
                         TO USR-VONZ(USR-IDX TAG-IDX)
           END-IF.
           IF       STDTE OF PSTRTIM-P > USR-BISD(USR-IDX TAG-IDX)
                    MOVE STDTE OF PSTRTIM-P
                         TO USR-BISD(USR-IDX TAG-IDX)
                    MOVE STTIE OF PSTRTIM-P
                         TO USR-BISZ(USR-IDX TAG-IDX)
           END-IF.
           IF       STDTE OF PSTRTIM-P = USR-BISD(USR-IDX TAG-IDX)
            AND     STTIE OF PSTRTIM-P > USR-BISZ(USR-IDX TAG-IDX)
                    MOVE STTIE OF PSTRTIM-P
                         TO USR-BISZ(USR-IDX TAG-IDX)
           END-IF.

           GO TO    LES-ZEI-20.

       LES-ZEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * USEREINTRAG IN DER TABELLE SUCHEN, SONST ANLEGEN
      *--------------------------------------------------------------
       SUCHE-USER SECTION.
       SUC-USR-00.

           MOVE     1 TO USR-IDX.

       SUC-USR-20.
           IF       USR-IDX > USR-ANZAHL
                    GO TO SUC-USR-50
           END-IF.
           IF       USR-USER(USR-IDX) = STUSER OF PSTRTIM-P
                    GO TO SUC-USR-90
           END-IF.
           ADD      1 TO USR-IDX.
           GO TO    SUC-USR-20.

       SUC-USR-50.
      * NEUEN USER AUFNEHMEN - TABELLE VOLL: EINTRAG UEBERGEHEN
           IF       USR-ANZAHL NOT < USR-MAX
                    MOVE ZEROES TO USR-IDX
                    GO TO SUC-USR-90
           END-IF.
           ADD      1 TO USR-ANZAHL.
           MOVE     USR-ANZAHL TO USR-IDX.
           MOVE     STUSER OF PSTRTIM-P TO USR-USER(USR-IDX).

       SUC-USR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MINUTEN ZWISCHEN STR- UND END-DATUM/ZEIT UEBER CFP8008
      *--------------------------------------------------------------
       RECHNE-MINUTEN SECTION.
       REC-MIN-00.

           MOVE     "MIN"                   TO ZEIT-AKTION.
           MOVE     ZEROES                  TO DIFF-MINUTEN.
           CALL     "CFP8008" USING STR-DATE-WRK
                                    STR-TIME-WRK
                                    END-DATE-WRK
                                    END-TIME-WRK
                                    ZEIT-AKTION
                                    DIFF-MINUTEN
           END-CALL.

       REC-MIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PRUEFTAG IM KALENDER PCFGDAT: SONNTAG ODER FEIERTAG?
      *--------------------------------------------------------------
       PRUEFE-SONNFEIER SECTION.
       PRU-SOF-00.

           MOVE     ZEROES TO SONNFEIER.

           INITIALIZE PCFGDATF OF PCFGDAT-P.
           MOVE     PRUEF-DATUM TO DTLFDN OF PCFGDAT-P.
           READ     PCFGDAT-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-SOF-90
           END-IF.

           IF       DTWOTA OF PCFGDAT-P = 7
            OR      DTFEIE OF PCFGDAT-P NOT = ZEROES
                    MOVE 1 TO SONNFEIER
           END-IF.

       PRU-SOF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE REGELN FUER DEN USER USR-IDX AM PRUEFTAG PRUEFEN
      *--------------------------------------------------------------
       PRUEFE-USER SECTION.
       PRU-USR-00.

      * LINIENVORGESETZTEN DES USERS AM PRUEFTAG (CFP9032)
           MOVE     SPACES            TO VER-VORG.
           MOVE     USR-USER(USR-IDX) TO ORG-USER.
           MOVE     PRUEF-DATUM       TO ORG-DATUM.
           CALL     "CFP9032" USING ORG-USER
                                    ORG-DATUM
                                    ORG-OEID
                                    ORG-OBER
                                    ORG-LEITER
                                    ORG-GENEHMIGER
                                    ORG-RETCODE
           END-CALL.
           MOVE     ORG-LEITER        TO VER-VORG.

      * T: HOECHSTARBEITSZEIT NETTO
           PERFORM  RECHNE-NETTO.
           IF       NETTO-MIN > MAX-TAG-MIN
                    MOVE "T"          TO VER-REGEL
                    MOVE NETTO-MIN    TO VER-WERT
                    MOVE MAX-TAG-MIN  TO VER-GRENZE
                    MOVE "MEHR ALS 10 STUNDEN NETTO"
                                      TO VER-TEXT
                    PERFORM HALTE-VERSTOSS-FEST
           END-IF.

      * R: RUHEZEIT ZWISCHEN DEM ENDE DES VORTAGES UND DEM BEGINN
           IF       USR-ARB(USR-IDX 7) NOT = ZEROES
                    MOVE USR-BISD(USR-IDX 7)      TO STR-DATE-WRK
                    MOVE USR-BISZ(USR-IDX 7)(1:2) TO STR-STD
                    MOVE USR-BISZ(USR-IDX 7)(3:2) TO STR-MIN
                    MOVE USR-BISZ(USR-IDX 7)(5:2) TO STR-SEK
                    MOVE PRUEF-DATUM              TO END-DATE-WRK
                    MOVE USR-VONZ(USR-IDX 8)(1:2) TO END-STD
                    MOVE USR-VONZ(USR-IDX 8)(3:2) TO END-MIN
                    MOVE USR-VONZ(USR-IDX 8)(5:2) TO END-SEK
                    PERFORM RECHNE-MINUTEN
                    IF   DIFF-MINUTEN < MIN-RUHE-MIN
                         MOVE "R"          TO VER-REGEL
                         MOVE ZEROES       TO VER-WERT
                         IF   DIFF-MINUTEN > ZEROES
                              MOVE DIFF-MINUTEN TO VER-WERT
                         END-IF
                         MOVE MIN-RUHE-MIN TO VER-GRENZE
                         MOVE "WENIGER ALS 11 STUNDEN RUHEZEIT"
                                           TO VER-TEXT
                         PERFORM HALTE-VERSTOSS-FEST
                    END-IF
           END-IF.

      * S: ARBEIT AN SONN- ODER FEIERTAGEN
           IF       SONNFEIER NOT = ZEROES
                    MOVE "S"          TO VER-REGEL
                    MOVE USR-MIN(USR-IDX 8) TO VER-WERT
                    MOVE ZEROES       TO VER-GRENZE
                    MOVE "ARBEIT AM SONN-/FEIERTAG"
                                      TO VER-TEXT
                    PERFORM HALTE-VERSTOSS-FEST
           END-IF.

      * F: ARBEITSTAGE IN FOLGE BIS ZUM PRUEFTAG
           MOVE     ZEROES TO FOLGE-ANZ.
           MOVE     8 TO TAG-IDX.

       PRU-USR-40.
           IF       TAG-IDX = ZEROES
                    GO TO PRU-USR-50
           END-IF.
           IF       USR-ARB(USR-IDX TAG-IDX) = ZEROES
                    GO TO PRU-USR-50
           END-IF.
           ADD      1 TO FOLGE-ANZ.
           SUBTRACT 1 FROM TAG-IDX.
           GO TO    PRU-USR-40.

       PRU-USR-50.
           IF       FOLGE-ANZ > MAX-FOLGETAGE
                    MOVE "F"           TO VER-REGEL
                    MOVE FOLGE-ANZ     TO VER-WERT
                    MOVE MAX-FOLGETAGE TO VER-GRENZE
                    MOVE "MEHR ALS 6 ARBEITSTAGE IN FOLGE"
                                       TO VER-TEXT
                    PERFORM HALTE-VERSTOSS-FEST
           END-IF.

       PRU-USR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NETTOZEIT DES PRUEFTAGES: GESTEMPELTE ZEIT MINUS DER NOCH
      * FEHLENDEN GESETZLICHEN PAUSE (RECHNUNG WIE XXP0066)
      *--------------------------------------------------------------
       RECHNE-NETTO SECTION.
       REC-NET-00.

           MOVE     USR-MIN(USR-IDX 8) TO NETTO-MIN.
           INITIALIZE PAUSE-SOLL PAUSE-GEMACHT PAUSE-ABZUG.

           IF       USR-MIN(USR-IDX 8) > PAUSE2-AB
                    MOVE PAUSE2-MIN TO PAUSE-SOLL
           ELSE
                    IF   USR-MIN(USR-IDX 8) > PAUSE1-AB
                         MOVE PAUSE1-MIN TO PAUSE-SOLL
                    END-IF
           END-IF.

           IF       PAUSE-SOLL = ZEROES
                    GO TO REC-NET-90
           END-IF.

      * GESTEMPELTE PAUSEN = PRAESENZ MINUS GESTEMPELTE ZEIT
           MOVE     PRUEF-DATUM              TO STR-DATE-WRK.
           MOVE     USR-VONZ(USR-IDX 8)(1:2) TO STR-STD.
           MOVE     USR-VONZ(USR-IDX 8)(3:2) TO STR-MIN.
           MOVE     USR-VONZ(USR-IDX 8)(5:2) TO STR-SEK.
           MOVE     USR-BISD(USR-IDX 8)      TO END-DATE-WRK.
           MOVE     USR-BISZ(USR-IDX 8)(1:2) TO END-STD.
           MOVE     USR-BISZ(USR-IDX 8)(3:2) TO END-MIN.
           MOVE     USR-BISZ(USR-IDX 8)(5:2) TO END-SEK.
           PERFORM  RECHNE-MINUTEN.

           COMPUTE  PAUSE-GEMACHT = DIFF-MINUTEN - USR-MIN(USR-IDX 8)
           END-COMPUTE.
           IF       PAUSE-GEMACHT < ZEROES
                    MOVE ZEROES TO PAUSE-GEMACHT
           END-IF.

           COMPUTE  PAUSE-ABZUG = PAUSE-SOLL - PAUSE-GEMACHT
           END-COMPUTE.
           IF       PAUSE-ABZUG > ZEROES
                    SUBTRACT PAUSE-ABZUG FROM NETTO-MIN
           END-IF.

       REC-NET-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VERSTOSS IN PARBZGV FESTHALTEN (JE USER/TAG/REGEL NUR
      * EINMAL) UND USER SOWIE VORGESETZTEN INFORMIEREN
      *--------------------------------------------------------------
       HALTE-VERSTOSS-FEST SECTION.
       HAL-VER-00.

      * SCHON BEI EINEM FRUEHEREN LAUF FESTGEHALTEN?
           INITIALIZE PARBZGVF OF PARBZGV-L.
           MOVE     USR-USER(USR-IDX) TO AVUSER OF PARBZGV-L.
           MOVE     PRUEF-DATUM       TO AVDATU OF PARBZGV-L.
           MOVE     VER-REGEL         TO AVREGL OF PARBZGV-L.
           READ     PARBZGV-DL WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    GO TO HAL-VER-90
           END-IF.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PARBZGVF OF PARBZGV-P.
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PARBZGV" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK          TO AVLFDN OF PARBZGV-P.
           MOVE     USR-USER(USR-IDX) TO AVUSER OF PARBZGV-P.
           MOVE     VER-VORG          TO AVVORG OF PARBZGV-P.
           MOVE     PRUEF-DATUM       TO AVDATU OF PARBZGV-P.
           MOVE     VER-REGEL         TO AVREGL OF PARBZGV-P.
           MOVE     VER-WERT          TO AVWERT OF PARBZGV-P.
           MOVE     VER-GRENZE        TO AVGRNZ OF PARBZGV-P.
           MOVE     VER-TEXT          TO AVTEXT OF PARBZGV-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO AVAUSR OF PARBZGV-P.
           MOVE     T-TERM            TO AVABS  OF PARBZGV-P.
           MOVE     PGM-WRK           TO AVAPGM OF PARBZGV-P.
           MOVE     DATE-8            TO AVADTA OF PARBZGV-P.
           MOVE     TIME-6            TO AVATIA OF PARBZGV-P.

           WRITE    PARBZGV-P.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO HAL-VER-90
           END-IF.
           ADD      1 TO ANZ-VERSTOESSE.

      * DATUM FUER DIE NACHRICHT AUFBEREITEN
           MOVE     SPACES               TO DSP-DATUM.
           MOVE     PRUEF-DATUM(7:2)     TO DSP-DATUM(1:2).
           MOVE     "."                  TO DSP-DATUM(3:1).
           MOVE     PRUEF-DATUM(5:2)     TO DSP-DATUM(4:2).
           MOVE     "."                  TO DSP-DATUM(6:1).
           MOVE     PRUEF-DATUM(1:4)     TO DSP-DATUM(7:4).

      * DEN USER INFORMIEREN
           MOVE     USR-USER(USR-IDX) TO NOTIF-USER.
           MOVE     "W"               TO NOTIF-SEV.
           MOVE     SPACES            TO NOTIF-TEXT.
           STRING   "ARBZG "
                    DSP-DATUM
                    ": "
                    VER-TEXT
                    DELIMITED BY SIZE INTO NOTIF-TEXT
           END-STRING.
           CALL     "CFP0030" USING NOTIF-USER
                                    NOTIF-SEV
                                    PGM-WRK
                                    NOTIF-TEXT
           END-CALL.

      * DEN VORGESETZTEN INFORMIEREN
           IF       VER-VORG = SPACES
                    GO TO HAL-VER-90
           END-IF.
           MOVE     VER-VORG          TO NOTIF-USER.
           MOVE     SPACES            TO NOTIF-TEXT.
           STRING   "ARBZG "
                    USR-USER(USR-IDX)
                    " "
                    DSP-DATUM
                    ": "
                    VER-TEXT
                    DELIMITED BY SIZE INTO NOTIF-TEXT
           END-STRING.
           CALL     "CFP0030" USING NOTIF-USER
                                    NOTIF-SEV
                                    PGM-WRK
                                    NOTIF-TEXT
           END-CALL.

       HAL-VER-90.
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
