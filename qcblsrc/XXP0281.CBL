       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0281.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * LED-ZUSTANDSWECHSEL JE LEISTE PROTOKOLLIEREN                  *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LIEST DIE TELEGRAMME AUS LEDHIST JE GERAET   *
      *                  (LHGRID) IN ZEITLICHER FOLGE (LEDHISTL1:     *
      *                  LHDTA/LHTIA) UND SCHREIBT FUER JEDEN         *
      *                  ZUSTANDSWECHSEL EINER LED EIN EREIGNIS NACH  *
      *                  LEDEVT: ALTER UND NEUER ZUSTAND, BEGINN,     *
      *                  ENDE UND DAUER IN MINUTEN. DAS EREIGNIS      *
      *                  BLEIBT OFFEN (ENDE 0) BIS ZUM NAECHSTEN      *
      *                  WECHSEL DIESER LED. WEICHT DER NEUE ZUSTAND  *
      *                  VOM NORMALTELEGRAMM DES GERAETS (PLEDGER)    *
      *                  AB, IST ES EIN FEHLERZUSTAND (EVFEHL 1).     *
      *                  DER LETZTE VERARBEITETE STAND JE GERAET      *
      *                  STEHT IN LEDEVS, JEDER LAUF SETZT DORT AUF.  *
      *                  TELEGRAMME OHNE GERAETE-ID WERDEN NICHT      *
      *                  BERUECKSICHTIGT. DIE LISTE XXF0281 ZEIGT DIE *
      *                  FEHLERZUSTAENDE JE LED UND MONAT (ANZAHL,    *
      *                  LAENGSTER ZUSTAND; ZEITRAUM AUS A400/        *
      *                  LEDEREIG CFIN01(1:2) MONATE, STANDARD 12)    *
      *                  UND ALLE LEDS, DIE DERZEIT NICHT IM          *
      *                  NORMALZUSTAND SIND, MIT IHREM BEGINN.        *
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
      * LEDHISTL1: LHGRID, LHDTA, LHTIA, LHLFDN
      *-------------------------------------------------------------
           SELECT LEDHIST-DL
                  ASSIGN       TO  DATABASE-LEDHISTL1
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PLEDGER: LDGRID (GERAETEREGISTER LED-LEISTEN)
      *-------------------------------------------------------------
           SELECT PLEDGER-DP
                  ASSIGN       TO  DATABASE-PLEDGER
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PLEDPOS: LPTYP, LPLED (BEDEUTUNG DER LED-POSITIONEN)
      *-------------------------------------------------------------
           SELECT PLEDPOS-DP
                  ASSIGN       TO  DATABASE-PLEDPOS
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * LEDEVS: ESGRID (VERARBEITUNGSSTAND JE GERAET)
      *-------------------------------------------------------------
           SELECT LEDEVS-DP
                  ASSIGN       TO  DATABASE-LEDEVS
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * LEDEVT: EVGRID, EVLED, EVVDTA, EVVTIA, EVLFDN
      *-------------------------------------------------------------
           SELECT LEDEVT-DP
                  ASSIGN       TO  DATABASE-LEDEVT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * LEDEVTL1: EVGRID, EVLED, EVBDTA, EVBTIA (OFFENE EREIGNISSE)
      *-------------------------------------------------------------
           SELECT LEDEVT-DL
                  ASSIGN       TO  DATABASE-LEDEVTL1
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *- XXF0281: SPOOLAUSGABE DER FEHLERZUSTAENDE
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0281
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- LEDHISTL1: LHGRID, LHDTA, LHTIA, LHLFDN
       FD  LEDHIST-DL
           LABEL RECORDS ARE STANDARD.
       01  LEDHIST-L.
           COPY DDS-ALL-FORMATS OF LEDHISTL1.
      /
      *--- PLEDGER: LDGRID
       FD  PLEDGER-DP
           LABEL RECORDS ARE STANDARD.
       01  PLEDGER-P.
           COPY DDS-ALL-FORMATS OF PLEDGER.
      /
      *--- PLEDPOS: LPTYP, LPLED
       FD  PLEDPOS-DP
           LABEL RECORDS ARE STANDARD.
       01  PLEDPOS-P.
           COPY DDS-ALL-FORMATS OF PLEDPOS.
      /
      *--- LEDEVS: ESGRID
       FD  LEDEVS-DP
           LABEL RECORDS ARE STANDARD.
       01  LEDEVS-P.
           COPY DDS-ALL-FORMATS OF LEDEVS.
      /
      *--- LEDEVT: EVGRID, EVLED, EVVDTA, EVVTIA, EVLFDN
       FD  LEDEVT-DP
           LABEL RECORDS ARE STANDARD.
       01  LEDEVT-P.
           COPY DDS-ALL-FORMATS OF LEDEVT.
      /
      *--- LEDEVTL1: EVGRID, EVLED, EVBDTA, EVBTIA
       FD  LEDEVT-DL
           LABEL RECORDS ARE STANDARD.
       01  LEDEVT-L.
           COPY DDS-ALL-FORMATS OF LEDEVTL1.
      /
      *- XXF0281: SPOOLAUSGABE DER FEHLERZUSTAENDE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0281.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0281".
       01  PGM-TYP                       PIC X(8)  VALUE "LED".

      * DEKODIERUNG EINES TELEGRAMMS
       01  TLG-WRK                       PIC X(35).
       01  TLG-POS                       PIC 9(4).
       01  TLG-LED                       PIC 9(3).
       01  TLG-OK                        PIC 9(1).
       01  LED-STATUS-1                  PIC 9(1).
       01  LED-STATUS-2                  PIC 9(1).

      * DEKODIERTE LED-LEISTE (0 = AUS, 1 = AN, 2 = BLINKEN)
       01  LED-STATES.
        05 LED-STATE OCCURS 48           PIC 9(1).

      * GERAET IN ARBEIT: NORMALZUSTAND UND AKTUELLER ZUSTAND
       01  AKT-GRID                      PIC X(10).
       01  AKT-TLG                       PIC X(35).
       01  NORM-STATES.
        05 NORM-STATE OCCURS 48          PIC 9(1).
       01  AKT-STATES.
        05 AKT-STATE OCCURS 48           PIC 9(1).
       01  STAND-GEAENDERT               PIC 9(1).
       01  LED-IDX                       PIC 9(3)  COMP.

      * ZULETZT VERARBEITETES TELEGRAMM DES GERAETS
       01  MARKE.
        05 MARKE-DTA                     PIC 9(8).
        05 MARKE-TIA                     PIC 9(6).
        05 MARKE-LFDN                    PIC 9(15).
       01  SATZ-ZEIT.
        05 SATZ-DTA                      PIC 9(8).
        05 SATZ-TIA                      PIC 9(6).
        05 SATZ-LFDN                     PIC 9(15).

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
       01  EVT-DAUER                     PIC 9(9).
       01  EVT-OFFEN                     PIC 9(1).

      * ZEITRAUM DER MONATSAUSWERTUNG
       01  AUSW-MONATE                   PIC 9(2).
       01  MON-ZAHL                      PIC 9(7).
       01  VON-MONAT.
        05 VON-JAHR                      PIC 9(4).
        05 VON-MON                       PIC 9(2).
       01  EVT-DTA-WRK.
        05 EVT-MONAT                     PIC 9(6).
        05 FILLER                        PIC 9(2).

      * GRUPPE GERAET/LED/MONAT DER AUSWERTUNG
       01  GRP-GRID                      PIC X(10).
       01  GRP-LED                       PIC 9(3).
       01  GRP-MONAT                     PIC 9(6).
       77  GRP-ANZAHL                    PIC 9(5)  COMP.
       01  GRP-MAX                       PIC 9(9).
       01  GRP-MAX-DTA                   PIC 9(8).
       01  GRP-MAX-TIA                   PIC 9(6).
       01  GRP-MAX-OFFEN                 PIC 9(1).

      * BEDEUTUNG DER LED (LEISTENTYP DES ZULETZT GELESENEN GERAETS)
       01  LBL-GRID                      PIC X(10).
       01  LBL-TYP                       PIC X(10).
       01  LBL-LED                       PIC 9(3).
       01  LBL-TXT                       PIC X(30).

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DSP-ANZ-7                     PIC Z(6)9.
       01  DSP-ANZ-5                     PIC Z(4)9.
       01  DSP-LED-3                     PIC Z(2)9.
       01  DSP-MIN-9                     PIC Z(8)9.
       01  DSP-TIA                       PIC 9(6).
       01  ZUSTAND-NR                    PIC 9(1).
       01  ZUSTAND-TXT                   PIC X(7).

      * ZAEHLER FUER DIE ABSCHLUSSZEILEN
       77  ANZ-GELESEN                   PIC 9(7)  COMP.
       77  ANZ-VERARBEITET               PIC 9(7)  COMP.
       77  ANZ-FEHLER                    PIC 9(7)  COMP.
       77  ANZ-WECHSEL                   PIC 9(7)  COMP.
       77  ANZ-OFFEN                     PIC 9(7)  COMP.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0281" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DATEIEN OEFFNEN
           OPEN     INPUT  LEDHIST-DL
                           PLEDGER-DP
                           PLEDPOS-DP
                           LEDEVT-DL.
           OPEN     I-O    LEDEVS-DP
                           LEDEVT-DP.
           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           INITIALIZE ANZ-GELESEN ANZ-VERARBEITET ANZ-FEHLER
                      ANZ-WECHSEL ANZ-OFFEN.
           PERFORM  COPY-GET-TIME.

      * ZEITRAUM DER MONATSAUSWERTUNG
           PERFORM  LESE-ZEITRAUM.

      * NEUE TELEGRAMME JE GERAET IN EREIGNISSE UMSETZEN
           PERFORM  VERARBEITE-HISTORIE.

      * LISTE: FEHLERZUSTAENDE JE LED UND MONAT, OFFENE FEHLER
           PERFORM  COPY-GET-TIME.
           PERFORM  DRUCKE-KOPF.
           PERFORM  DRUCKE-STATISTIK.
           PERFORM  DRUCKE-OFFENE.
           PERFORM  DRUCKE-SUMME.

       ENDE.
           CLOSE    LEDHIST-DL
                    PLEDGER-DP
                    PLEDPOS-DP
                    LEDEVT-DL
                    LEDEVS-DP
                    LEDEVT-DP
                    DRUCK-DAT.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ANZAHL MONATE DER AUSWERTUNG LESEN UND ERSTEN MONAT RECHNEN
      *--------------------------------------------------------------
       LESE-ZEITRAUM SECTION.
       LES-ZTR-00.

           MOVE     12 TO AUSW-MONATE.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "A400"            TO CFID   OF CFG-CPY.
           MOVE     "LEDEREIG"        TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
            AND     CFIN01 OF CFG-CPY(1:2) IS NUMERIC
            AND     CFIN01 OF CFG-CPY(1:2) NOT = ZEROES
                    MOVE CFIN01 OF CFG-CPY(1:2) TO AUSW-MONATE
           END-IF.

      * LAUFENDER MONAT ZAEHLT MIT
           MOVE     DATE-8(1:4) TO VON-JAHR.
           MOVE     DATE-8(5:2) TO VON-MON.
           COMPUTE  MON-ZAHL = VON-JAHR * 12 + VON-MON - 1
                             - AUSW-MONATE + 1
           END-COMPUTE.
           DIVIDE   MON-ZAHL BY 12 GIVING VON-JAHR
                    REMAINDER VON-MON.
           ADD      1 TO VON-MON.

       LES-ZTR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE TELEGRAMME JE GERAET IN ZEITLICHER FOLGE LESEN UND DIE
      * NOCH NICHT VERARBEITETEN AUF ZUSTANDSWECHSEL PRUEFEN
      *--------------------------------------------------------------
       VERARBEITE-HISTORIE SECTION.
       VER-HIS-00.

           MOVE     SPACES TO AKT-GRID.

           INITIALIZE LEDHISTF OF LEDHIST-L.
           START    LEDHIST-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-HIS-80
           END-IF.

       VER-HIS-20.
           READ     LEDHIST-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-HIS-80
           END-IF.

      * OHNE GERAETE-ID KEINE ZUORDNUNG ZU EINER LEISTE
           IF       LHGRID OF LEDHIST-L = SPACES
                    GO TO VER-HIS-20
           END-IF.

           ADD      1 TO ANZ-GELESEN.

      * GERAETEWECHSEL: STAND DES VORIGEN SICHERN, NEUES LADEN
           IF       LHGRID OF LEDHIST-L NOT = AKT-GRID
                    IF   AKT-GRID NOT = SPACES
                         PERFORM SICHERE-STAND
                    END-IF
                    PERFORM LADE-GERAET
           END-IF.

      * BEREITS IN EINEM FRUEHEREN LAUF VERARBEITET?
           MOVE     LHDTA  OF LEDHIST-L TO SATZ-DTA.
           MOVE     LHTIA  OF LEDHIST-L TO SATZ-TIA.
           MOVE     LHLFDN OF LEDHIST-L TO SATZ-LFDN.
           IF       SATZ-ZEIT NOT > MARKE
                    GO TO VER-HIS-20
           END-IF.

           MOVE     SATZ-ZEIT TO MARKE.
           MOVE     1         TO STAND-GEAENDERT.
           ADD      1         TO ANZ-VERARBEITET.

      * NICHT DEKODIERBARE TELEGRAMME AENDERN KEINEN ZUSTAND
           MOVE     LHTLG OF LEDHIST-L TO TLG-WRK.
           PERFORM  DEKODIERE-TELEGRAMM.
           IF       TLG-OK NOT = 1
                    ADD   1 TO ANZ-FEHLER
                    GO TO VER-HIS-20
           END-IF.

           MOVE     LHTLG OF LEDHIST-L TO AKT-TLG.
           MOVE     1 TO LED-IDX.

       VER-HIS-40.
           IF       LED-IDX > 48
                    GO TO VER-HIS-20
           END-IF.
           IF       LED-STATE(LED-IDX) NOT = AKT-STATE(LED-IDX)
                    PERFORM ZUSTANDSWECHSEL
           END-IF.
           ADD      1 TO LED-IDX.
           GO TO    VER-HIS-40.

       VER-HIS-80.
           IF       AKT-GRID NOT = SPACES
                    PERFORM SICHERE-STAND
           END-IF.

       VER-HIS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GERAET LADEN: NORMALZUSTAND AUS PLEDGER, LETZTER STAND AUS
      * LEDEVS. OHNE STAND GILT DER NORMALZUSTAND ALS VORZUSTAND,
      * OHNE NORMALTELEGRAMM SIND ALLE LEDS AUS
      *--------------------------------------------------------------
       LADE-GERAET SECTION.
       LAD-GER-00.

           MOVE     LHGRID OF LEDHIST-L TO AKT-GRID.
           MOVE     SPACES TO AKT-TLG.
           MOVE     ZEROES TO STAND-GEAENDERT.
           INITIALIZE MARKE NORM-STATES.

           INITIALIZE PLEDGERF OF PLEDGER-P.
           MOVE     AKT-GRID TO LDGRID OF PLEDGER-P.
           READ     PLEDGER-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     LDNORM OF PLEDGER-P NOT = SPACES
                    MOVE LDNORM OF PLEDGER-P TO TLG-WRK
                    PERFORM DEKODIERE-TELEGRAMM
                    IF   TLG-OK = 1
                         MOVE LED-STATES TO NORM-STATES
                    END-IF
           END-IF.
           MOVE     NORM-STATES TO AKT-STATES.

           INITIALIZE LEDEVSF OF LEDEVS-P.
           MOVE     AKT-GRID TO ESGRID OF LEDEVS-P.
           READ     LEDEVS-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-GER-90
           END-IF.

           MOVE     ESDTA  OF LEDEVS-P TO MARKE-DTA.
           MOVE     ESTIA  OF LEDEVS-P TO MARKE-TIA.
           MOVE     ESLFDN OF LEDEVS-P TO MARKE-LFDN.
           MOVE     ESTLG  OF LEDEVS-P TO AKT-TLG.

           IF       AKT-TLG NOT = SPACES
                    MOVE AKT-TLG TO TLG-WRK
                    PERFORM DEKODIERE-TELEGRAMM
                    IF   TLG-OK = 1
                         MOVE LED-STATES TO AKT-STATES
                    END-IF
           END-IF.

       LAD-GER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VERARBEITUNGSSTAND DES GERAETS IN LEDEVS FESTHALTEN
      *--------------------------------------------------------------
       SICHERE-STAND SECTION.
       SIC-STA-00.

           IF       STAND-GEAENDERT = ZEROES
                    GO TO SIC-STA-90
           END-IF.

           INITIALIZE LEDEVSF OF LEDEVS-P.
           MOVE     AKT-GRID TO ESGRID OF LEDEVS-P.
           READ     LEDEVS-DP.
           IF       FILE-STATUS = ZEROES
                    PERFORM FUELLE-STAND
                    REWRITE LEDEVS-P
           ELSE
                    INITIALIZE LEDEVSF OF LEDEVS-P
                    MOVE AKT-GRID TO ESGRID OF LEDEVS-P
                    PERFORM FUELLE-STAND
                    WRITE LEDEVS-P
           END-IF.

       SIC-STA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FELDER DES VERARBEITUNGSSTANDS FUELLEN
      *--------------------------------------------------------------
       FUELLE-STAND SECTION.
       FUE-STA-00.

           MOVE     MARKE-DTA  TO ESDTA  OF LEDEVS-P.
           MOVE     MARKE-TIA  TO ESTIA  OF LEDEVS-P.
           MOVE     MARKE-LFDN TO ESLFDN OF LEDEVS-P.
           MOVE     AKT-TLG    TO ESTLG  OF LEDEVS-P.

       FUE-STA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZUSTANDSWECHSEL EINER LED: OFFENES EREIGNIS MIT ENDE UND
      * DAUER ABSCHLIESSEN, NEUES EREIGNIS OFFEN ANLEGEN
      *--------------------------------------------------------------
       ZUSTANDSWECHSEL SECTION.
       ZUS-WEC-00.

      * OFFENES EREIGNIS DIESER LED SUCHEN
           INITIALIZE LEDEVTF OF LEDEVT-L.
           MOVE     AKT-GRID TO EVGRID OF LEDEVT-L.
           MOVE     LED-IDX  TO EVLED  OF LEDEVT-L.
           MOVE     ZEROES   TO EVBDTA OF LEDEVT-L.
           MOVE     ZEROES   TO EVBTIA OF LEDEVT-L.
           READ     LEDEVT-DL WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZUS-WEC-50
           END-IF.

           INITIALIZE LEDEVTF OF LEDEVT-P.
           MOVE     EVGRID OF LEDEVT-L TO EVGRID OF LEDEVT-P.
           MOVE     EVLED  OF LEDEVT-L TO EVLED  OF LEDEVT-P.
           MOVE     EVVDTA OF LEDEVT-L TO EVVDTA OF LEDEVT-P.
           MOVE     EVVTIA OF LEDEVT-L TO EVVTIA OF LEDEVT-P.
           MOVE     EVLFDN OF LEDEVT-L TO EVLFDN OF LEDEVT-P.
           READ     LEDEVT-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZUS-WEC-50
           END-IF.

           MOVE     EVVDTA OF LEDEVT-P TO STR-DATE-WRK.
           MOVE     EVVTIA OF LEDEVT-P TO STR-TIME-WRK.
           MOVE     SATZ-DTA           TO END-DATE-WRK.
           MOVE     SATZ-TIA           TO END-TIME-WRK.
           PERFORM  RECHNE-DAUER.

           MOVE     SATZ-DTA  TO EVBDTA  OF LEDEVT-P.
           MOVE     SATZ-TIA  TO EVBTIA  OF LEDEVT-P.
           MOVE     EVT-DAUER TO EVDAUER OF LEDEVT-P.
           REWRITE  LEDEVT-P.

       ZUS-WEC-50.
      * NEUES EREIGNIS, OFFEN BIS ZUM NAECHSTEN WECHSEL
           INITIALIZE LEDEVTF OF LEDEVT-P.
           MOVE     AKT-GRID             TO EVGRID OF LEDEVT-P.
           MOVE     LED-IDX              TO EVLED  OF LEDEVT-P.
           MOVE     SATZ-DTA             TO EVVDTA OF LEDEVT-P.
           MOVE     SATZ-TIA             TO EVVTIA OF LEDEVT-P.
           MOVE     LHLFDN OF LEDHIST-L  TO EVLFDN OF LEDEVT-P.
           MOVE     AKT-STATE(LED-IDX)   TO EVALT  OF LEDEVT-P.
           MOVE     LED-STATE(LED-IDX)   TO EVNEU  OF LEDEVT-P.
           MOVE     NORM-STATE(LED-IDX)  TO EVNORM OF LEDEVT-P.
           IF       LED-STATE(LED-IDX) NOT = NORM-STATE(LED-IDX)
                    MOVE 1      TO EVFEHL OF LEDEVT-P
           ELSE
                    MOVE ZEROES TO EVFEHL OF LEDEVT-P
           END-IF.
           MOVE     ZEROES               TO EVBDTA  OF LEDEVT-P.
           MOVE     ZEROES               TO EVBTIA  OF LEDEVT-P.
           MOVE     ZEROES               TO EVDAUER OF LEDEVT-P.
           WRITE    LEDEVT-P.
           IF       FILE-STATUS = ZEROES
                    ADD 1 TO ANZ-WECHSEL
           END-IF.

           MOVE     LED-STATE(LED-IDX) TO AKT-STATE(LED-IDX).

       ZUS-WEC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DAUER IN MINUTEN ZWISCHEN STR- UND END-ZEITPUNKT (CFP8008)
      *--------------------------------------------------------------
       RECHNE-DAUER SECTION.
       REC-DAU-00.

           MOVE     ZEROES TO EVT-DAUER.
           MOVE     "MIN"  TO ZEIT-AKTION.
           MOVE     ZEROES TO DIFF-MINUTEN.
           CALL     "CFP8008" USING STR-DATE-WRK
                                    STR-TIME-WRK
                                    END-DATE-WRK
                                    END-TIME-WRK
                                    ZEIT-AKTION
                                    DIFF-MINUTEN
           END-CALL.
           IF       DIFF-MINUTEN > ZEROES
                    MOVE DIFF-MINUTEN TO EVT-DAUER
           END-IF.

       REC-DAU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TELEGRAMM MIT DER ZEICHENTABELLE AUS XXP0001 DEKODIEREN
      *--------------------------------------------------------------
       DEKODIERE-TELEGRAMM SECTION.
       DEK-TLG-00.

      * +++LEDXZZAZZZZZZZZZZZZZZZZZZZZAX---
      * 1...5....0....5....0....5....0....5
      *          10        20        30

           MOVE     1 TO TLG-OK.
           INITIALIZE LED-STATES.
           IF       TLG-WRK(1:6) NOT = "+++LED"
                    MOVE ZEROES TO TLG-OK
           END-IF.

           MOVE     8 TO TLG-POS.
           MOVE     1 TO TLG-LED.

       DEK-TLG-20.
           IF       TLG-POS > 31
                    GO TO DEK-TLG-90
           END-IF.

           MOVE     ZEROES TO LED-STATUS-1, LED-STATUS-2.
           EVALUATE TLG-WRK(TLG-POS:1)
                    WHEN "Z"
                         CONTINUE
                    WHEN "D"
                         MOVE 1      TO LED-STATUS-1
                    WHEN "A"
                         MOVE 1      TO LED-STATUS-2
                    WHEN "H"
                         MOVE 2      TO LED-STATUS-1
                    WHEN "B"
                         MOVE 2      TO LED-STATUS-2
                    WHEN "E"
                         MOVE 1      TO LED-STATUS-1 LED-STATUS-2
                    WHEN "F"
                         MOVE 1      TO LED-STATUS-1
                         MOVE 2      TO LED-STATUS-2
                    WHEN "I"
                         MOVE 2      TO LED-STATUS-1
                         MOVE 1      TO LED-STATUS-2
                    WHEN "J"
                         MOVE 2      TO LED-STATUS-1 LED-STATUS-2
                    WHEN OTHER
      *                  UNGUELTIGES ZEICHEN IM TELEGRAMM
                         MOVE ZEROES TO TLG-OK
           END-EVALUATE.

           MOVE     LED-STATUS-1 TO LED-STATE(TLG-LED).
           ADD      1 TO TLG-LED.
           MOVE     LED-STATUS-2 TO LED-STATE(TLG-LED).
           ADD      1 TO TLG-LED.

           ADD      1 TO TLG-POS.
           GO TO    DEK-TLG-20.

       DEK-TLG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FEHLERZUSTAENDE JE GERAET, LED UND MONAT: ANZAHL UND
      * LAENGSTER ZUSTAND (OFFENE BIS JETZT GERECHNET)
      *--------------------------------------------------------------
       DRUCKE-STATISTIK SECTION.
       DRU-STA-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "FEHLERZUSTAENDE JE LED UND MONAT AB"
                                       TO DRUCK-ZEILE(1:35).
           MOVE     VON-MON            TO DRUCK-ZEILE(37:2).
           MOVE     "."                TO DRUCK-ZEILE(39:1).
           MOVE     VON-JAHR           TO DRUCK-ZEILE(40:4).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "GERAET"           TO DRUCK-ZEILE(1:6).
           MOVE     "LED"              TO DRUCK-ZEILE(13:3).
           MOVE     "BEDEUTUNG"        TO DRUCK-ZEILE(18:9).
           MOVE     "MONAT"            TO DRUCK-ZEILE(50:5).
           MOVE     "ANZAHL"           TO DRUCK-ZEILE(59:6).
           MOVE     "LAENGSTE MIN"     TO DRUCK-ZEILE(67:12).
           MOVE     "BEGINN"           TO DRUCK-ZEILE(81:6).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO GRP-GRID.
           MOVE     ZEROES TO GRP-LED GRP-MONAT GRP-ANZAHL.

           INITIALIZE LEDEVTF OF LEDEVT-P.
           START    LEDEVT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-STA-80
           END-IF.

       DRU-STA-20.
           READ     LEDEVT-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-STA-80
           END-IF.

           IF       EVFEHL OF LEDEVT-P NOT = 1
                    GO TO DRU-STA-20
           END-IF.
           MOVE     EVVDTA OF LEDEVT-P TO EVT-DTA-WRK.
           IF       EVT-MONAT < VON-MONAT
                    GO TO DRU-STA-20
           END-IF.

      * DAUER: ABGESCHLOSSEN AUS DEM EREIGNIS, OFFEN BIS JETZT
           MOVE     ZEROES TO EVT-OFFEN.
           IF       EVBDTA OF LEDEVT-P = ZEROES
                    MOVE 1                  TO EVT-OFFEN
                    MOVE EVVDTA OF LEDEVT-P TO STR-DATE-WRK
                    MOVE EVVTIA OF LEDEVT-P TO STR-TIME-WRK
                    MOVE DATE-8             TO END-DATE-WRK
                    MOVE TIME-6             TO END-TIME-WRK
                    PERFORM RECHNE-DAUER
           ELSE
                    MOVE EVDAUER OF LEDEVT-P TO EVT-DAUER
           END-IF.

      * GRUPPENWECHSEL GERAET/LED/MONAT
           IF       EVGRID OF LEDEVT-P NOT = GRP-GRID
            OR      EVLED  OF LEDEVT-P NOT = GRP-LED
            OR      EVT-MONAT          NOT = GRP-MONAT
                    IF   GRP-ANZAHL NOT = ZEROES
                         PERFORM DRUCKE-GRUPPE
                    END-IF
                    MOVE EVGRID OF LEDEVT-P TO GRP-GRID
                    MOVE EVLED  OF LEDEVT-P TO GRP-LED
                    MOVE EVT-MONAT          TO GRP-MONAT
                    MOVE ZEROES             TO GRP-ANZAHL
           END-IF.

           ADD      1 TO GRP-ANZAHL.
           IF       GRP-ANZAHL = 1
            OR      EVT-DAUER > GRP-MAX
                    MOVE EVT-DAUER          TO GRP-MAX
                    MOVE EVVDTA OF LEDEVT-P TO GRP-MAX-DTA
                    MOVE EVVTIA OF LEDEVT-P TO GRP-MAX-TIA
                    MOVE EVT-OFFEN          TO GRP-MAX-OFFEN
           END-IF.
           GO TO    DRU-STA-20.

       DRU-STA-80.
           IF       GRP-ANZAHL NOT = ZEROES
                    PERFORM DRUCKE-GRUPPE
           END-IF.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

       DRU-STA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE ZEILE GERAET/LED/MONAT DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-GRUPPE SECTION.
       DRU-GRP-00.

           MOVE     GRP-GRID TO LBL-GRID.
           MOVE     GRP-LED  TO LBL-LED.
           PERFORM  LESE-BEDEUTUNG.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     GRP-GRID           TO DRUCK-ZEILE(1:10).
           MOVE     GRP-LED            TO DSP-LED-3.
           MOVE     DSP-LED-3          TO DRUCK-ZEILE(13:3).
           MOVE     LBL-TXT            TO DRUCK-ZEILE(18:30).
           MOVE     GRP-MONAT(5:2)     TO DRUCK-ZEILE(50:2).
           MOVE     "."                TO DRUCK-ZEILE(52:1).
           MOVE     GRP-MONAT(1:4)     TO DRUCK-ZEILE(53:4).
           MOVE     GRP-ANZAHL         TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5          TO DRUCK-ZEILE(60:5).
           MOVE     GRP-MAX            TO DSP-MIN-9.
           MOVE     DSP-MIN-9          TO DRUCK-ZEILE(70:9).
           MOVE     GRP-MAX-DTA        TO END-DATE-WRK.
           MOVE     GRP-MAX-TIA        TO DSP-TIA.
           PERFORM  AUFBEREITE-ZEITPUNKT.
           IF       GRP-MAX-OFFEN = 1
                    MOVE "OFFEN"       TO DRUCK-ZEILE(99:5)
           END-IF.
           PERFORM  DRUCKE-ZEILE.

       DRU-GRP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE LEDS AKTIVER GERAETE, DIE DERZEIT NICHT IM NORMAL-
      * ZUSTAND SIND, MIT BEGINN UND BISHERIGER DAUER DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-OFFENE SECTION.
       DRU-OFF-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "OFFENE FEHLERZUSTAENDE" TO DRUCK-ZEILE(1:22).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "GERAET"           TO DRUCK-ZEILE(1:6).
           MOVE     "LED"              TO DRUCK-ZEILE(13:3).
           MOVE     "BEDEUTUNG"        TO DRUCK-ZEILE(18:9).
           MOVE     "RAUM"             TO DRUCK-ZEILE(50:4).
           MOVE     "IST"              TO DRUCK-ZEILE(61:3).
           MOVE     "NORMAL"           TO DRUCK-ZEILE(69:6).
           MOVE     "SEIT"             TO DRUCK-ZEILE(81:4).
           MOVE     "MINUTEN"          TO DRUCK-ZEILE(99:7).
           PERFORM  DRUCKE-ZEILE.

           INITIALIZE PLEDGERF OF PLEDGER-P.
           START    PLEDGER-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-OFF-90
           END-IF.

       DRU-OFF-20.
           READ     PLEDGER-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-OFF-90
           END-IF.

      * STILLGELEGTE GERAETE NICHT
           IF       LDAKT OF PLEDGER-P = "0"
                    GO TO DRU-OFF-20
           END-IF.

           MOVE     LDGRID OF PLEDGER-P TO LBL-GRID.
           MOVE     LDTYP  OF PLEDGER-P TO LBL-TYP.
           MOVE     1 TO LED-IDX.

       DRU-OFF-40.
           IF       LED-IDX > 48
                    GO TO DRU-OFF-20
           END-IF.

           INITIALIZE LEDEVTF OF LEDEVT-L.
           MOVE     LDGRID OF PLEDGER-P TO EVGRID OF LEDEVT-L.
           MOVE     LED-IDX             TO EVLED  OF LEDEVT-L.
           MOVE     ZEROES              TO EVBDTA OF LEDEVT-L.
           MOVE     ZEROES              TO EVBTIA OF LEDEVT-L.
           READ     LEDEVT-DL WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      EVFEHL OF LEDEVT-L NOT = 1
                    GO TO DRU-OFF-80
           END-IF.

           ADD      1 TO ANZ-OFFEN.
           MOVE     EVVDTA OF LEDEVT-L TO STR-DATE-WRK.
           MOVE     EVVTIA OF LEDEVT-L TO STR-TIME-WRK.
           MOVE     DATE-8             TO END-DATE-WRK.
           MOVE     TIME-6             TO END-TIME-WRK.
           PERFORM  RECHNE-DAUER.

           MOVE     LED-IDX TO LBL-LED.
           PERFORM  LESE-BEDEUTUNG.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     LDGRID OF PLEDGER-P TO DRUCK-ZEILE(1:10).
           MOVE     LED-IDX             TO DSP-LED-3.
           MOVE     DSP-LED-3           TO DRUCK-ZEILE(13:3).
           MOVE     LBL-TXT             TO DRUCK-ZEILE(18:30).
           MOVE     LDRAUM OF PLEDGER-P TO DRUCK-ZEILE(50:10).
           MOVE     EVNEU  OF LEDEVT-L  TO ZUSTAND-NR.
           PERFORM  ZUSTAND-TEXT.
           MOVE     ZUSTAND-TXT         TO DRUCK-ZEILE(61:7).
           MOVE     EVNORM OF LEDEVT-L  TO ZUSTAND-NR.
           PERFORM  ZUSTAND-TEXT.
           MOVE     ZUSTAND-TXT         TO DRUCK-ZEILE(69:7).
           MOVE     EVVDTA OF LEDEVT-L  TO END-DATE-WRK.
           MOVE     EVVTIA OF LEDEVT-L  TO DSP-TIA.
           PERFORM  AUFBEREITE-ZEITPUNKT.
           MOVE     EVT-DAUER           TO DSP-MIN-9.
           MOVE     DSP-MIN-9           TO DRUCK-ZEILE(97:9).
           PERFORM  DRUCKE-ZEILE.

       DRU-OFF-80.
           ADD      1 TO LED-IDX.
           GO TO    DRU-OFF-40.

       DRU-OFF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BEDEUTUNG DER LED LBL-LED FUER DEN LEISTENTYP VON LBL-GRID
      *--------------------------------------------------------------
       LESE-BEDEUTUNG SECTION.
       LES-BED-00.

           MOVE     SPACES TO LBL-TXT.

      * LEISTENTYP NUR BEI GERAETEWECHSEL NEU LESEN
           IF       LBL-GRID NOT = LDGRID OF PLEDGER-P
                    MOVE SPACES TO LBL-TYP
                    INITIALIZE PLEDGERF OF PLEDGER-P
                    MOVE LBL-GRID TO LDGRID OF PLEDGER-P
                    READ PLEDGER-DP WITH NO LOCK
                    IF   FILE-STATUS = ZEROES
                         MOVE LDTYP OF PLEDGER-P TO LBL-TYP
                    END-IF
           END-IF.

           IF       LBL-TYP = SPACES
                    GO TO LES-BED-90
           END-IF.

           INITIALIZE PLEDPOSF OF PLEDPOS-P.
           MOVE     LBL-TYP TO LPTYP OF PLEDPOS-P.
           MOVE     LBL-LED TO LPLED OF PLEDPOS-P.
           READ     PLEDPOS-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE LPTXT OF PLEDPOS-P TO LBL-TXT
           END-IF.

       LES-BED-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZEITPUNKT END-DATE-WRK/DSP-TIA AB SPALTE 81 AUFBEREITEN
      *--------------------------------------------------------------
       AUFBEREITE-ZEITPUNKT SECTION.
       AUF-ZPK-00.

           MOVE     END-DATE-WRK(7:2)  TO DRUCK-ZEILE(81:2).
           MOVE     "."                TO DRUCK-ZEILE(83:1).
           MOVE     END-DATE-WRK(5:2)  TO DRUCK-ZEILE(84:2).
           MOVE     "."                TO DRUCK-ZEILE(86:1).
           MOVE     END-DATE-WRK(1:4)  TO DRUCK-ZEILE(87:4).
           MOVE     DSP-TIA(1:2)       TO DRUCK-ZEILE(92:2).
           MOVE     ":"                TO DRUCK-ZEILE(94:1).
           MOVE     DSP-TIA(3:2)       TO DRUCK-ZEILE(95:2).

       AUF-ZPK-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KLARTEXT ZU EINEM LED-ZUSTAND
      *--------------------------------------------------------------
       ZUSTAND-TEXT SECTION.
       ZUS-TXT-00.

           EVALUATE ZUSTAND-NR
                    WHEN 1
                         MOVE "AN"      TO ZUSTAND-TXT
                    WHEN 2
                         MOVE "BLINKEN" TO ZUSTAND-TXT
                    WHEN OTHER
                         MOVE "AUS"     TO ZUSTAND-TXT
           END-EVALUATE.

       ZUS-TXT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LISTENKOPF
      *--------------------------------------------------------------
       DRUCKE-KOPF SECTION.
       DRU-KOP-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "LED-ZUSTANDSWECHSEL JE LEISTE" TO DRUCK-ZEILE.
           MOVE     DATE-8(7:2) TO DRUCK-ZEILE(32:2).
           MOVE     "."         TO DRUCK-ZEILE(34:1).
           MOVE     DATE-8(5:2) TO DRUCK-ZEILE(35:2).
           MOVE     "."         TO DRUCK-ZEILE(37:1).
           MOVE     DATE-8(1:4) TO DRUCK-ZEILE(38:4).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "=" TO DRUCK-ZEILE(1:42).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

       DRU-KOP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABSCHLUSSZEILEN MIT DEN GESAMTZAHLEN DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-SUMME SECTION.
       DRU-SUM-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     ANZ-GELESEN TO DSP-ANZ-7.
           MOVE     "TELEGRAMME MIT GERAET:" TO DRUCK-ZEILE(1:22).
           MOVE     DSP-ANZ-7                TO DRUCK-ZEILE(25:7).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     ANZ-VERARBEITET TO DSP-ANZ-7.
           MOVE     "DAVON NEU:"             TO DRUCK-ZEILE(1:10).
           MOVE     DSP-ANZ-7                TO DRUCK-ZEILE(25:7).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     ANZ-FEHLER TO DSP-ANZ-7.
           MOVE     "NICHT DEKODIERBAR:"     TO DRUCK-ZEILE(1:18).
           MOVE     DSP-ANZ-7                TO DRUCK-ZEILE(25:7).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     ANZ-WECHSEL TO DSP-ANZ-7.
           MOVE     "NEUE ZUSTANDSWECHSEL:"  TO DRUCK-ZEILE(1:21).
           MOVE     DSP-ANZ-7                TO DRUCK-ZEILE(25:7).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     ANZ-OFFEN TO DSP-ANZ-7.
           MOVE     "OFFENE FEHLERZUSTAENDE:" TO DRUCK-ZEILE(1:23).
           MOVE     DSP-ANZ-7                TO DRUCK-ZEILE(25:7).
           PERFORM  DRUCKE-ZEILE.

       DRU-SUM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE REPORTZEILE IN DIE SPOOLDATEI SCHREIBEN
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
