       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0265.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * MONATSABRECHNUNG RUFBEREITSCHAFT                              *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  BERECHNET AUS DEM DIENSTPLAN PRUFBER JE USER *
      *                  DIE ZULAGE DER RUFBEREITSCHAFT FUER EINEN    *
      *                  MONAT (STANDARD: VORMONAT):                  *
      *                  - PAUSCHALE JE DIENSTTAG, AN WOCHENEND- UND  *
      *                    FEIERTAGEN (PCFGDAT) DER HOEHERE SATZ      *
      *                  - DIE NACHGETRAGENEN EINSATZSTUNDEN MAL      *
      *                    STUNDENSATZ                                *
      *                  DIE SAETZE STEHEN IN A400/RUFBER, CFIN01 IN  *
      *                  CENT: 1-6 ARBEITSTAG, 7-12 WOCHENENDE/FEIER- *
      *                  TAG, 13-18 JE EINSATZSTUNDE (STANDARD 25,00, *
      *                  50,00 UND 30,00). DAS ERGEBNIS STEHT JE USER *
      *                  UND MONAT IN PRUFABR (FUER DEN LOHNEXPORT    *
      *                  XXP0260) UND WIRD ALS LISTE GESPOOLT         *
      *                  (XXF0265). EIN WIEDERHOLTER LAUF ERSETZT     *
      *                  DIE WERTE DES MONATS.                        *
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
      * PRUFBER: RUFBEREITSCHAFT JE TAG (RFDATU)
      *-------------------------------------------------------------
           SELECT PRUFBER-DP
                  ASSIGN       TO  DATABASE-PRUFBER
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PRUFABR: ZULAGE JE USER UND MONAT (RAUSER, RAJHMO)
      *-------------------------------------------------------------
           SELECT PRUFABR-DP
                  ASSIGN       TO  DATABASE-PRUFABR
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
      *- XXF0265: SPOOLAUSGABE ABRECHNUNGSLISTE
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0265
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PRUFBER: RFDATU
       FD  PRUFBER-DP
           LABEL RECORDS ARE STANDARD.
       01  PRUFBER-P.
           COPY DDS-ALL-FORMATS OF PRUFBER.
      /
      *--- PRUFABR: RAUSER, RAJHMO
       FD  PRUFABR-DP
           LABEL RECORDS ARE STANDARD.
       01  PRUFABR-P.
           COPY DDS-ALL-FORMATS OF PRUFABR.
      /
      *--- PCFGDAT: DTLFDN
       FD  PCFGDAT-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGDAT-P.
           COPY DDS-ALL-FORMATS OF PCFGDAT.
      /
      *- XXF0265: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0265.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0265".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * PARAMETER FUER DIE NACHRICHTENZENTRALE (CFP0030)
       01  NOTIF-USER                    PIC X(10).
       01  NOTIF-SEV                     PIC X(1).
       01  NOTIF-TEXT                    PIC X(70).

      * ABRECHNUNGSMONAT UND MONATSGRENZEN
       01  JHMO-WRK                      PIC 9(6).
       01  JHMO-RED REDEFINES JHMO-WRK.
        05 JHMO-JAHR                     PIC 9(4).
        05 JHMO-MONAT                    PIC 9(2).
       01  MONAT-VON                     PIC 9(8).
       01  MONAT-BIS                     PIC 9(8).

      * SAETZE IN CENT AUS A400/RUFBER
       01  SATZ-WERKTAG                  PIC 9(6).
       01  SATZ-WOCHENENDE               PIC 9(6).
       01  SATZ-STUNDE                   PIC 9(6).

      * ZULAGE JE USER DES MONATS
       01  USR-MAX                       PIC 9(3)  COMP VALUE 200.
       01  USR-ANZAHL                    PIC 9(3)  COMP.
       01  USR-IDX                       PIC 9(3)  COMP.
       01  USR-TAB.
        05 USR-EINTRAG OCCURS 200.
         10 USR-USER                     PIC X(10).
         10 USR-TG-WT                    PIC 9(2).
         10 USR-TG-WE                    PIC 9(2).
         10 USR-STD                      PIC 9(3)V9(2).
         10 USR-BETRAG                   PIC 9(7)V9(2).
       01  WOCHENENDE                    PIC 9(1).

      * SUMMEN DES LAUFES
       77  ANZ-TAGE                      PIC 9(5)  COMP.
       01  SUM-TG-WT                     PIC 9(5).
       01  SUM-TG-WE                     PIC 9(5).
       01  SUM-STD                       PIC 9(5)V9(2).
       01  SUM-BETRAG                    PIC 9(9)V9(2).

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DSP-ANZ-3                     PIC ZZ9.
       01  DSP-ANZ-5                     PIC Z(4)9.
       01  DSP-STD                       PIC Z(4)9,99.
       01  DSP-BETRAG                    PIC Z(8)9,99.
       01  DSP-SATZ                      PIC Z(3)9,99.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * ABRECHNUNGSMONAT JJJJMM (NULL = VORMONAT)
       01  X-JHMO                        PIC 9(6).
      * RUECKMELDUNG AN DEN AUFRUFER (LEER = OK)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-JHMO
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0265" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.

      * DATEIEN OEFFNEN
           OPEN     INPUT  PRUFBER-DP
                           PCFGDAT-DP.
           OPEN     I-O    PRUFABR-DP.
           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

      * ABRECHNUNGSMONAT ERMITTELN (STANDARD: VORMONAT)
           PERFORM  COPY-GET-TIME.
           IF       X-JHMO NOT = ZEROES
                    MOVE X-JHMO TO JHMO-WRK
           ELSE
                    MOVE     DATE-8(1:6) TO JHMO-WRK
                    IF       JHMO-MONAT > 1
                             SUBTRACT 1 FROM JHMO-MONAT
                    ELSE
                             MOVE     12 TO JHMO-MONAT
                             SUBTRACT 1  FROM JHMO-JAHR
                    END-IF
           END-IF.

           COMPUTE  MONAT-VON = JHMO-WRK * 100 + 1
           END-COMPUTE.
           COMPUTE  MONAT-BIS = JHMO-WRK * 100 + 31
           END-COMPUTE.

           PERFORM  LESE-SAETZE.

      * DIENSTE DES MONATS JE USER ZAEHLEN
           INITIALIZE USR-TAB USR-ANZAHL ANZ-TAGE.
           PERFORM  ZAEHLE-DIENSTE.

      * ALTE WERTE DES MONATS ERSETZEN
           PERFORM  LOESCHE-MONAT.
           PERFORM  SCHREIBE-ABRECHNUNG.

      * LISTE SPOOLEN
           PERFORM  DRUCKE-LISTE.

      * ABSCHLUSS IN DIE NACHRICHTENZENTRALE MELDEN
           MOVE     "*OPER"  TO NOTIF-USER.
           MOVE     "I"      TO NOTIF-SEV.
           MOVE     SPACES   TO NOTIF-TEXT.
           MOVE     USR-ANZAHL TO DSP-ANZ-5.
           STRING   "RUFBEREITSCHAFT "
                    JHMO-WRK(5:2)
                    "/"
                    JHMO-WRK(1:4)
                    ": "
                    DSP-ANZ-5
                    " USER ABGERECHNET"
                    DELIMITED BY SIZE INTO NOTIF-TEXT
           END-STRING.
           CALL     "CFP0030" USING NOTIF-USER
                                    NOTIF-SEV
                                    PGM-WRK
                                    NOTIF-TEXT
           END-CALL.

       ENDE.
           CLOSE    PRUFBER-DP
                    PRUFABR-DP
                    PCFGDAT-DP
                    DRUCK-DAT.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * SAETZE AUS A400/RUFBER LESEN: CFIN01 POSITIONEN 1-6 =
      * ARBEITSTAG, 7-12 = WOCHENENDE/FEIERTAG, 13-18 = JE STUNDE,
      * JEWEILS IN CENT
      *--------------------------------------------------------------
       LESE-SAETZE SECTION.
       LES-SAE-00.

           MOVE     2500 TO SATZ-WERKTAG.
           MOVE     5000 TO SATZ-WOCHENENDE.
           MOVE     3000 TO SATZ-STUNDE.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "A400"            TO CFID   OF CFG-CPY.
           MOVE     "RUFBER"          TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
            AND     CFIN01 OF CFG-CPY(1:18) IS NUMERIC
                    IF   CFIN01 OF CFG-CPY(1:6) NOT = ZEROES
                         MOVE CFIN01 OF CFG-CPY(1:6) TO SATZ-WERKTAG
                    END-IF
                    IF   CFIN01 OF CFG-CPY(7:6) NOT = ZEROES
                         MOVE CFIN01 OF CFG-CPY(7:6)
                                            TO SATZ-WOCHENENDE
                    END-IF
                    IF   CFIN01 OF CFG-CPY(13:6) NOT = ZEROES
                         MOVE CFIN01 OF CFG-CPY(13:6) TO SATZ-STUNDE
                    END-IF
           END-IF.

       LES-SAE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE DIENSTE DES MONATS LESEN UND JE USER NACH ART DES TAGES
      * ZAEHLEN, DIE EINSATZSTUNDEN SUMMIEREN
      *--------------------------------------------------------------
       ZAEHLE-DIENSTE SECTION.
       ZAE-DIE-00.

           INITIALIZE PRUFBERF OF PRUFBER-P.
           MOVE     MONAT-VON TO RFDATU OF PRUFBER-P.
           START    PRUFBER-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-DIE-90
           END-IF.

       ZAE-DIE-20.
           READ     PRUFBER-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-DIE-90
           END-IF.

           IF       RFDATU OF PRUFBER-P > MONAT-BIS
                    GO TO ZAE-DIE-90
           END-IF.

           IF       RFUSER OF PRUFBER-P = SPACES
                    GO TO ZAE-DIE-20
           END-IF.

           PERFORM  SUCHE-USER.
           IF       USR-IDX = ZEROES
                    GO TO ZAE-DIE-20
           END-IF.

      * WOCHENEND- ODER FEIERTAG?
           MOVE     ZEROES TO WOCHENENDE.
           INITIALIZE PCFGDATF OF PCFGDAT-P.
           MOVE     RFDATU OF PRUFBER-P TO DTLFDN OF PCFGDAT-P.
           READ     PCFGDAT-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    IF   DTWOTA OF PCFGDAT-P > 5
                     OR  DTFEIE OF PCFGDAT-P NOT = ZEROES
                         MOVE 1 TO WOCHENENDE
                    END-IF
           END-IF.

           IF       WOCHENENDE NOT = ZEROES
                    ADD 1 TO USR-TG-WE(USR-IDX)
           ELSE
                    ADD 1 TO USR-TG-WT(USR-IDX)
           END-IF.
           ADD      RFESTD OF PRUFBER-P TO USR-STD(USR-IDX).
           ADD      1 TO ANZ-TAGE.
           GO TO    ZAE-DIE-20.

       ZAE-DIE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINTRAG DES USERS IN DER TABELLE SUCHEN ODER NEU ANLEGEN
      * (USR-IDX = NULL: TABELLE VOLL)
      *--------------------------------------------------------------
       SUCHE-USER SECTION.
       SUC-USR-00.

           MOVE     1 TO USR-IDX.

       SUC-USR-20.
           IF       USR-IDX > USR-ANZAHL
                    GO TO SUC-USR-50
           END-IF.
           IF       USR-USER(USR-IDX) = RFUSER OF PRUFBER-P
                    GO TO SUC-USR-90
           END-IF.
           ADD      1 TO USR-IDX.
           GO TO    SUC-USR-20.

       SUC-USR-50.
           IF       USR-ANZAHL NOT < USR-MAX
                    MOVE ZEROES TO USR-IDX
                    GO TO SUC-USR-90
           END-IF.
           ADD      1 TO USR-ANZAHL.
           MOVE     USR-ANZAHL TO USR-IDX.
           MOVE     RFUSER OF PRUFBER-P TO USR-USER(USR-IDX).

       SUC-USR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BISHERIGE ABRECHNUNG DES MONATS ENTFERNEN
      *--------------------------------------------------------------
       LOESCHE-MONAT SECTION.
       LOE-MON-00.

           INITIALIZE PRUFABRF OF PRUFABR-P.
           START    PRUFABR-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LOE-MON-90
           END-IF.

       LOE-MON-20.
           READ     PRUFABR-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LOE-MON-90
           END-IF.

           IF       RAJHMO OF PRUFABR-P NOT = JHMO-WRK
                    UNLOCK PRUFABR-DP
                    GO TO LOE-MON-20
           END-IF.

           DELETE   PRUFABR-DP.
           GO TO    LOE-MON-20.

       LOE-MON-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZULAGE JE USER RECHNEN UND IN PRUFABR SCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-ABRECHNUNG SECTION.
       SCH-ABR-00.

           PERFORM  COPY-GET-TIME.
           MOVE     1 TO USR-IDX.

       SCH-ABR-20.
           IF       USR-IDX > USR-ANZAHL
                    GO TO SCH-ABR-90
           END-IF.

           COMPUTE  USR-BETRAG(USR-IDX) ROUNDED =
                    ( USR-TG-WT(USR-IDX) * SATZ-WERKTAG
                    + USR-TG-WE(USR-IDX) * SATZ-WOCHENENDE
                    + USR-STD(USR-IDX)   * SATZ-STUNDE ) / 100
           END-COMPUTE.

           INITIALIZE PRUFABRF OF PRUFABR-P.
           MOVE     USR-USER(USR-IDX)   TO RAUSER OF PRUFABR-P.
           MOVE     JHMO-WRK            TO RAJHMO OF PRUFABR-P.
           MOVE     USR-TG-WT(USR-IDX)  TO RATGWT OF PRUFABR-P.
           MOVE     USR-TG-WE(USR-IDX)  TO RATGWE OF PRUFABR-P.
           MOVE     USR-STD(USR-IDX)    TO RAESTD OF PRUFABR-P.
           MOVE     USR-BETRAG(USR-IDX) TO RABETR OF PRUFABR-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO RAAUSR OF PRUFABR-P.
           MOVE     T-TERM            TO RAABS  OF PRUFABR-P.
           MOVE     PGM-WRK           TO RAAPGM OF PRUFABR-P.
           MOVE     DATE-8            TO RAADTA OF PRUFABR-P.
           MOVE     TIME-6            TO RAATIA OF PRUFABR-P.

           WRITE    PRUFABR-P.

           ADD      1 TO USR-IDX.
           GO TO    SCH-ABR-20.

       SCH-ABR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABRECHNUNGSLISTE: JE USER TAGE, STUNDEN UND BETRAG, DANACH
      * DIE SUMMEN UND DIE VERWENDETEN SAETZE
      *--------------------------------------------------------------
       DRUCKE-LISTE SECTION.
       DRU-LIS-00.

           INITIALIZE SUM-TG-WT SUM-TG-WE SUM-STD SUM-BETRAG.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "RUFBEREITSCHAFT - ABRECHNUNG"
                                          TO DRUCK-ZEILE(1:28).
           MOVE     JHMO-WRK(5:2)         TO DRUCK-ZEILE(31:2).
           MOVE     "/"                   TO DRUCK-ZEILE(33:1).
           MOVE     JHMO-WRK(1:4)         TO DRUCK-ZEILE(34:4).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "=" TO DRUCK-ZEILE(1:80).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "USER"                TO DRUCK-ZEILE(1:4).
           MOVE     "TAGE AT"             TO DRUCK-ZEILE(14:7).
           MOVE     "TAGE WE/FT"          TO DRUCK-ZEILE(24:10).
           MOVE     "STUNDEN"             TO DRUCK-ZEILE(38:7).
           MOVE     "BETRAG"              TO DRUCK-ZEILE(55:6).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "-" TO DRUCK-ZEILE(1:80).
           PERFORM  DRUCKE-ZEILE.

           MOVE     1 TO USR-IDX.

       DRU-LIS-20.
           IF       USR-IDX > USR-ANZAHL
                    GO TO DRU-LIS-80
           END-IF.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     USR-USER(USR-IDX)     TO DRUCK-ZEILE(1:10).
           MOVE     USR-TG-WT(USR-IDX)    TO DSP-ANZ-3.
           MOVE     DSP-ANZ-3             TO DRUCK-ZEILE(18:3).
           MOVE     USR-TG-WE(USR-IDX)    TO DSP-ANZ-3.
           MOVE     DSP-ANZ-3             TO DRUCK-ZEILE(31:3).
           MOVE     USR-STD(USR-IDX)      TO DSP-STD.
           MOVE     DSP-STD               TO DRUCK-ZEILE(37:8).
           MOVE     USR-BETRAG(USR-IDX)   TO DSP-BETRAG.
           MOVE     DSP-BETRAG            TO DRUCK-ZEILE(49:12).
           PERFORM  DRUCKE-ZEILE.

           ADD      USR-TG-WT(USR-IDX)    TO SUM-TG-WT.
           ADD      USR-TG-WE(USR-IDX)    TO SUM-TG-WE.
           ADD      USR-STD(USR-IDX)      TO SUM-STD.
           ADD      USR-BETRAG(USR-IDX)   TO SUM-BETRAG.

           ADD      1 TO USR-IDX.
           GO TO    DRU-LIS-20.

       DRU-LIS-80.
           MOVE     ALL "-" TO DRUCK-ZEILE(1:80).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "SUMME"               TO DRUCK-ZEILE(1:5).
           MOVE     SUM-TG-WT             TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(16:5).
           MOVE     SUM-TG-WE             TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(29:5).
           MOVE     SUM-STD               TO DSP-STD.
           MOVE     DSP-STD               TO DRUCK-ZEILE(37:8).
           MOVE     SUM-BETRAG            TO DSP-BETRAG.
           MOVE     DSP-BETRAG            TO DRUCK-ZEILE(49:12).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "SAETZE: ARBEITSTAG"  TO DRUCK-ZEILE(1:18).
           COMPUTE  DSP-SATZ = SATZ-WERKTAG / 100
           END-COMPUTE.
           MOVE     DSP-SATZ              TO DRUCK-ZEILE(20:7).
           MOVE     "WE/FT"               TO DRUCK-ZEILE(30:5).
           COMPUTE  DSP-SATZ = SATZ-WOCHENENDE / 100
           END-COMPUTE.
           MOVE     DSP-SATZ              TO DRUCK-ZEILE(36:7).
           MOVE     "STUNDE"              TO DRUCK-ZEILE(46:6).
           COMPUTE  DSP-SATZ = SATZ-STUNDE / 100
           END-COMPUTE.
           MOVE     DSP-SATZ              TO DRUCK-ZEILE(53:7).
           PERFORM  DRUCKE-ZEILE.

       DRU-LIS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE LISTENZEILE IN DIE SPOOLDATEI SCHREIBEN
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
