       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0275.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * PROGNOSE DER JOBKETTE DRUCKEN                                 *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  DRUCKT DIE PROGNOSE AUS XXP0273 FUER KETTE   *
      *                  UND LAUFDATUM (MODUS T: JE SCHRITT STATUS,   *
      *                  WELLE, BASISLINIE, PARAMETER UND GRUND,      *
      *                  DAZU KALENDERLAGE, SUMMEN UND ERWARTETE      *
      *                  DAUER) ODER FUER DEN MONAT DES LAUFDATUMS    *
      *                  (MODUS M: JEDER TAG, DESSEN SCHRITTE VON     *
      *                  EINEM NORMALEN ARBEITSTAG ABWEICHEN, MIT     *
      *                  DEN ABWEICHENDEN PROGRAMMEN). AUFRUF AUS     *
      *                  XXP0274 (F6) ODER ALS KETTENSCHRITT.         *
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
      *- XXF0275: SPOOLAUSGABE DER PROGNOSE
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0275
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *- XXF0275: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0275.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * ERGEBNIS DER PROGNOSE (XXP0273)
           COPY WRKJOBPRG   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0275".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".

       01  KETTE-WRK                     PIC X(10).

      * AUFRUFPARAMETER XXP0273
       01  PRO-NORMAL                    PIC X(1).
       01  PRO-BASIS                     PIC X(1).
       01  PRO-RETCODE                   PIC X(1).

      * MONATSVERGLEICH: STATUS DES NORMALEN ARBEITSTAGS
       01  REF-ANZAHL                    PIC 9(3).
       01  REF-TAB.
        05 REF-STAT OCCURS 100           PIC X(1).
       01  TAG-DATUM                     PIC 9(8).
       01  ANZ-TAGE                      PIC 9(2).
       01  ANZ-ABWEICH                   PIC 9(2).
       01  ABWEICH-WRK                   PIC 9(3).
       01  ZEILE-POS                     PIC 9(3)  COMP.
       77  STP-IDX                       PIC 9(3)  COMP.

      * DATUMSRECHNUNG
       01  STICHTAG                      PIC 9(8).
       01  STICHTAG-RED REDEFINES STICHTAG.
        05 STI-JAHR                      PIC 9(4).
        05 STI-MONAT                     PIC 9(2).
        05 STI-TAG                       PIC 9(2).
       01  MONAT-LAENGE                  PIC 9(2).
       01  SJA-WERT                      PIC 9(9).
       01  SJA-MODREST                   PIC 9(9).

      * WOCHENTAGE NACH PCFGDAT (1 = MONTAG)
       01  WOTA-NAMEN.
        05 FILLER                        PIC X(10) VALUE "MONTAG".
        05 FILLER                        PIC X(10) VALUE "DIENSTAG".
        05 FILLER                        PIC X(10) VALUE "MITTWOCH".
        05 FILLER                        PIC X(10) VALUE "DONNERSTAG".
        05 FILLER                        PIC X(10) VALUE "FREITAG".
        05 FILLER                        PIC X(10) VALUE "SAMSTAG".
        05 FILLER                        PIC X(10) VALUE "SONNTAG".
       01  WOTA-NAMEN-RED REDEFINES WOTA-NAMEN.
        05 WOTA-NAME OCCURS 7            PIC X(10).

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  STAT-TEXT                     PIC X(11).
       01  DATUM-WRK                     PIC 9(8).
       01  DSP-DATUM                     PIC X(10).
       01  DSP-ANZ-3                     PIC ZZ9.
       01  DSP-ANZ-5                     PIC Z(4)9.
       01  DSP-DAUER                     PIC Z(6)9.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * NAME DER JOBKETTE (LEER = NACHT)
       01  X-KETTE                       PIC X(10).
      * LAUFDATUM (MODUS M: EIN TAG DES GEWUENSCHTEN MONATS)
       01  X-DATUM                       PIC 9(8).
      * T = TAGESPROGNOSE, M = ABWEICHENDE TAGE DES MONATS
       01  X-MODUS                       PIC X(1).
      * RUECKMELDUNG AN DEN AUFRUFER (LEER = OK)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-KETTE
                                X-DATUM
                                X-MODUS
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0275" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.

           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

           MOVE     X-KETTE TO KETTE-WRK.
           IF       KETTE-WRK = SPACES
                    MOVE "NACHT" TO KETTE-WRK
           END-IF.

      * OHNE DATUM GILT DER MORGIGE TAG
           MOVE     X-DATUM TO STICHTAG.
           IF       STICHTAG = ZEROES
                    PERFORM COPY-GET-TIME
                    MOVE DATE-8 TO STICHTAG
                    PERFORM ADD-EIN-TAG
           END-IF.

           IF       X-MODUS = "M"
                    PERFORM DRUCKE-MONAT
           ELSE
                    PERFORM DRUCKE-TAG
           END-IF.

       ENDE.
           CLOSE    DRUCK-DAT.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * TAGESPROGNOSE: KOPF MIT KALENDERLAGE UND SUMMEN, JE
      * SCHRITT EINE ZEILE
      *--------------------------------------------------------------
       DRUCKE-TAG SECTION.
       DRU-TAG-00.

           MOVE     STICHTAG TO TAG-DATUM.
           MOVE     "0" TO PRO-NORMAL.
           MOVE     "1" TO PRO-BASIS.
           CALL     "XXP0273" USING KETTE-WRK
                                    TAG-DATUM
                                    PRO-NORMAL
                                    PRO-BASIS
                                    PRG-DATEN
                                    PRO-RETCODE
           END-CALL.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "PROGNOSE JOBKETTE"    TO DRUCK-ZEILE(1:17).
           MOVE     KETTE-WRK              TO DRUCK-ZEILE(19:10).
           MOVE     "LAUFDATUM"            TO DRUCK-ZEILE(31:9).
           MOVE     TAG-DATUM              TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM              TO DRUCK-ZEILE(41:10).
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "=" TO DRUCK-ZEILE(1:124).
           PERFORM  DRUCKE-ZEILE.

           IF       PRO-RETCODE NOT = SPACES
                    MOVE SPACES TO DRUCK-ZEILE
                    MOVE "KETTE OHNE SCHRITTE IN PJOBSTEP"
                                          TO DRUCK-ZEILE(1:31)
                    PERFORM DRUCKE-ZEILE
                    GO TO DRU-TAG-90
           END-IF.

      * KALENDERLAGE UND SUMMEN
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "WOCHENTAG:"           TO DRUCK-ZEILE(1:10).
           IF       PRG-KALENDER = ZEROES
                    MOVE "KEIN KALENDEREINTRAG (PCFGDAT)"
                                          TO DRUCK-ZEILE(12:30)
           ELSE
                    MOVE WOTA-NAME(PRG-WOTA) TO DRUCK-ZEILE(12:10)
           END-IF.
           MOVE     "ARBEITSTAG:"          TO DRUCK-ZEILE(45:11).
           IF       PRG-ARBEITSTAG = ZEROES
                    MOVE "NEIN"            TO DRUCK-ZEILE(57:4)
           ELSE
                    MOVE "JA"              TO DRUCK-ZEILE(57:2)
           END-IF.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "SCHRITTE LAUFEN:"     TO DRUCK-ZEILE(1:16).
           MOVE     PRG-ANZ-LAUF           TO DSP-ANZ-3.
           MOVE     DSP-ANZ-3              TO DRUCK-ZEILE(18:3).
           MOVE     "NICHT:"               TO DRUCK-ZEILE(23:6).
           MOVE     PRG-ANZ-AUS            TO DSP-ANZ-3.
           MOVE     DSP-ANZ-3              TO DRUCK-ZEILE(30:3).
           MOVE     "WELLEN:"              TO DRUCK-ZEILE(45:7).
           MOVE     PRG-WELLEN             TO DSP-ANZ-3.
           MOVE     DSP-ANZ-3              TO DRUCK-ZEILE(53:3).
           MOVE     "ERWARTETE DAUER (MIN):"
                                          TO DRUCK-ZEILE(60:22).
           MOVE     PRG-DAUER              TO DSP-DAUER.
           MOVE     DSP-DAUER              TO DRUCK-ZEILE(83:7).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "-" TO DRUCK-ZEILE(1:124).
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "SCH"                  TO DRUCK-ZEILE(1:3).
           MOVE     "PROGRAMM"             TO DRUCK-ZEILE(6:8).
           MOVE     "STATUS"               TO DRUCK-ZEILE(18:6).
           MOVE     "WEL"                  TO DRUCK-ZEILE(31:3).
           MOVE     "BASIS"                TO DRUCK-ZEILE(36:5).
           MOVE     "PARAMETER"            TO DRUCK-ZEILE(43:9).
           MOVE     "BEGRUENDUNG"          TO DRUCK-ZEILE(85:11).
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "-" TO DRUCK-ZEILE(1:124).
           PERFORM  DRUCKE-ZEILE.

           MOVE     1 TO STP-IDX.

       DRU-TAG-20.
           IF       STP-IDX > PRG-ANZAHL
                    GO TO DRU-TAG-90
           END-IF.

           PERFORM  BAUE-STATUSTEXT.
           MOVE     SPACES               TO DRUCK-ZEILE.
           MOVE     PRG-STEP(STP-IDX)    TO DRUCK-ZEILE(1:3).
           MOVE     PRG-PGM(STP-IDX)     TO DRUCK-ZEILE(6:10).
           MOVE     STAT-TEXT            TO DRUCK-ZEILE(18:11).
           IF       PRG-WELLE(STP-IDX) > ZEROES
                    MOVE PRG-WELLE(STP-IDX) TO DSP-ANZ-3
                    MOVE DSP-ANZ-3          TO DRUCK-ZEILE(31:3)
           END-IF.
           MOVE     PRG-BASIS(STP-IDX)   TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5            TO DRUCK-ZEILE(36:5).
           MOVE     PRG-PARM(STP-IDX)    TO DRUCK-ZEILE(43:40).
           MOVE     PRG-GRUND(STP-IDX)   TO DRUCK-ZEILE(85:40).
           PERFORM  DRUCKE-ZEILE.

           ADD      1 TO STP-IDX.
           GO TO    DRU-TAG-20.

       DRU-TAG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STATUS DES SCHRITTS STP-IDX IM KLARTEXT
      *--------------------------------------------------------------
       BAUE-STATUSTEXT SECTION.
       BAU-STA-00.

           EVALUATE PRG-STAT(STP-IDX)
                    WHEN "L"
                         MOVE "LAEUFT"      TO STAT-TEXT
                    WHEN "F"
                         MOVE "ENTFAELLT"   TO STAT-TEXT
                    WHEN "I"
                         MOVE "STILLGELEGT" TO STAT-TEXT
                    WHEN "K"
                         MOVE "SCHEITERT"   TO STAT-TEXT
                    WHEN OTHER
                         MOVE "BLOCKIERT"   TO STAT-TEXT
           END-EVALUATE.

       BAU-STA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MONATSUEBERSICHT: NORMALER ARBEITSTAG ALS VERGLEICHSBASIS,
      * DANACH JE ABWEICHENDEM TAG EINE ZEILE
      *--------------------------------------------------------------
       DRUCKE-MONAT SECTION.
       DRU-MON-00.

           MOVE     ZEROES   TO ANZ-TAGE ANZ-ABWEICH.
           MOVE     1        TO STI-TAG.
           MOVE     STICHTAG TO TAG-DATUM.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "PROGNOSE JOBKETTE"    TO DRUCK-ZEILE(1:17).
           MOVE     KETTE-WRK              TO DRUCK-ZEILE(19:10).
           MOVE     "MONAT"                TO DRUCK-ZEILE(31:5).
           MOVE     STI-MONAT              TO DRUCK-ZEILE(37:2).
           MOVE     "/"                    TO DRUCK-ZEILE(39:1).
           MOVE     STI-JAHR               TO DRUCK-ZEILE(40:4).
           MOVE     "- TAGE MIT ABWEICHUNG VOM NORMALEN ARBEITSTAG"
                                          TO DRUCK-ZEILE(46:46).
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "=" TO DRUCK-ZEILE(1:124).
           PERFORM  DRUCKE-ZEILE.

           MOVE     "1" TO PRO-NORMAL.
           MOVE     "0" TO PRO-BASIS.
           CALL     "XXP0273" USING KETTE-WRK
                                    TAG-DATUM
                                    PRO-NORMAL
                                    PRO-BASIS
                                    PRG-DATEN
                                    PRO-RETCODE
           END-CALL.
           IF       PRO-RETCODE NOT = SPACES
                    MOVE SPACES TO DRUCK-ZEILE
                    MOVE "KETTE OHNE SCHRITTE IN PJOBSTEP"
                                          TO DRUCK-ZEILE(1:31)
                    PERFORM DRUCKE-ZEILE
                    GO TO DRU-MON-90
           END-IF.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "NORMALER ARBEITSTAG: LAUFENDE SCHRITTE"
                                          TO DRUCK-ZEILE(1:38).
           MOVE     PRG-ANZ-LAUF           TO DSP-ANZ-3.
           MOVE     DSP-ANZ-3              TO DRUCK-ZEILE(40:3).
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "STATUS: F = ENTFAELLT (FEIERTAG), I = STILLGELEGT,"
                                          TO DRUCK-ZEILE(1:50).
           MOVE     "K = SCHEITERT (KEIN KALENDER), B = BLOCKIERT,"
                                          TO DRUCK-ZEILE(52:45).
           MOVE     "L = LAEUFT"           TO DRUCK-ZEILE(98:10).
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "-" TO DRUCK-ZEILE(1:124).
           PERFORM  DRUCKE-ZEILE.

           MOVE     PRG-ANZAHL TO REF-ANZAHL.
           MOVE     1 TO STP-IDX.

       DRU-MON-10.
           IF       STP-IDX > REF-ANZAHL
                    GO TO DRU-MON-20
           END-IF.
           MOVE     PRG-STAT(STP-IDX) TO REF-STAT(STP-IDX).
           ADD      1 TO STP-IDX.
           GO TO    DRU-MON-10.

       DRU-MON-20.
      * JEDER TAG DES MONATS
           PERFORM  MONATS-LAENGE-RECHNEN.
           IF       STI-TAG > MONAT-LAENGE
                    GO TO DRU-MON-80
           END-IF.
           MOVE     STICHTAG TO TAG-DATUM.
           ADD      1 TO ANZ-TAGE.

           MOVE     "0" TO PRO-NORMAL.
           MOVE     "0" TO PRO-BASIS.
           CALL     "XXP0273" USING KETTE-WRK
                                    TAG-DATUM
                                    PRO-NORMAL
                                    PRO-BASIS
                                    PRG-DATEN
                                    PRO-RETCODE
           END-CALL.

           PERFORM  VERGLEICHE-TAG.
           IF       ABWEICH-WRK > ZEROES
                    ADD 1 TO ANZ-ABWEICH
                    PERFORM DRUCKE-ZEILE
           END-IF.

           ADD      1 TO STI-TAG.
           GO TO    DRU-MON-20.

       DRU-MON-80.
           MOVE     ALL "-" TO DRUCK-ZEILE(1:124).
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "ABWEICHENDE TAGE:"    TO DRUCK-ZEILE(1:17).
           MOVE     ANZ-ABWEICH            TO DSP-ANZ-3.
           MOVE     DSP-ANZ-3              TO DRUCK-ZEILE(19:3).
           MOVE     "VON"                  TO DRUCK-ZEILE(23:3).
           MOVE     ANZ-TAGE               TO DSP-ANZ-3.
           MOVE     DSP-ANZ-3              TO DRUCK-ZEILE(27:3).
           PERFORM  DRUCKE-ZEILE.

       DRU-MON-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DEN TAG TAG-DATUM MIT DER VERGLEICHSBASIS VERGLEICHEN UND
      * DIE ZEILE AUFBAUEN: DATUM, WOCHENTAG, ANZAHL LAUFENDER
      * SCHRITTE UND JE ABWEICHUNG PROGRAMM=STATUS
      *--------------------------------------------------------------
       VERGLEICHE-TAG SECTION.
       VER-TAG-00.

           MOVE     ZEROES    TO ABWEICH-WRK.
           MOVE     SPACES    TO DRUCK-ZEILE.
           MOVE     TAG-DATUM TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM TO DRUCK-ZEILE(1:10).
           IF       PRG-KALENDER = ZEROES
                    MOVE "KEIN KAL."         TO DRUCK-ZEILE(12:10)
           ELSE
                    MOVE WOTA-NAME(PRG-WOTA) TO DRUCK-ZEILE(12:10)
           END-IF.
           MOVE     PRG-ANZ-LAUF TO DSP-ANZ-3.
           MOVE     "LAUF"       TO DRUCK-ZEILE(23:4).
           MOVE     DSP-ANZ-3    TO DRUCK-ZEILE(28:3).
           MOVE     33 TO ZEILE-POS.
           MOVE     1  TO STP-IDX.

       VER-TAG-20.
           IF       STP-IDX > PRG-ANZAHL
            OR      STP-IDX > REF-ANZAHL
                    GO TO VER-TAG-90
           END-IF.
           IF       PRG-STAT(STP-IDX) NOT = REF-STAT(STP-IDX)
                    ADD 1 TO ABWEICH-WRK
                    STRING PRG-PGM(STP-IDX)  DELIMITED BY SPACE
                           "="               DELIMITED BY SIZE
                           PRG-STAT(STP-IDX) DELIMITED BY SIZE
                           " "               DELIMITED BY SIZE
                      INTO DRUCK-ZEILE
                      WITH POINTER ZEILE-POS
                    END-STRING
           END-IF.
           ADD      1 TO STP-IDX.
           GO TO    VER-TAG-20.

       VER-TAG-90.
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
      * EINE ZEILE IN DEN SPOOL SCHREIBEN
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
