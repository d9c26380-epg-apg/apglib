       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0274.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * PROGNOSE DER JOBKETTE ANZEIGEN                                *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT FUER KETTE UND EIN LAUFDATUM AB HEUTE  *
      *                  (STANDARD: NACHT, MORGEN) DIE PROGNOSE AUS   *
      *                  XXP0273: JE SCHRITT OB ER LAEUFT ODER        *
      *                  ENTFAELLT, WELLE, BASISLINIE, AUFRUF-        *
      *                  PARAMETER UND BEGRUENDUNG, IM KOPF DIE       *
      *                  KALENDERLAGE, DIE SUMMEN UND DIE ERWARTETE   *
      *                  DAUER. MODUS M LISTET ALLE TAGE DES MONATS,  *
      *                  AN DENEN DIE SCHRITTE VON EINEM NORMALEN     *
      *                  ARBEITSTAG ABWEICHEN, MIT DEN ABWEICHENDEN   *
      *                  PROGRAMMEN (STATUS F/I/K/B WIE XXP0273).     *
      *                  F6 DRUCKT DIE ANGEZEIGTE PROGNOSE (XXP0275). *
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
                  ASSIGN       TO  WORKSTATION-XXD0274DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.
      /
       DATA DIVISION.
       FILE SECTION.
      *----DISPLAY
       FD  WS-DISPLAY
           LABEL RECORDS ARE OMITTED.
       01  WS-REC.
           COPY DDS-ALL-FORMATS OF XXD0274DE.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD0274DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  XXD0274DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  XXD0274DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * ERGEBNIS DER PROGNOSE (XXP0273)
           COPY WRKJOBPRG  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0274".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".
       01  MELDUNG-WRK                   PIC X(60).

      * AUSWAHL: KETTE, DATUM, MODUS (T = TAG, M = MONAT)
       01  SUCH-KETTE                    PIC X(10).
       01  SUCH-DATUM                    PIC 9(8).
       01  SUCH-MODUS                    PIC X(1).
       01  EINGABE-OK                    PIC 9(1).

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

      * AUFBEREITUNG
       01  PRG-ZEILE                     PIC X(78).
       01  STAT-TEXT                     PIC X(11).
       01  DATUM-WRK                     PIC 9(8).
       01  DSP-DATUM                     PIC X(10).
       01  DSP-ANZ-3                     PIC ZZ9.
       01  DSP-ANZ-5                     PIC Z(4)9.
       01  DSP-LAUF                      PIC ZZ9.
       01  DSP-AUS                       PIC ZZ9.
       01  DSP-WEL                       PIC ZZ9.
       01  DSP-DAUER                     PIC Z(6)9.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0274" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0274DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F5, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

      * STANDARD: NACHTKETTE FUER MORGEN
           PERFORM  SETZE-STANDARD.

       ANF020.
      * PROGNOSE ANZEIGEN
           PERFORM  ANZEIGE-SUBFILE.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       F5 = "1"
                    INITIALIZE F5
           END-IF.
           IF       F12 = "1"
                    INITIALIZE F12
                    PERFORM SETZE-STANDARD
           END-IF.
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * STANDARDAUSWAHL: KETTE NACHT, LAUFDATUM MORGEN, MODUS TAG
      *--------------------------------------------------------------
       SETZE-STANDARD SECTION.
       SET-STD-00.

           PERFORM  COPY-GET-TIME.
           MOVE     DATE-8 TO STICHTAG.
           PERFORM  ADD-EIN-TAG.
           MOVE     STICHTAG TO SUCH-DATUM.
           MOVE     "NACHT"  TO SUCH-KETTE.
           MOVE     "T"      TO SUCH-MODUS.

       SET-STD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PROGNOSE ALS SUBFILE ANZEIGEN
      *--------------------------------------------------------------
       ANZEIGE-SUBFILE SECTION.
       ANZ-SFL-00.

      * SUBFILE-CLEAR
           INITIALIZE FORMAT3.
           MOVE     AUS     TO FORMAT3-O-INDIC.
           MOVE     ZEROES  TO SUBFILE-RECORD-NUMBER.
           MOVE     ZEROES  TO ANZREC-WRK.
           MOVE     AN      TO IN95 OF INXX.
           MOVE     AUS     TO IN91 OF INXX.
           MOVE     AUS     TO IN96 OF INXX.
           MOVE     CORR INXX  TO FORMAT3-O-INDIC.
           MOVE     "FMT03" TO FMT-WRK.
           MOVE     FORMAT3 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           MOVE     AUS TO INXX.

      * ZEILEN JE NACH MODUS AUFBAUEN
           MOVE     SPACES TO PRGINF OF FORMAT3.
           IF       SUCH-MODUS = "M"
                    PERFORM ZEIGE-MONAT
           ELSE
                    PERFORM ZEIGE-TAG
           END-IF.

      * AUSGABE FUSSZEILE
           MOVE     SPACES  TO WSREC-WRK.
           MOVE     "FMT04" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-WRITE.

      * UEBERSCHRIFT UND AUSWAHL
           MOVE     "XXP0274"         TO MAINUEB OF FORMAT3.
           MOVE     "XXP0274*3"       TO SUBUEB  OF FORMAT3.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT3.
           MOVE     SUCH-KETTE        TO JSKETTE OF FORMAT3.
           MOVE     SUCH-DATUM        TO PRGDAT  OF FORMAT3.
           MOVE     SUCH-MODUS        TO PRGMOD  OF FORMAT3.

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

      * F6 PROGNOSE DRUCKEN
           IF       IN06 OF FORMAT3-I-INDIC = AN
                    MOVE SPACES TO RET-CODE
                    CALL "XXP0275" USING SUCH-KETTE
                                         SUCH-DATUM
                                         SUCH-MODUS
                                         RET-CODE
                    END-CALL
                    IF   RET-CODE = SPACES
                         MOVE "PROGNOSE WURDE GEDRUCKT" TO MELDUNG-WRK
                    ELSE
                         MOVE "PROGNOSE KONNTE NICHT GEDRUCKT WERDEN"
                                                        TO MELDUNG-WRK
                    END-IF
                    PERFORM MELDE-HINWEIS
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * F12 ABBRECHEN
           IF       IN12 OF FORMAT3-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ANZ-SFL-90
           END-IF.

      * AUSWAHL GEAENDERT?
           IF       JSKETTE OF FORMAT3 NOT = SUCH-KETTE
            OR      PRGDAT  OF FORMAT3 NOT = SUCH-DATUM
            OR      PRGMOD  OF FORMAT3 NOT = SUCH-MODUS
                    PERFORM PRUEFE-EINGABE
                    IF   EINGABE-OK NOT = ZEROES
                         MOVE JSKETTE OF FORMAT3 TO SUCH-KETTE
                         MOVE PRGDAT  OF FORMAT3 TO SUCH-DATUM
                         MOVE PRGMOD  OF FORMAT3 TO SUCH-MODUS
                         IF   SUCH-KETTE = SPACES
                              MOVE "NACHT" TO SUCH-KETTE
                         END-IF
                    END-IF
           END-IF.
           MOVE     "1" TO F5.

       ANZ-SFL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NEUE AUSWAHL PRUEFEN: MODUS T ODER M, GUELTIGES DATUM,
      * NICHT IN DER VERGANGENHEIT (MODUS M: NICHT VOR DEM MONAT)
      *--------------------------------------------------------------
       PRUEFE-EINGABE SECTION.
       PRU-EIN-00.

           MOVE     ZEROES TO EINGABE-OK.

           IF       PRGMOD OF FORMAT3 NOT = "T"
            AND     PRGMOD OF FORMAT3 NOT = "M"
                    MOVE "MODUS T (TAG) ODER M (MONAT)" TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO PRU-EIN-90
           END-IF.

           IF       PRGDAT OF FORMAT3 IS NOT NUMERIC
                    MOVE "DATUM IST UNGUELTIG (JJJJMMTT)"
                                                   TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO PRU-EIN-90
           END-IF.
           MOVE     PRGDAT OF FORMAT3 TO STICHTAG.
           IF       STI-MONAT < 1
            OR      STI-MONAT > 12
            OR      STI-TAG   < 1
                    MOVE "DATUM IST UNGUELTIG (JJJJMMTT)"
                                                   TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO PRU-EIN-90
           END-IF.
           PERFORM  MONATS-LAENGE-RECHNEN.
           IF       STI-TAG > MONAT-LAENGE
                    MOVE "DATUM IST UNGUELTIG (JJJJMMTT)"
                                                   TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO PRU-EIN-90
           END-IF.

           PERFORM  COPY-GET-TIME.
           IF       PRGMOD OF FORMAT3 = "T"
            AND     STICHTAG < DATE-8
                    MOVE "DAS DATUM LIEGT IN DER VERGANGENHEIT"
                                                   TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO PRU-EIN-90
           END-IF.
           IF       PRGMOD OF FORMAT3 = "M"
            AND     STICHTAG(1:6) < DATE-8(1:6)
                    MOVE "DER MONAT LIEGT IN DER VERGANGENHEIT"
                                                   TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO PRU-EIN-90
           END-IF.

           MOVE     1 TO EINGABE-OK.

       PRU-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MODUS T: JE SCHRITT ZWEI ZEILEN - SCHRITT, PROGRAMM,
      * STATUS, WELLE, BASISLINIE UND PARAMETER, DARUNTER DIE
      * BEGRUENDUNG. IM KOPF KALENDERLAGE, SUMMEN UND DAUER
      *--------------------------------------------------------------
       ZEIGE-TAG SECTION.
       ZEI-TAG-00.

           MOVE     "0" TO PRO-NORMAL.
           MOVE     "1" TO PRO-BASIS.
           CALL     "XXP0273" USING SUCH-KETTE
                                    SUCH-DATUM
                                    PRO-NORMAL
                                    PRO-BASIS
                                    PRG-DATEN
                                    PRO-RETCODE
           END-CALL.
           IF       PRO-RETCODE NOT = SPACES
                    MOVE "KETTE OHNE SCHRITTE IN PJOBSTEP"
                                      TO PRGINF OF FORMAT3
                    GO TO ZEI-TAG-90
           END-IF.

           PERFORM  BAUE-KOPFINFO.

           MOVE     1 TO STP-IDX.

       ZEI-TAG-20.
           IF       STP-IDX > PRG-ANZAHL
                    GO TO ZEI-TAG-90
           END-IF.

           PERFORM  BAUE-STATUSTEXT.
           MOVE     SPACES               TO PRG-ZEILE.
           MOVE     PRG-STEP(STP-IDX)    TO PRG-ZEILE(1:3).
           MOVE     PRG-PGM(STP-IDX)     TO PRG-ZEILE(5:10).
           MOVE     STAT-TEXT            TO PRG-ZEILE(16:11).
           IF       PRG-WELLE(STP-IDX) > ZEROES
                    MOVE PRG-WELLE(STP-IDX) TO DSP-WEL
                    MOVE DSP-WEL            TO PRG-ZEILE(28:3)
           END-IF.
           MOVE     PRG-BASIS(STP-IDX)   TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5            TO PRG-ZEILE(32:5).
           MOVE     PRG-PARM(STP-IDX)    TO PRG-ZEILE(38:40).
           PERFORM  SCHREIBE-ZEILE.

           MOVE     SPACES               TO PRG-ZEILE.
           MOVE     PRG-GRUND(STP-IDX)   TO PRG-ZEILE(16:40).
           PERFORM  SCHREIBE-ZEILE.

           ADD      1 TO STP-IDX.
           GO TO    ZEI-TAG-20.

       ZEI-TAG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPFINFO DER TAGESPROGNOSE
      *--------------------------------------------------------------
       BAUE-KOPFINFO SECTION.
       BAU-KOP-00.

           MOVE     PRG-ANZ-LAUF TO DSP-LAUF.
           MOVE     PRG-ANZ-AUS  TO DSP-AUS.
           MOVE     PRG-WELLEN   TO DSP-WEL.
           MOVE     PRG-DAUER    TO DSP-DAUER.
           MOVE     SPACES       TO PRGINF OF FORMAT3.

           IF       PRG-KALENDER = ZEROES
                    MOVE "OHNE KALENDER"   TO PRGINF OF FORMAT3(1:13)
           ELSE
                    MOVE WOTA-NAME(PRG-WOTA)
                                           TO PRGINF OF FORMAT3(1:10)
           END-IF.
           IF       PRG-ARBEITSTAG = ZEROES
                    MOVE "FREI"            TO PRGINF OF FORMAT3(15:4)
           ELSE
                    MOVE "ARBEITSTAG"      TO PRGINF OF FORMAT3(15:10)
           END-IF.
           MOVE     "LAUF"                 TO PRGINF OF FORMAT3(27:4).
           MOVE     DSP-LAUF               TO PRGINF OF FORMAT3(32:3).
           MOVE     "ENTF."                TO PRGINF OF FORMAT3(37:5).
           MOVE     DSP-AUS                TO PRGINF OF FORMAT3(43:3).
           MOVE     "WELLEN"               TO PRGINF OF FORMAT3(48:6).
           MOVE     DSP-WEL                TO PRGINF OF FORMAT3(55:3).
           MOVE     "CA."                  TO PRGINF OF FORMAT3(60:3).
           MOVE     DSP-DAUER              TO PRGINF OF FORMAT3(64:7).
           MOVE     "MIN"                  TO PRGINF OF FORMAT3(72:3).

       BAU-KOP-90.
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
      * MODUS M: DEN NORMALEN ARBEITSTAG ALS VERGLEICHSBASIS
      * RECHNEN, DANN JEDEN TAG DES MONATS; JE ABWEICHENDEM TAG
      * EINE ZEILE MIT DEN ABWEICHENDEN PROGRAMMEN UND STATUS
      *--------------------------------------------------------------
       ZEIGE-MONAT SECTION.
       ZEI-MON-00.

           MOVE     ZEROES TO ANZ-TAGE ANZ-ABWEICH.

           MOVE     SUCH-DATUM TO STICHTAG.
           MOVE     1          TO STI-TAG.
           MOVE     STICHTAG   TO TAG-DATUM.

           MOVE     "1" TO PRO-NORMAL.
           MOVE     "0" TO PRO-BASIS.
           CALL     "XXP0273" USING SUCH-KETTE
                                    TAG-DATUM
                                    PRO-NORMAL
                                    PRO-BASIS
                                    PRG-DATEN
                                    PRO-RETCODE
           END-CALL.
           IF       PRO-RETCODE NOT = SPACES
                    MOVE "KETTE OHNE SCHRITTE IN PJOBSTEP"
                                      TO PRGINF OF FORMAT3
                    GO TO ZEI-MON-90
           END-IF.
           MOVE     PRG-ANZAHL TO REF-ANZAHL.
           MOVE     1 TO STP-IDX.

       ZEI-MON-10.
           IF       STP-IDX > REF-ANZAHL
                    GO TO ZEI-MON-20
           END-IF.
           MOVE     PRG-STAT(STP-IDX) TO REF-STAT(STP-IDX).
           ADD      1 TO STP-IDX.
           GO TO    ZEI-MON-10.

       ZEI-MON-20.
      * JEDER TAG DES MONATS
           PERFORM  MONATS-LAENGE-RECHNEN.
           IF       STI-TAG > MONAT-LAENGE
                    GO TO ZEI-MON-80
           END-IF.
           MOVE     STICHTAG TO TAG-DATUM.
           ADD      1 TO ANZ-TAGE.

           MOVE     "0" TO PRO-NORMAL.
           MOVE     "0" TO PRO-BASIS.
           CALL     "XXP0273" USING SUCH-KETTE
                                    TAG-DATUM
                                    PRO-NORMAL
                                    PRO-BASIS
                                    PRG-DATEN
                                    PRO-RETCODE
           END-CALL.

           PERFORM  VERGLEICHE-TAG.
           IF       ABWEICH-WRK > ZEROES
                    ADD 1 TO ANZ-ABWEICH
                    PERFORM SCHREIBE-ZEILE
           END-IF.

           ADD      1 TO STI-TAG.
           GO TO    ZEI-MON-20.

       ZEI-MON-80.
           MOVE     ANZ-ABWEICH TO DSP-ANZ-3.
           MOVE     SPACES      TO PRGINF OF FORMAT3.
           STRING   "ABWEICHEND VOM NORMALEN ARBEITSTAG: "
                                      DELIMITED BY SIZE
                    DSP-ANZ-3         DELIMITED BY SIZE
                    " TAG(E) VON "    DELIMITED BY SIZE
                    ANZ-TAGE          DELIMITED BY SIZE
               INTO PRGINF OF FORMAT3
           END-STRING.

       ZEI-MON-90.
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
           MOVE     SPACES    TO PRG-ZEILE.
           MOVE     TAG-DATUM TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM TO PRG-ZEILE(1:10).
           IF       PRG-KALENDER = ZEROES
                    MOVE "KEIN KAL."         TO PRG-ZEILE(12:10)
           ELSE
                    MOVE WOTA-NAME(PRG-WOTA) TO PRG-ZEILE(12:10)
           END-IF.
           MOVE     PRG-ANZ-LAUF TO DSP-LAUF.
           MOVE     "LAUF"       TO PRG-ZEILE(23:4).
           MOVE     DSP-LAUF     TO PRG-ZEILE(28:3).
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
                      INTO PRG-ZEILE
                      WITH POINTER ZEILE-POS
                    END-STRING
           END-IF.
           ADD      1 TO STP-IDX.
           GO TO    VER-TAG-20.

       VER-TAG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PRG-ZEILE ALS SUBFILE-ZEILE AUSGEBEN
      *--------------------------------------------------------------
       SCHREIBE-ZEILE SECTION.
       SCH-ZEI-00.

           INITIALIZE FORMAT2.
           MOVE     PRG-ZEILE    TO PRGZEI OF FORMAT2.
           ADD      1            TO ANZREC-WRK.
           ADD      1            TO SUBFILE-RECORD-NUMBER.
           MOVE     "FMT02"      TO FMT-WRK.
           MOVE     FORMAT2      TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.

       SCH-ZEI-90.
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
      * HINWEIS AN DEN ANGEMELDETEN USER SENDEN
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
