       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0262.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * WOCHENBERICHT ARBEITSZEITGESETZ FUER TEAMLEITER               *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  DRUCKT DIE VON XXP0261 IN PARBZGV            *
      *                  FESTGEHALTENEN VERSTOESSE DER SIEBEN TAGE    *
      *                  BIS ZUM STICHTAG (STANDARD: GESTERN),        *
      *                  GRUPPIERT NACH VORGESETZTEM UND USER. JE     *
      *                  TEAMLEITER EIN EIGENER ABSCHNITT MIT         *
      *                  ANZAHL, AM ENDE DIE ANZAHL JE REGEL.         *
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
      * PARBZGVL2: AVVORG, AVUSER, AVDATU, AVREGL
      *-------------------------------------------------------------
           SELECT PARBZGV-DL
                  ASSIGN       TO  DATABASE-PARBZGVL2
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                                   WITH DUPLICATES
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *- XXF0262: SPOOLAUSGABE WOCHENBERICHT
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0262
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PARBZGVL2: AVVORG, AVUSER, AVDATU, AVREGL
       FD  PARBZGV-DL
           LABEL RECORDS ARE STANDARD.
       01  PARBZGV-L.
           COPY DDS-ALL-FORMATS OF PARBZGVL2.
      /
      *- XXF0262: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0262.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0262".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * BERICHTSZEITRAUM
       01  DATUM-VON                     PIC 9(8).
       01  DATUM-BIS                     PIC 9(8).
       01  STICHTAG                      PIC 9(8).
       01  STICHTAG-RED REDEFINES STICHTAG.
        05 STI-JAHR                      PIC 9(4).
        05 STI-MONAT                     PIC 9(2).
        05 STI-TAG                       PIC 9(2).
       01  SUB-ANZAHL                    PIC 9(3)  COMP.
       01  MONAT-LAENGE                  PIC 9(2).
       01  SJA-WERT                      PIC 9(9).
       01  SJA-MODREST                   PIC 9(9).

      * GRUPPENWECHSEL
       01  VORG-SAV                      PIC X(10).
       01  ERSTER-SATZ                   PIC 9(1).
       77  ANZ-VORG                      PIC 9(5)  COMP.

      * ANZAHL JE REGEL (T, R, S, F) UND GESAMT
       77  ANZ-T                         PIC 9(5)  COMP.
       77  ANZ-R                         PIC 9(5)  COMP.
       77  ANZ-S                         PIC 9(5)  COMP.
       77  ANZ-F                         PIC 9(5)  COMP.
       77  ANZ-GESAMT                    PIC 9(5)  COMP.

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DATUM-WRK                     PIC 9(8).
       01  DSP-DATUM                     PIC X(10).
       01  DSP-ANZ-5                     PIC Z(4)9.
       01  DSP-WERT                      PIC Z(4)9.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * STICHTAG JJJJMMTT (NULL = GESTERN)
       01  X-DATUM                       PIC 9(8).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-DATUM.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0262" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DATEIEN OEFFNEN
           OPEN     INPUT  PARBZGV-DL.
           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           INITIALIZE ANZ-T ANZ-R ANZ-S ANZ-F ANZ-GESAMT ANZ-VORG.

      * ZEITRAUM: SIEBEN TAGE BIS ZUM STICHTAG (STANDARD: GESTERN)
           PERFORM  COPY-GET-TIME.
           IF       X-DATUM NOT = ZEROES
                    MOVE X-DATUM TO DATUM-BIS
           ELSE
                    MOVE DATE-8  TO STICHTAG
                    MOVE 1       TO SUB-ANZAHL
                    PERFORM SUB-TAGE
                    MOVE STICHTAG TO DATUM-BIS
           END-IF.
           MOVE     DATUM-BIS TO STICHTAG.
           MOVE     6         TO SUB-ANZAHL.
           PERFORM  SUB-TAGE.
           MOVE     STICHTAG  TO DATUM-VON.

           PERFORM  DRUCKE-KOPF.
           PERFORM  DRUCKE-VERSTOESSE.
           PERFORM  DRUCKE-SUMME.

       ENDE.
           CLOSE    PARBZGV-DL
                    DRUCK-DAT.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE VERSTOESSE DES ZEITRAUMS NACH VORGESETZTEM DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-VERSTOESSE SECTION.
       DRU-VER-00.

           MOVE     1      TO ERSTER-SATZ.
           MOVE     SPACES TO VORG-SAV.

           INITIALIZE PARBZGVF OF PARBZGV-L.
           START    PARBZGV-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-VER-80
           END-IF.

       DRU-VER-20.
           READ     PARBZGV-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-VER-80
           END-IF.

           IF       AVDATU OF PARBZGV-L < DATUM-VON
            OR      AVDATU OF PARBZGV-L > DATUM-BIS
                    GO TO DRU-VER-20
           END-IF.

      * GRUPPENWECHSEL VORGESETZTER
           IF       ERSTER-SATZ NOT = ZEROES
            OR      AVVORG OF PARBZGV-L NOT = VORG-SAV
                    IF   ERSTER-SATZ = ZEROES
                         PERFORM DRUCKE-VORG-SUMME
                    END-IF
                    MOVE ZEROES TO ERSTER-SATZ
                    MOVE AVVORG OF PARBZGV-L TO VORG-SAV
                    PERFORM DRUCKE-VORG-KOPF
           END-IF.

           PERFORM  DRUCKE-VERSTOSS.
           GO TO    DRU-VER-20.

       DRU-VER-80.
           IF       ERSTER-SATZ = ZEROES
                    PERFORM DRUCKE-VORG-SUMME
           END-IF.

       DRU-VER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPF DES BERICHTS
      *--------------------------------------------------------------
       DRUCKE-KOPF SECTION.
       DRU-KOP-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "ARBEITSZEITGESETZ - VERSTOESSE DER WOCHE"
                                          TO DRUCK-ZEILE(1:40).
           MOVE     DATUM-VON             TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(44:10).
           MOVE     "-"                   TO DRUCK-ZEILE(55:1).
           MOVE     DATUM-BIS             TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(57:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "=" TO DRUCK-ZEILE(1:100).
           PERFORM  DRUCKE-ZEILE.

       DRU-KOP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABSCHNITTSKOPF JE VORGESETZTEM
      *--------------------------------------------------------------
       DRUCKE-VORG-KOPF SECTION.
       DRU-VKO-00.

           MOVE     ZEROES TO ANZ-VORG.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "TEAMLEITER:"         TO DRUCK-ZEILE(1:11).
           IF       VORG-SAV = SPACES
                    MOVE "(OHNE VORGESETZTEN)"
                                          TO DRUCK-ZEILE(13:19)
           ELSE
                    MOVE VORG-SAV         TO DRUCK-ZEILE(13:10)
           END-IF.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "USER"                TO DRUCK-ZEILE(3:4).
           MOVE     "DATUM"               TO DRUCK-ZEILE(15:5).
           MOVE     "R"                   TO DRUCK-ZEILE(27:1).
           MOVE     "VERSTOSS"            TO DRUCK-ZEILE(30:8).
           MOVE     "WERT"                TO DRUCK-ZEILE(73:4).
           MOVE     "GRENZE"              TO DRUCK-ZEILE(79:6).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "-" TO DRUCK-ZEILE(1:100).
           PERFORM  DRUCKE-ZEILE.

       DRU-VKO-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EIN VERSTOSS. WERT UND GRENZE IN MINUTEN (T, R) BZW. TAGEN
      * (F), BEI S DIE GEARBEITETEN MINUTEN
      *--------------------------------------------------------------
       DRUCKE-VERSTOSS SECTION.
       DRU-VST-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     AVUSER OF PARBZGV-L   TO DRUCK-ZEILE(3:10).
           MOVE     AVDATU OF PARBZGV-L   TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(15:10).
           MOVE     AVREGL OF PARBZGV-L   TO DRUCK-ZEILE(27:1).
           MOVE     AVTEXT OF PARBZGV-L   TO DRUCK-ZEILE(30:40).
           MOVE     AVWERT OF PARBZGV-L   TO DSP-WERT.
           MOVE     DSP-WERT              TO DRUCK-ZEILE(72:5).
           IF       AVGRNZ OF PARBZGV-L NOT = ZEROES
                    MOVE AVGRNZ OF PARBZGV-L TO DSP-WERT
                    MOVE DSP-WERT         TO DRUCK-ZEILE(80:5)
           END-IF.
           PERFORM  DRUCKE-ZEILE.

           ADD      1 TO ANZ-VORG.
           ADD      1 TO ANZ-GESAMT.
           EVALUATE AVREGL OF PARBZGV-L
                    WHEN "T"
                         ADD 1 TO ANZ-T
                    WHEN "R"
                         ADD 1 TO ANZ-R
                    WHEN "S"
                         ADD 1 TO ANZ-S
                    WHEN "F"
                         ADD 1 TO ANZ-F
           END-EVALUATE.

       DRU-VST-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANZAHL DER VERSTOESSE DES TEAMS
      *--------------------------------------------------------------
       DRUCKE-VORG-SUMME SECTION.
       DRU-VSU-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "VERSTOESSE DES TEAMS:" TO DRUCK-ZEILE(3:21).
           MOVE     ANZ-VORG              TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(30:5).
           PERFORM  DRUCKE-ZEILE.

       DRU-VSU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANZAHL JE REGEL UND GESAMT
      *--------------------------------------------------------------
       DRUCKE-SUMME SECTION.
       DRU-SUM-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "=" TO DRUCK-ZEILE(1:100).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "T MEHR ALS 10 STUNDEN NETTO:"
                                          TO DRUCK-ZEILE(1:28).
           MOVE     ANZ-T                 TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(40:5).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "R WENIGER ALS 11 STUNDEN RUHE:"
                                          TO DRUCK-ZEILE(1:30).
           MOVE     ANZ-R                 TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(40:5).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "S SONN-/FEIERTAGSARBEIT:" TO DRUCK-ZEILE(1:24).
           MOVE     ANZ-S                 TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(40:5).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "F MEHR ALS 6 TAGE IN FOLGE:" TO DRUCK-ZEILE(1:27).
           MOVE     ANZ-F                 TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(40:5).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "VERSTOESSE GESAMT:"  TO DRUCK-ZEILE(1:18).
           MOVE     ANZ-GESAMT            TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(40:5).
           PERFORM  DRUCKE-ZEILE.

       DRU-SUM-90.
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
      * STICHTAG UM SUB-ANZAHL TAGE ZURUECKRECHNEN
      *--------------------------------------------------------------
       SUB-TAGE SECTION.
       SUB-TAG-00.

           IF       SUB-ANZAHL = ZEROES
                    GO TO SUB-TAG-90
           END-IF.

      * EINEN TAG ZURUECK
           IF       STI-TAG > 1
                    SUBTRACT 1 FROM STI-TAG
                    GO TO SUB-TAG-80
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

       SUB-TAG-80.
           SUBTRACT 1 FROM SUB-ANZAHL.
           GO TO    SUB-TAG-00.

       SUB-TAG-90.
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
