       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              AZP0318.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * AUSBILDUNGSNACHWEISE (BERICHTSHEFT) DRUCKEN                   *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  DRUCKT DIE ABGEZEICHNETEN WOCHEN (STATUS S)  *
      *                  DES BERICHTSHEFTS PAZUBHF IM WOECHENTLICHEN  *
      *                  FORMULAR DER KAMMER: NACHWEIS-NR.,           *
      *                  AUSBILDUNGSJAHR, WOCHE VON/BIS, JE TAG DIE   *
      *                  BETRIEBLICHEN TAETIGKEITEN MIT STUNDEN, DIE  *
      *                  THEMEN DES BERUFSSCHULUNTERRICHTS, DIE       *
      *                  GESAMTSTUNDEN UND DIE BESTAETIGUNGEN VON     *
      *                  AZUBI (EINGEREICHT AM) UND AUSBILDER         *
      *                  (ABGEZEICHNET AM). DIE NACHWEIS-NR. ZAEHLT   *
      *                  ALLE ERFASSTEN WOCHEN DES AZUBIS, DAS        *
      *                  AUSBILDUNGSJAHR RECHNET AB SEINER ERSTEN     *
      *                  WOCHE. AUFRUF MIT USER (LEER = ALLE) UND     *
      *                  ZEITRAUM DER WOCHEN (0 = OFFEN). AUSGABE IN  *
      *                  DEN SPOOL (AZF0318).                         *
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
      * PAZUBHF: BHUSER, BHWOCH (BERICHTSHEFT JE WOCHE)
      *-------------------------------------------------------------
           SELECT PAZUBHF-DP
                  ASSIGN       TO  DATABASE-PAZUBHF
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *- AZF0318: SPOOLAUSGABE DER AUSBILDUNGSNACHWEISE
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-AZF0318
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PAZUBHF: BHUSER, BHWOCH
       FD  PAZUBHF-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUBHF-P.
           COPY DDS-ALL-FORMATS OF PAZUBHF.
      /
      *- AZF0318: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF AZF0318.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "AZP0318".
       01  PGM-TYP                       PIC X(8)  VALUE "AZUBI".

      * AZUBI IN BEARBEITUNG, SEINE ERSTE WOCHE UND DIE LAUFENDE
      * NUMMER DES NACHWEISES
       01  AKT-USER                      PIC X(10).
       01  ERSTE-WOCHE                   PIC 9(8).
       01  ERSTE-WOCHE-RED REDEFINES ERSTE-WOCHE.
        05 ERS-JAHR                      PIC 9(4).
        05 ERS-MMTT                      PIC 9(4).
       01  WOCHE-WRK                     PIC 9(8).
       01  WOCHE-WRK-RED REDEFINES WOCHE-WRK.
        05 WOC-JAHR                      PIC 9(4).
        05 WOC-MMTT                      PIC 9(4).
       01  NACHWEIS-NR                   PIC 9(4).
       01  AUSB-JAHR                     PIC 9(2).

      * TAGE DER WOCHE
       01  TAG-IX                        PIC 9(2)  COMP.
       01  TAG-TAB.
        05 TAG-EINTRAG OCCURS 5.
         10 TAG-DAT                      PIC 9(8).
         10 TAG-ART                      PIC X(1).
         10 TAG-TXT                      PIC X(70).
         10 TAG-STD                      PIC 9(2)V9(2).
       01  TAG-NAMEN.
        05 FILLER                        PIC X(10) VALUE "MONTAG".
        05 FILLER                        PIC X(10) VALUE "DIENSTAG".
        05 FILLER                        PIC X(10) VALUE "MITTWOCH".
        05 FILLER                        PIC X(10) VALUE "DONNERSTAG".
        05 FILLER                        PIC X(10) VALUE "FREITAG".
       01  TAG-NAMEN-RED REDEFINES TAG-NAMEN.
        05 TAG-NAME OCCURS 5             PIC X(10).
       01  SUMME-STD                     PIC 9(3)V9(2).
       01  SUMME-SCHULE                  PIC 9(3)V9(2).
       01  ART-TEXT                      PIC X(12).

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
       77  ANZ-GEDRUCKT                  PIC 9(5)  COMP.

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DATUM-WRK                     PIC 9(8).
       01  DSP-DATUM                     PIC X(10).
       01  DSP-STD                       PIC Z9,99.
       01  DSP-SUMME                     PIC ZZ9,99.
       01  DSP-NR                        PIC ZZZ9.
       01  DSP-AJ                        PIC Z9.
       01  DSP-ANZ-5                     PIC Z(4)9.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * AZUBI (LEER = ALLE)
       01  X-USER                        PIC X(10).
      * ZEITRAUM DER WOCHEN (MONTAG, 0 = OFFEN)
       01  X-VON                         PIC 9(8).
       01  X-BIS                         PIC 9(8).
      * RUECKMELDUNG AN DEN AUFRUFER (LEER = OK)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-USER
                                X-VON
                                X-BIS
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "AZP0318" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.

           OPEN     INPUT  PAZUBHF-DP.
           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

           INITIALIZE ANZ-GEDRUCKT.
           INITIALIZE AKT-USER.
           PERFORM  COPY-GET-TIME.

      * ALLE WOCHEN IN SCHLUESSELFOLGE (USER, MONTAG)
           INITIALIZE PAZUBHFF OF PAZUBHF-P.
           MOVE     X-USER TO BHUSER OF PAZUBHF-P.
           START    PAZUBHF-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANFANG-80
           END-IF.

       ANFANG-20.
           READ     PAZUBHF-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANFANG-80
           END-IF.
           IF       X-USER NOT = SPACES
            AND     BHUSER OF PAZUBHF-P NOT = X-USER
                    GO TO ANFANG-80
           END-IF.

      * NEUER AZUBI: NUMMERIERUNG AB SEINER ERSTEN WOCHE
           IF       BHUSER OF PAZUBHF-P NOT = AKT-USER
                    MOVE BHUSER OF PAZUBHF-P TO AKT-USER
                    MOVE BHWOCH OF PAZUBHF-P TO ERSTE-WOCHE
                    MOVE ZEROES              TO NACHWEIS-NR
           END-IF.
           ADD      1 TO NACHWEIS-NR.

           IF       BHSTAT OF PAZUBHF-P NOT = "S"
                    GO TO ANFANG-20
           END-IF.
           IF       X-VON NOT = ZEROES
            AND     BHWOCH OF PAZUBHF-P < X-VON
                    GO TO ANFANG-20
           END-IF.
           IF       X-BIS NOT = ZEROES
            AND     BHWOCH OF PAZUBHF-P > X-BIS
                    GO TO ANFANG-20
           END-IF.

           PERFORM  DRUCKE-NACHWEIS.
           ADD      1 TO ANZ-GEDRUCKT.
           GO TO    ANFANG-20.

       ANFANG-80.
           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     "GEDRUCKTE NACHWEISE:" TO DRUCK-ZEILE(1:20).
           MOVE     ANZ-GEDRUCKT           TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5              TO DRUCK-ZEILE(22:5).
           PERFORM  DRUCKE-ZEILE.

       ENDE.
           CLOSE    PAZUBHF-DP
                    DRUCK-DAT.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * EINEN WOECHENTLICHEN AUSBILDUNGSNACHWEIS DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-NACHWEIS SECTION.
       DRU-NAC-00.

      * TAGE DER WOCHE AUS DEM SATZ
           MOVE     BHWOCH OF PAZUBHF-P TO STICHTAG.
           MOVE     1 TO TAG-IX.

       DRU-NAC-05.
           MOVE     STICHTAG TO TAG-DAT(TAG-IX).
           IF       TAG-IX < 5
                    PERFORM ADD-EIN-TAG
                    ADD  1 TO TAG-IX
                    GO TO DRU-NAC-05
           END-IF.

           MOVE     BHART1 OF PAZUBHF-P   TO TAG-ART(1).
           MOVE     BHART2 OF PAZUBHF-P   TO TAG-ART(2).
           MOVE     BHART3 OF PAZUBHF-P   TO TAG-ART(3).
           MOVE     BHART4 OF PAZUBHF-P   TO TAG-ART(4).
           MOVE     BHART5 OF PAZUBHF-P   TO TAG-ART(5).
           MOVE     BHTXT1 OF PAZUBHF-P   TO TAG-TXT(1).
           MOVE     BHTXT2 OF PAZUBHF-P   TO TAG-TXT(2).
           MOVE     BHTXT3 OF PAZUBHF-P   TO TAG-TXT(3).
           MOVE     BHTXT4 OF PAZUBHF-P   TO TAG-TXT(4).
           MOVE     BHTXT5 OF PAZUBHF-P   TO TAG-TXT(5).
           MOVE     BHSTD1 OF PAZUBHF-P   TO TAG-STD(1).
           MOVE     BHSTD2 OF PAZUBHF-P   TO TAG-STD(2).
           MOVE     BHSTD3 OF PAZUBHF-P   TO TAG-STD(3).
           MOVE     BHSTD4 OF PAZUBHF-P   TO TAG-STD(4).
           MOVE     BHSTD5 OF PAZUBHF-P   TO TAG-STD(5).

      * AUSBILDUNGSJAHR AB DER ERSTEN WOCHE DES AZUBIS
           MOVE     BHWOCH OF PAZUBHF-P TO WOCHE-WRK.
           COMPUTE  AUSB-JAHR = WOC-JAHR - ERS-JAHR
           END-COMPUTE.
           IF       WOC-MMTT NOT < ERS-MMTT
                    ADD 1 TO AUSB-JAHR
           END-IF.

      * KOPF DES FORMULARS
           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "=" TO DRUCK-ZEILE(1:110).
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "AUSBILDUNGSNACHWEIS (WOECHENTLICH)"
                                          TO DRUCK-ZEILE(1:34).
           MOVE     "NACHWEIS NR.:"       TO DRUCK-ZEILE(85:13).
           MOVE     NACHWEIS-NR           TO DSP-NR.
           MOVE     DSP-NR                TO DRUCK-ZEILE(99:4).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "AUSZUBILDENDE/R:"    TO DRUCK-ZEILE(1:16).
           MOVE     BHUSER OF PAZUBHF-P   TO DRUCK-ZEILE(18:10).
           MOVE     "AUSBILDUNGSJAHR:"    TO DRUCK-ZEILE(85:16).
           MOVE     AUSB-JAHR             TO DSP-AJ.
           MOVE     DSP-AJ                TO DRUCK-ZEILE(102:2).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "AUSBILDUNGSWOCHE VOM:"
                                          TO DRUCK-ZEILE(1:21).
           MOVE     TAG-DAT(1)            TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(23:10).
           MOVE     "BIS:"                TO DRUCK-ZEILE(35:4).
           MOVE     TAG-DAT(5)            TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(40:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "-" TO DRUCK-ZEILE(1:110).
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "TAG"                 TO DRUCK-ZEILE(1:3).
           MOVE     "DATUM"               TO DRUCK-ZEILE(12:5).
           MOVE     "ART"                 TO DRUCK-ZEILE(23:3).
           MOVE     "BETRIEBLICHE TAETIGKEITEN, UNTERWEISUNGEN"
                                          TO DRUCK-ZEILE(36:41).
           MOVE     "STUNDEN"             TO DRUCK-ZEILE(104:7).
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "-" TO DRUCK-ZEILE(1:110).
           PERFORM  DRUCKE-ZEILE.

      * JE TAG EINE ZEILE
           MOVE     ZEROES TO SUMME-STD SUMME-SCHULE.
           MOVE     1 TO TAG-IX.

       DRU-NAC-20.
           EVALUATE TAG-ART(TAG-IX)
                    WHEN "B"
                         MOVE "BETRIEB"      TO ART-TEXT
                    WHEN "S"
                         MOVE "BERUFSSCHULE" TO ART-TEXT
                    WHEN "U"
                         MOVE "URLAUB"       TO ART-TEXT
                    WHEN "K"
                         MOVE "KRANK"        TO ART-TEXT
                    WHEN "F"
                         MOVE "FEIERTAG"     TO ART-TEXT
                    WHEN OTHER
                         MOVE "ABWESEND"     TO ART-TEXT
           END-EVALUATE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     TAG-NAME(TAG-IX)      TO DRUCK-ZEILE(1:10).
           MOVE     TAG-DAT(TAG-IX)       TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(12:10).
           MOVE     ART-TEXT              TO DRUCK-ZEILE(23:12).
           MOVE     TAG-TXT(TAG-IX)       TO DRUCK-ZEILE(36:70).
           MOVE     TAG-STD(TAG-IX)       TO DSP-STD.
           MOVE     DSP-STD               TO DRUCK-ZEILE(106:5).
           PERFORM  DRUCKE-ZEILE.

           ADD      TAG-STD(TAG-IX) TO SUMME-STD.
           IF       TAG-ART(TAG-IX) = "S"
                    ADD TAG-STD(TAG-IX) TO SUMME-SCHULE
           END-IF.

           IF       TAG-IX < 5
                    ADD  1 TO TAG-IX
                    GO TO DRU-NAC-20
           END-IF.

      * THEMEN DES BERUFSSCHULUNTERRICHTS
           MOVE     ALL "-" TO DRUCK-ZEILE(1:110).
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "THEMEN DES BERUFSSCHULUNTERRICHTS:"
                                          TO DRUCK-ZEILE(1:34).
           MOVE     "STUNDEN"             TO DRUCK-ZEILE(104:7).
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     BHSCH1 OF PAZUBHF-P   TO DRUCK-ZEILE(36:70).
           MOVE     SUMME-SCHULE          TO DSP-SUMME.
           MOVE     DSP-SUMME             TO DRUCK-ZEILE(105:6).
           PERFORM  DRUCKE-ZEILE.
           IF       BHSCH2 OF PAZUBHF-P NOT = SPACES
                    MOVE SPACES TO DRUCK-ZEILE
                    MOVE BHSCH2 OF PAZUBHF-P TO DRUCK-ZEILE(36:70)
                    PERFORM DRUCKE-ZEILE
           END-IF.
           IF       BHSCH3 OF PAZUBHF-P NOT = SPACES
                    MOVE SPACES TO DRUCK-ZEILE
                    MOVE BHSCH3 OF PAZUBHF-P TO DRUCK-ZEILE(36:70)
                    PERFORM DRUCKE-ZEILE
           END-IF.

           MOVE     ALL "-" TO DRUCK-ZEILE(1:110).
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "STUNDEN GESAMT:"     TO DRUCK-ZEILE(88:15).
           MOVE     SUMME-STD             TO DSP-SUMME.
           MOVE     DSP-SUMME             TO DRUCK-ZEILE(105:6).
           PERFORM  DRUCKE-ZEILE.

      * BESTAETIGUNGEN
           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     "DIE RICHTIGKEIT UND VOLLSTAENDIGKEIT DER OBIGEN"
                                          TO DRUCK-ZEILE(1:47).
           MOVE     "ANGABEN WIRD BESTAETIGT."
                                          TO DRUCK-ZEILE(49:24).
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "AUSZUBILDENDE/R:"    TO DRUCK-ZEILE(1:16).
           MOVE     BHUSER OF PAZUBHF-P   TO DRUCK-ZEILE(18:10).
           MOVE     "EINGEREICHT AM:"     TO DRUCK-ZEILE(30:15).
           MOVE     BHEDTA OF PAZUBHF-P   TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(46:10).
           MOVE     "AUSBILDER/IN:"       TO DRUCK-ZEILE(60:13).
           MOVE     BHPRUE OF PAZUBHF-P   TO DRUCK-ZEILE(74:10).
           MOVE     "ABGEZEICHNET AM:"    TO DRUCK-ZEILE(86:16).
           MOVE     BHPDTA OF PAZUBHF-P   TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(103:10).
           PERFORM  DRUCKE-ZEILE.
           IF       BHKOMM OF PAZUBHF-P NOT = SPACES
                    MOVE SPACES TO DRUCK-ZEILE
                    MOVE "BEMERKUNG AUSBILDER/IN:"
                                          TO DRUCK-ZEILE(1:23)
                    MOVE BHKOMM OF PAZUBHF-P TO DRUCK-ZEILE(25:70)
                    PERFORM DRUCKE-ZEILE
           END-IF.

       DRU-NAC-90.
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
