       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0263.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * WOCHENPLANUNG RUFBEREITSCHAFT                                 *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  PLANUNG DER RUFBEREITSCHAFT FUER DIE NACHT-  *
      *                  KETTE (XXP0074) JE WOCHE. JE TAG STEHT IN    *
      *                  PRUFBER EIN USER, DER BEI EINEM ABBRUCH DER  *
      *                  KETTE BENACHRICHTIGT WIRD. IM KOPF WIRD DIE  *
      *                  WOCHE (MONTAG) GEWAEHLT, F7/F8 BLAETTERN     *
      *                  WOCHENWEISE. EIN USER IM KOPF UEBERNIMMT     *
      *                  DIE GANZE WOCHE, IN DER ZEILE WIRD JE TAG    *
      *                  GEAENDERT ODER MIT LEEREM USER GELOESCHT.    *
      *                  USER MIT EINER ABWESENHEIT IN PABSENZ        *
      *                  KOENNEN FUER DEN TAG NICHT EINGEPLANT        *
      *                  WERDEN. NACH DEM DIENST WERDEN DIE TAT-      *
      *                  SAECHLICHEN EINSATZSTUNDEN ERFASST, SIE      *
      *                  GEHEN IN DIE ABRECHNUNG (XXP0265) EIN.       *
      *                  TAUSCHWUENSCHE LAUFEN UEBER XXP0264.         *
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
                  ASSIGN       TO  WORKSTATION-XXD0263DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

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
      * PABSENZ: ABLFDN
      *-------------------------------------------------------------
           SELECT PABSENZ-DP
                  ASSIGN       TO  DATABASE-PABSENZ
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
      *----DISPLAY
       FD  WS-DISPLAY
           LABEL RECORDS ARE OMITTED.
       01  WS-REC.
           COPY DDS-ALL-FORMATS OF XXD0263DE.
      /
      *--- PRUFBER: RFDATU
       FD  PRUFBER-DP
           LABEL RECORDS ARE STANDARD.
       01  PRUFBER-P.
           COPY DDS-ALL-FORMATS OF PRUFBER.
      /
      *--- PABSENZ: ABLFDN
       FD  PABSENZ-DP
           LABEL RECORDS ARE STANDARD.
       01  PABSENZ-P.
           COPY DDS-ALL-FORMATS OF PABSENZ.
      /
      *--- PCFGDAT: DTLFDN
       FD  PCFGDAT-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGDAT-P.
           COPY DDS-ALL-FORMATS OF PCFGDAT.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD0263DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD0263DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  XXD0263DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  XXD0263DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0263".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * GEWAEHLTE WOCHE (MONTAG) UND IHRE SIEBEN TAGE
       01  WOCHE-MONTAG                  PIC 9(8).
       01  WOCHE-TAB.
        05 WOCHE-TAG OCCURS 7.
         10 W-DATUM                      PIC 9(8).
         10 W-WOTA                       PIC 9(1).
         10 W-FEIE                       PIC 9(1).
       01  TAG-IDX                       PIC 9(2)  COMP.

      * DATUMSRECHNUNG
       01  STICHTAG                      PIC 9(8).
       01  STICHTAG-RED REDEFINES STICHTAG.
        05 STI-JAHR                      PIC 9(4).
        05 STI-MONAT                     PIC 9(2).
        05 STI-TAG                       PIC 9(2).
       01  SUB-ANZAHL                    PIC 9(3)  COMP.
       01  ADD-ANZAHL                    PIC 9(3)  COMP.
       01  MONAT-LAENGE                  PIC 9(2).
       01  SJA-WERT                      PIC 9(9).
       01  SJA-MODREST                   PIC 9(9).

      * ABWESENHEITSPRUEFUNG: USER UND TAG, GEFUNDENE ART
       01  ABW-USER                      PIC X(10).
       01  ABW-DATUM                     PIC 9(8).
       01  ABW-TYP                       PIC X(1).

      * WOCHENUEBERNAHME
       01  WOCHE-USER                    PIC X(10).
       77  ANZ-ABWESEND                  PIC 9(1)  COMP.

      * TEXT FUER DIE HINWEISNACHRICHT
       01  MELDUNG-WRK                   PIC X(60).
       01  DSP-DATUM                     PIC X(10).
       01  DATUM-WRK                     PIC 9(8).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0263" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0263DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     INPUT PABSENZ-DP
                          PCFGDAT-DP.
           OPEN     I-O   PRUFBER-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F5, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

      * START MIT DER LAUFENDEN WOCHE
           PERFORM  COPY-GET-TIME.
           MOVE     DATE-8 TO STICHTAG.
           PERFORM  ERMITTLE-WOCHE.

           INITIALIZE FORMAT3.

       ANF020.
      * WOCHE ANZEIGEN UND PLANEN
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

           CLOSE    PRUFBER-DP
                    PABSENZ-DP
                    PCFGDAT-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ZUM STICHTAG DEN MONTAG DER WOCHE SUCHEN UND DIE SIEBEN TAGE
      * MIT WOCHENTAG UND FEIERTAG AUS PCFGDAT IN DIE TABELLE STELLEN
      *--------------------------------------------------------------
       ERMITTLE-WOCHE SECTION.
       ERM-WOC-00.

           INITIALIZE PCFGDATF OF PCFGDAT-P.
           MOVE     STICHTAG TO DTLFDN OF PCFGDAT-P.
           READ     PCFGDAT-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     DTWOTA OF PCFGDAT-P > 1
                    COMPUTE SUB-ANZAHL = DTWOTA OF PCFGDAT-P - 1
                    END-COMPUTE
                    PERFORM SUB-TAGE
           END-IF.
           MOVE     STICHTAG TO WOCHE-MONTAG.

           INITIALIZE WOCHE-TAB.
           MOVE     1 TO TAG-IDX.

       ERM-WOC-20.
           IF       TAG-IDX > 7
                    GO TO ERM-WOC-90
           END-IF.

           MOVE     STICHTAG TO W-DATUM(TAG-IDX).
           MOVE     TAG-IDX  TO W-WOTA(TAG-IDX).

           INITIALIZE PCFGDATF OF PCFGDAT-P.
           MOVE     STICHTAG TO DTLFDN OF PCFGDAT-P.
           READ     PCFGDAT-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     DTFEIE OF PCFGDAT-P NOT = ZEROES
                    MOVE 1 TO W-FEIE(TAG-IDX)
           END-IF.

           MOVE     1 TO ADD-ANZAHL.
           PERFORM  ADD-TAGE.
           ADD      1 TO TAG-IDX.
           GO TO    ERM-WOC-20.

       ERM-WOC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILE MIT DEN SIEBEN TAGEN DER WOCHE AUFBAUEN, ANZEIGEN
      * UND DIE GEAENDERTEN ZEILEN SPEICHERN
      *--------------------------------------------------------------
       ANZEIGE-SUBFILE SECTION.
       ANZ-SFL-00.

      * SUBFILE-CLEAR
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

           MOVE     1 TO TAG-IDX.

       ANZ-SFL-10.
           IF       TAG-IDX > 7
                    GO TO ANZ-SFL-20
           END-IF.

           PERFORM  FUELLE-TAGESZEILE.

           ADD      1            TO ANZREC-WRK.
           ADD      1            TO SUBFILE-RECORD-NUMBER.
           MOVE     "FMT02"      TO FMT-WRK.
           MOVE     FORMAT2      TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           ADD      1            TO TAG-IDX.
           GO TO    ANZ-SFL-10.

       ANZ-SFL-20.
      * AUSGABE FUSSZEILE
           MOVE     SPACES  TO WSREC-WRK.
           MOVE     "FMT04" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-WRITE.

      * UEBERSCHRIFT UND GEWAEHLTE WOCHE
           MOVE     "XXP0263"             TO MAINUEB OF FORMAT3.
           MOVE     "XXP0263*3"           TO SUBUEB  OF FORMAT3.
           MOVE     PGM-TYP               TO PGMTYP  OF FORMAT3.
           MOVE     WOCHE-MONTAG          TO WOCHE   OF FORMAT3.
           MOVE     SPACES                TO WUSER   OF FORMAT3.

      * ANZEIGE SUBFILE
           MOVE     ANZREC-WRK            TO ANZREC  OF FORMAT3.
           MOVE     1                     TO SUBFILE-RECORD-NUMBER.
           MOVE     SUBFILE-RECORD-NUMBER TO SFRECNR OF FORMAT3.
           MOVE     AUS    TO IN95  IN  INXX.
           MOVE     AN     TO IN96  IN  INXX.
           MOVE     AN     TO IN91  OF  INXX.
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

      * F12 ABBRECHEN
           IF       IN12 OF FORMAT3-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ANZ-SFL-90
           END-IF.

      * F7 VORHERIGE WOCHE
           IF       IN07 OF FORMAT3-I-INDIC = AN
                    MOVE WOCHE-MONTAG TO STICHTAG
                    MOVE 7            TO SUB-ANZAHL
                    PERFORM SUB-TAGE
                    PERFORM ERMITTLE-WOCHE
                    GO TO ANZ-SFL-90
           END-IF.

      * F8 NAECHSTE WOCHE
           IF       IN08 OF FORMAT3-I-INDIC = AN
                    MOVE WOCHE-MONTAG TO STICHTAG
                    MOVE 7            TO ADD-ANZAHL
                    PERFORM ADD-TAGE
                    PERFORM ERMITTLE-WOCHE
                    GO TO ANZ-SFL-90
           END-IF.

      * ANDERE WOCHE GEWAEHLT: NUR NEU ANZEIGEN
           IF       WOCHE OF FORMAT3 NOT = WOCHE-MONTAG
                    MOVE WOCHE OF FORMAT3 TO STICHTAG
                    PERFORM ERMITTLE-WOCHE
                    GO TO ANZ-SFL-90
           END-IF.

      * USER IM KOPF UEBERNIMMT DIE GANZE WOCHE
           IF       WUSER OF FORMAT3 NOT = SPACES
                    MOVE WUSER OF FORMAT3 TO WOCHE-USER
                    PERFORM PLANE-WOCHE
                    GO TO ANZ-SFL-90
           END-IF.

       ANZ-SFL-50.
      * LESEN VON SUBFILE NEXT MODIFIED RECORD
           MOVE     "FMT02" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-SFLREAD.
           IF       BS-STAT NOT = ZEROES
                    GO TO ANZ-SFL-90
           END-IF.

           MOVE     WSREC-WRK      TO FORMAT2-I.
           MOVE     CORR FORMAT2-I TO FORMAT2.

      * TAG SPEICHERN ODER LOESCHEN
           MOVE     TAGIX OF FORMAT2 TO TAG-IDX.
           IF       TAG-IDX > ZEROES
            AND     TAG-IDX NOT > 7
                    PERFORM SPEICHERE-TAG
           END-IF.

           GO TO    ANZ-SFL-50.

       ANZ-SFL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILE-ZEILE FUER DEN TAG TAG-IDX AUS PRUFBER FUELLEN. IST
      * DER EINGEPLANTE USER INZWISCHEN ABWESEND, WIRD ES ANGEZEIGT
      *--------------------------------------------------------------
       FUELLE-TAGESZEILE SECTION.
       FUE-TAG-00.

           INITIALIZE FORMAT2.
           MOVE     TAG-IDX           TO TAGIX  OF FORMAT2.
           MOVE     W-DATUM(TAG-IDX)  TO SDATUM OF FORMAT2.

           EVALUATE W-WOTA(TAG-IDX)
                    WHEN 1 MOVE "MO" TO SWOTA OF FORMAT2
                    WHEN 2 MOVE "DI" TO SWOTA OF FORMAT2
                    WHEN 3 MOVE "MI" TO SWOTA OF FORMAT2
                    WHEN 4 MOVE "DO" TO SWOTA OF FORMAT2
                    WHEN 5 MOVE "FR" TO SWOTA OF FORMAT2
                    WHEN 6 MOVE "SA" TO SWOTA OF FORMAT2
                    WHEN 7 MOVE "SO" TO SWOTA OF FORMAT2
           END-EVALUATE.

           IF       W-FEIE(TAG-IDX) NOT = ZEROES
                    MOVE "FEIERTAG" TO STEXT OF FORMAT2
           END-IF.

           INITIALIZE PRUFBERF OF PRUFBER-P.
           MOVE     W-DATUM(TAG-IDX) TO RFDATU OF PRUFBER-P.
           READ     PRUFBER-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    IF   W-FEIE(TAG-IDX) = ZEROES
                         MOVE "NICHT BESETZT" TO STEXT OF FORMAT2
                    END-IF
                    GO TO FUE-TAG-90
           END-IF.

           MOVE     RFUSER OF PRUFBER-P TO RFUSER OF FORMAT2.
           MOVE     RFESTD OF PRUFBER-P TO RFESTD OF FORMAT2.

           MOVE     RFUSER OF PRUFBER-P TO ABW-USER.
           MOVE     W-DATUM(TAG-IDX)    TO ABW-DATUM.
           PERFORM  PRUEFE-ABWESENHEIT.
           IF       ABW-TYP NOT = SPACES
                    MOVE SPACES TO STEXT OF FORMAT2
                    STRING "ABWESEND ("  DELIMITED BY SIZE
                           ABW-TYP       DELIMITED BY SIZE
                           ") - NEU PLANEN" DELIMITED BY SIZE
                      INTO STEXT OF FORMAT2
                    END-STRING
           END-IF.

       FUE-TAG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE TAGE DER WOCHE AN DEN USER IM KOPF VERGEBEN. TAGE MIT
      * EINER ABWESENHEIT DES USERS BLEIBEN UNVERAENDERT
      *--------------------------------------------------------------
       PLANE-WOCHE SECTION.
       PLA-WOC-00.

           MOVE     ZEROES TO ANZ-ABWESEND.
           MOVE     1      TO TAG-IDX.

       PLA-WOC-20.
           IF       TAG-IDX > 7
                    GO TO PLA-WOC-80
           END-IF.

           MOVE     WOCHE-USER       TO ABW-USER.
           MOVE     W-DATUM(TAG-IDX) TO ABW-DATUM.
           PERFORM  PRUEFE-ABWESENHEIT.
           IF       ABW-TYP NOT = SPACES
                    ADD  1 TO ANZ-ABWESEND
                    ADD  1 TO TAG-IDX
                    GO TO PLA-WOC-20
           END-IF.

           PERFORM  SCHREIBE-DIENST.
           ADD      1 TO TAG-IDX.
           GO TO    PLA-WOC-20.

       PLA-WOC-80.
           IF       ANZ-ABWESEND NOT = ZEROES
                    MOVE "USER AN EINZELNEN TAGEN ABWESEND - BITTE NACH
      -                  "PLANEN"     TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
           END-IF.

       PLA-WOC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE GEAENDERTE SUBFILE-ZEILE SPEICHERN. LEERER USER LOESCHT
      * DEN DIENST, EINSATZSTUNDEN NUR FUER VERGANGENE TAGE
      *--------------------------------------------------------------
       SPEICHERE-TAG SECTION.
       SPE-TAG-00.

           PERFORM  COPY-GET-TIME.

      * DIENST LOESCHEN
           IF       RFUSER OF FORMAT2 = SPACES
                    INITIALIZE PRUFBERF OF PRUFBER-P
                    MOVE W-DATUM(TAG-IDX) TO RFDATU OF PRUFBER-P
                    READ PRUFBER-DP
                    IF   FILE-STATUS = ZEROES
                         DELETE PRUFBER-DP
                    END-IF
                    GO TO SPE-TAG-90
           END-IF.

           MOVE     W-DATUM(TAG-IDX) TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.

           IF       RFESTD OF FORMAT2 NOT = ZEROES
            AND     W-DATUM(TAG-IDX) > DATE-8
                    MOVE SPACES TO MELDUNG-WRK
                    STRING DSP-DATUM     DELIMITED BY SIZE
                           ": EINSATZSTUNDEN ERST NACH DEM DIENST"
                                         DELIMITED BY SIZE
                      INTO MELDUNG-WRK
                    END-STRING
                    PERFORM MELDE-HINWEIS
                    GO TO SPE-TAG-90
           END-IF.

      * ABWESENDE USER KOENNEN NICHT EINGEPLANT WERDEN
           MOVE     RFUSER OF FORMAT2 TO ABW-USER.
           MOVE     W-DATUM(TAG-IDX)  TO ABW-DATUM.
           PERFORM  PRUEFE-ABWESENHEIT.
           IF       ABW-TYP NOT = SPACES
                    MOVE SPACES TO MELDUNG-WRK
                    STRING RFUSER OF FORMAT2 DELIMITED BY SPACE
                           " IST AM "        DELIMITED BY SIZE
                           DSP-DATUM         DELIMITED BY SIZE
                           " ABWESEND ("     DELIMITED BY SIZE
                           ABW-TYP           DELIMITED BY SIZE
                           ")"               DELIMITED BY SIZE
                      INTO MELDUNG-WRK
                    END-STRING
                    PERFORM MELDE-HINWEIS
                    GO TO SPE-TAG-90
           END-IF.

           MOVE     RFUSER OF FORMAT2 TO WOCHE-USER.
           PERFORM  SCHREIBE-DIENST.

      * EINSATZSTUNDEN NACHTRAGEN
           INITIALIZE PRUFBERF OF PRUFBER-P.
           MOVE     W-DATUM(TAG-IDX)  TO RFDATU OF PRUFBER-P.
           READ     PRUFBER-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SPE-TAG-90
           END-IF.
           IF       RFESTD OF PRUFBER-P = RFESTD OF FORMAT2
                    UNLOCK PRUFBER-DP
                    GO TO SPE-TAG-90
           END-IF.
           MOVE     RFESTD OF FORMAT2 TO RFESTD OF PRUFBER-P.
           PERFORM  SCHREIBE-AENDERUNG.

       SPE-TAG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DEN TAG TAG-IDX AN WOCHE-USER VERGEBEN (NEU ODER AENDERN)
      *--------------------------------------------------------------
       SCHREIBE-DIENST SECTION.
       SCH-DIE-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PRUFBERF OF PRUFBER-P.
           MOVE     W-DATUM(TAG-IDX) TO RFDATU OF PRUFBER-P.
           READ     PRUFBER-DP.
           IF       FILE-STATUS = ZEROES
                    IF   RFUSER OF PRUFBER-P = WOCHE-USER
                         UNLOCK PRUFBER-DP
                    ELSE
                         MOVE WOCHE-USER TO RFUSER OF PRUFBER-P
                         PERFORM SCHREIBE-AENDERUNG
                    END-IF
                    GO TO SCH-DIE-90
           END-IF.

      * NEUER DIENST
           INITIALIZE PRUFBERF OF PRUFBER-P.
           MOVE     W-DATUM(TAG-IDX)  TO RFDATU OF PRUFBER-P.
           MOVE     WOCHE-USER        TO RFUSER OF PRUFBER-P.
           MOVE     ZEROES            TO RFESTD OF PRUFBER-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO RFAUSR OF PRUFBER-P.
           MOVE     T-TERM            TO RFABS  OF PRUFBER-P.
           MOVE     PGM-WRK           TO RFAPGM OF PRUFBER-P.
           MOVE     DATE-8            TO RFADTA OF PRUFBER-P.
           MOVE     TIME-6            TO RFATIA OF PRUFBER-P.

           WRITE    PRUFBER-P.

       SCH-DIE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AENDERUNGSDATEN FUELLEN UND DIENST ZURUECKSCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-AENDERUNG SECTION.
       SCH-AEN-00.

           MOVE     T-USER            TO RFMSER OF PRUFBER-P.
           MOVE     T-TERM            TO RFMBS  OF PRUFBER-P.
           MOVE     PGM-WRK           TO RFMPGM OF PRUFBER-P.
           MOVE     DATE-8            TO RFMDTA OF PRUFBER-P.
           MOVE     TIME-6            TO RFMTIA OF PRUFBER-P.

           REWRITE  PRUFBER-P.

       SCH-AEN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HAT ABW-USER AM ABW-DATUM EINE ABWESENHEIT IN PABSENZ?
      * ERGEBNIS IST DIE ART IN ABW-TYP (LEER = ANWESEND)
      *--------------------------------------------------------------
       PRUEFE-ABWESENHEIT SECTION.
       PRU-ABW-00.

           MOVE     SPACES TO ABW-TYP.

           INITIALIZE PABSENZF OF PABSENZ-P.
           START    PABSENZ-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-ABW-90
           END-IF.

       PRU-ABW-20.
           READ     PABSENZ-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-ABW-90
           END-IF.

           IF       ABUSER OF PABSENZ-P NOT = ABW-USER
            OR      ABVON  OF PABSENZ-P > ABW-DATUM
            OR      ABBIS  OF PABSENZ-P < ABW-DATUM
                    GO TO PRU-ABW-20
           END-IF.

           MOVE     ABTYP OF PABSENZ-P TO ABW-TYP.
           IF       ABW-TYP = SPACES
                    MOVE "S" TO ABW-TYP
           END-IF.

       PRU-ABW-90.
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
      * ADD-ANZAHL TAGE AUF DEN STICHTAG ADDIEREN
      *--------------------------------------------------------------
       ADD-TAGE SECTION.
       ADD-TAG-00.

           IF       ADD-ANZAHL = ZEROES
                    GO TO ADD-TAG-90
           END-IF.

           PERFORM  MONATS-LAENGE-RECHNEN.
           IF       STI-TAG < MONAT-LAENGE
                    ADD 1 TO STI-TAG
           ELSE
                    MOVE 1 TO STI-TAG
                    IF   STI-MONAT < 12
                         ADD 1 TO STI-MONAT
                    ELSE
                         MOVE 1 TO STI-MONAT
                         ADD  1 TO STI-JAHR
                    END-IF
           END-IF.

           SUBTRACT 1 FROM ADD-ANZAHL.
           GO TO    ADD-TAG-00.

       ADD-TAG-90.
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
