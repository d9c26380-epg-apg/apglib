       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              AZP0313.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * AUSBILDUNGSRAHMENPLAN: KATALOG DER AUSBILDUNGSBEREICHE        *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  PFLEGE DER BEREICHE DES AUSBILDUNGSRAHMEN-   *
      *                  PLANS IN PAZURAH: JE BEREICH DIE BEZEICHNUNG *
      *                  UND DIE GEFORDERTEN WOCHEN BIS ZUR ZWISCHEN- *
      *                  PRUEFUNG (RHWZWP) UND INSGESAMT BIS ZUR      *
      *                  ABSCHLUSSPRUEFUNG (RHWOCH). DIE BEREICHE     *
      *                  WERDEN IM VERSETZUNGSPLAN (AZP0314)          *
      *                  ZUGEORDNET, DIE ABDECKUNG DRUCKT AZP0315.    *
      *                  F6 ERFASST EINEN NEUEN BEREICH (FMT05),      *
      *                  AUSWAHL 2 AENDERT, AUSWAHL 4 LOESCHT.        *
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
                  ASSIGN       TO  WORKSTATION-AZD0313DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PAZURAH: RHBER (BEREICHE DES AUSBILDUNGSRAHMENPLANS)
      *-------------------------------------------------------------
           SELECT PAZURAH-DP
                  ASSIGN       TO  DATABASE-PAZURAH
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
           COPY DDS-ALL-FORMATS OF AZD0313DE.
      /
      *--- PAZURAH: RHBER
       FD  PAZURAH-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZURAH-P.
           COPY DDS-ALL-FORMATS OF PAZURAH.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN41                          PIC 1.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  AZD0313DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  AZD0313DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  AZD0313DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  AZD0313DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT5X.
           COPY  DDS-FMT05-O OF  AZD0313DE
           REPLACING FMT05-O BY FORMAT5
                     FMT05-O-INDIC BY FORMAT5-O-INDIC.

       01  FORMAT5Y.
           COPY  DDS-FMT05-I OF  AZD0313DE
           REPLACING FMT05-I BY FORMAT5-I
                     FMT05-I-INDIC BY FORMAT5-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "AZP0313".
       01  PGM-TYP                       PIC X(8)  VALUE "AZUBI".
       01  AUSWAHL                       PIC X(2).

      * EINTRAG IN BEARBEITUNG (NEUANLAGE 1 = NEU, 0 = AENDERN)
       01  NEUANLAGE                     PIC 9(1).
       01  SEL-BER                       PIC X(10).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "AZP0313" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "AZD0313DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     I-O   PAZURAH-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F5, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

       ANF020.
      * BEREICHE ANZEIGEN
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

           CLOSE    PAZURAH-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * BEREICHE ALS SUBFILE ANZEIGEN
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

      * ALLE BEREICHE EINLESEN
           INITIALIZE PAZURAHF OF PAZURAH-P.
           START    PAZURAH-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

       ANZ-SFL-10.
           READ     PAZURAH-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

      * SUBFILE-ZEILE FUELLEN
           INITIALIZE FORMAT2.
           MOVE     SPACES               TO AUSW   OF FORMAT2.
           MOVE     RHBER  OF PAZURAH-P  TO RHBER  OF FORMAT2.
           MOVE     RHBEZ  OF PAZURAH-P  TO RHBEZ  OF FORMAT2.
           MOVE     RHWZWP OF PAZURAH-P  TO RHWZWP OF FORMAT2.
           MOVE     RHWOCH OF PAZURAH-P  TO RHWOCH OF FORMAT2.
           ADD      1            TO ANZREC-WRK.
           ADD      1            TO SUBFILE-RECORD-NUMBER.
           MOVE     "FMT02"      TO FMT-WRK.
           MOVE     FORMAT2      TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           GO TO    ANZ-SFL-10.

       ANZ-SFL-20.
      * AUSGABE FUSSZEILE
           MOVE     SPACES  TO WSREC-WRK.
           MOVE     "FMT04" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-WRITE.

      * UEBERSCHRIFT
           MOVE     "AZP0313"         TO MAINUEB OF FORMAT3.
           MOVE     "AZP0313*3"       TO SUBUEB  OF FORMAT3.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT3.

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

      * F6 NEUEN BEREICH ERFASSEN
           IF       IN06 OF FORMAT3-I-INDIC = AN
                    MOVE 1      TO NEUANLAGE
                    MOVE SPACES TO SEL-BER
                    PERFORM ERFASSE-EINTRAG
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * F12 ABBRECHEN
           IF       IN12 OF FORMAT3-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ANZ-SFL-90
           END-IF.

       ANZ-SFL-50.
      * LESEN VON SUBFILE NEXT MODIFIED RECORD
           MOVE     "FMT02" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-SFLREAD.
           IF       BS-STAT NOT = ZEROES
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

           MOVE     WSREC-WRK      TO FORMAT2-I.
           MOVE     CORR FORMAT2-I TO FORMAT2.

           IF       AUSW OF FORMAT2 = SPACES
                    GO TO ANZ-SFL-50
           END-IF.

      * BERECHTIGUNG FUER DIESE FUNKTION UEBERPRUEFEN
           MOVE     SPACES           TO RET-CODE.
           MOVE     AUSW OF FORMAT2  TO AUSWAHL.
           CALL     "CFP9002" USING T-USER
                                    AUSWAHL
                                    PGM-WRK
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    MOVE     SPACES TO AUSW OF FORMAT2
                    MOVE     "FMT02" TO FMT-WRK
                    MOVE     FORMAT2 TO WSREC-WRK
                    PERFORM  COPY-DISPLAY-SFLREWRITE
                    GO TO ANZ-SFL-50
           END-IF.

      * 2 = BEREICH AENDERN
           IF       AUSW OF FORMAT2 = "2"
                    MOVE ZEROES            TO NEUANLAGE
                    MOVE RHBER OF FORMAT2  TO SEL-BER
                    PERFORM ERFASSE-EINTRAG
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * 4 = BEREICH LOESCHEN
           IF       AUSW OF FORMAT2 = "4"
                    MOVE RHBER OF FORMAT2  TO SEL-BER
                    PERFORM LOESCHE-EINTRAG
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

           MOVE     SPACES  TO AUSW OF FORMAT2.
           MOVE     "FMT02" TO FMT-WRK.
           MOVE     FORMAT2 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLREWRITE.

           GO TO    ANZ-SFL-50.

       ANZ-SFL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BEREICH ERFASSEN ODER AENDERN (FMT05): BEREICH UND
      * BEZEICHNUNG SIND PFLICHT, DIE WOCHEN BIS ZUR ZWISCHEN-
      * PRUEFUNG DUERFEN DIE GESAMTWOCHEN NICHT UEBERSTEIGEN.
      * BEI DER NEUANLAGE MUSS DER SCHLUESSEL FREI SEIN.
      *--------------------------------------------------------------
       ERFASSE-EINTRAG SECTION.
       ERF-EIN-00.

           INITIALIZE FORMAT5.
           IF       NEUANLAGE = ZEROES
                    INITIALIZE PAZURAHF OF PAZURAH-P
                    MOVE SEL-BER TO RHBER OF PAZURAH-P
                    READ PAZURAH-DP WITH NO LOCK
                    IF   FILE-STATUS NOT = ZEROES
                         GO TO ERF-EIN-90
                    END-IF
                    MOVE RHBER  OF PAZURAH-P TO RHBER  OF FORMAT5
                    MOVE RHBEZ  OF PAZURAH-P TO RHBEZ  OF FORMAT5
                    MOVE RHWZWP OF PAZURAH-P TO RHWZWP OF FORMAT5
                    MOVE RHWOCH OF PAZURAH-P TO RHWOCH OF FORMAT5
           END-IF.

       ERF-EIN-20.
      * IM AENDERUNGSMODUS IST DER BEREICH GESCHUETZT
           IF       NEUANLAGE = ZEROES
                    MOVE AN  TO IN41 OF INXX
           ELSE
                    MOVE AUS TO IN41 OF INXX
           END-IF.
           MOVE     CORR   INXX     TO  FORMAT5-O-INDIC.
           MOVE     "FMT05"         TO  FMT-WRK.
           MOVE     FORMAT5         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-WRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK TO FORMAT5-I.
           MOVE     CORR FORMAT5-I TO FORMAT5.
           MOVE     AUS  TO INXX.

      * F12 = ABBRECHEN
           IF       IN12 OF FORMAT5-I-INDIC = AN
                    GO TO ERF-EIN-90
           END-IF.

      * PFLICHTFELDER
           IF       RHBER  OF FORMAT5 = SPACES
            OR      RHBEZ  OF FORMAT5 = SPACES
            OR      RHWOCH OF FORMAT5 = ZEROES
            OR      RHWZWP OF FORMAT5 > RHWOCH OF FORMAT5
                    GO TO ERF-EIN-20
           END-IF.

           PERFORM  COPY-GET-TIME.

           IF       NEUANLAGE = ZEROES
                    GO TO ERF-EIN-50
           END-IF.

      * NEUANLAGE: DER SCHLUESSEL MUSS FREI SEIN
           INITIALIZE PAZURAHF OF PAZURAH-P.
           MOVE     RHBER OF FORMAT5 TO RHBER OF PAZURAH-P.
           READ     PAZURAH-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    GO TO ERF-EIN-20
           END-IF.

           INITIALIZE PAZURAHF OF PAZURAH-P.
           MOVE     RHBER  OF FORMAT5 TO RHBER  OF PAZURAH-P.
           MOVE     RHBEZ  OF FORMAT5 TO RHBEZ  OF PAZURAH-P.
           MOVE     RHWZWP OF FORMAT5 TO RHWZWP OF PAZURAH-P.
           MOVE     RHWOCH OF FORMAT5 TO RHWOCH OF PAZURAH-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO RHAUSR OF PAZURAH-P.
           MOVE     T-TERM            TO RHABS  OF PAZURAH-P.
           MOVE     PGM-WRK           TO RHAPGM OF PAZURAH-P.
           MOVE     DATE-8            TO RHADTA OF PAZURAH-P.
           MOVE     TIME-6            TO RHATIA OF PAZURAH-P.

           WRITE    PAZURAH-P.
           GO TO    ERF-EIN-90.

       ERF-EIN-50.
      * AENDERN
           INITIALIZE PAZURAHF OF PAZURAH-P.
           MOVE     SEL-BER TO RHBER OF PAZURAH-P.
           READ     PAZURAH-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERF-EIN-90
           END-IF.

           MOVE     RHBEZ  OF FORMAT5 TO RHBEZ  OF PAZURAH-P.
           MOVE     RHWZWP OF FORMAT5 TO RHWZWP OF PAZURAH-P.
           MOVE     RHWOCH OF FORMAT5 TO RHWOCH OF PAZURAH-P.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO RHMSER OF PAZURAH-P.
           MOVE     T-TERM            TO RHMBS  OF PAZURAH-P.
           MOVE     PGM-WRK           TO RHMPGM OF PAZURAH-P.
           MOVE     DATE-8            TO RHMDTA OF PAZURAH-P.
           MOVE     TIME-6            TO RHMTIA OF PAZURAH-P.

           REWRITE  PAZURAH-P.

       ERF-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BEREICH LOESCHEN (BESTEHENDE VERSETZUNGEN BLEIBEN STEHEN
      * UND WERDEN IN AZP0315 NICHT MEHR GEZAEHLT)
      *--------------------------------------------------------------
       LOESCHE-EINTRAG SECTION.
       LOE-EIN-00.

           INITIALIZE PAZURAHF OF PAZURAH-P.
           MOVE     SEL-BER TO RHBER OF PAZURAH-P.
           READ     PAZURAH-DP.
           IF       FILE-STATUS = ZEROES
                    DELETE PAZURAH-DP RECORD
           END-IF.

       LOE-EIN-90.
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
