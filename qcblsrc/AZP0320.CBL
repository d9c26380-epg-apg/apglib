       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              AZP0320.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * FRAGENKATALOG ZUR PRUEFUNGSVORBEREITUNG PFLEGEN               *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  PFLEGE DER QUIZFRAGEN PAZUQIZ DURCH DIE      *
      *                  AUSBILDER. JE FRAGE: PRUEFUNGSBEREICH        *
      *                  (PCONFIG H066), SCHWIERIGKEIT 1-3, TYP       *
      *                  M = MEHRFACHAUSWAHL (ANTWORTEN A-D, LOESUNG  *
      *                  = BUCHSTABE) ODER K = KURZANTWORT (LOESUNG   *
      *                  = ERWARTETER TEXT, ALTERNATIVEN MIT ";"      *
      *                  GETRENNT), AKTIV J/N. DIE LISTE ZEIGT JE     *
      *                  FRAGE, WIE OFT SIE BEANTWORTET UND WIE OFT   *
      *                  SIE FALSCH BEANTWORTET WURDE (AZP0321).      *
      *                  F6 NEUE FRAGE, AUSWAHL 2 AENDERN, AUSWAHL 4  *
      *                  LOESCHEN, F8 NUR PROBLEMFRAGEN (MINDESTENS   *
      *                  5 ANTWORTEN, DAVON DIE HAELFTE FALSCH).      *
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
                  ASSIGN       TO  WORKSTATION-AZD0320DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PAZUQIZ: QZLFDN (FRAGENKATALOG)
      *-------------------------------------------------------------
           SELECT PAZUQIZ-DP
                  ASSIGN       TO  DATABASE-PAZUQIZ
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
           COPY DDS-ALL-FORMATS OF AZD0320DE.
      /
      *--- PAZUQIZ: QZLFDN
       FD  PAZUQIZ-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUQIZ-P.
           COPY DDS-ALL-FORMATS OF PAZUQIZ.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  AZD0320DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  AZD0320DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  AZD0320DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  AZD0320DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT5X.
           COPY  DDS-FMT05-O OF  AZD0320DE
           REPLACING FMT05-O BY FORMAT5
                     FMT05-O-INDIC BY FORMAT5-O-INDIC.

       01  FORMAT5Y.
           COPY  DDS-FMT05-I OF  AZD0320DE
           REPLACING FMT05-I BY FORMAT5-I
                     FMT05-I-INDIC BY FORMAT5-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "AZP0320".
       01  PGM-TYP                       PIC X(8)  VALUE "AZUBI".
       01  AUSWAHL                       PIC X(2).

      * FILTER: BEREICH (LEER = ALLE), NUR PROBLEMFRAGEN (1 = JA)
       01  SUCH-BER                      PIC X(4).
       01  NUR-PROBLEM                   PIC 9(1).

      * FRAGE IN BEARBEITUNG (NULL = NEUANLAGE)
       01  BEA-LFDN                      PIC 9(9).

      * FEHLERQUOTE EINER FRAGE
       01  FEHL-QUOTE                    PIC 9(3).

      * PRUEFUNG DER EINGABE
       01  ANZ-ANTWORTEN                 PIC 9(1).
       01  EINGABE-OK                    PIC 9(1).
       01  MELDUNG-WRK                   PIC X(60).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "AZP0320" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "AZD0320DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     I-O   PAZUQIZ-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F5, F12.
           INITIALIZE SUCH-BER, NUR-PROBLEM.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

       ANF020.
      * FRAGEN ANZEIGEN
           PERFORM  ANZEIGE-SUBFILE.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       F5 = "1"
                    INITIALIZE F5
           END-IF.
           IF       F12 = "1"
                    INITIALIZE F12
                    INITIALIZE SUCH-BER, NUR-PROBLEM
           END-IF.
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PAZUQIZ-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * FRAGEN ALS SUBFILE ANZEIGEN
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

      * ALLE PASSENDEN FRAGEN EINLESEN
           INITIALIZE PAZUQIZF OF PAZUQIZ-P.
           START    PAZUQIZ-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

       ANZ-SFL-10.
           READ     PAZUQIZ-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

           IF       SUCH-BER NOT = SPACES
            AND     QZBER OF PAZUQIZ-P NOT = SUCH-BER
                    GO TO ANZ-SFL-10
           END-IF.

      * FEHLERQUOTE DER FRAGE
           MOVE     ZEROES TO FEHL-QUOTE.
           IF       QZANZ OF PAZUQIZ-P NOT = ZEROES
                    COMPUTE FEHL-QUOTE ROUNDED =
                            QZFEHL OF PAZUQIZ-P * 100
                            / QZANZ OF PAZUQIZ-P
           END-IF.

      * PROBLEMFRAGEN: MINDESTENS 5 ANTWORTEN, HAELFTE FALSCH
           IF       NUR-PROBLEM = 1
             AND    (QZANZ OF PAZUQIZ-P < 5
              OR     FEHL-QUOTE < 50)
                    GO TO ANZ-SFL-10
           END-IF.

      * SUBFILE-ZEILE FUELLEN
           INITIALIZE FORMAT2.
           MOVE     SPACES               TO AUSW   OF FORMAT2.
           MOVE     QZLFDN OF PAZUQIZ-P  TO QZLFDN OF FORMAT2.
           MOVE     QZBER  OF PAZUQIZ-P  TO QZBER  OF FORMAT2.
           MOVE     QZSTUF OF PAZUQIZ-P  TO QZSTUF OF FORMAT2.
           MOVE     QZTYP  OF PAZUQIZ-P  TO QZTYP  OF FORMAT2.
           MOVE     QZAKTV OF PAZUQIZ-P  TO QZAKTV OF FORMAT2.
           MOVE     QZFRAG OF PAZUQIZ-P(1:40)
                                         TO QZFRAG OF FORMAT2.
           MOVE     QZANZ  OF PAZUQIZ-P  TO QZANZ  OF FORMAT2.
           MOVE     QZFEHL OF PAZUQIZ-P  TO QZFEHL OF FORMAT2.
           MOVE     FEHL-QUOTE           TO FEHLQU OF FORMAT2.
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

      * UEBERSCHRIFT UND FILTER
           MOVE     "AZP0320"         TO MAINUEB OF FORMAT3.
           MOVE     "AZP0320*3"       TO SUBUEB  OF FORMAT3.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT3.
           MOVE     SUCH-BER          TO QZBER   OF FORMAT3.
           MOVE     NUR-PROBLEM       TO PROBLM  OF FORMAT3.

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

      * F6 NEUE FRAGE ERFASSEN
           IF       IN06 OF FORMAT3-I-INDIC = AN
                    MOVE ZEROES TO BEA-LFDN
                    PERFORM BEARBEITE-FRAGE
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * F8 NUR PROBLEMFRAGEN EIN/AUS
           IF       IN08 OF FORMAT3-I-INDIC = AN
                    IF   NUR-PROBLEM = 1
                         MOVE ZEROES TO NUR-PROBLEM
                    ELSE
                         MOVE 1      TO NUR-PROBLEM
                    END-IF
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * F12 ABBRECHEN
           IF       IN12 OF FORMAT3-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ANZ-SFL-90
           END-IF.

      * FILTER GEAENDERT?
           IF       QZBER OF FORMAT3 NOT = SUCH-BER
                    MOVE QZBER OF FORMAT3 TO SUCH-BER
                    MOVE "1" TO F5
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

      * 2 = FRAGE AENDERN
           IF       AUSW OF FORMAT2 = "2"
                    MOVE QZLFDN OF FORMAT2 TO BEA-LFDN
                    PERFORM BEARBEITE-FRAGE
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * 4 = FRAGE LOESCHEN
           IF       AUSW OF FORMAT2 = "4"
                    MOVE QZLFDN OF FORMAT2 TO BEA-LFDN
                    PERFORM LOESCHE-FRAGE
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
      * FRAGE ERFASSEN (BEA-LFDN = NULL) ODER AENDERN (FMT05)
      *--------------------------------------------------------------
       BEARBEITE-FRAGE SECTION.
       BEA-FRA-00.

           INITIALIZE FORMAT5.
           MOVE     SPACES TO MELDUNG-WRK.

           IF       BEA-LFDN = ZEROES
                    MOVE SUCH-BER TO QZBER  OF FORMAT5
                    MOVE 1        TO QZSTUF OF FORMAT5
                    MOVE "M"      TO QZTYP  OF FORMAT5
                    MOVE "J"      TO QZAKTV OF FORMAT5
                    GO TO BEA-FRA-20
           END-IF.

           INITIALIZE PAZUQIZF OF PAZUQIZ-P.
           MOVE     BEA-LFDN TO QZLFDN OF PAZUQIZ-P.
           READ     PAZUQIZ-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BEA-FRA-90
           END-IF.
           MOVE     QZLFDN OF PAZUQIZ-P TO QZLFDN OF FORMAT5.
           MOVE     QZBER  OF PAZUQIZ-P TO QZBER  OF FORMAT5.
           MOVE     QZSTUF OF PAZUQIZ-P TO QZSTUF OF FORMAT5.
           MOVE     QZTYP  OF PAZUQIZ-P TO QZTYP  OF FORMAT5.
           MOVE     QZAKTV OF PAZUQIZ-P TO QZAKTV OF FORMAT5.
           MOVE     QZFRAG OF PAZUQIZ-P TO QZFRAG OF FORMAT5.
           MOVE     QZANTA OF PAZUQIZ-P TO QZANTA OF FORMAT5.
           MOVE     QZANTB OF PAZUQIZ-P TO QZANTB OF FORMAT5.
           MOVE     QZANTC OF PAZUQIZ-P TO QZANTC OF FORMAT5.
           MOVE     QZANTD OF PAZUQIZ-P TO QZANTD OF FORMAT5.
           MOVE     QZLOES OF PAZUQIZ-P TO QZLOES OF FORMAT5.

       BEA-FRA-20.
           MOVE     MELDUNG-WRK     TO  MELD   OF FORMAT5.
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
                    GO TO BEA-FRA-90
           END-IF.

           PERFORM  PRUEFE-EINGABE.
           IF       EINGABE-OK = ZEROES
                    GO TO BEA-FRA-20
           END-IF.

           PERFORM  COPY-GET-TIME.

      * AENDERN: SATZ SPERREN UND FELDER UEBERNEHMEN
           IF       BEA-LFDN NOT = ZEROES
                    INITIALIZE PAZUQIZF OF PAZUQIZ-P
                    MOVE BEA-LFDN TO QZLFDN OF PAZUQIZ-P
                    READ PAZUQIZ-DP
                    IF   FILE-STATUS NOT = ZEROES
                         GO TO BEA-FRA-90
                    END-IF
                    PERFORM UEBERNIMM-FELDER
                    MOVE T-USER   TO QZMSER OF PAZUQIZ-P
                    MOVE T-TERM   TO QZMBS  OF PAZUQIZ-P
                    MOVE PGM-WRK  TO QZMPGM OF PAZUQIZ-P
                    MOVE DATE-8   TO QZMDTA OF PAZUQIZ-P
                    MOVE TIME-6   TO QZMTIA OF PAZUQIZ-P
                    REWRITE PAZUQIZ-P
                    GO TO BEA-FRA-90
           END-IF.

      * NEUANLAGE MIT NAECHSTER LAUFENDER NUMMER
           INITIALIZE PAZUQIZF OF PAZUQIZ-P.
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PAZUQIZ" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK          TO QZLFDN OF PAZUQIZ-P.
           PERFORM  UEBERNIMM-FELDER.
           MOVE     ZEROES            TO QZANZ  OF PAZUQIZ-P.
           MOVE     ZEROES            TO QZFEHL OF PAZUQIZ-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO QZAUSR OF PAZUQIZ-P.
           MOVE     T-TERM            TO QZABS  OF PAZUQIZ-P.
           MOVE     PGM-WRK           TO QZAPGM OF PAZUQIZ-P.
           MOVE     DATE-8            TO QZADTA OF PAZUQIZ-P.
           MOVE     TIME-6            TO QZATIA OF PAZUQIZ-P.

           WRITE    PAZUQIZ-P.

       BEA-FRA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINGABE DER FRAGE PRUEFEN (EINGABE-OK = 1, SONST MELDUNG)
      *--------------------------------------------------------------
       PRUEFE-EINGABE SECTION.
       PRU-EIN-00.

           MOVE     ZEROES TO EINGABE-OK.
           MOVE     SPACES TO MELDUNG-WRK.

      * PRUEFUNGSBEREICH MUSS IN H066 HINTERLEGT SEIN
           IF       QZBER OF FORMAT5 = SPACES
                    MOVE "BITTE PRUEFUNGSBEREICH EINGEBEN"
                                     TO MELDUNG-WRK
                    GO TO PRU-EIN-90
           END-IF.
           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "H066"           TO CFID   OF CFG-CPY.
           MOVE     QZBER OF FORMAT5 TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = 1
                    MOVE "PRUEFUNGSBEREICH NICHT IN H066 HINTERLEGT"
                                     TO MELDUNG-WRK
                    GO TO PRU-EIN-90
           END-IF.

           IF       QZSTUF OF FORMAT5 < 1
            OR      QZSTUF OF FORMAT5 > 3
                    MOVE "SCHWIERIGKEIT 1, 2 ODER 3" TO MELDUNG-WRK
                    GO TO PRU-EIN-90
           END-IF.

           IF       QZAKTV OF FORMAT5 NOT = "J"
            AND     QZAKTV OF FORMAT5 NOT = "N"
                    MOVE "AKTIV J ODER N" TO MELDUNG-WRK
                    GO TO PRU-EIN-90
           END-IF.

           IF       QZFRAG OF FORMAT5 = SPACES
                    MOVE "BITTE FRAGETEXT EINGEBEN" TO MELDUNG-WRK
                    GO TO PRU-EIN-90
           END-IF.

           IF       QZLOES OF FORMAT5 = SPACES
                    MOVE "BITTE LOESUNG EINGEBEN" TO MELDUNG-WRK
                    GO TO PRU-EIN-90
           END-IF.

           IF       QZTYP OF FORMAT5 = "K"
                    MOVE 1 TO EINGABE-OK
                    GO TO PRU-EIN-90
           END-IF.

           IF       QZTYP OF FORMAT5 NOT = "M"
                    MOVE "TYP M (MEHRFACHAUSWAHL) ODER K (KURZANTWORT)"
                                     TO MELDUNG-WRK
                    GO TO PRU-EIN-90
           END-IF.

      * MEHRFACHAUSWAHL: MINDESTENS ZWEI ANTWORTEN, DIE LOESUNG
      * VERWEIST AUF EINE GEFUELLTE ANTWORT
           MOVE     ZEROES TO ANZ-ANTWORTEN.
           IF       QZANTA OF FORMAT5 NOT = SPACES
                    ADD 1 TO ANZ-ANTWORTEN
           END-IF.
           IF       QZANTB OF FORMAT5 NOT = SPACES
                    ADD 1 TO ANZ-ANTWORTEN
           END-IF.
           IF       QZANTC OF FORMAT5 NOT = SPACES
                    ADD 1 TO ANZ-ANTWORTEN
           END-IF.
           IF       QZANTD OF FORMAT5 NOT = SPACES
                    ADD 1 TO ANZ-ANTWORTEN
           END-IF.
           IF       ANZ-ANTWORTEN < 2
                    MOVE "MINDESTENS ZWEI ANTWORTEN A-D EINGEBEN"
                                     TO MELDUNG-WRK
                    GO TO PRU-EIN-90
           END-IF.

           IF       QZLOES OF FORMAT5(2:) NOT = SPACES
                    MOVE "LOESUNG = BUCHSTABE DER RICHTIGEN ANTWORT"
                                     TO MELDUNG-WRK
                    GO TO PRU-EIN-90
           END-IF.

           EVALUATE QZLOES OF FORMAT5(1:1)
                    WHEN "A"
                         IF   QZANTA OF FORMAT5 NOT = SPACES
                              MOVE 1 TO EINGABE-OK
                         END-IF
                    WHEN "B"
                         IF   QZANTB OF FORMAT5 NOT = SPACES
                              MOVE 1 TO EINGABE-OK
                         END-IF
                    WHEN "C"
                         IF   QZANTC OF FORMAT5 NOT = SPACES
                              MOVE 1 TO EINGABE-OK
                         END-IF
                    WHEN "D"
                         IF   QZANTD OF FORMAT5 NOT = SPACES
                              MOVE 1 TO EINGABE-OK
                         END-IF
           END-EVALUATE.
           IF       EINGABE-OK = ZEROES
                    MOVE "LOESUNG VERWEIST AUF KEINE GEFUELLTE ANTWORT"
                                     TO MELDUNG-WRK
           END-IF.

       PRU-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BILDSCHIRMFELDER IN DEN SATZ UEBERNEHMEN
      *--------------------------------------------------------------
       UEBERNIMM-FELDER SECTION.
       UEB-FEL-00.

           MOVE     QZBER  OF FORMAT5 TO QZBER  OF PAZUQIZ-P.
           MOVE     QZSTUF OF FORMAT5 TO QZSTUF OF PAZUQIZ-P.
           MOVE     QZTYP  OF FORMAT5 TO QZTYP  OF PAZUQIZ-P.
           MOVE     QZAKTV OF FORMAT5 TO QZAKTV OF PAZUQIZ-P.
           MOVE     QZFRAG OF FORMAT5 TO QZFRAG OF PAZUQIZ-P.
           MOVE     QZLOES OF FORMAT5 TO QZLOES OF PAZUQIZ-P.
      * BEI KURZANTWORTEN SIND DIE AUSWAHLANTWORTEN OHNE BEDEUTUNG
           IF       QZTYP OF FORMAT5 = "K"
                    MOVE SPACES TO QZANTA OF PAZUQIZ-P
                                   QZANTB OF PAZUQIZ-P
                                   QZANTC OF PAZUQIZ-P
                                   QZANTD OF PAZUQIZ-P
           ELSE
                    MOVE QZANTA OF FORMAT5 TO QZANTA OF PAZUQIZ-P
                    MOVE QZANTB OF FORMAT5 TO QZANTB OF PAZUQIZ-P
                    MOVE QZANTC OF FORMAT5 TO QZANTC OF PAZUQIZ-P
                    MOVE QZANTD OF FORMAT5 TO QZANTD OF PAZUQIZ-P
           END-IF.

       UEB-FEL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FRAGE LOESCHEN
      *--------------------------------------------------------------
       LOESCHE-FRAGE SECTION.
       LOE-FRA-00.

           INITIALIZE PAZUQIZF OF PAZUQIZ-P.
           MOVE     BEA-LFDN TO QZLFDN OF PAZUQIZ-P.
           READ     PAZUQIZ-DP.
           IF       FILE-STATUS = ZEROES
                    DELETE PAZUQIZ-DP RECORD
           END-IF.

       LOE-FRA-90.
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
      *---------------------------------------------------------------
      * COPY-DSP-*: ALLE DISPLAYROUTINEN
      *---------------------------------------------------------------

           COPY     DSPWORKING OF APG-QCPYSRC.
      /
