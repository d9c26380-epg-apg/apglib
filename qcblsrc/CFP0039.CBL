       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CFP0039.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * AENDERUNGSJOURNAL DER STAMMDATEN ANZEIGEN                     *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ANZEIGE DES AENDERUNGSJOURNALS PCHGJRN. JE   *
      *                  GEAENDERTEM FELD: DATEI, SCHLUESSEL, FELD,   *
      *                  ALTER UND NEUER WERT, USER, PROGRAMM UND     *
      *                  ZEITPUNKT. FILTER NACH DATEI, SCHLUESSEL     *
      *                  (ANFANG), USER UND DATUM VON/BIS. AUSWAHL 5  *
      *                  ZEIGT DIE AENDERUNG MIT VOLLEN WERTEN,       *
      *                  AUSWAHL 8 DIE GESAMTE HISTORIE DES SATZES.   *
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
                  ASSIGN       TO  WORKSTATION-CFD0039DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PCHGJRNL1: CJDATEI, CJSCHL, CJLFDN (AENDERUNGSJOURNAL)
      *-------------------------------------------------------------
           SELECT PCHGJRN-DL
                  ASSIGN       TO  DATABASE-PCHGJRNL1
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
           COPY DDS-ALL-FORMATS OF CFD0039DE.
      /
      *--- PCHGJRNL1: CJDATEI, CJSCHL, CJLFDN
       FD  PCHGJRN-DL
           LABEL RECORDS ARE STANDARD.
       01  PCHGJRN-L.
           COPY DDS-ALL-FORMATS OF PCHGJRNL1.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  CFD0039DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  CFD0039DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  CFD0039DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  CFD0039DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT5X.
           COPY  DDS-FMT05-O OF  CFD0039DE
           REPLACING FMT05-O BY FORMAT5
                     FMT05-O-INDIC BY FORMAT5-O-INDIC.

       01  FORMAT5Y.
           COPY  DDS-FMT05-I OF  CFD0039DE
           REPLACING FMT05-I BY FORMAT5-I
                     FMT05-I-INDIC BY FORMAT5-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CFP0039".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".
       01  AUSWAHL                       PIC X(2).

      * FILTER: DATEI, SCHLUESSEL (ANFANG), USER, DATUM VON/BIS
       01  SUCH-DATEI                    PIC X(10).
       01  SUCH-SCHL                     PIC X(40).
       01  SUCH-USER                     PIC X(10).
       01  SUCH-DATVON                   PIC 9(8).
       01  SUCH-DATBIS                   PIC 9(8).

      * LAENGE DES SCHLUESSELFILTERS
       01  SCHL-LEN                      PIC 9(2).

      * ANGEZEIGTE AENDERUNG
       01  ANZ-LFDN                      PIC 9(9).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "CFP0039" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "CFD0039DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     INPUT PCHGJRN-DL.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F5, F12.
           PERFORM  LOESCHE-FILTER.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

       ANF020.
      * AENDERUNGEN ANZEIGEN
           PERFORM  ANZEIGE-SUBFILE.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       F5 = "1"
                    INITIALIZE F5
           END-IF.
           IF       F12 = "1"
                    INITIALIZE F12
                    PERFORM LOESCHE-FILTER
           END-IF.
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PCHGJRN-DL.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE FILTER ZURUECKSETZEN
      *--------------------------------------------------------------
       LOESCHE-FILTER SECTION.
       LOE-FIL-00.

           INITIALIZE SUCH-DATEI, SUCH-SCHL, SUCH-USER.
           MOVE     ZEROES   TO SUCH-DATVON.
           MOVE     99999999 TO SUCH-DATBIS.

       LOE-FIL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AENDERUNGEN ALS SUBFILE ANZEIGEN
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

      * LAENGE DES SCHLUESSELFILTERS ERMITTELN
           MOVE     ZEROES TO SCHL-LEN.
           IF       SUCH-SCHL NOT = SPACES
                    MOVE 40 TO SCHL-LEN
                    PERFORM ERMITTLE-SCHL-LEN
           END-IF.

      * MIT DATEIFILTER AB DER DATEI (UND DEM SCHLUESSEL) LESEN,
      * SONST DAS GESAMTE JOURNAL
           INITIALIZE PCHGJRNF OF PCHGJRN-L.
           IF       SUCH-DATEI NOT = SPACES
                    MOVE SUCH-DATEI TO CJDATEI OF PCHGJRN-L
                    MOVE SUCH-SCHL  TO CJSCHL  OF PCHGJRN-L
           END-IF.
           START    PCHGJRN-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

       ANZ-SFL-10.
           READ     PCHGJRN-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

      * DATEIFILTER: ENDE, SOBALD DIE DATEI WECHSELT
           IF       SUCH-DATEI NOT = SPACES
            AND     CJDATEI OF PCHGJRN-L NOT = SUCH-DATEI
                    GO TO ANZ-SFL-20
           END-IF.

      * SCHLUESSELFILTER: ANFANG DES SCHLUESSELS
           IF       SCHL-LEN NOT = ZEROES
                    IF   CJSCHL OF PCHGJRN-L(1:SCHL-LEN) NOT =
                         SUCH-SCHL(1:SCHL-LEN)
                         IF   SUCH-DATEI NOT = SPACES
                          AND CJSCHL OF PCHGJRN-L(1:SCHL-LEN) >
                              SUCH-SCHL(1:SCHL-LEN)
                              GO TO ANZ-SFL-20
                         END-IF
                         GO TO ANZ-SFL-10
                    END-IF
           END-IF.

           IF       SUCH-USER NOT = SPACES
            AND     CJUSER OF PCHGJRN-L NOT = SUCH-USER
                    GO TO ANZ-SFL-10
           END-IF.

           IF       CJDTA OF PCHGJRN-L < SUCH-DATVON
            OR      CJDTA OF PCHGJRN-L > SUCH-DATBIS
                    GO TO ANZ-SFL-10
           END-IF.

      * SUBFILE-ZEILE FUELLEN
           INITIALIZE FORMAT2.
           MOVE     SPACES                TO AUSW    OF FORMAT2.
           MOVE     CJLFDN  OF PCHGJRN-L  TO CJLFDN  OF FORMAT2.
           MOVE     CJDTA   OF PCHGJRN-L  TO CJDTA   OF FORMAT2.
           MOVE     CJTIA   OF PCHGJRN-L  TO CJTIA   OF FORMAT2.
           MOVE     CJDATEI OF PCHGJRN-L  TO CJDATEI OF FORMAT2.
           MOVE     CJSCHL  OF PCHGJRN-L(1:20)
                                          TO CJSCHL  OF FORMAT2.
           MOVE     CJFELD  OF PCHGJRN-L  TO CJFELD  OF FORMAT2.
           MOVE     CJART   OF PCHGJRN-L  TO CJART   OF FORMAT2.
           MOVE     CJALT   OF PCHGJRN-L(1:15)
                                          TO CJALT   OF FORMAT2.
           MOVE     CJNEU   OF PCHGJRN-L(1:15)
                                          TO CJNEU   OF FORMAT2.
           MOVE     CJUSER  OF PCHGJRN-L  TO CJUSER  OF FORMAT2.
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
           MOVE     "CFP0039"         TO MAINUEB OF FORMAT3.
           MOVE     "CFP0039*3"       TO SUBUEB  OF FORMAT3.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT3.
           MOVE     SUCH-DATEI        TO CJDATEI OF FORMAT3.
           MOVE     SUCH-SCHL         TO CJSCHL  OF FORMAT3.
           MOVE     SUCH-USER         TO CJUSER  OF FORMAT3.
           MOVE     SUCH-DATVON       TO DATVON  OF FORMAT3.
           MOVE     SUCH-DATBIS       TO DATBIS  OF FORMAT3.

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

      * F12 FILTER ZURUECKSETZEN
           IF       IN12 OF FORMAT3-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ANZ-SFL-90
           END-IF.

      * FILTER GEAENDERT?
           IF       CJDATEI OF FORMAT3 NOT = SUCH-DATEI
            OR      CJSCHL  OF FORMAT3 NOT = SUCH-SCHL
            OR      CJUSER  OF FORMAT3 NOT = SUCH-USER
            OR      DATVON  OF FORMAT3 NOT = SUCH-DATVON
            OR      DATBIS  OF FORMAT3 NOT = SUCH-DATBIS
                    MOVE CJDATEI OF FORMAT3 TO SUCH-DATEI
                    MOVE CJSCHL  OF FORMAT3 TO SUCH-SCHL
                    MOVE CJUSER  OF FORMAT3 TO SUCH-USER
                    MOVE DATVON  OF FORMAT3 TO SUCH-DATVON
                    MOVE DATBIS  OF FORMAT3 TO SUCH-DATBIS
                    IF   SUCH-DATBIS = ZEROES
                         MOVE 99999999 TO SUCH-DATBIS
                    END-IF
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

      * 5 = AENDERUNG MIT VOLLEN WERTEN ANZEIGEN
           IF       AUSW OF FORMAT2 = "5"
                    MOVE CJLFDN OF FORMAT2 TO ANZ-LFDN
                    PERFORM ANZEIGE-AENDERUNG
           END-IF.

      * 8 = GESAMTE HISTORIE DIESES SATZES
           IF       AUSW OF FORMAT2 = "8"
                    MOVE CJLFDN OF FORMAT2 TO ANZ-LFDN
                    PERFORM SETZE-HISTORIE
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
      * LAENGE DES SCHLUESSELFILTERS OHNE NACHFOLGENDE LEERSTELLEN
      *--------------------------------------------------------------
       ERMITTLE-SCHL-LEN SECTION.
       ERM-SLE-00.

           IF       SCHL-LEN = ZEROES
                    GO TO ERM-SLE-90
           END-IF.
           IF       SUCH-SCHL(SCHL-LEN:1) NOT = SPACE
                    GO TO ERM-SLE-90
           END-IF.
           SUBTRACT 1 FROM SCHL-LEN.
           GO TO    ERM-SLE-00.

       ERM-SLE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * JOURNALSATZ ZU ANZ-LFDN LESEN (DATEI UND SCHLUESSEL AUS DER
      * SUBFILEZEILE, DA PCHGJRNL1 NACH DATEI/SCHLUESSEL SORTIERT)
      *--------------------------------------------------------------
       LESE-JOURNAL SECTION.
       LES-JRN-00.

           INITIALIZE PCHGJRNF OF PCHGJRN-L.
           MOVE     CJDATEI OF FORMAT2 TO CJDATEI OF PCHGJRN-L.
           START    PCHGJRN-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-JRN-90
           END-IF.

       LES-JRN-20.
           READ     PCHGJRN-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-JRN-90
           END-IF.
           IF       CJDATEI OF PCHGJRN-L NOT = CJDATEI OF FORMAT2
                    MOVE "23" TO FILE-STATUS
                    GO TO LES-JRN-90
           END-IF.
           IF       CJLFDN OF PCHGJRN-L NOT = ANZ-LFDN
                    GO TO LES-JRN-20
           END-IF.

       LES-JRN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE AENDERUNG MIT VOLLEN WERTEN ANZEIGEN (FMT05)
      *--------------------------------------------------------------
       ANZEIGE-AENDERUNG SECTION.
       ANZ-AEN-00.

           PERFORM  LESE-JOURNAL.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-AEN-90
           END-IF.

           INITIALIZE FORMAT5.
           MOVE     CJLFDN  OF PCHGJRN-L TO CJLFDN  OF FORMAT5.
           MOVE     CJDATEI OF PCHGJRN-L TO CJDATEI OF FORMAT5.
           MOVE     CJSCHL  OF PCHGJRN-L TO CJSCHL  OF FORMAT5.
           MOVE     CJFELD  OF PCHGJRN-L TO CJFELD  OF FORMAT5.
           MOVE     CJART   OF PCHGJRN-L TO CJART   OF FORMAT5.
           MOVE     CJALT   OF PCHGJRN-L TO CJALT   OF FORMAT5.
           MOVE     CJNEU   OF PCHGJRN-L TO CJNEU   OF FORMAT5.
           MOVE     CJUSER  OF PCHGJRN-L TO CJUSER  OF FORMAT5.
           MOVE     CJBS    OF PCHGJRN-L TO CJBS    OF FORMAT5.
           MOVE     CJPGM   OF PCHGJRN-L TO CJPGM   OF FORMAT5.
           MOVE     CJDTA   OF PCHGJRN-L TO CJDTA   OF FORMAT5.
           MOVE     CJTIA   OF PCHGJRN-L TO CJTIA   OF FORMAT5.

           MOVE     CORR   INXX     TO  FORMAT5-O-INDIC.
           MOVE     "FMT05"         TO  FMT-WRK.
           MOVE     FORMAT5         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-WRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK TO FORMAT5-I.
           MOVE     AUS  TO INXX.

       ANZ-AEN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FILTER AUF DATEI UND VOLLEN SCHLUESSEL DES GEWAEHLTEN SATZES
      * SETZEN, USER- UND DATUMSFILTER AUFHEBEN
      *--------------------------------------------------------------
       SETZE-HISTORIE SECTION.
       SET-HIS-00.

           PERFORM  LESE-JOURNAL.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SET-HIS-90
           END-IF.

           PERFORM  LOESCHE-FILTER.
           MOVE     CJDATEI OF PCHGJRN-L TO SUCH-DATEI.
           MOVE     CJSCHL  OF PCHGJRN-L TO SUCH-SCHL.

       SET-HIS-90.
           EXIT.
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
