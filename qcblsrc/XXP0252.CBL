       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0252.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * PFLEGE DES LEISTUNGSKATALOGS BEWIRTUNG/AUSSTATTUNG            *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ANLEGEN/AENDERN VON LEISTUNGEN IM KATALOG    *
      *                  PRLEIST (NUMMER, BEZEICHNUNG, ART C = BE-    *
      *                  WIRTUNG / A = AUSSTATTUNG, EINHEIT, PREIS,   *
      *                  STATUS). AUS DEM KATALOG BESTELLT DER        *
      *                  ORGANISATOR ZUR RAUMBUCHUNG (XXP0251).       *
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
                  ASSIGN       TO  WORKSTATION-XXD0252DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PRLEIST: LEISTUNGSKATALOG BEWIRTUNG/AUSSTATTUNG
      *-------------------------------------------------------------
           SELECT PRLEIST-DP
                  ASSIGN       TO  DATABASE-PRLEIST
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
           COPY DDS-ALL-FORMATS OF XXD0252DE.
      /
      *--- PRLEIST: LSLEIS
       FD  PRLEIST-DP
           LABEL RECORDS ARE STANDARD.
       01  PRLEIST-P.
           COPY DDS-ALL-FORMATS OF PRLEIST.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN41                          PIC 1.
        05 IN42                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  XXD0252DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  XXD0252DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0252".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * SONSTIGE VARIABLEN
       01  NEUANLAGE                     PIC 9(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0252" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0252DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     I-O   PRLEIST-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           INITIALIZE FORMAT1.

       ANF020.
      * LEISTUNG ANZEIGEN/ERFASSEN
           PERFORM  ANZEIGE-DATEN.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       F12 = "1"
                    INITIALIZE F12
                    INITIALIZE FORMAT1
           END-IF.
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PRLEIST-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * LEISTUNG ANZEIGEN, EINGABEN PRUEFEN UND SPEICHERN
      *--------------------------------------------------------------
       ANZEIGE-DATEN SECTION.
       ANZ-DAT-00.

      * ZUR EINGEGEBENEN LEISTUNG DEN KATALOGSATZ LESEN
           IF       LSLEIS OF FORMAT1 NOT = SPACES
                    INITIALIZE PRLEISTF OF PRLEIST-P
                    MOVE LSLEIS OF FORMAT1 TO LSLEIS OF PRLEIST-P
                    READ PRLEIST-DP WITH NO LOCK
                    IF   FILE-STATUS NOT = ZEROES
                         MOVE 1      TO NEUANLAGE
                    ELSE
                         MOVE ZEROES TO NEUANLAGE
      *                  STAMMDATEN IN DIE ANZEIGE UEBERNEHMEN
                         MOVE CORR PRLEISTF OF PRLEIST-P TO FORMAT1
                    END-IF
           ELSE
                    MOVE 1 TO NEUANLAGE
           END-IF.

       ANZ-DAT-20.
      * UEBERSCHRIFT
           MOVE     "XXP0081"         TO MAINUEB OF FORMAT1.
           MOVE     "XXP0252*1"       TO SUBUEB  OF FORMAT1.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT1.

           IF       NEUANLAGE = ZEROES
                    MOVE AUS TO IN41 OF INXX
                    MOVE AN  TO IN42 OF INXX
           ELSE
                    MOVE AN  TO IN41 OF INXX
                    MOVE AUS TO IN42 OF INXX
           END-IF.

      * ANZEIGE FORMAT
           MOVE     CORR   INXX     TO  FORMAT1-O-INDIC.
           MOVE     "FMT01"         TO  FMT-WRK.
           MOVE     FORMAT1         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-WRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK TO FORMAT1-I.
           MOVE     CORR FORMAT1-I TO FORMAT1.
           MOVE     AUS  TO INXX.

      * F3 ENDE
           IF       IN03 OF FORMAT1-I-INDIC = AN
                    MOVE "1" TO F3
                    GO TO ANZ-DAT-90
           END-IF.

      * F12 ABBRECHEN
           IF       IN12 OF FORMAT1-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ANZ-DAT-90
           END-IF.

      * LEISTUNGSNUMMER IST PFLICHT
           IF       LSLEIS OF FORMAT1 = SPACES
                    GO TO ANZ-DAT-90
           END-IF.

      * NUR LEISTUNGSNUMMER EINGEGEBEN: ERST KATALOGSATZ NACHLESEN
           IF       LSBEZ OF FORMAT1 = SPACES
                    GO TO ANZ-DAT-90
           END-IF.

      * ART: C = BEWIRTUNG (CATERING), A = AUSSTATTUNG
           IF       LSART OF FORMAT1 NOT = "C"
            AND     LSART OF FORMAT1 NOT = "A"
                    GO TO ANZ-DAT-20
           END-IF.

      * EINHEIT UND PREIS MUESSEN GEFUELLT SEIN
           IF       LSEINH OF FORMAT1 = SPACES
                    GO TO ANZ-DAT-20
           END-IF.
           IF       LSPREI OF FORMAT1 = ZEROES
                    GO TO ANZ-DAT-20
           END-IF.

      * STATUS: LEER = AKTIV, I = INAKTIV
           IF       LSSTAT OF FORMAT1 NOT = SPACES
            AND     LSSTAT OF FORMAT1 NOT = "A"
            AND     LSSTAT OF FORMAT1 NOT = "I"
                    GO TO ANZ-DAT-20
           END-IF.

      * NEUANLAGE/AENDERN
           IF       NEUANLAGE NOT = ZEROES
                    PERFORM ADD-ENTRY
           ELSE
                    PERFORM CHANGE-ENTRY
           END-IF.

      * FUER DIE NAECHSTE LEISTUNG LEEREN
           INITIALIZE FORMAT1.

       ANZ-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HINZUFUEGEN EINER LEISTUNG
      *--------------------------------------------------------------
       ADD-ENTRY SECTION.
       ADD-ENT-00.

           INITIALIZE PRLEISTF OF PRLEIST-P.
           MOVE     CORR FORMAT1 TO PRLEISTF OF PRLEIST-P.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

      * ANLAGEDATEN FUELLEN
           MOVE     DATE-8            TO LSADTA OF PRLEIST-P.
           MOVE     TIME-6            TO LSATIA OF PRLEIST-P.
           MOVE     T-USER            TO LSAUSR OF PRLEIST-P.
           MOVE     T-TERM            TO LSABS  OF PRLEIST-P.
           MOVE     PGM-WRK           TO LSAPGM OF PRLEIST-P.

           WRITE    PRLEIST-P.

       ADD-ENT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AENDERN EINER LEISTUNG
      *--------------------------------------------------------------
       CHANGE-ENTRY SECTION.
       CHG-ENT-00.

           INITIALIZE PRLEISTF OF PRLEIST-P.
           MOVE     LSLEIS OF FORMAT1 TO LSLEIS OF PRLEIST-P.
           READ     PRLEIST-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO CHG-ENT-90
           END-IF.

           MOVE     CORR FORMAT1 TO PRLEISTF OF PRLEIST-P.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO LSMSER OF PRLEIST-P.
           MOVE     T-TERM            TO LSMBS  OF PRLEIST-P.
           MOVE     PGM-WRK           TO LSMPGM OF PRLEIST-P.
           MOVE     DATE-8            TO LSMDTA OF PRLEIST-P.
           MOVE     TIME-6            TO LSMTIA OF PRLEIST-P.

           REWRITE  PRLEIST-P.

       CHG-ENT-90.
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
