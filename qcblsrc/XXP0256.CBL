       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0256.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * BESUCHERANMELDUNG ZUR RAUMBUCHUNG                             *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  DER ORGANISATOR EINER RAUMBUCHUNG (PRAUMBES, *
      *                  AUFRUF AUS XXP0081) MELDET SEINE EXTERNEN    *
      *                  BESUCHER MIT NAME, FIRMA, GASTGEBER UND      *
      *                  ERWARTETER ANKUNFT AN. DIE BESUCHER STEHEN   *
      *                  IN PBESUCH UND ERSCHEINEN AM BUCHUNGSTAG IN  *
      *                  DER BESUCHERLISTE DES EMPFANGS (XXP0257).    *
      *                  AUSWAHL 4 STORNIERT EINE ANMELDUNG. SCHON    *
      *                  EINGECHECKTE BESUCHER SIND NICHT AENDERBAR.  *
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
                  ASSIGN       TO  WORKSTATION-XXD0256DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PRAUMBES: RAUMBUCHUNGEN
      *-------------------------------------------------------------
           SELECT PRAUMBES-DP
                  ASSIGN       TO  DATABASE-PRAUMBES
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PBESUCH: BESUCHERANMELDUNGEN
      *-------------------------------------------------------------
           SELECT PBESUCH-DP
                  ASSIGN       TO  DATABASE-PBESUCH
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * LOGISCHE DATEI PBESUCH NACH BUCHUNG
      *-------------------------------------------------------------
           SELECT PBESUCH-DL
                  ASSIGN       TO  DATABASE-PBESUCHL1
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
           COPY DDS-ALL-FORMATS OF XXD0256DE.
      /
      *--- PRAUMBES: RBLFDN
       FD  PRAUMBES-DP
           LABEL RECORDS ARE STANDARD.
       01  PRAUMBES-P.
           COPY DDS-ALL-FORMATS OF PRAUMBES.
      /
      *--- PBESUCH: BELFDN
       FD  PBESUCH-DP
           LABEL RECORDS ARE STANDARD.
       01  PBESUCH-P.
           COPY DDS-ALL-FORMATS OF PBESUCH.
      /
      *--- PBESUCH NACH BEBLFD, BELFDN
       FD  PBESUCH-DL
           LABEL RECORDS ARE STANDARD.
       01  PBESUCH-L.
           COPY DDS-ALL-FORMATS OF PBESUCHL1.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD0256DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD0256DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  XXD0256DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  XXD0256DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0256".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * ANZAHL LEERZEILEN FUER NEUE BESUCHER
       01  LEER-ANZ                      PIC 9(2).
       01  LEER-MAX                      PIC 9(2)  VALUE 5.

      * ERWARTETE ANKUNFT ALS STUNDE/MINUTE
       01  ANKUNFT-WRK                   PIC 9(4).
       01  ANKUNFT-RED REDEFINES ANKUNFT-WRK.
        05 ANK-STUNDE                    PIC 9(2).
        05 ANK-MINUTE                    PIC 9(2).

      * TEXT FUER DIE HINWEISNACHRICHT
       01  MELDUNG-WRK                   PIC X(60).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-RBLFDN                      LIKE RBLFDN OF PRAUMBES-P.
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING          X-RBLFDN.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0256" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0256DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     INPUT PRAUMBES-DP
                          PBESUCH-DL.
           OPEN     I-O   PBESUCH-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F5, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

      * NUR AKTIVE, NICHT VERGANGENE BUCHUNGEN DES ORGANISATORS
           PERFORM  PRUEFE-BUCHUNG.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           INITIALIZE FORMAT3.

       ANF020.
      * BESUCHER ANZEIGEN UND ANMELDEN
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

           CLOSE    PRAUMBES-DP
                    PBESUCH-DP
                    PBESUCH-DL.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * BUCHUNG LESEN: NUR AKTIVE BUCHUNGEN AB HEUTE, UND NUR DER
      * ORGANISATOR DARF BESUCHER ANMELDEN
      *--------------------------------------------------------------
       PRUEFE-BUCHUNG SECTION.
       PRU-BUC-00.

           MOVE     SPACES TO RET-CODE.
           PERFORM  COPY-GET-TIME.

           INITIALIZE PRAUMBESF OF PRAUMBES-P.
           MOVE     X-RBLFDN TO RBLFDN OF PRAUMBES-P.
           READ     PRAUMBES-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      RBSTAT OF PRAUMBES-P NOT = "A"
                    MOVE "BUCHUNG NICHT VORHANDEN ODER STORNIERT"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    MOVE "1" TO RET-CODE
                    GO TO PRU-BUC-90
           END-IF.
           IF       RBORGA OF PRAUMBES-P NOT = T-USER
                    MOVE "NUR DER ORGANISATOR KANN BESUCHER ANMELDEN"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    MOVE "1" TO RET-CODE
                    GO TO PRU-BUC-90
           END-IF.
           IF       RBDATUM OF PRAUMBES-P < DATE-8
                    MOVE "DIE BUCHUNG LIEGT IN DER VERGANGENHEIT"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    MOVE "1" TO RET-CODE
                    GO TO PRU-BUC-90
           END-IF.

       PRU-BUC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILE MIT DEN ANGEMELDETEN BESUCHERN UND LEERZEILEN FUER
      * NEUE BESUCHER AUFBAUEN, ANZEIGEN UND DIE GEAENDERTEN ZEILEN
      * SPEICHERN
      *--------------------------------------------------------------
       ANZEIGE-SUBFILE SECTION.
       ANZ-SFL-00.

      * SUBFILE-CLEAR
           MOVE     AUS     TO FORMAT3-O-INDIC.
           MOVE     ZEROES  TO SUBFILE-RECORD-NUMBER.
           MOVE     ZEROES  TO ANZREC-WRK.
           MOVE     ZEROES  TO LEER-ANZ.
           MOVE     AN      TO IN95 OF INXX.
           MOVE     AUS     TO IN91 OF INXX.
           MOVE     AUS     TO IN96 OF INXX.
           MOVE     CORR INXX  TO FORMAT3-O-INDIC.
           MOVE     "FMT03" TO FMT-WRK.
           MOVE     FORMAT3 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           MOVE     AUS TO INXX.

      * ALLE BESUCHER DER BUCHUNG LESEN
           INITIALIZE PBESUCHF OF PBESUCH-L.
           MOVE     X-RBLFDN TO BEBLFD OF PBESUCH-L.
           START    PBESUCH-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-15
           END-IF.

       ANZ-SFL-10.
           READ     PBESUCH-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-15
           END-IF.
           IF       BEBLFD OF PBESUCH-L NOT = X-RBLFDN
                    GO TO ANZ-SFL-15
           END-IF.

      * STORNIERTE ANMELDUNGEN NICHT ANZEIGEN
           IF       BESTAT OF PBESUCH-L = "S"
                    GO TO ANZ-SFL-10
           END-IF.

      * SUBFILE-ZEILE FUELLEN
           INITIALIZE FORMAT2.
           MOVE     SPACES               TO AUSW   OF FORMAT2.
           MOVE     BELFDN OF PBESUCH-L  TO BELFDN OF FORMAT2.
           MOVE     BENAME OF PBESUCH-L  TO BENAME OF FORMAT2.
           MOVE     BEFIRM OF PBESUCH-L  TO BEFIRM OF FORMAT2.
           MOVE     BEHOST OF PBESUCH-L  TO BEHOST OF FORMAT2.
           MOVE     BEANKU OF PBESUCH-L  TO BEANKU OF FORMAT2.
           MOVE     BESTAT OF PBESUCH-L  TO BESTAT OF FORMAT2.

           ADD      1            TO ANZREC-WRK.
           ADD      1            TO SUBFILE-RECORD-NUMBER.
           MOVE     "FMT02"      TO FMT-WRK.
           MOVE     FORMAT2      TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           GO TO    ANZ-SFL-10.

       ANZ-SFL-15.
      * LEERZEILEN FUER NEUE BESUCHER, GASTGEBER IST DER ORGANISATOR,
      * ANKUNFT IST DER BEGINN DER BESPRECHUNG
           IF       LEER-ANZ NOT < LEER-MAX
                    GO TO ANZ-SFL-20
           END-IF.

           INITIALIZE FORMAT2.
           MOVE     SPACES               TO AUSW   OF FORMAT2.
           MOVE     ZEROES               TO BELFDN OF FORMAT2.
           MOVE     RBORGA OF PRAUMBES-P TO BEHOST OF FORMAT2.
           MOVE     RBVON  OF PRAUMBES-P TO BEANKU OF FORMAT2.

           ADD      1            TO LEER-ANZ.
           ADD      1            TO ANZREC-WRK.
           ADD      1            TO SUBFILE-RECORD-NUMBER.
           MOVE     "FMT02"      TO FMT-WRK.
           MOVE     FORMAT2      TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           GO TO    ANZ-SFL-15.

       ANZ-SFL-20.
      * AUSGABE FUSSZEILE
           MOVE     SPACES  TO WSREC-WRK.
           MOVE     "FMT04" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-WRITE.

      * UEBERSCHRIFT UND DATEN DER BUCHUNG
           MOVE     "XXP0081"             TO MAINUEB OF FORMAT3.
           MOVE     "XXP0256*3"           TO SUBUEB  OF FORMAT3.
           MOVE     PGM-TYP               TO PGMTYP  OF FORMAT3.
           MOVE     RBLFDN  OF PRAUMBES-P TO RBLFDN  OF FORMAT3.
           MOVE     RBRAUM  OF PRAUMBES-P TO RBRAUM  OF FORMAT3.
           MOVE     RBDATUM OF PRAUMBES-P TO RBDATUM OF FORMAT3.
           MOVE     RBVON   OF PRAUMBES-P TO RBVON   OF FORMAT3.
           MOVE     RBBIS   OF PRAUMBES-P TO RBBIS   OF FORMAT3.
           MOVE     RBTHEMA OF PRAUMBES-P TO RBTHEMA OF FORMAT3.

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

      * ANMELDUNG SPEICHERN ODER STORNIEREN
           PERFORM  SPEICHERE-BESUCHER.

           MOVE     SPACES  TO AUSW OF FORMAT2.
           MOVE     "FMT02" TO FMT-WRK.
           MOVE     FORMAT2 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLREWRITE.

           GO TO    ANZ-SFL-50.

       ANZ-SFL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE SUBFILE-ZEILE IN PBESUCH SCHREIBEN, AENDERN ODER MIT
      * AUSWAHL 4 STORNIEREN. NAME IST PFLICHT, DIE ANKUNFT MUSS
      * EINE GUELTIGE UHRZEIT (HHMM) SEIN
      *--------------------------------------------------------------
       SPEICHERE-BESUCHER SECTION.
       SPE-BES-00.

           PERFORM  COPY-GET-TIME.

      * NEUE ZEILE OHNE NAMEN WIRD UEBERGANGEN
           IF       BELFDN OF FORMAT2 = ZEROES
            AND     BENAME OF FORMAT2 = SPACES
                    GO TO SPE-BES-90
           END-IF.

      * STORNO EINER ANMELDUNG
           IF       AUSW OF FORMAT2 = "4"
                    IF   BELFDN OF FORMAT2 NOT = ZEROES
                         PERFORM STORNIERE-BESUCHER
                    END-IF
                    GO TO SPE-BES-90
           END-IF.

           IF       BENAME OF FORMAT2 = SPACES
                    MOVE "BITTE DEN NAMEN DES BESUCHERS ANGEBEN"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO SPE-BES-90
           END-IF.

      * OHNE GASTGEBER IST DER ORGANISATOR DER GASTGEBER
           IF       BEHOST OF FORMAT2 = SPACES
                    MOVE RBORGA OF PRAUMBES-P TO BEHOST OF FORMAT2
           END-IF.

           MOVE     BEANKU OF FORMAT2 TO ANKUNFT-WRK.
           IF       ANK-STUNDE > 23
            OR      ANK-MINUTE > 59
                    MOVE "ERWARTETE ANKUNFT IST KEINE GUELTIGE UHRZEIT"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO SPE-BES-90
           END-IF.

           IF       BELFDN OF FORMAT2 NOT = ZEROES
                    GO TO SPE-BES-20
           END-IF.

      * NEUE ANMELDUNG
           INITIALIZE PBESUCHF OF PBESUCH-P.
           MOVE     "PBESUCH" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK              TO BELFDN OF PBESUCH-P.
           MOVE     X-RBLFDN              TO BEBLFD OF PBESUCH-P.
           MOVE     RBDATUM OF PRAUMBES-P TO BEDATU OF PBESUCH-P.
           PERFORM  FUELLE-BESUCHER.
           MOVE     "A"                   TO BESTAT OF PBESUCH-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO BEAUSR OF PBESUCH-P.
           MOVE     T-TERM            TO BEABS  OF PBESUCH-P.
           MOVE     PGM-WRK           TO BEAPGM OF PBESUCH-P.
           MOVE     DATE-8            TO BEADTA OF PBESUCH-P.
           MOVE     TIME-6            TO BEATIA OF PBESUCH-P.

           WRITE    PBESUCH-P.
           IF       FILE-STATUS = ZEROES
                    MOVE BELFDN OF PBESUCH-P TO BELFDN OF FORMAT2
                    MOVE BESTAT OF PBESUCH-P TO BESTAT OF FORMAT2
           END-IF.
           GO TO    SPE-BES-90.

       SPE-BES-20.
      * BESTEHENDE ANMELDUNG AENDERN
           INITIALIZE PBESUCHF OF PBESUCH-P.
           MOVE     BELFDN OF FORMAT2 TO BELFDN OF PBESUCH-P.
           READ     PBESUCH-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SPE-BES-90
           END-IF.

      * NACH DEM CHECK-IN BLEIBT DIE ANMELDUNG UNVERAENDERT
           IF       BESTAT OF PBESUCH-P NOT = "A"
                    UNLOCK PBESUCH-DP
                    PERFORM LADE-ZEILE
                    MOVE "BESUCHER SCHON EINGECHECKT - NICHT GEAENDERT"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO SPE-BES-90
           END-IF.

           MOVE     RBDATUM OF PRAUMBES-P TO BEDATU OF PBESUCH-P.
           PERFORM  FUELLE-BESUCHER.
           PERFORM  SCHREIBE-AENDERUNG.

       SPE-BES-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANMELDUNG STORNIEREN (NUR VOR DEM CHECK-IN)
      *--------------------------------------------------------------
       STORNIERE-BESUCHER SECTION.
       STO-BES-00.

           INITIALIZE PBESUCHF OF PBESUCH-P.
           MOVE     BELFDN OF FORMAT2 TO BELFDN OF PBESUCH-P.
           READ     PBESUCH-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO STO-BES-90
           END-IF.

           IF       BESTAT OF PBESUCH-P NOT = "A"
                    UNLOCK PBESUCH-DP
                    PERFORM LADE-ZEILE
                    MOVE "BESUCHER SCHON EINGECHECKT - KEIN STORNO"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO STO-BES-90
           END-IF.

           MOVE     "S"                  TO BESTAT OF PBESUCH-P.
           PERFORM  SCHREIBE-AENDERUNG.
           MOVE     BESTAT OF PBESUCH-P  TO BESTAT OF FORMAT2.

       STO-BES-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BESUCHERDATEN AUS DER SUBFILE-ZEILE UEBERNEHMEN
      *--------------------------------------------------------------
       FUELLE-BESUCHER SECTION.
       FUE-BES-00.

           MOVE     BENAME OF FORMAT2 TO BENAME OF PBESUCH-P.
           MOVE     BEFIRM OF FORMAT2 TO BEFIRM OF PBESUCH-P.
           MOVE     BEHOST OF FORMAT2 TO BEHOST OF PBESUCH-P.
           MOVE     BEANKU OF FORMAT2 TO BEANKU OF PBESUCH-P.

       FUE-BES-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GESPEICHERTE DATEN WIEDER IN DIE SUBFILE-ZEILE STELLEN
      *--------------------------------------------------------------
       LADE-ZEILE SECTION.
       LAD-ZEI-00.

           MOVE     BENAME OF PBESUCH-P TO BENAME OF FORMAT2.
           MOVE     BEFIRM OF PBESUCH-P TO BEFIRM OF FORMAT2.
           MOVE     BEHOST OF PBESUCH-P TO BEHOST OF FORMAT2.
           MOVE     BEANKU OF PBESUCH-P TO BEANKU OF FORMAT2.
           MOVE     BESTAT OF PBESUCH-P TO BESTAT OF FORMAT2.

       LAD-ZEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AENDERUNGSDATEN FUELLEN UND ANMELDUNG ZURUECKSCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-AENDERUNG SECTION.
       SCH-AEN-00.

           MOVE     T-USER            TO BEMSER OF PBESUCH-P.
           MOVE     T-TERM            TO BEMBS  OF PBESUCH-P.
           MOVE     PGM-WRK           TO BEMPGM OF PBESUCH-P.
           MOVE     DATE-8            TO BEMDTA OF PBESUCH-P.
           MOVE     TIME-6            TO BEMTIA OF PBESUCH-P.

           REWRITE  PBESUCH-P.

       SCH-AEN-90.
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
