       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0251.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * BEWIRTUNG UND AUSSTATTUNG ZUR RAUMBUCHUNG                     *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT ZU EINER RAUMBUCHUNG (PRAUMBES, AUFRUF *
      *                  AUS XXP0081) ALLE AKTIVEN LEISTUNGEN DES     *
      *                  LEISTUNGSKATALOGS PRLEIST (XXP0252) MIT DER  *
      *                  BISHER BESTELLTEN MENGE. DER ORGANISATOR     *
      *                  ERFASST JE LEISTUNG DIE MENGE (0 = KEINE)    *
      *                  UND DIE KOSTENSTELLE, AUF DIE DIE KOSTEN     *
      *                  VERRECHNET WERDEN. DIE ZEILEN STEHEN MIT     *
      *                  PREIS ZUM BESTELLZEITPUNKT IN PRAUMLEI.      *
      *                  SCHON VERRECHNETE ZEILEN (XXP0253) SIND      *
      *                  NICHT MEHR AENDERBAR.                        *
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
                  ASSIGN       TO  WORKSTATION-XXD0251DE
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
      * PRLEIST: LEISTUNGSKATALOG BEWIRTUNG/AUSSTATTUNG
      *-------------------------------------------------------------
           SELECT PRLEIST-DP
                  ASSIGN       TO  DATABASE-PRLEIST
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PRAUMLEI: BEWIRTUNG UND AUSSTATTUNG ZUR RAUMBUCHUNG
      *-------------------------------------------------------------
           SELECT PRAUMLEI-DP
                  ASSIGN       TO  DATABASE-PRAUMLEI
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDBUDG: BUDGETKONTEN JE KOSTENSTELLE UND JAHR
      *-------------------------------------------------------------
           SELECT PKDBUDG-DP
                  ASSIGN       TO  DATABASE-PKDBUDG
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
           COPY DDS-ALL-FORMATS OF XXD0251DE.
      /
      *--- PRAUMBES: RBLFDN
       FD  PRAUMBES-DP
           LABEL RECORDS ARE STANDARD.
       01  PRAUMBES-P.
           COPY DDS-ALL-FORMATS OF PRAUMBES.
      /
      *--- PRLEIST: LSLEIS
       FD  PRLEIST-DP
           LABEL RECORDS ARE STANDARD.
       01  PRLEIST-P.
           COPY DDS-ALL-FORMATS OF PRLEIST.
      /
      *--- PRAUMLEI: RLBLFD, RLLEIS
       FD  PRAUMLEI-DP
           LABEL RECORDS ARE STANDARD.
       01  PRAUMLEI-P.
           COPY DDS-ALL-FORMATS OF PRAUMLEI.
      /
      *--- PKDBUDG: BUKST, BUJAHR
       FD  PKDBUDG-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDBUDG-P.
           COPY DDS-ALL-FORMATS OF PKDBUDG.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD0251DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD0251DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  XXD0251DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  XXD0251DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0251".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * SUMME DER BESTELLTEN LEISTUNGEN DER BUCHUNG
       01  SUMME-WRK                     LIKE RLBETR OF PRAUMLEI-P.

      * BUDGETJAHR DER BUCHUNG
       01  BUDG-JAHR                     PIC 9(4).

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
           MOVE     "XXP0251" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0251DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     INPUT PRLEIST-DP
                          PKDBUDG-DP.
           OPEN     I-O   PRAUMBES-DP
                          PRAUMLEI-DP.

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
           MOVE     RBKST OF PRAUMBES-P TO RBKST OF FORMAT3.

       ANF020.
      * LEISTUNGEN ANZEIGEN UND BESTELLEN
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
                    PRLEIST-DP
                    PRAUMLEI-DP
                    PKDBUDG-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * BUCHUNG LESEN: NUR AKTIVE BUCHUNGEN AB HEUTE, UND NUR DER
      * ORGANISATOR DARF BEWIRTUNG/AUSSTATTUNG BESTELLEN
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
                    MOVE "NUR DER ORGANISATOR KANN BEWIRTUNG BESTELLEN"
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

           MOVE     RBDATUM OF PRAUMBES-P(1:4) TO BUDG-JAHR.

       PRU-BUC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILE MIT DEM LEISTUNGSKATALOG UND DEN BESTELLTEN MENGEN
      * AUFBAUEN, ANZEIGEN UND DIE GEAENDERTEN ZEILEN SPEICHERN
      *--------------------------------------------------------------
       ANZEIGE-SUBFILE SECTION.
       ANZ-SFL-00.

      * SUBFILE-CLEAR
           MOVE     AUS     TO FORMAT3-O-INDIC.
           MOVE     ZEROES  TO SUBFILE-RECORD-NUMBER.
           MOVE     ZEROES  TO ANZREC-WRK.
           MOVE     ZEROES  TO SUMME-WRK.
           MOVE     AN      TO IN95 OF INXX.
           MOVE     AUS     TO IN91 OF INXX.
           MOVE     AUS     TO IN96 OF INXX.
           MOVE     CORR INXX  TO FORMAT3-O-INDIC.
           MOVE     "FMT03" TO FMT-WRK.
           MOVE     FORMAT3 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           MOVE     AUS TO INXX.

      * ALLE LEISTUNGEN DES KATALOGS LESEN
           INITIALIZE PRLEISTF OF PRLEIST-P.
           START    PRLEIST-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

       ANZ-SFL-10.
           READ     PRLEIST-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

      * BESTEHENDE BESTELLUNG ZUR LEISTUNG LESEN
           INITIALIZE PRAUMLEIF OF PRAUMLEI-P.
           MOVE     X-RBLFDN            TO RLBLFD OF PRAUMLEI-P.
           MOVE     LSLEIS OF PRLEIST-P TO RLLEIS OF PRAUMLEI-P.
           READ     PRAUMLEI-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      RLSTAT OF PRAUMLEI-P NOT = "A"
                    INITIALIZE PRAUMLEIF OF PRAUMLEI-P
           END-IF.

      * INAKTIVE LEISTUNGEN NUR, WENN SIE SCHON BESTELLT SIND
           IF       LSSTAT OF PRLEIST-P = "I"
            AND     RLMENG OF PRAUMLEI-P = ZEROES
                    GO TO ANZ-SFL-10
           END-IF.

      * SUBFILE-ZEILE FUELLEN
           INITIALIZE FORMAT2.
           MOVE     LSLEIS OF PRLEIST-P  TO LSLEIS OF FORMAT2.
           MOVE     LSBEZ  OF PRLEIST-P  TO LSBEZ  OF FORMAT2.
           MOVE     LSART  OF PRLEIST-P  TO LSART  OF FORMAT2.
           MOVE     LSEINH OF PRLEIST-P  TO LSEINH OF FORMAT2.
           MOVE     LSPREI OF PRLEIST-P  TO LSPREI OF FORMAT2.
           MOVE     RLMENG OF PRAUMLEI-P TO RLMENG OF FORMAT2.
           MOVE     RLBETR OF PRAUMLEI-P TO RLBETR OF FORMAT2.
           MOVE     RLVERR OF PRAUMLEI-P TO RLVERR OF FORMAT2.
           ADD      RLBETR OF PRAUMLEI-P TO SUMME-WRK.

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

      * UEBERSCHRIFT UND DATEN DER BUCHUNG
           MOVE     "XXP0081"             TO MAINUEB OF FORMAT3.
           MOVE     "XXP0251*3"           TO SUBUEB  OF FORMAT3.
           MOVE     PGM-TYP               TO PGMTYP  OF FORMAT3.
           MOVE     RBLFDN  OF PRAUMBES-P TO RBLFDN  OF FORMAT3.
           MOVE     RBRAUM  OF PRAUMBES-P TO RBRAUM  OF FORMAT3.
           MOVE     RBDATUM OF PRAUMBES-P TO RBDATUM OF FORMAT3.
           MOVE     RBVON   OF PRAUMBES-P TO RBVON   OF FORMAT3.
           MOVE     RBBIS   OF PRAUMBES-P TO RBBIS   OF FORMAT3.
           MOVE     RBTHEMA OF PRAUMBES-P TO RBTHEMA OF FORMAT3.
           MOVE     SUMME-WRK             TO SUMME   OF FORMAT3.

       ANZ-SFL-30.
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

      * KOSTENSTELLE PRUEFEN UND AN DER BUCHUNG SPEICHERN, DIE
      * GEAENDERTEN ZEILEN BLEIBEN BIS DAHIN IM SUBFILE STEHEN
           PERFORM  PRUEFE-KOSTENSTELLE.
           IF       RET-CODE NOT = SPACES
                    GO TO ANZ-SFL-30
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

      * BESTELLUNG DER LEISTUNG SPEICHERN
           PERFORM  SPEICHERE-LEISTUNG.

           MOVE     "FMT02" TO FMT-WRK.
           MOVE     FORMAT2 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLREWRITE.

           GO TO    ANZ-SFL-50.

       ANZ-SFL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOSTENSTELLE IST PFLICHT. AUF EIN ABGESCHLOSSENES BUDGET-
      * JAHR WIRD NICHT BESTELLT. DIE KOSTENSTELLE WIRD AN DER
      * BUCHUNG GESPEICHERT (RBKST)
      *--------------------------------------------------------------
       PRUEFE-KOSTENSTELLE SECTION.
       PRU-KST-00.

           MOVE     SPACES TO RET-CODE.

           IF       RBKST OF FORMAT3 = SPACES
                    MOVE "BITTE DIE KOSTENSTELLE ANGEBEN"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    MOVE "1" TO RET-CODE
                    GO TO PRU-KST-90
           END-IF.

           INITIALIZE PKDBUDGF OF PKDBUDG-P.
           MOVE     RBKST OF FORMAT3  TO BUKST  OF PKDBUDG-P.
           MOVE     BUDG-JAHR         TO BUJAHR OF PKDBUDG-P.
           READ     PKDBUDG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     BUABGS OF PKDBUDG-P = "1"
                    MOVE "BUDGETJAHR DER KOSTENSTELLE IST ABGESCHLOSSEN"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    MOVE "1" TO RET-CODE
                    GO TO PRU-KST-90
           END-IF.

      * KOSTENSTELLE AN DER BUCHUNG FORTSCHREIBEN
           IF       RBKST OF FORMAT3 = RBKST OF PRAUMBES-P
                    GO TO PRU-KST-90
           END-IF.

           INITIALIZE PRAUMBESF OF PRAUMBES-P.
           MOVE     X-RBLFDN TO RBLFDN OF PRAUMBES-P.
           READ     PRAUMBES-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "1" TO RET-CODE
                    GO TO PRU-KST-90
           END-IF.

           PERFORM  COPY-GET-TIME.

           MOVE     RBKST OF FORMAT3  TO RBKST  OF PRAUMBES-P.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO RBMSER OF PRAUMBES-P.
           MOVE     T-TERM            TO RBMBS  OF PRAUMBES-P.
           MOVE     PGM-WRK           TO RBMPGM OF PRAUMBES-P.
           MOVE     DATE-8            TO RBMDTA OF PRAUMBES-P.
           MOVE     TIME-6            TO RBMTIA OF PRAUMBES-P.

           REWRITE  PRAUMBES-P.

       PRU-KST-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BESTELLTE MENGE EINER LEISTUNG IN PRAUMLEI SCHREIBEN,
      * AENDERN ODER (MENGE 0) STORNIEREN. DER PREIS WIRD ZUM
      * ZEITPUNKT DER BESTELLUNG AUS DEM KATALOG UEBERNOMMEN
      *--------------------------------------------------------------
       SPEICHERE-LEISTUNG SECTION.
       SPE-LEI-00.

           PERFORM  COPY-GET-TIME.

      * PREIS UND STATUS DER LEISTUNG AUS DEM KATALOG
           INITIALIZE PRLEISTF OF PRLEIST-P.
           MOVE     LSLEIS OF FORMAT2 TO LSLEIS OF PRLEIST-P.
           READ     PRLEIST-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SPE-LEI-90
           END-IF.

           INITIALIZE PRAUMLEIF OF PRAUMLEI-P.
           MOVE     X-RBLFDN          TO RLBLFD OF PRAUMLEI-P.
           MOVE     LSLEIS OF FORMAT2 TO RLLEIS OF PRAUMLEI-P.
           READ     PRAUMLEI-DP.
           IF       FILE-STATUS = ZEROES
                    GO TO SPE-LEI-20
           END-IF.

      * NEUE BESTELLUNG
           IF       RLMENG OF FORMAT2 = ZEROES
                    GO TO SPE-LEI-90
           END-IF.
           IF       LSSTAT OF PRLEIST-P = "I"
                    GO TO SPE-LEI-90
           END-IF.
           INITIALIZE PRAUMLEIF OF PRAUMLEI-P.
           MOVE     X-RBLFDN          TO RLBLFD OF PRAUMLEI-P.
           MOVE     LSLEIS OF FORMAT2 TO RLLEIS OF PRAUMLEI-P.
           PERFORM  FUELLE-LEISTUNG.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO RLAUSR OF PRAUMLEI-P.
           MOVE     T-TERM            TO RLABS  OF PRAUMLEI-P.
           MOVE     PGM-WRK           TO RLAPGM OF PRAUMLEI-P.
           MOVE     DATE-8            TO RLADTA OF PRAUMLEI-P.
           MOVE     TIME-6            TO RLATIA OF PRAUMLEI-P.

           WRITE    PRAUMLEI-P.
           GO TO    SPE-LEI-80.

       SPE-LEI-20.
      * SCHON VERRECHNETE ZEILEN BLEIBEN UNVERAENDERT
           IF       RLSTAT OF PRAUMLEI-P = "A"
            AND     RLVERR OF PRAUMLEI-P = "1"
                    UNLOCK PRAUMLEI-DP
                    MOVE RLMENG OF PRAUMLEI-P TO RLMENG OF FORMAT2
                    MOVE "LEISTUNG SCHON VERRECHNET - NICHT GEAENDERT"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO SPE-LEI-90
           END-IF.

      * MENGE 0 STORNIERT DIE BESTELLUNG, SONST NEUE MENGE
           IF       RLMENG OF FORMAT2 = ZEROES
                    MOVE "S"    TO RLSTAT OF PRAUMLEI-P
                    MOVE ZEROES TO RLBETR OF PRAUMLEI-P
           ELSE
                    PERFORM FUELLE-LEISTUNG
           END-IF.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO RLMSER OF PRAUMLEI-P.
           MOVE     T-TERM            TO RLMBS  OF PRAUMLEI-P.
           MOVE     PGM-WRK           TO RLMPGM OF PRAUMLEI-P.
           MOVE     DATE-8            TO RLMDTA OF PRAUMLEI-P.
           MOVE     TIME-6            TO RLMTIA OF PRAUMLEI-P.

           REWRITE  PRAUMLEI-P.

       SPE-LEI-80.
           MOVE     RLBETR OF PRAUMLEI-P TO RLBETR OF FORMAT2.

       SPE-LEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BESTELLZEILE AUS ANZEIGE, KATALOG UND BUCHUNG FUELLEN
      * (RAUM, DATUM UND ZEIT FUER DIE TAGESLISTE XXP0253)
      *--------------------------------------------------------------
       FUELLE-LEISTUNG SECTION.
       FUE-LEI-00.

           MOVE     RLMENG  OF FORMAT2    TO RLMENG OF PRAUMLEI-P.
           MOVE     LSPREI  OF PRLEIST-P  TO RLPREI OF PRAUMLEI-P.
           COMPUTE  RLBETR OF PRAUMLEI-P =
                    RLMENG OF FORMAT2 * LSPREI OF PRLEIST-P
           END-COMPUTE.
           MOVE     RBRAUM  OF PRAUMBES-P TO RLRAUM OF PRAUMLEI-P.
           MOVE     RBDATUM OF PRAUMBES-P TO RLDATU OF PRAUMLEI-P.
           MOVE     RBVON   OF PRAUMBES-P TO RLVON  OF PRAUMLEI-P.
           MOVE     RBBIS   OF PRAUMBES-P TO RLBIS  OF PRAUMLEI-P.
           MOVE     "A"                   TO RLSTAT OF PRAUMLEI-P.

       FUE-LEI-90.
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
