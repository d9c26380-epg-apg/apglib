       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0249.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * GESCHENKSAMMLUNGEN                                            *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  SAMMELAKTIONEN FUER GESCHENKE (GEBURTSTAG,   *
      *                  JUBILAEUM, ABSCHIED, SONSTIGES) GETRENNT VON *
      *                  DER KAFFEEKASSE. KOPF IN PSAMMEL, BEITRAEGE  *
      *                  JE USER IN PSAMMLP. DER GEEHRTE (H050) SIEHT *
      *                  SEINE EIGENE SAMMLUNG NICHT.                 *
      *                  IN DER LISTE TRAEGT JEDER SEINE ZUSAGE UND   *
      *                  SEINE EINZAHLUNG EIN.                        *
      *                  F6 = NEUE SAMMLUNG (ORGANISATOR = USER)      *
      *                  1  = VORGESCHLAGENE SAMMLUNG (XXP0048)       *
      *                       ALS ORGANISATOR UEBERNEHMEN             *
      *                  2  = SAMMLUNG AENDERN (NUR ORGANISATOR)      *
      *                  8  = KAUF BUCHEN (NUR ORGANISATOR)           *
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
                  ASSIGN       TO  WORKSTATION-XXD0249DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PSAMMEL: SALFDN
      *-------------------------------------------------------------
           SELECT PSAMMEL-DP
                  ASSIGN       TO  DATABASE-PSAMMEL
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PSAMMLP: SPLFDN, SPUSER
      *-------------------------------------------------------------
           SELECT PSAMMLP-DP
                  ASSIGN       TO  DATABASE-PSAMMLP
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
           COPY DDS-ALL-FORMATS OF XXD0249DE.
      /
      *--- PSAMMEL: SALFDN
       FD  PSAMMEL-DP
           LABEL RECORDS ARE STANDARD.
       01  PSAMMEL-P.
           COPY DDS-ALL-FORMATS OF PSAMMEL.
      /
      *--- PSAMMLP: SPLFDN, SPUSER
       FD  PSAMMLP-DP
           LABEL RECORDS ARE STANDARD.
       01  PSAMMLP-P.
           COPY DDS-ALL-FORMATS OF PSAMMLP.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD0249DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD0249DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  XXD0249DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  XXD0249DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT5X.
           COPY  DDS-FMT05-O OF  XXD0249DE
           REPLACING FMT05-O BY FORMAT5
                     FMT05-O-INDIC BY FORMAT5-O-INDIC.

       01  FORMAT5Y.
           COPY  DDS-FMT05-I OF  XXD0249DE
           REPLACING FMT05-I BY FORMAT5-I
                     FMT05-I-INDIC BY FORMAT5-I-INDIC.

       01  FORMAT6X.
           COPY  DDS-FMT06-O OF  XXD0249DE
           REPLACING FMT06-O BY FORMAT6
                     FMT06-O-INDIC BY FORMAT6-O-INDIC.

       01  FORMAT6Y.
           COPY  DDS-FMT06-I OF  XXD0249DE
           REPLACING FMT06-I BY FORMAT6-I
                     FMT06-I-INDIC BY FORMAT6-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0249".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".
       01  AUSWAHL                       PIC X(2).

      * BEARBEITUNG DER SAMMLUNG: N = NEU, U = UEBERNEHMEN,
      * A = AENDERN
       01  SAM-MODUS                     PIC X(1).
       01  SAM-LFDN                      LIKE SALFDN OF PSAMMEL-P.

      * ALTER UND NEUER STAND DES EIGENEN BEITRAGS
       01  ALT-ZUSAGE                    PIC 9(5)V9(2).
       01  ALT-BEZAHLT                   PIC 9(5)V9(2).
       01  BEITRAG-DA                    PIC 9(1).

      * TEXT FUER DIE HINWEISNACHRICHT
       01  MELDUNG-WRK                   PIC X(60).
       01  DIFF-BETRAG                   PIC S9(5)V9(2).
       01  DSP-BETRAG                    PIC Z(4)9,99-.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0249" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0249DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     I-O   PSAMMEL-DP
                          PSAMMLP-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F5, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

       ANF020.
      * ALLE SAMMLUNGEN AUSSER DER EIGENEN ANZEIGEN
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

           CLOSE    PSAMMEL-DP
                    PSAMMLP-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * SUBFILE MIT DEN SAMMLUNGEN AUFBAUEN UND ANZEIGEN
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

      * ALLE SAMMLUNGEN EINLESEN
           INITIALIZE PSAMMELF OF PSAMMEL-P.
           START    PSAMMEL-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

       ANZ-SFL-10.
           READ     PSAMMEL-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

      * DER GEEHRTE SIEHT SEINE EIGENE SAMMLUNG NICHT
           IF       SAEHRE OF PSAMMEL-P = T-USER
                    GO TO ANZ-SFL-10
           END-IF.

      * SUBFILE-ZEILE FUELLEN
           INITIALIZE FORMAT2.
           MOVE     SPACES               TO AUSW   OF FORMAT2.
           MOVE     SALFDN OF PSAMMEL-P  TO SALFDN OF FORMAT2.
           MOVE     SAANLS OF PSAMMEL-P  TO SAANLS OF FORMAT2.
           MOVE     SADATU OF PSAMMEL-P  TO SADATU OF FORMAT2.
           MOVE     SAEHRE OF PSAMMEL-P  TO SAEHRE OF FORMAT2.
           MOVE     SAORGA OF PSAMMEL-P  TO SAORGA OF FORMAT2.
           MOVE     SAZIEL OF PSAMMEL-P  TO SAZIEL OF FORMAT2.
           MOVE     SASUMZ OF PSAMMEL-P  TO SASUMZ OF FORMAT2.
           MOVE     SASUMB OF PSAMMEL-P  TO SASUMB OF FORMAT2.
           MOVE     SASTAT OF PSAMMEL-P  TO SASTAT OF FORMAT2.

      * EIGENEN BEITRAG VORBELEGEN
           MOVE     ZEROES               TO EIGZUS OF FORMAT2.
           MOVE     ZEROES               TO EIGBEZ OF FORMAT2.
           INITIALIZE PSAMMLPF OF PSAMMLP-P.
           MOVE     SALFDN OF PSAMMEL-P  TO SPLFDN OF PSAMMLP-P.
           MOVE     T-USER               TO SPUSER OF PSAMMLP-P.
           READ     PSAMMLP-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE SPZUSA OF PSAMMLP-P TO EIGZUS OF FORMAT2
                    MOVE SPBEZA OF PSAMMLP-P TO EIGBEZ OF FORMAT2
           END-IF.

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
           MOVE     "XXP0249"         TO MAINUEB OF FORMAT3.
           MOVE     "XXP0249*3"       TO SUBUEB  OF FORMAT3.
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

      * F6 NEUE SAMMLUNG
           IF       IN06 OF FORMAT3-I-INDIC = AN
                    MOVE "N"    TO SAM-MODUS
                    MOVE ZEROES TO SAM-LFDN
                    PERFORM BEARBEITE-SAMMLUNG
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

      * EIGENE ZUSAGE UND EINZAHLUNG SPEICHERN
           PERFORM  SPEICHERE-BEITRAG.

           IF       AUSW OF FORMAT2 = SPACES
                    GO TO ANZ-SFL-80
           END-IF.

      * BERECHTIGUNG FUER DIESE FUNKTION UEBERPRUEFEN
           MOVE     SPACES          TO RET-CODE.
           MOVE     AUSW OF FORMAT2 TO AUSWAHL.
           CALL     "CFP9002" USING T-USER
                                    AUSWAHL
                                    PGM-WRK
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    GO TO ANZ-SFL-80
           END-IF.

      * 1 = VORGESCHLAGENE SAMMLUNG UEBERNEHMEN
           IF       AUSW OF FORMAT2 = "1"
                    IF   SASTAT OF FORMAT2 NOT = "V"
                         MOVE "SAMMLUNG HAT BEREITS EINEN ORGANISATOR"
                                      TO MELDUNG-WRK
                         PERFORM MELDE-HINWEIS
                    ELSE
                         MOVE "U"     TO SAM-MODUS
                         MOVE SALFDN OF FORMAT2 TO SAM-LFDN
                         PERFORM BEARBEITE-SAMMLUNG
                    END-IF
           END-IF.

      * 2 = SAMMLUNG AENDERN
           IF       AUSW OF FORMAT2 = "2"
                    IF   SAORGA OF FORMAT2 NOT = T-USER
                         MOVE "NUR DER ORGANISATOR DARF AENDERN"
                                      TO MELDUNG-WRK
                         PERFORM MELDE-HINWEIS
                    ELSE
                         MOVE "A"     TO SAM-MODUS
                         MOVE SALFDN OF FORMAT2 TO SAM-LFDN
                         PERFORM BEARBEITE-SAMMLUNG
                    END-IF
           END-IF.

      * 8 = KAUF BUCHEN
           IF       AUSW OF FORMAT2 = "8"
                    IF   SAORGA OF FORMAT2 NOT = T-USER
                         MOVE "NUR DER ORGANISATOR BUCHT DEN KAUF"
                                      TO MELDUNG-WRK
                         PERFORM MELDE-HINWEIS
                    ELSE
                         MOVE SALFDN OF FORMAT2 TO SAM-LFDN
                         PERFORM BUCHE-KAUF
                    END-IF
           END-IF.

       ANZ-SFL-80.
           MOVE     SPACES  TO AUSW OF FORMAT2.
           MOVE     "FMT02" TO FMT-WRK.
           MOVE     FORMAT2 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLREWRITE.

           GO TO    ANZ-SFL-50.

       ANZ-SFL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZUSAGE UND EINZAHLUNG DES USERS SPEICHERN UND DIE SUMMEN IM
      * KOPF DER SAMMLUNG NACHFUEHREN
      *--------------------------------------------------------------
       SPEICHERE-BEITRAG SECTION.
       SPE-BTR-00.

           INITIALIZE ALT-ZUSAGE ALT-BEZAHLT BEITRAG-DA.

           INITIALIZE PSAMMLPF OF PSAMMLP-P.
           MOVE     SALFDN OF FORMAT2 TO SPLFDN OF PSAMMLP-P.
           MOVE     T-USER            TO SPUSER OF PSAMMLP-P.
           READ     PSAMMLP-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE 1 TO BEITRAG-DA
                    MOVE SPZUSA OF PSAMMLP-P TO ALT-ZUSAGE
                    MOVE SPBEZA OF PSAMMLP-P TO ALT-BEZAHLT
           END-IF.

      * NICHTS GEAENDERT
           IF       EIGZUS OF FORMAT2 = ALT-ZUSAGE
            AND     EIGBEZ OF FORMAT2 = ALT-BEZAHLT
                    GO TO SPE-BTR-90
           END-IF.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PSAMMELF OF PSAMMEL-P.
           MOVE     SALFDN OF FORMAT2 TO SALFDN OF PSAMMEL-P.
           READ     PSAMMEL-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SPE-BTR-90
           END-IF.

      * BEITRAG SCHREIBEN BZW. AENDERN
           IF       BEITRAG-DA = ZEROES
                    INITIALIZE PSAMMLPF OF PSAMMLP-P
                    MOVE SALFDN OF FORMAT2 TO SPLFDN OF PSAMMLP-P
                    MOVE T-USER            TO SPUSER OF PSAMMLP-P
                    MOVE EIGZUS OF FORMAT2 TO SPZUSA OF PSAMMLP-P
                    MOVE EIGBEZ OF FORMAT2 TO SPBEZA OF PSAMMLP-P
                    MOVE T-USER            TO SPAUSR OF PSAMMLP-P
                    MOVE T-TERM            TO SPABS  OF PSAMMLP-P
                    MOVE PGM-WRK           TO SPAPGM OF PSAMMLP-P
                    MOVE DATE-8            TO SPADTA OF PSAMMLP-P
                    MOVE TIME-6            TO SPATIA OF PSAMMLP-P
                    WRITE PSAMMLP-P
           ELSE
                    MOVE EIGZUS OF FORMAT2 TO SPZUSA OF PSAMMLP-P
                    MOVE EIGBEZ OF FORMAT2 TO SPBEZA OF PSAMMLP-P
                    MOVE T-USER            TO SPMSER OF PSAMMLP-P
                    MOVE T-TERM            TO SPMBS  OF PSAMMLP-P
                    MOVE PGM-WRK           TO SPMPGM OF PSAMMLP-P
                    MOVE DATE-8            TO SPMDTA OF PSAMMLP-P
                    MOVE TIME-6            TO SPMTIA OF PSAMMLP-P
                    REWRITE PSAMMLP-P
           END-IF.

      * SUMMEN IM KOPF NACHFUEHREN
           COMPUTE  SASUMZ OF PSAMMEL-P = SASUMZ OF PSAMMEL-P
                                        - ALT-ZUSAGE
                                        + EIGZUS OF FORMAT2
           END-COMPUTE.
           COMPUTE  SASUMB OF PSAMMEL-P = SASUMB OF PSAMMEL-P
                                        - ALT-BEZAHLT
                                        + EIGBEZ OF FORMAT2
           END-COMPUTE.
           PERFORM  FUELLE-AENDERUNG.
           REWRITE  PSAMMEL-P.

           MOVE     SASUMZ OF PSAMMEL-P TO SASUMZ OF FORMAT2.
           MOVE     SASUMB OF PSAMMEL-P TO SASUMB OF FORMAT2.

       SPE-BTR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SAMMLUNG ANLEGEN (N), UEBERNEHMEN (U) ODER AENDERN (A)
      *--------------------------------------------------------------
       BEARBEITE-SAMMLUNG SECTION.
       BEA-SAM-00.

           INITIALIZE FORMAT5.
           IF       SAM-MODUS = "N"
                    PERFORM COPY-GET-TIME
                    MOVE DATE-8 TO SADATU OF FORMAT5
                    GO TO BEA-SAM-20
           END-IF.

           INITIALIZE PSAMMELF OF PSAMMEL-P.
           MOVE     SAM-LFDN TO SALFDN OF PSAMMEL-P.
           READ     PSAMMEL-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BEA-SAM-90
           END-IF.
           MOVE     SAANLS OF PSAMMEL-P TO SAANLS OF FORMAT5.
           MOVE     SADATU OF PSAMMEL-P TO SADATU OF FORMAT5.
           MOVE     SAEHRE OF PSAMMEL-P TO SAEHRE OF FORMAT5.
           MOVE     SAZIEL OF PSAMMEL-P TO SAZIEL OF FORMAT5.

       BEA-SAM-20.
      * UEBERSCHRIFT
           MOVE     "XXP0249"         TO MAINUEB OF FORMAT5.
           MOVE     "XXP0249*5"       TO SUBUEB  OF FORMAT5.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT5.

      * ANZEIGE FORMAT
           MOVE     CORR   INXX     TO  FORMAT5-O-INDIC.
           MOVE     "FMT05"         TO  FMT-WRK.
           MOVE     FORMAT5         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-WRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK TO FORMAT5-I.
           MOVE     CORR FORMAT5-I TO FORMAT5.
           MOVE     AUS  TO INXX.

      * F3 ENDE
           IF       IN03 OF FORMAT5-I-INDIC = AN
                    MOVE "1" TO F3
                    GO TO BEA-SAM-90
           END-IF.

      * F12 ABBRECHEN
           IF       IN12 OF FORMAT5-I-INDIC = AN
                    GO TO BEA-SAM-90
           END-IF.

      * EINGABEN PRUEFEN
           IF       SAANLS OF FORMAT5 NOT = "G"
            AND     SAANLS OF FORMAT5 NOT = "J"
            AND     SAANLS OF FORMAT5 NOT = "A"
            AND     SAANLS OF FORMAT5 NOT = "S"
                    MOVE "ANLASS: G, J, A ODER S" TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO BEA-SAM-20
           END-IF.
           MOVE     SADATU OF FORMAT5 TO DATE-DB.
           PERFORM  COPY-CHECK-DATE.
           IF       DATUM-RETCODE NOT = SPACES
                    MOVE "DATUM DES ANLASSES UNGUELTIG" TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO BEA-SAM-20
           END-IF.
           IF       SAEHRE OF FORMAT5 = T-USER
                    MOVE "FUER SICH SELBST KANN MAN NICHT SAMMELN"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO BEA-SAM-20
           END-IF.
           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "H050"            TO CFID   OF CFG-CPY.
           MOVE     SAEHRE OF FORMAT5 TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       SAEHRE OF FORMAT5 = SPACES
            OR      CFG-DA OF CFG-CPY = ZEROES
                    MOVE "GEEHRTER IST KEIN MITARBEITER (H050)"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO BEA-SAM-20
           END-IF.
           IF       SAZIEL OF FORMAT5 = ZEROES
                    MOVE "BITTE EINEN ZIELBETRAG EINTRAGEN"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO BEA-SAM-20
           END-IF.

           PERFORM  COPY-GET-TIME.

           IF       SAM-MODUS NOT = "N"
                    GO TO BEA-SAM-50
           END-IF.

      * NEUE SAMMLUNG ANLEGEN
           INITIALIZE PSAMMELF OF PSAMMEL-P.
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PSAMMEL" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK          TO SALFDN OF PSAMMEL-P.
           MOVE     SAANLS OF FORMAT5 TO SAANLS OF PSAMMEL-P.
           MOVE     SADATU OF FORMAT5 TO SADATU OF PSAMMEL-P.
           MOVE     SAEHRE OF FORMAT5 TO SAEHRE OF PSAMMEL-P.
           MOVE     T-USER            TO SAORGA OF PSAMMEL-P.
           MOVE     SAZIEL OF FORMAT5 TO SAZIEL OF PSAMMEL-P.
           MOVE     "O"               TO SASTAT OF PSAMMEL-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO SAAUSR OF PSAMMEL-P.
           MOVE     T-TERM            TO SAABS  OF PSAMMEL-P.
           MOVE     PGM-WRK           TO SAAPGM OF PSAMMEL-P.
           MOVE     DATE-8            TO SAADTA OF PSAMMEL-P.
           MOVE     TIME-6            TO SAATIA OF PSAMMEL-P.

           WRITE    PSAMMEL-P.
           GO TO    BEA-SAM-90.

       BEA-SAM-50.
      * VORHANDENE SAMMLUNG AENDERN BZW. UEBERNEHMEN
           INITIALIZE PSAMMELF OF PSAMMEL-P.
           MOVE     SAM-LFDN TO SALFDN OF PSAMMEL-P.
           READ     PSAMMEL-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BEA-SAM-90
           END-IF.

      * ZWISCHENZEITLICH VON JEMAND ANDEREM UEBERNOMMEN?
           IF       SAM-MODUS = "U"
            AND     SASTAT OF PSAMMEL-P NOT = "V"
                    MOVE "SAMMLUNG HAT BEREITS EINEN ORGANISATOR"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO BEA-SAM-90
           END-IF.

           MOVE     SAANLS OF FORMAT5 TO SAANLS OF PSAMMEL-P.
           MOVE     SADATU OF FORMAT5 TO SADATU OF PSAMMEL-P.
           MOVE     SAEHRE OF FORMAT5 TO SAEHRE OF PSAMMEL-P.
           MOVE     SAZIEL OF FORMAT5 TO SAZIEL OF PSAMMEL-P.
           IF       SAM-MODUS = "U"
                    MOVE T-USER TO SAORGA OF PSAMMEL-P
                    MOVE "O"    TO SASTAT OF PSAMMEL-P
           END-IF.
           PERFORM  FUELLE-AENDERUNG.
           REWRITE  PSAMMEL-P.

       BEA-SAM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DEN KAUF DES GESCHENKS GEGEN DIE SAMMLUNG BUCHEN
      *--------------------------------------------------------------
       BUCHE-KAUF SECTION.
       BUC-KAU-00.

           INITIALIZE PSAMMELF OF PSAMMEL-P.
           MOVE     SAM-LFDN TO SALFDN OF PSAMMEL-P.
           READ     PSAMMEL-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BUC-KAU-90
           END-IF.

           INITIALIZE FORMAT6.
           MOVE     SALFDN OF PSAMMEL-P TO SALFDN OF FORMAT6.
           MOVE     SAEHRE OF PSAMMEL-P TO SAEHRE OF FORMAT6.
           MOVE     SAZIEL OF PSAMMEL-P TO SAZIEL OF FORMAT6.
           MOVE     SASUMB OF PSAMMEL-P TO SASUMB OF FORMAT6.
           MOVE     SAKAUF OF PSAMMEL-P TO SAKAUF OF FORMAT6.
           MOVE     SAKTXT OF PSAMMEL-P TO SAKTXT OF FORMAT6.

       BUC-KAU-20.
      * UEBERSCHRIFT
           MOVE     "XXP0249"         TO MAINUEB OF FORMAT6.
           MOVE     "XXP0249*6"       TO SUBUEB  OF FORMAT6.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT6.

      * ANZEIGE FORMAT
           MOVE     CORR   INXX     TO  FORMAT6-O-INDIC.
           MOVE     "FMT06"         TO  FMT-WRK.
           MOVE     FORMAT6         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-WRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK TO FORMAT6-I.
           MOVE     CORR FORMAT6-I TO FORMAT6.
           MOVE     AUS  TO INXX.

      * F3 ENDE
           IF       IN03 OF FORMAT6-I-INDIC = AN
                    MOVE "1" TO F3
                    GO TO BUC-KAU-90
           END-IF.

      * F12 ABBRECHEN
           IF       IN12 OF FORMAT6-I-INDIC = AN
                    GO TO BUC-KAU-90
           END-IF.

           IF       SAKAUF OF FORMAT6 = ZEROES
            OR      SAKTXT OF FORMAT6 = SPACES
                    MOVE "BITTE BETRAG UND GESCHENK EINTRAGEN"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO BUC-KAU-20
           END-IF.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PSAMMELF OF PSAMMEL-P.
           MOVE     SAM-LFDN TO SALFDN OF PSAMMEL-P.
           READ     PSAMMEL-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BUC-KAU-90
           END-IF.

           MOVE     SAKAUF OF FORMAT6 TO SAKAUF OF PSAMMEL-P.
           MOVE     SAKTXT OF FORMAT6 TO SAKTXT OF PSAMMEL-P.
           MOVE     DATE-8            TO SAKDAT OF PSAMMEL-P.
           MOVE     "G"               TO SASTAT OF PSAMMEL-P.
           PERFORM  FUELLE-AENDERUNG.
           REWRITE  PSAMMEL-P.

      * DIFFERENZ ZWISCHEN EINZAHLUNGEN UND KAUF MELDEN
           COMPUTE  DIFF-BETRAG = SASUMB OF PSAMMEL-P
                                - SAKAUF OF PSAMMEL-P
           END-COMPUTE.
           MOVE     DIFF-BETRAG TO DSP-BETRAG.
           MOVE     SPACES TO MELDUNG-WRK.
           STRING   "KAUF GEBUCHT, EINGEZAHLT MINUS KAUF: "
                    DSP-BETRAG
                    DELIMITED BY SIZE INTO MELDUNG-WRK
           END-STRING.
           PERFORM  MELDE-HINWEIS.

       BUC-KAU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AENDERUNGSDATEN DER SAMMLUNG FUELLEN
      *--------------------------------------------------------------
       FUELLE-AENDERUNG SECTION.
       FUE-AEN-00.

           MOVE     T-USER            TO SAMSER OF PSAMMEL-P.
           MOVE     T-TERM            TO SAMBS  OF PSAMMEL-P.
           MOVE     PGM-WRK           TO SAMPGM OF PSAMMEL-P.
           MOVE     DATE-8            TO SAMDTA OF PSAMMEL-P.
           MOVE     TIME-6            TO SAMTIA OF PSAMMEL-P.

       FUE-AEN-90.
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
      * COPY-CFG-CPY: LESEN DER KONFIGURATION
      *---------------------------------------------------------------

           COPY     CFGCPY     OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-CHECK-DATE: DATUMSFELDER PRUEFEN
      *---------------------------------------------------------------

           COPY     CHKDATE    OF APG-QCPYSRC.
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
