       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0246.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * ABSTIMMUNG RESTAURANTRECHNUNG GEGEN ESSENSBESTELLUNGEN        *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  DER KASSENWART ERFASST DIE MONATSRECHNUNG    *
      *                  EINES RESTAURANTS (FARTRT) MIT GESAMTBETRAG  *
      *                  UND WAHLWEISE DEN BETRAEGEN JE TAG. DIESE    *
      *                  WERDEN GEGEN DIE SUMME DER BESTELLUNGEN IN   *
      *                  PFODAW (FABETR JE TAG, XXP0050/XXP0080)      *
      *                  GESTELLT. JE TAG WIRD ANGEZEIGT:             *
      *                  - DIFFERENZ ZWISCHEN RECHNUNG UND BESTELLUNG *
      *                  - FEHLT AUF DER RECHNUNG (NUR WENN TAGES-    *
      *                    BETRAEGE ERFASST SIND)                     *
      *                  - RECHNUNG OHNE BESTELLUNG                   *
      *                  RECHNUNG IN PKKRECH, TAGESBETRAEGE IN        *
      *                  PKKRECP. F10 NIMMT DIE RECHNUNG AN (STATUS   *
      *                  A, DANACH KEINE AENDERUNG MEHR). LIEGT DIE   *
      *                  RECHNUNG UEBER DEN BESTELLUNGEN UND IST      *
      *                  KORREKTUR = J, WIRD DIE DIFFERENZ ALS        *
      *                  AUSGABE (ART A) IN PSCHULD GEBUCHT UND DIE   *
      *                  BUCHUNG BEI DER RECHNUNG VERMERKT.           *
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
                  ASSIGN       TO  WORKSTATION-XXD0246DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PKKRECH: RESTAURANTRECHNUNG JE MONAT
      *-------------------------------------------------------------
           SELECT PKKRECH-DP
                  ASSIGN       TO  DATABASE-PKKRECH
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKKRECP: RECHNUNGSBETRAEGE JE TAG
      *-------------------------------------------------------------
           SELECT PKKRECP-DP
                  ASSIGN       TO  DATABASE-PKKRECP
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PSCHULD: SCLFDN
      *-------------------------------------------------------------
           SELECT PSCHULD-DP
                  ASSIGN       TO  DATABASE-PSCHULD
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PFODAWL2: FABJH, FABJA, FABMO, FABTA, FARTRT, FAOZE, FAGERT
      *-------------------------------------------------------------
           SELECT PFODAW-DL
                  ASSIGN       TO  DATABASE-PFODAWL2
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                                   WITH DUPLICATES
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *----DISPLAY
       FD  WS-DISPLAY
           LABEL RECORDS ARE OMITTED.
       01  WS-REC.
           COPY DDS-ALL-FORMATS OF XXD0246DE.
      /
      *--- PKKRECH: RHRTRT, RHJAHR, RHMON
       FD  PKKRECH-DP
           LABEL RECORDS ARE STANDARD.
       01  PKKRECH-P.
           COPY DDS-ALL-FORMATS OF PKKRECH.
      /
      *--- PKKRECP: RPRTRT, RPJAHR, RPMON, RPTAG
       FD  PKKRECP-DP
           LABEL RECORDS ARE STANDARD.
       01  PKKRECP-P.
           COPY DDS-ALL-FORMATS OF PKKRECP.
      /
      *- PSCHULD: SCLFDN
       FD  PSCHULD-DP
           LABEL RECORDS ARE STANDARD.
       01  PSCHULD-P.
           COPY DDS-ALL-FORMATS OF PSCHULD.
      /
      *--- PFODAWL2: FABJH, FABJA, FABMO, FABTA, FARTRT, FAOZE, FAGERT
       FD  PFODAW-DL
           LABEL RECORDS ARE STANDARD.
       01  PFODAW-L.
           COPY DDS-ALL-FORMATS OF MAT-PFODAWL2.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  XXD0246DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  XXD0246DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD0246DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD0246DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  XXD0246DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  XXD0246DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0246".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * PARAMETER FUER CL-PROGRAMME
       01  CHKOBJ-REC                    TYPE CHKOBJ-TYPE.
       01  ADDLIBLE-REC                  TYPE ADDLIBLE-TYPE.
       01  RMVLIBLE-REC                  TYPE RMVLIBLE-TYPE.
       01  FODAW-OPEN                    PIC 9(1).

      * ABZUSTIMMENDES RESTAURANT UND MONAT
       01  REST-WRK                      PIC X(30).
       01  JHMO-WRK                      PIC 9(6).
       01  JHMO-RED REDEFINES JHMO-WRK.
        05 JHMO-JAHR                     PIC 9(4).
        05 JHMO-MONAT                    PIC 9(2).
       01  MONAT-LAENGE                  PIC 9(2).
       01  SJA-WERT                      PIC 9(9).
       01  SJA-MODREST                   PIC 9(9).

      * BETRAEGE JE TAG: BESTELLT UND LAUT RECHNUNG
       01  TAG-IDX                       PIC 9(2).
       01  TAG-TAB.
        05 TAG-EINTRAG OCCURS 31.
         10 TAG-BST                      PIC 9(7)V9(2).
         10 TAG-RECH                     PIC 9(7)V9(2).

      * ERGEBNIS DES VERGLEICHS
       01  SUM-BST                       PIC 9(7)V9(2).
       01  SUM-TAGE                      PIC 9(7)V9(2).
       01  DIFF-GESAMT                   PIC S9(7)V9(2).
       01  DIFF-TAG                      PIC S9(7)V9(2).
       01  ANZ-DIFF                      PIC 9(3).
       01  HINWEIS-WRK                   PIC X(20).

      * STAND DER RECHNUNG
       01  RECH-DA                       PIC 9(1).
       01  ANNEHMEN                      PIC 9(1).

      * TEXT FUER DIE HINWEISNACHRICHT
       01  MELDUNG-WRK                   PIC X(60).
       01  DSP-BETRAG                    PIC Z(6)9,99-.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0246" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0246DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     I-O   PKKRECH-DP
                          PKKRECP-DP
                          PSCHULD-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.
           INITIALIZE FODAW-OPEN.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

      * MAT-BIBLIOTHEK VORSCHALTEN UND BESTELLDATEI OEFFNEN
           PERFORM  ADD-MAT-LIB.
           PERFORM  CHECK-OBJECTS.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.
           OPEN     INPUT PFODAW-DL.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ENDE
           END-IF.
           MOVE     1 TO FODAW-OPEN.

      * STANDARD: VORMONAT
           PERFORM  COPY-GET-TIME.
           INITIALIZE FORMAT3.
           MOVE     DATE-8(1:6) TO JHMO-WRK.
           IF       JHMO-MONAT > 1
                    SUBTRACT 1 FROM JHMO-MONAT
           ELSE
                    MOVE     12 TO JHMO-MONAT
                    SUBTRACT 1  FROM JHMO-JAHR
           END-IF.
           MOVE     JHMO-JAHR  TO RHJAHR OF FORMAT3.
           MOVE     JHMO-MONAT TO RHMON  OF FORMAT3.

       ANF020.
      * RESTAURANT UND MONAT WAEHLEN
           PERFORM  ANZEIGE-AUSWAHL.
           IF       F3 = "1"
            OR      F12 = "1"
                    GO TO ENDE
           END-IF.

      * RECHNUNG ERFASSEN UND ABSTIMMEN
           PERFORM  ANZEIGE-RECHNUNG.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       F12 = "1"
                    INITIALIZE F12
           END-IF.
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PKKRECH-DP
                    PKKRECP-DP
                    PSCHULD-DP.
           IF       FODAW-OPEN NOT = ZEROES
                    CLOSE PFODAW-DL
           END-IF.

      * MAT-BIBLIOTHEK LOESCHEN
           PERFORM  DEL-MAT-LIB.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * AUSWAHL VON RESTAURANT UND RECHNUNGSMONAT
      *--------------------------------------------------------------
       ANZEIGE-AUSWAHL SECTION.
       ANZ-AUS-00.

       ANZ-AUS-20.
      * UEBERSCHRIFT
           MOVE     "XXP0246"         TO MAINUEB OF FORMAT3.
           MOVE     "XXP0246*3"       TO SUBUEB  OF FORMAT3.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT3.

      * ANZEIGE FORMAT
           MOVE     CORR   INXX     TO  FORMAT3-O-INDIC.
           MOVE     "FMT03"         TO  FMT-WRK.
           MOVE     FORMAT3         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-WRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK TO FORMAT3-I.
           MOVE     CORR FORMAT3-I TO FORMAT3.
           MOVE     AUS  TO INXX.

      * F3 ENDE
           IF       IN03 OF FORMAT3-I-INDIC = AN
                    MOVE "1" TO F3
                    GO TO ANZ-AUS-90
           END-IF.

      * F12 ABBRECHEN
           IF       IN12 OF FORMAT3-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ANZ-AUS-90
           END-IF.

      * RESTAURANT UND GUELTIGER MONAT SIND PFLICHT
           IF       RHRTRT OF FORMAT3 = SPACES
                    MOVE "BITTE DAS RESTAURANT EINTRAGEN" TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ANZ-AUS-20
           END-IF.
           IF       RHJAHR OF FORMAT3 = ZEROES
            OR      RHMON  OF FORMAT3 = ZEROES
            OR      RHMON  OF FORMAT3 > 12
                    MOVE "RECHNUNGSMONAT UNGUELTIG" TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ANZ-AUS-20
           END-IF.

           MOVE     RHRTRT OF FORMAT3 TO REST-WRK.
           MOVE     RHJAHR OF FORMAT3 TO JHMO-JAHR.
           MOVE     RHMON  OF FORMAT3 TO JHMO-MONAT.

       ANZ-AUS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * RECHNUNG ANZEIGEN, TAGESBETRAEGE ERFASSEN, VERGLEICHEN UND
      * MIT F10 ANNEHMEN
      *--------------------------------------------------------------
       ANZEIGE-RECHNUNG SECTION.
       ANZ-REC-00.

           PERFORM  MONATS-LAENGE.

      * BESTELLUNGEN UND VORHANDENE RECHNUNG LESEN
           PERFORM  SUMMIERE-BESTELLUNGEN.
           PERFORM  LESE-RECHNUNG.

           INITIALIZE FORMAT1.
           MOVE     REST-WRK          TO RHRTRT OF FORMAT1.
           MOVE     JHMO-JAHR         TO RHJAHR OF FORMAT1.
           MOVE     JHMO-MONAT        TO RHMON  OF FORMAT1.
           MOVE     RHNR   OF PKKRECH-P TO RHNR   OF FORMAT1.
           MOVE     RHBETR OF PKKRECH-P TO RHBETR OF FORMAT1.
           MOVE     RHSTAT OF PKKRECH-P TO RHSTAT OF FORMAT1.
           MOVE     "N"               TO KORBU  OF FORMAT1.

       ANZ-REC-20.
      * UEBERSCHRIFT
           MOVE     "XXP0246"         TO MAINUEB OF FORMAT1.
           MOVE     "XXP0246*1"       TO SUBUEB  OF FORMAT1.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT1.

      * VERGLEICH RECHNEN UND TAGE IN DAS SUBFILE LADEN
           PERFORM  VERGLEICHE.
           MOVE     SUM-BST           TO SUMBST OF FORMAT1.
           MOVE     DIFF-GESAMT       TO DIFBET OF FORMAT1.
           MOVE     ANZ-DIFF          TO ANZDIF OF FORMAT1.
           PERFORM  LADE-TAGE.

      * ANZEIGE FORMAT
           MOVE     CORR   INXX     TO  FORMAT1-O-INDIC.
           MOVE     "FMT01"         TO  FMT-WRK.
           MOVE     FORMAT1         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK TO FORMAT1-I.
           MOVE     CORR FORMAT1-I TO FORMAT1.
           MOVE     AUS  TO INXX.

      * F3 ENDE
           IF       IN03 OF FORMAT1-I-INDIC = AN
                    MOVE "1" TO F3
                    GO TO ANZ-REC-90
           END-IF.

      * F12 ABBRECHEN
           IF       IN12 OF FORMAT1-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ANZ-REC-90
           END-IF.

      * ANGENOMMENE RECHNUNGEN WERDEN NICHT MEHR GEAENDERT
           IF       RHSTAT OF PKKRECH-P = "A"
                    MOVE "RECHNUNG IST BEREITS ABGESTIMMT"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ANZ-REC-20
           END-IF.

      * F10 ANNEHMEN
           INITIALIZE ANNEHMEN.
           IF       IN10 OF FORMAT1-I-INDIC = AN
                    MOVE 1 TO ANNEHMEN
           END-IF.

      * GEAENDERTE TAGESBETRAEGE UEBERNEHMEN
           PERFORM  LIES-TAGE.

      * RECHNUNG UND TAGESBETRAEGE SPEICHERN
           PERFORM  SPEICHERE-RECHNUNG.

           IF       ANNEHMEN = 1
                    PERFORM NIMM-AN
           END-IF.

           GO TO    ANZ-REC-20.

       ANZ-REC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BESTELLUNGEN DES RESTAURANTS IM MONAT JE TAG SUMMIEREN
      *--------------------------------------------------------------
       SUMMIERE-BESTELLUNGEN SECTION.
       SUM-BST-00.

           INITIALIZE TAG-TAB.

           INITIALIZE PFODAWF OF PFODAW-L.
           MOVE     JHMO-WRK(1:2) TO FABJH  OF PFODAW-L.
           MOVE     JHMO-WRK(3:2) TO FABJA  OF PFODAW-L.
           MOVE     JHMO-WRK(5:2) TO FABMO  OF PFODAW-L.
           MOVE     ZEROES        TO FABTA  OF PFODAW-L.
           MOVE     SPACES        TO FARTRT OF PFODAW-L.
           MOVE     SPACES        TO FAOZE  OF PFODAW-L.
           MOVE     SPACES        TO FAGERT OF PFODAW-L.
           START    PFODAW-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUM-BST-90
           END-IF.

       SUM-BST-20.
           READ     PFODAW-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUM-BST-90
           END-IF.

           IF       FABJH  OF PFODAW-L NOT = JHMO-WRK(1:2)
            OR      FABJA  OF PFODAW-L NOT = JHMO-WRK(3:2)
            OR      FABMO  OF PFODAW-L NOT = JHMO-WRK(5:2)
                    GO TO SUM-BST-90
           END-IF.

      * NUR DAS GEWAEHLTE RESTAURANT, NUR ECHTE BESTELLUNGEN
           IF       FARTRT OF PFODAW-L NOT = REST-WRK
            OR      FAMAKU OF PFODAW-L = SPACES
            OR      FABETR OF PFODAW-L = ZEROES
                    GO TO SUM-BST-20
           END-IF.

           MOVE     FABTA OF PFODAW-L TO TAG-IDX.
           IF       TAG-IDX < 1
            OR      TAG-IDX > 31
                    GO TO SUM-BST-20
           END-IF.
           ADD      FABETR OF PFODAW-L TO TAG-BST(TAG-IDX).
           GO TO    SUM-BST-20.

       SUM-BST-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * RECHNUNGSKOPF UND TAGESBETRAEGE LESEN
      *--------------------------------------------------------------
       LESE-RECHNUNG SECTION.
       LES-REC-00.

           MOVE     ZEROES TO RECH-DA.
           INITIALIZE PKKRECHF OF PKKRECH-P.
           MOVE     REST-WRK          TO RHRTRT OF PKKRECH-P.
           MOVE     JHMO-JAHR         TO RHJAHR OF PKKRECH-P.
           MOVE     JHMO-MONAT        TO RHMON  OF PKKRECH-P.
           READ     PKKRECH-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    INITIALIZE PKKRECHF OF PKKRECH-P
                    MOVE REST-WRK     TO RHRTRT OF PKKRECH-P
                    MOVE JHMO-JAHR    TO RHJAHR OF PKKRECH-P
                    MOVE JHMO-MONAT   TO RHMON  OF PKKRECH-P
                    MOVE "E"          TO RHSTAT OF PKKRECH-P
                    GO TO LES-REC-90
           END-IF.
           MOVE     1 TO RECH-DA.

           INITIALIZE PKKRECPF OF PKKRECP-P.
           MOVE     REST-WRK          TO RPRTRT OF PKKRECP-P.
           MOVE     JHMO-JAHR         TO RPJAHR OF PKKRECP-P.
           MOVE     JHMO-MONAT        TO RPMON  OF PKKRECP-P.
           START    PKKRECP-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-REC-90
           END-IF.

       LES-REC-20.
           READ     PKKRECP-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-REC-90
           END-IF.
           IF       RPRTRT OF PKKRECP-P NOT = REST-WRK
            OR      RPJAHR OF PKKRECP-P NOT = JHMO-JAHR
            OR      RPMON  OF PKKRECP-P NOT = JHMO-MONAT
                    GO TO LES-REC-90
           END-IF.

           MOVE     RPTAG OF PKKRECP-P  TO TAG-IDX.
           MOVE     RPBETR OF PKKRECP-P TO TAG-RECH(TAG-IDX).
           GO TO    LES-REC-20.

       LES-REC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * RECHNUNG GEGEN DIE BESTELLUNGEN STELLEN: GESAMTDIFFERENZ
      * UND ANZAHL ABWEICHENDER TAGE
      *--------------------------------------------------------------
       VERGLEICHE SECTION.
       VER-GLE-00.

           INITIALIZE SUM-BST SUM-TAGE ANZ-DIFF.
           MOVE     ZEROES TO TAG-IDX.

       VER-GLE-20.
           ADD      1 TO TAG-IDX.
           IF       TAG-IDX > MONAT-LAENGE
                    GO TO VER-GLE-50
           END-IF.
           ADD      TAG-BST(TAG-IDX)  TO SUM-BST.
           ADD      TAG-RECH(TAG-IDX) TO SUM-TAGE.
           GO TO    VER-GLE-20.

       VER-GLE-50.
           COMPUTE  DIFF-GESAMT = RHBETR OF FORMAT1 - SUM-BST
           END-COMPUTE.

      * ABWEICHENDE TAGE ZAEHLEN
           MOVE     ZEROES TO TAG-IDX.

       VER-GLE-60.
           ADD      1 TO TAG-IDX.
           IF       TAG-IDX > MONAT-LAENGE
                    GO TO VER-GLE-90
           END-IF.
           PERFORM  BEWERTE-TAG.
           IF       HINWEIS-WRK NOT = SPACES
                    ADD 1 TO ANZ-DIFF
           END-IF.
           GO TO    VER-GLE-60.

       VER-GLE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DEN TAG TAG-IDX BEWERTEN (HINWEIS-WRK LEER = STIMMT).
      * OHNE ERFASSTE TAGESBETRAEGE WIRD NUR DIE SUMME VERGLICHEN
      *--------------------------------------------------------------
       BEWERTE-TAG SECTION.
       BEW-TAG-00.

           MOVE     SPACES TO HINWEIS-WRK.
           COMPUTE  DIFF-TAG = TAG-RECH(TAG-IDX) - TAG-BST(TAG-IDX)
           END-COMPUTE.

           IF       SUM-TAGE = ZEROES
                    GO TO BEW-TAG-90
           END-IF.

           IF       TAG-RECH(TAG-IDX) = ZEROES
            AND     TAG-BST(TAG-IDX) NOT = ZEROES
                    MOVE "FEHLT AUF RECHNUNG" TO HINWEIS-WRK
                    GO TO BEW-TAG-90
           END-IF.

           IF       TAG-BST(TAG-IDX) = ZEROES
            AND     TAG-RECH(TAG-IDX) NOT = ZEROES
                    MOVE "OHNE BESTELLUNG"    TO HINWEIS-WRK
                    GO TO BEW-TAG-90
           END-IF.

           IF       DIFF-TAG NOT = ZEROES
                    MOVE "DIFFERENZ"          TO HINWEIS-WRK
           END-IF.

       BEW-TAG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE TAGE DES MONATS IN DAS SUBFILE LADEN
      *--------------------------------------------------------------
       LADE-TAGE SECTION.
       LAD-TAG-00.

      * SUBFILE-CLEAR
           INITIALIZE FORMAT2.
           MOVE     ZEROES  TO SUBFILE-RECORD-NUMBER.
           MOVE     ZEROES  TO ANZREC-WRK.
           MOVE     AN      TO IN95 OF INXX.
           MOVE     AUS     TO IN91 OF INXX.
           MOVE     AUS     TO IN96 OF INXX.
           MOVE     CORR INXX  TO FORMAT1-O-INDIC.
           MOVE     "FMT01" TO FMT-WRK.
           MOVE     FORMAT1 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           MOVE     AUS TO INXX.

           MOVE     ZEROES TO TAG-IDX.

       LAD-TAG-20.
           ADD      1 TO TAG-IDX.
           IF       TAG-IDX > MONAT-LAENGE
                    GO TO LAD-TAG-40
           END-IF.

      * SUBFILE-ZEILE FUELLEN
           PERFORM  BEWERTE-TAG.
           INITIALIZE FORMAT2.
           MOVE     TAG-IDX            TO TAG    OF FORMAT2.
           MOVE     TAG-BST(TAG-IDX)   TO BSTBET OF FORMAT2.
           MOVE     TAG-RECH(TAG-IDX)  TO RPBETR OF FORMAT2.
           MOVE     DIFF-TAG           TO TAGDIF OF FORMAT2.
           MOVE     HINWEIS-WRK        TO HINWEIS OF FORMAT2.

           ADD      1            TO ANZREC-WRK.
           ADD      1            TO SUBFILE-RECORD-NUMBER.
           MOVE     "FMT02"      TO FMT-WRK.
           MOVE     FORMAT2      TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           GO TO    LAD-TAG-20.

       LAD-TAG-40.
           MOVE     AUS    TO IN95  IN  INXX.
           MOVE     AN     TO IN96  IN  INXX.
           IF       ANZREC-WRK NOT = ZEROES
                    MOVE AN  TO IN91 OF INXX
           ELSE
                    MOVE AUS TO IN91 OF INXX
           END-IF.

       LAD-TAG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GEAENDERTE SUBFILE-ZEILEN LESEN UND DIE TAGESBETRAEGE
      * UEBERNEHMEN
      *--------------------------------------------------------------
       LIES-TAGE SECTION.
       LIE-TAG-00.

      * LESEN VON SUBFILE NEXT MODIFIED RECORD
           MOVE     "FMT02" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-SFLREAD.
           IF       BS-STAT NOT = ZEROES
                    GO TO LIE-TAG-90
           END-IF.

           MOVE     WSREC-WRK      TO FORMAT2-I.
           MOVE     CORR FORMAT2-I TO FORMAT2.

           MOVE     TAG OF FORMAT2 TO TAG-IDX.
           IF       TAG-IDX < 1
            OR      TAG-IDX > MONAT-LAENGE
                    GO TO LIE-TAG-00
           END-IF.
           MOVE     RPBETR OF FORMAT2 TO TAG-RECH(TAG-IDX).
           GO TO    LIE-TAG-00.

       LIE-TAG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * RECHNUNGSKOPF UND TAGESBETRAEGE SPEICHERN
      *--------------------------------------------------------------
       SPEICHERE-RECHNUNG SECTION.
       SPE-REC-00.

           PERFORM  COPY-GET-TIME.
           PERFORM  VERGLEICHE.

           INITIALIZE PKKRECHF OF PKKRECH-P.
           MOVE     REST-WRK          TO RHRTRT OF PKKRECH-P.
           MOVE     JHMO-JAHR         TO RHJAHR OF PKKRECH-P.
           MOVE     JHMO-MONAT        TO RHMON  OF PKKRECH-P.
           READ     PKKRECH-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE 1 TO RECH-DA
           ELSE
                    MOVE ZEROES TO RECH-DA
                    INITIALIZE PKKRECHF OF PKKRECH-P
                    MOVE REST-WRK     TO RHRTRT OF PKKRECH-P
                    MOVE JHMO-JAHR    TO RHJAHR OF PKKRECH-P
                    MOVE JHMO-MONAT   TO RHMON  OF PKKRECH-P
           END-IF.

           MOVE     RHNR   OF FORMAT1 TO RHNR   OF PKKRECH-P.
           MOVE     RHBETR OF FORMAT1 TO RHBETR OF PKKRECH-P.
           MOVE     SUM-BST           TO RHSUMB OF PKKRECH-P.
           MOVE     DIFF-GESAMT       TO RHDIFF OF PKKRECH-P.
           MOVE     ANZ-DIFF          TO RHANZD OF PKKRECH-P.
           MOVE     "E"               TO RHSTAT OF PKKRECH-P.

           IF       RECH-DA = ZEROES
                    MOVE T-USER       TO RHAUSR OF PKKRECH-P
                    MOVE T-TERM       TO RHABS  OF PKKRECH-P
                    MOVE PGM-WRK      TO RHAPGM OF PKKRECH-P
                    MOVE DATE-8       TO RHADTA OF PKKRECH-P
                    MOVE TIME-6       TO RHATIA OF PKKRECH-P
                    WRITE   PKKRECH-P
                    MOVE 1 TO RECH-DA
           ELSE
                    MOVE T-USER       TO RHMSER OF PKKRECH-P
                    MOVE T-TERM       TO RHMBS  OF PKKRECH-P
                    MOVE PGM-WRK      TO RHMPGM OF PKKRECH-P
                    MOVE DATE-8       TO RHMDTA OF PKKRECH-P
                    MOVE TIME-6       TO RHMTIA OF PKKRECH-P
                    REWRITE PKKRECH-P
           END-IF.
           MOVE     RHSTAT OF PKKRECH-P TO RHSTAT OF FORMAT1.

      * TAGESBETRAEGE: NEU, GEAENDERT ODER AUF NULL GESETZT
           MOVE     ZEROES TO TAG-IDX.

       SPE-REC-20.
           ADD      1 TO TAG-IDX.
           IF       TAG-IDX > MONAT-LAENGE
                    GO TO SPE-REC-90
           END-IF.

           INITIALIZE PKKRECPF OF PKKRECP-P.
           MOVE     REST-WRK          TO RPRTRT OF PKKRECP-P.
           MOVE     JHMO-JAHR         TO RPJAHR OF PKKRECP-P.
           MOVE     JHMO-MONAT        TO RPMON  OF PKKRECP-P.
           MOVE     TAG-IDX           TO RPTAG  OF PKKRECP-P.
           READ     PKKRECP-DP.
           IF       FILE-STATUS = ZEROES
                    IF   TAG-RECH(TAG-IDX) = ZEROES
                         DELETE PKKRECP-DP
                    ELSE
                         MOVE TAG-RECH(TAG-IDX) TO RPBETR OF PKKRECP-P
                         MOVE TAG-BST(TAG-IDX)  TO RPBSTB OF PKKRECP-P
                         MOVE T-USER       TO RPMSER OF PKKRECP-P
                         MOVE T-TERM       TO RPMBS  OF PKKRECP-P
                         MOVE PGM-WRK      TO RPMPGM OF PKKRECP-P
                         MOVE DATE-8       TO RPMDTA OF PKKRECP-P
                         MOVE TIME-6       TO RPMTIA OF PKKRECP-P
                         REWRITE PKKRECP-P
                    END-IF
                    GO TO SPE-REC-20
           END-IF.

           IF       TAG-RECH(TAG-IDX) = ZEROES
                    GO TO SPE-REC-20
           END-IF.

           INITIALIZE PKKRECPF OF PKKRECP-P.
           MOVE     REST-WRK          TO RPRTRT OF PKKRECP-P.
           MOVE     JHMO-JAHR         TO RPJAHR OF PKKRECP-P.
           MOVE     JHMO-MONAT        TO RPMON  OF PKKRECP-P.
           MOVE     TAG-IDX           TO RPTAG  OF PKKRECP-P.
           MOVE     TAG-RECH(TAG-IDX) TO RPBETR OF PKKRECP-P.
           MOVE     TAG-BST(TAG-IDX)  TO RPBSTB OF PKKRECP-P.
           MOVE     T-USER            TO RPAUSR OF PKKRECP-P.
           MOVE     T-TERM            TO RPABS  OF PKKRECP-P.
           MOVE     PGM-WRK           TO RPAPGM OF PKKRECP-P.
           MOVE     DATE-8            TO RPADTA OF PKKRECP-P.
           MOVE     TIME-6            TO RPATIA OF PKKRECP-P.
           WRITE    PKKRECP-P.
           GO TO    SPE-REC-20.

       SPE-REC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * RECHNUNG ANNEHMEN, AUF WUNSCH DIE DIFFERENZ ALS AUSGABE
      * DER KAFFEEKASSE BUCHEN
      *--------------------------------------------------------------
       NIMM-AN SECTION.
       NIM-ANN-00.

           IF       RHBETR OF FORMAT1 = ZEROES
                    MOVE "BITTE DEN RECHNUNGSBETRAG EINTRAGEN"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO NIM-ANN-90
           END-IF.

      * TAGESBETRAEGE ERFASST, ABER SUMME PASST NICHT ZUM GESAMT
           IF       SUM-TAGE NOT = ZEROES
            AND     SUM-TAGE NOT = RHBETR OF FORMAT1
                    MOVE "SUMME DER TAGE UNGLEICH RECHNUNGSBETRAG"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO NIM-ANN-90
           END-IF.

           INITIALIZE PKKRECHF OF PKKRECH-P.
           MOVE     REST-WRK          TO RHRTRT OF PKKRECH-P.
           MOVE     JHMO-JAHR         TO RHJAHR OF PKKRECH-P.
           MOVE     JHMO-MONAT        TO RHMON  OF PKKRECH-P.
           READ     PKKRECH-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO NIM-ANN-90
           END-IF.

      * KORREKTURBUCHUNG NUR FUER EINEN MEHRBETRAG DER RECHNUNG
           IF       KORBU OF FORMAT1 = "J"
                    IF   DIFF-GESAMT > ZEROES
                         PERFORM BUCHE-KORREKTUR
                    ELSE
                         MOVE "KEIN MEHRBETRAG - KEINE KORREKTURBUCHUNG"
                                      TO MELDUNG-WRK
                         PERFORM MELDE-HINWEIS
                    END-IF
           END-IF.

           PERFORM  COPY-GET-TIME.
           MOVE     "A"               TO RHSTAT OF PKKRECH-P.
           MOVE     T-USER            TO RHAKUS OF PKKRECH-P.
           MOVE     DATE-8            TO RHAKDT OF PKKRECH-P.
           MOVE     T-USER            TO RHMSER OF PKKRECH-P.
           MOVE     T-TERM            TO RHMBS  OF PKKRECH-P.
           MOVE     PGM-WRK           TO RHMPGM OF PKKRECH-P.
           MOVE     DATE-8            TO RHMDTA OF PKKRECH-P.
           MOVE     TIME-6            TO RHMTIA OF PKKRECH-P.
           REWRITE  PKKRECH-P.
           MOVE     RHSTAT OF PKKRECH-P TO RHSTAT OF FORMAT1.

           MOVE     DIFF-GESAMT TO DSP-BETRAG.
           MOVE     SPACES TO MELDUNG-WRK.
           STRING   "RECHNUNG ANGENOMMEN, DIFFERENZ "
                    DSP-BETRAG
                    DELIMITED BY SIZE INTO MELDUNG-WRK
           END-STRING.
           PERFORM  MELDE-HINWEIS.

       NIM-ANN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MEHRBETRAG DER RECHNUNG ALS AUSGABE (ART A) BUCHEN
      *--------------------------------------------------------------
       BUCHE-KORREKTUR SECTION.
       BUC-KOR-00.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

           INITIALIZE PSCHULDF OF PSCHULD-P.
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PSCHULD" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK           TO SCLFDN OF PSCHULD-P.

           MOVE     T-USER             TO SCUSER OF PSCHULD-P.
           MOVE     DIFF-GESAMT        TO SCBETR OF PSCHULD-P.
           MOVE     SPACES             TO SCZWCK OF PSCHULD-P.
           STRING   "RECHNUNG "
                    JHMO-MONAT "/" JHMO-JAHR " "
                    REST-WRK
                    DELIMITED BY SIZE INTO SCZWCK OF PSCHULD-P
           END-STRING.
           MOVE     "A"                TO SCART  OF PSCHULD-P.
           MOVE     "B"                TO SCSTAT OF PSCHULD-P.
           MOVE     DATE-8             TO SCBZDT OF PSCHULD-P.
           MOVE     DATE-8             TO SCBZDA OF PSCHULD-P.
           MOVE     TIME-6             TO SCBZTI OF PSCHULD-P.
           MOVE     T-USER             TO SCKUSR OF PSCHULD-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO STAUSR OF PSCHULD-P.
           MOVE     T-TERM            TO STABS  OF PSCHULD-P.
           MOVE     PGM-WRK           TO STAPGM OF PSCHULD-P.
           MOVE     DATE-8            TO STADTA OF PSCHULD-P.
           MOVE     TIME-6            TO STATIA OF PSCHULD-P.

           WRITE    PSCHULD-P.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BUC-KOR-90
           END-IF.

      * BUCHUNG BEI DER RECHNUNG VERMERKEN
           MOVE     SCLFDN OF PSCHULD-P TO RHKLFD OF PKKRECH-P.
           MOVE     DIFF-GESAMT         TO RHKBTR OF PKKRECH-P.

       BUC-KOR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LAENGE DES MONATS JHMO-MONAT IM JAHR JHMO-JAHR ERMITTELN
      *--------------------------------------------------------------
       MONATS-LAENGE SECTION.
       MON-LAE-00.

           EVALUATE JHMO-MONAT
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
      *                  SCHALTJAHRESPRUEFUNG
                         MOVE 28 TO MONAT-LAENGE
                         DIVIDE JHMO-JAHR BY 4   GIVING SJA-WERT
                                REMAINDER SJA-MODREST
                         IF   SJA-MODREST = ZEROES
                              MOVE 29 TO MONAT-LAENGE
                         END-IF
                         DIVIDE JHMO-JAHR BY 100 GIVING SJA-WERT
                                REMAINDER SJA-MODREST
                         IF   SJA-MODREST = ZEROES
                              MOVE 28 TO MONAT-LAENGE
                         END-IF
                         DIVIDE JHMO-JAHR BY 400 GIVING SJA-WERT
                                REMAINDER SJA-MODREST
                         IF   SJA-MODREST = ZEROES
                              MOVE 29 TO MONAT-LAENGE
                         END-IF
           END-EVALUATE.

       MON-LAE-90.
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
      * MAT-BIBLIOTHEK VORSCHALTEN
      *--------------------------------------------------------------
       ADD-MAT-LIB SECTION.
       ADD-MAT-00.

      * "MAT" BIBLIOTHEK HINZUFUEGEN
           INITIALIZE ADDLIBLE-REC.
           MOVE     "MAT"        TO LIB     OF ADDLIBLE-REC.
           MOVE     "*LAST"      TO LIBPOS  OF ADDLIBLE-REC.
           CALL     "CLP0007" USING ADDLIBLE-REC
                                    RET-CODE
           END-CALL.

       ADD-MAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MAT-BIBLIOTHEK ENTFERNEN
      *--------------------------------------------------------------
       DEL-MAT-LIB SECTION.
       DEL-MAT-00.

           INITIALIZE RMVLIBLE-REC.
           MOVE     "MAT"        TO LIB     OF RMVLIBLE-REC.
           CALL     "CLP0009" USING RMVLIBLE-REC
           END-CALL.

       DEL-MAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PRUEFEN OB ES DIE DATEIEN AUCH GIBT
      *--------------------------------------------------------------
       CHECK-OBJECTS SECTION.
       CHK-OBJ-00.

           INITIALIZE RET-CODE.
      * PRUEFEN OB OBJEKT VORHANDEN IST
           INITIALIZE CHKOBJ-REC.
           MOVE     "PFODAW"     TO OBJ     OF CHKOBJ-REC.
           MOVE     "*LIBL"      TO LIB     OF CHKOBJ-REC.
           MOVE     "*FILE"      TO OBJTYPE OF CHKOBJ-REC.
           CALL     "CLP0004" USING CHKOBJ-REC
           END-CALL.
           IF       OBJ-EXIST OF CHKOBJ-REC = ZEROES
                    MOVE "1" TO RET-CODE
                    GO TO CHK-OBJ-90
           END-IF.

       CHK-OBJ-90.
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
