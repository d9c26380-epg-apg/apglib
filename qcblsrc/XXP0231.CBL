       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0231.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * BESTELLUNG DRUCKEN                                            *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  DRUCKT DIE BESTELLUNG X-KBLFDN ALS BELEG     *
      *                  FUER DEN LIEFERANTEN: KOPF MIT LIEFERANT     *
      *                  (PKDLIEF), BESTELLDATUM, KOSTENSTELLE UND    *
      *                  BESTELLER, DANACH DIE POSITIONEN AUS PKDBSTP *
      *                  MIT MENGE, PREIS UND ZEILENWERT SOWIE DER    *
      *                  GESAMTWERT. GEDRUCKT WERDEN NUR FREIGE-      *
      *                  GEBENE BESTELLUNGEN (STATUS 1 BIS 4).        *
      *                  DRUCKDATUM, -ZEIT, -USER UND DIE ANZAHL DER  *
      *                  DRUCKE WERDEN AM KOPF (KBDRDT, KBDRTI,       *
      *                  KBDRUS, KBDRAN) FESTGEHALTEN, JEDER WEITERE  *
      *                  DRUCK TRAEGT DEN VERMERK KOPIE.              *
      *                  OHNE BESTELLNUMMER (X-KBLFDN = 0) WIRD EINE  *
      *                  LISTE ALLER FREIGEGEBENEN, NOCH NIE          *
      *                  GEDRUCKTEN BESTELLUNGEN AUSGEGEBEN.          *
      *                  AUSGABE ALS SPOOLDATEI XXF0231.              *
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
      * PKDBST1: BESTELLKOPF
      *-------------------------------------------------------------
           SELECT PKDBST1-DP
                  ASSIGN       TO  DATABASE-PKDBST1
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDBSTP: BESTELLPOSITIONEN
      *-------------------------------------------------------------
           SELECT PKDBSTP-DP
                  ASSIGN       TO  DATABASE-PKDBSTP
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDLIEF: LIEFERANTENSTAMM
      *-------------------------------------------------------------
           SELECT PKDLIEF-DP
                  ASSIGN       TO  DATABASE-PKDLIEF
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDART: ARTIKELSTAMM
      *-------------------------------------------------------------
           SELECT PKDART-DP
                  ASSIGN       TO  DATABASE-PKDART
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *- XXF0231: SPOOLAUSGABE BESTELLUNG
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0231
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PKDBST1: KBLFDN
       FD  PKDBST1-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDBST1-P.
           COPY DDS-ALL-FORMATS OF PKDBST1.
      /
      *--- PKDBSTP: KPBLFD, KPPOS
       FD  PKDBSTP-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDBSTP-P.
           COPY DDS-ALL-FORMATS OF PKDBSTP.
      /
      *--- PKDLIEF: KLLIEF
       FD  PKDLIEF-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDLIEF-P.
           COPY DDS-ALL-FORMATS OF PKDLIEF.
      /
      *--- PKDART: KAANR
       FD  PKDART-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDART-P.
           COPY DDS-ALL-FORMATS OF PKDART.
      /
      *- XXF0231: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0231.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0231".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * WERTE DER BESTELLUNG
       01  ZEILEN-WERT                   PIC 9(9)V9(2).
       01  BEST-SUMME                    PIC 9(9)V9(2).

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DSP-BETRAG                    PIC Z(8)9,9(2).
       01  DSP-PREIS                     PIC Z(6)9,9(2).
       01  DSP-MENGE                     PIC Z(6)9.
       01  DSP-POS                       PIC ZZ9.
       01  DSP-ANZ-5                     PIC Z(4)9.
       01  DSP-LFDN                      PIC Z(8)9.

      * DATUM TT.MM.JJJJ FUER DEN DRUCK
       01  DSP-DATUM.
        05 DSP-DATUM-TT                  PIC X(2).
        05 FILLER                        PIC X(1)  VALUE ".".
        05 DSP-DATUM-MM                  PIC X(2).
        05 FILLER                        PIC X(1)  VALUE ".".
        05 DSP-DATUM-JJJJ                PIC X(4).
       01  DATUM-WRK                     PIC X(8).

      * ZAEHLER
       77  ANZ-POS                       PIC 9(5)  COMP.
       77  ANZ-OFFEN                     PIC 9(5)  COMP.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * ZU DRUCKENDE BESTELLUNG (0 = LISTE NIE GEDRUCKTER)
       01  X-KBLFDN                      LIKE KBLFDN OF PKDBST1-P.
      * RUECKMELDUNG AN DEN AUFRUFER (LEER = OK)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-KBLFDN
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0231" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.

      * DATEIEN OEFFNEN
           OPEN     I-O    PKDBST1-DP.
           OPEN     INPUT  PKDBSTP-DP
                           PKDLIEF-DP
                           PKDART-DP.
           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

           IF       X-KBLFDN = ZEROES
                    PERFORM DRUCKE-NIE-GEDRUCKTE
           ELSE
                    PERFORM DRUCKE-BESTELLUNG
           END-IF.

       ENDE.
           CLOSE    PKDBST1-DP
                    PKDBSTP-DP
                    PKDLIEF-DP
                    PKDART-DP
                    DRUCK-DAT.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * EINE BESTELLUNG DRUCKEN UND DEN DRUCK AM KOPF FESTHALTEN
      *--------------------------------------------------------------
       DRUCKE-BESTELLUNG SECTION.
       DRU-BES-00.

      * KOPF MIT SPERRE LESEN, DA DER DRUCK FORTGESCHRIEBEN WIRD
           INITIALIZE PKDBST1F OF PKDBST1-P.
           MOVE     X-KBLFDN TO KBLFDN OF PKDBST1-P.
           READ     PKDBST1-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "1" TO X-RETCODE
                    GO TO DRU-BES-90
           END-IF.

      * NUR FREIGEGEBENE BESTELLUNGEN GEHEN AN DEN LIEFERANTEN
           IF       KBVSTS OF PKDBST1-P = "0"
            OR      KBVSTS OF PKDBST1-P = "9"
                    UNLOCK PKDBST1-DP
                    MOVE "1" TO X-RETCODE
                    GO TO DRU-BES-90
           END-IF.

           PERFORM  COPY-GET-TIME.

           PERFORM  DRUCKE-KOPF.
           PERFORM  DRUCKE-POSITIONEN.
           PERFORM  DRUCKE-SUMME.

      * DRUCK AM KOPF FESTHALTEN
           ADD      1                 TO KBDRAN OF PKDBST1-P.
           MOVE     DATE-8            TO KBDRDT OF PKDBST1-P.
           MOVE     TIME-6            TO KBDRTI OF PKDBST1-P.
           MOVE     T-USER            TO KBDRUS OF PKDBST1-P.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO KBMSER OF PKDBST1-P.
           MOVE     T-TERM            TO KBMBS  OF PKDBST1-P.
           MOVE     PGM-WRK           TO KBMPGM OF PKDBST1-P.
           MOVE     DATE-8            TO KBMDTA OF PKDBST1-P.
           MOVE     TIME-6            TO KBMTIA OF PKDBST1-P.

           REWRITE  PKDBST1-P.

       DRU-BES-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BELEGKOPF: BESTELLNUMMER, LIEFERANT, DATUM, KOSTENSTELLE
      * UND BESTELLER; BEI NACHDRUCK DER VERMERK KOPIE
      *--------------------------------------------------------------
       DRUCKE-KOPF SECTION.
       DRU-KOP-00.

           INITIALIZE PKDLIEFF OF PKDLIEF-P.
           MOVE     KBLIEF OF PKDBST1-P TO KLLIEF OF PKDLIEF-P.
           READ     PKDLIEF-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    INITIALIZE PKDLIEFF OF PKDLIEF-P
           END-IF.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "BESTELLUNG"          TO DRUCK-ZEILE(1:10).
           MOVE     KBBST1 OF PKDBST1-P   TO DRUCK-ZEILE(12:10).
           IF       KBDRAN OF PKDBST1-P NOT = ZEROES
                    MOVE "*** KOPIE ***"  TO DRUCK-ZEILE(40:13)
           END-IF.
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "=" TO DRUCK-ZEILE(1:52).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "LIEFERANT"           TO DRUCK-ZEILE(1:9).
           MOVE     KBLIEF OF PKDBST1-P   TO DRUCK-ZEILE(16:10).
           MOVE     KLNAME OF PKDLIEF-P   TO DRUCK-ZEILE(28:40).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "DATUM"               TO DRUCK-ZEILE(1:5).
           MOVE     KBDTB  OF PKDBST1-P   TO DATUM-WRK.
           PERFORM  AUFBEREITEN-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(16:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "KOSTENSTELLE"        TO DRUCK-ZEILE(1:12).
           MOVE     KBKST  OF PKDBST1-P   TO DRUCK-ZEILE(16:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "BESTELLER"           TO DRUCK-ZEILE(1:9).
           MOVE     KBBUSR OF PKDBST1-P   TO DRUCK-ZEILE(16:10).
           PERFORM  DRUCKE-ZEILE.

      * BEIM NACHDRUCK DEN LETZTEN DRUCK NENNEN
           IF       KBDRAN OF PKDBST1-P NOT = ZEROES
                    MOVE SPACES TO DRUCK-ZEILE
                    MOVE "ZULETZT GEDRUCKT"    TO DRUCK-ZEILE(1:16)
                    MOVE KBDRDT OF PKDBST1-P   TO DATUM-WRK
                    PERFORM AUFBEREITEN-DATUM
                    MOVE DSP-DATUM             TO DRUCK-ZEILE(18:10)
                    MOVE "VON"                 TO DRUCK-ZEILE(29:3)
                    MOVE KBDRUS OF PKDBST1-P   TO DRUCK-ZEILE(33:10)
                    MOVE "ANZAHL"              TO DRUCK-ZEILE(45:6)
                    MOVE KBDRAN OF PKDBST1-P   TO DSP-ANZ-5
                    MOVE DSP-ANZ-5             TO DRUCK-ZEILE(52:5)
                    PERFORM DRUCKE-ZEILE
           END-IF.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "POS"                 TO DRUCK-ZEILE(1:3).
           MOVE     "ARTIKEL"             TO DRUCK-ZEILE(6:7).
           MOVE     "BEZEICHNUNG"         TO DRUCK-ZEILE(28:11).
           MOVE     "MENGE"               TO DRUCK-ZEILE(65:5).
           MOVE     "PREIS"               TO DRUCK-ZEILE(78:5).
           MOVE     "WERT"                TO DRUCK-ZEILE(93:4).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "-" TO DRUCK-ZEILE(1:96).
           PERFORM  DRUCKE-ZEILE.

       DRU-KOP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE POSITIONEN DER BESTELLUNG MIT ZEILENWERT DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-POSITIONEN SECTION.
       DRU-POS-00.

           INITIALIZE ANZ-POS BEST-SUMME.

           INITIALIZE PKDBSTPF OF PKDBSTP-P.
           MOVE     KBLFDN OF PKDBST1-P TO KPBLFD OF PKDBSTP-P.
           START    PKDBSTP-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-POS-90
           END-IF.

       DRU-POS-20.
           READ     PKDBSTP-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-POS-90
           END-IF.
           IF       KPBLFD OF PKDBSTP-P NOT = KBLFDN OF PKDBST1-P
                    GO TO DRU-POS-90
           END-IF.

           INITIALIZE PKDARTF OF PKDART-P.
           MOVE     KPIDEN OF PKDBSTP-P TO KAANR OF PKDART-P.
           READ     PKDART-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    INITIALIZE PKDARTF OF PKDART-P
           END-IF.

           COMPUTE  ZEILEN-WERT ROUNDED =
                    KPBMEN OF PKDBSTP-P * KPPREI OF PKDBSTP-P
           END-COMPUTE.
           ADD      ZEILEN-WERT TO BEST-SUMME.
           ADD      1           TO ANZ-POS.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     KPPOS  OF PKDBSTP-P   TO DSP-POS.
           MOVE     DSP-POS               TO DRUCK-ZEILE(1:3).
           MOVE     KPIDEN OF PKDBSTP-P   TO DRUCK-ZEILE(6:20).
           MOVE     KABEZ  OF PKDART-P    TO DRUCK-ZEILE(28:30).
           MOVE     KPBMEN OF PKDBSTP-P   TO DSP-MENGE.
           MOVE     DSP-MENGE             TO DRUCK-ZEILE(63:7).
           MOVE     KAEINH OF PKDART-P    TO DRUCK-ZEILE(71:5).
           MOVE     KPPREI OF PKDBSTP-P   TO DSP-PREIS.
           MOVE     DSP-PREIS             TO DRUCK-ZEILE(73:10).
           MOVE     ZEILEN-WERT           TO DSP-BETRAG.
           MOVE     DSP-BETRAG            TO DRUCK-ZEILE(85:12).
           PERFORM  DRUCKE-ZEILE.

           GO TO    DRU-POS-20.

       DRU-POS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GESAMTWERT DER BESTELLUNG DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-SUMME SECTION.
       DRU-SUM-00.

           MOVE     ALL "-" TO DRUCK-ZEILE(1:96).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "GESAMTWERT"          TO DRUCK-ZEILE(1:10).
           MOVE     ANZ-POS               TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(28:5).
           MOVE     "POSITIONEN"          TO DRUCK-ZEILE(34:10).
           MOVE     BEST-SUMME            TO DSP-BETRAG.
           MOVE     DSP-BETRAG            TO DRUCK-ZEILE(85:12).
           PERFORM  DRUCKE-ZEILE.

       DRU-SUM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LISTE ALLER FREIGEGEBENEN BESTELLUNGEN, DIE NOCH NIE
      * GEDRUCKT (ALSO NICHT AN DEN LIEFERANTEN GESCHICKT) WURDEN
      *--------------------------------------------------------------
       DRUCKE-NIE-GEDRUCKTE SECTION.
       DRU-NIE-00.

           INITIALIZE ANZ-OFFEN.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "FREIGEGEBENE, NICHT GEDRUCKTE BESTELLUNGEN"
                                          TO DRUCK-ZEILE(1:42).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "=" TO DRUCK-ZEILE(1:42).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "BESTELLUNG"          TO DRUCK-ZEILE(1:10).
           MOVE     "DATUM"               TO DRUCK-ZEILE(13:5).
           MOVE     "LIEFERANT"           TO DRUCK-ZEILE(25:9).
           MOVE     "BESTELLER"           TO DRUCK-ZEILE(37:9).
           MOVE     "STATUS"              TO DRUCK-ZEILE(49:6).
           MOVE     "GESAMTWERT"          TO DRUCK-ZEILE(59:10).
           PERFORM  DRUCKE-ZEILE.

           INITIALIZE PKDBST1F OF PKDBST1-P.
           START    PKDBST1-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-NIE-80
           END-IF.

       DRU-NIE-20.
           READ     PKDBST1-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-NIE-80
           END-IF.

           IF       KBVSTS OF PKDBST1-P = "0"
            OR      KBVSTS OF PKDBST1-P = "9"
                    GO TO DRU-NIE-20
           END-IF.
           IF       KBDRAN OF PKDBST1-P NOT = ZEROES
                    GO TO DRU-NIE-20
           END-IF.

           ADD      1 TO ANZ-OFFEN.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     KBBST1 OF PKDBST1-P   TO DRUCK-ZEILE(1:10).
           MOVE     KBDTB  OF PKDBST1-P   TO DATUM-WRK.
           PERFORM  AUFBEREITEN-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(13:10).
           MOVE     KBLIEF OF PKDBST1-P   TO DRUCK-ZEILE(25:10).
           MOVE     KBBUSR OF PKDBST1-P   TO DRUCK-ZEILE(37:10).
           MOVE     KBVSTS OF PKDBST1-P   TO DRUCK-ZEILE(51:1).
           MOVE     KBGWRT OF PKDBST1-P   TO DSP-BETRAG.
           MOVE     DSP-BETRAG            TO DRUCK-ZEILE(57:12).
           PERFORM  DRUCKE-ZEILE.

           GO TO    DRU-NIE-20.

       DRU-NIE-80.
           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     "ANZAHL:"             TO DRUCK-ZEILE(1:7).
           MOVE     ANZ-OFFEN             TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(13:5).
           PERFORM  DRUCKE-ZEILE.

       DRU-NIE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DATUM-WRK (JJJJMMTT) ALS TT.MM.JJJJ AUFBEREITEN
      *--------------------------------------------------------------
       AUFBEREITEN-DATUM SECTION.
       AUF-DAT-00.

           MOVE     DATUM-WRK(7:2) TO DSP-DATUM-TT.
           MOVE     DATUM-WRK(5:2) TO DSP-DATUM-MM.
           MOVE     DATUM-WRK(1:4) TO DSP-DATUM-JJJJ.

       AUF-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE BERICHTSZEILE IN DIE SPOOLDATEI SCHREIBEN
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
