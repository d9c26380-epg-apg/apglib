       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0233.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * ABWEICHUNGSBERICHT AUFTRAGSBESTAETIGUNGEN                     *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  BERICHT FUER DEN EINKAUF UEBER ALLE          *
      *                  WIRKSAMEN, NOCH OFFENEN BESTELLUNGEN         *
      *                  (STATUS 1 - 3):                              *
      *                  TEIL 1 - POSITIONEN, DIE DER LIEFERANT       *
      *                  SPAETER ALS GEWUENSCHT (KCDAT > KPWDAT)      *
      *                  ODER IN KLEINERER MENGE ALS BESTELLT         *
      *                  (KCMENG < KPBMEN) BESTAETIGT HAT (PKDBSTB).  *
      *                  TEIL 2 - BESTELLUNGEN MIT UNBESTAETIGTEN     *
      *                  POSITIONEN, DIE LAENGER ALS DIE KONFIGU-     *
      *                  RIERTE ZAHL VON ARBEITSTAGEN (K140/          *
      *                  BESTAETIGUNG, STANDARD 3) FREIGEGEBEN SIND.  *
      *                  ARBEITSTAGE WERDEN UEBER DEN KALENDER        *
      *                  PCFGDAT GEZAEHLT (OHNE WOCHENENDEN UND       *
      *                  FEIERTAGE), AB DEM FREIGABEDATUM KBFDTA      *
      *                  BZW. BEI DIREKT WIRKSAMEN BESTELLUNGEN AB    *
      *                  DEM BESTELLDATUM KBDTB.                      *
      *                  AUSGABE ALS SPOOLDATEI XXF0233.              *
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
      * PHYSISCHE DATEI BESTELLUNG
      *-------------------------------------------------------------
           SELECT PKDBST1-DP
                  ASSIGN       TO  DATABASE-PKDBST1
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDBSTP: KPBLFD, KPPOS
      *-------------------------------------------------------------
           SELECT PKDBSTP-DP
                  ASSIGN       TO  DATABASE-PKDBSTP
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDBSTB: KCBLFD, KCPOS
      *-------------------------------------------------------------
           SELECT PKDBSTB-DP
                  ASSIGN       TO  DATABASE-PKDBSTB
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

      *-------------------------------------------------------------
      *- XXF0233: SPOOLAUSGABE DES ABWEICHUNGSBERICHTS
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0233
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
      *--- PKDBSTB: KCBLFD, KCPOS
       FD  PKDBSTB-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDBSTB-P.
           COPY DDS-ALL-FORMATS OF PKDBSTB.
      /
      *--- PCFGDAT: DTLFDN
       FD  PCFGDAT-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGDAT-P.
           COPY DDS-ALL-FORMATS OF PCFGDAT.
      /
      *- XXF0233: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0233.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0233".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * GRENZE IN ARBEITSTAGEN UND ZAEHLER JE BESTELLUNG
       01  GRENZE-TAGE                   PIC 9(3).
       01  ARBTAGE-OFFEN                 PIC 9(5).
       01  START-DATUM                   PIC 9(8).

      * ART DER ABWEICHUNG EINER POSITION
       01  ABW-TERMIN                    PIC 9(1).
       01  ABW-MENGE                     PIC 9(1).

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DSP-ANZ-7                     PIC Z(6)9.
       01  DSP-ANZ-5                     PIC Z(4)9.
       01  DSP-POS                       PIC ZZ9.
       01  DATUM-WRK                     PIC X(8).
       01  DSP-DATUM.
        05 DSP-DATUM-TT                  PIC X(2).
        05 FILLER                        PIC X(1)  VALUE ".".
        05 DSP-DATUM-MM                  PIC X(2).
        05 FILLER                        PIC X(1)  VALUE ".".
        05 DSP-DATUM-JJJJ                PIC X(4).

      * ZAEHLER FUER DIE ABSCHLUSSZEILEN
       77  ANZ-ABWEICHUNG                PIC 9(7)  COMP.
       77  ANZ-UNBESTAETIGT              PIC 9(7)  COMP.

      * POSITIONSZAHLEN DER GELESENEN BESTELLUNG
       77  ANZ-POS                       PIC 9(3)  COMP.
       77  ANZ-POS-OFFEN                 PIC 9(3)  COMP.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * LAUFDATUM (NULL = HEUTE)
       01  X-DATUM                       PIC 9(8).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-DATUM.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0233" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DATEIEN OEFFNEN
           OPEN     INPUT  PKDBST1-DP
                           PKDBSTP-DP
                           PKDBSTB-DP
                           PCFGDAT-DP.
           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           INITIALIZE ANZ-ABWEICHUNG ANZ-UNBESTAETIGT.

      * LAUFDATUM ERMITTELN
           IF       X-DATUM = ZEROES
                    PERFORM  COPY-GET-TIME
                    MOVE     DATE-8 TO X-DATUM
           END-IF.

      * GRENZE IN ARBEITSTAGEN ERMITTELN
           PERFORM  LESE-GRENZE.

      * TEIL 1: ABWEICHENDE BESTAETIGUNGEN
           PERFORM  DRUCKE-KOPF-ABWEICHUNG.
           PERFORM  PRUEFE-ABWEICHUNGEN.

      * TEIL 2: UNBESTAETIGTE BESTELLUNGEN
           PERFORM  DRUCKE-KOPF-UNBESTAETIGT.
           PERFORM  PRUEFE-UNBESTAETIGTE.

           PERFORM  DRUCKE-SUMME.

       ENDE.
           CLOSE    PKDBST1-DP
                    PKDBSTP-DP
                    PKDBSTB-DP
                    PCFGDAT-DP
                    DRUCK-DAT.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * GRENZE IN ARBEITSTAGEN AUS DER KONFIGURATION LESEN
      *--------------------------------------------------------------
       LESE-GRENZE SECTION.
       LES-GRE-00.

           MOVE     3 TO GRENZE-TAGE.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "K140"            TO CFID   OF CFG-CPY.
           MOVE     "BESTAETIGUNG"    TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
            AND     CFIN01 OF CFG-CPY(1:3) IS NUMERIC
            AND     CFIN01 OF CFG-CPY(1:3) NOT = ZEROES
                    MOVE CFIN01 OF CFG-CPY(1:3) TO GRENZE-TAGE
           END-IF.

       LES-GRE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TEIL 1: ALLE BESTAETIGTEN POSITIONEN OFFENER BESTELLUNGEN
      * AUF SPAETEREN TERMIN ODER KLEINERE MENGE PRUEFEN
      *--------------------------------------------------------------
       PRUEFE-ABWEICHUNGEN SECTION.
       PRU-ABW-00.

           INITIALIZE PKDBST1F OF PKDBST1-P.
           START    PKDBST1-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-ABW-90
           END-IF.

       PRU-ABW-20.
           READ     PKDBST1-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-ABW-90
           END-IF.

           IF       KBVSTS OF PKDBST1-P NOT = "1"
            AND     KBVSTS OF PKDBST1-P NOT = "2"
            AND     KBVSTS OF PKDBST1-P NOT = "3"
                    GO TO PRU-ABW-20
           END-IF.

           INITIALIZE PKDBSTPF OF PKDBSTP-P.
           MOVE     KBLFDN OF PKDBST1-P TO KPBLFD OF PKDBSTP-P.
           START    PKDBSTP-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-ABW-20
           END-IF.

       PRU-ABW-40.
           READ     PKDBSTP-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-ABW-20
           END-IF.
           IF       KPBLFD OF PKDBSTP-P NOT = KBLFDN OF PKDBST1-P
                    GO TO PRU-ABW-20
           END-IF.

      * VOLLSTAENDIG GELIEFERTE POSITIONEN SIND ERLEDIGT
           IF       KPGMEN OF PKDBSTP-P NOT < KPBMEN OF PKDBSTP-P
                    GO TO PRU-ABW-40
           END-IF.

           INITIALIZE PKDBSTBF OF PKDBSTB-P.
           MOVE     KPBLFD OF PKDBSTP-P TO KCBLFD OF PKDBSTB-P.
           MOVE     KPPOS  OF PKDBSTP-P TO KCPOS  OF PKDBSTB-P.
           READ     PKDBSTB-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-ABW-40
           END-IF.

           INITIALIZE ABW-TERMIN ABW-MENGE.
           IF       KPWDAT OF PKDBSTP-P NOT = ZEROES
            AND     KCDAT  OF PKDBSTB-P > KPWDAT OF PKDBSTP-P
                    MOVE 1 TO ABW-TERMIN
           END-IF.
           IF       KCMENG OF PKDBSTB-P < KPBMEN OF PKDBSTP-P
                    MOVE 1 TO ABW-MENGE
           END-IF.

           IF       ABW-TERMIN NOT = ZEROES
            OR      ABW-MENGE  NOT = ZEROES
                    ADD     1 TO ANZ-ABWEICHUNG
                    PERFORM DRUCKE-ABWEICHUNG
           END-IF.

           GO TO    PRU-ABW-40.

       PRU-ABW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TEIL 2: OFFENE BESTELLUNGEN MIT UNBESTAETIGTEN POSITIONEN,
      * DEREN FREIGABE LAENGER ALS DIE GRENZE ZURUECKLIEGT
      *--------------------------------------------------------------
       PRUEFE-UNBESTAETIGTE SECTION.
       PRU-UNB-00.

           INITIALIZE PKDBST1F OF PKDBST1-P.
           START    PKDBST1-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-UNB-90
           END-IF.

       PRU-UNB-20.
           READ     PKDBST1-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-UNB-90
           END-IF.

           IF       KBVSTS OF PKDBST1-P NOT = "1"
            AND     KBVSTS OF PKDBST1-P NOT = "2"
            AND     KBVSTS OF PKDBST1-P NOT = "3"
                    GO TO PRU-UNB-20
           END-IF.

           PERFORM  ZAEHLE-POSITIONEN.
           IF       ANZ-POS-OFFEN = ZEROES
                    GO TO PRU-UNB-20
           END-IF.

      * ARBEITSTAGE SEIT DER FREIGABE ZAEHLEN
           IF       KBFDTA OF PKDBST1-P NOT = ZEROES
                    MOVE KBFDTA OF PKDBST1-P TO START-DATUM
           ELSE
                    MOVE KBDTB  OF PKDBST1-P TO START-DATUM
           END-IF.
           PERFORM  ZAEHLE-ARBEITSTAGE.

           IF       ARBTAGE-OFFEN > GRENZE-TAGE
                    ADD     1 TO ANZ-UNBESTAETIGT
                    PERFORM DRUCKE-UNBESTAETIGT
           END-IF.

           GO TO    PRU-UNB-20.

       PRU-UNB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * POSITIONEN DER GELESENEN BESTELLUNG ZAEHLEN (GESAMT UND
      * NOCH OHNE BESTAETIGUNG)
      *--------------------------------------------------------------
       ZAEHLE-POSITIONEN SECTION.
       ZAE-POS-00.

           INITIALIZE ANZ-POS ANZ-POS-OFFEN.

           INITIALIZE PKDBSTPF OF PKDBSTP-P.
           MOVE     KBLFDN OF PKDBST1-P TO KPBLFD OF PKDBSTP-P.
           START    PKDBSTP-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-POS-90
           END-IF.

       ZAE-POS-20.
           READ     PKDBSTP-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-POS-90
           END-IF.
           IF       KPBLFD OF PKDBSTP-P NOT = KBLFDN OF PKDBST1-P
                    GO TO ZAE-POS-90
           END-IF.
           ADD      1 TO ANZ-POS.

           INITIALIZE PKDBSTBF OF PKDBSTB-P.
           MOVE     KPBLFD OF PKDBSTP-P TO KCBLFD OF PKDBSTB-P.
           MOVE     KPPOS  OF PKDBSTP-P TO KCPOS  OF PKDBSTB-P.
           READ     PKDBSTB-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    ADD 1 TO ANZ-POS-OFFEN
           END-IF.
           GO TO    ZAE-POS-20.

       ZAE-POS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ARBEITSTAGE ZWISCHEN START-DATUM UND LAUFDATUM UEBER DEN
      * KALENDER PCFGDAT ZAEHLEN (OHNE WOCHENENDEN UND FEIERTAGE)
      *--------------------------------------------------------------
       ZAEHLE-ARBEITSTAGE SECTION.
       ZAE-ARB-00.

           INITIALIZE ARBTAGE-OFFEN.

           INITIALIZE PCFGDATF OF PCFGDAT-P.
           MOVE     START-DATUM TO DTLFDN OF PCFGDAT-P.
           START    PCFGDAT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-ARB-90
           END-IF.

       ZAE-ARB-20.
           READ     PCFGDAT-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-ARB-90
           END-IF.

      * DER FREIGABETAG SELBST ZAEHLT NICHT MIT
           IF       DTLFDN OF PCFGDAT-P NOT > START-DATUM
                    GO TO ZAE-ARB-20
           END-IF.

           IF       DTLFDN OF PCFGDAT-P > X-DATUM
                    GO TO ZAE-ARB-90
           END-IF.

      * WOCHENENDEN UND FEIERTAGE UEBERSPRINGEN
           IF       DTWOTA OF PCFGDAT-P > 5
            OR      DTFEIE OF PCFGDAT-P NOT = ZEROES
                    GO TO ZAE-ARB-20
           END-IF.

           ADD      1 TO ARBTAGE-OFFEN.
           GO TO    ZAE-ARB-20.

       ZAE-ARB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPF TEIL 1 DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-KOPF-ABWEICHUNG SECTION.
       DRU-KAB-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "ABWEICHUNGEN AUFTRAGSBESTAETIGUNG" TO DRUCK-ZEILE.
           MOVE     X-DATUM      TO DATUM-WRK.
           PERFORM  AUFBEREITEN-DATUM.
           MOVE     DSP-DATUM    TO DRUCK-ZEILE(38:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "=" TO DRUCK-ZEILE(1:47).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "SPAETER ODER WENIGER BESTAETIGT"
                                  TO DRUCK-ZEILE(1:31).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "BESTELLNR"   TO DRUCK-ZEILE(1:9).
           MOVE     "POS"         TO DRUCK-ZEILE(13:3).
           MOVE     "ARTIKEL"     TO DRUCK-ZEILE(18:7).
           MOVE     "GEWUENSCHT"  TO DRUCK-ZEILE(40:10).
           MOVE     "BESTAETIGT"  TO DRUCK-ZEILE(52:10).
           MOVE     "BESTELLT"    TO DRUCK-ZEILE(64:8).
           MOVE     "BESTAET."    TO DRUCK-ZEILE(74:8).
           MOVE     "REFERENZ"    TO DRUCK-ZEILE(84:8).
           MOVE     "ABW."        TO DRUCK-ZEILE(106:4).
           MOVE     "BESTELLER"   TO DRUCK-ZEILE(112:9).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

       DRU-KAB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE ABWEICHENDE POSITION DRUCKEN
      * (ABW.: T = TERMIN SPAETER, M = MENGE KLEINER)
      *--------------------------------------------------------------
       DRUCKE-ABWEICHUNG SECTION.
       DRU-ABW-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     KBBST1 OF PKDBST1-P TO DRUCK-ZEILE(1:10).
           MOVE     KPPOS  OF PKDBSTP-P TO DSP-POS.
           MOVE     DSP-POS             TO DRUCK-ZEILE(13:3).
           MOVE     KPIDEN OF PKDBSTP-P TO DRUCK-ZEILE(18:20).
           IF       KPWDAT OF PKDBSTP-P NOT = ZEROES
                    MOVE KPWDAT OF PKDBSTP-P TO DATUM-WRK
                    PERFORM AUFBEREITEN-DATUM
                    MOVE DSP-DATUM           TO DRUCK-ZEILE(40:10)
           END-IF.
           MOVE     KCDAT  OF PKDBSTB-P TO DATUM-WRK.
           PERFORM  AUFBEREITEN-DATUM.
           MOVE     DSP-DATUM           TO DRUCK-ZEILE(52:10).
           MOVE     KPBMEN OF PKDBSTP-P TO DSP-ANZ-7.
           MOVE     DSP-ANZ-7           TO DRUCK-ZEILE(64:7).
           MOVE     KCMENG OF PKDBSTB-P TO DSP-ANZ-7.
           MOVE     DSP-ANZ-7           TO DRUCK-ZEILE(74:7).
           MOVE     KCREF  OF PKDBSTB-P TO DRUCK-ZEILE(84:20).
           IF       ABW-TERMIN NOT = ZEROES
                    MOVE "T"            TO DRUCK-ZEILE(106:1)
           END-IF.
           IF       ABW-MENGE  NOT = ZEROES
                    MOVE "M"            TO DRUCK-ZEILE(108:1)
           END-IF.
           MOVE     KBBUSR OF PKDBST1-P TO DRUCK-ZEILE(112:10).
           PERFORM  DRUCKE-ZEILE.

       DRU-ABW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPF TEIL 2 DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-KOPF-UNBESTAETIGT SECTION.
       DRU-KUN-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "NICHT BESTAETIGT NACH MEHR ALS"
                                  TO DRUCK-ZEILE(1:30).
           MOVE     GRENZE-TAGE   TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5     TO DRUCK-ZEILE(32:5).
           MOVE     "ARBEITSTAGEN" TO DRUCK-ZEILE(38:12).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "BESTELLNR"   TO DRUCK-ZEILE(1:9).
           MOVE     "FREIGABE"    TO DRUCK-ZEILE(13:8).
           MOVE     "ARBTAGE"     TO DRUCK-ZEILE(25:7).
           MOVE     "  POS."      TO DRUCK-ZEILE(34:6).
           MOVE     "UNBEST."     TO DRUCK-ZEILE(42:7).
           MOVE     "LIEFERANT"   TO DRUCK-ZEILE(52:9).
           MOVE     "BESTELLER"   TO DRUCK-ZEILE(64:9).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

       DRU-KUN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE UNBESTAETIGTE BESTELLUNG DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-UNBESTAETIGT SECTION.
       DRU-UNB-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     KBBST1 OF PKDBST1-P TO DRUCK-ZEILE(1:10).
           MOVE     START-DATUM         TO DATUM-WRK.
           PERFORM  AUFBEREITEN-DATUM.
           MOVE     DSP-DATUM           TO DRUCK-ZEILE(13:10).
           MOVE     ARBTAGE-OFFEN       TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5           TO DRUCK-ZEILE(27:5).
           MOVE     ANZ-POS             TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5           TO DRUCK-ZEILE(35:5).
           MOVE     ANZ-POS-OFFEN       TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5           TO DRUCK-ZEILE(44:5).
           MOVE     KBLIEF OF PKDBST1-P TO DRUCK-ZEILE(52:10).
           MOVE     KBBUSR OF PKDBST1-P TO DRUCK-ZEILE(64:10).
           PERFORM  DRUCKE-ZEILE.

       DRU-UNB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABSCHLUSSZEILEN DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-SUMME SECTION.
       DRU-SUM-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     ANZ-ABWEICHUNG TO DSP-ANZ-7.
           MOVE     "ABWEICHENDE POSITIONEN:"  TO DRUCK-ZEILE(1:23).
           MOVE     DSP-ANZ-7                  TO DRUCK-ZEILE(26:7).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     ANZ-UNBESTAETIGT TO DSP-ANZ-7.
           MOVE     "UNBESTAETIGTE BESTELLUNGEN:" TO DRUCK-ZEILE(1:27).
           MOVE     DSP-ANZ-7                  TO DRUCK-ZEILE(30:7).
           PERFORM  DRUCKE-ZEILE.

       DRU-SUM-90.
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
