       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0230.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * INVENTUR BUCHEN UND DIFFERENZLISTE DRUCKEN                    *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LETZTER SCHRITT DER INVENTUR. SIND ALLE      *
      *                  ZAEHLSAETZE DER OFFENEN INVENTUR (PKDINV)    *
      *                  GEZAEHLT, WIRD JE ARTIKEL DIE DIFFERENZ      *
      *                  ZWISCHEN GEZAEHLTER MENGE UND BUCHBESTAND    *
      *                  ALS BEWEGUNG DER ART I (INVENTUR) IN         *
      *                  PKDLAGB GEBUCHT (LGMENG MIT VORZEICHEN,      *
      *                  LGGRND = INVENTUR UND INVENTURNUMMER), DER   *
      *                  BESTAND IN PKDLAG AUF DIE ZAEHLMENGE GESETZT *
      *                  UND DIE SPERRE LBINV AUFGEHOBEN.             *
      *                  BEI CHARGENPFLICHTIGEN ARTIKELN (KACHRG)     *
      *                  WIRD EINE MINDERMENGE NACH MHD VON DEN       *
      *                  CHARGEN IN PKDCHRG ABGEBUCHT, EINE MEHRMENGE *
      *                  DER CHARGE MIT DEM SPAETESTEN MHD            *
      *                  ZUGEBUCHT, JE CHARGE MIT EIGENER BEWEGUNG.   *
      *                  DIE DIFFERENZLISTE ZEIGT JE ARTIKEL MIT      *
      *                  ABWEICHUNG BUCH-/ZAEHLMENGE UND DEN WERT     *
      *                  DER DIFFERENZ ZUM ARTIKELPREIS KAPREI,       *
      *                  DAZU MEHR-/MINDERWERT GESAMT.                *
      *                  FEHLEN NOCH ZAEHLUNGEN, WIRD NICHTS GEBUCHT  *
      *                  UND NUR DIE LISTE DER OFFENEN ARTIKEL        *
      *                  GEDRUCKT (X-RETCODE 1).                      *
      *                  X-TEST = 1 DRUCKT DIE DIFFERENZLISTE OHNE    *
      *                  ZU BUCHEN.                                   *
      *                  AUSGABE ALS SPOOLDATEI XXF0230.              *
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
      * PKDART: ARTIKELSTAMM
      *-------------------------------------------------------------
           SELECT PKDART-DP
                  ASSIGN       TO  DATABASE-PKDART
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDLAG: LAGERBESTAND JE ARTIKEL
      *-------------------------------------------------------------
           SELECT PKDLAG-DP
                  ASSIGN       TO  DATABASE-PKDLAG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDLAGB: LAGERBEWEGUNGEN
      *-------------------------------------------------------------
           SELECT PKDLAGB-DP
                  ASSIGN       TO  DATABASE-PKDLAGB
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDCHRG: CHARGENBESTAND JE ARTIKEL UND MHD
      *-------------------------------------------------------------
           SELECT PKDCHRG-DP
                  ASSIGN       TO  DATABASE-PKDCHRG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDINV: INVENTUR-ZAEHLSAETZE
      *-------------------------------------------------------------
           SELECT PKDINV-DP
                  ASSIGN       TO  DATABASE-PKDINV
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *- XXF0230: SPOOLAUSGABE DIFFERENZLISTE
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0230
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PKDART: KAANR
       FD  PKDART-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDART-P.
           COPY DDS-ALL-FORMATS OF PKDART.
      /
      *--- PKDLAG: LBANR
       FD  PKDLAG-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDLAG-P.
           COPY DDS-ALL-FORMATS OF PKDLAG.
      /
      *--- PKDLAGB: LGLFDN
       FD  PKDLAGB-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDLAGB-P.
           COPY DDS-ALL-FORMATS OF PKDLAGB.
      /
      *--- PKDCHRG: CHANR, CHMHD, CHCHRG
       FD  PKDCHRG-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDCHRG-P.
           COPY DDS-ALL-FORMATS OF PKDCHRG.
      /
      *--- PKDINV: IVINVN, IVANR
       FD  PKDINV-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDINV-P.
           COPY DDS-ALL-FORMATS OF PKDINV.
      /
      *- XXF0230: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0230.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0230".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * NUMMER DER OFFENEN INVENTUR
       01  INVN-WRK                      PIC 9(9).

      * DIFFERENZ DES GELESENEN ARTIKELS
       01  BUCH-MENGE                    PIC S9(7).
       01  DIFF-MENGE                    PIC S9(7).
       01  DIFF-WERT                     PIC S9(9)V9(2).
       01  SUM-MEHRWERT                  PIC S9(9)V9(2).
       01  SUM-MINDERWERT                PIC S9(9)V9(2).
       01  SUM-SALDO                     PIC S9(9)V9(2).

      * DIFFERENZ NACH CHARGEN: NOCH ZU VERTEILENDE MENGE, DIE
      * MENGE/CHARGE DER ZU SCHREIBENDEN BEWEGUNG UND DIE CHARGE
      * MIT DEM SPAETESTEN MHD FUER EINE MEHRMENGE
       01  REST-MENGE                    PIC S9(7).
       01  BEW-MENGE                     PIC S9(7).
       01  BEW-CHRG                      LIKE CHCHRG OF PKDCHRG-P.
       01  BEW-MHD                       LIKE CHMHD  OF PKDCHRG-P.
       01  CHRG-DA                       PIC 9(1).
       01  LETZTE-CHRG                   LIKE CHCHRG OF PKDCHRG-P.
       01  LETZTES-MHD                   LIKE CHMHD  OF PKDCHRG-P.

      * BESTANDSSATZ VORHANDEN (1) ODER NEU ANZULEGEN (0)
       01  BESTAND-DA                    PIC 9(1).

      * GRUND IN DER LAGERBEWEGUNG
       01  GRUND-WRK.
        05 FILLER                        PIC X(9)  VALUE "INVENTUR ".
        05 GRUND-INVN                    PIC 9(9).

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DSP-WERT-S                    PIC -(8)9,9(2).
       01  DSP-MENGE-S                   PIC -(6)9.
       01  DSP-ANZ-5                     PIC Z(4)9.
       01  DSP-INVN                      PIC Z(8)9.

      * ZAEHLER FUER DAS LAUFPROTOKOLL
       77  ANZ-OFFEN                     PIC 9(5)  COMP.
       77  ANZ-DIFFERENZ                 PIC 9(5)  COMP.
       77  ANZ-GEBUCHT                   PIC 9(5)  COMP.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * 1 = NUR DIFFERENZLISTE, NICHTS BUCHEN
       01  X-TEST                        PIC X(1).
      * RUECKMELDUNG AN DEN AUFRUFER (LEER = OK)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-TEST
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0230" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.

      * DATEIEN OEFFNEN
           OPEN     INPUT  PKDART-DP.
           OPEN     I-O    PKDLAG-DP
                           PKDLAGB-DP
                           PKDCHRG-DP
                           PKDINV-DP.
           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

           INITIALIZE ANZ-OFFEN ANZ-DIFFERENZ ANZ-GEBUCHT.
           INITIALIZE SUM-MEHRWERT SUM-MINDERWERT.

           PERFORM  SUCHE-OFFENE-INVENTUR.
           IF       INVN-WRK = ZEROES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.
           MOVE     INVN-WRK TO GRUND-INVN.

      * SIND ALLE ARTIKEL GEZAEHLT?
           PERFORM  PRUEFE-ZAEHLUNG.
           IF       ANZ-OFFEN NOT = ZEROES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

      * DIFFERENZEN BUCHEN UND LISTEN
           PERFORM  BUCHE-INVENTUR.

       ENDE.
           CLOSE    PKDART-DP
                    PKDLAG-DP
                    PKDLAGB-DP
                    PKDCHRG-DP
                    PKDINV-DP
                    DRUCK-DAT.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * NOCH NICHT GEBUCHTE INVENTUR (IVSTS 0) SUCHEN
      *--------------------------------------------------------------
       SUCHE-OFFENE-INVENTUR SECTION.
       SUC-OIN-00.

           INITIALIZE INVN-WRK.

           INITIALIZE PKDINVF OF PKDINV-P.
           START    PKDINV-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUC-OIN-90
           END-IF.

       SUC-OIN-20.
           READ     PKDINV-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUC-OIN-90
           END-IF.

           IF       IVSTS OF PKDINV-P = "0"
                    MOVE IVINVN OF PKDINV-P TO INVN-WRK
                    GO TO SUC-OIN-90
           END-IF.

           GO TO    SUC-OIN-20.

       SUC-OIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE ZAEHLSAETZE DER INVENTUR AUF ERFOLGTE ZAEHLUNG PRUEFEN
      * UND DIE NOCH NICHT GEZAEHLTEN ARTIKEL LISTEN
      *--------------------------------------------------------------
       PRUEFE-ZAEHLUNG SECTION.
       PRU-ZAE-00.

           INITIALIZE PKDINVF OF PKDINV-P.
           MOVE     INVN-WRK TO IVINVN OF PKDINV-P.
           START    PKDINV-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-ZAE-80
           END-IF.

       PRU-ZAE-20.
           READ     PKDINV-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-ZAE-80
           END-IF.
           IF       IVINVN OF PKDINV-P NOT = INVN-WRK
                    GO TO PRU-ZAE-80
           END-IF.

           IF       IVGEZ OF PKDINV-P = "1"
                    GO TO PRU-ZAE-20
           END-IF.

      * BEIM ERSTEN UNGEZAEHLTEN ARTIKEL DEN LISTENKOPF
           IF       ANZ-OFFEN = ZEROES
                    MOVE SPACES TO DRUCK-ZEILE
                    MOVE "INVENTUR"          TO DRUCK-ZEILE(1:8)
                    MOVE INVN-WRK            TO DSP-INVN
                    MOVE DSP-INVN            TO DRUCK-ZEILE(10:9)
                    MOVE "NICHT GEBUCHT - NOCH NICHT GEZAEHLT:"
                                             TO DRUCK-ZEILE(21:36)
                    PERFORM DRUCKE-ZEILE
                    MOVE ALL "=" TO DRUCK-ZEILE(1:56)
                    PERFORM DRUCKE-ZEILE
           END-IF.
           ADD      1 TO ANZ-OFFEN.

           INITIALIZE PKDARTF OF PKDART-P.
           MOVE     IVANR OF PKDINV-P TO KAANR OF PKDART-P.
           READ     PKDART-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    INITIALIZE PKDARTF OF PKDART-P
           END-IF.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     IVANR  OF PKDINV-P    TO DRUCK-ZEILE(1:20).
           MOVE     KABEZ  OF PKDART-P    TO DRUCK-ZEILE(23:40).
           PERFORM  DRUCKE-ZEILE.

           GO TO    PRU-ZAE-20.

       PRU-ZAE-80.
           IF       ANZ-OFFEN NOT = ZEROES
                    MOVE SPACES TO DRUCK-ZEILE
                    PERFORM DRUCKE-ZEILE
                    MOVE "OFFEN:"            TO DRUCK-ZEILE(1:6)
                    MOVE ANZ-OFFEN           TO DSP-ANZ-5
                    MOVE DSP-ANZ-5           TO DRUCK-ZEILE(12:5)
                    PERFORM DRUCKE-ZEILE
           END-IF.

       PRU-ZAE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * JE ZAEHLSATZ DIE DIFFERENZ ZUM BUCHBESTAND BUCHEN, DIE
      * SPERRE AUFHEBEN UND ARTIKEL MIT ABWEICHUNG LISTEN
      *--------------------------------------------------------------
       BUCHE-INVENTUR SECTION.
       BUC-INV-00.

           PERFORM  DRUCKE-KOPF.

           INITIALIZE PKDINVF OF PKDINV-P.
           MOVE     INVN-WRK TO IVINVN OF PKDINV-P.
           START    PKDINV-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BUC-INV-80
           END-IF.

       BUC-INV-20.
           READ     PKDINV-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BUC-INV-80
           END-IF.
           IF       IVINVN OF PKDINV-P NOT = INVN-WRK
                    GO TO BUC-INV-80
           END-IF.

           PERFORM  COPY-GET-TIME.

      * BUCHBESTAND - WAEHREND DER INVENTUR GESPERRT, ALSO
      * UNVERAENDERT SEIT DER EROEFFNUNG
           INITIALIZE PKDLAGF OF PKDLAG-P.
           MOVE     IVANR OF PKDINV-P TO LBANR OF PKDLAG-P.
           IF       X-TEST = "1"
                    READ PKDLAG-DP WITH NO LOCK
           ELSE
                    READ PKDLAG-DP
           END-IF.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE ZEROES TO BESTAND-DA
                    MOVE IVSOLL OF PKDINV-P TO BUCH-MENGE
           ELSE
                    MOVE 1      TO BESTAND-DA
                    MOVE LBBEST OF PKDLAG-P TO BUCH-MENGE
           END-IF.

           COMPUTE  DIFF-MENGE = IVIST OF PKDINV-P - BUCH-MENGE
           END-COMPUTE.

           INITIALIZE PKDARTF OF PKDART-P.
           MOVE     IVANR OF PKDINV-P TO KAANR OF PKDART-P.
           READ     PKDART-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    INITIALIZE PKDARTF OF PKDART-P
           END-IF.

           COMPUTE  DIFF-WERT ROUNDED =
                    DIFF-MENGE * KAPREI OF PKDART-P
           END-COMPUTE.

           IF       DIFF-MENGE NOT = ZEROES
                    ADD  1 TO ANZ-DIFFERENZ
                    IF   DIFF-WERT > ZEROES
                         ADD DIFF-WERT TO SUM-MEHRWERT
                    ELSE
                         ADD DIFF-WERT TO SUM-MINDERWERT
                    END-IF
                    PERFORM DRUCKE-DIFFERENZ
           END-IF.

           IF       X-TEST = "1"
                    GO TO BUC-INV-20
           END-IF.

      * BESTAND AUF DIE ZAEHLMENGE SETZEN UND ENTSPERREN
           PERFORM  SCHREIBE-BESTAND.

      * DIFFERENZ ALS INVENTURBEWEGUNG FESTHALTEN
           IF       DIFF-MENGE NOT = ZEROES
                    PERFORM BUCHE-DIFFERENZ
           END-IF.

      * ZAEHLSATZ ABSCHLIESSEN
           MOVE     BUCH-MENGE        TO IVSOLL OF PKDINV-P.
           MOVE     DIFF-MENGE        TO IVDIFF OF PKDINV-P.
           MOVE     "1"               TO IVSTS  OF PKDINV-P.
           MOVE     T-USER            TO IVMSER OF PKDINV-P.
           MOVE     T-TERM            TO IVMBS  OF PKDINV-P.
           MOVE     PGM-WRK           TO IVMPGM OF PKDINV-P.
           MOVE     DATE-8            TO IVMDTA OF PKDINV-P.
           MOVE     TIME-6            TO IVMTIA OF PKDINV-P.
           REWRITE  PKDINV-P.
           ADD      1 TO ANZ-GEBUCHT.

           GO TO    BUC-INV-20.

       BUC-INV-80.
           PERFORM  DRUCKE-SUMME.

       BUC-INV-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BESTANDSSATZ AUF DIE ZAEHLMENGE SETZEN UND DIE SPERRE DER
      * INVENTUR AUFHEBEN (FEHLT DER SATZ, WIRD ER ANGELEGT)
      *--------------------------------------------------------------
       SCHREIBE-BESTAND SECTION.
       SCH-BES-00.

           IF       BESTAND-DA = ZEROES
                    INITIALIZE PKDLAGF OF PKDLAG-P
                    MOVE IVANR  OF PKDINV-P  TO LBANR  OF PKDLAG-P
                    MOVE IVIST  OF PKDINV-P  TO LBBEST OF PKDLAG-P
                    MOVE SPACES              TO LBINV  OF PKDLAG-P
                    MOVE T-USER              TO LBAUSR OF PKDLAG-P
                    MOVE T-TERM              TO LBABS  OF PKDLAG-P
                    MOVE PGM-WRK             TO LBAPGM OF PKDLAG-P
                    MOVE DATE-8              TO LBADTA OF PKDLAG-P
                    MOVE TIME-6              TO LBATIA OF PKDLAG-P
                    WRITE PKDLAG-P
                    GO TO SCH-BES-90
           END-IF.

           MOVE     IVIST OF PKDINV-P TO LBBEST OF PKDLAG-P.
           MOVE     SPACES            TO LBINV  OF PKDLAG-P.
           MOVE     T-USER            TO LBMSER OF PKDLAG-P.
           MOVE     T-TERM            TO LBMBS  OF PKDLAG-P.
           MOVE     PGM-WRK           TO LBMPGM OF PKDLAG-P.
           MOVE     DATE-8            TO LBMDTA OF PKDLAG-P.
           MOVE     TIME-6            TO LBMTIA OF PKDLAG-P.
           REWRITE  PKDLAG-P.

       SCH-BES-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * INVENTURDIFFERENZ BUCHEN: BEI CHARGENPFLICHTIGEN ARTIKELN
      * AUF DIE CHARGEN VERTEILEN, EINE RESTMENGE OHNE CHARGE
      * (BESTAND AUS DER ZEIT VOR DER CHARGENFUEHRUNG ODER KEINE
      * CHARGE VORHANDEN) WIRD OHNE CHARGE GEBUCHT
      *--------------------------------------------------------------
       BUCHE-DIFFERENZ SECTION.
       BUC-DIF-00.

           MOVE     DIFF-MENGE TO REST-MENGE.
           IF       KACHRG OF PKDART-P = "1"
                    IF   DIFF-MENGE < ZEROES
                         PERFORM MINDERE-CHARGEN
                    ELSE
                         PERFORM MEHRE-CHARGE
                    END-IF
           END-IF.

           IF       REST-MENGE NOT = ZEROES
                    MOVE REST-MENGE TO BEW-MENGE
                    MOVE SPACES     TO BEW-CHRG
                    MOVE ZEROES     TO BEW-MHD
                    PERFORM SCHREIBE-BEWEGUNG
           END-IF.

       BUC-DIF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MINDERMENGE VON DEN CHARGEN ABBUCHEN: DIE CHARGEN WERDEN
      * AUFSTEIGEND NACH MHD GELESEN (SCHLUESSEL CHANR, CHMHD,
      * CHCHRG) UND WIE BEI DER ENTNAHME BIS ZUR DIFFERENZ
      * GELEERT. REST-MENGE IST HIER NEGATIV
      *--------------------------------------------------------------
       MINDERE-CHARGEN SECTION.
       MIN-CHG-00.

           INITIALIZE PKDCHRGF OF PKDCHRG-P.
           MOVE     IVANR OF PKDINV-P TO CHANR OF PKDCHRG-P.
           START    PKDCHRG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO MIN-CHG-90
           END-IF.

       MIN-CHG-20.
           IF       REST-MENGE NOT < ZEROES
                    GO TO MIN-CHG-90
           END-IF.

           READ     PKDCHRG-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO MIN-CHG-90
           END-IF.
           IF       CHANR OF PKDCHRG-P NOT = IVANR OF PKDINV-P
                    UNLOCK PKDCHRG-DP
                    GO TO MIN-CHG-90
           END-IF.
           IF       CHMENG OF PKDCHRG-P NOT > ZEROES
                    UNLOCK PKDCHRG-DP
                    GO TO MIN-CHG-20
           END-IF.

      * AUS DIESER CHARGE ABBUCHEN
           IF       CHMENG OF PKDCHRG-P < 0 - REST-MENGE
                    COMPUTE BEW-MENGE = 0 - CHMENG OF PKDCHRG-P
                    END-COMPUTE
           ELSE
                    MOVE REST-MENGE TO BEW-MENGE
           END-IF.

           ADD      BEW-MENGE TO CHMENG OF PKDCHRG-P.
           SUBTRACT BEW-MENGE FROM REST-MENGE.

           PERFORM  SCHREIBE-CHARGE.
           GO TO    MIN-CHG-20.

       MIN-CHG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MEHRMENGE DER CHARGE MIT DEM SPAETESTEN MHD ZUBUCHEN. DER
      * ZUGANG CHZUGM BLEIBT UNVERAENDERT, ES WURDE NICHTS
      * GELIEFERT. GIBT ES KEINE CHARGE, BLEIBT DIE MENGE IN
      * REST-MENGE UND WIRD OHNE CHARGE GEBUCHT
      *--------------------------------------------------------------
       MEHRE-CHARGE SECTION.
       MEH-CHG-00.

           INITIALIZE CHRG-DA.
           INITIALIZE PKDCHRGF OF PKDCHRG-P.
           MOVE     IVANR OF PKDINV-P TO CHANR OF PKDCHRG-P.
           START    PKDCHRG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO MEH-CHG-90
           END-IF.

      * LETZTE CHARGE DES ARTIKELS SUCHEN
       MEH-CHG-20.
           READ     PKDCHRG-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO MEH-CHG-50
           END-IF.
           IF       CHANR OF PKDCHRG-P NOT = IVANR OF PKDINV-P
                    GO TO MEH-CHG-50
           END-IF.

           MOVE     1                   TO CHRG-DA.
           MOVE     CHCHRG OF PKDCHRG-P TO LETZTE-CHRG.
           MOVE     CHMHD  OF PKDCHRG-P TO LETZTES-MHD.
           GO TO    MEH-CHG-20.

       MEH-CHG-50.
           IF       CHRG-DA = ZEROES
                    GO TO MEH-CHG-90
           END-IF.

      * DIESE CHARGE MIT SPERRE LESEN UND ZUBUCHEN
           INITIALIZE PKDCHRGF OF PKDCHRG-P.
           MOVE     IVANR OF PKDINV-P TO CHANR  OF PKDCHRG-P.
           MOVE     LETZTES-MHD       TO CHMHD  OF PKDCHRG-P.
           MOVE     LETZTE-CHRG       TO CHCHRG OF PKDCHRG-P.
           READ     PKDCHRG-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO MEH-CHG-90
           END-IF.

           MOVE     REST-MENGE TO BEW-MENGE.
           ADD      BEW-MENGE  TO CHMENG OF PKDCHRG-P.
           MOVE     ZEROES     TO REST-MENGE.

           PERFORM  SCHREIBE-CHARGE.

       MEH-CHG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GELESENE CHARGE ZURUECKSCHREIBEN UND DIE BEWEGUNG MIT
      * BEW-MENGE UND DER CHARGE FESTHALTEN
      *--------------------------------------------------------------
       SCHREIBE-CHARGE SECTION.
       SCH-CHG-00.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO CHMSER OF PKDCHRG-P.
           MOVE     T-TERM            TO CHMBS  OF PKDCHRG-P.
           MOVE     PGM-WRK           TO CHMPGM OF PKDCHRG-P.
           MOVE     DATE-8            TO CHMDTA OF PKDCHRG-P.
           MOVE     TIME-6            TO CHMTIA OF PKDCHRG-P.

           REWRITE  PKDCHRG-P.

           MOVE     CHCHRG OF PKDCHRG-P TO BEW-CHRG.
           MOVE     CHMHD  OF PKDCHRG-P TO BEW-MHD.
           PERFORM  SCHREIBE-BEWEGUNG.

       SCH-CHG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * INVENTURDIFFERENZ ALS BEWEGUNG (ART I) MIT BEW-MENGE UND
      * GGF. DER CHARGE IN PKDLAGB SCHREIBEN, DIE MENGE TRAEGT DAS
      * VORZEICHEN DER DIFFERENZ
      *--------------------------------------------------------------
       SCHREIBE-BEWEGUNG SECTION.
       SCH-BEW-00.

           INITIALIZE PKDLAGBF OF PKDLAGB-P.
           MOVE     "PKDLAGB" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK             TO LGLFDN OF PKDLAGB-P.
           MOVE     IVANR  OF PKDINV-P   TO LGANR  OF PKDLAGB-P.
           MOVE     "I"                  TO LGART  OF PKDLAGB-P.
           MOVE     BEW-MENGE            TO LGMENG OF PKDLAGB-P.
           MOVE     GRUND-WRK            TO LGGRND OF PKDLAGB-P.
           MOVE     BEW-CHRG             TO LGCHRG OF PKDLAGB-P.
           MOVE     BEW-MHD              TO LGMHD  OF PKDLAGB-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO LGAUSR OF PKDLAGB-P.
           MOVE     T-TERM            TO LGABS  OF PKDLAGB-P.
           MOVE     PGM-WRK           TO LGAPGM OF PKDLAGB-P.
           MOVE     DATE-8            TO LGADTA OF PKDLAGB-P.
           MOVE     TIME-6            TO LGATIA OF PKDLAGB-P.

           WRITE    PKDLAGB-P.

       SCH-BEW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPF DER DIFFERENZLISTE DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-KOPF SECTION.
       DRU-KOP-00.

           PERFORM  COPY-GET-TIME.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "DIFFERENZLISTE INVENTUR" TO DRUCK-ZEILE(1:23).
           MOVE     INVN-WRK              TO DSP-INVN.
           MOVE     DSP-INVN              TO DRUCK-ZEILE(25:9).
           MOVE     "DATUM"               TO DRUCK-ZEILE(37:5).
           MOVE     DATE-8(7:2)           TO DRUCK-ZEILE(43:2).
           MOVE     "."                   TO DRUCK-ZEILE(45:1).
           MOVE     DATE-8(5:2)           TO DRUCK-ZEILE(46:2).
           MOVE     "."                   TO DRUCK-ZEILE(48:1).
           MOVE     DATE-8(1:4)           TO DRUCK-ZEILE(49:4).
           IF       X-TEST = "1"
                    MOVE "*** TESTLAUF - NICHT GEBUCHT ***"
                                          TO DRUCK-ZEILE(56:32)
           END-IF.
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "=" TO DRUCK-ZEILE(1:52).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "ARTIKEL"             TO DRUCK-ZEILE(1:7).
           MOVE     "BEZEICHNUNG"         TO DRUCK-ZEILE(23:11).
           MOVE     "EINH."               TO DRUCK-ZEILE(55:5).
           MOVE     "BUCH"                TO DRUCK-ZEILE(65:4).
           MOVE     "GEZAEHLT"            TO DRUCK-ZEILE(70:8).
           MOVE     "DIFFERENZ"           TO DRUCK-ZEILE(79:9).
           MOVE     "PREIS"               TO DRUCK-ZEILE(96:5).
           MOVE     "WERT DIFFERENZ"      TO DRUCK-ZEILE(105:14).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

       DRU-KOP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINEN ARTIKEL MIT ABWEICHUNG DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-DIFFERENZ SECTION.
       DRU-DIF-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     IVANR  OF PKDINV-P    TO DRUCK-ZEILE(1:20).
           MOVE     KABEZ  OF PKDART-P    TO DRUCK-ZEILE(23:30).
           MOVE     KAEINH OF PKDART-P    TO DRUCK-ZEILE(55:5).
           MOVE     BUCH-MENGE            TO DSP-MENGE-S.
           MOVE     DSP-MENGE-S           TO DRUCK-ZEILE(62:7).
           MOVE     IVIST  OF PKDINV-P    TO DSP-MENGE-S.
           MOVE     DSP-MENGE-S           TO DRUCK-ZEILE(71:7).
           MOVE     DIFF-MENGE            TO DSP-MENGE-S.
           MOVE     DSP-MENGE-S           TO DRUCK-ZEILE(81:7).
           MOVE     KAPREI OF PKDART-P    TO DSP-WERT-S.
           MOVE     DSP-WERT-S            TO DRUCK-ZEILE(89:12).
           MOVE     DIFF-WERT             TO DSP-WERT-S.
           MOVE     DSP-WERT-S            TO DRUCK-ZEILE(107:12).
           PERFORM  DRUCKE-ZEILE.

       DRU-DIF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUMMEN DER DIFFERENZLISTE DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-SUMME SECTION.
       DRU-SUM-00.

           COMPUTE  SUM-SALDO = SUM-MEHRWERT + SUM-MINDERWERT
           END-COMPUTE.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "MEHRWERT"            TO DRUCK-ZEILE(23:8).
           MOVE     SUM-MEHRWERT          TO DSP-WERT-S.
           MOVE     DSP-WERT-S            TO DRUCK-ZEILE(107:12).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "MINDERWERT"          TO DRUCK-ZEILE(23:10).
           MOVE     SUM-MINDERWERT        TO DSP-WERT-S.
           MOVE     DSP-WERT-S            TO DRUCK-ZEILE(107:12).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "SALDO"               TO DRUCK-ZEILE(23:5).
           MOVE     SUM-SALDO             TO DSP-WERT-S.
           MOVE     DSP-WERT-S            TO DRUCK-ZEILE(107:12).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "ARTIKEL MIT DIFFERENZ:" TO DRUCK-ZEILE(1:22).
           MOVE     ANZ-DIFFERENZ         TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(25:5).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "ARTIKEL GEBUCHT:"    TO DRUCK-ZEILE(1:16).
           MOVE     ANZ-GEBUCHT           TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(25:5).
           PERFORM  DRUCKE-ZEILE.

       DRU-SUM-90.
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
