       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0227.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * RUECKSENDUNG AN DEN LIEFERANTEN ZU EINEM WARENEINGANG         *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  BUCHT DIE RUECKSENDUNG BESCHAEDIGTER ODER    *
      *                  FALSCHER WARE GEGEN DEN URSPRUENGLICHEN      *
      *                  WARENEINGANG (PKDWE KWLFDN, DARAUS BESTEL-   *
      *                  LUNG KWBLFD UND POSITION KWPOS). ERFASST     *
      *                  WERDEN MENGE, GRUNDSCHLUESSEL UND DIE        *
      *                  ABWICKLUNG:                                  *
      *                  N = NACHLIEFERUNG: DIE GELIEFERTE MENGE      *
      *                      KPGMEN DER POSITION WIRD REDUZIERT, DIE  *
      *                      BESTELLUNG IST WIEDER OFFEN (XXP0211).   *
      *                  G = GUTSCHRIFT: DIE POSITION WIRD MIT        *
      *                      KPGUTS = 1 ALS "GUTSCHRIFT ERWARTET"     *
      *                      MARKIERT, DIE MENGE IN KPRMEN GEFUEHRT.  *
      *                      DIE GUTSCHRIFT WIRD IN XXP0218 GEGEN     *
      *                      DIE URSPRUENGLICHE RECHNUNG ERFASST.     *
      *                  DER BESTAND IN PKDLAG WIRD REDUZIERT, DIE    *
      *                  BEWEGUNG MIT EIGENER ART R (RUECKSENDUNG)    *
      *                  UND DEM GRUND IN PKDLAGB FESTGEHALTEN, DIE   *
      *                  RUECKSENDUNG SELBST IN PKDRUEK (RKLFDN).     *
      *                  BEI CHARGENPFLICHTIGEN ARTIKELN (KACHRG)     *
      *                  WIRD DIE MENGE WIE EINE ENTNAHME NACH MHD    *
      *                  AUF DIE CHARGEN IN PKDCHRG VERTEILT, JE      *
      *                  CHARGE ENTSTEHT EINE BEWEGUNG.               *
      *                  JE WARENEINGANG KANN HOECHSTENS DIE DORT     *
      *                  GEBUCHTE MENGE ZURUECKGEHEN (KWRMEN).        *
      *                                                               *
      *                  GRUENDE: BS = BESCHAEDIGT, FA = FALSCHER     *
      *                  ARTIKEL, QM = QUALITAETSMANGEL,              *
      *                  UE = UEBERLIEFERUNG                          *
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
                  ASSIGN       TO  WORKSTATION-XXD0227DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PHYSISCHE DATEI BESTELLKOPF
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
      * PKDWE: WARENEINGAENGE
      *-------------------------------------------------------------
           SELECT PKDWE-DP
                  ASSIGN       TO  DATABASE-PKDWE
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDRUEK: RUECKSENDUNGEN AN LIEFERANTEN
      *-------------------------------------------------------------
           SELECT PKDRUEK-DP
                  ASSIGN       TO  DATABASE-PKDRUEK
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
           COPY DDS-ALL-FORMATS OF XXD0227DE.
      /
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
      *--- PKDWE: KWLFDN
       FD  PKDWE-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDWE-P.
           COPY DDS-ALL-FORMATS OF PKDWE.
      /
      *--- PKDRUEK: RKLFDN
       FD  PKDRUEK-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDRUEK-P.
           COPY DDS-ALL-FORMATS OF PKDRUEK.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN41                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  XXD0227DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  XXD0227DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0227".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * GELESENER WARENEINGANG UND NOCH RUECKSENDBARE MENGE
       01  WE-DA                         PIC 9(1).
       01  MENGE-OFFEN                   PIC S9(7).

      * RUECKSENDUNG NACH CHARGEN: NOCH ZU VERTEILENDE MENGE UND
      * DIE MENGE/CHARGE DER ZU SCHREIBENDEN BEWEGUNG
       01  REST-MENGE                    PIC S9(7).
       01  BEW-MENGE                     PIC S9(7).
       01  BEW-CHRG                      LIKE CHCHRG OF PKDCHRG-P.
       01  BEW-MHD                       LIKE CHMHD  OF PKDCHRG-P.

      * MELDUNG AN DEN BENUTZER
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
           MOVE     "XXP0227" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0227DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     I-O   PKDBST1-DP
                          PKDBSTP-DP
                          PKDWE-DP
                          PKDLAG-DP
                          PKDLAGB-DP
                          PKDCHRG-DP
                          PKDRUEK-DP.
           OPEN     INPUT PKDART-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           INITIALIZE FORMAT1.
           INITIALIZE WE-DA.

       ANF020.
      * RUECKSENDUNG ERFASSEN
           PERFORM  ANZEIGE-DATEN.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       F12 = "1"
                    INITIALIZE F12
                    INITIALIZE FORMAT1
                    INITIALIZE WE-DA
           END-IF.
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PKDBST1-DP
                    PKDBSTP-DP
                    PKDWE-DP
                    PKDLAG-DP
                    PKDLAGB-DP
                    PKDCHRG-DP
                    PKDRUEK-DP
                    PKDART-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * WARENEINGANG ANZEIGEN, RUECKSENDUNG PRUEFEN UND BUCHEN
      *--------------------------------------------------------------
       ANZEIGE-DATEN SECTION.
       ANZ-DAT-00.

      * ZUM EINGEGEBENEN WARENEINGANG DIE POSITION LESEN
           PERFORM  LESE-WARENEINGANG.

       ANZ-DAT-20.
      * UEBERSCHRIFT
           MOVE     "XXP0200"         TO MAINUEB OF FORMAT1.
           MOVE     "XXP0227*1"       TO SUBUEB  OF FORMAT1.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT1.

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

      * OHNE WARENEINGANG ODER NACH NUMMERNWECHSEL ERST NACHLESEN
           IF       WE-DA = ZEROES
            OR      KWLFDN OF FORMAT1 NOT = KWLFDN OF PKDWE-P
                    GO TO ANZ-DAT-90
           END-IF.

      * OHNE MENGE GIBT ES NICHTS ZU BUCHEN
           IF       RKMENG OF FORMAT1 = ZEROES
                    GO TO ANZ-DAT-20
           END-IF.

      * NICHT MEHR ZURUECKSENDEN ALS UEBER DIESEN WARENEINGANG
      * GEKOMMEN UND NOCH NICHT ZURUECKGEGANGEN IST
           IF       RKMENG OF FORMAT1 > MENGE-OFFEN
                    MOVE "MENGE GROESSER ALS DER OFFENE WARENEINGANG"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-FEHLER
                    GO TO ANZ-DAT-20
           END-IF.

      * GRUNDSCHLUESSEL PRUEFEN
           IF       RKGRND OF FORMAT1 NOT = "BS"
            AND     RKGRND OF FORMAT1 NOT = "FA"
            AND     RKGRND OF FORMAT1 NOT = "QM"
            AND     RKGRND OF FORMAT1 NOT = "UE"
                    MOVE "GRUND BS, FA, QM ODER UE ANGEBEN"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-FEHLER
                    GO TO ANZ-DAT-20
           END-IF.

      * ABWICKLUNG: N = NACHLIEFERUNG, G = GUTSCHRIFT
           IF       RKART OF FORMAT1 NOT = "N"
            AND     RKART OF FORMAT1 NOT = "G"
                    MOVE "ABWICKLUNG N (NACHLIEFERUNG) ODER G ANGEBEN"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-FEHLER
                    GO TO ANZ-DAT-20
           END-IF.

      * RUECKSENDUNG BUCHEN
           PERFORM  BUCHE-RUECKSENDUNG.

       ANZ-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * WARENEINGANG MIT BESTELLPOSITION LESEN UND DIE ANZEIGE
      * FUELLEN
      *--------------------------------------------------------------
       LESE-WARENEINGANG SECTION.
       LES-WEI-00.

           INITIALIZE WE-DA MENGE-OFFEN.
           IF       KWLFDN OF FORMAT1 = ZEROES
                    GO TO LES-WEI-90
           END-IF.

           INITIALIZE PKDWEF OF PKDWE-P.
           MOVE     KWLFDN OF FORMAT1 TO KWLFDN OF PKDWE-P.
           READ     PKDWE-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-WEI-90
           END-IF.

           INITIALIZE PKDBSTPF OF PKDBSTP-P.
           MOVE     KWBLFD OF PKDWE-P TO KPBLFD OF PKDBSTP-P.
           MOVE     KWPOS  OF PKDWE-P TO KPPOS  OF PKDBSTP-P.
           READ     PKDBSTP-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-WEI-90
           END-IF.

           MOVE     1 TO WE-DA.

           COMPUTE  MENGE-OFFEN =
                    KWMENG OF PKDWE-P - KWRMEN OF PKDWE-P
           END-COMPUTE.
           IF       MENGE-OFFEN < ZEROES
                    MOVE ZEROES TO MENGE-OFFEN
           END-IF.

      * WARENEINGANGSDATEN IN DIE ANZEIGE UEBERNEHMEN
           MOVE     KWBLFD OF PKDWE-P    TO KWBLFD OF FORMAT1.
           MOVE     KWPOS  OF PKDWE-P    TO KWPOS  OF FORMAT1.
           MOVE     KWMENG OF PKDWE-P    TO KWMENG OF FORMAT1.
           MOVE     KWRMEN OF PKDWE-P    TO KWRMEN OF FORMAT1.
           MOVE     KPIDEN OF PKDBSTP-P  TO KPIDEN OF FORMAT1.
           MOVE     KPBMEN OF PKDBSTP-P  TO KPBMEN OF FORMAT1.
           MOVE     KPGMEN OF PKDBSTP-P  TO KPGMEN OF FORMAT1.

       LES-WEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * RUECKSENDUNG BUCHEN: BESTAND REDUZIEREN, WARENEINGANG UND
      * BESTELLPOSITION FORTSCHREIBEN, RUECKSENDUNG FESTHALTEN
      *--------------------------------------------------------------
       BUCHE-RUECKSENDUNG SECTION.
       BUC-RUE-00.

      * BESTANDSSATZ MIT SPERRE LESEN - DIE WARE MUSS NOCH DA SEIN
           INITIALIZE PKDLAGF OF PKDLAG-P.
           MOVE     KPIDEN OF PKDBSTP-P TO LBANR OF PKDLAG-P.
           READ     PKDLAG-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "BESTAND REICHT NICHT - NICHT GEBUCHT"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-FEHLER
                    GO TO BUC-RUE-90
           END-IF.
           IF       LBINV OF PKDLAG-P = "1"
                    UNLOCK PKDLAG-DP
                    MOVE "ARTIKEL IN INVENTUR GESPERRT - NICHT GEBUCHT"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-FEHLER
                    GO TO BUC-RUE-90
           END-IF.
           IF       RKMENG OF FORMAT1 > LBBEST OF PKDLAG-P
                    UNLOCK PKDLAG-DP
                    MOVE "BESTAND REICHT NICHT - NICHT GEBUCHT"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-FEHLER
                    GO TO BUC-RUE-90
           END-IF.

      * WARENEINGANG MIT SPERRE NACHLESEN - EIN KOLLEGE KOENNTE
      * INZWISCHEN ZURUECKGESENDET HABEN
           INITIALIZE PKDWEF OF PKDWE-P.
           MOVE     KWLFDN OF FORMAT1 TO KWLFDN OF PKDWE-P.
           READ     PKDWE-DP.
           IF       FILE-STATUS NOT = ZEROES
                    UNLOCK PKDLAG-DP
                    GO TO BUC-RUE-90
           END-IF.
           COMPUTE  MENGE-OFFEN =
                    KWMENG OF PKDWE-P - KWRMEN OF PKDWE-P
           END-COMPUTE.
           IF       RKMENG OF FORMAT1 > MENGE-OFFEN
                    UNLOCK PKDLAG-DP
                    UNLOCK PKDWE-DP
                    MOVE "MENGE GROESSER ALS DER OFFENE WARENEINGANG"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-FEHLER
                    GO TO BUC-RUE-90
           END-IF.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

      * BESTAND REDUZIEREN
           SUBTRACT RKMENG OF FORMAT1 FROM LBBEST OF PKDLAG-P.
           MOVE     T-USER            TO LBMSER OF PKDLAG-P.
           MOVE     T-TERM            TO LBMBS  OF PKDLAG-P.
           MOVE     PGM-WRK           TO LBMPGM OF PKDLAG-P.
           MOVE     DATE-8            TO LBMDTA OF PKDLAG-P.
           MOVE     TIME-6            TO LBMTIA OF PKDLAG-P.
           REWRITE  PKDLAG-P.

      * ZURUECKGESENDETE MENGE AM WARENEINGANG KUMULIEREN
           ADD      RKMENG OF FORMAT1 TO KWRMEN OF PKDWE-P.
           MOVE     T-USER            TO KWMSER OF PKDWE-P.
           MOVE     T-TERM            TO KWMBS  OF PKDWE-P.
           MOVE     PGM-WRK           TO KWMPGM OF PKDWE-P.
           MOVE     DATE-8            TO KWMDTA OF PKDWE-P.
           MOVE     TIME-6            TO KWMTIA OF PKDWE-P.
           REWRITE  PKDWE-P.

      * BESTELLPOSITION NACH DER GEWAEHLTEN ABWICKLUNG
           PERFORM  AENDERE-POSITION.

      * RUECKSENDUNG FESTHALTEN
           PERFORM  SCHREIBE-RUECKSENDUNG.

      * CHARGENPFLICHTIGE ARTIKEL NACH MHD AUF DIE CHARGEN
      * VERTEILEN, EINE RESTMENGE OHNE CHARGE (BESTAND AUS DER
      * ZEIT VOR DER CHARGENFUEHRUNG) WIRD OHNE CHARGE GEBUCHT
           MOVE     RKMENG OF FORMAT1 TO REST-MENGE.
           INITIALIZE PKDARTF OF PKDART-P.
           MOVE     KPIDEN OF PKDBSTP-P TO KAANR OF PKDART-P.
           READ     PKDART-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     KACHRG OF PKDART-P = "1"
                    PERFORM RUECKSENDE-CHARGEN
           END-IF.

           IF       REST-MENGE > ZEROES
                    MOVE REST-MENGE TO BEW-MENGE
                    MOVE SPACES     TO BEW-CHRG
                    MOVE ZEROES     TO BEW-MHD
                    PERFORM SCHREIBE-BEWEGUNG
           END-IF.

      * FUER DIE NAECHSTE RUECKSENDUNG LEEREN
           INITIALIZE FORMAT1.
           INITIALIZE WE-DA.

       BUC-RUE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BESTELLPOSITION FORTSCHREIBEN. BEI NACHLIEFERUNG WIRD DIE
      * GELIEFERTE MENGE REDUZIERT UND EINE GELIEFERTE BESTELLUNG
      * WIEDER AUF TEILGELIEFERT (3) GESETZT, BEI GUTSCHRIFT WIRD
      * DIE POSITION ALS "GUTSCHRIFT ERWARTET" MARKIERT
      *--------------------------------------------------------------
       AENDERE-POSITION SECTION.
       AEN-POS-00.

           INITIALIZE PKDBSTPF OF PKDBSTP-P.
           MOVE     KWBLFD OF PKDWE-P TO KPBLFD OF PKDBSTP-P.
           MOVE     KWPOS  OF PKDWE-P TO KPPOS  OF PKDBSTP-P.
           READ     PKDBSTP-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AEN-POS-90
           END-IF.

           IF       RKART OF FORMAT1 = "N"
                    IF   RKMENG OF FORMAT1 > KPGMEN OF PKDBSTP-P
                         MOVE ZEROES TO KPGMEN OF PKDBSTP-P
                    ELSE
                         SUBTRACT RKMENG OF FORMAT1
                             FROM KPGMEN OF PKDBSTP-P
                    END-IF
           ELSE
                    ADD  RKMENG OF FORMAT1 TO KPRMEN OF PKDBSTP-P
                    MOVE "1"               TO KPGUTS OF PKDBSTP-P
           END-IF.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO KPMSER OF PKDBSTP-P.
           MOVE     T-TERM            TO KPMBS  OF PKDBSTP-P.
           MOVE     PGM-WRK           TO KPMPGM OF PKDBSTP-P.
           MOVE     DATE-8            TO KPMDTA OF PKDBSTP-P.
           MOVE     TIME-6            TO KPMTIA OF PKDBSTP-P.

           REWRITE  PKDBSTP-P.

      * BEI NACHLIEFERUNG IST DIE BESTELLUNG WIEDER OFFEN
           IF       RKART OF FORMAT1 NOT = "N"
                    GO TO AEN-POS-90
           END-IF.

           INITIALIZE PKDBST1F OF PKDBST1-P.
           MOVE     KWBLFD OF PKDWE-P TO KBLFDN OF PKDBST1-P.
           READ     PKDBST1-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AEN-POS-90
           END-IF.

           IF       KBVSTS OF PKDBST1-P = "4"
                    MOVE "3"          TO KBVSTS OF PKDBST1-P
                    MOVE T-USER       TO KBMSER OF PKDBST1-P
                    MOVE T-TERM       TO KBMBS  OF PKDBST1-P
                    MOVE PGM-WRK      TO KBMPGM OF PKDBST1-P
                    MOVE DATE-8       TO KBMDTA OF PKDBST1-P
                    MOVE TIME-6       TO KBMTIA OF PKDBST1-P
                    REWRITE PKDBST1-P
           ELSE
                    UNLOCK PKDBST1-DP
           END-IF.

       AEN-POS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * RUECKSENDUNG IN PKDRUEK SCHREIBEN. EINE GUTSCHRIFT IST BIS
      * ZUR ERFASSUNG IN XXP0218 OFFEN (STATUS 0), EINE NACH-
      * LIEFERUNG IST MIT DER BUCHUNG ERLEDIGT (STATUS 1)
      *--------------------------------------------------------------
       SCHREIBE-RUECKSENDUNG SECTION.
       SCH-RUE-00.

           INITIALIZE PKDRUEKF OF PKDRUEK-P.
           MOVE     "PKDRUEK" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK             TO RKLFDN OF PKDRUEK-P.
           MOVE     KWLFDN OF PKDWE-P    TO RKWLFD OF PKDRUEK-P.
           MOVE     KWBLFD OF PKDWE-P    TO RKBLFD OF PKDRUEK-P.
           MOVE     KWPOS  OF PKDWE-P    TO RKPOS  OF PKDRUEK-P.
           MOVE     KPIDEN OF PKDBSTP-P  TO RKANR  OF PKDRUEK-P.
           MOVE     RKMENG OF FORMAT1    TO RKMENG OF PKDRUEK-P.
           MOVE     RKGRND OF FORMAT1    TO RKGRND OF PKDRUEK-P.
           MOVE     RKART  OF FORMAT1    TO RKART  OF PKDRUEK-P.
           MOVE     RKKOM  OF FORMAT1    TO RKKOM  OF PKDRUEK-P.
           IF       RKART OF FORMAT1 = "G"
                    MOVE "0" TO RKSTS OF PKDRUEK-P
           ELSE
                    MOVE "1" TO RKSTS OF PKDRUEK-P
           END-IF.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO RKAUSR OF PKDRUEK-P.
           MOVE     T-TERM            TO RKABS  OF PKDRUEK-P.
           MOVE     PGM-WRK           TO RKAPGM OF PKDRUEK-P.
           MOVE     DATE-8            TO RKADTA OF PKDRUEK-P.
           MOVE     TIME-6            TO RKATIA OF PKDRUEK-P.

           WRITE    PKDRUEK-P.

       SCH-RUE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * RUECKSENDUNG AUF DIE CHARGEN DES ARTIKELS VERTEILEN: DIE
      * CHARGEN WERDEN AUFSTEIGEND NACH MHD GELESEN (SCHLUESSEL
      * CHANR, CHMHD, CHCHRG). WIE DER WARENEINGANG ZUGANG UND
      * BESTAND ERHOEHT, VERRINGERT DIE RUECKSENDUNG BEIDE
      *--------------------------------------------------------------
       RUECKSENDE-CHARGEN SECTION.
       RUE-CHG-00.

           INITIALIZE PKDCHRGF OF PKDCHRG-P.
           MOVE     KPIDEN OF PKDBSTP-P TO CHANR OF PKDCHRG-P.
           START    PKDCHRG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO RUE-CHG-90
           END-IF.

       RUE-CHG-20.
           IF       REST-MENGE NOT > ZEROES
                    GO TO RUE-CHG-90
           END-IF.

           READ     PKDCHRG-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO RUE-CHG-90
           END-IF.
           IF       CHANR OF PKDCHRG-P NOT = KPIDEN OF PKDBSTP-P
                    UNLOCK PKDCHRG-DP
                    GO TO RUE-CHG-90
           END-IF.
           IF       CHMENG OF PKDCHRG-P NOT > ZEROES
                    UNLOCK PKDCHRG-DP
                    GO TO RUE-CHG-20
           END-IF.

      * AUS DIESER CHARGE ZURUECKSENDEN
           IF       CHMENG OF PKDCHRG-P < REST-MENGE
                    MOVE CHMENG OF PKDCHRG-P TO BEW-MENGE
           ELSE
                    MOVE REST-MENGE          TO BEW-MENGE
           END-IF.

           SUBTRACT BEW-MENGE FROM CHMENG OF PKDCHRG-P.
           IF       BEW-MENGE > CHZUGM OF PKDCHRG-P
                    MOVE ZEROES TO CHZUGM OF PKDCHRG-P
           ELSE
                    SUBTRACT BEW-MENGE FROM CHZUGM OF PKDCHRG-P
           END-IF.
           SUBTRACT BEW-MENGE FROM REST-MENGE.

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

           GO TO    RUE-CHG-20.

       RUE-CHG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LAGERBEWEGUNG DER RUECKSENDUNG (ART R) MIT BEW-MENGE UND
      * GGF. DER CHARGE IN PKDLAGB FESTHALTEN, DER GRUND WIRD
      * MITGESCHRIEBEN
      *--------------------------------------------------------------
       SCHREIBE-BEWEGUNG SECTION.
       SCH-BEW-00.

           INITIALIZE PKDLAGBF OF PKDLAGB-P.
           MOVE     "PKDLAGB" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK             TO LGLFDN OF PKDLAGB-P.
           MOVE     KPIDEN OF PKDBSTP-P  TO LGANR  OF PKDLAGB-P.
           MOVE     "R"                  TO LGART  OF PKDLAGB-P.
           MOVE     BEW-MENGE            TO LGMENG OF PKDLAGB-P.
           MOVE     RKGRND OF FORMAT1    TO LGGRND OF PKDLAGB-P.
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
      * FEHLERHINWEIS AN DEN BENUTZER SENDEN
      *--------------------------------------------------------------
       MELDE-FEHLER SECTION.
       MEL-FEH-00.

           INITIALIZE SNDMSG-REC.
           MOVE     MELDUNG-WRK       TO MSGTXT OF SNDMSG-REC(1:60).
           MOVE     T-USER            TO USER   OF SNDMSG-REC.
           CALL     "CLP0010" USING SNDMSG-REC
                                    RET-CODE
           END-CALL.

       MEL-FEH-90.
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
