       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0250.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * MHD-LISTE DER CHARGEN UND ABSCHREIBUNG VERFALLENER MENGEN     *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  WOECHENTLICHER LAUF UEBER DEN CHARGEN-       *
      *                  BESTAND PKDCHRG:                             *
      *                  - CHARGEN MIT RESTMENGE, DEREN MHD ABGE-     *
      *                    LAUFEN IST, WERDEN ABGESCHRIEBEN: DER      *
      *                    BESTAND IN PKDLAG WIRD REDUZIERT UND DIE   *
      *                    MENGE ALS BEWEGUNG ART V (VERFALL) IN      *
      *                    PKDLAGB FESTGEHALTEN. ARTIKEL IN EINER     *
      *                    LAUFENDEN INVENTUR WERDEN NUR GELISTET.    *
      *                  - CHARGEN, DEREN MHD IN DEN NAECHSTEN        *
      *                    X-TAGE TAGEN (0 = 14) ABLAEUFT, WERDEN     *
      *                    GELISTET.                                  *
      *                  AUSGABE ALS SPOOLDATEI XXF0250.              *
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
      * PKDCHRG: CHARGENBESTAND JE ARTIKEL UND MHD
      *-------------------------------------------------------------
           SELECT PKDCHRG-DP
                  ASSIGN       TO  DATABASE-PKDCHRG
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
      *- XXF0250: SPOOLAUSGABE DER MHD-LISTE
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0250
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PKDCHRG: CHANR, CHMHD, CHCHRG
       FD  PKDCHRG-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDCHRG-P.
           COPY DDS-ALL-FORMATS OF PKDCHRG.
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
      *- XXF0250: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0250.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0250".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * VORLAUF IN TAGEN
       01  TAGE-WRK                      PIC 9(3).

      * DATUMSRECHNUNG: ADD-TAGE-ANZ TAGE AUF GRENZE-WRK
       01  GRENZE-WRK                    PIC 9(8).
       01  GRENZE-RED REDEFINES GRENZE-WRK.
        05 GRE-JAHR                      PIC 9(4).
        05 GRE-MONAT                     PIC 9(2).
        05 GRE-TAG                       PIC 9(2).
       01  ADD-TAGE-ANZ                  PIC 9(3)  COMP.
       01  MONAT-LAENGE                  PIC 9(2).
       01  SJA-WERT                      PIC 9(9).
       01  SJA-MODREST                   PIC 9(9).

      * ABSCHREIBUNG EINER CHARGE
       01  ABS-MENGE                     PIC S9(7).
       01  ABS-GEBUCHT                   PIC 9(1).
       01  LAG-DA                        PIC 9(1).

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DSP-MENGE                     PIC Z(6)9-.
       01  DSP-ANZ                       PIC Z(6)9.
       01  DSP-TAGE                      PIC ZZ9.

      * ZAEHLER FUER DAS LAUFPROTOKOLL
       77  ANZ-GELESEN                   PIC 9(7)  COMP.
       77  ANZ-ABGESCHR                  PIC 9(7)  COMP.
       77  ANZ-GESPERRT                  PIC 9(7)  COMP.
       77  ANZ-LAEUFT-AB                 PIC 9(7)  COMP.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * VORLAUF IN TAGEN FUER DIE LISTE (NULL = 14 TAGE)
       01  X-TAGE                        PIC 9(3).
      * RUECKMELDUNG AN DEN AUFRUFER (LEER = OK)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-TAGE
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0250" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.

           OPEN     INPUT  PKDART-DP.
           OPEN     I-O    PKDCHRG-DP
                           PKDLAG-DP
                           PKDLAGB-DP.
           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

           INITIALIZE ANZ-GELESEN ANZ-ABGESCHR ANZ-GESPERRT
                      ANZ-LAEUFT-AB.
           PERFORM  COPY-GET-TIME.

      * LISTENGRENZE: HEUTE PLUS VORLAUF
           IF       X-TAGE NOT = ZEROES
                    MOVE X-TAGE TO TAGE-WRK
           ELSE
                    MOVE 14     TO TAGE-WRK
           END-IF.
           MOVE     DATE-8   TO GRENZE-WRK.
           MOVE     TAGE-WRK TO ADD-TAGE-ANZ.
           PERFORM  ADD-TAGE.

      * KOPF DRUCKEN, CHARGEN VERARBEITEN, SUMMEN DRUCKEN
           PERFORM  DRUCKE-KOPF.
           PERFORM  VERARBEITE-CHARGEN.
           PERFORM  DRUCKE-SUMME.

       ENDE.
           CLOSE    PKDCHRG-DP
                    PKDART-DP
                    PKDLAG-DP
                    PKDLAGB-DP
                    DRUCK-DAT.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE CHARGEN MIT RESTMENGE LESEN: VERFALLENE ABSCHREIBEN,
      * BALD ABLAUFENDE LISTEN
      *--------------------------------------------------------------
       VERARBEITE-CHARGEN SECTION.
       VER-CHG-00.

           INITIALIZE PKDCHRGF OF PKDCHRG-P.
           START    PKDCHRG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-CHG-90
           END-IF.

       VER-CHG-20.
           READ     PKDCHRG-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-CHG-90
           END-IF.

           ADD      1 TO ANZ-GELESEN.

      * LEERE CHARGEN UND CHARGEN AUSSERHALB DES VORLAUFS
           IF       CHMENG OF PKDCHRG-P NOT > ZEROES
                    GO TO VER-CHG-20
           END-IF.
           IF       CHMHD OF PKDCHRG-P > GRENZE-WRK
                    GO TO VER-CHG-20
           END-IF.

      * MHD ABGELAUFEN: ABSCHREIBEN
           IF       CHMHD OF PKDCHRG-P < DATE-8
                    PERFORM SCHREIBE-AB
                    IF   ABS-GEBUCHT NOT = ZEROES
                         ADD  1 TO ANZ-ABGESCHR
                         MOVE "ABGESCHRIEBEN" TO DRUCK-ZEILE(95:13)
                    ELSE
                         ADD  1 TO ANZ-GESPERRT
                         MOVE "INVENTUR - NICHT ABGESCHRIEBEN"
                                              TO DRUCK-ZEILE(95:30)
                    END-IF
                    PERFORM DRUCKE-ZEILE
                    GO TO VER-CHG-20
           END-IF.

      * MHD LAEUFT IM VORLAUF AB: NUR LISTEN
           ADD      1 TO ANZ-LAEUFT-AB.
           PERFORM  FUELLE-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           GO TO    VER-CHG-20.

       VER-CHG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * RESTMENGE DER VERFALLENEN CHARGE ABSCHREIBEN: BESTAND IN
      * PKDLAG REDUZIEREN, BEWEGUNG ART V IN PKDLAGB SCHREIBEN UND
      * DIE CHARGE AUF NULL SETZEN. DIE DRUCKZEILE WIRD VOR DER
      * BUCHUNG MIT DER ABGESCHRIEBENEN MENGE GEFUELLT
      *--------------------------------------------------------------
       SCHREIBE-AB SECTION.
       SCH-ABS-00.

           MOVE     ZEROES TO ABS-GEBUCHT.
           PERFORM  FUELLE-ZEILE.

      * BESTANDSSATZ MIT SPERRE LESEN
           INITIALIZE PKDLAGF OF PKDLAG-P.
           MOVE     CHANR OF PKDCHRG-P TO LBANR OF PKDLAG-P.
           READ     PKDLAG-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE 1      TO LAG-DA
           ELSE
                    MOVE ZEROES TO LAG-DA
           END-IF.

      * ARTIKEL IN EINER LAUFENDEN INVENTUR GESPERRT?
           IF       LAG-DA NOT = ZEROES
            AND     LBINV OF PKDLAG-P = "1"
                    UNLOCK PKDLAG-DP
                    GO TO SCH-ABS-90
           END-IF.

      * NICHT MEHR ABSCHREIBEN ALS AM LAGER IST
           MOVE     CHMENG OF PKDCHRG-P TO ABS-MENGE.
           IF       LAG-DA NOT = ZEROES
                    IF   ABS-MENGE > LBBEST OF PKDLAG-P
                         MOVE LBBEST OF PKDLAG-P TO ABS-MENGE
                    END-IF
                    SUBTRACT ABS-MENGE FROM LBBEST OF PKDLAG-P
                    MOVE T-USER            TO LBMSER OF PKDLAG-P
                    MOVE T-TERM            TO LBMBS  OF PKDLAG-P
                    MOVE PGM-WRK           TO LBMPGM OF PKDLAG-P
                    MOVE DATE-8            TO LBMDTA OF PKDLAG-P
                    MOVE TIME-6            TO LBMTIA OF PKDLAG-P
                    REWRITE PKDLAG-P
           ELSE
                    MOVE ZEROES TO ABS-MENGE
           END-IF.

      * BEWEGUNGSSATZ SCHREIBEN
           IF       ABS-MENGE > ZEROES
                    PERFORM SCHREIBE-VERFALL
           END-IF.

      * CHARGE AUF NULL SETZEN
           MOVE     ZEROES            TO CHMENG OF PKDCHRG-P.
           MOVE     T-USER            TO CHMSER OF PKDCHRG-P.
           MOVE     T-TERM            TO CHMBS  OF PKDCHRG-P.
           MOVE     PGM-WRK           TO CHMPGM OF PKDCHRG-P.
           MOVE     DATE-8            TO CHMDTA OF PKDCHRG-P.
           MOVE     TIME-6            TO CHMTIA OF PKDCHRG-P.
           REWRITE  PKDCHRG-P.

           MOVE     1 TO ABS-GEBUCHT.

       SCH-ABS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VERFALLSBEWEGUNG (ART V) MIT ABS-MENGE UND DER CHARGE IN
      * PKDLAGB SCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-VERFALL SECTION.
       SCH-VER-00.

           INITIALIZE PKDLAGBF OF PKDLAGB-P.
           MOVE     "PKDLAGB" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK             TO LGLFDN OF PKDLAGB-P.
           MOVE     CHANR  OF PKDCHRG-P  TO LGANR  OF PKDLAGB-P.
           MOVE     "V"                  TO LGART  OF PKDLAGB-P.
           MOVE     ABS-MENGE            TO LGMENG OF PKDLAGB-P.
           MOVE     "MHD ABGELAUFEN"     TO LGGRND OF PKDLAGB-P.
           MOVE     CHCHRG OF PKDCHRG-P  TO LGCHRG OF PKDLAGB-P.
           MOVE     CHMHD  OF PKDCHRG-P  TO LGMHD  OF PKDLAGB-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO LGAUSR OF PKDLAGB-P.
           MOVE     T-TERM            TO LGABS  OF PKDLAGB-P.
           MOVE     PGM-WRK           TO LGAPGM OF PKDLAGB-P.
           MOVE     DATE-8            TO LGADTA OF PKDLAGB-P.
           MOVE     TIME-6            TO LGATIA OF PKDLAGB-P.

           WRITE    PKDLAGB-P.

       SCH-VER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DRUCKZEILE MIT ARTIKEL, CHARGE, MHD UND RESTMENGE FUELLEN
      *--------------------------------------------------------------
       FUELLE-ZEILE SECTION.
       FUE-ZEI-00.

           INITIALIZE PKDARTF OF PKDART-P.
           MOVE     CHANR OF PKDCHRG-P TO KAANR OF PKDART-P.
           READ     PKDART-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE SPACES TO KABEZ OF PKDART-P
           END-IF.

           MOVE     SPACES               TO DRUCK-ZEILE.
           MOVE     CHANR  OF PKDCHRG-P  TO DRUCK-ZEILE(1:20).
           MOVE     KABEZ  OF PKDART-P   TO DRUCK-ZEILE(22:30).
           MOVE     CHCHRG OF PKDCHRG-P  TO DRUCK-ZEILE(53:15).
           MOVE     CHMHD  OF PKDCHRG-P(7:2) TO DRUCK-ZEILE(70:2).
           MOVE     "."                  TO DRUCK-ZEILE(72:1).
           MOVE     CHMHD  OF PKDCHRG-P(5:2) TO DRUCK-ZEILE(73:2).
           MOVE     "."                  TO DRUCK-ZEILE(75:1).
           MOVE     CHMHD  OF PKDCHRG-P(1:4) TO DRUCK-ZEILE(76:4).
           MOVE     CHMENG OF PKDCHRG-P  TO DSP-MENGE.
           MOVE     DSP-MENGE            TO DRUCK-ZEILE(83:8).

       FUE-ZEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPFZEILEN DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-KOPF SECTION.
       DRU-KOP-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "CHARGEN MIT MHD BIS"  TO DRUCK-ZEILE(1:19).
           MOVE     GRENZE-WRK(7:2)        TO DRUCK-ZEILE(21:2).
           MOVE     "."                    TO DRUCK-ZEILE(23:1).
           MOVE     GRENZE-WRK(5:2)        TO DRUCK-ZEILE(24:2).
           MOVE     "."                    TO DRUCK-ZEILE(26:1).
           MOVE     GRENZE-WRK(1:4)        TO DRUCK-ZEILE(27:4).
           MOVE     "(VORLAUF"             TO DRUCK-ZEILE(32:8).
           MOVE     TAGE-WRK               TO DSP-TAGE.
           MOVE     DSP-TAGE               TO DRUCK-ZEILE(41:3).
           MOVE     "TAGE)"                TO DRUCK-ZEILE(45:5).
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "=" TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "ARTIKEL"              TO DRUCK-ZEILE(1:7).
           MOVE     "BEZEICHNUNG"          TO DRUCK-ZEILE(22:11).
           MOVE     "CHARGE"               TO DRUCK-ZEILE(53:6).
           MOVE     "MHD"                  TO DRUCK-ZEILE(70:3).
           MOVE     "RESTMENGE"            TO DRUCK-ZEILE(82:9).
           MOVE     "VERARBEITUNG"         TO DRUCK-ZEILE(95:12).
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "-" TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

       DRU-KOP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SCHLUSSZEILEN MIT DEN ZAEHLERN DES LAUFS DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-SUMME SECTION.
       DRU-SUM-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     "CHARGEN GELESEN:"        TO DRUCK-ZEILE(1:16).
           MOVE     ANZ-GELESEN   TO DSP-ANZ.
           MOVE     DSP-ANZ                   TO DRUCK-ZEILE(34:7).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "MHD LAEUFT IM VORLAUF AB:" TO DRUCK-ZEILE(1:25).
           MOVE     ANZ-LAEUFT-AB TO DSP-ANZ.
           MOVE     DSP-ANZ                   TO DRUCK-ZEILE(34:7).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "VERFALLEN, ABGESCHRIEBEN:" TO DRUCK-ZEILE(1:25).
           MOVE     ANZ-ABGESCHR  TO DSP-ANZ.
           MOVE     DSP-ANZ                   TO DRUCK-ZEILE(34:7).
           PERFORM  DRUCKE-ZEILE.

           IF       ANZ-GESPERRT NOT = ZEROES
                    MOVE SPACES TO DRUCK-ZEILE
                    MOVE "VERFALLEN, IN INVENTUR:"
                                              TO DRUCK-ZEILE(1:23)
                    MOVE ANZ-GESPERRT TO DSP-ANZ
                    MOVE DSP-ANZ              TO DRUCK-ZEILE(34:7)
                    PERFORM DRUCKE-ZEILE
           END-IF.

       DRU-SUM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE ZEILE IN DEN SPOOL SCHREIBEN
      *--------------------------------------------------------------
       DRUCKE-ZEILE SECTION.
       DRU-ZEI-00.

           MOVE     SPACES      TO RPZEIL OF DRUCK-REC.
           MOVE     DRUCK-ZEILE TO RPZEIL OF DRUCK-REC.
           WRITE    DRUCK-REC FORMAT IS "FMT01".

       DRU-ZEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ADD-TAGE-ANZ TAGE AUF GRENZE-WRK ADDIEREN
      *--------------------------------------------------------------
       ADD-TAGE SECTION.
       ADD-TAG-00.

           IF       ADD-TAGE-ANZ = ZEROES
                    GO TO ADD-TAG-90
           END-IF.

           PERFORM  MONATS-LAENGE-RECHNEN.
           IF       GRE-TAG < MONAT-LAENGE
                    ADD 1 TO GRE-TAG
           ELSE
                    MOVE 1 TO GRE-TAG
                    IF   GRE-MONAT < 12
                         ADD 1 TO GRE-MONAT
                    ELSE
                         MOVE 1 TO GRE-MONAT
                         ADD  1 TO GRE-JAHR
                    END-IF
           END-IF.

           SUBTRACT 1 FROM ADD-TAGE-ANZ.
           GO TO    ADD-TAG-00.

       ADD-TAG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LAENGE DES MONATS GRE-MONAT IM JAHR GRE-JAHR ERMITTELN
      *--------------------------------------------------------------
       MONATS-LAENGE-RECHNEN SECTION.
       MON-LAE-00.

           EVALUATE GRE-MONAT
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
      *                  SCHALTJAHRESPRUEFUNG (VEREINFACHT)
                         MOVE ZEROES TO SJA-WERT SJA-MODREST
                         DIVIDE GRE-JAHR BY 4 GIVING SJA-WERT
                                REMAINDER SJA-MODREST
                         IF   SJA-MODREST = ZEROES
                              MOVE 29 TO MONAT-LAENGE
                         ELSE
                              MOVE 28 TO MONAT-LAENGE
                         END-IF
           END-EVALUATE.

       MON-LAE-90.
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
