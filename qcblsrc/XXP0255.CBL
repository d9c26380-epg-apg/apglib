       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0255.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * AUSLASTUNG DER ARBEITSPLAETZE UND BESPRECHUNGSRAEUME          *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  MONATLICHE AUSWERTUNG UEBER DIE ARBEITSTAGE  *
      *                  (PCFGDAT) DES MONATS X-PERIODE (NULL =       *
      *                  VORMONAT):                                   *
      *                  - ARBEITSPLAETZE (FORMATE DER RAUMPLANUNG    *
      *                    XXD0005DE = ETAGEN): BELEGT IST EIN PLATZ  *
      *                    DURCH FESTE VERGABE (H050) ODER EINE       *
      *                    RESERVIERUNG (PRAUMRES), GENUTZT, WENN DER *
      *                    INHABER AN DIESEM TAG GESTARTET HAT        *
      *                    (PSTRTIM). RESERVIERTE TAGE OHNE START     *
      *                    UND OHNE ABWESENHEIT (PABSENZ) ZAEHLEN     *
      *                    ALS NO-SHOW.                               *
      *                  - BESPRECHUNGSRAEUME (PRAUM, RATYP = B):     *
      *                    GEBUCHTE ZEIT (PRAUMBES) INNERHALB DER     *
      *                    BUEROZEIT, MITTLERE TEILNEHMERZAHL GEGEN   *
      *                    DIE KAPAZITAET. KAPAZITAET UND ETAGE DES   *
      *                    RAUMS STEHEN IN DER KONFIGURATION H057     *
      *                    (CFKEY = RAUM, CFIN01 = KAPAZITAET,        *
      *                    CFIN02 = ETAGE 1 KELLER, 2 ERDGESCHOSS,    *
      *                    3 DACHGESCHOSS).                           *
      *                  AUSLASTUNG IN PROZENT JE PLATZ BZW. RAUM,    *
      *                  WOCHENTAG UND ETAGE ALS SPOOLDATEI XXF0255.  *
      *                  DIE KENNZAHLEN WERDEN JE MONAT IN PRAUMKPI   *
      *                  FORTGESCHRIEBEN (JAHRESVERLAUF), EIN         *
      *                  ERNEUTER LAUF UEBERSCHREIBT DEN MONAT.       *
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
      * PCFGDAT: KALENDER
      *-------------------------------------------------------------
           SELECT PCFGDAT-DP
                  ASSIGN       TO  DATABASE-PCFGDAT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * LOGISCHE DATEI PCFGFFD NACH LIB/FILE
      *-------------------------------------------------------------
           SELECT PCFGFFD-DL
                  ASSIGN       TO  DATABASE-PCFGFFDL1
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                                   WITH DUPLICATES
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCONFIG: CFID, CFKEY, CFKEY2, CFKEY3, CFKEY4
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PSTRTIM: STLFDN
      *-------------------------------------------------------------
           SELECT PSTRTIM-DP
                  ASSIGN       TO  DATABASE-PSTRTIM
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PABSENZ: ABLFDN
      *-------------------------------------------------------------
           SELECT PABSENZ-DP
                  ASSIGN       TO  DATABASE-PABSENZ
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PRAUMRES: RESERVIERUNGEN DER ARBEITSPLAETZE
      *-------------------------------------------------------------
           SELECT PRAUMRES-DP
                  ASSIGN       TO  DATABASE-PRAUMRES
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PRAUM: RARAUM
      *-------------------------------------------------------------
           SELECT PRAUM-DP
                  ASSIGN       TO  DATABASE-PRAUM
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

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
      * PRAUMKPI: KENNZAHLEN DER AUSLASTUNG JE MONAT
      *-------------------------------------------------------------
           SELECT PRAUMKPI-DP
                  ASSIGN       TO  DATABASE-PRAUMKPI
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *- XXF0255: SPOOLAUSGABE DER AUSLASTUNG
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0255
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PCFGDAT: DTLFDN
       FD  PCFGDAT-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGDAT-P.
           COPY DDS-ALL-FORMATS OF PCFGDAT.
      /
      *--- PCFGFFD NACH LIB/FILE
       FD  PCFGFFD-DL
           LABEL RECORDS ARE STANDARD.
       01  PCFGFFD-L.
           COPY DDS-ALL-FORMATS OF PCFGFFDL1.
      /
      *--- PCONFIG: CFID, CFKEY, CFKEY2, CFKEY3, CFKEY4
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF APG-PCONFIG.
      /
      *--- PSTRTIM: STLFDN
       FD  PSTRTIM-DP
           LABEL RECORDS ARE STANDARD.
       01  PSTRTIM-P.
           COPY DDS-ALL-FORMATS OF PSTRTIM.
      /
      *--- PABSENZ: ABLFDN
       FD  PABSENZ-DP
           LABEL RECORDS ARE STANDARD.
       01  PABSENZ-P.
           COPY DDS-ALL-FORMATS OF PABSENZ.
      /
      *--- PRAUMRES: RSLFDN
       FD  PRAUMRES-DP
           LABEL RECORDS ARE STANDARD.
       01  PRAUMRES-P.
           COPY DDS-ALL-FORMATS OF PRAUMRES.
      /
      *--- PRAUM: RARAUM
       FD  PRAUM-DP
           LABEL RECORDS ARE STANDARD.
       01  PRAUM-P.
           COPY DDS-ALL-FORMATS OF MAT-PRAUM.
      /
      *--- PRAUMBES: RBLFDN
       FD  PRAUMBES-DP
           LABEL RECORDS ARE STANDARD.
       01  PRAUMBES-P.
           COPY DDS-ALL-FORMATS OF PRAUMBES.
      /
      *--- PRAUMKPI: KPPERI, KPART, KPOBJ
       FD  PRAUMKPI-DP
           LABEL RECORDS ARE STANDARD.
       01  PRAUMKPI-P.
           COPY DDS-ALL-FORMATS OF PRAUMKPI.
      /
      *- XXF0255: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0255.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0255".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * AUSWERTUNGSMONAT UND DATUMSRECHNUNG
       01  PERIODE-WRK                   PIC 9(6).
       01  PERIODE-RED REDEFINES PERIODE-WRK.
        05 PER-JAHR                      PIC 9(4).
        05 PER-MONAT                     PIC 9(2).
       01  MONAT-ANF                     PIC 9(8).
       01  MONAT-END                     PIC 9(8).
       01  DATUM-WRK                     PIC 9(8).
       01  DATUM-RED REDEFINES DATUM-WRK.
        05 DAT-JAHR                      PIC 9(4).
        05 DAT-MONAT                     PIC 9(2).
        05 DAT-TAG                       PIC 9(2).
       01  MONAT-LAENGE                  PIC 9(2).
       01  SJA-WERT                      PIC 9(9).
       01  SJA-MODREST                   PIC 9(9).

      * BUEROZEIT, GEGEN DIE DIE BESPRECHUNGSRAEUME GEMESSEN WERDEN
       01  BUERO-VON                     PIC 9(4)  VALUE 0800.
       01  BUERO-BIS                     PIC 9(4)  VALUE 1800.
       01  BUERO-MINUTEN                 PIC 9(4)  VALUE 600.

      * UHRZEIT HHMM IN MINUTEN UMRECHNEN
       01  ZEIT-WRK                      PIC 9(4).
       01  ZEIT-RED REDEFINES ZEIT-WRK.
        05 ZEIT-STD                      PIC 9(2).
        05 ZEIT-MIN                      PIC 9(2).
       01  MIN-VON                       PIC 9(4).
       01  MIN-BIS                       PIC 9(4).
       01  MIN-DAUER                     PIC 9(4).

      * DIE FORMATE DER RAUMPLANUNG XXP0005 SIND DIE ETAGEN
       01  PLAN-DISPLAY                  PIC X(10) VALUE "XXD0005DE".
       01  ETAGE-FMT                     PIC X(10).
       01  ETAGE-WRK                     PIC 9(1).
       01  ETAGE-TEXTE.
        05 FILLER                        PIC X(12) VALUE "UNBEKANNT".
        05 FILLER                        PIC X(12) VALUE "KELLER".
        05 FILLER                        PIC X(12) VALUE "ERDGESCHOSS".
        05 FILLER                        PIC X(12) VALUE "DACHGESCHOSS".
       01  ETAGE-TAB REDEFINES ETAGE-TEXTE.
        05 ETAGE-TXT OCCURS 4            PIC X(12).

      * ARBEITSTAGE DES MONATS JE TAG (WOCHENTAG 1-5, NULL = KEIN
      * ARBEITSTAG) UND JE WOCHENTAG
       77  AT-GES                        PIC 9(3)  COMP.
       77  KAL-FEHLT                     PIC 9(3)  COMP.
       77  TAG-IX                        PIC 9(3)  COMP.
       77  WO-IX                         PIC 9(3)  COMP.
       77  TAG-VON                       PIC 9(3)  COMP.
       77  TAG-BIS                       PIC 9(3)  COMP.
       01  KAL-TAB.
        05 KAL-WOTA OCCURS 31            PIC 9(1).
       01  AT-TAB.
        05 AT-ANZ OCCURS 5               PIC 9(3)  COMP.

      * ANWESENHEIT JE USER UND TAG DES MONATS
      * (P = GESTARTET LAUT PSTRTIM, A = ABWESEND LAUT PABSENZ)
       77  PRS-MAX                       PIC 9(3)  COMP VALUE 300.
       77  PRS-ANZ                       PIC 9(3)  COMP.
       77  PRS-IX                        PIC 9(3)  COMP.
       01  PRS-TAB.
        05 PRS-EIN OCCURS 300.
         10 PRS-USER                     PIC X(10).
         10 PRS-TAGE                     PIC X(31).
       01  SUCH-USER                     PIC X(10).
       01  PRS-NEU                       PIC 9(1).
       01  PRS-ZEICHEN                   PIC X(1).

      * ARBEITSPLAETZE JE TAG DES MONATS: G = BELEGT UND GENUTZT,
      * B = BELEGT OHNE START, N = RESERVIERT OHNE START (NO-SHOW)
       77  DSK-MAX                       PIC 9(3)  COMP VALUE 300.
       77  DSK-ANZ                       PIC 9(3)  COMP.
       77  DSK-IX                        PIC 9(3)  COMP.
       01  DSK-TAB.
        05 DSK-EIN OCCURS 300.
         10 D-RAUM                       PIC X(4).
         10 D-ETAGE                      PIC 9(1).
         10 D-USER                       PIC X(10).
         10 D-TAGE                       PIC X(31).
       01  SUCH-RAUM                     PIC X(4).
       01  RAUM-NAME                     LIKE CFIN01 OF CFG-CPY.

      * BESPRECHUNGSRAEUME MIT GEBUCHTEN MINUTEN JE WOCHENTAG
       77  RAU-MAX                       PIC 9(3)  COMP VALUE 50.
       77  RAU-ANZ                       PIC 9(3)  COMP.
       77  RAU-IX                        PIC 9(3)  COMP.
       01  RAU-TAB.
        05 RAU-EIN OCCURS 50.
         10 R-RAUM                       LIKE RARAUM OF PRAUM-P.
         10 R-BEZ                        LIKE RABEZ1 OF PRAUM-P.
         10 R-ETAGE                      PIC 9(1).
         10 R-KAPA                       PIC 9(3).
         10 R-MIN OCCURS 5               PIC 9(7)  COMP.
         10 R-BUCH                       PIC 9(5)  COMP.
         10 R-TLNS                       PIC 9(7)  COMP.
         10 R-TLNA                       PIC 9(5)  COMP.

      * SUMMEN EINES PLATZES ODER RAUMS (BELEGTE TAGE BZW. MINUTEN)
       01  SUM-OBJ.
        05 SO-WOTA OCCURS 5              PIC 9(7)  COMP.
        05 SO-BEL                        PIC 9(7)  COMP.
        05 SO-NUT                        PIC 9(7)  COMP.
        05 SO-NOSH                       PIC 9(7)  COMP.
        05 SO-ANZ                        PIC 9(5)  COMP.
        05 SO-BUCH                       PIC 9(7)  COMP.
        05 SO-TLNS                       PIC 9(7)  COMP.
        05 SO-TLNA                       PIC 9(7)  COMP.
        05 SO-TLNK                       PIC 9(7)  COMP.
        05 SO-KAPS                       PIC 9(9)  COMP.
        05 SO-KAPA                       PIC 9(3).

      * DIESELBEN SUMMEN JE ETAGE (1 = UNBEKANNT, 2-4 = KELLER BIS
      * DACHGESCHOSS) UND GESAMT (5)
       77  ETG-IX                        PIC 9(3)  COMP.
       01  ETG-TAB.
        05 ETG-SUM OCCURS 5.
         10 SE-WOTA OCCURS 5             PIC 9(7)  COMP.
         10 SE-BEL                       PIC 9(7)  COMP.
         10 SE-NUT                       PIC 9(7)  COMP.
         10 SE-NOSH                      PIC 9(7)  COMP.
         10 SE-ANZ                       PIC 9(5)  COMP.
         10 SE-BUCH                      PIC 9(7)  COMP.
         10 SE-TLNS                      PIC 9(7)  COMP.
         10 SE-TLNA                      PIC 9(7)  COMP.
         10 SE-TLNK                      PIC 9(7)  COMP.
         10 SE-KAPS                      PIC 9(9)  COMP.
         10 SE-KAPA                      PIC 9(3).

      * KENNZAHLEN EINER ZEILE (PROZENTWERTE)
       01  EINHEIT-WRK                   PIC 9(4).
       01  NENNER-WRK                    PIC 9(9)  COMP.
       01  KENNZAHLEN.
        05 KZ-WOTA OCCURS 5              PIC 9(3)V9(1).
        05 KZ-BEL                        PIC 9(3)V9(1).
        05 KZ-NUT                        PIC 9(3)V9(1).
        05 KZ-TLNZ                       PIC 9(3)V9(1).
        05 KZ-KAPP                       PIC 9(3)V9(1).

      * SCHLUESSEL DES KENNZAHLENSATZES
       01  KPI-ART                       PIC X(1).
       01  KPI-OBJ                       PIC X(10).
       01  KPI-ETAGE                     PIC 9(1).

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DSP-PCT                       PIC ZZ9,9.
       01  DSP-ANZ                       PIC Z(4)9.
       01  DSP-KAPA                      PIC ZZ9.
       01  DRU-POS                       PIC 9(3)  COMP.

      * ZAEHLER FUER DAS LAUFPROTOKOLL
       77  ANZ-KPI                       PIC 9(5)  COMP.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * AUSWERTUNGSMONAT JJJJMM (NULL = VORMONAT)
       01  X-PERIODE                     PIC 9(6).
      * RUECKMELDUNG AN DEN AUFRUFER (LEER = OK)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-PERIODE
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0255" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.

           OPEN     INPUT  PCFGDAT-DP
                           PCFGFFD-DL
                           PCONFIG-DP
                           PSTRTIM-DP
                           PABSENZ-DP
                           PRAUMRES-DP
                           PRAUM-DP
                           PRAUMBES-DP.
           OPEN     I-O    PRAUMKPI-DP.
           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.
           INITIALIZE ANZ-KPI.

      * AUSWERTUNGSMONAT: OHNE VORGABE DER VORMONAT
           IF       X-PERIODE NOT = ZEROES
                    MOVE X-PERIODE TO PERIODE-WRK
           ELSE
                    MOVE DATE-8(1:6) TO PERIODE-WRK
                    IF   PER-MONAT > 1
                         SUBTRACT 1 FROM PER-MONAT
                    ELSE
                         MOVE 12 TO PER-MONAT
                         SUBTRACT 1 FROM PER-JAHR
                    END-IF
           END-IF.
           IF       PER-MONAT < 1
            OR      PER-MONAT > 12
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

           MOVE     PER-JAHR  TO DAT-JAHR.
           MOVE     PER-MONAT TO DAT-MONAT.
           MOVE     1         TO DAT-TAG.
           MOVE     DATUM-WRK TO MONAT-ANF.
           PERFORM  MONATS-LAENGE-RECHNEN.
           MOVE     MONAT-LAENGE TO DAT-TAG.
           MOVE     DATUM-WRK TO MONAT-END.

      * GRUNDLAGEN LADEN
           PERFORM  LADE-KALENDER.
           PERFORM  LADE-ANWESENHEIT.
           PERFORM  LADE-ABWESENHEIT.
           PERFORM  LADE-ARBEITSPLAETZE.
           PERFORM  LADE-FESTE-PLAETZE.
           PERFORM  LADE-RESERVIERUNGEN.
           PERFORM  LADE-RAEUME.
           PERFORM  LADE-BUCHUNGEN.

      * AUSWERTEN, DRUCKEN UND KENNZAHLEN SCHREIBEN
           PERFORM  DRUCKE-KOPF.
           PERFORM  AUSWERTEN-ARBEITSPLAETZE.
           PERFORM  AUSWERTEN-RAEUME.
           PERFORM  DRUCKE-SUMME.

       ENDE.
           CLOSE    PCFGDAT-DP
                    PCFGFFD-DL
                    PCONFIG-DP
                    PSTRTIM-DP
                    PABSENZ-DP
                    PRAUMRES-DP
                    PRAUM-DP
                    PRAUMBES-DP
                    PRAUMKPI-DP
                    DRUCK-DAT.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ARBEITSTAGE DES MONATS AUS DEM KALENDER: MO-FR OHNE FEIERTAG.
      * TAGE OHNE KALENDERSATZ WERDEN NICHT AUSGEWERTET UND GEZAEHLT
      *--------------------------------------------------------------
       LADE-KALENDER SECTION.
       LAD-KAL-00.

           INITIALIZE KAL-TAB AT-TAB AT-GES KAL-FEHLT.
           MOVE     MONAT-ANF TO DATUM-WRK.
           MOVE     1         TO TAG-IX.

       LAD-KAL-20.
           IF       TAG-IX > MONAT-LAENGE
                    GO TO LAD-KAL-90
           END-IF.

           MOVE     TAG-IX TO DAT-TAG.
           INITIALIZE PCFGDATF OF PCFGDAT-P.
           MOVE     DATUM-WRK TO DTLFDN OF PCFGDAT-P.
           READ     PCFGDAT-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    ADD  1 TO KAL-FEHLT
                    GO TO LAD-KAL-80
           END-IF.

           IF       DTWOTA OF PCFGDAT-P > 5
            OR      DTWOTA OF PCFGDAT-P < 1
            OR      DTFEIE OF PCFGDAT-P NOT = ZEROES
                    GO TO LAD-KAL-80
           END-IF.

           MOVE     DTWOTA OF PCFGDAT-P TO KAL-WOTA(TAG-IX).
           MOVE     DTWOTA OF PCFGDAT-P TO WO-IX.
           ADD      1 TO AT-ANZ(WO-IX).
           ADD      1 TO AT-GES.

       LAD-KAL-80.
           ADD      1 TO TAG-IX.
           GO TO    LAD-KAL-20.

       LAD-KAL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE STARTEINTRAEGE DES MONATS (PSTRTIM) JE USER UND TAG
      * ALS ANWESEND MERKEN
      *--------------------------------------------------------------
       LADE-ANWESENHEIT SECTION.
       LAD-ANW-00.

           INITIALIZE PRS-ANZ PRS-TAB.

           INITIALIZE PSTRTIMF OF PSTRTIM-P.
           START    PSTRTIM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-ANW-90
           END-IF.

       LAD-ANW-20.
           READ     PSTRTIM-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-ANW-90
           END-IF.

           IF       STDTS OF PSTRTIM-P < MONAT-ANF
            OR      STDTS OF PSTRTIM-P > MONAT-END
                    GO TO LAD-ANW-20
           END-IF.

           MOVE     STUSER OF PSTRTIM-P TO SUCH-USER.
           MOVE     1 TO PRS-NEU.
           PERFORM  SUCHE-USER.
           IF       PRS-IX = ZEROES
                    GO TO LAD-ANW-20
           END-IF.

           MOVE     STDTS OF PSTRTIM-P TO DATUM-WRK.
           MOVE     DAT-TAG TO TAG-IX.
           MOVE     "P" TO PRS-TAGE(PRS-IX)(TAG-IX:1).

           GO TO    LAD-ANW-20.

       LAD-ANW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABWESENHEITEN (PABSENZ) IM MONAT MARKIEREN - WER ABWESEND
      * IST, ZAEHLT NICHT ALS NO-SHOW. EIN START AM SELBEN TAG
      * GEHT VOR
      *--------------------------------------------------------------
       LADE-ABWESENHEIT SECTION.
       LAD-ABW-00.

           INITIALIZE PABSENZF OF PABSENZ-P.
           START    PABSENZ-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-ABW-90
           END-IF.

       LAD-ABW-20.
           READ     PABSENZ-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-ABW-90
           END-IF.

           IF       ABBIS OF PABSENZ-P < MONAT-ANF
            OR      ABVON OF PABSENZ-P > MONAT-END
                    GO TO LAD-ABW-20
           END-IF.

           MOVE     ABUSER OF PABSENZ-P TO SUCH-USER.
           MOVE     1 TO PRS-NEU.
           PERFORM  SUCHE-USER.
           IF       PRS-IX = ZEROES
                    GO TO LAD-ABW-20
           END-IF.

      * TAGE DER ABWESENHEIT INNERHALB DES MONATS
           IF       ABVON OF PABSENZ-P < MONAT-ANF
                    MOVE 1 TO TAG-VON
           ELSE
                    MOVE ABVON OF PABSENZ-P TO DATUM-WRK
                    MOVE DAT-TAG TO TAG-VON
           END-IF.
           IF       ABBIS OF PABSENZ-P > MONAT-END
                    MOVE MONAT-LAENGE TO TAG-BIS
           ELSE
                    MOVE ABBIS OF PABSENZ-P TO DATUM-WRK
                    MOVE DAT-TAG TO TAG-BIS
           END-IF.
           MOVE     TAG-VON TO TAG-IX.

       LAD-ABW-40.
           IF       TAG-IX > TAG-BIS
                    GO TO LAD-ABW-20
           END-IF.
           IF       PRS-TAGE(PRS-IX)(TAG-IX:1) = SPACES
                    MOVE "A" TO PRS-TAGE(PRS-IX)(TAG-IX:1)
           END-IF.
           ADD      1 TO TAG-IX.
           GO TO    LAD-ABW-40.

       LAD-ABW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * USER SUCH-USER IN DER ANWESENHEITSTABELLE SUCHEN (PRS-IX,
      * NULL = NICHT GEFUNDEN). BEI PRS-NEU = 1 WIRD ER ANGELEGT
      *--------------------------------------------------------------
       SUCHE-USER SECTION.
       SUC-USR-00.

           MOVE     1 TO PRS-IX.

       SUC-USR-20.
           IF       PRS-IX > PRS-ANZ
                    GO TO SUC-USR-50
           END-IF.
           IF       PRS-USER(PRS-IX) = SUCH-USER
                    GO TO SUC-USR-90
           END-IF.
           ADD      1 TO PRS-IX.
           GO TO    SUC-USR-20.

       SUC-USR-50.
           IF       PRS-NEU = ZEROES
            OR      PRS-ANZ NOT < PRS-MAX
            OR      SUCH-USER = SPACES
                    MOVE ZEROES TO PRS-IX
                    GO TO SUC-USR-90
           END-IF.

           ADD      1 TO PRS-ANZ.
           MOVE     PRS-ANZ   TO PRS-IX.
           MOVE     SUCH-USER TO PRS-USER(PRS-IX).
           MOVE     SPACES    TO PRS-TAGE(PRS-IX).

       SUC-USR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANWESENHEIT VON SUCH-USER AM TAG TAG-IX (PRS-ZEICHEN)
      *--------------------------------------------------------------
       HOLE-ANWESENHEIT SECTION.
       HOL-ANW-00.

           MOVE     SPACES TO PRS-ZEICHEN.
           MOVE     ZEROES TO PRS-NEU.
           PERFORM  SUCHE-USER.
           IF       PRS-IX NOT = ZEROES
                    MOVE PRS-TAGE(PRS-IX)(TAG-IX:1) TO PRS-ZEICHEN
           END-IF.

       HOL-ANW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE ARBEITSPLAETZE DER DREI ETAGEN (FORMATE FMT02-FMT04
      * DER RAUMPLANUNG) IN DIE TABELLE LADEN
      *--------------------------------------------------------------
       LADE-ARBEITSPLAETZE SECTION.
       LAD-ARB-00.

           INITIALIZE DSK-ANZ DSK-TAB.

           MOVE     1       TO ETAGE-WRK.
           MOVE     "FMT02" TO ETAGE-FMT.
           PERFORM  LADE-ETAGE.

           MOVE     2       TO ETAGE-WRK.
           MOVE     "FMT03" TO ETAGE-FMT.
           PERFORM  LADE-ETAGE.

           MOVE     3       TO ETAGE-WRK.
           MOVE     "FMT04" TO ETAGE-FMT.
           PERFORM  LADE-ETAGE.

       LAD-ARB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ARBEITSPLATZFELDER (A_....) EINER ETAGE (ETAGE-FMT) LADEN
      *--------------------------------------------------------------
       LADE-ETAGE SECTION.
       LAD-ETG-00.

           INITIALIZE PCFGFFDF OF PCFGFFD-L.
           MOVE     CONST-LIB           TO WHLIB  OF PCFGFFD-L.
           MOVE     PLAN-DISPLAY        TO WHFILE OF PCFGFFD-L.
           MOVE     ETAGE-FMT           TO WHNAME OF PCFGFFD-L.
           MOVE     SPACES              TO WHFLDE OF PCFGFFD-L.
           START    PCFGFFD-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-ETG-90
           END-IF.

       LAD-ETG-20.
           READ     PCFGFFD-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-ETG-90
           END-IF.

           IF       WHLIB  OF PCFGFFD-L NOT = CONST-LIB
            OR      WHFILE OF PCFGFFD-L NOT = PLAN-DISPLAY
            OR      WHNAME OF PCFGFFD-L NOT = ETAGE-FMT
                    GO TO LAD-ETG-90
           END-IF.

      * NUR DIE ARBEITSPLATZFELDER (A_....) INTERESSIEREN HIER
           IF       WHFLDE OF PCFGFFD-L(1:2) NOT = "A_"
                    GO TO LAD-ETG-20
           END-IF.

           IF       DSK-ANZ NOT < DSK-MAX
                    GO TO LAD-ETG-90
           END-IF.

           ADD      1 TO DSK-ANZ.
           MOVE     WHFLDE OF PCFGFFD-L(3:4) TO D-RAUM(DSK-ANZ).
           MOVE     ETAGE-WRK                TO D-ETAGE(DSK-ANZ).
           MOVE     SPACES                   TO D-USER(DSK-ANZ)
                                                D-TAGE(DSK-ANZ).

           GO TO    LAD-ETG-20.

       LAD-ETG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PLATZ SUCH-RAUM IN DER TABELLE SUCHEN (DSK-IX, NULL = NICHT
      * GEFUNDEN)
      *--------------------------------------------------------------
       SUCHE-PLATZ SECTION.
       SUC-PLA-00.

           MOVE     1 TO DSK-IX.

       SUC-PLA-20.
           IF       DSK-IX > DSK-ANZ
                    MOVE ZEROES TO DSK-IX
                    GO TO SUC-PLA-90
           END-IF.
           IF       D-RAUM(DSK-IX) = SUCH-RAUM
                    GO TO SUC-PLA-90
           END-IF.
           ADD      1 TO DSK-IX.
           GO TO    SUC-PLA-20.

       SUC-PLA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FEST VERGEBENE PLAETZE (H050) SIND AN JEDEM ARBEITSTAG
      * BELEGT, GENUTZT AN DEN TAGEN MIT START DES INHABERS
      *--------------------------------------------------------------
       LADE-FESTE-PLAETZE SECTION.
       LAD-FST-00.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "H050"              TO CFID   OF PCONFIG-P.
           START    PCONFIG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-FST-90
           END-IF.

       LAD-FST-20.
           READ     PCONFIG-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-FST-90
           END-IF.
           IF       CFID OF PCONFIG-P NOT = "H050"
                    GO TO LAD-FST-90
           END-IF.
           IF       CFKEY  OF PCONFIG-P = SPACES
            OR      CFIN26 OF PCONFIG-P = SPACES
                    GO TO LAD-FST-20
           END-IF.

           MOVE     CFIN26 OF PCONFIG-P(1:4) TO SUCH-RAUM.
           PERFORM  SUCHE-PLATZ.
           IF       DSK-IX = ZEROES
                    GO TO LAD-FST-20
           END-IF.
           MOVE     CFKEY OF PCONFIG-P(1:10) TO D-USER(DSK-IX)
                                                SUCH-USER.
           MOVE     1 TO TAG-IX.

       LAD-FST-40.
           IF       TAG-IX > MONAT-LAENGE
                    GO TO LAD-FST-20
           END-IF.
           IF       KAL-WOTA(TAG-IX) NOT = ZEROES
                    PERFORM HOLE-ANWESENHEIT
                    IF   PRS-ZEICHEN = "P"
                         MOVE "G" TO D-TAGE(DSK-IX)(TAG-IX:1)
                    ELSE
                         MOVE "B" TO D-TAGE(DSK-IX)(TAG-IX:1)
                    END-IF
           END-IF.
           ADD      1 TO TAG-IX.
           GO TO    LAD-FST-40.

       LAD-FST-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * RESERVIERUNGEN (AKTIV ODER BEENDET) IM MONAT: JEDER
      * RESERVIERTE ARBEITSTAG IST BELEGT - MIT START GENUTZT, OHNE
      * START NO-SHOW. AN TAGEN, AN DENEN DER INHABER ABWESEND IST,
      * WURDE DER PLATZ DURCH XXP0065 FREIGEGEBEN
      *--------------------------------------------------------------
       LADE-RESERVIERUNGEN SECTION.
       LAD-RES-00.

           INITIALIZE PRAUMRESF OF PRAUMRES-P.
           START    PRAUMRES-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-RES-90
           END-IF.

       LAD-RES-20.
           READ     PRAUMRES-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-RES-90
           END-IF.

           IF       RSSTAT OF PRAUMRES-P NOT = "A"
            AND     RSSTAT OF PRAUMRES-P NOT = "E"
                    GO TO LAD-RES-20
           END-IF.
           IF       RSBIS OF PRAUMRES-P < MONAT-ANF
            OR      RSVON OF PRAUMRES-P > MONAT-END
                    GO TO LAD-RES-20
           END-IF.

           MOVE     RSRAUM OF PRAUMRES-P TO SUCH-RAUM.
           PERFORM  SUCHE-PLATZ.
           IF       DSK-IX = ZEROES
                    GO TO LAD-RES-20
           END-IF.
           MOVE     RSUSER OF PRAUMRES-P TO SUCH-USER.

      * RESERVIERTE TAGE INNERHALB DES MONATS
           IF       RSVON OF PRAUMRES-P < MONAT-ANF
                    MOVE 1 TO TAG-VON
           ELSE
                    MOVE RSVON OF PRAUMRES-P TO DATUM-WRK
                    MOVE DAT-TAG TO TAG-VON
           END-IF.
           IF       RSBIS OF PRAUMRES-P > MONAT-END
                    MOVE MONAT-LAENGE TO TAG-BIS
           ELSE
                    MOVE RSBIS OF PRAUMRES-P TO DATUM-WRK
                    MOVE DAT-TAG TO TAG-BIS
           END-IF.
           MOVE     TAG-VON TO TAG-IX.

       LAD-RES-40.
           IF       TAG-IX > TAG-BIS
                    GO TO LAD-RES-20
           END-IF.
           IF       KAL-WOTA(TAG-IX) = ZEROES
            OR      D-TAGE(DSK-IX)(TAG-IX:1) NOT = SPACES
                    GO TO LAD-RES-60
           END-IF.

           PERFORM  HOLE-ANWESENHEIT.
           EVALUATE PRS-ZEICHEN
                    WHEN "P"
                         MOVE "G" TO D-TAGE(DSK-IX)(TAG-IX:1)
                    WHEN "A"
                         CONTINUE
                    WHEN OTHER
                         MOVE "N" TO D-TAGE(DSK-IX)(TAG-IX:1)
           END-EVALUATE.

       LAD-RES-60.
           ADD      1 TO TAG-IX.
           GO TO    LAD-RES-40.

       LAD-RES-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE BESPRECHUNGSRAEUME (RATYP = B) MIT KAPAZITAET UND
      * ETAGE AUS DER KONFIGURATION H057 LADEN
      *--------------------------------------------------------------
       LADE-RAEUME SECTION.
       LAD-RAU-00.

           INITIALIZE RAU-ANZ RAU-TAB.

           INITIALIZE PRAUMF OF PRAUM-P.
           START    PRAUM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-RAU-90
           END-IF.

       LAD-RAU-20.
           READ     PRAUM-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-RAU-90
           END-IF.

           IF       RATYP OF PRAUM-P NOT = "B"
                    GO TO LAD-RAU-20
           END-IF.
           IF       RAU-ANZ NOT < RAU-MAX
                    GO TO LAD-RAU-90
           END-IF.

           ADD      1 TO RAU-ANZ.
           MOVE     RARAUM OF PRAUM-P TO R-RAUM(RAU-ANZ).
           MOVE     RABEZ1 OF PRAUM-P TO R-BEZ(RAU-ANZ).

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "H057"            TO CFID   OF CFG-CPY.
           MOVE     RARAUM OF PRAUM-P TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = ZEROES
                    IF   CFIN01 OF CFG-CPY(1:3) IS NUMERIC
                         MOVE CFIN01 OF CFG-CPY(1:3)
                                            TO R-KAPA(RAU-ANZ)
                    END-IF
                    IF   CFIN02 OF CFG-CPY(1:1) = "1" OR "2" OR "3"
                         MOVE CFIN02 OF CFG-CPY(1:1)
                                            TO R-ETAGE(RAU-ANZ)
                    END-IF
           END-IF.

           GO TO    LAD-RAU-20.

       LAD-RAU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AKTIVE BUCHUNGEN DES MONATS AN ARBEITSTAGEN: GEBUCHTE
      * MINUTEN INNERHALB DER BUEROZEIT JE WOCHENTAG, ANZAHL DER
      * BUCHUNGEN UND TEILNEHMER (RBTLNZ, NULL = NICHT ERFASST)
      *--------------------------------------------------------------
       LADE-BUCHUNGEN SECTION.
       LAD-BUC-00.

           INITIALIZE PRAUMBESF OF PRAUMBES-P.
           START    PRAUMBES-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-BUC-90
           END-IF.

       LAD-BUC-20.
           READ     PRAUMBES-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-BUC-90
           END-IF.

           IF       RBSTAT  OF PRAUMBES-P NOT = "A"
            OR      RBDATUM OF PRAUMBES-P < MONAT-ANF
            OR      RBDATUM OF PRAUMBES-P > MONAT-END
                    GO TO LAD-BUC-20
           END-IF.

           MOVE     RBDATUM OF PRAUMBES-P TO DATUM-WRK.
           MOVE     DAT-TAG TO TAG-IX.
           IF       KAL-WOTA(TAG-IX) = ZEROES
                    GO TO LAD-BUC-20
           END-IF.
           MOVE     KAL-WOTA(TAG-IX) TO WO-IX.

      * RAUM SUCHEN
           MOVE     1 TO RAU-IX.

       LAD-BUC-40.
           IF       RAU-IX > RAU-ANZ
                    GO TO LAD-BUC-20
           END-IF.
           IF       R-RAUM(RAU-IX) NOT = RBRAUM OF PRAUMBES-P
                    ADD 1 TO RAU-IX
                    GO TO LAD-BUC-40
           END-IF.

      * DAUER AUF DIE BUEROZEIT BEGRENZEN
           MOVE     RBVON OF PRAUMBES-P TO ZEIT-WRK.
           IF       ZEIT-WRK < BUERO-VON
                    MOVE BUERO-VON TO ZEIT-WRK
           END-IF.
           COMPUTE  MIN-VON = ZEIT-STD * 60 + ZEIT-MIN.
           MOVE     RBBIS OF PRAUMBES-P TO ZEIT-WRK.
           IF       ZEIT-WRK > BUERO-BIS
                    MOVE BUERO-BIS TO ZEIT-WRK
           END-IF.
           COMPUTE  MIN-BIS = ZEIT-STD * 60 + ZEIT-MIN.
           IF       MIN-BIS > MIN-VON
                    COMPUTE MIN-DAUER = MIN-BIS - MIN-VON
           ELSE
                    MOVE ZEROES TO MIN-DAUER
           END-IF.

           ADD      MIN-DAUER TO R-MIN(RAU-IX, WO-IX).
           ADD      1         TO R-BUCH(RAU-IX).
           IF       RBTLNZ OF PRAUMBES-P > ZEROES
                    ADD RBTLNZ OF PRAUMBES-P TO R-TLNS(RAU-IX)
                    ADD 1                    TO R-TLNA(RAU-IX)
           END-IF.

           GO TO    LAD-BUC-20.

       LAD-BUC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ARBEITSPLAETZE AUSWERTEN: ZEILE JE PLATZ, DANACH JE ETAGE
      * UND GESAMT
      *--------------------------------------------------------------
       AUSWERTEN-ARBEITSPLAETZE SECTION.
       AUS-ARB-00.

           INITIALIZE ETG-TAB.
           MOVE     1 TO EINHEIT-WRK.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     "ARBEITSPLAETZE"      TO DRUCK-ZEILE(1:14).
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "PLATZ"               TO DRUCK-ZEILE(1:5).
           MOVE     "BEZEICHNUNG"         TO DRUCK-ZEILE(10:11).
           PERFORM  DRUCKE-SPALTEN.
           MOVE     "GENUTZT"             TO DRUCK-ZEILE(86:7).
           MOVE     "NO-SHOW"             TO DRUCK-ZEILE(95:7).
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "-" TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     1 TO DSK-IX.

       AUS-ARB-20.
           IF       DSK-IX > DSK-ANZ
                    GO TO AUS-ARB-50
           END-IF.

           PERFORM  ZAEHLE-PLATZTAGE.
           PERFORM  BERECHNE-KENNZAHLEN.

           MOVE     D-RAUM(DSK-IX) TO SUCH-RAUM.
           PERFORM  GET-RAUMNAME.
           MOVE     SPACES             TO DRUCK-ZEILE.
           MOVE     D-RAUM(DSK-IX)     TO DRUCK-ZEILE(1:4).
           MOVE     RAUM-NAME          TO DRUCK-ZEILE(10:20).
           COMPUTE  ETG-IX = D-ETAGE(DSK-IX) + 1.
           MOVE     ETAGE-TXT(ETG-IX)  TO DRUCK-ZEILE(31:12).
           PERFORM  FUELLE-PLATZWERTE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     "P"                TO KPI-ART.
           MOVE     D-RAUM(DSK-IX)     TO KPI-OBJ.
           MOVE     D-ETAGE(DSK-IX)    TO KPI-ETAGE.
           PERFORM  SCHREIBE-KENNZAHLEN.

           PERFORM  ADDIERE-ETAGE.

           ADD      1 TO DSK-IX.
           GO TO    AUS-ARB-20.

       AUS-ARB-50.
      * SUMMEN JE ETAGE UND GESAMT
           MOVE     "E" TO KPI-ART.
           PERFORM  DRUCKE-ETAGEN.
           PERFORM  FUELLE-PLATZWERTE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     "G"         TO KPI-ART.
           MOVE     "PLAETZE"   TO KPI-OBJ.
           MOVE     ZEROES      TO KPI-ETAGE.
           PERFORM  SCHREIBE-KENNZAHLEN.

       AUS-ARB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BELEGTE, GENUTZTE UND NO-SHOW-TAGE DES PLATZES DSK-IX
      *--------------------------------------------------------------
       ZAEHLE-PLATZTAGE SECTION.
       ZAE-PLA-00.

           INITIALIZE SUM-OBJ.
           MOVE     1 TO SO-ANZ.
           MOVE     1 TO TAG-IX.

       ZAE-PLA-20.
           IF       TAG-IX > MONAT-LAENGE
                    GO TO ZAE-PLA-90
           END-IF.
           IF       KAL-WOTA(TAG-IX) = ZEROES
            OR      D-TAGE(DSK-IX)(TAG-IX:1) = SPACES
                    GO TO ZAE-PLA-80
           END-IF.

           MOVE     KAL-WOTA(TAG-IX) TO WO-IX.
           ADD      1 TO SO-WOTA(WO-IX).
           ADD      1 TO SO-BEL.
           EVALUATE D-TAGE(DSK-IX)(TAG-IX:1)
                    WHEN "G"
                         ADD 1 TO SO-NUT
                    WHEN "N"
                         ADD 1 TO SO-NOSH
           END-EVALUATE.

       ZAE-PLA-80.
           ADD      1 TO TAG-IX.
           GO TO    ZAE-PLA-20.

       ZAE-PLA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BESPRECHUNGSRAEUME AUSWERTEN: ZEILE JE RAUM, DANACH JE
      * ETAGE UND GESAMT
      *--------------------------------------------------------------
       AUSWERTEN-RAEUME SECTION.
       AUS-RAU-00.

           INITIALIZE ETG-TAB.
           MOVE     BUERO-MINUTEN TO EINHEIT-WRK.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     "BESPRECHUNGSRAEUME"  TO DRUCK-ZEILE(1:18).
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "RAUM"                TO DRUCK-ZEILE(1:4).
           MOVE     "BEZEICHNUNG"         TO DRUCK-ZEILE(10:11).
           PERFORM  DRUCKE-SPALTEN.
           MOVE     "BUCHG."              TO DRUCK-ZEILE(87:6).
           MOVE     "TEILN."              TO DRUCK-ZEILE(95:6).
           MOVE     "KAPAZ."              TO DRUCK-ZEILE(102:6).
           MOVE     "TLN/KAP"             TO DRUCK-ZEILE(110:7).
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "-" TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     1 TO RAU-IX.

       AUS-RAU-20.
           IF       RAU-IX > RAU-ANZ
                    GO TO AUS-RAU-50
           END-IF.

           INITIALIZE SUM-OBJ.
           MOVE     1                  TO SO-ANZ.
           MOVE     R-MIN(RAU-IX, 1)   TO SO-WOTA(1).
           MOVE     R-MIN(RAU-IX, 2)   TO SO-WOTA(2).
           MOVE     R-MIN(RAU-IX, 3)   TO SO-WOTA(3).
           MOVE     R-MIN(RAU-IX, 4)   TO SO-WOTA(4).
           MOVE     R-MIN(RAU-IX, 5)   TO SO-WOTA(5).
           COMPUTE  SO-BEL = SO-WOTA(1) + SO-WOTA(2) + SO-WOTA(3)
                           + SO-WOTA(4) + SO-WOTA(5).
           MOVE     R-BUCH(RAU-IX)     TO SO-BUCH.
           MOVE     R-TLNS(RAU-IX)     TO SO-TLNS.
           MOVE     R-TLNA(RAU-IX)     TO SO-TLNA.
           MOVE     R-KAPA(RAU-IX)     TO SO-KAPA.
      * NUR RAEUME MIT BEKANNTER KAPAZITAET GEHEN IN DAS VERHAELTNIS
      * TEILNEHMER ZU KAPAZITAET EIN
           IF       R-KAPA(RAU-IX) > ZEROES
                    MOVE    R-TLNS(RAU-IX) TO SO-TLNK
                    COMPUTE SO-KAPS = R-TLNA(RAU-IX) * R-KAPA(RAU-IX)
           END-IF.
           PERFORM  BERECHNE-KENNZAHLEN.

           MOVE     SPACES             TO DRUCK-ZEILE.
           MOVE     R-RAUM(RAU-IX)     TO DRUCK-ZEILE(1:8).
           MOVE     R-BEZ(RAU-IX)      TO DRUCK-ZEILE(10:20).
           COMPUTE  ETG-IX = R-ETAGE(RAU-IX) + 1.
           MOVE     ETAGE-TXT(ETG-IX)  TO DRUCK-ZEILE(31:12).
           PERFORM  FUELLE-RAUMWERTE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     "R"                TO KPI-ART.
           MOVE     R-RAUM(RAU-IX)     TO KPI-OBJ.
           MOVE     R-ETAGE(RAU-IX)    TO KPI-ETAGE.
           PERFORM  SCHREIBE-KENNZAHLEN.

           PERFORM  ADDIERE-ETAGE.

           ADD      1 TO RAU-IX.
           GO TO    AUS-RAU-20.

       AUS-RAU-50.
      * SUMMEN JE ETAGE UND GESAMT
           MOVE     "F" TO KPI-ART.
           PERFORM  DRUCKE-ETAGEN.
           PERFORM  FUELLE-RAUMWERTE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     "G"         TO KPI-ART.
           MOVE     "RAEUME"    TO KPI-OBJ.
           MOVE     ZEROES      TO KPI-ETAGE.
           PERFORM  SCHREIBE-KENNZAHLEN.

       AUS-RAU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUMMEN DER ZEILE (SUM-OBJ) AUF DIE ETAGE ETG-IX UND AUF
      * GESAMT ADDIEREN
      *--------------------------------------------------------------
       ADDIERE-ETAGE SECTION.
       ADD-ETG-00.

           PERFORM  ADDIERE-SUMME.
           MOVE     5 TO ETG-IX.
           PERFORM  ADDIERE-SUMME.

       ADD-ETG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUM-OBJ AUF ETG-SUM(ETG-IX) ADDIEREN
      *--------------------------------------------------------------
       ADDIERE-SUMME SECTION.
       ADD-SUM-00.

           ADD      SO-WOTA(1) TO SE-WOTA(ETG-IX, 1).
           ADD      SO-WOTA(2) TO SE-WOTA(ETG-IX, 2).
           ADD      SO-WOTA(3) TO SE-WOTA(ETG-IX, 3).
           ADD      SO-WOTA(4) TO SE-WOTA(ETG-IX, 4).
           ADD      SO-WOTA(5) TO SE-WOTA(ETG-IX, 5).
           ADD      SO-BEL     TO SE-BEL(ETG-IX).
           ADD      SO-NUT     TO SE-NUT(ETG-IX).
           ADD      SO-NOSH    TO SE-NOSH(ETG-IX).
           ADD      SO-ANZ     TO SE-ANZ(ETG-IX).
           ADD      SO-BUCH    TO SE-BUCH(ETG-IX).
           ADD      SO-TLNS    TO SE-TLNS(ETG-IX).
           ADD      SO-TLNA    TO SE-TLNA(ETG-IX).
           ADD      SO-TLNK    TO SE-TLNK(ETG-IX).
           ADD      SO-KAPS    TO SE-KAPS(ETG-IX).

       ADD-SUM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * JE BELEGTER ETAGE EINE SUMMENZEILE DRUCKEN UND DIE KENN-
      * ZAHLEN (KPI-ART) SCHREIBEN. DANACH STEHEN DIE GESAMTWERTE
      * IN SUM-OBJ/KENNZAHLEN UND DIE ZEILE IST VORBEREITET
      *--------------------------------------------------------------
       DRUCKE-ETAGEN SECTION.
       DRU-ETG-00.

           MOVE     ALL "-" TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     1 TO ETG-IX.

       DRU-ETG-20.
           IF       ETG-IX > 4
                    GO TO DRU-ETG-50
           END-IF.
           IF       SE-ANZ(ETG-IX) = ZEROES
                    GO TO DRU-ETG-80
           END-IF.

           MOVE     ETG-SUM(ETG-IX) TO SUM-OBJ.
           MOVE     ZEROES          TO SO-KAPA.
           PERFORM  BERECHNE-KENNZAHLEN.

           MOVE     SPACES              TO DRUCK-ZEILE.
           MOVE     "ETAGE"             TO DRUCK-ZEILE(1:5).
           MOVE     SO-ANZ              TO DSP-ANZ.
           MOVE     DSP-ANZ             TO DRUCK-ZEILE(10:5).
           MOVE     "OBJEKTE"           TO DRUCK-ZEILE(16:7).
           MOVE     ETAGE-TXT(ETG-IX)   TO DRUCK-ZEILE(31:12).
           IF       KPI-ART = "E"
                    PERFORM FUELLE-PLATZWERTE
           ELSE
                    PERFORM FUELLE-RAUMWERTE
           END-IF.
           PERFORM  DRUCKE-ZEILE.

           COMPUTE  KPI-ETAGE = ETG-IX - 1.
           MOVE     SPACES    TO KPI-OBJ.
           MOVE     KPI-ETAGE TO KPI-OBJ(1:1).
           PERFORM  SCHREIBE-KENNZAHLEN.

       DRU-ETG-80.
           ADD      1 TO ETG-IX.
           GO TO    DRU-ETG-20.

       DRU-ETG-50.
      * GESAMTZEILE VORBEREITEN
           MOVE     ETG-SUM(5) TO SUM-OBJ.
           MOVE     ZEROES     TO SO-KAPA.
           PERFORM  BERECHNE-KENNZAHLEN.

           MOVE     SPACES              TO DRUCK-ZEILE.
           MOVE     "GESAMT"            TO DRUCK-ZEILE(1:6).
           MOVE     SO-ANZ              TO DSP-ANZ.
           MOVE     DSP-ANZ             TO DRUCK-ZEILE(10:5).
           MOVE     "OBJEKTE"           TO DRUCK-ZEILE(16:7).

       DRU-ETG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PROZENTWERTE AUS SUM-OBJ BERECHNEN. EINHEIT-WRK IST DIE
      * MOEGLICHE BELEGUNG JE OBJEKT UND ARBEITSTAG (1 TAG BZW.
      * DIE MINUTEN DER BUEROZEIT)
      *--------------------------------------------------------------
       BERECHNE-KENNZAHLEN SECTION.
       BER-KZA-00.

           INITIALIZE KENNZAHLEN.
           MOVE     1 TO WO-IX.

       BER-KZA-20.
           IF       WO-IX > 5
                    GO TO BER-KZA-50
           END-IF.
           COMPUTE  NENNER-WRK = AT-ANZ(WO-IX) * SO-ANZ * EINHEIT-WRK.
           IF       NENNER-WRK > ZEROES
                    COMPUTE KZ-WOTA(WO-IX) ROUNDED =
                            SO-WOTA(WO-IX) * 100 / NENNER-WRK
           END-IF.
           ADD      1 TO WO-IX.
           GO TO    BER-KZA-20.

       BER-KZA-50.
           COMPUTE  NENNER-WRK = AT-GES * SO-ANZ * EINHEIT-WRK.
           IF       NENNER-WRK > ZEROES
                    COMPUTE KZ-BEL ROUNDED = SO-BEL * 100 / NENNER-WRK
                    COMPUTE KZ-NUT ROUNDED = SO-NUT * 100 / NENNER-WRK
           END-IF.

           IF       SO-TLNA > ZEROES
                    COMPUTE KZ-TLNZ ROUNDED = SO-TLNS / SO-TLNA
           END-IF.
           IF       SO-KAPS > ZEROES
                    COMPUTE KZ-KAPP ROUNDED = SO-TLNK * 100 / SO-KAPS
           END-IF.

       BER-KZA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SPALTENUEBERSCHRIFTEN FUER ETAGE UND WOCHENTAGE
      *--------------------------------------------------------------
       DRUCKE-SPALTEN SECTION.
       DRU-SPA-00.

           MOVE     "ETAGE"               TO DRUCK-ZEILE(31:5).
           MOVE     "MO %"                TO DRUCK-ZEILE(45:4).
           MOVE     "DI %"                TO DRUCK-ZEILE(52:4).
           MOVE     "MI %"                TO DRUCK-ZEILE(59:4).
           MOVE     "DO %"                TO DRUCK-ZEILE(66:4).
           MOVE     "FR %"                TO DRUCK-ZEILE(73:4).
           MOVE     "BELEGT"              TO DRUCK-ZEILE(78:6).

       DRU-SPA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PROZENTWERTE JE WOCHENTAG UND GESAMT IN DIE DRUCKZEILE
      *--------------------------------------------------------------
       FUELLE-WOCHENTAGE SECTION.
       FUE-WOT-00.

           MOVE     1  TO WO-IX.
           MOVE     44 TO DRU-POS.

       FUE-WOT-20.
           IF       WO-IX > 5
                    GO TO FUE-WOT-50
           END-IF.
           MOVE     KZ-WOTA(WO-IX) TO DSP-PCT.
           MOVE     DSP-PCT        TO DRUCK-ZEILE(DRU-POS:5).
           ADD      1 TO WO-IX.
           ADD      7 TO DRU-POS.
           GO TO    FUE-WOT-20.

       FUE-WOT-50.
           MOVE     KZ-BEL         TO DSP-PCT.
           MOVE     DSP-PCT        TO DRUCK-ZEILE(79:5).

       FUE-WOT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * WERTE EINER ARBEITSPLATZZEILE
      *--------------------------------------------------------------
       FUELLE-PLATZWERTE SECTION.
       FUE-PLA-00.

           PERFORM  FUELLE-WOCHENTAGE.
           MOVE     KZ-NUT         TO DSP-PCT.
           MOVE     DSP-PCT        TO DRUCK-ZEILE(88:5).
           MOVE     SO-NOSH        TO DSP-ANZ.
           MOVE     DSP-ANZ        TO DRUCK-ZEILE(97:5).

       FUE-PLA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * WERTE EINER RAUMZEILE
      *--------------------------------------------------------------
       FUELLE-RAUMWERTE SECTION.
       FUE-RAU-00.

           PERFORM  FUELLE-WOCHENTAGE.
           MOVE     SO-BUCH        TO DSP-ANZ.
           MOVE     DSP-ANZ        TO DRUCK-ZEILE(88:5).
           IF       SO-TLNA > ZEROES
                    MOVE KZ-TLNZ   TO DSP-PCT
                    MOVE DSP-PCT   TO DRUCK-ZEILE(96:5)
           END-IF.
           IF       SO-KAPA > ZEROES
                    MOVE SO-KAPA   TO DSP-KAPA
                    MOVE DSP-KAPA  TO DRUCK-ZEILE(105:3)
           END-IF.
           IF       SO-KAPS > ZEROES
                    MOVE KZ-KAPP   TO DSP-PCT
                    MOVE DSP-PCT   TO DRUCK-ZEILE(112:5)
           END-IF.

       FUE-RAU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KENNZAHLEN DER ZEILE IN PRAUMKPI SCHREIBEN. EIN SCHON
      * VORHANDENER SATZ DES MONATS WIRD UEBERSCHRIEBEN
      *--------------------------------------------------------------
       SCHREIBE-KENNZAHLEN SECTION.
       SCH-KPI-00.

           INITIALIZE PRAUMKPIF OF PRAUMKPI-P.
           MOVE     PERIODE-WRK        TO KPPERI OF PRAUMKPI-P.
           MOVE     KPI-ART            TO KPART  OF PRAUMKPI-P.
           MOVE     KPI-OBJ            TO KPOBJ  OF PRAUMKPI-P.
           READ     PRAUMKPI-DP.
           IF       FILE-STATUS NOT = ZEROES
                    INITIALIZE PRAUMKPIF OF PRAUMKPI-P
                    MOVE PERIODE-WRK   TO KPPERI OF PRAUMKPI-P
                    MOVE KPI-ART       TO KPART  OF PRAUMKPI-P
                    MOVE KPI-OBJ       TO KPOBJ  OF PRAUMKPI-P
                    MOVE T-USER        TO KPAUSR OF PRAUMKPI-P
                    MOVE T-TERM        TO KPABS  OF PRAUMKPI-P
                    MOVE PGM-WRK       TO KPAPGM OF PRAUMKPI-P
                    MOVE DATE-8        TO KPADTA OF PRAUMKPI-P
                    MOVE TIME-6        TO KPATIA OF PRAUMKPI-P
           ELSE
                    MOVE T-USER        TO KPMSER OF PRAUMKPI-P
                    MOVE T-TERM        TO KPMBS  OF PRAUMKPI-P
                    MOVE PGM-WRK       TO KPMPGM OF PRAUMKPI-P
                    MOVE DATE-8        TO KPMDTA OF PRAUMKPI-P
                    MOVE TIME-6        TO KPMTIA OF PRAUMKPI-P
           END-IF.

           MOVE     KPI-ETAGE          TO KPETAG OF PRAUMKPI-P.
           MOVE     AT-GES             TO KPTAGE OF PRAUMKPI-P.
           MOVE     SO-ANZ             TO KPOANZ OF PRAUMKPI-P.
           MOVE     KZ-WOTA(1)         TO KPWOT1 OF PRAUMKPI-P.
           MOVE     KZ-WOTA(2)         TO KPWOT2 OF PRAUMKPI-P.
           MOVE     KZ-WOTA(3)         TO KPWOT3 OF PRAUMKPI-P.
           MOVE     KZ-WOTA(4)         TO KPWOT4 OF PRAUMKPI-P.
           MOVE     KZ-WOTA(5)         TO KPWOT5 OF PRAUMKPI-P.
           MOVE     KZ-BEL             TO KPBELP OF PRAUMKPI-P.
           MOVE     KZ-NUT             TO KPNUTP OF PRAUMKPI-P.
           MOVE     SO-NOSH            TO KPNOSH OF PRAUMKPI-P.
           MOVE     SO-BUCH            TO KPBUCH OF PRAUMKPI-P.
           MOVE     KZ-TLNZ            TO KPTLNZ OF PRAUMKPI-P.
           MOVE     SO-KAPA            TO KPKAPA OF PRAUMKPI-P.
           MOVE     KZ-KAPP            TO KPKAPP OF PRAUMKPI-P.

           IF       FILE-STATUS = ZEROES
                    REWRITE PRAUMKPI-P
           ELSE
                    WRITE   PRAUMKPI-P
           END-IF.
           ADD      1 TO ANZ-KPI.

       SCH-KPI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NAME DES ARBEITSPLATZES SUCH-RAUM (H052)
      *--------------------------------------------------------------
       GET-RAUMNAME SECTION.
       GET-RMN-00.

           INITIALIZE RAUM-NAME.
           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "H052"            TO CFID   OF CFG-CPY.
           MOVE     SUCH-RAUM         TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = ZEROES
                    MOVE CFIN01 OF CFG-CPY TO RAUM-NAME
           END-IF.

       GET-RMN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPFZEILEN MIT MONAT UND ARBEITSTAGEN DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-KOPF SECTION.
       DRU-KOP-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "AUSLASTUNG ARBEITSPLAETZE UND BESPRECHUNGSRAEUME"
                                           TO DRUCK-ZEILE(1:48).
           MOVE     PER-MONAT              TO DRUCK-ZEILE(50:2).
           MOVE     "."                    TO DRUCK-ZEILE(52:1).
           MOVE     PER-JAHR               TO DRUCK-ZEILE(53:4).
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "=" TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "ARBEITSTAGE:"         TO DRUCK-ZEILE(1:12).
           MOVE     AT-GES                 TO DSP-ANZ.
           MOVE     DSP-ANZ                TO DRUCK-ZEILE(14:5).
           MOVE     "MO"                   TO DRUCK-ZEILE(22:2).
           MOVE     AT-ANZ(1)              TO DSP-KAPA.
           MOVE     DSP-KAPA               TO DRUCK-ZEILE(25:3).
           MOVE     "DI"                   TO DRUCK-ZEILE(30:2).
           MOVE     AT-ANZ(2)              TO DSP-KAPA.
           MOVE     DSP-KAPA               TO DRUCK-ZEILE(33:3).
           MOVE     "MI"                   TO DRUCK-ZEILE(38:2).
           MOVE     AT-ANZ(3)              TO DSP-KAPA.
           MOVE     DSP-KAPA               TO DRUCK-ZEILE(41:3).
           MOVE     "DO"                   TO DRUCK-ZEILE(46:2).
           MOVE     AT-ANZ(4)              TO DSP-KAPA.
           MOVE     DSP-KAPA               TO DRUCK-ZEILE(49:3).
           MOVE     "FR"                   TO DRUCK-ZEILE(54:2).
           MOVE     AT-ANZ(5)              TO DSP-KAPA.
           MOVE     DSP-KAPA               TO DRUCK-ZEILE(57:3).
           PERFORM  DRUCKE-ZEILE.

           IF       KAL-FEHLT NOT = ZEROES
                    MOVE SPACES TO DRUCK-ZEILE
                    MOVE "ACHTUNG: TAGE OHNE KALENDEREINTRAG:"
                                           TO DRUCK-ZEILE(1:35)
                    MOVE KAL-FEHLT         TO DSP-ANZ
                    MOVE DSP-ANZ           TO DRUCK-ZEILE(37:5)
                    PERFORM DRUCKE-ZEILE
           END-IF.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "BESPRECHUNGSRAEUME: BELEGUNG IN DER BUEROZEIT"
                                           TO DRUCK-ZEILE(1:45).
           MOVE     BUERO-VON(1:2)         TO DRUCK-ZEILE(47:2).
           MOVE     ":"                    TO DRUCK-ZEILE(49:1).
           MOVE     BUERO-VON(3:2)         TO DRUCK-ZEILE(50:2).
           MOVE     "-"                    TO DRUCK-ZEILE(53:1).
           MOVE     BUERO-BIS(1:2)         TO DRUCK-ZEILE(55:2).
           MOVE     ":"                    TO DRUCK-ZEILE(57:1).
           MOVE     BUERO-BIS(3:2)         TO DRUCK-ZEILE(58:2).
           PERFORM  DRUCKE-ZEILE.

       DRU-KOP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SCHLUSSZEILE MIT DER ANZAHL DER KENNZAHLENSAETZE
      *--------------------------------------------------------------
       DRUCKE-SUMME SECTION.
       DRU-SUM-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     "KENNZAHLEN IN PRAUMKPI GESCHRIEBEN:"
                                           TO DRUCK-ZEILE(1:35).
           MOVE     ANZ-KPI                TO DSP-ANZ.
           MOVE     DSP-ANZ                TO DRUCK-ZEILE(37:5).
           PERFORM  DRUCKE-ZEILE.

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
      * LAENGE DES MONATS DAT-MONAT IM JAHR DAT-JAHR ERMITTELN
      *--------------------------------------------------------------
       MONATS-LAENGE-RECHNEN SECTION.
       MON-LAE-00.

           EVALUATE DAT-MONAT
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
                         DIVIDE DAT-JAHR BY 4 GIVING SJA-WERT
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
