       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              AZP0315.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * ABDECKUNG DES AUSBILDUNGSRAHMENPLANS JE AZUBI                 *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  STELLT JE AZUBI DEN BEREICHEN DES AUSBIL-    *
      *                  DUNGSRAHMENPLANS (PAZURAH, AZP0313) DIE      *
      *                  WOCHEN AUS DEM VERSETZUNGSPLAN (PAZUROT,     *
      *                  AZP0314) GEGENUEBER: BIS ZUR ZWISCHEN-       *
      *                  PRUEFUNG, BIS HEUTE ABSOLVIERT UND GEPLANT   *
      *                  BIS ZUR ABSCHLUSSPRUEFUNG (TERMINE AUS       *
      *                  PAZUPRF). GEZAEHLT WERDEN ARBEITSTAGE LT.    *
      *                  PCFGDAT, FUENF ARBEITSTAGE SIND EINE WOCHE.  *
      *                  TAGE MIT ABWESENHEIT IN PABSENZ WERDEN       *
      *                  ABGEZOGEN, DER ZEITANTEIL RTANT WIRD         *
      *                  BERUECKSICHTIGT. FEHLENDE UND UNTERDECKTE    *
      *                  BEREICHE SIND MARKIERT. AUSGABE IN DEN       *
      *                  SPOOL (AZF0315), OHNE USERANGABE FUER JEDEN  *
      *                  AZUBI MIT VERSETZUNGSPLAN.                   *
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
      * PAZUROT: RTUSER, RTVON, RTBER (VERSETZUNGSPLAN)
      *-------------------------------------------------------------
           SELECT PAZUROT-DP
                  ASSIGN       TO  DATABASE-PAZUROT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAZUPRF: PZUSER (PRUEFUNGSTERMINE JE AZUBI)
      *-------------------------------------------------------------
           SELECT PAZUPRF-DP
                  ASSIGN       TO  DATABASE-PAZUPRF
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAZURAH: RHBER (BEREICHE DES AUSBILDUNGSRAHMENPLANS)
      *-------------------------------------------------------------
           SELECT PAZURAH-DP
                  ASSIGN       TO  DATABASE-PAZURAH
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
      * PCFGDAT: DTLFDN
      *-------------------------------------------------------------
           SELECT PCFGDAT-DP
                  ASSIGN       TO  DATABASE-PCFGDAT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *- AZF0315: SPOOLAUSGABE DER ABDECKUNG
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-AZF0315
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PAZUROT: RTUSER, RTVON, RTBER
       FD  PAZUROT-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUROT-P.
           COPY DDS-ALL-FORMATS OF PAZUROT.
      /
      *--- PAZUPRF: PZUSER
       FD  PAZUPRF-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUPRF-P.
           COPY DDS-ALL-FORMATS OF PAZUPRF.
      /
      *--- PAZURAH: RHBER
       FD  PAZURAH-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZURAH-P.
           COPY DDS-ALL-FORMATS OF PAZURAH.
      /
      *--- PABSENZ: ABLFDN
       FD  PABSENZ-DP
           LABEL RECORDS ARE STANDARD.
       01  PABSENZ-P.
           COPY DDS-ALL-FORMATS OF PABSENZ.
      /
      *--- PCFGDAT: DTLFDN
       FD  PCFGDAT-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGDAT-P.
           COPY DDS-ALL-FORMATS OF PCFGDAT.
      /
      *- AZF0315: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF AZF0315.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "AZP0315".
       01  PGM-TYP                       PIC X(8)  VALUE "AZUBI".

      * LISTE DER AZUBIS (BEI AUFRUF OHNE USERANGABE)
       01  AZU-MAX                       PIC 9(3)  COMP VALUE 200.
       01  AZU-ANZ                       PIC 9(3)  COMP.
       01  AZU-IX                        PIC 9(3)  COMP.
       01  AZU-TAB.
        05 AZU-USER OCCURS 200           PIC X(10).

      * AZUBI DES AKTUELLEN BERICHTS UND SEINE PRUEFUNGSTERMINE
       01  BER-USER                      PIC X(10).
       01  TERMIN-ZWP                    PIC 9(8).
       01  TERMIN-ABP                    PIC 9(8).

      * BEREICHE DES RAHMENPLANS; DIE TAGE SIND MIT DEM ZEITANTEIL
      * GEWICHTET (PROZENT-TAGE, 500 = EINE WOCHE)
       01  BER-MAX                       PIC 9(3)  COMP VALUE 100.
       01  BER-ANZ                       PIC 9(3)  COMP.
       01  BER-IX                        PIC 9(3)  COMP.
       01  BER-TAB.
        05 BER-EINTRAG OCCURS 100.
         10 BR-BER                       PIC X(10).
         10 BR-BEZ                       PIC X(30).
         10 BR-WZWP                      PIC 9(3).
         10 BR-WOCH                      PIC 9(3).
         10 BR-ZWP-TG                    PIC 9(7)  COMP.
         10 BR-BISHER-TG                 PIC 9(7)  COMP.
         10 BR-GES-TG                    PIC 9(7)  COMP.

      * ABWESENHEITEN DES AZUBIS
       01  ABW-MAX                       PIC 9(3)  COMP VALUE 500.
       01  ABW-ANZ                       PIC 9(3)  COMP.
       01  ABW-IX                        PIC 9(3)  COMP.
       01  ABW-TAB.
        05 ABW-EINTRAG OCCURS 500.
         10 ABW-VON                      PIC 9(8).
         10 ABW-BIS                      PIC 9(8).
       01  ABW-GEF                       PIC 9(1).

      * EINSATZ IN BEARBEITUNG
       01  EIN-ANTEIL                    PIC 9(3).
       01  EIN-BIS                       PIC 9(8).

      * WOCHEN UND STATUS EINER ZEILE
       01  WO-ZWP                        PIC 9(3)V9(1).
       01  WO-BISHER                     PIC 9(3)V9(1).
       01  WO-GES                        PIC 9(3)V9(1).
       01  STATUS-WRK                    PIC X(13).

      * ZAEHLER
       77  ANZ-BERICHTE                  PIC 9(5)  COMP.
       77  ABZUG-TAGE                    PIC 9(5)  COMP.
       77  ANZ-FEHLT                     PIC 9(3)  COMP.
       77  ANZ-UNTER                     PIC 9(3)  COMP.

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DATUM-WRK                     PIC 9(8).
       01  DSP-DATUM                     PIC X(10).
       01  DSP-WOCHEN                    PIC ZZ9,9.
       01  DSP-SOLL                      PIC ZZ9.
       01  DSP-ANZ-5                     PIC Z(4)9.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * AZUBI (LEER = ALLE AZUBIS MIT VERSETZUNGSPLAN)
       01  X-USER                        PIC X(10).
      * RUECKMELDUNG AN DEN AUFRUFER (LEER = OK)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-USER
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "AZP0315" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.

           OPEN     INPUT  PAZUROT-DP
                           PAZUPRF-DP
                           PAZURAH-DP
                           PABSENZ-DP
                           PCFGDAT-DP.
           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

           INITIALIZE ANZ-BERICHTE.
           PERFORM  COPY-GET-TIME.
           PERFORM  LADE-RAHMENPLAN.

           IF       X-USER NOT = SPACES
                    MOVE X-USER TO BER-USER
                    PERFORM DRUCKE-ABDECKUNG
           ELSE
                    PERFORM SAMMLE-AZUBIS
                    MOVE ZEROES TO AZU-IX
                    PERFORM DRUCKE-ALLE-ABDECKUNGEN
           END-IF.

       ENDE.
           CLOSE    PAZUROT-DP
                    PAZUPRF-DP
                    PAZURAH-DP
                    PABSENZ-DP
                    PCFGDAT-DP
                    DRUCK-DAT.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * BEREICHE DES RAHMENPLANS LADEN
      *--------------------------------------------------------------
       LADE-RAHMENPLAN SECTION.
       LAD-RAH-00.

           INITIALIZE BER-ANZ BER-TAB.

           INITIALIZE PAZURAHF OF PAZURAH-P.
           START    PAZURAH-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-RAH-90
           END-IF.

       LAD-RAH-20.
           READ     PAZURAH-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-RAH-90
           END-IF.
           IF       BER-ANZ NOT < BER-MAX
                    GO TO LAD-RAH-90
           END-IF.

           ADD      1 TO BER-ANZ.
           MOVE     RHBER  OF PAZURAH-P TO BR-BER(BER-ANZ).
           MOVE     RHBEZ  OF PAZURAH-P TO BR-BEZ(BER-ANZ).
           MOVE     RHWZWP OF PAZURAH-P TO BR-WZWP(BER-ANZ).
           MOVE     RHWOCH OF PAZURAH-P TO BR-WOCH(BER-ANZ).
           GO TO    LAD-RAH-20.

       LAD-RAH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE AZUBIS MIT VERSETZUNGSPLAN EINSAMMELN (PAZUROT IST
      * NACH USER SORTIERT)
      *--------------------------------------------------------------
       SAMMLE-AZUBIS SECTION.
       SAM-AZU-00.

           INITIALIZE AZU-ANZ AZU-TAB.

           INITIALIZE PAZUROTF OF PAZUROT-P.
           START    PAZUROT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SAM-AZU-90
           END-IF.

       SAM-AZU-20.
           READ     PAZUROT-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SAM-AZU-90
           END-IF.

           IF       AZU-ANZ > ZEROES
            AND     AZU-USER(AZU-ANZ) = RTUSER OF PAZUROT-P
                    GO TO SAM-AZU-20
           END-IF.
           IF       AZU-ANZ NOT < AZU-MAX
                    GO TO SAM-AZU-90
           END-IF.

           ADD      1 TO AZU-ANZ.
           MOVE     RTUSER OF PAZUROT-P TO AZU-USER(AZU-ANZ).
           GO TO    SAM-AZU-20.

       SAM-AZU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * JE EINGESAMMELTEM AZUBI DIE ABDECKUNG DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-ALLE-ABDECKUNGEN SECTION.
       DRU-ALA-00.

           ADD      1 TO AZU-IX.
           IF       AZU-IX > AZU-ANZ
                    GO TO DRU-ALA-90
           END-IF.

           MOVE     AZU-USER(AZU-IX) TO BER-USER.
           PERFORM  DRUCKE-ABDECKUNG.
           GO TO    DRU-ALA-00.

       DRU-ALA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABDECKUNG FUER BER-USER ERMITTELN UND DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-ABDECKUNG SECTION.
       DRU-ABD-00.

           INITIALIZE ABZUG-TAGE ANZ-FEHLT ANZ-UNTER.

      * ZAEHLER DER BEREICHE ZURUECKSETZEN
           MOVE     1 TO BER-IX.

       DRU-ABD-10.
           IF       BER-IX NOT > BER-ANZ
                    MOVE ZEROES TO BR-ZWP-TG(BER-IX)
                    MOVE ZEROES TO BR-BISHER-TG(BER-IX)
                    MOVE ZEROES TO BR-GES-TG(BER-IX)
                    ADD  1 TO BER-IX
                    GO TO DRU-ABD-10
           END-IF.

      * PRUEFUNGSTERMINE
           INITIALIZE TERMIN-ZWP TERMIN-ABP.
           INITIALIZE PAZUPRFF OF PAZUPRF-P.
           MOVE     BER-USER TO PZUSER OF PAZUPRF-P.
           READ     PAZUPRF-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE PZZWP OF PAZUPRF-P TO TERMIN-ZWP
                    MOVE PZABP OF PAZUPRF-P TO TERMIN-ABP
           END-IF.

           PERFORM  LADE-ABWESENHEITEN.
           PERFORM  ZAEHLE-EINSAETZE.

           PERFORM  DRUCKE-KOPF.
           PERFORM  DRUCKE-BEREICHE.

           ADD      1 TO ANZ-BERICHTE.

       DRU-ABD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABWESENHEITEN DES AZUBIS AUS PABSENZ LADEN
      *--------------------------------------------------------------
       LADE-ABWESENHEITEN SECTION.
       LAD-ABW-00.

           INITIALIZE ABW-ANZ ABW-TAB.

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
           IF       ABUSER OF PABSENZ-P NOT = BER-USER
                    GO TO LAD-ABW-20
           END-IF.
           IF       ABW-ANZ NOT < ABW-MAX
                    GO TO LAD-ABW-90
           END-IF.

           ADD      1 TO ABW-ANZ.
           MOVE     ABVON OF PABSENZ-P TO ABW-VON(ABW-ANZ).
           MOVE     ABBIS OF PABSENZ-P TO ABW-BIS(ABW-ANZ).
           GO TO    LAD-ABW-20.

       LAD-ABW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE EINSAETZE DES AZUBIS TAGEWEISE AUF DIE BEREICHE
      * VERTEILEN: NUR ARBEITSTAGE OHNE ABWESENHEIT ZAEHLEN
      *--------------------------------------------------------------
       ZAEHLE-EINSAETZE SECTION.
       ZAE-EIN-00.

           INITIALIZE PAZUROTF OF PAZUROT-P.
           MOVE     BER-USER TO RTUSER OF PAZUROT-P.
           START    PAZUROT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-EIN-90
           END-IF.

       ZAE-EIN-20.
           READ     PAZUROT-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      RTUSER OF PAZUROT-P NOT = BER-USER
                    GO TO ZAE-EIN-90
           END-IF.

      * BEREICH IM RAHMENPLAN SUCHEN (GELOESCHTE ZAEHLEN NICHT)
           MOVE     1 TO BER-IX.

       ZAE-EIN-30.
           IF       BER-IX > BER-ANZ
                    GO TO ZAE-EIN-20
           END-IF.
           IF       BR-BER(BER-IX) NOT = RTBER OF PAZUROT-P
                    ADD  1 TO BER-IX
                    GO TO ZAE-EIN-30
           END-IF.

           MOVE     RTANT OF PAZUROT-P TO EIN-ANTEIL.
           IF       EIN-ANTEIL = ZEROES
                    MOVE 100 TO EIN-ANTEIL
           END-IF.

      * NACH DER ABSCHLUSSPRUEFUNG ZAEHLT NICHTS MEHR
           MOVE     RTBIS OF PAZUROT-P TO EIN-BIS.
           IF       TERMIN-ABP NOT = ZEROES
            AND     EIN-BIS > TERMIN-ABP
                    MOVE TERMIN-ABP TO EIN-BIS
           END-IF.

           INITIALIZE PCFGDATF OF PCFGDAT-P.
           MOVE     RTVON OF PAZUROT-P TO DTLFDN OF PCFGDAT-P.
           START    PCFGDAT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-EIN-20
           END-IF.

       ZAE-EIN-40.
           READ     PCFGDAT-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      DTLFDN OF PCFGDAT-P > EIN-BIS
                    GO TO ZAE-EIN-20
           END-IF.

      * WOCHENENDE UND FEIERTAGE
           IF       DTWOTA OF PCFGDAT-P > 5
            OR      DTFEIE OF PCFGDAT-P NOT = ZEROES
                    GO TO ZAE-EIN-40
           END-IF.

      * ABWESENHEIT
           PERFORM  PRUEFE-ABWESEND.
           IF       ABW-GEF NOT = ZEROES
                    ADD  1 TO ABZUG-TAGE
                    GO TO ZAE-EIN-40
           END-IF.

           ADD      EIN-ANTEIL TO BR-GES-TG(BER-IX).
           IF       DTLFDN OF PCFGDAT-P NOT > DATE-8
                    ADD EIN-ANTEIL TO BR-BISHER-TG(BER-IX)
           END-IF.
           IF       TERMIN-ZWP NOT = ZEROES
            AND     DTLFDN OF PCFGDAT-P NOT > TERMIN-ZWP
                    ADD EIN-ANTEIL TO BR-ZWP-TG(BER-IX)
           END-IF.
           GO TO    ZAE-EIN-40.

       ZAE-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LIEGT DER KALENDERTAG IN EINER ABWESENHEIT? (ABW-GEF = 1)
      *--------------------------------------------------------------
       PRUEFE-ABWESEND SECTION.
       PRU-ABW-00.

           MOVE     ZEROES TO ABW-GEF.
           MOVE     1      TO ABW-IX.

       PRU-ABW-20.
           IF       ABW-IX > ABW-ANZ
                    GO TO PRU-ABW-90
           END-IF.
           IF       DTLFDN OF PCFGDAT-P NOT < ABW-VON(ABW-IX)
            AND     DTLFDN OF PCFGDAT-P NOT > ABW-BIS(ABW-IX)
                    MOVE 1 TO ABW-GEF
                    GO TO PRU-ABW-90
           END-IF.
           ADD      1 TO ABW-IX.
           GO TO    PRU-ABW-20.

       PRU-ABW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPF DES BERICHTS EINES AZUBIS
      *--------------------------------------------------------------
       DRUCKE-KOPF SECTION.
       DRU-KOP-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "=" TO DRUCK-ZEILE(1:110).
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "ABDECKUNG AUSBILDUNGSRAHMENPLAN - AZUBI:"
                                          TO DRUCK-ZEILE(1:40).
           MOVE     BER-USER              TO DRUCK-ZEILE(42:10).
           MOVE     "STAND:"              TO DRUCK-ZEILE(60:6).
           MOVE     DATE-8                TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(67:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "ZWISCHENPRUEFUNG:"   TO DRUCK-ZEILE(1:17).
           IF       TERMIN-ZWP = ZEROES
                    MOVE "OHNE TERMIN"    TO DRUCK-ZEILE(19:11)
           ELSE
                    MOVE TERMIN-ZWP       TO DATUM-WRK
                    PERFORM FORMATIERE-DATUM
                    MOVE DSP-DATUM        TO DRUCK-ZEILE(19:10)
           END-IF.
           MOVE     "ABSCHLUSSPRUEFUNG:"  TO DRUCK-ZEILE(35:18).
           IF       TERMIN-ABP = ZEROES
                    MOVE "OHNE TERMIN"    TO DRUCK-ZEILE(54:11)
           ELSE
                    MOVE TERMIN-ABP       TO DATUM-WRK
                    PERFORM FORMATIERE-DATUM
                    MOVE DSP-DATUM        TO DRUCK-ZEILE(54:10)
           END-IF.
           MOVE     "ABGEZOGENE ABWESENHEITSTAGE:"
                                          TO DRUCK-ZEILE(70:28).
           MOVE     ABZUG-TAGE            TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(99:5).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "-" TO DRUCK-ZEILE(1:110).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "BEREICH"             TO DRUCK-ZEILE(1:7).
           MOVE     "BEZEICHNUNG"         TO DRUCK-ZEILE(12:11).
           MOVE     "SOLL ZP"             TO DRUCK-ZEILE(43:7).
           MOVE     "PLAN ZP"             TO DRUCK-ZEILE(52:7).
           MOVE     "SOLL GES"            TO DRUCK-ZEILE(61:8).
           MOVE     "BISHER"              TO DRUCK-ZEILE(71:6).
           MOVE     "PLAN GES"            TO DRUCK-ZEILE(79:8).
           MOVE     "STATUS"              TO DRUCK-ZEILE(90:6).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "(WOCHEN)"            TO DRUCK-ZEILE(43:8).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "-" TO DRUCK-ZEILE(1:110).
           PERFORM  DRUCKE-ZEILE.

       DRU-KOP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * JE BEREICH EINE ZEILE MIT SOLL, PLAN UND STATUS, DANACH
      * DIE ANZAHL FEHLENDER UND UNTERDECKTER BEREICHE
      *--------------------------------------------------------------
       DRUCKE-BEREICHE SECTION.
       DRU-BER-00.

           MOVE     1 TO BER-IX.

       DRU-BER-20.
           IF       BER-IX > BER-ANZ
                    GO TO DRU-BER-80
           END-IF.

           COMPUTE  WO-ZWP    ROUNDED = BR-ZWP-TG(BER-IX)    / 500
           END-COMPUTE.
           COMPUTE  WO-BISHER ROUNDED = BR-BISHER-TG(BER-IX) / 500
           END-COMPUTE.
           COMPUTE  WO-GES    ROUNDED = BR-GES-TG(BER-IX)    / 500
           END-COMPUTE.

      * STATUS: NICHT EINGEPLANT, UNTER SOLL BIS ZUR ABSCHLUSS-
      * ODER BIS ZUR ZWISCHENPRUEFUNG
           MOVE     "OK"                  TO STATUS-WRK.
           IF       BR-GES-TG(BER-IX) = ZEROES
                    MOVE "FEHLT"          TO STATUS-WRK
                    ADD  1 TO ANZ-FEHLT
           ELSE
                    IF   WO-GES < BR-WOCH(BER-IX)
                         MOVE "UNTERDECKT"    TO STATUS-WRK
                         ADD  1 TO ANZ-UNTER
                    ELSE
                         IF   TERMIN-ZWP NOT = ZEROES
                          AND WO-ZWP < BR-WZWP(BER-IX)
                              MOVE "UNTERDECKT ZP" TO STATUS-WRK
                              ADD  1 TO ANZ-UNTER
                         END-IF
                    END-IF
           END-IF.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     BR-BER(BER-IX)        TO DRUCK-ZEILE(1:10).
           MOVE     BR-BEZ(BER-IX)        TO DRUCK-ZEILE(12:30).
           MOVE     BR-WZWP(BER-IX)       TO DSP-SOLL.
           MOVE     DSP-SOLL              TO DRUCK-ZEILE(47:3).
           IF       TERMIN-ZWP NOT = ZEROES
                    MOVE WO-ZWP           TO DSP-WOCHEN
                    MOVE DSP-WOCHEN       TO DRUCK-ZEILE(54:5)
           END-IF.
           MOVE     BR-WOCH(BER-IX)       TO DSP-SOLL.
           MOVE     DSP-SOLL              TO DRUCK-ZEILE(66:3).
           MOVE     WO-BISHER             TO DSP-WOCHEN.
           MOVE     DSP-WOCHEN            TO DRUCK-ZEILE(72:5).
           MOVE     WO-GES                TO DSP-WOCHEN.
           MOVE     DSP-WOCHEN            TO DRUCK-ZEILE(82:5).
           MOVE     STATUS-WRK            TO DRUCK-ZEILE(90:13).
           PERFORM  DRUCKE-ZEILE.

           ADD      1 TO BER-IX.
           GO TO    DRU-BER-20.

       DRU-BER-80.
           MOVE     ALL "-" TO DRUCK-ZEILE(1:110).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "FEHLENDE BEREICHE:"  TO DRUCK-ZEILE(1:18).
           MOVE     ANZ-FEHLT             TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(20:5).
           MOVE     "UNTERDECKTE BEREICHE:"
                                          TO DRUCK-ZEILE(35:21).
           MOVE     ANZ-UNTER             TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(57:5).
           PERFORM  DRUCKE-ZEILE.

       DRU-BER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DATUM-WRK (JJJJMMTT) ALS TT.MM.JJJJ NACH DSP-DATUM
      *--------------------------------------------------------------
       FORMATIERE-DATUM SECTION.
       FOR-DAT-00.

           MOVE     SPACES            TO DSP-DATUM.
           MOVE     DATUM-WRK(7:2)    TO DSP-DATUM(1:2).
           MOVE     "."               TO DSP-DATUM(3:1).
           MOVE     DATUM-WRK(5:2)    TO DSP-DATUM(4:2).
           MOVE     "."               TO DSP-DATUM(6:1).
           MOVE     DATUM-WRK(1:4)    TO DSP-DATUM(7:4).

       FOR-DAT-90.
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
