       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0266.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * KRANKENSTAND JE TEAM UND QUARTAL                              *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  WERTET DIE KRANKMELDUNGEN (PABSENZ, ABTYP K) *
      *                  EINES QUARTALS (STANDARD: VORQUARTAL) JE     *
      *                  TEAM AUS. DAS TEAM IST DIE ORGANISATIONS-    *
      *                  EINHEIT DES USERS ZUM QUARTALSENDE (CFP9032, *
      *                  ZUORDNUNG PORGZUO). JE TEAM:                 *
      *                  - KRANKHEITSTAGE (ARBEITSTAGE LT. PCFGDAT)   *
      *                  - ANZAHL DER KRANKHEITSFAELLE (BEGINN IM     *
      *                    QUARTAL, JE PABSENZ-SATZ EIN FALL)         *
      *                  - DAVON KURZERKRANKUNGEN VON 1 BIS 3 TAGEN   *
      *                  - ANTEIL DER KRANKHEITSTAGE DIREKT VOR ODER  *
      *                    NACH EINEM WOCHENEND- ODER FEIERTAG        *
      *                  AM ENDE STEHEN DIE MITARBEITER, DIE IN DEN   *
      *                  ZWOELF MONATEN BIS QUARTALSENDE MEHR ALS     *
      *                  SECHS WOCHEN (42 KALENDERTAGE) KRANK WAREN   *
      *                  UND EIN BEM-GESPRAECH ERHALTEN MUESSEN.      *
      *                  DER BERICHT IST DEM PERSONALWESEN VORBE-     *
      *                  HALTEN: PCFGAUT PGM-ROLE/XXP0266/PERSONAL,   *
      *                  GEPRUEFT UEBER CFP9002.                      *
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
      *- XXF0266: SPOOLAUSGABE KRANKENSTAND
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0266
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
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
      *- XXF0266: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0266.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0266".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * PARAMETER DER BERECHTIGUNGSPRUEFUNG (CFP9002)
       01  AUSWAHL                       PIC X(2).

      * AUSWERTUNGSQUARTAL
       01  JAHR-WRK                      PIC 9(4).
       01  QUARTAL-WRK                   PIC 9(1).
       01  QUARTAL-VON                   PIC 9(8).
       01  QUARTAL-BIS                   PIC 9(8).
       01  MONAT-WRK                     PIC 9(2).

      * ZWOELF-MONATS-FENSTER FUER DAS BEM
       01  BEM-VON                       PIC 9(8).
       01  BEM-GRENZE                    PIC 9(3)  VALUE 42.

      * KALENDER DES QUARTALS MIT JE EINEM TAG DAVOR UND DANACH
      * (KAL-ARB 1 = ARBEITSTAG)
       01  KAL-MAX                       PIC 9(3)  COMP VALUE 95.
       01  KAL-ANZ                       PIC 9(3)  COMP.
       01  KAL-IDX                       PIC 9(3)  COMP.
       01  KAL-TAB.
        05 KAL-EINTRAG OCCURS 95.
         10 KAL-DATUM                    PIC 9(8).
         10 KAL-ARB                      PIC 9(1).

      * DATUMSRECHNUNG
       01  STICHTAG                      PIC 9(8).
       01  STICHTAG-RED REDEFINES STICHTAG.
        05 STI-JAHR                      PIC 9(4).
        05 STI-MONAT                     PIC 9(2).
        05 STI-TAG                       PIC 9(2).
       01  SUB-ANZAHL                    PIC 9(3)  COMP.
       01  MONAT-LAENGE                  PIC 9(2).
       01  SJA-WERT                      PIC 9(9).
       01  SJA-MODREST                   PIC 9(9).
       01  TAG-DANACH                    PIC 9(8).

      * TEAM DES USERS ZUM QUARTALSENDE (CFP9032)
       01  ORG-USER                      PIC X(10).
       01  ORG-DATUM                     PIC 9(8).
       01  ORG-OEID                      PIC X(10).
       01  ORG-OBER                      PIC X(10).
       01  ORG-LEITER                    PIC X(10).
       01  ORG-GENEHMIGER                PIC X(10).
       01  ORG-RETCODE                   PIC X(1).

      * TEAMS (ORGANISATIONSEINHEIT, LEER = OHNE TEAM)
       01  TEAM-MAX                      PIC 9(3)  COMP VALUE 100.
       01  TEAM-ANZ                      PIC 9(3)  COMP.
       01  TEAM-IDX                      PIC 9(3)  COMP.
       01  TEAM-TAB.
        05 TEAM-EINTRAG OCCURS 100.
         10 TM-TEAM                      PIC X(10).
         10 TM-TAGE                      PIC 9(5)  COMP.
         10 TM-FAELLE                    PIC 9(5)  COMP.
         10 TM-KURZ                      PIC 9(5)  COMP.
         10 TM-ANGRENZ                   PIC 9(5)  COMP.
         10 TM-BEM                       PIC 9(5)  COMP.

      * USER MIT KRANKMELDUNGEN, KALENDERTAGE IM BEM-FENSTER
       01  USR-MAX                       PIC 9(3)  COMP VALUE 500.
       01  USR-ANZ                       PIC 9(3)  COMP.
       01  USR-IDX                       PIC 9(3)  COMP.
       01  USR-TAB.
        05 USR-EINTRAG OCCURS 500.
         10 USR-USER                     PIC X(10).
         10 USR-TEAM                     PIC 9(3)  COMP.
         10 USR-BEM-TAGE                 PIC 9(5)  COMP.

      * ABSCHNITT EINER KRANKMELDUNG
       01  ABS-VON                       PIC 9(8).
       01  ABS-BIS                       PIC 9(8).
       01  ABS-TAGE                      PIC 9(5).

      * PARAMETER FUER DAS CFP8008
       01  STR-DATE-WRK                  PIC 9(8).
       01  STR-TIME-WRK.
        05 STR-STD                       PIC 9(2).
        05 STR-MIN                       PIC 9(2).
        05 STR-SEK                       PIC 9(2).
       01  END-DATE-WRK                  PIC 9(8).
       01  END-TIME-WRK.
        05 END-STD                       PIC 9(2).
        05 END-MIN                       PIC 9(2).
        05 END-SEK                       PIC 9(2).
       01  ZEIT-AKTION                   PIC X(20).
       01  DIFF-MINUTEN                  PIC S9(9).

      * GESAMTSUMMEN
       77  SUM-TAGE                      PIC 9(7)  COMP.
       77  SUM-FAELLE                    PIC 9(7)  COMP.
       77  SUM-KURZ                      PIC 9(7)  COMP.
       77  SUM-ANGRENZ                   PIC 9(7)  COMP.
       77  SUM-BEM                       PIC 9(5)  COMP.

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DATUM-WRK                     PIC 9(8).
       01  DSP-DATUM                     PIC X(10).
       01  DSP-ANZ-5                     PIC Z(4)9.
       01  DSP-ANZ-7                     PIC Z(6)9.
       01  ANTEIL-WRK                    PIC 9(3)V9(1).
       01  DSP-ANTEIL                    PIC ZZ9,9.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * JAHR UND QUARTAL (NULL = VORQUARTAL)
       01  X-JAHR                        PIC 9(4).
       01  X-QUARTAL                     PIC 9(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-JAHR
                                X-QUARTAL.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0266" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DATEIEN OEFFNEN
           OPEN     INPUT  PABSENZ-DP
                           PCFGDAT-DP.
           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

      * NUR FUER DAS PERSONALWESEN (ROLLENPFLICHT IN CFP9002)
           MOVE     SPACES TO AUSWAHL.
           MOVE     SPACES TO RET-CODE.
           CALL     "CFP9002" USING T-USER
                                    AUSWAHL
                                    PGM-WRK
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

      * QUARTAL ERMITTELN (STANDARD: VORQUARTAL)
           PERFORM  COPY-GET-TIME.
           IF       X-QUARTAL NOT = ZEROES
                    MOVE X-JAHR    TO JAHR-WRK
                    MOVE X-QUARTAL TO QUARTAL-WRK
           ELSE
                    MOVE DATE-8(1:4) TO JAHR-WRK
                    MOVE DATE-8(5:2) TO MONAT-WRK
                    COMPUTE QUARTAL-WRK = ( MONAT-WRK + 2 ) / 3
                    END-COMPUTE
                    IF   QUARTAL-WRK > 1
                         SUBTRACT 1 FROM QUARTAL-WRK
                    ELSE
                         MOVE     4 TO QUARTAL-WRK
                         SUBTRACT 1 FROM JAHR-WRK
                    END-IF
           END-IF.
           IF       QUARTAL-WRK > 4
                    MOVE 4 TO QUARTAL-WRK
           END-IF.

           COMPUTE  MONAT-WRK = QUARTAL-WRK * 3 - 2
           END-COMPUTE.
           COMPUTE  QUARTAL-VON = JAHR-WRK * 10000 + MONAT-WRK * 100
                                + 1
           END-COMPUTE.
           MOVE     JAHR-WRK  TO STI-JAHR.
           COMPUTE  STI-MONAT = QUARTAL-WRK * 3
           END-COMPUTE.
           PERFORM  MONATS-LAENGE-RECHNEN.
           MOVE     MONAT-LAENGE TO STI-TAG.
           MOVE     STICHTAG     TO QUARTAL-BIS.

      * ERSTER TAG NACH DEM QUARTAL
           IF       QUARTAL-WRK < 4
                    COMPUTE TAG-DANACH = QUARTAL-VON + 300
                    END-COMPUTE
           ELSE
                    COMPUTE TAG-DANACH = ( JAHR-WRK + 1 ) * 10000
                                       + 101
                    END-COMPUTE
           END-IF.

      * BEM-FENSTER: ZWOELF MONATE BIS QUARTALSENDE
           COMPUTE  BEM-VON = TAG-DANACH - 10000
           END-COMPUTE.

           PERFORM  LADE-KALENDER.

           INITIALIZE TEAM-TAB TEAM-ANZ USR-TAB USR-ANZ.
           PERFORM  LESE-KRANKMELDUNGEN.

           PERFORM  DRUCKE-KOPF.
           PERFORM  DRUCKE-TEAMS.
           PERFORM  DRUCKE-BEM.

       ENDE.
           CLOSE    PABSENZ-DP
                    PCFGDAT-DP
                    DRUCK-DAT.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * KALENDER VOM TAG VOR BIS ZUM TAG NACH DEM QUARTAL LADEN
      *--------------------------------------------------------------
       LADE-KALENDER SECTION.
       LAD-KAL-00.

           INITIALIZE KAL-TAB KAL-ANZ.

           MOVE     QUARTAL-VON TO STICHTAG.
           MOVE     1           TO SUB-ANZAHL.
           PERFORM  SUB-TAGE.

           INITIALIZE PCFGDATF OF PCFGDAT-P.
           MOVE     STICHTAG TO DTLFDN OF PCFGDAT-P.
           START    PCFGDAT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-KAL-90
           END-IF.

       LAD-KAL-20.
           READ     PCFGDAT-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-KAL-90
           END-IF.

           IF       DTLFDN OF PCFGDAT-P > TAG-DANACH
            OR      KAL-ANZ NOT < KAL-MAX
                    GO TO LAD-KAL-90
           END-IF.

           ADD      1 TO KAL-ANZ.
           MOVE     DTLFDN OF PCFGDAT-P TO KAL-DATUM(KAL-ANZ).
           IF       DTWOTA OF PCFGDAT-P > 5
            OR      DTFEIE OF PCFGDAT-P NOT = ZEROES
                    MOVE ZEROES TO KAL-ARB(KAL-ANZ)
           ELSE
                    MOVE 1      TO KAL-ARB(KAL-ANZ)
           END-IF.
           GO TO    LAD-KAL-20.

       LAD-KAL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE KRANKMELDUNGEN LESEN UND JE TEAM BZW. USER ZAEHLEN
      *--------------------------------------------------------------
       LESE-KRANKMELDUNGEN SECTION.
       LES-KRA-00.

           INITIALIZE PABSENZF OF PABSENZ-P.
           START    PABSENZ-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-KRA-90
           END-IF.

       LES-KRA-20.
           READ     PABSENZ-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-KRA-90
           END-IF.

           IF       ABTYP OF PABSENZ-P NOT = "K"
            OR      ABVON OF PABSENZ-P > QUARTAL-BIS
            OR      ABBIS OF PABSENZ-P < BEM-VON
                    GO TO LES-KRA-20
           END-IF.

           PERFORM  SUCHE-USER.
           IF       USR-IDX = ZEROES
                    GO TO LES-KRA-20
           END-IF.
           MOVE     USR-TEAM(USR-IDX) TO TEAM-IDX.

      * KALENDERTAGE IM BEM-FENSTER
           MOVE     ABVON OF PABSENZ-P TO ABS-VON.
           MOVE     ABBIS OF PABSENZ-P TO ABS-BIS.
           IF       ABS-VON < BEM-VON
                    MOVE BEM-VON TO ABS-VON
           END-IF.
           IF       ABS-BIS > QUARTAL-BIS
                    MOVE QUARTAL-BIS TO ABS-BIS
           END-IF.
           PERFORM  RECHNE-KALENDERTAGE.
           ADD      ABS-TAGE TO USR-BEM-TAGE(USR-IDX).

      * NUR KRANKMELDUNGEN IM QUARTAL FLIESSEN IN DIE QUOTEN EIN
           IF       ABBIS OF PABSENZ-P < QUARTAL-VON
                    GO TO LES-KRA-20
           END-IF.

      * FALL UND KURZERKRANKUNG ZAEHLEN BEI BEGINN IM QUARTAL
           IF       ABVON OF PABSENZ-P NOT < QUARTAL-VON
                    ADD  1 TO TM-FAELLE(TEAM-IDX)
                    MOVE ABVON OF PABSENZ-P TO ABS-VON
                    MOVE ABBIS OF PABSENZ-P TO ABS-BIS
                    PERFORM RECHNE-KALENDERTAGE
                    IF   ABS-TAGE > ZEROES
                     AND ABS-TAGE NOT > 3
                         ADD 1 TO TM-KURZ(TEAM-IDX)
                    END-IF
           END-IF.

      * KRANKE ARBEITSTAGE IM QUARTAL UND DAVON ANGRENZENDE
           MOVE     2 TO KAL-IDX.

       LES-KRA-40.
           IF       KAL-IDX NOT < KAL-ANZ
                    GO TO LES-KRA-20
           END-IF.
           IF       KAL-DATUM(KAL-IDX) < ABVON OF PABSENZ-P
            OR      KAL-DATUM(KAL-IDX) > ABBIS OF PABSENZ-P
            OR      KAL-ARB(KAL-IDX) = ZEROES
                    ADD  1 TO KAL-IDX
                    GO TO LES-KRA-40
           END-IF.

           ADD      1 TO TM-TAGE(TEAM-IDX).
           IF       KAL-ARB(KAL-IDX - 1) = ZEROES
            OR      KAL-ARB(KAL-IDX + 1) = ZEROES
                    ADD 1 TO TM-ANGRENZ(TEAM-IDX)
           END-IF.
           ADD      1 TO KAL-IDX.
           GO TO    LES-KRA-40.

       LES-KRA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * USER DER KRANKMELDUNG IN DER TABELLE SUCHEN ODER MIT SEINEM
      * TEAM NEU ANLEGEN (USR-IDX = NULL: TABELLE VOLL)
      *--------------------------------------------------------------
       SUCHE-USER SECTION.
       SUC-USR-00.

           MOVE     1 TO USR-IDX.

       SUC-USR-20.
           IF       USR-IDX > USR-ANZ
                    GO TO SUC-USR-50
           END-IF.
           IF       USR-USER(USR-IDX) = ABUSER OF PABSENZ-P
                    GO TO SUC-USR-90
           END-IF.
           ADD      1 TO USR-IDX.
           GO TO    SUC-USR-20.

       SUC-USR-50.
           IF       USR-ANZ NOT < USR-MAX
                    MOVE ZEROES TO USR-IDX
                    GO TO SUC-USR-90
           END-IF.

           PERFORM  SUCHE-TEAM.
           IF       TEAM-IDX = ZEROES
                    MOVE ZEROES TO USR-IDX
                    GO TO SUC-USR-90
           END-IF.

           ADD      1 TO USR-ANZ.
           MOVE     USR-ANZ             TO USR-IDX.
           MOVE     ABUSER OF PABSENZ-P TO USR-USER(USR-IDX).
           MOVE     TEAM-IDX            TO USR-TEAM(USR-IDX).

       SUC-USR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TEAM DES USERS (ORGANISATIONSEINHEIT ZUM QUARTALSENDE) ODER
      * NEU ANLEGEN (TEAM-IDX = NULL: TABELLE VOLL)
      *--------------------------------------------------------------
       SUCHE-TEAM SECTION.
       SUC-TEA-00.

           MOVE     ABUSER OF PABSENZ-P TO ORG-USER.
           MOVE     QUARTAL-BIS         TO ORG-DATUM.
           CALL     "CFP9032" USING ORG-USER
                                    ORG-DATUM
                                    ORG-OEID
                                    ORG-OBER
                                    ORG-LEITER
                                    ORG-GENEHMIGER
                                    ORG-RETCODE
           END-CALL.

           MOVE     1 TO TEAM-IDX.

       SUC-TEA-20.
           IF       TEAM-IDX > TEAM-ANZ
                    GO TO SUC-TEA-50
           END-IF.
           IF       TM-TEAM(TEAM-IDX) = ORG-OEID
                    GO TO SUC-TEA-90
           END-IF.
           ADD      1 TO TEAM-IDX.
           GO TO    SUC-TEA-20.

       SUC-TEA-50.
           IF       TEAM-ANZ NOT < TEAM-MAX
                    MOVE ZEROES TO TEAM-IDX
                    GO TO SUC-TEA-90
           END-IF.
           ADD      1 TO TEAM-ANZ.
           MOVE     TEAM-ANZ TO TEAM-IDX.
           MOVE     ORG-OEID TO TM-TEAM(TEAM-IDX).

       SUC-TEA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KALENDERTAGE VON ABS-VON BIS ABS-BIS (EINSCHLIESSLICH) UEBER
      * DIE MINUTENDIFFERENZ DES CFP8008
      *--------------------------------------------------------------
       RECHNE-KALENDERTAGE SECTION.
       REC-KAL-00.

           MOVE     ZEROES TO ABS-TAGE.
           IF       ABS-BIS < ABS-VON
                    GO TO REC-KAL-90
           END-IF.

           MOVE     ABS-VON  TO STR-DATE-WRK.
           MOVE     ZEROES   TO STR-TIME-WRK.
           MOVE     ABS-BIS  TO END-DATE-WRK.
           MOVE     ZEROES   TO END-TIME-WRK.
           MOVE     "MIN"    TO ZEIT-AKTION.
           MOVE     ZEROES   TO DIFF-MINUTEN.
           CALL     "CFP8008" USING STR-DATE-WRK
                                    STR-TIME-WRK
                                    END-DATE-WRK
                                    END-TIME-WRK
                                    ZEIT-AKTION
                                    DIFF-MINUTEN
           END-CALL.
           IF       DIFF-MINUTEN < ZEROES
                    GO TO REC-KAL-90
           END-IF.

           COMPUTE  ABS-TAGE = DIFF-MINUTEN / 1440 + 1
           END-COMPUTE.

       REC-KAL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPF DES BERICHTS
      *--------------------------------------------------------------
       DRUCKE-KOPF SECTION.
       DRU-KOP-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "KRANKENSTAND JE TEAM - QUARTAL"
                                          TO DRUCK-ZEILE(1:30).
           MOVE     QUARTAL-WRK           TO DRUCK-ZEILE(32:1).
           MOVE     "/"                   TO DRUCK-ZEILE(33:1).
           MOVE     JAHR-WRK              TO DRUCK-ZEILE(34:4).
           MOVE     "("                   TO DRUCK-ZEILE(39:1).
           MOVE     QUARTAL-VON           TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(40:10).
           MOVE     "-"                   TO DRUCK-ZEILE(51:1).
           MOVE     QUARTAL-BIS           TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(53:10).
           MOVE     ")"                   TO DRUCK-ZEILE(63:1).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "=" TO DRUCK-ZEILE(1:100).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "TEAM"                TO DRUCK-ZEILE(1:4).
           MOVE     "KRANKTAGE"           TO DRUCK-ZEILE(25:9).
           MOVE     "FAELLE"              TO DRUCK-ZEILE(39:6).
           MOVE     "1-3 TAGE"            TO DRUCK-ZEILE(49:8).
           MOVE     "ANGRENZEND"          TO DRUCK-ZEILE(60:10).
           MOVE     "ANTEIL %"            TO DRUCK-ZEILE(73:8).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "-" TO DRUCK-ZEILE(1:100).
           PERFORM  DRUCKE-ZEILE.

       DRU-KOP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * JE TEAM EINE ZEILE, DANACH DIE GESAMTSUMME
      *--------------------------------------------------------------
       DRUCKE-TEAMS SECTION.
       DRU-TEA-00.

           INITIALIZE SUM-TAGE SUM-FAELLE SUM-KURZ SUM-ANGRENZ.
           MOVE     1 TO TEAM-IDX.

       DRU-TEA-20.
           IF       TEAM-IDX > TEAM-ANZ
                    GO TO DRU-TEA-80
           END-IF.

      * TEAMS OHNE KRANKMELDUNG IM QUARTAL (NUR BEM-FENSTER)
      * ERSCHEINEN NICHT IN DER QUOTE
           IF       TM-TAGE(TEAM-IDX)   = ZEROES
            AND     TM-FAELLE(TEAM-IDX) = ZEROES
                    ADD  1 TO TEAM-IDX
                    GO TO DRU-TEA-20
           END-IF.

           MOVE     SPACES TO DRUCK-ZEILE.
           IF       TM-TEAM(TEAM-IDX) = SPACES
                    MOVE "(OHNE TEAM)"     TO DRUCK-ZEILE(1:11)
           ELSE
                    MOVE TM-TEAM(TEAM-IDX) TO DRUCK-ZEILE(1:10)
           END-IF.
           MOVE     TM-TAGE(TEAM-IDX)     TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(29:5).
           MOVE     TM-FAELLE(TEAM-IDX)   TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(40:5).
           MOVE     TM-KURZ(TEAM-IDX)     TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(52:5).
           MOVE     TM-ANGRENZ(TEAM-IDX)  TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(65:5).
           MOVE     ZEROES                TO ANTEIL-WRK.
           IF       TM-TAGE(TEAM-IDX) NOT = ZEROES
                    COMPUTE ANTEIL-WRK ROUNDED =
                            TM-ANGRENZ(TEAM-IDX) * 100
                          / TM-TAGE(TEAM-IDX)
                    END-COMPUTE
           END-IF.
           MOVE     ANTEIL-WRK            TO DSP-ANTEIL.
           MOVE     DSP-ANTEIL            TO DRUCK-ZEILE(76:5).
           PERFORM  DRUCKE-ZEILE.

           ADD      TM-TAGE(TEAM-IDX)     TO SUM-TAGE.
           ADD      TM-FAELLE(TEAM-IDX)   TO SUM-FAELLE.
           ADD      TM-KURZ(TEAM-IDX)     TO SUM-KURZ.
           ADD      TM-ANGRENZ(TEAM-IDX)  TO SUM-ANGRENZ.

           ADD      1 TO TEAM-IDX.
           GO TO    DRU-TEA-20.

       DRU-TEA-80.
           MOVE     ALL "-" TO DRUCK-ZEILE(1:100).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "GESAMT"              TO DRUCK-ZEILE(1:6).
           MOVE     SUM-TAGE              TO DSP-ANZ-7.
           MOVE     DSP-ANZ-7             TO DRUCK-ZEILE(27:7).
           MOVE     SUM-FAELLE            TO DSP-ANZ-7.
           MOVE     DSP-ANZ-7             TO DRUCK-ZEILE(38:7).
           MOVE     SUM-KURZ              TO DSP-ANZ-7.
           MOVE     DSP-ANZ-7             TO DRUCK-ZEILE(50:7).
           MOVE     SUM-ANGRENZ           TO DSP-ANZ-7.
           MOVE     DSP-ANZ-7             TO DRUCK-ZEILE(63:7).
           MOVE     ZEROES                TO ANTEIL-WRK.
           IF       SUM-TAGE NOT = ZEROES
                    COMPUTE ANTEIL-WRK ROUNDED =
                            SUM-ANGRENZ * 100 / SUM-TAGE
                    END-COMPUTE
           END-IF.
           MOVE     ANTEIL-WRK            TO DSP-ANTEIL.
           MOVE     DSP-ANTEIL            TO DRUCK-ZEILE(76:5).
           PERFORM  DRUCKE-ZEILE.

       DRU-TEA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MITARBEITER MIT MEHR ALS SECHS WOCHEN KRANKHEIT IN ZWOELF
      * MONATEN (BEM-GESPRAECH), JE TEAM
      *--------------------------------------------------------------
       DRUCKE-BEM SECTION.
       DRU-BEM-00.

           MOVE     ZEROES TO SUM-BEM.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "BEM-GESPRAECH FAELLIG (MEHR ALS 42"
                                          TO DRUCK-ZEILE(1:34).
           MOVE     "KALENDERTAGE KRANK SEIT"
                                          TO DRUCK-ZEILE(36:23).
           MOVE     BEM-VON               TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(60:10).
           MOVE     ")"                   TO DRUCK-ZEILE(70:1).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "-" TO DRUCK-ZEILE(1:100).
           PERFORM  DRUCKE-ZEILE.

           MOVE     1 TO TEAM-IDX.

       DRU-BEM-20.
           IF       TEAM-IDX > TEAM-ANZ
                    GO TO DRU-BEM-80
           END-IF.
           MOVE     1 TO USR-IDX.

       DRU-BEM-40.
           IF       USR-IDX > USR-ANZ
                    ADD  1 TO TEAM-IDX
                    GO TO DRU-BEM-20
           END-IF.
           IF       USR-TEAM(USR-IDX) NOT = TEAM-IDX
            OR      USR-BEM-TAGE(USR-IDX) NOT > BEM-GRENZE
                    ADD  1 TO USR-IDX
                    GO TO DRU-BEM-40
           END-IF.

           MOVE     SPACES TO DRUCK-ZEILE.
           IF       TM-TEAM(TEAM-IDX) = SPACES
                    MOVE "(OHNE TEAM)"     TO DRUCK-ZEILE(1:11)
           ELSE
                    MOVE TM-TEAM(TEAM-IDX) TO DRUCK-ZEILE(1:10)
           END-IF.
           MOVE     USR-USER(USR-IDX)     TO DRUCK-ZEILE(25:10).
           MOVE     USR-BEM-TAGE(USR-IDX) TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(38:5).
           MOVE     "KALENDERTAGE"        TO DRUCK-ZEILE(44:12).
           PERFORM  DRUCKE-ZEILE.

           ADD      1 TO TM-BEM(TEAM-IDX).
           ADD      1 TO SUM-BEM.
           ADD      1 TO USR-IDX.
           GO TO    DRU-BEM-40.

       DRU-BEM-80.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "BEM-FAELLE GESAMT:"  TO DRUCK-ZEILE(1:18).
           MOVE     SUM-BEM               TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(38:5).
           PERFORM  DRUCKE-ZEILE.

       DRU-BEM-90.
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
      * STICHTAG UM SUB-ANZAHL TAGE ZURUECKRECHNEN
      *--------------------------------------------------------------
       SUB-TAGE SECTION.
       SUB-TAG-00.

           IF       SUB-ANZAHL = ZEROES
                    GO TO SUB-TAG-90
           END-IF.

      * EINEN TAG ZURUECK
           IF       STI-TAG > 1
                    SUBTRACT 1 FROM STI-TAG
                    GO TO SUB-TAG-80
           END-IF.

      * MONATSWECHSEL
           IF       STI-MONAT > 1
                    SUBTRACT 1 FROM STI-MONAT
           ELSE
                    MOVE     12 TO STI-MONAT
                    SUBTRACT 1  FROM STI-JAHR
           END-IF.
           PERFORM  MONATS-LAENGE-RECHNEN.
           MOVE     MONAT-LAENGE TO STI-TAG.

       SUB-TAG-80.
           SUBTRACT 1 FROM SUB-ANZAHL.
           GO TO    SUB-TAG-00.

       SUB-TAG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LAENGE DES MONATS STI-MONAT IM JAHR STI-JAHR ERMITTELN
      *--------------------------------------------------------------
       MONATS-LAENGE-RECHNEN SECTION.
       MON-LAE-00.

           EVALUATE STI-MONAT
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
                         DIVIDE STI-JAHR BY 4 GIVING SJA-WERT
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
