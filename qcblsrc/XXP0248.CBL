       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0248.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * MONATLICHE RANGLISTE DER RESTAURANTS UND GERICHTE             *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  WERTET DIE BEWERTUNGEN AUS PBEWERT (XXP0247) *
      *                  EINES MONATS AUS UND DRUCKT ZWEI RANGLISTEN  *
      *                  ABSTEIGEND NACH DURCHSCHNITTLICHEN STERNEN:  *
      *                  - JE RESTAURANT                              *
      *                  - JE RESTAURANT UND GERICHT                  *
      *                  JEWEILS MIT DER ANZAHL DER BEWERTUNGEN.      *
      *                  OHNE MONAT WIRD DER VORMONAT AUSGEWERTET.    *
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
      * PBEWERT: BWUSER, BWDATU, BWRTRT, BWGERT
      *-------------------------------------------------------------
           SELECT PBEWERT-DP
                  ASSIGN       TO  DATABASE-PBEWERT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *- XXF0248: SPOOLAUSGABE DER RANGLISTE
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0248
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PBEWERT: BWUSER, BWDATU, BWRTRT, BWGERT
       FD  PBEWERT-DP
           LABEL RECORDS ARE STANDARD.
       01  PBEWERT-P.
           COPY DDS-ALL-FORMATS OF PBEWERT.
      /
      *- XXF0248: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0248.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0248".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * AUSWERTUNGSMONAT (JJJJMM)
       01  JHMO-WRK                      PIC 9(6).
       01  JHMO-RED REDEFINES JHMO-WRK.
        05 JHMO-JAHR                     PIC 9(4).
        05 JHMO-MONAT                    PIC 9(2).
       01  SATZ-MONAT                    PIC 9(6).

      * STERNE JE RESTAURANT
       01  RST-MAX                       PIC 9(3)  COMP VALUE 100.
       01  RST-ANZAHL                    PIC 9(3)  COMP.
       01  RST-IDX                       PIC 9(3)  COMP.
       01  RST-TAB.
        05 RST-EINTRAG OCCURS 100.
         10 RST-NAME                     LIKE BWRTRT OF PBEWERT-P.
         10 RST-SUM                      PIC 9(7)  COMP.
         10 RST-ANZ                      PIC 9(7)  COMP.

      * STERNE JE RESTAURANT UND GERICHT
       01  GER-MAX                       PIC 9(3)  COMP VALUE 500.
       01  GER-ANZAHL                    PIC 9(3)  COMP.
       01  GER-IDX                       PIC 9(3)  COMP.
       01  GER-TAB.
        05 GER-EINTRAG OCCURS 500.
         10 GER-RTRT                     LIKE BWRTRT OF PBEWERT-P.
         10 GER-NAME                     LIKE BWGERT OF PBEWERT-P.
         10 GER-SUM                      PIC 9(7)  COMP.
         10 GER-ANZ                      PIC 9(7)  COMP.

      * BESTER NOCH NICHT GEDRUCKTER EINTRAG (SORTIERDRUCK)
       01  SOR-IDX                       PIC 9(3)  COMP.
       01  SOR-BESTER                    PIC 9(3)  COMP.
       01  SOR-MAXAVG                    PIC 9(1)V9(2).
       01  SOR-MAXANZ                    PIC 9(7)  COMP.
       01  AVG-WRK                       PIC 9(1)V9(2).
       01  RANG-WRK                      PIC 9(3)  COMP.

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DSP-AVG                       PIC 9,99.
       01  DSP-ANZ                       PIC Z(6)9.
       01  DSP-RANG                      PIC ZZ9.

      * ZAEHLER FUER DAS LAUFPROTOKOLL
       77  ANZ-GELESEN                   PIC 9(7)  COMP.
       77  ANZ-UEBERLAUF                 PIC 9(7)  COMP.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * AUSWERTUNGSMONAT JJJJMM (NULL = VORMONAT)
       01  X-JHMO                        PIC 9(6).
      * RUECKMELDUNG AN DEN AUFRUFER (LEER = OK)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-JHMO
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0248" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.

           OPEN     INPUT  PBEWERT-DP.
           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

           INITIALIZE RST-ANZAHL RST-TAB GER-ANZAHL GER-TAB.
           INITIALIZE ANZ-GELESEN ANZ-UEBERLAUF.
           PERFORM  COPY-GET-TIME.

      * AUSWERTUNGSMONAT BESTIMMEN, STANDARD IST DER VORMONAT
           IF       X-JHMO NOT = ZEROES
                    MOVE X-JHMO TO JHMO-WRK
           ELSE
                    MOVE DATE-8(1:6) TO JHMO-WRK
                    IF   JHMO-MONAT > 1
                         SUBTRACT 1 FROM JHMO-MONAT
                    ELSE
                         MOVE     12 TO JHMO-MONAT
                         SUBTRACT 1  FROM JHMO-JAHR
                    END-IF
           END-IF.

      * BEWERTUNGEN DES MONATS EINSAMMELN
           PERFORM  SAMMLE-BEWERTUNGEN.

      * BERICHT DRUCKEN
           PERFORM  DRUCKE-KOPF.
           PERFORM  DRUCKE-RESTAURANTS.
           PERFORM  DRUCKE-GERICHTE.
           PERFORM  DRUCKE-SUMME.

       ENDE.
           CLOSE    PBEWERT-DP
                    DRUCK-DAT.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE BEWERTUNGEN LESEN UND DIE STERNE DES MONATS JE
      * RESTAURANT UND JE GERICHT SUMMIEREN
      *--------------------------------------------------------------
       SAMMLE-BEWERTUNGEN SECTION.
       SAM-BEW-00.

           INITIALIZE PBEWERTF OF PBEWERT-P.
           START    PBEWERT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SAM-BEW-90
           END-IF.

       SAM-BEW-20.
           READ     PBEWERT-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SAM-BEW-90
           END-IF.

           MOVE     BWDATU OF PBEWERT-P(1:6) TO SATZ-MONAT.
           IF       SATZ-MONAT NOT = JHMO-WRK
            OR      BWSTRN OF PBEWERT-P = ZEROES
                    GO TO SAM-BEW-20
           END-IF.
           ADD      1 TO ANZ-GELESEN.

           PERFORM  ZAEHLE-RESTAURANT.
           PERFORM  ZAEHLE-GERICHT.

           GO TO    SAM-BEW-20.

       SAM-BEW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STERNE DER BEWERTUNG BEIM RESTAURANT ADDIEREN
      *--------------------------------------------------------------
       ZAEHLE-RESTAURANT SECTION.
       ZAE-RST-00.

           MOVE     1 TO RST-IDX.

       ZAE-RST-20.
           IF       RST-IDX > RST-ANZAHL
                    GO TO ZAE-RST-40
           END-IF.
           IF       RST-NAME(RST-IDX) = BWRTRT OF PBEWERT-P
                    GO TO ZAE-RST-60
           END-IF.
           ADD      1 TO RST-IDX.
           GO TO    ZAE-RST-20.

       ZAE-RST-40.
      * NEUES RESTAURANT ANLEGEN
           IF       RST-ANZAHL NOT < RST-MAX
                    ADD 1 TO ANZ-UEBERLAUF
                    GO TO ZAE-RST-90
           END-IF.
           ADD      1 TO RST-ANZAHL.
           MOVE     RST-ANZAHL TO RST-IDX.
           MOVE     BWRTRT OF PBEWERT-P TO RST-NAME(RST-IDX).

       ZAE-RST-60.
           ADD      BWSTRN OF PBEWERT-P TO RST-SUM(RST-IDX).
           ADD      1                   TO RST-ANZ(RST-IDX).

       ZAE-RST-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STERNE DER BEWERTUNG BEIM GERICHT ADDIEREN
      *--------------------------------------------------------------
       ZAEHLE-GERICHT SECTION.
       ZAE-GER-00.

           MOVE     1 TO GER-IDX.

       ZAE-GER-20.
           IF       GER-IDX > GER-ANZAHL
                    GO TO ZAE-GER-40
           END-IF.
           IF       GER-RTRT(GER-IDX) = BWRTRT OF PBEWERT-P
            AND     GER-NAME(GER-IDX) = BWGERT OF PBEWERT-P
                    GO TO ZAE-GER-60
           END-IF.
           ADD      1 TO GER-IDX.
           GO TO    ZAE-GER-20.

       ZAE-GER-40.
      * NEUES GERICHT ANLEGEN
           IF       GER-ANZAHL NOT < GER-MAX
                    ADD 1 TO ANZ-UEBERLAUF
                    GO TO ZAE-GER-90
           END-IF.
           ADD      1 TO GER-ANZAHL.
           MOVE     GER-ANZAHL TO GER-IDX.
           MOVE     BWRTRT OF PBEWERT-P TO GER-RTRT(GER-IDX).
           MOVE     BWGERT OF PBEWERT-P TO GER-NAME(GER-IDX).

       ZAE-GER-60.
           ADD      BWSTRN OF PBEWERT-P TO GER-SUM(GER-IDX).
           ADD      1                   TO GER-ANZ(GER-IDX).

       ZAE-GER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPFZEILEN DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-KOPF SECTION.
       DRU-KOP-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "BEWERTUNG DER MITTAGESSEN IM MONAT"
                    TO DRUCK-ZEILE(1:34).
           MOVE     JHMO-MONAT TO DRUCK-ZEILE(36:2).
           MOVE     "/"        TO DRUCK-ZEILE(38:1).
           MOVE     JHMO-JAHR  TO DRUCK-ZEILE(39:4).
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "=" TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

       DRU-KOP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * RANGLISTE DER RESTAURANTS ABSTEIGEND NACH STERNEN DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-RESTAURANTS SECTION.
       DRU-RST-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     "RANGLISTE RESTAURANTS" TO DRUCK-ZEILE(1:21).
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "RANG RESTAURANT" TO DRUCK-ZEILE(1:15).
           MOVE     "STERNE  ANZAHL"  TO DRUCK-ZEILE(38:14).
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "-" TO DRUCK-ZEILE(1:51).
           PERFORM  DRUCKE-ZEILE.
           INITIALIZE RANG-WRK.

       DRU-RST-10.
      * RESTAURANT MIT DEM BESTEN NOCH NICHT GEDRUCKTEN
      * DURCHSCHNITT SUCHEN, BEI GLEICHSTAND DAS OEFTER BEWERTETE
           INITIALIZE SOR-BESTER SOR-MAXAVG SOR-MAXANZ.
           MOVE     1 TO SOR-IDX.

       DRU-RST-20.
           IF       SOR-IDX > RST-ANZAHL
                    GO TO DRU-RST-40
           END-IF.
           IF       RST-ANZ(SOR-IDX) NOT = ZEROES
                    COMPUTE AVG-WRK ROUNDED = RST-SUM(SOR-IDX) /
                                              RST-ANZ(SOR-IDX)
                    END-COMPUTE
                    IF   AVG-WRK > SOR-MAXAVG
                     OR  (AVG-WRK = SOR-MAXAVG
                          AND RST-ANZ(SOR-IDX) > SOR-MAXANZ)
                         MOVE AVG-WRK          TO SOR-MAXAVG
                         MOVE RST-ANZ(SOR-IDX) TO SOR-MAXANZ
                         MOVE SOR-IDX          TO SOR-BESTER
                    END-IF
           END-IF.
           ADD      1 TO SOR-IDX.
           GO TO    DRU-RST-20.

       DRU-RST-40.
           IF       SOR-BESTER = ZEROES
                    GO TO DRU-RST-90
           END-IF.

           ADD      1 TO RANG-WRK.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     RANG-WRK   TO DSP-RANG.
           MOVE     DSP-RANG   TO DRUCK-ZEILE(1:3).
           MOVE     RST-NAME(SOR-BESTER) TO DRUCK-ZEILE(6:30).
           MOVE     SOR-MAXAVG TO DSP-AVG.
           MOVE     DSP-AVG    TO DRUCK-ZEILE(40:4).
           MOVE     SOR-MAXANZ TO DSP-ANZ.
           MOVE     DSP-ANZ    TO DRUCK-ZEILE(45:7).
           PERFORM  DRUCKE-ZEILE.

      * EINTRAG ALS GEDRUCKT MARKIEREN
           MOVE     ZEROES TO RST-ANZ(SOR-BESTER).
           GO TO    DRU-RST-10.

       DRU-RST-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * RANGLISTE DER GERICHTE ABSTEIGEND NACH STERNEN DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-GERICHTE SECTION.
       DRU-GER-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     "RANGLISTE GERICHTE" TO DRUCK-ZEILE(1:18).
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "RANG RESTAURANT" TO DRUCK-ZEILE(1:15).
           MOVE     "GERICHT"         TO DRUCK-ZEILE(38:7).
           MOVE     "STERNE  ANZAHL"  TO DRUCK-ZEILE(81:14).
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "-" TO DRUCK-ZEILE(1:94).
           PERFORM  DRUCKE-ZEILE.
           INITIALIZE RANG-WRK.

       DRU-GER-10.
      * GERICHT MIT DEM BESTEN NOCH NICHT GEDRUCKTEN
      * DURCHSCHNITT SUCHEN, BEI GLEICHSTAND DAS OEFTER BEWERTETE
           INITIALIZE SOR-BESTER SOR-MAXAVG SOR-MAXANZ.
           MOVE     1 TO SOR-IDX.

       DRU-GER-20.
           IF       SOR-IDX > GER-ANZAHL
                    GO TO DRU-GER-40
           END-IF.
           IF       GER-ANZ(SOR-IDX) NOT = ZEROES
                    COMPUTE AVG-WRK ROUNDED = GER-SUM(SOR-IDX) /
                                              GER-ANZ(SOR-IDX)
                    END-COMPUTE
                    IF   AVG-WRK > SOR-MAXAVG
                     OR  (AVG-WRK = SOR-MAXAVG
                          AND GER-ANZ(SOR-IDX) > SOR-MAXANZ)
                         MOVE AVG-WRK          TO SOR-MAXAVG
                         MOVE GER-ANZ(SOR-IDX) TO SOR-MAXANZ
                         MOVE SOR-IDX          TO SOR-BESTER
                    END-IF
           END-IF.
           ADD      1 TO SOR-IDX.
           GO TO    DRU-GER-20.

       DRU-GER-40.
           IF       SOR-BESTER = ZEROES
                    GO TO DRU-GER-90
           END-IF.

           ADD      1 TO RANG-WRK.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     RANG-WRK   TO DSP-RANG.
           MOVE     DSP-RANG   TO DRUCK-ZEILE(1:3).
           MOVE     GER-RTRT(SOR-BESTER) TO DRUCK-ZEILE(6:30).
           MOVE     GER-NAME(SOR-BESTER) TO DRUCK-ZEILE(38:40).
           MOVE     SOR-MAXAVG TO DSP-AVG.
           MOVE     DSP-AVG    TO DRUCK-ZEILE(83:4).
           MOVE     SOR-MAXANZ TO DSP-ANZ.
           MOVE     DSP-ANZ    TO DRUCK-ZEILE(88:7).
           PERFORM  DRUCKE-ZEILE.

      * EINTRAG ALS GEDRUCKT MARKIEREN
           MOVE     ZEROES TO GER-ANZ(SOR-BESTER).
           GO TO    DRU-GER-10.

       DRU-GER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SCHLUSSZEILE MIT DER ANZAHL DER BEWERTUNGEN DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-SUMME SECTION.
       DRU-SUM-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     "BEWERTUNGEN IM MONAT:" TO DRUCK-ZEILE(1:21).
           MOVE     ANZ-GELESEN TO DSP-ANZ.
           MOVE     DSP-ANZ     TO DRUCK-ZEILE(23:7).
           PERFORM  DRUCKE-ZEILE.

           IF       ANZ-UEBERLAUF NOT = ZEROES
                    MOVE SPACES TO DRUCK-ZEILE
                    MOVE "NICHT AUSGEWERTET (TABELLE VOLL):"
                                     TO DRUCK-ZEILE(1:33)
                    MOVE ANZ-UEBERLAUF TO DSP-ANZ
                    MOVE DSP-ANZ       TO DRUCK-ZEILE(35:7)
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
