      *                  TEILNEHMER KEIN PASSENDES GERICHT (SPKOST)  *
      *                  IM TAGESPLAN HABEN, WERDEN BEI DER          *
      *                  ZIEHUNG ZURUECKGESTELLT                     *
      * 15.10.2026 AP    USER, DIE DER MAHNLAUF DER KAFFEEKASSE       *
      *                  GESPERRT HAT (PKKMAHN), NEHMEN NICHT AN DER  *
      *                  ZIEHUNG TEIL                                 *
      * 15.10.2026 AP    WAHLWEISE (A400 ESSENBEW) WERDEN RESTAURANTS *
      *                  NACH IHRER DURCHSCHNITTLICHEN BEWERTUNG AUS  *
      *                  PBEWERT GEWICHTET - SCHLECHT BEWERTETE       *
      *                  KOMMEN SELTENER IN DIE ZIEHUNG               *
     �*                                                               *
     �*****************************************************************
     �*
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKKMAHN: MAHNSTAND KAFFEEKASSE
      *-------------------------------------------------------------
           SELECT PKKMAHN-DP
                  ASSIGN       TO  DATABASE-PKKMAHN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PBEWERT: BWUSER, BWDATU, BWRTRT, BWGERT
      *-------------------------------------------------------------
           SELECT PBEWERT-DP
                  ASSIGN       TO  DATABASE-PBEWERT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      /
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  PFODRAW-P.
           COPY DDS-ALL-FORMATS OF PFODRAW.
      /
      *--- PKKMAHN: MNUSER
       FD  PKKMAHN-DP
           LABEL RECORDS ARE STANDARD.
       01  PKKMAHN-P.
           COPY DDS-ALL-FORMATS OF PKKMAHN.
      /
      *--- PBEWERT: BWUSER, BWDATU, BWRTRT, BWGERT
       FD  PBEWERT-DP
           LABEL RECORDS ARE STANDARD.
       01  PBEWERT-P.
           COPY DDS-ALL-FORMATS OF PBEWERT.
      /
       WORKING-STORAGE SECTION.

       01  ZIEH-GERT-WRK                 PIC X(30).
       01  ZIEH-USER-WRK                 PIC X(10).
       01  ZIEH-ZEILE                    PIC 9(4).
       01  MAHN-GESPERRT                 PIC 9(1).

      * GEWICHTUNG NACH BEWERTUNG: DURCHSCHNITT JE RESTAURANT
       01  BEW-AKTIV                     PIC 9(1).
       01  BEW-TAGE                      PIC 9(3).
       01  BEW-MAX                       PIC 9(3)  COMP VALUE 100.
       01  BEW-ANZAHL                    PIC 9(3)  COMP.
       01  BEW-IDX                       PIC 9(3)  COMP.
       01  BEW-TAB.
        05 BEW-EINTRAG OCCURS 100.
         10 BEW-RTRT                     PIC X(30).
         10 BEW-SUM                      PIC 9(7)  COMP.
         10 BEW-ANZ                      PIC 9(7)  COMP.
       01  BEW-SCHNITT                   PIC 9(1)V9(2).
       01  BEW-GRENZE                    PIC 9(3).
       01  BEW-ZUFALL-NUM                PIC S9(9) BINARY.
       01  BEW-ZUFALL-MAX                PIC S9(9) BINARY.
     �*-------------------------------------------------------------
       LINKAGE SECTION.
     �* "*USER"   = ALTE BESTELLUNGEN DURCHSUCHEN
                    OPEN INPUT PCONFIG-DP
                               PSPPLAN-DP
                               PCFGDAT-DP
                               PKKMAHN-DP
                               PBEWERT-DP
                    MOVE SPACES TO MODE-SAV
                    MOVE SPACES TO REST-SAV
           END-IF.
                    GO TO REA-FOD-20
           END-IF.

      * VOM MAHNLAUF DER KAFFEEKASSE GESPERRTE USER NICHT ZIEHEN
           PERFORM  PRUEFE-MAHNSPERRE.
           IF       MAHN-GESPERRT = 1
                    GO TO REA-FOD-20
           END-IF.

     �* ZEILENZ�HLER
           ADD      1 TO ROW-COUNT.

       REA-FOD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * IST DER BESTELLER DER ZEILE DURCH DEN MAHNLAUF DER
      * KAFFEEKASSE GESPERRT (XXP0243)?
      *--------------------------------------------------------------
       PRUEFE-MAHNSPERRE SECTION.
       PRU-MAH-00.

           MOVE     ZEROES TO MAHN-GESPERRT.

           INITIALIZE PKKMAHNF OF PKKMAHN-P.
           MOVE     FAMAKU OF PFODAW-L TO MNUSER OF PKKMAHN-P.
           READ     PKKMAHN-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-MAH-90
           END-IF.

           IF       MNSPER OF PKKMAHN-P = "1"
                    MOVE 1 TO MAHN-GESPERRT
           END-IF.

       PRU-MAH-90.
           EXIT.
      /
     �*--------------------------------------------------------------
     �* MAT-BIBLIOTHEK VORSCHALTEN
     �*--------------------------------------------------------------
      * BENOETIGTE KOSTFORMEN DER TEILNEHMER LADEN
           PERFORM  LADE-KOSTFORMEN.

      * DURCHSCHNITTLICHE BEWERTUNG DER RESTAURANTS LADEN
           PERFORM  LADE-BEWERTUNGEN.

           MOVE     ROW-COUNT TO RANDOM-MAX.
           MOVE     TIME-6    TO RANDOM-SEED.
           INITIALIZE ZIEH-VERSUCH.
                    GO TO GET-ROW-10
           END-IF.

      * SCHLECHT BEWERTETE RESTAURANTS SELTENER ZIEHEN
           PERFORM  PRUEFE-BEWERTUNG.
           IF       ZIEH-GESPERRT = 1
            AND     ZIEH-VERSUCH < 10
                    GO TO GET-ROW-10
           END-IF.

      * DEN GEZOGENEN TEXT UEBERNEHMEN ...
           SET      READ-PTR   TO PTR-RETURN OF PTRMAP-REC.
           IF       READ-PTR NOT = NULL
           EXIT.
      /
      *--------------------------------------------------------------
      * BEWERTUNGEN DER LETZTEN TAGE JE RESTAURANT SUMMIEREN, WENN
      * DIE GEWICHTUNG EINGESCHALTET IST (A400 ESSENBEW,
      * CFIN01(1:1) = 1, CFIN02(1:3) = TAGE, STANDARD 90)
      *--------------------------------------------------------------
       LADE-BEWERTUNGEN SECTION.
       LAD-BEW-00.

           INITIALIZE BEW-AKTIV BEW-ANZAHL BEW-TAB.
           MOVE     90 TO BEW-TAGE.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "A400"      TO CFID  OF PCONFIG-P.
           MOVE     "ESSENBEW"  TO CFKEY OF PCONFIG-P.
           READ     PCONFIG-DP.
           IF       FILE-STATUS NOT = ZEROES
            OR      CFIN01 OF PCONFIG-P(1:1) NOT = "1"
                    GO TO LAD-BEW-90
           END-IF.
           IF       CFIN02 OF PCONFIG-P(1:3) IS NUMERIC
            AND     CFIN02 OF PCONFIG-P(1:3) NOT = ZEROES
                    MOVE CFIN02 OF PCONFIG-P(1:3) TO BEW-TAGE
           END-IF.
           MOVE     1 TO BEW-AKTIV.

      * STICHTAG = HEUTE MINUS BEWERTUNGSZEITRAUM
           MOVE     DATE-8      TO HIST-STICHTAG.
           MOVE     BEW-TAGE    TO SUB-ANZAHL.
           PERFORM  SUB-TAGE.

           INITIALIZE PBEWERTF OF PBEWERT-P.
           START    PBEWERT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-BEW-90
           END-IF.

       LAD-BEW-20.
           READ     PBEWERT-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-BEW-90
           END-IF.

           IF       BWDATU OF PBEWERT-P < HIST-STICHTAG
            OR      BWSTRN OF PBEWERT-P = ZEROES
            OR      BWRTRT OF PBEWERT-P = SPACES
                    GO TO LAD-BEW-20
           END-IF.

      * RESTAURANT IN DER TABELLE SUCHEN ODER ANLEGEN
           MOVE     1 TO BEW-IDX.

       LAD-BEW-40.
           IF       BEW-IDX > BEW-ANZAHL
                    IF   BEW-ANZAHL NOT < BEW-MAX
                         GO TO LAD-BEW-20
                    END-IF
                    ADD  1 TO BEW-ANZAHL
                    MOVE BEW-ANZAHL TO BEW-IDX
                    MOVE BWRTRT OF PBEWERT-P TO BEW-RTRT (BEW-IDX)
                    GO TO LAD-BEW-60
           END-IF.
           IF       BEW-RTRT (BEW-IDX) = BWRTRT OF PBEWERT-P
                    GO TO LAD-BEW-60
           END-IF.
           ADD      1 TO BEW-IDX.
           GO TO    LAD-BEW-40.

       LAD-BEW-60.
           ADD      BWSTRN OF PBEWERT-P TO BEW-SUM (BEW-IDX).
           ADD      1                   TO BEW-ANZ (BEW-IDX).
           GO TO    LAD-BEW-20.

       LAD-BEW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GEWICHTUNG NACH BEWERTUNG: DER KANDIDAT WIRD MIT DER
      * WAHRSCHEINLICHKEIT SCHNITT / 5 ANGENOMMEN (5 STERNE IMMER,
      * 1 STERN IN JEDEM FUENFTEN FALL). RESTAURANTS OHNE
      * BEWERTUNG UND ZEILEN OHNE RESTAURANT WERDEN NICHT GEPRUEFT
      *--------------------------------------------------------------
       PRUEFE-BEWERTUNG SECTION.
       PRU-BEW-00.

           INITIALIZE ZIEH-GESPERRT.

           IF       BEW-AKTIV NOT = 1
            OR      ZIEH-REST-WRK = SPACES
                    GO TO PRU-BEW-90
           END-IF.

           MOVE     1 TO BEW-IDX.

       PRU-BEW-20.
           IF       BEW-IDX > BEW-ANZAHL
                    GO TO PRU-BEW-90
           END-IF.
           IF       BEW-RTRT (BEW-IDX) NOT = ZIEH-REST-WRK
                    ADD 1 TO BEW-IDX
                    GO TO PRU-BEW-20
           END-IF.

           COMPUTE  BEW-SCHNITT ROUNDED = BEW-SUM (BEW-IDX) /
                                          BEW-ANZ (BEW-IDX)
           END-COMPUTE.
           COMPUTE  BEW-GRENZE = BEW-SCHNITT * 100
           END-COMPUTE.

      * ZUFALLSZAHL 1 BIS 500 GEGEN DEN SCHNITT MAL 100 STELLEN
           MOVE     500    TO BEW-ZUFALL-MAX.
           MOVE     ZEROES TO BEW-ZUFALL-NUM.
           CALL     PROCEDURE "CCP0004" USING RANDOM-SEED
                                              BEW-ZUFALL-MAX
                                              BEW-ZUFALL-NUM
           END-CALL.
           ADD      BEW-ZUFALL-NUM TO RANDOM-SEED.

           IF       BEW-ZUFALL-NUM > BEW-GRENZE
                    MOVE 1 TO ZIEH-GESPERRT
           END-IF.

       PRU-BEW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DIE ANGENOMMENE ZIEHUNG IN PFODRAW FESTHALTEN
      *--------------------------------------------------------------
       SCHREIBE-ZIEHUNG SECTION.
