       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.             XXP0258.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * BESUCHERPROTOKOLL AUFRAEUMEN                                  *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  AUFBEWAHRUNGSLAUF ZUM BESUCHERPROTOKOLL:     *
      *                  BESUCHERSAETZE IN PBESUCH, DEREN BESUCHSTAG  *
      *                  AELTER ALS DIE KONFIGURIERTE FRIST IST       *
      *                  (A400/BESUCHER CFIN01, STANDARD 90 TAGE),    *
      *                  WERDEN GELOESCHT. BESUCHSTAG IST DAS DATUM   *
      *                  DER RAUMBUCHUNG, OHNE BUCHUNG DAS BEI DER    *
      *                  ANMELDUNG GESPEICHERTE DATUM.                *
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
      * PBESUCH: BESUCHERANMELDUNGEN
      *-------------------------------------------------------------
           SELECT PBESUCH-DP
                  ASSIGN       TO  DATABASE-PBESUCH
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
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PBESUCH: BELFDN
       FD  PBESUCH-DP
           LABEL RECORDS ARE STANDARD.
       01  PBESUCH-P.
           COPY DDS-ALL-FORMATS OF PBESUCH.

      *--- PRAUMBES: RBLFDN
       FD  PRAUMBES-DP
           LABEL RECORDS ARE STANDARD.
       01  PRAUMBES-P.
           COPY DDS-ALL-FORMATS OF PRAUMBES.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0258".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * AUFBEWAHRUNGSFRIST UND STICHTAG
       01  FRIST-TAGE                    PIC 9(3).
       01  STICHTAG                      PIC 9(8).
       01  STICHTAG-RED REDEFINES STICHTAG.
        05 STI-JAHR                      PIC 9(4).
        05 STI-MONAT                     PIC 9(2).
        05 STI-TAG                       PIC 9(2).
       01  SUB-ANZAHL                    PIC 9(3)  COMP.
       01  MONAT-LAENGE                  PIC 9(2).
       01  SJA-WERT                      PIC 9(9).
       01  SJA-MODREST                   PIC 9(9).

      * BESUCHSTAG DES GELESENEN BESUCHERS
       01  BESUCH-DATUM                  PIC 9(8).

      * ZAEHLER FUER DAS LAUFPROTOKOLL
       77  ANZ-GELOESCHT                 PIC 9(7)  COMP.
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
           MOVE     "XXP0258" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           OPEN     I-O   PBESUCH-DP.
           OPEN     INPUT PRAUMBES-DP.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           INITIALIZE ANZ-GELOESCHT.

      * LAUFDATUM ERMITTELN
           PERFORM  COPY-GET-TIME.
           IF       X-DATUM = ZEROES
                    MOVE     DATE-8 TO X-DATUM
           END-IF.

      * AUFBEWAHRUNGSFRIST AUS DER KONFIGURATION, STANDARD 90 TAGE
           MOVE     90 TO FRIST-TAGE.
           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "A400"            TO CFID   OF CFG-CPY.
           MOVE     "BESUCHER"        TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
            AND     CFIN01 OF CFG-CPY(1:3) IS NUMERIC
            AND     CFIN01 OF CFG-CPY(1:3) NOT = ZEROES
                    MOVE CFIN01 OF CFG-CPY(1:3) TO FRIST-TAGE
           END-IF.

      * STICHTAG = LAUFDATUM MINUS FRIST
           MOVE     X-DATUM    TO STICHTAG.
           MOVE     FRIST-TAGE TO SUB-ANZAHL.
           PERFORM  SUB-TAGE.

      * ALTE BESUCHERSAETZE ENTFERNEN
           PERFORM  RAEUME-BESUCHER-AUF.

       ENDE.
           CLOSE    PBESUCH-DP
                    PRAUMBES-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE BESUCHER MIT BESUCHSTAG VOR DEM STICHTAG ENTFERNEN
      *--------------------------------------------------------------
       RAEUME-BESUCHER-AUF SECTION.
       RAE-BES-00.

           INITIALIZE PBESUCHF OF PBESUCH-P.
           START    PBESUCH-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO RAE-BES-90
           END-IF.

       RAE-BES-20.
           READ     PBESUCH-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO RAE-BES-90
           END-IF.

      * BESUCHSTAG: DATUM DER (GGF. VERSCHOBENEN) BUCHUNG
           MOVE     BEDATU OF PBESUCH-P TO BESUCH-DATUM.
           INITIALIZE PRAUMBESF OF PRAUMBES-P.
           MOVE     BEBLFD OF PBESUCH-P TO RBLFDN OF PRAUMBES-P.
           READ     PRAUMBES-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE RBDATUM OF PRAUMBES-P TO BESUCH-DATUM
           END-IF.

           IF       BESUCH-DATUM NOT < STICHTAG
                    GO TO RAE-BES-20
           END-IF.

           DELETE   PBESUCH-DP.
           IF       FILE-STATUS = ZEROES
                    ADD 1 TO ANZ-GELOESCHT
           END-IF.

           GO TO    RAE-BES-20.

       RAE-BES-90.
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
