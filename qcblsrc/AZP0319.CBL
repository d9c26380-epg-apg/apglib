       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              AZP0319.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * UEBERFAELLIGE WOCHEN DES BERICHTSHEFTS                        *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LISTET FUER DIE AUSBILDUNGSLEITUNG ALLE      *
      *                  WOCHEN DES BERICHTSHEFTS (PAZUBHF), DIE      *
      *                  NICHT ABGEZEICHNET SIND UND DEREN ENDE MEHR  *
      *                  ALS A400/AZBERI CFIN01 TAGE (STANDARD 14)    *
      *                  ZURUECKLIEGT: ERFASST, EINGEREICHT ODER      *
      *                  ZURUECKGEGEBEN. WOCHEN OHNE EINTRAG ZWISCHEN *
      *                  DER ERSTEN WOCHE DES AZUBIS UND HEUTE (BIS   *
      *                  ZUR ABSCHLUSSPRUEFUNG LT. PAZUPRF) GELTEN    *
      *                  ALS FEHLEND. AUSGABE IN DEN SPOOL (AZF0319); *
      *                  DER USER IN A400/AZBERI CFTXT1 ERHAELT DIE   *
      *                  ANZAHL UEBER CFP0030.                        *
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
      * PAZUBHF: BHUSER, BHWOCH (BERICHTSHEFT JE WOCHE)
      *-------------------------------------------------------------
           SELECT PAZUBHF-DP
                  ASSIGN       TO  DATABASE-PAZUBHF
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
      *- AZF0319: SPOOLAUSGABE DER UEBERFAELLIGEN WOCHEN
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-AZF0319
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PAZUBHF: BHUSER, BHWOCH
       FD  PAZUBHF-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUBHF-P.
           COPY DDS-ALL-FORMATS OF PAZUBHF.
      /
      *--- PAZUPRF: PZUSER
       FD  PAZUPRF-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUPRF-P.
           COPY DDS-ALL-FORMATS OF PAZUPRF.
      /
      *- AZF0319: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF AZF0319.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "AZP0319".
       01  PGM-TYP                       PIC X(8)  VALUE "AZUBI".

      * PARAMETER FUER DIE NACHRICHTENZENTRALE (CFP0030)
       01  NOTIF-USER                    PIC X(10).
       01  NOTIF-SEV                     PIC X(1).
       01  NOTIF-TEXT                    PIC X(70).

      * FRIST UND GRENZE: WOCHEN MIT MONTAG VOR GRENZE-WOCHE SIND
      * UEBERFAELLIG (WOCHENENDE + FRIST LIEGT VOR HEUTE)
       01  FRIST-TAGE                    PIC 9(3).
       01  GRENZE-WOCHE                  PIC 9(8).
       01  LEITUNG-USER                  PIC X(10).

      * AZUBI IN BEARBEITUNG
       01  AKT-USER                      PIC X(10).
       01  AKT-ABP                       PIC 9(8).
       01  LETZTE-WOCHE                  PIC 9(8).
       01  ERW-WOCHE                     PIC 9(8).

      * DATUMSRECHNUNG
       01  STICHTAG                      PIC 9(8).
       01  STICHTAG-RED REDEFINES STICHTAG.
        05 STI-JAHR                      PIC 9(4).
        05 STI-MONAT                     PIC 9(2).
        05 STI-TAG                       PIC 9(2).
       01  MONAT-LAENGE                  PIC 9(2).
       01  SJA-WERT                      PIC 9(9).
       01  SJA-MODREST                   PIC 9(9).
       01  TAG-ZAEHLER                   PIC 9(3).

      * ZEILE IN BEARBEITUNG
       01  ZL-WOCHE                      PIC 9(8).
       01  ZL-STATUS                     PIC X(14).
       01  ZL-EDTA                       PIC 9(8).
       01  ZL-PRUE                       PIC X(10).
       01  ZL-KOMM                       PIC X(40).

      * ZAEHLER
       77  ANZ-UEBERFAELLIG              PIC 9(5)  COMP.
       77  ANZ-FEHLEND                   PIC 9(5)  COMP.
       77  ANZ-GESAMT                    PIC 9(5)  COMP.

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DATUM-WRK                     PIC 9(8).
       01  DSP-DATUM                     PIC X(10).
       01  DSP-ANZ-5                     PIC Z(4)9.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * RUECKMELDUNG AN DEN AUFRUFER (LEER = OK)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "AZP0319" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.

           OPEN     INPUT  PAZUBHF-DP
                           PAZUPRF-DP.
           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

           INITIALIZE ANZ-UEBERFAELLIG ANZ-FEHLEND.
           INITIALIZE AKT-USER.
           PERFORM  COPY-GET-TIME.

      * FRIST UND EMPFAENGER AUS DER KONFIGURATION
           MOVE     14     TO FRIST-TAGE.
           MOVE     SPACES TO LEITUNG-USER.
           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "A400"            TO CFID   OF CFG-CPY.
           MOVE     "AZBERI"          TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
                    IF   CFIN01 OF CFG-CPY(1:3) IS NUMERIC
                     AND CFIN01 OF CFG-CPY(1:3) NOT = ZEROES
                         MOVE CFIN01 OF CFG-CPY(1:3) TO FRIST-TAGE
                    END-IF
                    MOVE CFTXT1 OF CFG-CPY(1:10) TO LEITUNG-USER
           END-IF.

      * GRENZE = HEUTE - FRIST - 6 TAGE (MONTAG BIS SONNTAG)
           MOVE     DATE-8 TO STICHTAG.
           COMPUTE  TAG-ZAEHLER = FRIST-TAGE + 6
           END-COMPUTE.
           PERFORM  SUB-TAGE.
           MOVE     STICHTAG TO GRENZE-WOCHE.

           PERFORM  DRUCKE-KOPF.

      * ALLE WOCHEN IN SCHLUESSELFOLGE (USER, MONTAG)
           INITIALIZE PAZUBHFF OF PAZUBHF-P.
           START    PAZUBHF-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANFANG-80
           END-IF.

       ANFANG-20.
           READ     PAZUBHF-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANFANG-80
           END-IF.

      * WECHSEL DES AZUBIS: FEHLENDE WOCHEN AM ENDE DES VORGAENGERS
           IF       BHUSER OF PAZUBHF-P NOT = AKT-USER
                    IF   AKT-USER NOT = SPACES
                         PERFORM PRUEFE-LUECKE-ENDE
                    END-IF
                    MOVE BHUSER OF PAZUBHF-P TO AKT-USER
                    PERFORM LESE-PRUEFUNG
           ELSE
                    PERFORM PRUEFE-LUECKE
           END-IF.
           MOVE     BHWOCH OF PAZUBHF-P TO LETZTE-WOCHE.

      * ABGEZEICHNETE UND NOCH NICHT FAELLIGE WOCHEN UEBERGEHEN
           IF       BHSTAT OF PAZUBHF-P = "S"
            OR      BHWOCH OF PAZUBHF-P NOT < GRENZE-WOCHE
                    GO TO ANFANG-20
           END-IF.

           MOVE     BHWOCH OF PAZUBHF-P TO ZL-WOCHE.
           EVALUATE BHSTAT OF PAZUBHF-P
                    WHEN "E"
                         MOVE "EINGEREICHT"    TO ZL-STATUS
                    WHEN "R"
                         MOVE "ZURUECKGEGEBEN" TO ZL-STATUS
                    WHEN OTHER
                         MOVE "ERFASST"        TO ZL-STATUS
           END-EVALUATE.
           MOVE     BHEDTA OF PAZUBHF-P TO ZL-EDTA.
           MOVE     BHPRUE OF PAZUBHF-P TO ZL-PRUE.
           MOVE     BHKOMM OF PAZUBHF-P TO ZL-KOMM.
           PERFORM  DRUCKE-WOCHE.
           ADD      1 TO ANZ-UEBERFAELLIG.
           GO TO    ANFANG-20.

       ANFANG-80.
           IF       AKT-USER NOT = SPACES
                    PERFORM PRUEFE-LUECKE-ENDE
           END-IF.

           MOVE     ALL "-" TO DRUCK-ZEILE(1:110).
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "NICHT ABGEZEICHNET:"  TO DRUCK-ZEILE(1:19).
           MOVE     ANZ-UEBERFAELLIG       TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5              TO DRUCK-ZEILE(21:5).
           MOVE     "FEHLENDE WOCHEN:"     TO DRUCK-ZEILE(35:16).
           MOVE     ANZ-FEHLEND            TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5              TO DRUCK-ZEILE(52:5).
           PERFORM  DRUCKE-ZEILE.

      * NACHRICHT AN DIE AUSBILDUNGSLEITUNG
           COMPUTE  ANZ-GESAMT = ANZ-UEBERFAELLIG + ANZ-FEHLEND
           END-COMPUTE.
           IF       LEITUNG-USER NOT = SPACES
            AND     ANZ-GESAMT > ZEROES
                    MOVE ANZ-GESAMT   TO DSP-ANZ-5
                    MOVE LEITUNG-USER TO NOTIF-USER
                    MOVE "W"          TO NOTIF-SEV
                    MOVE SPACES       TO NOTIF-TEXT
                    STRING "BERICHTSHEFT: "          DELIMITED BY SIZE
                           DSP-ANZ-5                 DELIMITED BY SIZE
                           " WOCHEN UEBERFAELLIG (LISTE AZF0319)"
                                                     DELIMITED BY SIZE
                           INTO NOTIF-TEXT
                    END-STRING
                    CALL "CFP0030" USING NOTIF-USER
                                         NOTIF-SEV
                                         PGM-WRK
                                         NOTIF-TEXT
                    END-CALL
           END-IF.

       ENDE.
           CLOSE    PAZUBHF-DP
                    PAZUPRF-DP
                    DRUCK-DAT.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * TERMIN DER ABSCHLUSSPRUEFUNG DES AZUBIS (0 = OHNE TERMIN)
      *--------------------------------------------------------------
       LESE-PRUEFUNG SECTION.
       LES-PRU-00.

           MOVE     ZEROES TO AKT-ABP.
           INITIALIZE PAZUPRFF OF PAZUPRF-P.
           MOVE     AKT-USER TO PZUSER OF PAZUPRF-P.
           READ     PAZUPRF-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE PZABP OF PAZUPRF-P TO AKT-ABP
           END-IF.

       LES-PRU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FEHLENDE WOCHEN ZWISCHEN DER LETZTEN UND DER GELESENEN WOCHE
      *--------------------------------------------------------------
       PRUEFE-LUECKE SECTION.
       PRU-LUE-00.

           MOVE     LETZTE-WOCHE TO STICHTAG.

       PRU-LUE-20.
           MOVE     7 TO TAG-ZAEHLER.
           PERFORM  ADD-TAGE.
           IF       STICHTAG NOT < BHWOCH OF PAZUBHF-P
            OR      STICHTAG NOT < GRENZE-WOCHE
                    GO TO PRU-LUE-90
           END-IF.

           MOVE     STICHTAG TO ERW-WOCHE.
           PERFORM  DRUCKE-FEHLEND.
           MOVE     ERW-WOCHE TO STICHTAG.
           GO TO    PRU-LUE-20.

       PRU-LUE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FEHLENDE WOCHEN NACH DER LETZTEN WOCHE DES AZUBIS BIS ZUR
      * GRENZE, HOECHSTENS BIS ZUR ABSCHLUSSPRUEFUNG
      *--------------------------------------------------------------
       PRUEFE-LUECKE-ENDE SECTION.
       PRU-LEN-00.

           MOVE     LETZTE-WOCHE TO STICHTAG.

       PRU-LEN-20.
           MOVE     7 TO TAG-ZAEHLER.
           PERFORM  ADD-TAGE.
           IF       STICHTAG NOT < GRENZE-WOCHE
                    GO TO PRU-LEN-90
           END-IF.
           IF       AKT-ABP NOT = ZEROES
            AND     STICHTAG > AKT-ABP
                    GO TO PRU-LEN-90
           END-IF.

           MOVE     STICHTAG TO ERW-WOCHE.
           PERFORM  DRUCKE-FEHLEND.
           MOVE     ERW-WOCHE TO STICHTAG.
           GO TO    PRU-LEN-20.

       PRU-LEN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZEILE FUER EINE FEHLENDE WOCHE ERW-WOCHE
      *--------------------------------------------------------------
       DRUCKE-FEHLEND SECTION.
       DRU-FEH-00.

           MOVE     ERW-WOCHE  TO ZL-WOCHE.
           MOVE     "FEHLT"    TO ZL-STATUS.
           MOVE     ZEROES     TO ZL-EDTA.
           MOVE     SPACES     TO ZL-PRUE ZL-KOMM.
           PERFORM  DRUCKE-WOCHE.
           ADD      1 TO ANZ-FEHLEND.

       DRU-FEH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPF DER LISTE
      *--------------------------------------------------------------
       DRUCKE-KOPF SECTION.
       DRU-KOP-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "UEBERFAELLIGE WOCHEN DES BERICHTSHEFTS"
                                          TO DRUCK-ZEILE(1:38).
           MOVE     "STAND:"              TO DRUCK-ZEILE(60:6).
           MOVE     DATE-8                TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(67:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "WOCHEN MIT MONTAG VOR"
                                          TO DRUCK-ZEILE(1:21).
           MOVE     GRENZE-WOCHE          TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(23:10).
           MOVE     "OHNE ABZEICHNUNG"    TO DRUCK-ZEILE(34:16).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "-" TO DRUCK-ZEILE(1:110).
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "AZUBI"               TO DRUCK-ZEILE(1:5).
           MOVE     "WOCHE VOM"           TO DRUCK-ZEILE(12:9).
           MOVE     "STATUS"              TO DRUCK-ZEILE(24:6).
           MOVE     "EINGEREICHT"         TO DRUCK-ZEILE(40:11).
           MOVE     "AUSBILDER"           TO DRUCK-ZEILE(52:9).
           MOVE     "KOMMENTAR"           TO DRUCK-ZEILE(64:9).
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "-" TO DRUCK-ZEILE(1:110).
           PERFORM  DRUCKE-ZEILE.

       DRU-KOP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZEILE FUER EINE UEBERFAELLIGE WOCHE
      *--------------------------------------------------------------
       DRUCKE-WOCHE SECTION.
       DRU-WOC-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     AKT-USER              TO DRUCK-ZEILE(1:10).
           MOVE     ZL-WOCHE              TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(12:10).
           MOVE     ZL-STATUS             TO DRUCK-ZEILE(24:14).
           IF       ZL-EDTA NOT = ZEROES
                    MOVE ZL-EDTA          TO DATUM-WRK
                    PERFORM FORMATIERE-DATUM
                    MOVE DSP-DATUM        TO DRUCK-ZEILE(40:10)
           END-IF.
           MOVE     ZL-PRUE               TO DRUCK-ZEILE(52:10).
           MOVE     ZL-KOMM               TO DRUCK-ZEILE(64:40).
           PERFORM  DRUCKE-ZEILE.

       DRU-WOC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STICHTAG UM TAG-ZAEHLER TAGE ZURUECKRECHNEN
      *--------------------------------------------------------------
       SUB-TAGE SECTION.
       SUB-TAG-00.

           IF       TAG-ZAEHLER > ZEROES
                    PERFORM SUB-EIN-TAG
                    SUBTRACT 1 FROM TAG-ZAEHLER
                    GO TO SUB-TAG-00
           END-IF.

       SUB-TAG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STICHTAG UM TAG-ZAEHLER TAGE VORRECHNEN
      *--------------------------------------------------------------
       ADD-TAGE SECTION.
       ADD-TAG-00.

           IF       TAG-ZAEHLER > ZEROES
                    PERFORM ADD-EIN-TAG
                    SUBTRACT 1 FROM TAG-ZAEHLER
                    GO TO ADD-TAG-00
           END-IF.

       ADD-TAG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STICHTAG UM EINEN TAG ZURUECKRECHNEN
      *--------------------------------------------------------------
       SUB-EIN-TAG SECTION.
       SUB-EIN-00.

           IF       STI-TAG > 1
                    SUBTRACT 1 FROM STI-TAG
                    GO TO SUB-EIN-90
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

       SUB-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STICHTAG UM EINEN TAG VORRECHNEN
      *--------------------------------------------------------------
       ADD-EIN-TAG SECTION.
       ADD-EIN-00.

           PERFORM  MONATS-LAENGE-RECHNEN.
           IF       STI-TAG < MONAT-LAENGE
                    ADD 1 TO STI-TAG
                    GO TO ADD-EIN-90
           END-IF.

      * MONATSWECHSEL
           MOVE     1 TO STI-TAG.
           IF       STI-MONAT < 12
                    ADD  1  TO STI-MONAT
           ELSE
                    MOVE 1  TO STI-MONAT
                    ADD  1  TO STI-JAHR
           END-IF.

       ADD-EIN-90.
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
