       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0286.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * MONATSBERICHT GERAETEREGISTER                                 *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  MONATLICHER LAUF UEBER DAS GERAETEREGISTER   *
      *                  PGERAET (XXP0285). TEIL 1 LISTET DIE NICHT   *
      *                  AUSGEMUSTERTEN GERAETE, DEREN GARANTIE       *
      *                  ZWISCHEN DEM LAUFDATUM UND DEM STICHTAG      *
      *                  ENDET (LAUFDATUM PLUS A400/GERAET CFIN01     *
      *                  MONATE, STANDARD 3). TEIL 2 LISTET DIE       *
      *                  GERAETE, DIE NOCH EINEM USER ZUGEORDNET      *
      *                  SIND, DER LAUT AUSTRITTSREGISTER PPSEUDO     *
      *                  (OFFBOARDING XXP0094) AUSGESCHIEDEN IST.     *
      *                  GIBT ES SOLCHE GERAETE, ERHAELT *OPER EINEN  *
      *                  HINWEIS UEBER DIE NACHRICHTENZENTRALE.       *
      *                  AUSGABE IN DIE SPOOLDATEI XXF0286.           *
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
      * PGERAET: GEINVN (GERAETEREGISTER)
      *-------------------------------------------------------------
           SELECT PGERAET-DP
                  ASSIGN       TO  DATABASE-PGERAET
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PPSEUDO: PSUSER (AUSTRITTSREGISTER)
      *-------------------------------------------------------------
           SELECT PPSEUDO-DP
                  ASSIGN       TO  DATABASE-PPSEUDO
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *- XXF0286: SPOOLAUSGABE DES BERICHTS
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0286
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PGERAET: GEINVN
       FD  PGERAET-DP
           LABEL RECORDS ARE STANDARD.
       01  PGERAET-P.
           COPY DDS-ALL-FORMATS OF PGERAET.
      /
      *--- PPSEUDO: PSUSER
       FD  PPSEUDO-DP
           LABEL RECORDS ARE STANDARD.
       01  PPSEUDO-P.
           COPY DDS-ALL-FORMATS OF PPSEUDO.
      /
      *- XXF0286: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0286.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0286".

      * VORLAUF IN MONATEN (A400/GERAET CFIN01)
       01  VORLAUF-MONATE                PIC 9(2).
       01  MONATE-GESAMT                 PIC 9(3).
       01  JAHRE-DAZU                    PIC 9(2).

      * STICHTAG (GARANTIEENDE BIS EINSCHLIESSLICH DIESEM TAG)
       01  STICHTAG                      PIC 9(8).
       01  STICHTAG-RED REDEFINES STICHTAG.
        05 STI-JAHR                      PIC 9(4).
        05 STI-MONAT                     PIC 9(2).
        05 STI-TAG                       PIC 9(2).

      * ZAEHLER FUER DEN BERICHT
       77  ANZ-GARANTIE                  PIC 9(5)  COMP.
       77  ANZ-AUSGESCHIEDEN             PIC 9(5)  COMP.

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DAT-WRK                       PIC 9(8).
       01  DSP-ANZ-5                     PIC Z(4)9.
       01  DSP-DATUM.
        05 DSP-DT-TAG                    PIC 9(2).
        05 FILLER                        PIC X(1)  VALUE ".".
        05 DSP-DT-MONAT                  PIC 9(2).
        05 FILLER                        PIC X(1)  VALUE ".".
        05 DSP-DT-JAHR                   PIC 9(4).

      * PARAMETER FUER DIE NACHRICHTENZENTRALE (CFP0030)
       01  NOTIF-USER                    PIC X(10).
       01  NOTIF-SEV                     PIC X(1).
       01  NOTIF-TEXT                    PIC X(70).
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
           MOVE     "XXP0286" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ANFANG-90
           END-IF.

           PERFORM  COPY-GET-TIME.
           IF       X-DATUM = ZEROES
                    MOVE DATE-8 TO X-DATUM
           END-IF.

      * VORLAUF AUS DER KONFIGURATION
           MOVE     3 TO VORLAUF-MONATE.
           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "A400"            TO CFID   OF CFG-CPY.
           MOVE     "GERAET"          TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
                    IF   CFIN01 OF CFG-CPY(1:2) IS NUMERIC
                     AND CFIN01 OF CFG-CPY(1:2) NOT = ZEROES
                         MOVE CFIN01 OF CFG-CPY(1:2) TO VORLAUF-MONATE
                    END-IF
           END-IF.

      * STICHTAG = LAUFDATUM PLUS VORLAUF (MONATSUEBERLAUF INS JAHR)
           MOVE     X-DATUM TO STICHTAG.
           COMPUTE  MONATE-GESAMT = STI-MONAT + VORLAUF-MONATE - 1.
           DIVIDE   MONATE-GESAMT BY 12 GIVING JAHRE-DAZU
                                     REMAINDER STI-MONAT.
           ADD      1          TO STI-MONAT.
           ADD      JAHRE-DAZU TO STI-JAHR.

           OPEN     INPUT  PGERAET-DP
                           PPSEUDO-DP.
           OPEN     OUTPUT DRUCK-DAT.

           INITIALIZE ANZ-GARANTIE ANZ-AUSGESCHIEDEN.

           PERFORM  DRUCKE-KOPF.

      * TEIL 1: ABLAUFENDE GARANTIEN
           PERFORM  PRUEFE-GARANTIEN.

      * TEIL 2: GERAETE BEI AUSGESCHIEDENEN USERN
           PERFORM  PRUEFE-AUSGESCHIEDENE.

           PERFORM  DRUCKE-SUMMEN.

           CLOSE    PGERAET-DP
                    PPSEUDO-DP
                    DRUCK-DAT.

      * OFFENE RUECKGABEN DEM OPERATOR MELDEN
           IF       ANZ-AUSGESCHIEDEN NOT = ZEROES
                    MOVE "*OPER"  TO NOTIF-USER
                    MOVE "W"      TO NOTIF-SEV
                    MOVE SPACES   TO NOTIF-TEXT
                    MOVE ANZ-AUSGESCHIEDEN TO DSP-ANZ-5
                    STRING DSP-ANZ-5 DELIMITED BY SIZE
                           " GERAETE BEI AUSGESCHIEDENEN (XXF0286)"
                                     DELIMITED BY SIZE
                      INTO NOTIF-TEXT
                    END-STRING
                    CALL "CFP0030" USING NOTIF-USER
                                         NOTIF-SEV
                                         PGM-WRK
                                         NOTIF-TEXT
                    END-CALL
           END-IF.

       ANFANG-90.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * TEIL 1: GERAETE IM BESTAND, DEREN GARANTIE ZWISCHEN LAUF-
      * DATUM UND STICHTAG ENDET
      *--------------------------------------------------------------
       PRUEFE-GARANTIEN SECTION.
       PRU-GAR-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "GARANTIE ENDET BIS:" TO DRUCK-ZEILE(1:19).
           MOVE     STICHTAG TO DAT-WRK.
           PERFORM  AUFBEREITE-DATUM.
           MOVE     DSP-DATUM            TO DRUCK-ZEILE(21:10).
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "-" TO DRUCK-ZEILE(1:40).
           PERFORM  DRUCKE-ZEILE.
           PERFORM  DRUCKE-SPALTEN.
           MOVE     "GARANTIE"    TO DRUCK-ZEILE(95:8).
           MOVE     "ZUGEORDNET"  TO DRUCK-ZEILE(107:10).
           PERFORM  DRUCKE-ZEILE.

           INITIALIZE PGERAETF OF PGERAET-P.
           START    PGERAET-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-GAR-90
           END-IF.

       PRU-GAR-20.
           READ     PGERAET-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-GAR-90
           END-IF.

           IF       GEAKT  OF PGERAET-P = "0"
            OR      GEGDAT OF PGERAET-P = ZEROES
                    GO TO PRU-GAR-20
           END-IF.
           IF       GEGDAT OF PGERAET-P < X-DATUM
            OR      GEGDAT OF PGERAET-P > STICHTAG
                    GO TO PRU-GAR-20
           END-IF.

           ADD      1 TO ANZ-GARANTIE.
           PERFORM  AUFBEREITE-GERAET.
           MOVE     GEGDAT OF PGERAET-P TO DAT-WRK.
           PERFORM  AUFBEREITE-DATUM.
           MOVE     DSP-DATUM           TO DRUCK-ZEILE(95:10).
           IF       GEUSER OF PGERAET-P NOT = SPACES
                    MOVE GEUSER OF PGERAET-P TO DRUCK-ZEILE(107:10)
           ELSE
                    MOVE GERAUM OF PGERAET-P TO DRUCK-ZEILE(107:10)
           END-IF.
           PERFORM  DRUCKE-ZEILE.
           GO TO    PRU-GAR-20.

       PRU-GAR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TEIL 2: GERAETE, DEREN USER LAUT PPSEUDO AUSGESCHIEDEN IST
      *--------------------------------------------------------------
       PRUEFE-AUSGESCHIEDENE SECTION.
       PRU-AUS-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     "GERAETE BEI AUSGESCHIEDENEN USERN"
                                          TO DRUCK-ZEILE(1:33).
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "-" TO DRUCK-ZEILE(1:40).
           PERFORM  DRUCKE-ZEILE.
           PERFORM  DRUCKE-SPALTEN.
           MOVE     "USER"        TO DRUCK-ZEILE(95:4).
           MOVE     "AUSTRITT"    TO DRUCK-ZEILE(107:8).
           PERFORM  DRUCKE-ZEILE.

           INITIALIZE PGERAETF OF PGERAET-P.
           START    PGERAET-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-AUS-90
           END-IF.

       PRU-AUS-20.
           READ     PGERAET-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-AUS-90
           END-IF.

           IF       GEUSER OF PGERAET-P = SPACES
                    GO TO PRU-AUS-20
           END-IF.

           INITIALIZE PPSEUDOF OF PPSEUDO-P.
           MOVE     GEUSER OF PGERAET-P TO PSUSER OF PPSEUDO-P.
           READ     PPSEUDO-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-AUS-20
           END-IF.

           ADD      1 TO ANZ-AUSGESCHIEDEN.
           PERFORM  AUFBEREITE-GERAET.
           MOVE     GEUSER OF PGERAET-P TO DRUCK-ZEILE(95:10).
           MOVE     PSAUDT OF PPSEUDO-P TO DAT-WRK.
           PERFORM  AUFBEREITE-DATUM.
           MOVE     DSP-DATUM           TO DRUCK-ZEILE(107:10).
           PERFORM  DRUCKE-ZEILE.
           GO TO    PRU-AUS-20.

       PRU-AUS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPF DES BERICHTS
      *--------------------------------------------------------------
       DRUCKE-KOPF SECTION.
       DRU-KPF-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "GERAETEREGISTER - MONATSBERICHT"
                                       TO DRUCK-ZEILE(1:31).
           MOVE     X-DATUM TO DAT-WRK.
           PERFORM  AUFBEREITE-DATUM.
           MOVE     DSP-DATUM    TO DRUCK-ZEILE(50:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "=" TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

       DRU-KPF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GEMEINSAME SPALTENUEBERSCHRIFT DER GERAETEDATEN; DER AUFRUFER
      * ERGAENZT SEINE SPALTEN UND DRUCKT DIE ZEILE
      *--------------------------------------------------------------
       DRUCKE-SPALTEN SECTION.
       DRU-SPA-00.

           MOVE     SPACES          TO DRUCK-ZEILE.
           MOVE     "INVENTARNR"    TO DRUCK-ZEILE(1:10).
           MOVE     "TYP"           TO DRUCK-ZEILE(17:3).
           MOVE     "BEZEICHNUNG"   TO DRUCK-ZEILE(21:11).
           MOVE     "SERIENNUMMER"  TO DRUCK-ZEILE(63:12).

       DRU-SPA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GERAETEDATEN IN DIE DRUCKZEILE
      *--------------------------------------------------------------
       AUFBEREITE-GERAET SECTION.
       AUF-GER-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     GEINVN OF PGERAET-P TO DRUCK-ZEILE(1:15).
           MOVE     GETYP  OF PGERAET-P TO DRUCK-ZEILE(18:1).
           MOVE     GEBEZ  OF PGERAET-P TO DRUCK-ZEILE(21:40).
           MOVE     GESERN OF PGERAET-P TO DRUCK-ZEILE(63:30).

       AUF-GER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUMMEN DES LAUFS
      *--------------------------------------------------------------
       DRUCKE-SUMMEN SECTION.
       DRU-SUM-00.

           MOVE     SPACES  TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "=" TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "GARANTIE LAEUFT AB:"      TO DRUCK-ZEILE(1:19).
           MOVE     ANZ-GARANTIE               TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5                  TO DRUCK-ZEILE(36:5).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "BEI AUSGESCHIEDENEN USERN:" TO DRUCK-ZEILE(1:26).
           MOVE     ANZ-AUSGESCHIEDEN          TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5                  TO DRUCK-ZEILE(36:5).
           PERFORM  DRUCKE-ZEILE.

       DRU-SUM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DATUM DAT-WRK (JJJJMMTT) ALS TT.MM.JJJJ IN DSP-DATUM
      *--------------------------------------------------------------
       AUFBEREITE-DATUM SECTION.
       AUF-DAT-00.

           MOVE     DAT-WRK(7:2) TO DSP-DT-TAG.
           MOVE     DAT-WRK(5:2) TO DSP-DT-MONAT.
           MOVE     DAT-WRK(1:4) TO DSP-DT-JAHR.

       AUF-DAT-90.
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
