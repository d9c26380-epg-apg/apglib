       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CFP9034.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * VORANKUENDIGUNG DER WARTUNGSFENSTER                           *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  SUCHT IN PWARTFN ALLE AKTIVEN, NOCH NICHT    *
      *                  ANGEKUENDIGTEN WARTUNGSFENSTER, DIE NOCH     *
      *                  NICHT VORBEI SIND UND INNERHALB DER          *
      *                  VORLAUFZEIT BEGINNEN (A400/WARTVORL, CFIN01  *
      *                  MINUTEN, STANDARD 60), UND SENDET JEDEM      *
      *                  AKTIVEN USER AUS H050 EINEN HINWEIS IN DIE   *
      *                  NACHRICHTENZENTRALE (CFP0030). USER MIT DER  *
      *                  AUSNAHMEROLLE DES FENSTERS WERDEN NICHT      *
      *                  BENACHRICHTIGT. DAS FENSTER WIRD ALS         *
      *                  ANGEKUENDIGT MARKIERT (WFAVIS = 1).          *
      *                  AUFRUF DURCH DIE PFLEGE CFP9033, DURCH DIE   *
      *                  JOBKETTE XXP0074 BEIM OEFFNEN EINES FENSTERS *
      *                  UND ALS EINGEPLANTER JOB (JSPTYP N).         *
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
      * PWARTFN: WFNR (WARTUNGSFENSTER)
      *-------------------------------------------------------------
           SELECT PWARTFN-DP
                  ASSIGN       TO  DATABASE-PWARTFN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PHYSISCHE DATEI KONFIGURATION
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCFGAUT: BERECHTIGUNGEN UND ROLLEN
      *-------------------------------------------------------------
           SELECT PCFGAUT-DP
                  ASSIGN       TO  DATABASE-PCFGAUT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PWARTFN: WFNR
       FD  PWARTFN-DP
           LABEL RECORDS ARE STANDARD.
       01  PWARTFN-P.
           COPY DDS-ALL-FORMATS OF PWARTFN.
      /
      *--- KONFIGURATION
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
      *--- BERECHTIGUNGEN
       FD  PCFGAUT-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGAUT-P.
           COPY DDS-ALL-FORMATS OF PCFGAUT.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CFP9034".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".

      * VORLAUFZEIT IN MINUTEN
       01  VORLAUF-MIN                   PIC 9(4).

      * ZEITSTEMPEL JJJJMMTTHHMMSS: JETZT, JETZT PLUS VORLAUF,
      * BEGINN UND ENDE DES FENSTERS
       01  STEMPEL-JETZT.
        05 STJ-DAT                       PIC 9(8).
        05 STJ-ZEI                       PIC 9(6).
       01  STEMPEL-GRENZE.
        05 STG-DAT.
         10 STI-JAHR                     PIC 9(4).
         10 STI-MONAT                    PIC 9(2).
         10 STI-TAG                      PIC 9(2).
        05 STG-ZEI.
         10 STG-STD                      PIC 9(2).
         10 STG-MIN                      PIC 9(2).
         10 STG-SEK                      PIC 9(2).
       01  STEMPEL-VON.
        05 STV-DAT                       PIC 9(8).
        05 STV-ZEI                       PIC 9(6).
       01  STEMPEL-BIS.
        05 STB-DAT                       PIC 9(8).
        05 STB-ZEI                       PIC 9(6).

      * MINUTENRECHNUNG FUER DIE GRENZE
       01  MINUTEN-WRK                   PIC 9(7).
       01  TAGE-WRK                      PIC 9(5).
       01  MONAT-LAENGE                  PIC 9(2).
       01  SJA-WERT                      PIC 9(9).
       01  SJA-MODREST                   PIC 9(9).

      * AUFBEREITUNG DER DATUMSANGABEN
       01  DATUM-WRK                     PIC 9(8).
       01  DSP-DATUM                     PIC X(10).
       01  DSP-VON                       PIC X(16).
       01  DSP-BIS                       PIC X(16).

      * AUSNAHMEROLLE
       01  ROLLE-WRK                     PIC X(10).
       01  ROLLE-USER                    PIC X(10).
       01  ROLLE-OK                      PIC 9(1).

      * PARAMETER FUER DIE NACHRICHTENZENTRALE (CFP0030)
       01  NOTIF-USER                    PIC X(10).
       01  NOTIF-SEV                     PIC X(1).
       01  NOTIF-TEXT                    PIC X(70).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * RUECKMELDUNG (LEER = OK)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "CFP9034" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.

           OPEN     I-O   PWARTFN-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.
           OPEN     INPUT PCONFIG-DP
                          PCFGAUT-DP.

      * VORLAUFZEIT LESEN UND DIE GRENZE BERECHNEN
           PERFORM  LESE-VORLAUF.
           PERFORM  RECHNE-GRENZE.

      * FAELLIGE FENSTER ANKUENDIGEN
           PERFORM  VERARBEITE-FENSTER.

           CLOSE    PWARTFN-DP
                    PCONFIG-DP
                    PCFGAUT-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * VORLAUFZEIT AUS A400/WARTVORL LESEN (MINUTEN, STANDARD 60)
      *--------------------------------------------------------------
       LESE-VORLAUF SECTION.
       LES-VOR-00.

           MOVE     60 TO VORLAUF-MIN.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "A400"            TO CFID   OF CFG-CPY.
           MOVE     "WARTVORL"        TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
            AND     CFIN01 OF CFG-CPY(1:4) IS NUMERIC
            AND     CFIN01 OF CFG-CPY(1:4) NOT = ZEROES
                    MOVE CFIN01 OF CFG-CPY(1:4) TO VORLAUF-MIN
           END-IF.

       LES-VOR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * JETZT UND JETZT PLUS VORLAUFZEIT ALS ZEITSTEMPEL
      *--------------------------------------------------------------
       RECHNE-GRENZE SECTION.
       REC-GRE-00.

           PERFORM  COPY-GET-TIME.
           MOVE     DATE-8 TO STJ-DAT.
           MOVE     TIME-6 TO STJ-ZEI.
           MOVE     STEMPEL-JETZT TO STEMPEL-GRENZE.

      * MINUTEN DES TAGES PLUS VORLAUF, UEBERLAUF IN GANZEN TAGEN
           COMPUTE  MINUTEN-WRK = STG-STD * 60 + STG-MIN
                                + VORLAUF-MIN.
           DIVIDE   MINUTEN-WRK BY 1440 GIVING TAGE-WRK
                    REMAINDER MINUTEN-WRK.
           DIVIDE   MINUTEN-WRK BY 60 GIVING STG-STD
                    REMAINDER STG-MIN.

       REC-GRE-20.
           IF       TAGE-WRK = ZEROES
                    GO TO REC-GRE-90
           END-IF.
           PERFORM  ADD-EIN-TAG.
           SUBTRACT 1 FROM TAGE-WRK.
           GO TO    REC-GRE-20.

       REC-GRE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE FENSTER DURCHGEHEN UND DIE FAELLIGEN ANKUENDIGEN
      *--------------------------------------------------------------
       VERARBEITE-FENSTER SECTION.
       VER-FEN-00.

           INITIALIZE PWARTFNF OF PWARTFN-P.
           START    PWARTFN-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-FEN-90
           END-IF.

       VER-FEN-20.
           READ     PWARTFN-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-FEN-90
           END-IF.

      * NUR AKTIVE, NOCH NICHT ANGEKUENDIGTE FENSTER
           IF       WFSTAT OF PWARTFN-P NOT = "A"
            OR      WFAVIS OF PWARTFN-P = "1"
                    GO TO VER-FEN-20
           END-IF.

      * SCHON VORBEI ODER BEGINN NOCH AUSSERHALB DES VORLAUFS
           MOVE     WFVDAT OF PWARTFN-P TO STV-DAT.
           MOVE     WFVZEI OF PWARTFN-P TO STV-ZEI.
           MOVE     WFBDAT OF PWARTFN-P TO STB-DAT.
           MOVE     WFBZEI OF PWARTFN-P TO STB-ZEI.
           IF       STEMPEL-BIS NOT > STEMPEL-JETZT
            OR      STEMPEL-VON > STEMPEL-GRENZE
                    GO TO VER-FEN-20
           END-IF.

           PERFORM  KUENDIGE-AN.

           MOVE     "1"         TO WFAVIS OF PWARTFN-P.
           MOVE     T-USER      TO WFMSER OF PWARTFN-P.
           MOVE     T-TERM      TO WFMBS  OF PWARTFN-P.
           MOVE     PGM-WRK     TO WFMPGM OF PWARTFN-P.
           MOVE     DATE-8      TO WFMDTA OF PWARTFN-P.
           MOVE     TIME-6      TO WFMTIA OF PWARTFN-P.
           REWRITE  PWARTFN-P.

           GO TO    VER-FEN-20.

       VER-FEN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EIN FENSTER ALLEN AKTIVEN USERN AUS H050 ANKUENDIGEN,
      * AUSSER DENEN MIT DER AUSNAHMEROLLE
      *--------------------------------------------------------------
       KUENDIGE-AN SECTION.
       KUE-AN-00.

      * TEXT: WARTUNG <OBJEKT> VON ... BIS ...: <GRUND>
           MOVE     WFVDAT OF PWARTFN-P TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     SPACES               TO DSP-VON.
           MOVE     DSP-DATUM            TO DSP-VON(1:10).
           MOVE     WFVZEI OF PWARTFN-P(1:2) TO DSP-VON(12:2).
           MOVE     ":"                  TO DSP-VON(14:1).
           MOVE     WFVZEI OF PWARTFN-P(3:2) TO DSP-VON(15:2).
           MOVE     WFBDAT OF PWARTFN-P TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     SPACES               TO DSP-BIS.
           MOVE     DSP-DATUM            TO DSP-BIS(1:10).
           MOVE     WFBZEI OF PWARTFN-P(1:2) TO DSP-BIS(12:2).
           MOVE     ":"                  TO DSP-BIS(14:1).
           MOVE     WFBZEI OF PWARTFN-P(3:2) TO DSP-BIS(15:2).

           MOVE     SPACES TO NOTIF-TEXT.
           STRING   "WARTUNG "           DELIMITED BY SIZE
                    WFOBJ OF PWARTFN-P   DELIMITED BY SPACE
                    " VON "              DELIMITED BY SIZE
                    DSP-VON              DELIMITED BY SIZE
                    " BIS "              DELIMITED BY SIZE
                    DSP-BIS              DELIMITED BY SIZE
                    ": "                 DELIMITED BY SIZE
                    WFGRND OF PWARTFN-P  DELIMITED BY SIZE
               INTO NOTIF-TEXT
           END-STRING.
           MOVE     "W" TO NOTIF-SEV.
           MOVE     WFROLE OF PWARTFN-P TO ROLLE-WRK.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "H050" TO CFID OF PCONFIG-P.
           START    PCONFIG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO KUE-AN-90
           END-IF.

       KUE-AN-20.
           READ     PCONFIG-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO KUE-AN-90
           END-IF.
           IF       CFID OF PCONFIG-P NOT = "H050"
                    GO TO KUE-AN-90
           END-IF.

      * KOPFSAETZE UND DEAKTIVIERTE USER UEBERSPRINGEN
           IF       CFKEY  OF PCONFIG-P = SPACES
            OR      CFFK01 OF PCONFIG-P = 1
                    GO TO KUE-AN-20
           END-IF.

      * USER MIT DER AUSNAHMEROLLE SIND NICHT BETROFFEN
           IF       ROLLE-WRK NOT = SPACES
                    MOVE CFKEY OF PCONFIG-P TO ROLLE-USER
                    PERFORM CHECK-ROLLE-USER
                    IF   ROLLE-OK NOT = ZEROES
                         GO TO KUE-AN-20
                    END-IF
           END-IF.

           MOVE     CFKEY OF PCONFIG-P TO NOTIF-USER.
           CALL     "CFP0030" USING NOTIF-USER
                                    NOTIF-SEV
                                    PGM-WRK
                                    NOTIF-TEXT
           END-CALL.
           GO TO    KUE-AN-20.

       KUE-AN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HAT ROLLE-USER DIE ROLLE ROLLE-WRK GUELTIG ZUGETEILT?
      * (WIE CFP9002, ROLLE-OK = 1: JA)
      *--------------------------------------------------------------
       CHECK-ROLLE-USER SECTION.
       CHK-RUS-00.

           MOVE     ZEROES TO ROLLE-OK.

           INITIALIZE PCFGAUTF OF PCFGAUT-P.
           MOVE     "ROLE"         TO CFID   OF PCFGAUT-P.
           MOVE     ROLLE-WRK      TO CFKEY  OF PCFGAUT-P.
           MOVE     ROLLE-USER     TO CFKEY2 OF PCFGAUT-P.
           MOVE     SPACES         TO CFKEY3 OF PCFGAUT-P.
           MOVE     SPACES         TO CFKEY4 OF PCFGAUT-P.
           READ     PCFGAUT-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO CHK-RUS-90
           END-IF.

           IF       AUAKT OF PCFGAUT-P = "0"
                    GO TO CHK-RUS-90
           END-IF.
           IF       AUGVON OF PCFGAUT-P NOT = ZEROES
            AND     STJ-DAT < AUGVON OF PCFGAUT-P
                    GO TO CHK-RUS-90
           END-IF.
           IF       AUGBIS OF PCFGAUT-P NOT = ZEROES
            AND     STJ-DAT > AUGBIS OF PCFGAUT-P
                    GO TO CHK-RUS-90
           END-IF.

           MOVE     1 TO ROLLE-OK.

       CHK-RUS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GRENZDATUM UM EINEN TAG VORRECHNEN
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
      * COPY-PGM-INIT/COPY-PGM-EXIT: STANDARDROUTINEN START UND ENDE
      *---------------------------------------------------------------

           COPY     PGMWRK     OF APG-QCPYSRC.
      /
