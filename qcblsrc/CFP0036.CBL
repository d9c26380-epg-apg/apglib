       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CFP0036.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * OFFENE PROGRAMMTEXTE FUER DIE UEBERSETZUNG EXPORTIEREN        *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  SCHREIBT JE DEU-TEXT DER PCFGTXT, DER IN DER *
      *                  ZIELSPRACHE FEHLT, NUR ALS PLATZHALTER       *
      *                  ("?", CFP8000) EXISTIERT ODER VERALTET IST   *
      *                  (DEUTSCHER TEXT SEIT DER UEBERSETZUNG        *
      *                  GEAENDERT, PTXTUEB), EINE ZEILE IN DIE       *
      *                  AUSTAUSCHDATEI PTXTXCH:                      *
      *                  TXID;SPRACHE;MAXLAENGE;PROGRAMM;STATUS;      *
      *                  DEUTSCH;UEBERSETZUNG                         *
      *                  DIE ERSTE ZEILE ENTHAELT DIE SPALTENNAMEN.   *
      *                  DER UEBERSETZER FUELLT DIE LETZTE SPALTE     *
      *                  (BEI VERALTET STEHT DORT DIE BISHERIGE       *
      *                  UEBERSETZUNG), CFP0037 LIEST SIE WIEDER EIN. *
      *                  MAXLAENGE: PCONFIG H065 (CFKEY = TXID,       *
      *                  CFIN01 VIERSTELLIG), SONST DEUTSCHE LAENGE   *
      *                  PLUS 30 PROZENT UND 5 STELLEN, HOECHSTENS    *
      *                  DIE FELDLAENGE. PROGRAMM: TEIL DER TXID VOR  *
      *                  "*", SONST DAS ANLEGENDE PROGRAMM.           *
      *                  AUFRUF AUS CFP0033 (F6) ODER IM BATCH.       *
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
      * PCFGTXT: TXID, TXSPR (LESELAUF)
      *-------------------------------------------------------------
           SELECT PCFGTXT-DP
                  ASSIGN       TO  DATABASE-PCFGTXT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCFGTXT: TXID, TXSPR (GEZIELTES NACHLESEN DER ZIELSPRACHE)
      *-------------------------------------------------------------
           SELECT PCFGTXT-DP1
                  ASSIGN       TO  DATABASE-PCFGTXT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PTXTUEB: TUID, TUSPR (STAND DER UEBERSETZUNG)
      *-------------------------------------------------------------
           SELECT PTXTUEB-DP
                  ASSIGN       TO  DATABASE-PTXTUEB
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PTXTXCH: AUSTAUSCHDATEI MIT DEM UEBERSETZER
      *-------------------------------------------------------------
           SELECT PTXTXCH-DAT
                  ASSIGN       TO  DATABASE-PTXTXCH
                  ORGANIZATION IS  SEQUENTIAL
                  ACCESS       IS  SEQUENTIAL
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PCFGTXT: TXID, TXSPR (LESELAUF)
       FD  PCFGTXT-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGTXT-P.
           COPY DDS-ALL-FORMATS OF PCFGTXT.
      /
      *--- PCFGTXT: TXID, TXSPR (NACHLESEN)
       FD  PCFGTXT-DP1
           LABEL RECORDS ARE STANDARD.
       01  PCFGTXT-P1.
           COPY DDS-ALL-FORMATS OF PCFGTXT.
      /
      *--- PTXTUEB: TUID, TUSPR
       FD  PTXTUEB-DP
           LABEL RECORDS ARE STANDARD.
       01  PTXTUEB-P.
           COPY DDS-ALL-FORMATS OF PTXTUEB.
      /
      *--- PTXTXCH: ZEILEN DER AUSTAUSCHDATEI
       FD  PTXTXCH-DAT
           LABEL RECORDS ARE STANDARD.
       01  PTXTXCH-P.
           COPY DDS-ALL-FORMATS OF PTXTXCH.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CFP0036".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".

      * STATUS DES TEXTES IN DER ZIELSPRACHE
       01  TEXT-STATUS                   PIC X(11).
       01  ALT-UEBERSETZUNG              PIC X(500).

      * LAENGEN UND KONTEXT
       01  TXT-LEN                       PIC 9(5).
       01  LAE-TEXT                      PIC X(500).
       01  LAE-LEN                       PIC 9(5).
       01  MAX-LEN                       PIC 9(5).
       01  FELD-LEN                      PIC 9(5).
       01  KONTEXT-PGM                   PIC X(10).
       01  TXID-WRK                      PIC X(30).
       77  STERN-ANZ                     PIC 9(3)  COMP.
       01  DSP-MAX                       PIC 9(4).

      * AUFBAU DER ZEILE
       01  EXP-ZEILE                     PIC X(1200).
       01  EXP-POS                       PIC 9(5).
       01  DEU-TEXT                      PIC X(500).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * ZIELSPRACHE (NICHT DEU)
       01  X-SPRACHE                     PIC X(3).
      * ANZAHL EXPORTIERTER TEXTE
       01  X-ANZAHL                      PIC 9(5).
      * RUECKMELDUNG AN DEN AUFRUFER (LEER = OK)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-SPRACHE
                                X-ANZAHL
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "CFP0036" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.
           MOVE     ZEROES TO X-ANZAHL.

           IF       X-SPRACHE = SPACES
            OR      X-SPRACHE = "DEU"
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

           OPEN     INPUT  PCFGTXT-DP
                           PCFGTXT-DP1
                           PTXTUEB-DP.
           OPEN     OUTPUT PTXTXCH-DAT.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "1" TO X-RETCODE
                    GO TO ANFANG-90
           END-IF.

           COMPUTE  FELD-LEN = LENGTH OF TXTEXT OF PCFGTXT-P.
           IF       FELD-LEN > 500
                    MOVE 500 TO FELD-LEN
           END-IF.

      * KOPFZEILE MIT DEN SPALTENNAMEN
           MOVE     SPACES TO XCZEIL OF PTXTXCH-P.
           MOVE     "TXID;SPRACHE;MAXLAENGE;PROGRAMM;STATUS;DEUTSCH;"
                                   TO XCZEIL OF PTXTXCH-P(1:48).
           MOVE     "UEBERSETZUNG" TO XCZEIL OF PTXTXCH-P(49:12).
           WRITE    PTXTXCH-P.

      * ALLE DEU-TEXTE DURCHGEHEN
           INITIALIZE PCFGTXTF OF PCFGTXT-P.
           START    PCFGTXT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANFANG-80
           END-IF.

       ANFANG-20.
           READ     PCFGTXT-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANFANG-80
           END-IF.

           IF       TXSPR OF PCFGTXT-P NOT = "DEU"
            OR      TXTEXT OF PCFGTXT-P = SPACES
            OR      TXTEXT OF PCFGTXT-P(1:1) = "?"
                    GO TO ANFANG-20
           END-IF.

           PERFORM  ERMITTLE-STATUS.
           IF       TEXT-STATUS = SPACES
                    GO TO ANFANG-20
           END-IF.

           PERFORM  SCHREIBE-ZEILE.
           ADD      1 TO X-ANZAHL.
           GO TO    ANFANG-20.

       ANFANG-80.
           CLOSE    PTXTXCH-DAT.

       ANFANG-90.
           CLOSE    PCFGTXT-DP
                    PCFGTXT-DP1
                    PTXTUEB-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * STATUS DES TEXTES IN DER ZIELSPRACHE: FEHLT, PLATZHALTER,
      * VERALTET (DEUTSCHER TEXT WEICHT VOM STAND DER UEBERSETZUNG
      * IN PTXTUEB AB) ODER LEER = AKTUELL UEBERSETZT
      *--------------------------------------------------------------
       ERMITTLE-STATUS SECTION.
       ERM-STA-00.

           MOVE     SPACES TO TEXT-STATUS.
           MOVE     SPACES TO ALT-UEBERSETZUNG.

           INITIALIZE PCFGTXTF OF PCFGTXT-P1.
           MOVE     TXID OF PCFGTXT-P TO TXID  OF PCFGTXT-P1.
           MOVE     X-SPRACHE         TO TXSPR OF PCFGTXT-P1.
           READ     PCFGTXT-DP1 WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "FEHLT" TO TEXT-STATUS
                    GO TO ERM-STA-90
           END-IF.
           IF       TXTEXT OF PCFGTXT-P1(1:1) = "?"
                    MOVE "PLATZHALTER" TO TEXT-STATUS
                    GO TO ERM-STA-90
           END-IF.

           INITIALIZE PTXTUEBF OF PTXTUEB-P.
           MOVE     TXID OF PCFGTXT-P TO TUID  OF PTXTUEB-P.
           MOVE     X-SPRACHE         TO TUSPR OF PTXTUEB-P.
           READ     PTXTUEB-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     TUDEUT OF PTXTUEB-P NOT = TXTEXT OF PCFGTXT-P
                    MOVE "VERALTET" TO TEXT-STATUS
                    MOVE TXTEXT OF PCFGTXT-P1 TO ALT-UEBERSETZUNG
           END-IF.

       ERM-STA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZEILE TXID;SPRACHE;MAXLAENGE;PROGRAMM;STATUS;DEUTSCH;
      * UEBERSETZUNG AUFBAUEN UND SCHREIBEN. EIN ";" IM DEUTSCHEN
      * TEXT WIRD ALS "," AUSGEGEBEN, DAMIT DIE SPALTEN STIMMEN
      *--------------------------------------------------------------
       SCHREIBE-ZEILE SECTION.
       SCH-ZEI-00.

           MOVE     TXTEXT OF PCFGTXT-P TO DEU-TEXT.
           INSPECT  DEU-TEXT REPLACING ALL ";" BY ",".
           MOVE     DEU-TEXT TO LAE-TEXT.
           PERFORM  ERMITTLE-LAENGE.
           MOVE     LAE-LEN  TO TXT-LEN.
           PERFORM  ERMITTLE-MAXLAENGE.
           PERFORM  ERMITTLE-KONTEXT.

           MOVE     MAX-LEN TO DSP-MAX.
           MOVE     SPACES  TO EXP-ZEILE.
           MOVE     1       TO EXP-POS.
           STRING   TXID OF PCFGTXT-P  DELIMITED BY SPACE
                    ";"                DELIMITED BY SIZE
                    X-SPRACHE          DELIMITED BY SPACE
                    ";"                DELIMITED BY SIZE
                    DSP-MAX            DELIMITED BY SIZE
                    ";"                DELIMITED BY SIZE
                    KONTEXT-PGM        DELIMITED BY SPACE
                    ";"                DELIMITED BY SIZE
                    TEXT-STATUS        DELIMITED BY SPACE
                    ";"                DELIMITED BY SIZE
                    DEU-TEXT(1:TXT-LEN) DELIMITED BY SIZE
                    ";"                DELIMITED BY SIZE
                    INTO EXP-ZEILE
                    WITH POINTER EXP-POS
           END-STRING.

           IF       ALT-UEBERSETZUNG NOT = SPACES
                    MOVE   ALT-UEBERSETZUNG TO LAE-TEXT
                    PERFORM ERMITTLE-LAENGE
                    STRING ALT-UEBERSETZUNG(1:LAE-LEN)
                                       DELIMITED BY SIZE
                           INTO EXP-ZEILE
                           WITH POINTER EXP-POS
                    END-STRING
           END-IF.

           MOVE     SPACES    TO XCZEIL OF PTXTXCH-P.
           MOVE     EXP-ZEILE TO XCZEIL OF PTXTXCH-P.
           WRITE    PTXTXCH-P.

       SCH-ZEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LAENGE VON LAE-TEXT OHNE LEERSTELLEN AM ENDE (LAE-LEN,
      * MINDESTENS 1)
      *--------------------------------------------------------------
       ERMITTLE-LAENGE SECTION.
       ERM-LAE-00.

           MOVE     FELD-LEN TO LAE-LEN.

       ERM-LAE-20.
           IF       LAE-LEN > 1
            AND     LAE-TEXT(LAE-LEN:1) = SPACE
                    SUBTRACT 1 FROM LAE-LEN
                    GO TO ERM-LAE-20
           END-IF.

       ERM-LAE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MAXIMALE LAENGE DER UEBERSETZUNG: H065 JE TXID, SONST
      * DEUTSCHE LAENGE PLUS 30 PROZENT UND 5, HOECHSTENS FELDLAENGE
      *--------------------------------------------------------------
       ERMITTLE-MAXLAENGE SECTION.
       ERM-MAX-00.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "H065"            TO CFID   OF CFG-CPY.
           MOVE     TXID OF PCFGTXT-P TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
            AND     CFIN01 OF CFG-CPY(1:4) IS NUMERIC
            AND     CFIN01 OF CFG-CPY(1:4) NOT = "0000"
                    MOVE CFIN01 OF CFG-CPY(1:4) TO MAX-LEN
           ELSE
                    COMPUTE MAX-LEN = TXT-LEN * 13 / 10 + 5
           END-IF.

           IF       MAX-LEN > FELD-LEN
                    MOVE FELD-LEN TO MAX-LEN
           END-IF.

       ERM-MAX-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PROGRAMM, IN DEM DER TEXT VORKOMMT: TXID VOR DEM "*"
      * (Z.B. CFP0033*3), SONST DAS ANLEGENDE PROGRAMM
      *--------------------------------------------------------------
       ERMITTLE-KONTEXT SECTION.
       ERM-KON-00.

           MOVE     SPACES TO KONTEXT-PGM.
           MOVE     ZEROES TO STERN-ANZ.
           MOVE     TXID OF PCFGTXT-P TO TXID-WRK.
           INSPECT  TXID-WRK TALLYING STERN-ANZ FOR ALL "*".

           IF       STERN-ANZ > ZEROES
                    UNSTRING TXID-WRK DELIMITED BY "*"
                             INTO KONTEXT-PGM
                    END-UNSTRING
           ELSE
                    MOVE TXAPGM OF PCFGTXT-P TO KONTEXT-PGM
           END-IF.

       ERM-KON-90.
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
