       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CFP0037.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * UEBERSETZTE PROGRAMMTEXTE PRUEFEN UND UEBERNEHMEN             *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LIEST DIE VOM UEBERSETZER GEFUELLTE          *
      *                  AUSTAUSCHDATEI PTXTXCH (AUFBAU SIEHE         *
      *                  CFP0036) UND ZEIGT JE ZEILE DAS ERGEBNIS     *
      *                  DER PRUEFUNG ALS VORSCHAU:                   *
      *                  - TEXT-ID MUSS IN DEU EXISTIEREN, SPRACHE    *
      *                    GEFUELLT UND NICHT DEU SEIN                *
      *                  - DER DEUTSCHE TEXT DARF SICH SEIT DEM       *
      *                    EXPORT NICHT GEAENDERT HABEN               *
      *                  - DIE MAXIMALE LAENGE (WIE CFP0036) DARF     *
      *                    NICHT UEBERSCHRITTEN WERDEN                *
      *                  - DIE PLATZHALTER &1 BIS &9 MUESSEN GLEICH   *
      *                    OFT WIE IM DEUTSCHEN TEXT VORKOMMEN        *
      *                  ZEILEN OHNE UEBERSETZUNG UND UNVERAENDERTE   *
      *                  TEXTE WERDEN UEBERSPRUNGEN. ERST F10         *
      *                  SCHREIBT DIE FEHLERFREIEN ZEILEN NACH        *
      *                  PCFGTXT (TXSPR = ZIELSPRACHE) UND MERKT DEN  *
      *                  DEUTSCHEN STAND IN PTXTUEB, DAMIT SPAETERE   *
      *                  AENDERUNGEN ALS VERALTET ERKANNT WERDEN.     *
      *                  AUFRUF AUS CFP0033 (F7).                     *
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
      *-   BILDSCHIRM-DATEI
      *-------------------------------------------------------------
           SELECT WS-DISPLAY
                  ASSIGN       TO  WORKSTATION-CFD0037DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PCFGTXT: TXID, TXSPR (DEUTSCHER TEXT)
      *-------------------------------------------------------------
           SELECT PCFGTXT-DP
                  ASSIGN       TO  DATABASE-PCFGTXT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCFGTXT: TXID, TXSPR (TEXT DER ZIELSPRACHE)
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
      *----DISPLAY
       FD  WS-DISPLAY
           LABEL RECORDS ARE OMITTED.
       01  WS-REC.
           COPY DDS-ALL-FORMATS OF CFD0037DE.
      /
      *--- PCFGTXT: TXID, TXSPR (DEUTSCH)
       FD  PCFGTXT-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGTXT-P.
           COPY DDS-ALL-FORMATS OF PCFGTXT.
      /
      *--- PCFGTXT: TXID, TXSPR (ZIELSPRACHE)
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

       01  INXX.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  CFD0037DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  CFD0037DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  CFD0037DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  CFD0037DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CFP0037".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".

      * GEPRUEFTE ZEILEN DER AUSTAUSCHDATEI
      * I-OK: 1 = WIRD MIT F10 GESCHRIEBEN
      * I-ART: N = NEU IN DER ZIELSPRACHE, A = AENDERUNG
       01  IMP-TAB.
        05 IMP-EIN OCCURS 999.
         10 I-TXID                       PIC X(30).
         10 I-SPR                        PIC X(3).
         10 I-TEXT                       PIC X(500).
         10 I-ERGEB                      PIC X(40).
         10 I-OK                         PIC 9(1).
         10 I-ART                        PIC X(1).
       77  IMP-ANZ                       PIC 9(3)  COMP.
       77  IMP-IX                        PIC 9(3)  COMP.
       77  IMP-MAX                       PIC 9(3)  COMP VALUE 999.

      * ZAEHLER DER VORSCHAU UND DER UEBERNAHME
       77  ANZ-GESAMT                    PIC 9(5)  COMP.
       77  ANZ-OK                        PIC 9(5)  COMP.
       77  ANZ-FEHLER                    PIC 9(5)  COMP.
       77  ANZ-GESCHRIEBEN               PIC 9(5)  COMP.
       01  DSP-ANZ                       PIC Z(4)9.

      * SPALTEN DER ZEILE
       01  IMP-ZEILE                     PIC X(1200).
       01  IMP-POS                       PIC 9(5).
       01  F-TXID                        PIC X(30).
       01  F-SPR                         PIC X(10).
       01  F-MAX                         PIC X(10).
       01  F-PGM                         PIC X(10).
       01  F-STAT                        PIC X(20).
       01  F-DEU                         PIC X(500).
       01  F-UEB                         PIC X(500).

      * DEUTSCHER TEXT, LAENGEN
       01  DEU-TEXT                      PIC X(500).
       01  TXT-LEN                       PIC 9(5).
       01  UEB-LEN                       PIC 9(5).
       01  MAX-LEN                       PIC 9(5).
       01  FELD-LEN                      PIC 9(5).
       01  LAE-TEXT                      PIC X(500).
       01  LAE-LEN                       PIC 9(5).
       01  DSP-LEN                       PIC Z(3)9.
       01  DSP-MAX                       PIC Z(3)9.

      * PLATZHALTER &1 BIS &9
       01  PH-MUSTER.
        05 FILLER                        PIC X(1)  VALUE "&".
        05 PH-ZIFFER                     PIC 9(1).
       77  PH-ANZ-DEU                    PIC 9(3)  COMP.
       77  PH-ANZ-UEB                    PIC 9(3)  COMP.

      * TEXT FUER DIE HINWEISNACHRICHT
       01  MELDUNG-WRK                   PIC X(60).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "CFP0037" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "CFD0037DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     INPUT PCFGTXT-DP.
           OPEN     I-O   PCFGTXT-DP1
                          PTXTUEB-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F5, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           COMPUTE  FELD-LEN = LENGTH OF TXTEXT OF PCFGTXT-P.
           IF       FELD-LEN > 500
                    MOVE 500 TO FELD-LEN
           END-IF.

           PERFORM  LESE-AUSTAUSCHDATEI.

       ANF020.
      * VORSCHAU ANZEIGEN
           PERFORM  ANZEIGE-SUBFILE.
           IF       F3 = "1"
            OR      F12 = "1"
                    GO TO ENDE
           END-IF.
           IF       F5 = "1"
                    INITIALIZE F5
                    PERFORM LESE-AUSTAUSCHDATEI
           END-IF.
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PCFGTXT-DP
                    PCFGTXT-DP1
                    PTXTUEB-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * AUSTAUSCHDATEI LESEN UND JEDE ZEILE PRUEFEN
      *--------------------------------------------------------------
       LESE-AUSTAUSCHDATEI SECTION.
       LES-AUS-00.

           INITIALIZE IMP-TAB.
           INITIALIZE IMP-ANZ ANZ-GESAMT ANZ-OK ANZ-FEHLER.

           OPEN     INPUT PTXTXCH-DAT.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "AUSTAUSCHDATEI PTXTXCH NICHT LESBAR"
                                        TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO LES-AUS-90
           END-IF.

       LES-AUS-20.
           READ     PTXTXCH-DAT NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-AUS-80
           END-IF.

           MOVE     XCZEIL OF PTXTXCH-P TO IMP-ZEILE.
           IF       IMP-ZEILE = SPACES
                    GO TO LES-AUS-20
           END-IF.

      * SPALTEN ZERLEGEN; DIE UEBERSETZUNG IST DER REST DER ZEILE
      * UND DARF SELBST ";" ENTHALTEN
           MOVE     SPACES TO F-TXID F-SPR F-MAX F-PGM F-STAT
                              F-DEU F-UEB.
           MOVE     1 TO IMP-POS.
           UNSTRING IMP-ZEILE DELIMITED BY ";"
                    INTO F-TXID
                         F-SPR
                         F-MAX
                         F-PGM
                         F-STAT
                         F-DEU
                    WITH POINTER IMP-POS
           END-UNSTRING.
           IF       IMP-POS NOT > LENGTH OF IMP-ZEILE
                    MOVE IMP-ZEILE(IMP-POS:) TO F-UEB
           END-IF.

      * KOPFZEILE UEBERLESEN
           IF       F-TXID = "TXID"
             OR     F-TXID = SPACES
                    GO TO LES-AUS-20
           END-IF.

           IF       IMP-ANZ NOT < IMP-MAX
                    MOVE "MEHR ALS 999 ZEILEN - REST NICHT GELESEN"
                                        TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO LES-AUS-80
           END-IF.

           ADD      1 TO IMP-ANZ.
           MOVE     F-TXID       TO I-TXID(IMP-ANZ).
           MOVE     F-SPR        TO I-SPR(IMP-ANZ).
           MOVE     F-UEB        TO I-TEXT(IMP-ANZ).
           MOVE     ZEROES       TO I-OK(IMP-ANZ).
           MOVE     SPACES       TO I-ART(IMP-ANZ).
           ADD      1 TO ANZ-GESAMT.

           PERFORM  PRUEFE-ZEILE.
           GO TO    LES-AUS-20.

       LES-AUS-80.
           CLOSE    PTXTXCH-DAT.

       LES-AUS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZEILE IMP-ANZ PRUEFEN UND ERGEBNIS EINTRAGEN
      *--------------------------------------------------------------
       PRUEFE-ZEILE SECTION.
       PRU-ZEI-00.

           IF       F-UEB = SPACES
                    MOVE "OHNE UEBERSETZUNG - UEBERSPRUNGEN"
                                           TO I-ERGEB(IMP-ANZ)
                    GO TO PRU-ZEI-90
           END-IF.

           IF       F-SPR = SPACES
            OR      F-SPR = "DEU"
            OR      F-SPR(4:) NOT = SPACES
                    MOVE "SPRACHE UNGUELTIG"  TO I-ERGEB(IMP-ANZ)
                    GO TO PRU-ZEI-80
           END-IF.

      * DEUTSCHEN TEXT LESEN
           INITIALIZE PCFGTXTF OF PCFGTXT-P.
           MOVE     F-TXID TO TXID  OF PCFGTXT-P.
           MOVE     "DEU"  TO TXSPR OF PCFGTXT-P.
           READ     PCFGTXT-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "TEXT-ID IN DEU UNBEKANNT" TO I-ERGEB(IMP-ANZ)
                    GO TO PRU-ZEI-80
           END-IF.

      * SEIT DEM EXPORT GEAENDERT? (";" WURDE ALS "," EXPORTIERT)
           MOVE     TXTEXT OF PCFGTXT-P TO DEU-TEXT.
           INSPECT  DEU-TEXT REPLACING ALL ";" BY ",".
           IF       F-DEU NOT = DEU-TEXT
                    MOVE "DEUTSCHER TEXT SEIT EXPORT GEAENDERT"
                                           TO I-ERGEB(IMP-ANZ)
                    GO TO PRU-ZEI-80
           END-IF.

           IF       F-UEB(1:1) = "?"
                    MOVE "UEBERSETZUNG BEGINNT MIT ?"
                                           TO I-ERGEB(IMP-ANZ)
                    GO TO PRU-ZEI-80
           END-IF.

      * LAENGE
           MOVE     DEU-TEXT TO LAE-TEXT.
           PERFORM  ERMITTLE-LAENGE.
           MOVE     LAE-LEN  TO TXT-LEN.
           MOVE     F-UEB    TO LAE-TEXT.
           PERFORM  ERMITTLE-LAENGE.
           MOVE     LAE-LEN  TO UEB-LEN.
           PERFORM  ERMITTLE-MAXLAENGE.
           IF       UEB-LEN > MAX-LEN
                    MOVE UEB-LEN TO DSP-LEN
                    MOVE MAX-LEN TO DSP-MAX
                    MOVE SPACES  TO I-ERGEB(IMP-ANZ)
                    STRING "ZU LANG: " DSP-LEN " STATT HOECHSTENS "
                           DSP-MAX DELIMITED BY SIZE
                           INTO I-ERGEB(IMP-ANZ)
                    END-STRING
                    GO TO PRU-ZEI-80
           END-IF.

      * PLATZHALTER &1 BIS &9
           MOVE     1 TO PH-ZIFFER.

       PRU-ZEI-20.
           MOVE     ZEROES TO PH-ANZ-DEU PH-ANZ-UEB.
           INSPECT  DEU-TEXT TALLYING PH-ANZ-DEU FOR ALL PH-MUSTER.
           INSPECT  F-UEB    TALLYING PH-ANZ-UEB FOR ALL PH-MUSTER.
           IF       PH-ANZ-DEU NOT = PH-ANZ-UEB
                    MOVE SPACES TO I-ERGEB(IMP-ANZ)
                    STRING "PLATZHALTER " PH-MUSTER
                           " PASST NICHT ZUM DEUTSCHEN TEXT"
                           DELIMITED BY SIZE
                           INTO I-ERGEB(IMP-ANZ)
                    END-STRING
                    GO TO PRU-ZEI-80
           END-IF.
           IF       PH-ZIFFER < 9
                    ADD  1 TO PH-ZIFFER
                    GO TO PRU-ZEI-20
           END-IF.

      * BISHERIGER TEXT DER ZIELSPRACHE
           INITIALIZE PCFGTXTF OF PCFGTXT-P1.
           MOVE     F-TXID TO TXID  OF PCFGTXT-P1.
           MOVE     F-SPR  TO TXSPR OF PCFGTXT-P1.
           READ     PCFGTXT-DP1 WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "N"   TO I-ART(IMP-ANZ)
                    MOVE "OK - NEU" TO I-ERGEB(IMP-ANZ)
                    MOVE 1     TO I-OK(IMP-ANZ)
                    ADD  1     TO ANZ-OK
                    GO TO PRU-ZEI-90
           END-IF.

      * GLEICHER TEXT UND GLEICHER DEUTSCHER STAND: NICHTS ZU TUN
           IF       TXTEXT OF PCFGTXT-P1 = F-UEB
                    INITIALIZE PTXTUEBF OF PTXTUEB-P
                    MOVE F-TXID TO TUID  OF PTXTUEB-P
                    MOVE F-SPR  TO TUSPR OF PTXTUEB-P
                    READ PTXTUEB-DP WITH NO LOCK
                    IF   FILE-STATUS = ZEROES
                     AND TUDEUT OF PTXTUEB-P = TXTEXT OF PCFGTXT-P
                         MOVE "UNVERAENDERT - UEBERSPRUNGEN"
                                           TO I-ERGEB(IMP-ANZ)
                         GO TO PRU-ZEI-90
                    END-IF
           END-IF.

           MOVE     "A"   TO I-ART(IMP-ANZ).
           MOVE     "OK - AENDERUNG" TO I-ERGEB(IMP-ANZ).
           MOVE     1     TO I-OK(IMP-ANZ).
           ADD      1     TO ANZ-OK.
           GO TO    PRU-ZEI-90.

       PRU-ZEI-80.
           ADD      1 TO ANZ-FEHLER.

       PRU-ZEI-90.
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
      * VORSCHAU AUFBAUEN UND ANZEIGEN, F10 UEBERNIMMT
      *--------------------------------------------------------------
       ANZEIGE-SUBFILE SECTION.
       ANZ-SFL-00.

      * SUBFILE-CLEAR
           INITIALIZE FORMAT3.
           MOVE     AUS     TO FORMAT3-O-INDIC.
           MOVE     ZEROES  TO SUBFILE-RECORD-NUMBER.
           MOVE     ZEROES  TO ANZREC-WRK.
           MOVE     AN      TO IN95 OF INXX.
           MOVE     AUS     TO IN91 OF INXX.
           MOVE     AUS     TO IN96 OF INXX.
           MOVE     CORR INXX  TO FORMAT3-O-INDIC.
           MOVE     "FMT03" TO FMT-WRK.
           MOVE     FORMAT3 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           MOVE     AUS TO INXX.

           MOVE     1 TO IMP-IX.

       ANZ-SFL-10.
           IF       IMP-IX > IMP-ANZ
                    GO TO ANZ-SFL-20
           END-IF.

           INITIALIZE FORMAT2.
           MOVE     I-TXID(IMP-IX)        TO TXID   OF FORMAT2.
           MOVE     I-SPR(IMP-IX)         TO TXSPR  OF FORMAT2.
           MOVE     I-TEXT(IMP-IX)(1:40)  TO TXNEU  OF FORMAT2.
           MOVE     I-ERGEB(IMP-IX)       TO ERGEB  OF FORMAT2.
           ADD      1            TO ANZREC-WRK.
           ADD      1            TO SUBFILE-RECORD-NUMBER.
           MOVE     "FMT02"      TO FMT-WRK.
           MOVE     FORMAT2      TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.

           ADD      1 TO IMP-IX.
           GO TO    ANZ-SFL-10.

       ANZ-SFL-20.
      * AUSGABE FUSSZEILE
           MOVE     SPACES  TO WSREC-WRK.
           MOVE     "FMT04" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-WRITE.

      * UEBERSCHRIFT UND ZAEHLER
           MOVE     "CFP0033"         TO MAINUEB OF FORMAT3.
           MOVE     "CFP0037*3"       TO SUBUEB  OF FORMAT3.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT3.
           MOVE     ANZ-GESAMT        TO ANZGES  OF FORMAT3.
           MOVE     ANZ-OK            TO ANZOK   OF FORMAT3.
           MOVE     ANZ-FEHLER        TO ANZFEH  OF FORMAT3.

      * ANZEIGE SUBFILE
           MOVE     ANZREC-WRK            TO ANZREC  OF FORMAT3.
           MOVE     1                     TO SUBFILE-RECORD-NUMBER.
           MOVE     SUBFILE-RECORD-NUMBER TO SFRECNR OF FORMAT3.
           MOVE     AUS    TO IN95  IN  INXX.
           MOVE     AN     TO IN96  IN  INXX.
           IF       ANZREC-WRK NOT = ZEROES
                    MOVE AN  TO IN91 OF INXX
           ELSE
                    MOVE AUS TO IN91 OF INXX
           END-IF.
           MOVE     CORR INXX TO FORMAT3-O-INDIC.
           MOVE     "FMT03" TO FMT-WRK.
           MOVE     FORMAT3 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK      TO FORMAT3-I.
           MOVE     CORR FORMAT3-I TO FORMAT3.
           MOVE     AUS TO INXX.

      * F3 ENDE
           IF       IN03 OF FORMAT3-I-INDIC = AN
                    MOVE "1" TO F3
                    GO TO ANZ-SFL-90
           END-IF.

      * F5 AUSTAUSCHDATEI NEU LESEN
           IF       IN05 OF FORMAT3-I-INDIC = AN
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * F12 ABBRECHEN
           IF       IN12 OF FORMAT3-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ANZ-SFL-90
           END-IF.

      * F10 FEHLERFREIE ZEILEN UEBERNEHMEN
           IF       IN10 OF FORMAT3-I-INDIC = AN
                    IF   ANZ-OK = ZEROES
                         MOVE "KEINE FEHLERFREIEN ZEILEN ZU UEBERNEHMEN"
                                           TO MELDUNG-WRK
                         PERFORM MELDE-HINWEIS
                         GO TO ANZ-SFL-90
                    END-IF
                    PERFORM UEBERNEHME-TEXTE
                    MOVE ANZ-GESCHRIEBEN TO DSP-ANZ
                    MOVE SPACES TO MELDUNG-WRK
                    STRING DSP-ANZ " UEBERSETZUNGEN UEBERNOMMEN"
                           DELIMITED BY SIZE
                           INTO MELDUNG-WRK
                    END-STRING
                    PERFORM MELDE-HINWEIS
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

       ANZ-SFL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FEHLERFREIE ZEILEN NACH PCFGTXT SCHREIBEN UND DEN
      * DEUTSCHEN STAND IN PTXTUEB MERKEN
      *--------------------------------------------------------------
       UEBERNEHME-TEXTE SECTION.
       UEB-TXT-00.

           MOVE     ZEROES TO ANZ-GESCHRIEBEN.
           PERFORM  COPY-GET-TIME.
           MOVE     1 TO IMP-IX.

       UEB-TXT-20.
           IF       IMP-IX > IMP-ANZ
                    GO TO UEB-TXT-90
           END-IF.
           IF       I-OK(IMP-IX) NOT = 1
                    GO TO UEB-TXT-80
           END-IF.

      * DEUTSCHEN TEXT FUER DEN STAND LESEN
           INITIALIZE PCFGTXTF OF PCFGTXT-P.
           MOVE     I-TXID(IMP-IX) TO TXID  OF PCFGTXT-P.
           MOVE     "DEU"          TO TXSPR OF PCFGTXT-P.
           READ     PCFGTXT-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO UEB-TXT-80
           END-IF.

      * TEXT DER ZIELSPRACHE ANLEGEN ODER AENDERN
           INITIALIZE PCFGTXTF OF PCFGTXT-P1.
           MOVE     I-TXID(IMP-IX) TO TXID  OF PCFGTXT-P1.
           MOVE     I-SPR(IMP-IX)  TO TXSPR OF PCFGTXT-P1.
           READ     PCFGTXT-DP1.
           IF       FILE-STATUS = ZEROES
                    MOVE    I-TEXT(IMP-IX) TO TXTEXT OF PCFGTXT-P1
                    REWRITE PCFGTXT-P1
           ELSE
                    INITIALIZE PCFGTXTF OF PCFGTXT-P1
                    MOVE I-TXID(IMP-IX) TO TXID   OF PCFGTXT-P1
                    MOVE I-SPR(IMP-IX)  TO TXSPR  OF PCFGTXT-P1
                    MOVE I-TEXT(IMP-IX) TO TXTEXT OF PCFGTXT-P1
                    MOVE T-USER         TO TXAUSR OF PCFGTXT-P1
                    MOVE T-TERM         TO TXABS  OF PCFGTXT-P1
                    MOVE PGM-WRK        TO TXAPGM OF PCFGTXT-P1
                    MOVE DATE-8         TO TXADTA OF PCFGTXT-P1
                    MOVE TIME-6         TO TXATIA OF PCFGTXT-P1
                    WRITE PCFGTXT-P1
           END-IF.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO UEB-TXT-80
           END-IF.
           ADD      1 TO ANZ-GESCHRIEBEN.

      * STAND DER UEBERSETZUNG MERKEN
           INITIALIZE PTXTUEBF OF PTXTUEB-P.
           MOVE     I-TXID(IMP-IX) TO TUID  OF PTXTUEB-P.
           MOVE     I-SPR(IMP-IX)  TO TUSPR OF PTXTUEB-P.
           READ     PTXTUEB-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE    TXTEXT OF PCFGTXT-P TO TUDEUT OF PTXTUEB-P
                    MOVE    T-USER         TO TUMSER OF PTXTUEB-P
                    MOVE    T-TERM         TO TUMBS  OF PTXTUEB-P
                    MOVE    PGM-WRK        TO TUMPGM OF PTXTUEB-P
                    MOVE    DATE-8         TO TUMDTA OF PTXTUEB-P
                    MOVE    TIME-6         TO TUMTIA OF PTXTUEB-P
                    REWRITE PTXTUEB-P
           ELSE
                    INITIALIZE PTXTUEBF OF PTXTUEB-P
                    MOVE I-TXID(IMP-IX) TO TUID   OF PTXTUEB-P
                    MOVE I-SPR(IMP-IX)  TO TUSPR  OF PTXTUEB-P
                    MOVE TXTEXT OF PCFGTXT-P TO TUDEUT OF PTXTUEB-P
                    MOVE T-USER         TO TUAUSR OF PTXTUEB-P
                    MOVE T-TERM         TO TUABS  OF PTXTUEB-P
                    MOVE PGM-WRK        TO TUAPGM OF PTXTUEB-P
                    MOVE DATE-8         TO TUADTA OF PTXTUEB-P
                    MOVE TIME-6         TO TUATIA OF PTXTUEB-P
                    WRITE PTXTUEB-P
           END-IF.

       UEB-TXT-80.
           ADD      1 TO IMP-IX.
           GO TO    UEB-TXT-20.

       UEB-TXT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HINWEIS AN DEN ANGEMELDETEN USER SENDEN
      *--------------------------------------------------------------
       MELDE-HINWEIS SECTION.
       MEL-HIN-00.

           INITIALIZE SNDMSG-REC.
           MOVE     MELDUNG-WRK       TO MSGTXT OF SNDMSG-REC(1:60).
           MOVE     T-USER            TO USER   OF SNDMSG-REC.
           CALL     "CLP0010" USING SNDMSG-REC
                                    RET-CODE
           END-CALL.

       MEL-HIN-90.
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
      *---------------------------------------------------------------
      * COPY-DSP-*: ALLE DISPLAYROUTINEN
      *---------------------------------------------------------------

           COPY     DSPWORKING OF APG-QCPYSRC.
      /
