       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              AZP0321.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * QUIZ ZUR VORBEREITUNG AUF DIE SCHRIFTLICHE PRUEFUNG           *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  DER AZUBI WAEHLT EINEN PRUEFUNGSBEREICH      *
      *                  (PCONFIG H066), OPTIONAL EINE SCHWIERIGKEIT  *
      *                  UND DIE ANZAHL DER FRAGEN (STANDARD 10,      *
      *                  HOECHSTENS 50). AUS DEN AKTIVEN FRAGEN DES   *
      *                  BEREICHS (PAZUQIZ, AZP0320) WIRD OHNE        *
      *                  WIEDERHOLUNG ZUFAELLIG GEZOGEN (CCP0004).    *
      *                  JEDE ANTWORT WIRD SOFORT BEWERTET:           *
      *                  MEHRFACHAUSWAHL UEBER DEN BUCHSTABEN,        *
      *                  KURZANTWORT GEGEN DIE HINTERLEGTEN           *
      *                  ALTERNATIVEN (OHNE GROSS-/KLEINSCHREIBUNG    *
      *                  UND FUEHRENDE LEERSTELLEN). JEDE ANTWORT     *
      *                  GEHT ALS VERSUCH IN PSCHULLOG (SLART = "Q",  *
      *                  SLBER, SLFRNR) UND IN DIE FRAGENSTATISTIK    *
      *                  (QZANZ/QZFEHL). AM ENDE ZEIGT FMT06 DAS      *
      *                  ERGEBNIS UND DIE PRUEFUNGSREIFE IM BEREICH.  *
      *                  F12 BRICHT DAS QUIZ AB, BEREITS GEGEBENE     *
      *                  ANTWORTEN BLEIBEN PROTOKOLLIERT.             *
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
                  ASSIGN       TO  WORKSTATION-AZD0321DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PAZUQIZ: QZLFDN (FRAGENKATALOG)
      *-------------------------------------------------------------
           SELECT PAZUQIZ-DP
                  ASSIGN       TO  DATABASE-PAZUQIZ
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PSCHULLOG: SLLFDN (VERSUCHSPROTOKOLL)
      *-------------------------------------------------------------
           SELECT PSCHULLOG-DP
                  ASSIGN       TO  DATABASE-PSCHULLOG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *----DISPLAY
       FD  WS-DISPLAY
           LABEL RECORDS ARE OMITTED.
       01  WS-REC.
           COPY DDS-ALL-FORMATS OF AZD0321DE.
      /
      *--- PAZUQIZ: QZLFDN
       FD  PAZUQIZ-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUQIZ-P.
           COPY DDS-ALL-FORMATS OF PAZUQIZ.
      /
      *--- PSCHULLOG: SLLFDN
       FD  PSCHULLOG-DP
           LABEL RECORDS ARE STANDARD.
       01  PSCHULLOG-P.
           COPY DDS-ALL-FORMATS OF PSCHULLOG.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN91                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  AZD0321DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  AZD0321DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

       01  FORMAT5X.
           COPY  DDS-FMT05-O OF  AZD0321DE
           REPLACING FMT05-O BY FORMAT5
                     FMT05-O-INDIC BY FORMAT5-O-INDIC.

       01  FORMAT5Y.
           COPY  DDS-FMT05-I OF  AZD0321DE
           REPLACING FMT05-I BY FORMAT5-I
                     FMT05-I-INDIC BY FORMAT5-I-INDIC.

       01  FORMAT6X.
           COPY  DDS-FMT06-O OF  AZD0321DE
           REPLACING FMT06-O BY FORMAT6
                     FMT06-O-INDIC BY FORMAT6-O-INDIC.

       01  FORMAT6Y.
           COPY  DDS-FMT06-I OF  AZD0321DE
           REPLACING FMT06-I BY FORMAT6-I
                     FMT06-I-INDIC BY FORMAT6-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY  OF APG-QCPYSRC.

      * PRUEFUNGSREIFE JE BEREICH
           COPY WRKQIZBER  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "AZP0321".
       01  PGM-TYP                       PIC X(8)  VALUE "AZUBI".

      * AUSWAHL DES AZUBIS
       01  QIZ-BER                       PIC X(4).
       01  QIZ-STUF                      PIC 9(1).
       01  QIZ-ANZ                       PIC 9(2).
       01  QIZ-BERTXT                    PIC X(30).

      * KANDIDATEN DES BEREICHS, DIE ERSTEN ZIEH-ANZ SIND GEZOGEN
       01  KAND-TAB.
        05 KAND-LFDN OCCURS 999          PIC 9(9).
       77  KAND-ANZ                      PIC 9(3)  COMP.
       77  KAND-MAX                      PIC 9(3)  COMP VALUE 999.
       77  KAND-POS                      PIC 9(3)  COMP.
       01  KAND-HLP                      PIC 9(9).
       77  ZIEH-ANZ                      PIC 9(3)  COMP.
       77  ZIEH-IX                       PIC 9(3)  COMP.

      * PARAMETER FUER DAS CCP0004
       01  RANDOM-NUM                    PIC S9(9) BINARY.
       01  RANDOM-MAX                    PIC S9(9) BINARY.
       01  RANDOM-SEED                   PIC S9(9) BINARY.

      * ERGEBNIS DES LAUFENDEN QUIZ
       77  ANZ-GESTELLT                  PIC 9(3)  COMP.
       77  ANZ-RICHTIG                   PIC 9(3)  COMP.
       01  QUOTE-WRK                     PIC 9(3).
       01  ABBRUCH                       PIC 9(1).

      * BEWERTUNG EINER ANTWORT (ERG-WRK 1 = RICHTIG)
       01  ERG-WRK                       PIC X(1).
       01  ANT-WRK                       PIC X(60).
       01  LOES-WRK                      PIC X(60).
       01  ALT-TAB.
        05 ALT-TEXT OCCURS 5             PIC X(60).
       77  ALT-IX                        PIC 9(1)  COMP.
       01  NORM-TEXT                     PIC X(60).
       01  NORM-HLP                      PIC X(60).
       77  NORM-POS                      PIC 9(3)  COMP.

      * RUECKMELDUNG ZUR VORIGEN FRAGE UND HINWEISE
       01  VORERG-WRK                    PIC X(78).
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
           MOVE     "AZP0321" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "AZD0321DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     I-O   PAZUQIZ-DP
                          PSCHULLOG-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.
           INITIALIZE QIZ-BER, QIZ-STUF, QIZ-ANZ, MELDUNG-WRK.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.
           MOVE     TIME-6 TO RANDOM-SEED.

       ANF020.
      * BEREICH WAEHLEN
           PERFORM  START-BILD.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.

      * FRAGEN ZIEHEN
           PERFORM  ZIEHE-FRAGEN.
           IF       ZIEH-ANZ = ZEROES
                    MOVE "KEINE AKTIVEN FRAGEN FUER DIESE AUSWAHL"
                                        TO MELDUNG-WRK
                    GO TO ANF020
           END-IF.

      * FRAGEN STELLEN UND ERGEBNIS ZEIGEN
           PERFORM  STELLE-FRAGEN.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       ANZ-GESTELLT NOT = ZEROES
                    PERFORM ZEIGE-ERGEBNIS
                    IF   F3 = "1"
                         GO TO ENDE
                    END-IF
           END-IF.
           MOVE     SPACES TO MELDUNG-WRK.
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PAZUQIZ-DP
                    PSCHULLOG-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * STARTBILD (FMT01): BEREICH, SCHWIERIGKEIT UND ANZAHL
      *--------------------------------------------------------------
       START-BILD SECTION.
       STA-BIL-00.

           INITIALIZE FORMAT1.
           MOVE     QIZ-BER  TO QZBER  OF FORMAT1.
           MOVE     QIZ-STUF TO QZSTUF OF FORMAT1.
           MOVE     QIZ-ANZ  TO ANZFRA OF FORMAT1.

       STA-BIL-20.
           MOVE     "AZP0321"         TO MAINUEB OF FORMAT1.
           MOVE     "AZP0321*1"       TO SUBUEB  OF FORMAT1.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT1.
           MOVE     MELDUNG-WRK       TO MELD    OF FORMAT1.
           MOVE     CORR   INXX     TO  FORMAT1-O-INDIC.
           MOVE     "FMT01"         TO  FMT-WRK.
           MOVE     FORMAT1         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-WRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK TO FORMAT1-I.
           MOVE     CORR FORMAT1-I TO FORMAT1.
           MOVE     AUS  TO INXX.
           MOVE     SPACES TO MELDUNG-WRK.

      * F3 ENDE
           IF       IN03 OF FORMAT1-I-INDIC = AN
                    MOVE "1" TO F3
                    GO TO STA-BIL-90
           END-IF.

      * BEREICH MUSS IN H066 HINTERLEGT SEIN
           IF       QZBER OF FORMAT1 = SPACES
                    MOVE "BITTE PRUEFUNGSBEREICH EINGEBEN"
                                        TO MELDUNG-WRK
                    GO TO STA-BIL-20
           END-IF.
           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "H066"           TO CFID   OF CFG-CPY.
           MOVE     QZBER OF FORMAT1 TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = 1
                    MOVE "PRUEFUNGSBEREICH UNBEKANNT" TO MELDUNG-WRK
                    GO TO STA-BIL-20
           END-IF.
           MOVE     CFTXT1 OF CFG-CPY TO QIZ-BERTXT.

           IF       QZSTUF OF FORMAT1 > 3
                    MOVE "SCHWIERIGKEIT 1-3, 0 = ALLE" TO MELDUNG-WRK
                    GO TO STA-BIL-20
           END-IF.

           IF       ANZFRA OF FORMAT1 = ZEROES
                    MOVE 10 TO ANZFRA OF FORMAT1
           END-IF.
           IF       ANZFRA OF FORMAT1 > 50
                    MOVE "HOECHSTENS 50 FRAGEN JE DURCHGANG"
                                        TO MELDUNG-WRK
                    GO TO STA-BIL-20
           END-IF.

           MOVE     QZBER  OF FORMAT1 TO QIZ-BER.
           MOVE     QZSTUF OF FORMAT1 TO QIZ-STUF.
           MOVE     ANZFRA OF FORMAT1 TO QIZ-ANZ.

       STA-BIL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AKTIVE FRAGEN DES BEREICHS SAMMELN UND QIZ-ANZ DAVON OHNE
      * WIEDERHOLUNG ZIEHEN (DIE GEZOGENEN STEHEN DANACH VORN)
      *--------------------------------------------------------------
       ZIEHE-FRAGEN SECTION.
       ZIE-FRA-00.

           INITIALIZE KAND-TAB.
           MOVE     ZEROES TO KAND-ANZ ZIEH-ANZ.

           INITIALIZE PAZUQIZF OF PAZUQIZ-P.
           START    PAZUQIZ-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZIE-FRA-90
           END-IF.

       ZIE-FRA-20.
           READ     PAZUQIZ-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZIE-FRA-40
           END-IF.
           IF       QZBER  OF PAZUQIZ-P NOT = QIZ-BER
            OR      QZAKTV OF PAZUQIZ-P NOT = "J"
                    GO TO ZIE-FRA-20
           END-IF.
           IF       QIZ-STUF NOT = ZEROES
            AND     QZSTUF OF PAZUQIZ-P NOT = QIZ-STUF
                    GO TO ZIE-FRA-20
           END-IF.
           IF       KAND-ANZ NOT < KAND-MAX
                    GO TO ZIE-FRA-40
           END-IF.
           ADD      1 TO KAND-ANZ.
           MOVE     QZLFDN OF PAZUQIZ-P TO KAND-LFDN(KAND-ANZ).
           GO TO    ZIE-FRA-20.

       ZIE-FRA-40.
           MOVE     QIZ-ANZ TO ZIEH-ANZ.
           IF       KAND-ANZ < ZIEH-ANZ
                    MOVE KAND-ANZ TO ZIEH-ANZ
           END-IF.
           MOVE     ZEROES TO ZIEH-IX.

       ZIE-FRA-60.
      * AUS DEN NOCH NICHT GEZOGENEN EINE FRAGE AN STELLE ZIEH-IX
      * TAUSCHEN
           ADD      1 TO ZIEH-IX.
           IF       ZIEH-IX > ZIEH-ANZ
                    GO TO ZIE-FRA-90
           END-IF.

           COMPUTE  RANDOM-MAX = KAND-ANZ - ZIEH-IX + 1.
           MOVE     ZEROES    TO RANDOM-NUM.
           CALL     PROCEDURE "CCP0004" USING RANDOM-SEED
                                              RANDOM-MAX
                                              RANDOM-NUM
           END-CALL.

      * SAAT WEITERDREHEN, SONST LIEFERT JEDER ZUG DIE GLEICHE ZAHL
           ADD      RANDOM-NUM TO RANDOM-SEED.
           ADD      ZIEH-IX    TO RANDOM-SEED.

           IF       RANDOM-NUM < 1
            OR      RANDOM-NUM > RANDOM-MAX
                    MOVE 1 TO RANDOM-NUM
           END-IF.
           COMPUTE  KAND-POS = ZIEH-IX + RANDOM-NUM - 1.
           MOVE     KAND-LFDN(ZIEH-IX)  TO KAND-HLP.
           MOVE     KAND-LFDN(KAND-POS) TO KAND-LFDN(ZIEH-IX).
           MOVE     KAND-HLP            TO KAND-LFDN(KAND-POS).
           GO TO    ZIE-FRA-60.

       ZIE-FRA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DIE GEZOGENEN FRAGEN NACHEINANDER STELLEN (FMT05)
      *--------------------------------------------------------------
       STELLE-FRAGEN SECTION.
       STE-FRA-00.

           MOVE     ZEROES TO ANZ-GESTELLT ANZ-RICHTIG ABBRUCH.
           MOVE     SPACES TO VORERG-WRK MELDUNG-WRK.
           MOVE     ZEROES TO ZIEH-IX.

       STE-FRA-10.
           ADD      1 TO ZIEH-IX.
           IF       ZIEH-IX > ZIEH-ANZ
                    GO TO STE-FRA-90
           END-IF.

           INITIALIZE PAZUQIZF OF PAZUQIZ-P.
           MOVE     KAND-LFDN(ZIEH-IX) TO QZLFDN OF PAZUQIZ-P.
           READ     PAZUQIZ-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO STE-FRA-10
           END-IF.

           INITIALIZE FORMAT5.

       STE-FRA-20.
           MOVE     "AZP0321"           TO MAINUEB OF FORMAT5.
           MOVE     "AZP0321*5"         TO SUBUEB  OF FORMAT5.
           MOVE     PGM-TYP             TO PGMTYP  OF FORMAT5.
           MOVE     ZIEH-IX             TO LFDNR   OF FORMAT5.
           MOVE     ZIEH-ANZ            TO GESANZ  OF FORMAT5.
           MOVE     QZBER  OF PAZUQIZ-P TO QZBER   OF FORMAT5.
           MOVE     QIZ-BERTXT          TO BERTXT  OF FORMAT5.
           MOVE     QZSTUF OF PAZUQIZ-P TO QZSTUF  OF FORMAT5.
           MOVE     QZTYP  OF PAZUQIZ-P TO QZTYP   OF FORMAT5.
           MOVE     QZFRAG OF PAZUQIZ-P TO QZFRAG  OF FORMAT5.
           MOVE     QZANTA OF PAZUQIZ-P TO QZANTA  OF FORMAT5.
           MOVE     QZANTB OF PAZUQIZ-P TO QZANTB  OF FORMAT5.
           MOVE     QZANTC OF PAZUQIZ-P TO QZANTC  OF FORMAT5.
           MOVE     QZANTD OF PAZUQIZ-P TO QZANTD  OF FORMAT5.
           MOVE     VORERG-WRK          TO VORERG  OF FORMAT5.
           MOVE     MELDUNG-WRK         TO MELD    OF FORMAT5.
           MOVE     CORR   INXX     TO  FORMAT5-O-INDIC.
           MOVE     "FMT05"         TO  FMT-WRK.
           MOVE     FORMAT5         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-WRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK TO FORMAT5-I.
           MOVE     CORR FORMAT5-I TO FORMAT5.
           MOVE     AUS  TO INXX.
           MOVE     SPACES TO MELDUNG-WRK.

      * F3 ENDE
           IF       IN03 OF FORMAT5-I-INDIC = AN
                    MOVE "1" TO F3
                    GO TO STE-FRA-90
           END-IF.

      * F12 QUIZ ABBRECHEN
           IF       IN12 OF FORMAT5-I-INDIC = AN
                    MOVE 1 TO ABBRUCH
                    GO TO STE-FRA-90
           END-IF.

           IF       ANTWRT OF FORMAT5 = SPACES
                    MOVE "BITTE ANTWORT EINGEBEN" TO MELDUNG-WRK
                    GO TO STE-FRA-20
           END-IF.

           PERFORM  PRUEFE-ANTWORT.
           ADD      1 TO ANZ-GESTELLT.

      * RUECKMELDUNG FUER DIE NAECHSTE SEITE
           MOVE     SPACES TO VORERG-WRK.
           IF       ERG-WRK = "1"
                    ADD  1 TO ANZ-RICHTIG
                    MOVE "VORIGE FRAGE: RICHTIG" TO VORERG-WRK
           ELSE
                    PERFORM ERMITTLE-LOESUNGSTEXT
           END-IF.

           PERFORM  SCHREIBE-VERSUCH.
           PERFORM  ZAEHLE-STATISTIK.
           GO TO    STE-FRA-10.

       STE-FRA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANTWORT BEWERTEN: ERG-WRK = "1" RICHTIG, SONST "0"
      *--------------------------------------------------------------
       PRUEFE-ANTWORT SECTION.
       PRU-ANT-00.

           MOVE     "0" TO ERG-WRK.

           MOVE     ANTWRT OF FORMAT5 TO NORM-TEXT.
           PERFORM  NORMIERE-TEXT.
           MOVE     NORM-TEXT TO ANT-WRK.

      * MEHRFACHAUSWAHL: GENAU DER BUCHSTABE DER LOESUNG
           IF       QZTYP OF PAZUQIZ-P = "M"
                    IF   ANT-WRK(1:1) = QZLOES OF PAZUQIZ-P(1:1)
                     AND ANT-WRK(2:)  = SPACES
                         MOVE "1" TO ERG-WRK
                    END-IF
                    GO TO PRU-ANT-90
           END-IF.

      * KURZANTWORT: EINE DER MIT ";" GETRENNTEN ALTERNATIVEN
           MOVE     QZLOES OF PAZUQIZ-P TO LOES-WRK.
           INITIALIZE ALT-TAB.
           UNSTRING LOES-WRK DELIMITED BY ";"
                    INTO ALT-TEXT(1)
                         ALT-TEXT(2)
                         ALT-TEXT(3)
                         ALT-TEXT(4)
                         ALT-TEXT(5)
           END-UNSTRING.
           MOVE     ZEROES TO ALT-IX.

       PRU-ANT-20.
           ADD      1 TO ALT-IX.
           IF       ALT-IX > 5
                    GO TO PRU-ANT-90
           END-IF.
           MOVE     ALT-TEXT(ALT-IX) TO NORM-TEXT.
           PERFORM  NORMIERE-TEXT.
           IF       NORM-TEXT NOT = SPACES
            AND     NORM-TEXT = ANT-WRK
                    MOVE "1" TO ERG-WRK
                    GO TO PRU-ANT-90
           END-IF.
           GO TO    PRU-ANT-20.

       PRU-ANT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NORM-TEXT IN GROSSBUCHSTABEN OHNE FUEHRENDE LEERSTELLEN
      *--------------------------------------------------------------
       NORMIERE-TEXT SECTION.
       NOR-TXT-00.

           INSPECT  NORM-TEXT CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF       NORM-TEXT = SPACES
                    GO TO NOR-TXT-90
           END-IF.

           MOVE     1 TO NORM-POS.

       NOR-TXT-20.
           IF       NORM-TEXT(NORM-POS:1) = SPACE
                    ADD 1 TO NORM-POS
                    GO TO NOR-TXT-20
           END-IF.

           IF       NORM-POS > 1
                    MOVE NORM-TEXT(NORM-POS:) TO NORM-HLP
                    MOVE NORM-HLP             TO NORM-TEXT
           END-IF.

       NOR-TXT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * RUECKMELDUNG BEI FALSCHER ANTWORT MIT DER RICHTIGEN LOESUNG
      *--------------------------------------------------------------
       ERMITTLE-LOESUNGSTEXT SECTION.
       ERM-LOE-00.

           MOVE     SPACES TO LOES-WRK.
           IF       QZTYP OF PAZUQIZ-P = "M"
                    MOVE QZLOES OF PAZUQIZ-P(1:1) TO LOES-WRK(1:1)
                    MOVE ")"                      TO LOES-WRK(2:1)
                    EVALUATE QZLOES OF PAZUQIZ-P(1:1)
                         WHEN "A"
                              MOVE QZANTA OF PAZUQIZ-P TO LOES-WRK(4:)
                         WHEN "B"
                              MOVE QZANTB OF PAZUQIZ-P TO LOES-WRK(4:)
                         WHEN "C"
                              MOVE QZANTC OF PAZUQIZ-P TO LOES-WRK(4:)
                         WHEN "D"
                              MOVE QZANTD OF PAZUQIZ-P TO LOES-WRK(4:)
                    END-EVALUATE
           ELSE
                    UNSTRING QZLOES OF PAZUQIZ-P DELIMITED BY ";"
                             INTO LOES-WRK
                    END-UNSTRING
           END-IF.

           STRING   "VORIGE FRAGE: FALSCH, RICHTIG: " DELIMITED BY SIZE
                    LOES-WRK                           DELIMITED BY SIZE
                    INTO VORERG-WRK
           END-STRING.

       ERM-LOE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANTWORT ALS VERSUCH IN PSCHULLOG FESTHALTEN
      *--------------------------------------------------------------
       SCHREIBE-VERSUCH SECTION.
       SCH-VER-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PSCHULLOGF OF PSCHULLOG-P.
      * NAECHSTE LAUFENDE NUMMER ERMITTELN
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PSCHULLOG" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK             TO SLLFDN OF PSCHULLOG-P.

      * TEILNEHMER, BEREICH UND FRAGE FESTHALTEN
           MOVE     T-USER               TO SLUSER   OF PSCHULLOG-P.
           MOVE     ZEROES               TO SLAKTION OF PSCHULLOG-P.
           MOVE     "Q"                  TO SLART    OF PSCHULLOG-P.
           MOVE     QZBER  OF PAZUQIZ-P  TO SLBER    OF PSCHULLOG-P.
           MOVE     QZLFDN OF PAZUQIZ-P  TO SLFRNR   OF PSCHULLOG-P.
           MOVE     ERG-WRK              TO SLERG    OF PSCHULLOG-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO STAUSR OF PSCHULLOG-P.
           MOVE     T-TERM            TO STABS  OF PSCHULLOG-P.
           MOVE     PGM-WRK           TO STAPGM OF PSCHULLOG-P.
           MOVE     DATE-8            TO STADTA OF PSCHULLOG-P.
           MOVE     TIME-6            TO STATIA OF PSCHULLOG-P.

           WRITE    PSCHULLOG-P.

       SCH-VER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FRAGENSTATISTIK: BEANTWORTET UND FALSCH BEANTWORTET
      *--------------------------------------------------------------
       ZAEHLE-STATISTIK SECTION.
       ZAE-STA-00.

           READ     PAZUQIZ-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-STA-90
           END-IF.

           ADD      1 TO QZANZ OF PAZUQIZ-P.
           IF       ERG-WRK NOT = "1"
                    ADD 1 TO QZFEHL OF PAZUQIZ-P
           END-IF.
           REWRITE  PAZUQIZ-P.

       ZAE-STA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ERGEBNIS DES DURCHGANGS UND PRUEFUNGSREIFE IM BEREICH (FMT06)
      *--------------------------------------------------------------
       ZEIGE-ERGEBNIS SECTION.
       ZEI-ERG-00.

      * ALLE QUIZ-ANTWORTEN DES AZUBIS IN DIESEM BEREICH
           INITIALIZE BER-DATEN.
           INITIALIZE PSCHULLOGF OF PSCHULLOG-P.
           START    PSCHULLOG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZEI-ERG-40
           END-IF.

       ZEI-ERG-20.
           READ     PSCHULLOG-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZEI-ERG-40
           END-IF.
           IF       SLUSER OF PSCHULLOG-P NOT = T-USER
            OR      SLART  OF PSCHULLOG-P NOT = "Q"
            OR      SLBER  OF PSCHULLOG-P NOT = QIZ-BER
                    GO TO ZEI-ERG-20
           END-IF.
           MOVE     SLBER OF PSCHULLOG-P TO BER-SUCH.
           MOVE     SLERG OF PSCHULLOG-P TO BER-ERG.
           PERFORM  COPY-QIZ-SAMMELN.
           GO TO    ZEI-ERG-20.

       ZEI-ERG-40.
           PERFORM  COPY-QIZ-BEWERTEN.

           MOVE     ZEROES TO QUOTE-WRK.
           COMPUTE  QUOTE-WRK ROUNDED =
                    ANZ-RICHTIG * 100 / ANZ-GESTELLT.

           INITIALIZE FORMAT6.
           MOVE     "AZP0321"         TO MAINUEB OF FORMAT6.
           MOVE     "AZP0321*6"       TO SUBUEB  OF FORMAT6.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT6.
           MOVE     QIZ-BER           TO QZBER   OF FORMAT6.
           MOVE     QIZ-BERTXT        TO BERTXT  OF FORMAT6.
           MOVE     VORERG-WRK        TO VORERG  OF FORMAT6.
           MOVE     ANZ-GESTELLT      TO GESANZ  OF FORMAT6.
           MOVE     ANZ-RICHTIG       TO ANZRIC  OF FORMAT6.
           MOVE     QUOTE-WRK         TO QIZQUO  OF FORMAT6.
           IF       BER-ANZ-EIN NOT = ZEROES
                    MOVE BER-ANZ(1)    TO BERANZ  OF FORMAT6
                    MOVE BER-QUOTE(1)  TO BERQUO  OF FORMAT6
                    MOVE BER-MINQUO(1) TO MINQUO  OF FORMAT6
                    MOVE BER-MINANZ(1) TO MINANZ  OF FORMAT6
                    IF   BER-BEREIT(1) = "J"
                         MOVE "PRUEFUNGSREIF"       TO BEREIT OF FORMAT6
                    ELSE
                         MOVE "NOCH NICHT PRUEFUNGSREIF"
                                                    TO BEREIT OF FORMAT6
                    END-IF
           END-IF.

           MOVE     CORR   INXX     TO  FORMAT6-O-INDIC.
           MOVE     "FMT06"         TO  FMT-WRK.
           MOVE     FORMAT6         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-WRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK TO FORMAT6-I.
           MOVE     AUS  TO INXX.

      * F3 ENDE, SONST ZURUECK ZUM STARTBILD
           IF       IN03 OF FORMAT6-I-INDIC = AN
                    MOVE "1" TO F3
           END-IF.

       ZEI-ERG-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-QIZ-*: PRUEFUNGSREIFE JE PRUEFUNGSBEREICH
      *---------------------------------------------------------------

           COPY     QIZBER     OF APG-QCPYSRC.
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
