       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              HMP0017.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * REGRESSIONSTESTFAELLE FUER BATCHPROGRAMME PFLEGEN             *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  PFLEGE DER TESTFAELLE PREGTST. JE PROGRAMM:  *
      *                  PARAMETERART UND PARAMETER DES AUFRUFS, BIS  *
      *                  ZU FUENF EINGABE- UND FUENF AUSGABEDATEIEN   *
      *                  SOWIE DIE DRUCKDATEI, DEREN SPOOL VERGLICHEN *
      *                  WIRD. DIE LISTE ZEIGT DIE AUFGENOMMENE BASIS *
      *                  UND DAS ERGEBNIS DES LETZTEN PRUEFLAUFS.     *
      *                  F6 NEUER TESTFALL, AUSWAHL 2 AENDERN,        *
      *                  AUSWAHL 4 LOESCHEN, AUSWAHL 7 BASIS          *
      *                  AUFNEHMEN, AUSWAHL 8 PRUEFLAUF (BEIDES UEBER *
      *                  HMP0018 IN DER ANGEGEBENEN TESTBIBLIOTHEK,   *
      *                  VORBELEGT AUS A400/REGTEST CFIN04).          *
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
                  ASSIGN       TO  WORKSTATION-HMD0017DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PREGTST: RTPGM (TESTFAELLE)
      *-------------------------------------------------------------
           SELECT PREGTST-DP
                  ASSIGN       TO  DATABASE-PREGTST
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
           COPY DDS-ALL-FORMATS OF HMD0017DE.
      /
      *--- PREGTST: RTPGM
       FD  PREGTST-DP
           LABEL RECORDS ARE STANDARD.
       01  PREGTST-P.
           COPY DDS-ALL-FORMATS OF PREGTST.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  HMD0017DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  HMD0017DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  HMD0017DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  HMD0017DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT5X.
           COPY  DDS-FMT05-O OF  HMD0017DE
           REPLACING FMT05-O BY FORMAT5
                     FMT05-O-INDIC BY FORMAT5-O-INDIC.

       01  FORMAT5Y.
           COPY  DDS-FMT05-I OF  HMD0017DE
           REPLACING FMT05-I BY FORMAT5-I
                     FMT05-I-INDIC BY FORMAT5-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "HMP0017".
       01  PGM-TYP                       PIC X(8)  VALUE "HERMES".
       01  AUSWAHL                       PIC X(2).

      * TESTBIBLIOTHEK UND PROGRAMMBIBLIOTHEK FUER DIE LAEUFE
       01  TST-LIB                       PIC X(10).
       01  PRG-LIB                       PIC X(10).

      * TESTFALL IN BEARBEITUNG (LEER = NEUANLAGE)
       01  BEA-PGM                       PIC X(10).

      * AUFRUF HMP0018
       01  LAUF-PGM                      PIC X(10).
       01  LAUF-MODUS                    PIC X(1).
       01  LAUF-RETCODE                  PIC X(1).

      * PRUEFUNG DER EINGABE
       01  EINGABE-OK                    PIC 9(1).
       01  MELDUNG-WRK                   PIC X(60).
       01  MELDUNG-LST                   PIC X(60).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "HMP0017" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "HMD0017DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     I-O   PREGTST-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F5, F12.
           INITIALIZE PRG-LIB, MELDUNG-LST.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

      * VORBELEGUNG DER TESTBIBLIOTHEK
           PERFORM  LESE-TESTBIBLIOTHEK.

       ANF020.
      * TESTFAELLE ANZEIGEN
           PERFORM  ANZEIGE-SUBFILE.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       F5 = "1"
                    INITIALIZE F5
           END-IF.
           IF       F12 = "1"
                    INITIALIZE F12
                    INITIALIZE PRG-LIB, MELDUNG-LST
                    PERFORM LESE-TESTBIBLIOTHEK
           END-IF.
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PREGTST-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * STANDARD-TESTBIBLIOTHEK AUS A400/REGTEST CFIN04
      *--------------------------------------------------------------
       LESE-TESTBIBLIOTHEK SECTION.
       LES-TBI-00.

           MOVE     SPACES TO TST-LIB.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "A400"            TO CFID   OF CFG-CPY.
           MOVE     "REGTEST"         TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
                    MOVE CFIN04 OF CFG-CPY(1:10) TO TST-LIB
           END-IF.

       LES-TBI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TESTFAELLE ALS SUBFILE ANZEIGEN
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

      * ALLE TESTFAELLE EINLESEN
           INITIALIZE PREGTSTF OF PREGTST-P.
           START    PREGTST-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

       ANZ-SFL-10.
           READ     PREGTST-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

      * SUBFILE-ZEILE FUELLEN
           INITIALIZE FORMAT2.
           MOVE     SPACES               TO AUSW   OF FORMAT2.
           MOVE     RTPGM  OF PREGTST-P  TO RTPGM  OF FORMAT2.
           MOVE     RTAKTV OF PREGTST-P  TO RTAKTV OF FORMAT2.
           MOVE     RTPTYP OF PREGTST-P  TO RTPTYP OF FORMAT2.
           MOVE     RTTEXT OF PREGTST-P(1:30)
                                         TO RTTEXT OF FORMAT2.
           MOVE     RTBDTA OF PREGTST-P  TO RTBDTA OF FORMAT2.
           MOVE     RTLDTA OF PREGTST-P  TO RTLDTA OF FORMAT2.
           MOVE     RTLERG OF PREGTST-P  TO RTLERG OF FORMAT2.
           MOVE     RTLANZ OF PREGTST-P  TO RTLANZ OF FORMAT2.
           ADD      1            TO ANZREC-WRK.
           ADD      1            TO SUBFILE-RECORD-NUMBER.
           MOVE     "FMT02"      TO FMT-WRK.
           MOVE     FORMAT2      TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           GO TO    ANZ-SFL-10.

       ANZ-SFL-20.
      * AUSGABE FUSSZEILE
           MOVE     SPACES  TO WSREC-WRK.
           MOVE     "FMT04" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-WRITE.

      * UEBERSCHRIFT, BIBLIOTHEKEN UND MELDUNG DES LETZTEN LAUFS
           MOVE     "HMP0017"         TO MAINUEB OF FORMAT3.
           MOVE     "HMP0017*3"       TO SUBUEB  OF FORMAT3.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT3.
           MOVE     TST-LIB           TO TSTLIB  OF FORMAT3.
           MOVE     PRG-LIB           TO PRGLIB  OF FORMAT3.
           MOVE     MELDUNG-LST       TO MELD    OF FORMAT3.
           MOVE     SPACES            TO MELDUNG-LST.

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

      * BIBLIOTHEKEN UEBERNEHMEN
           MOVE     TSTLIB OF FORMAT3 TO TST-LIB.
           MOVE     PRGLIB OF FORMAT3 TO PRG-LIB.

      * F3 ENDE
           IF       IN03 OF FORMAT3-I-INDIC = AN
                    MOVE "1" TO F3
                    GO TO ANZ-SFL-90
           END-IF.

      * F5 AKTUALISIEREN
           IF       IN05 OF FORMAT3-I-INDIC = AN
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * F6 NEUEN TESTFALL ERFASSEN
           IF       IN06 OF FORMAT3-I-INDIC = AN
                    MOVE SPACES TO BEA-PGM
                    PERFORM BEARBEITE-TESTFALL
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * F12 ABBRECHEN
           IF       IN12 OF FORMAT3-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ANZ-SFL-90
           END-IF.

       ANZ-SFL-50.
      * LESEN VON SUBFILE NEXT MODIFIED RECORD
           MOVE     "FMT02" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-SFLREAD.
           IF       BS-STAT NOT = ZEROES
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

           MOVE     WSREC-WRK      TO FORMAT2-I.
           MOVE     CORR FORMAT2-I TO FORMAT2.

           IF       AUSW OF FORMAT2 = SPACES
                    GO TO ANZ-SFL-50
           END-IF.

      * BERECHTIGUNG FUER DIESE FUNKTION UEBERPRUEFEN
           MOVE     SPACES           TO RET-CODE.
           MOVE     AUSW OF FORMAT2  TO AUSWAHL.
           CALL     "CFP9002" USING T-USER
                                    AUSWAHL
                                    PGM-WRK
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    MOVE     SPACES TO AUSW OF FORMAT2
                    MOVE     "FMT02" TO FMT-WRK
                    MOVE     FORMAT2 TO WSREC-WRK
                    PERFORM  COPY-DISPLAY-SFLREWRITE
                    GO TO ANZ-SFL-50
           END-IF.

      * 2 = TESTFALL AENDERN
           IF       AUSW OF FORMAT2 = "2"
                    MOVE RTPGM OF FORMAT2 TO BEA-PGM
                    PERFORM BEARBEITE-TESTFALL
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * 4 = TESTFALL LOESCHEN
           IF       AUSW OF FORMAT2 = "4"
                    MOVE RTPGM OF FORMAT2 TO BEA-PGM
                    PERFORM LOESCHE-TESTFALL
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * 7 = BASIS AUFNEHMEN, 8 = PRUEFLAUF
           IF       AUSW OF FORMAT2 = "7"
            OR      AUSW OF FORMAT2 = "8"
                    MOVE RTPGM OF FORMAT2 TO LAUF-PGM
                    IF   AUSW OF FORMAT2 = "7"
                         MOVE "B" TO LAUF-MODUS
                    ELSE
                         MOVE "P" TO LAUF-MODUS
                    END-IF
                    PERFORM STARTE-LAUF
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

           MOVE     SPACES  TO AUSW OF FORMAT2.
           MOVE     "FMT02" TO FMT-WRK.
           MOVE     FORMAT2 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLREWRITE.

           GO TO    ANZ-SFL-50.

       ANZ-SFL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BASISAUFNAHME ODER PRUEFLAUF FUER EINEN TESTFALL STARTEN,
      * DAS ERGEBNIS ERSCHEINT ALS MELDUNG UEBER DER LISTE
      *--------------------------------------------------------------
       STARTE-LAUF SECTION.
       STA-LAU-00.

           IF       TST-LIB = SPACES
                    MOVE "BITTE TESTBIBLIOTHEK EINGEBEN" TO MELDUNG-LST
                    GO TO STA-LAU-90
           END-IF.

           MOVE     SPACES TO LAUF-RETCODE.
           CALL     "HMP0018" USING LAUF-PGM
                                    TST-LIB
                                    PRG-LIB
                                    LAUF-MODUS
                                    LAUF-RETCODE
           END-CALL.

           MOVE     LAUF-PGM TO MELDUNG-LST(1:10).
           EVALUATE TRUE
                    WHEN LAUF-RETCODE NOT = SPACES
                         MOVE "FEHLGESCHLAGEN, SIEHE PROTOKOLL HMF0018"
                              TO MELDUNG-LST(12:39)
                    WHEN LAUF-MODUS = "B"
                         MOVE "BASIS AUFGENOMMEN"
                              TO MELDUNG-LST(12:17)
                    WHEN OTHER
                         MOVE "REGRESSIONSTEST BESTANDEN"
                              TO MELDUNG-LST(12:25)
           END-EVALUATE.

       STA-LAU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TESTFALL ERFASSEN (BEA-PGM = LEER) ODER AENDERN (FMT05)
      *--------------------------------------------------------------
       BEARBEITE-TESTFALL SECTION.
       BEA-TST-00.

           INITIALIZE FORMAT5.
           MOVE     SPACES TO MELDUNG-WRK.

           IF       BEA-PGM = SPACES
                    MOVE "R"      TO RTPTYP OF FORMAT5
                    MOVE "J"      TO RTAKTV OF FORMAT5
                    GO TO BEA-TST-20
           END-IF.

           INITIALIZE PREGTSTF OF PREGTST-P.
           MOVE     BEA-PGM TO RTPGM OF PREGTST-P.
           READ     PREGTST-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BEA-TST-90
           END-IF.
           MOVE     RTPGM  OF PREGTST-P TO RTPGM  OF FORMAT5.
           MOVE     RTTEXT OF PREGTST-P TO RTTEXT OF FORMAT5.
           MOVE     RTAKTV OF PREGTST-P TO RTAKTV OF FORMAT5.
           MOVE     RTPTYP OF PREGTST-P TO RTPTYP OF FORMAT5.
           MOVE     RTPARM OF PREGTST-P TO RTPARM OF FORMAT5.
           MOVE     RTEIN1 OF PREGTST-P TO RTEIN1 OF FORMAT5.
           MOVE     RTEIN2 OF PREGTST-P TO RTEIN2 OF FORMAT5.
           MOVE     RTEIN3 OF PREGTST-P TO RTEIN3 OF FORMAT5.
           MOVE     RTEIN4 OF PREGTST-P TO RTEIN4 OF FORMAT5.
           MOVE     RTEIN5 OF PREGTST-P TO RTEIN5 OF FORMAT5.
           MOVE     RTAUS1 OF PREGTST-P TO RTAUS1 OF FORMAT5.
           MOVE     RTAUS2 OF PREGTST-P TO RTAUS2 OF FORMAT5.
           MOVE     RTAUS3 OF PREGTST-P TO RTAUS3 OF FORMAT5.
           MOVE     RTAUS4 OF PREGTST-P TO RTAUS4 OF FORMAT5.
           MOVE     RTAUS5 OF PREGTST-P TO RTAUS5 OF FORMAT5.
           MOVE     RTSPL  OF PREGTST-P TO RTSPL  OF FORMAT5.
           MOVE     RTBDTA OF PREGTST-P TO RTBDTA OF FORMAT5.
           MOVE     RTBLIB OF PREGTST-P TO RTBLIB OF FORMAT5.

       BEA-TST-20.
           MOVE     MELDUNG-WRK     TO  MELD   OF FORMAT5.
           MOVE     CORR   INXX     TO  FORMAT5-O-INDIC.
           MOVE     "FMT05"         TO  FMT-WRK.
           MOVE     FORMAT5         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-WRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK TO FORMAT5-I.
           MOVE     CORR FORMAT5-I TO FORMAT5.
           MOVE     AUS  TO INXX.

      * F12 = ABBRECHEN
           IF       IN12 OF FORMAT5-I-INDIC = AN
                    GO TO BEA-TST-90
           END-IF.

      * DAS PROGRAMM IST DER SCHLUESSEL UND BLEIBT BEIM AENDERN
           IF       BEA-PGM NOT = SPACES
                    MOVE BEA-PGM TO RTPGM OF FORMAT5
           END-IF.

           PERFORM  PRUEFE-EINGABE.
           IF       EINGABE-OK = ZEROES
                    GO TO BEA-TST-20
           END-IF.

           PERFORM  COPY-GET-TIME.

      * AENDERN: SATZ SPERREN UND FELDER UEBERNEHMEN. EINE
      * GEAENDERTE DATEILISTE ODER ANDERE PARAMETER MACHEN DIE
      * AUFGENOMMENE BASIS NICHT UNGUELTIG, SIE SOLLTE ABER NEU
      * AUFGENOMMEN WERDEN (AUSWAHL 7)
           IF       BEA-PGM NOT = SPACES
                    INITIALIZE PREGTSTF OF PREGTST-P
                    MOVE BEA-PGM TO RTPGM OF PREGTST-P
                    READ PREGTST-DP
                    IF   FILE-STATUS NOT = ZEROES
                         GO TO BEA-TST-90
                    END-IF
                    PERFORM UEBERNIMM-FELDER
                    MOVE T-USER   TO RTMSER OF PREGTST-P
                    MOVE T-TERM   TO RTMBS  OF PREGTST-P
                    MOVE PGM-WRK  TO RTMPGM OF PREGTST-P
                    MOVE DATE-8   TO RTMDTA OF PREGTST-P
                    MOVE TIME-6   TO RTMTIA OF PREGTST-P
                    REWRITE PREGTST-P
                    GO TO BEA-TST-90
           END-IF.

      * NEUANLAGE OHNE BASIS UND OHNE PRUEFLAUF
           INITIALIZE PREGTSTF OF PREGTST-P.
           MOVE     RTPGM OF FORMAT5  TO RTPGM  OF PREGTST-P.
           PERFORM  UEBERNIMM-FELDER.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO RTAUSR OF PREGTST-P.
           MOVE     T-TERM            TO RTABS  OF PREGTST-P.
           MOVE     PGM-WRK           TO RTAPGM OF PREGTST-P.
           MOVE     DATE-8            TO RTADTA OF PREGTST-P.
           MOVE     TIME-6            TO RTATIA OF PREGTST-P.

           WRITE    PREGTST-P.

       BEA-TST-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINGABE DES TESTFALLS PRUEFEN (EINGABE-OK = 1, SONST
      * MELDUNG)
      *--------------------------------------------------------------
       PRUEFE-EINGABE SECTION.
       PRU-EIN-00.

           MOVE     ZEROES TO EINGABE-OK.
           MOVE     SPACES TO MELDUNG-WRK.

           IF       RTPGM OF FORMAT5 = SPACES
                    MOVE "BITTE PROGRAMM EINGEBEN" TO MELDUNG-WRK
                    GO TO PRU-EIN-90
           END-IF.

      * NEUANLAGE: JE PROGRAMM NUR EIN TESTFALL
           IF       BEA-PGM = SPACES
                    INITIALIZE PREGTSTF OF PREGTST-P
                    MOVE RTPGM OF FORMAT5 TO RTPGM OF PREGTST-P
                    READ PREGTST-DP WITH NO LOCK
                    IF   FILE-STATUS = ZEROES
                         MOVE "FUER DAS PROGRAMM GIBT ES SCHON EINEN"
                              TO MELDUNG-WRK
                         MOVE "TESTFALL" TO MELDUNG-WRK(39:8)
                         GO TO PRU-EIN-90
                    END-IF
           END-IF.

           IF       RTAKTV OF FORMAT5 NOT = "J"
            AND     RTAKTV OF FORMAT5 NOT = "N"
                    MOVE "AKTIV J ODER N" TO MELDUNG-WRK
                    GO TO PRU-EIN-90
           END-IF.

      * PARAMETER PASSEND ZUR PARAMETERART
           EVALUATE RTPTYP OF FORMAT5
                    WHEN "R"
                    WHEN "O"
                    WHEN "G"
                         CONTINUE
                    WHEN "D"
                    WHEN "T"
                         IF   RTPARM OF FORMAT5(1:8) NOT NUMERIC
                              MOVE "PARAMETER: DATUM JJJJMMTT"
                                   TO MELDUNG-WRK
                              GO TO PRU-EIN-90
                         END-IF
                    WHEN "M"
                    WHEN "U"
                         IF   RTPARM OF FORMAT5(1:6) NOT NUMERIC
                              MOVE "PARAMETER: MONAT JJJJMM"
                                   TO MELDUNG-WRK
                              GO TO PRU-EIN-90
                         END-IF
                    WHEN OTHER
                         MOVE "PARAMETERART R, D, G, T, M, U ODER O"
                              TO MELDUNG-WRK
                         GO TO PRU-EIN-90
           END-EVALUATE.

      * OHNE AUSGABEDATEI UND SPOOL GIBT ES NICHTS ZU VERGLEICHEN
           IF       RTAUS1 OF FORMAT5 = SPACES
            AND     RTAUS2 OF FORMAT5 = SPACES
            AND     RTAUS3 OF FORMAT5 = SPACES
            AND     RTAUS4 OF FORMAT5 = SPACES
            AND     RTAUS5 OF FORMAT5 = SPACES
            AND     RTSPL  OF FORMAT5 = SPACES
                    MOVE "MINDESTENS EINE AUSGABEDATEI ODER DRUCKDATEI"
                                     TO MELDUNG-WRK
                    GO TO PRU-EIN-90
           END-IF.

           MOVE     1 TO EINGABE-OK.

       PRU-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BILDSCHIRMFELDER IN DEN SATZ UEBERNEHMEN
      *--------------------------------------------------------------
       UEBERNIMM-FELDER SECTION.
       UEB-FEL-00.

           MOVE     RTTEXT OF FORMAT5 TO RTTEXT OF PREGTST-P.
           MOVE     RTAKTV OF FORMAT5 TO RTAKTV OF PREGTST-P.
           MOVE     RTPTYP OF FORMAT5 TO RTPTYP OF PREGTST-P.
           MOVE     RTPARM OF FORMAT5 TO RTPARM OF PREGTST-P.
           MOVE     RTEIN1 OF FORMAT5 TO RTEIN1 OF PREGTST-P.
           MOVE     RTEIN2 OF FORMAT5 TO RTEIN2 OF PREGTST-P.
           MOVE     RTEIN3 OF FORMAT5 TO RTEIN3 OF PREGTST-P.
           MOVE     RTEIN4 OF FORMAT5 TO RTEIN4 OF PREGTST-P.
           MOVE     RTEIN5 OF FORMAT5 TO RTEIN5 OF PREGTST-P.
           MOVE     RTAUS1 OF FORMAT5 TO RTAUS1 OF PREGTST-P.
           MOVE     RTAUS2 OF FORMAT5 TO RTAUS2 OF PREGTST-P.
           MOVE     RTAUS3 OF FORMAT5 TO RTAUS3 OF PREGTST-P.
           MOVE     RTAUS4 OF FORMAT5 TO RTAUS4 OF PREGTST-P.
           MOVE     RTAUS5 OF FORMAT5 TO RTAUS5 OF PREGTST-P.
           MOVE     RTSPL  OF FORMAT5 TO RTSPL  OF PREGTST-P.

       UEB-FEL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TESTFALL LOESCHEN (DIE MEMBER DER BASISBIBLIOTHEK BLEIBEN
      * STEHEN UND WERDEN BEI EINER NEUEN BASIS UEBERSCHRIEBEN)
      *--------------------------------------------------------------
       LOESCHE-TESTFALL SECTION.
       LOE-TST-00.

           INITIALIZE PREGTSTF OF PREGTST-P.
           MOVE     BEA-PGM TO RTPGM OF PREGTST-P.
           READ     PREGTST-DP.
           IF       FILE-STATUS = ZEROES
                    DELETE PREGTST-DP RECORD
           END-IF.

       LOE-TST-90.
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
