       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0229.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * INVENTUR: ERFASSEN DER ZAEHLMENGEN                            *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT DIE ZAEHLSAETZE DER OFFENEN INVENTUR   *
      *                  (PKDINV, XXP0228) ALS SUBFILE AN, AB DEM     *
      *                  IM KOPF ANGEGEBENEN ARTIKEL. JE ZEILE WIRD   *
      *                  DIE GEZAEHLTE MENGE (IVIST) ERFASST, JEDE    *
      *                  GEAENDERTE ZEILE GILT ALS GEZAEHLT (IVGEZ),  *
      *                  AUCH MIT MENGE NULL. DER BUCHBESTAND WIRD    *
      *                  NICHT ANGEZEIGT (BLINDZAEHLUNG). GEBUCHT     *
      *                  WIRD DIE INVENTUR IN XXP0230.                *
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
                  ASSIGN       TO  WORKSTATION-XXD0229DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PKDART: ARTIKELSTAMM
      *-------------------------------------------------------------
           SELECT PKDART-DP
                  ASSIGN       TO  DATABASE-PKDART
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDINV: INVENTUR-ZAEHLSAETZE
      *-------------------------------------------------------------
           SELECT PKDINV-DP
                  ASSIGN       TO  DATABASE-PKDINV
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
           COPY DDS-ALL-FORMATS OF XXD0229DE.
      /
      *--- PKDART: KAANR
       FD  PKDART-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDART-P.
           COPY DDS-ALL-FORMATS OF PKDART.
      /
      *--- PKDINV: IVINVN, IVANR
       FD  PKDINV-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDINV-P.
           COPY DDS-ALL-FORMATS OF PKDINV.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  XXD0229DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  XXD0229DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD0229DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD0229DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0229".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * NUMMER DER OFFENEN INVENTUR
       01  INVN-WRK                      PIC 9(9).

      * ANZAHL DER IN DIESEM DIALOGSCHRITT ERFASSTEN ZEILEN
       77  ANZ-GEZAEHLT                  PIC 9(5)  COMP.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0229" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0229DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     INPUT PKDART-DP.
           OPEN     I-O   PKDINV-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

      * OHNE OFFENE INVENTUR GIBT ES NICHTS ZU ERFASSEN
           PERFORM  SUCHE-OFFENE-INVENTUR.
           IF       INVN-WRK = ZEROES
                    PERFORM MELDE-KEINE-INVENTUR
                    GO TO ENDE
           END-IF.

           INITIALIZE FORMAT1.

       ANF020.
      * ZAEHLMENGEN ERFASSEN
           PERFORM  ANZEIGE-DATEN.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       F12 = "1"
                    GO TO ENDE
           END-IF.
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PKDART-DP
                    PKDINV-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * NOCH NICHT GEBUCHTE INVENTUR (IVSTS 0) SUCHEN
      *--------------------------------------------------------------
       SUCHE-OFFENE-INVENTUR SECTION.
       SUC-OIN-00.

           INITIALIZE INVN-WRK.

           INITIALIZE PKDINVF OF PKDINV-P.
           START    PKDINV-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUC-OIN-90
           END-IF.

       SUC-OIN-20.
           READ     PKDINV-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUC-OIN-90
           END-IF.

           IF       IVSTS OF PKDINV-P = "0"
                    MOVE IVINVN OF PKDINV-P TO INVN-WRK
                    GO TO SUC-OIN-90
           END-IF.

           GO TO    SUC-OIN-20.

       SUC-OIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZAEHLSAETZE ANZEIGEN UND GEAENDERTE ZEILEN UEBERNEHMEN
      *--------------------------------------------------------------
       ANZEIGE-DATEN SECTION.
       ANZ-DAT-00.

       ANZ-DAT-20.
      * UEBERSCHRIFT
           MOVE     "XXP0200"         TO MAINUEB OF FORMAT1.
           MOVE     "XXP0229*1"       TO SUBUEB  OF FORMAT1.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT1.
           MOVE     INVN-WRK          TO IVINVN  OF FORMAT1.

      * ZAEHLSAETZE IN DAS SUBFILE LADEN
           PERFORM  LADE-ZAEHLSAETZE.

      * ANZEIGE FORMAT
           MOVE     CORR   INXX     TO  FORMAT1-O-INDIC.
           MOVE     "FMT01"         TO  FMT-WRK.
           MOVE     FORMAT1         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK TO FORMAT1-I.
           MOVE     CORR FORMAT1-I TO FORMAT1.
           MOVE     AUS  TO INXX.

      * F3 ENDE
           IF       IN03 OF FORMAT1-I-INDIC = AN
                    MOVE "1" TO F3
                    GO TO ANZ-DAT-90
           END-IF.

      * F12 ABBRECHEN
           IF       IN12 OF FORMAT1-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ANZ-DAT-90
           END-IF.

      * ALLE GEAENDERTEN ZEILEN ALS GEZAEHLT UEBERNEHMEN
           INITIALIZE ANZ-GEZAEHLT.
           PERFORM  UEBERNEHME-ZAEHLUNG.

       ANZ-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZAEHLSAETZE DER INVENTUR AB DEM ARTIKEL AUS DEM KOPF IN
      * DAS SUBFILE LADEN
      *--------------------------------------------------------------
       LADE-ZAEHLSAETZE SECTION.
       LAD-ZAE-00.

      * SUBFILE-CLEAR
           INITIALIZE FORMAT2.
           MOVE     ZEROES  TO SUBFILE-RECORD-NUMBER.
           MOVE     ZEROES  TO ANZREC-WRK.
           MOVE     AN      TO IN95 OF INXX.
           MOVE     AUS     TO IN91 OF INXX.
           MOVE     AUS     TO IN96 OF INXX.
           MOVE     CORR INXX  TO FORMAT1-O-INDIC.
           MOVE     "FMT01" TO FMT-WRK.
           MOVE     FORMAT1 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           MOVE     AUS TO INXX.

           INITIALIZE PKDINVF OF PKDINV-P.
           MOVE     INVN-WRK          TO IVINVN OF PKDINV-P.
           MOVE     IVANR OF FORMAT1  TO IVANR  OF PKDINV-P.
           START    PKDINV-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-ZAE-40
           END-IF.

       LAD-ZAE-20.
           READ     PKDINV-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-ZAE-40
           END-IF.
           IF       IVINVN OF PKDINV-P NOT = INVN-WRK
                    GO TO LAD-ZAE-40
           END-IF.

           INITIALIZE PKDARTF OF PKDART-P.
           MOVE     IVANR OF PKDINV-P TO KAANR OF PKDART-P.
           READ     PKDART-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    INITIALIZE PKDARTF OF PKDART-P
           END-IF.

      * SUBFILE-ZEILE FUELLEN (OHNE BUCHBESTAND)
           INITIALIZE FORMAT2.
           MOVE     IVANR  OF PKDINV-P   TO IVANR  OF FORMAT2.
           MOVE     KABEZ  OF PKDART-P   TO KABEZ  OF FORMAT2.
           MOVE     KAEINH OF PKDART-P   TO KAEINH OF FORMAT2.
           MOVE     IVIST  OF PKDINV-P   TO IVIST  OF FORMAT2.
           MOVE     IVGEZ  OF PKDINV-P   TO IVGEZ  OF FORMAT2.

           ADD      1            TO ANZREC-WRK.
           ADD      1            TO SUBFILE-RECORD-NUMBER.
           MOVE     "FMT02"      TO FMT-WRK.
           MOVE     FORMAT2      TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           GO TO    LAD-ZAE-20.

       LAD-ZAE-40.
           MOVE     AUS    TO IN95  IN  INXX.
           MOVE     AN     TO IN96  IN  INXX.
           IF       ANZREC-WRK NOT = ZEROES
                    MOVE AN  TO IN91 OF INXX
           ELSE
                    MOVE AUS TO IN91 OF INXX
           END-IF.

       LAD-ZAE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE GEAENDERTEN SUBFILEZEILEN LESEN UND DIE ZAEHLMENGE IN
      * DEN ZAEHLSATZ UEBERNEHMEN
      *--------------------------------------------------------------
       UEBERNEHME-ZAEHLUNG SECTION.
       UEB-ZAE-00.

      * LESEN VON SUBFILE NEXT MODIFIED RECORD
           MOVE     "FMT02" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-SFLREAD.
           IF       BS-STAT NOT = ZEROES
                    GO TO UEB-ZAE-90
           END-IF.

           MOVE     WSREC-WRK      TO FORMAT2-I.
           MOVE     CORR FORMAT2-I TO FORMAT2.

      * ZAEHLSATZ MIT SPERRE LESEN
           INITIALIZE PKDINVF OF PKDINV-P.
           MOVE     INVN-WRK          TO IVINVN OF PKDINV-P.
           MOVE     IVANR OF FORMAT2  TO IVANR  OF PKDINV-P.
           READ     PKDINV-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO UEB-ZAE-00
           END-IF.

      * INZWISCHEN GEBUCHT?
           IF       IVSTS OF PKDINV-P NOT = "0"
                    UNLOCK PKDINV-DP
                    GO TO UEB-ZAE-00
           END-IF.

           PERFORM  COPY-GET-TIME.

           MOVE     IVIST OF FORMAT2  TO IVIST  OF PKDINV-P.
           MOVE     "1"               TO IVGEZ  OF PKDINV-P.
           MOVE     T-USER            TO IVZUSR OF PKDINV-P.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO IVMSER OF PKDINV-P.
           MOVE     T-TERM            TO IVMBS  OF PKDINV-P.
           MOVE     PGM-WRK           TO IVMPGM OF PKDINV-P.
           MOVE     DATE-8            TO IVMDTA OF PKDINV-P.
           MOVE     TIME-6            TO IVMTIA OF PKDINV-P.

           REWRITE  PKDINV-P.
           ADD      1 TO ANZ-GEZAEHLT.

           GO TO    UEB-ZAE-00.

       UEB-ZAE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HINWEIS, DASS KEINE INVENTUR OFFEN IST
      *--------------------------------------------------------------
       MELDE-KEINE-INVENTUR SECTION.
       MEL-KIN-00.

           INITIALIZE SNDMSG-REC.
           MOVE "KEINE INVENTUR OFFEN - ERST XXP0228 AUFRUFEN"
                                      TO MSGTXT OF SNDMSG-REC(1:45).
           MOVE T-USER                TO USER   OF SNDMSG-REC.
           CALL     "CLP0010" USING SNDMSG-REC
                                    RET-CODE
           END-CALL.

       MEL-KIN-90.
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
      *---------------------------------------------------------------
      * COPY-DSP-*: ALLE DISPLAYROUTINEN
      *---------------------------------------------------------------

           COPY     DSPWORKING OF APG-QCPYSRC.
      /
