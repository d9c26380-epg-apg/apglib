       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0280.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * PFLEGE BEDEUTUNG DER LED-POSITIONEN JE LEISTENTYP             *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  PFLEGT IN PLEDPOS JE LEISTENTYP (LDTYP AUS   *
      *                  DEM GERAETEREGISTER XXP0279) UND LED-        *
      *                  POSITION 1-48 DIE BEDEUTUNG DER LED. DIE     *
      *                  ANALYSE XXP0001 ZEIGT DIESE TEXTE ZU DEN     *
      *                  LEDS DES GEWAEHLTEN GERAETS AN. EINE LEERE   *
      *                  BEDEUTUNG LOESCHT DEN EINTRAG.               *
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
                  ASSIGN       TO  WORKSTATION-XXD0280DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PLEDPOS: LPTYP, LPLED (BEDEUTUNG DER LED-POSITIONEN)
      *-------------------------------------------------------------
           SELECT PLEDPOS-DP
                  ASSIGN       TO  DATABASE-PLEDPOS
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
           COPY DDS-ALL-FORMATS OF XXD0280DE.
      /
      *--- PLEDPOS: LPTYP, LPLED
       FD  PLEDPOS-DP
           LABEL RECORDS ARE STANDARD.
       01  PLEDPOS-P.
           COPY DDS-ALL-FORMATS OF PLEDPOS.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN41                          PIC 1.
        05 IN42                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  XXD0280DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  XXD0280DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0280".
       01  PGM-TYP                       PIC X(8)  VALUE "LED".

      * SONSTIGE VARIABLEN
       01  NEUANLAGE                     PIC 9(1).
       01  GELESEN                       PIC 9(1).
      * SCHLUESSEL DES ZULETZT GELESENEN EINTRAGS
       01  LETZT-TYP                     PIC X(10).
       01  LETZT-LED                     PIC 9(3).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0280" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0280DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     I-O   PLEDPOS-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           INITIALIZE FORMAT1.
           MOVE     SPACES TO LETZT-TYP.
           MOVE     ZEROES TO LETZT-LED GELESEN.

       ANF020.
      * BEDEUTUNG ANZEIGEN/ERFASSEN
           PERFORM  ANZEIGE-DATEN.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       F12 = "1"
                    INITIALIZE F12
                    INITIALIZE FORMAT1
                    MOVE SPACES TO LETZT-TYP
                    MOVE ZEROES TO LETZT-LED GELESEN
           END-IF.
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PLEDPOS-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * BEDEUTUNG ANZEIGEN, PRUEFEN UND SPEICHERN
      *--------------------------------------------------------------
       ANZEIGE-DATEN SECTION.
       ANZ-DAT-00.

      * ZUM EINGEGEBENEN SCHLUESSEL DEN SATZ LESEN; DER TEXT WIRD
      * NUR BEIM ERSTEN ANZEIGEN EINES SCHLUESSELS UEBERNOMMEN
           MOVE     1 TO NEUANLAGE.
           IF       LPTYP OF FORMAT1 = SPACES
            OR      LPLED OF FORMAT1 = ZEROES
                    GO TO ANZ-DAT-20
           END-IF.

           INITIALIZE PLEDPOSF OF PLEDPOS-P.
           MOVE     LPTYP OF FORMAT1 TO LPTYP OF PLEDPOS-P.
           MOVE     LPLED OF FORMAT1 TO LPLED OF PLEDPOS-P.
           READ     PLEDPOS-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE ZEROES TO NEUANLAGE
           END-IF.

           IF       LPTYP OF FORMAT1 NOT = LETZT-TYP
            OR      LPLED OF FORMAT1 NOT = LETZT-LED
                    MOVE LPTYP OF FORMAT1 TO LETZT-TYP
                    MOVE LPLED OF FORMAT1 TO LETZT-LED
                    MOVE ZEROES TO GELESEN
           END-IF.
           IF       GELESEN = ZEROES
                    MOVE 1 TO GELESEN
                    IF   NEUANLAGE = ZEROES
                         MOVE LPTXT OF PLEDPOS-P TO LPTXT OF FORMAT1
                    ELSE
                         MOVE SPACES TO LPTXT OF FORMAT1
                    END-IF
                    GO TO ANZ-DAT-20
           END-IF.

      * SCHLUESSEL UNVERAENDERT: EINGABE SPEICHERN
           IF       LPLED OF FORMAT1 > 48
                    GO TO ANZ-DAT-20
           END-IF.

           EVALUATE TRUE
                    WHEN NEUANLAGE NOT = ZEROES
                     AND LPTXT OF FORMAT1 NOT = SPACES
                         PERFORM ADD-ENTRY
                    WHEN NEUANLAGE = ZEROES
                     AND LPTXT OF FORMAT1 NOT = SPACES
                         PERFORM CHANGE-ENTRY
                    WHEN NEUANLAGE = ZEROES
                         PERFORM DELETE-ENTRY
           END-EVALUATE.

      * NAECHSTE POSITION DESSELBEN TYPS VORSCHLAGEN
           IF       LPLED OF FORMAT1 < 48
                    ADD 1 TO LPLED OF FORMAT1
           END-IF.
           MOVE     ZEROES TO GELESEN.
           GO TO    ANZ-DAT-00.

       ANZ-DAT-20.
      * UEBERSCHRIFT
           MOVE     "XXP0280"         TO MAINUEB OF FORMAT1.
           MOVE     "XXP0280*1"       TO SUBUEB  OF FORMAT1.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT1.

           IF       NEUANLAGE = ZEROES
                    MOVE AUS TO IN41 OF INXX
                    MOVE AN  TO IN42 OF INXX
           ELSE
                    MOVE AN  TO IN41 OF INXX
                    MOVE AUS TO IN42 OF INXX
           END-IF.

      * ANZEIGE FORMAT
           MOVE     CORR   INXX     TO  FORMAT1-O-INDIC.
           MOVE     "FMT01"         TO  FMT-WRK.
           MOVE     FORMAT1         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-WRITE.
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

           GO TO    ANZ-DAT-00.

       ANZ-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HINZUFUEGEN EINER BEDEUTUNG
      *--------------------------------------------------------------
       ADD-ENTRY SECTION.
       ADD-ENT-00.

           INITIALIZE PLEDPOSF OF PLEDPOS-P.
           MOVE     LPTYP OF FORMAT1  TO LPTYP  OF PLEDPOS-P.
           MOVE     LPLED OF FORMAT1  TO LPLED  OF PLEDPOS-P.
           MOVE     LPTXT OF FORMAT1  TO LPTXT  OF PLEDPOS-P.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

      * ANLAGEDATEN FUELLEN
           MOVE     DATE-8            TO LPADTA OF PLEDPOS-P.
           MOVE     TIME-6            TO LPATIA OF PLEDPOS-P.
           MOVE     T-USER            TO LPAUSR OF PLEDPOS-P.
           MOVE     T-TERM            TO LPABS  OF PLEDPOS-P.
           MOVE     PGM-WRK           TO LPAPGM OF PLEDPOS-P.

           WRITE    PLEDPOS-P.

       ADD-ENT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AENDERN EINER BEDEUTUNG
      *--------------------------------------------------------------
       CHANGE-ENTRY SECTION.
       CHG-ENT-00.

           INITIALIZE PLEDPOSF OF PLEDPOS-P.
           MOVE     LPTYP OF FORMAT1  TO LPTYP  OF PLEDPOS-P.
           MOVE     LPLED OF FORMAT1  TO LPLED  OF PLEDPOS-P.
           READ     PLEDPOS-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO CHG-ENT-90
           END-IF.

           MOVE     LPTXT OF FORMAT1  TO LPTXT  OF PLEDPOS-P.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO LPMSER OF PLEDPOS-P.
           MOVE     T-TERM            TO LPMBS  OF PLEDPOS-P.
           MOVE     PGM-WRK           TO LPMPGM OF PLEDPOS-P.
           MOVE     DATE-8            TO LPMDTA OF PLEDPOS-P.
           MOVE     TIME-6            TO LPMTIA OF PLEDPOS-P.

           REWRITE  PLEDPOS-P.

       CHG-ENT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LOESCHEN EINER BEDEUTUNG
      *--------------------------------------------------------------
       DELETE-ENTRY SECTION.
       DEL-ENT-00.

           INITIALIZE PLEDPOSF OF PLEDPOS-P.
           MOVE     LPTYP OF FORMAT1  TO LPTYP  OF PLEDPOS-P.
           MOVE     LPLED OF FORMAT1  TO LPLED  OF PLEDPOS-P.
           READ     PLEDPOS-DP.
           IF       FILE-STATUS = ZEROES
                    DELETE PLEDPOS-DP
           END-IF.

       DEL-ENT-90.
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
