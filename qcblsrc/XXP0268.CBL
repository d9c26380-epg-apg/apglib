       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0268.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * PFLEGE DER TEAMZUORDNUNG DER MITARBEITER                      *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ORDNET EINEN H050-USER FUER EINEN GUELTIG-   *
      *                  KEITSZEITRAUM (ZOGVON/ZOGBIS, BIS NULL =     *
      *                  UNBEFRISTET) EINEM AKTIVEN TEAM AUS PORGEH   *
      *                  ZU (PORGZUO). DIE ZEITRAEUME EINES USERS     *
      *                  DUERFEN SICH NICHT UEBERSCHNEIDEN; EIN       *
      *                  TEAMWECHSEL WIRD DURCH BEFRISTEN DER ALTEN   *
      *                  UND ANLEGEN EINER NEUEN ZUORDNUNG ERFASST.   *
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
                  ASSIGN       TO  WORKSTATION-XXD0268DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PORGZUO: ZOLFDN
      *-------------------------------------------------------------
           SELECT PORGZUO-DP
                  ASSIGN       TO  DATABASE-PORGZUO
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PORGEH: OEID
      *-------------------------------------------------------------
           SELECT PORGEH-DP
                  ASSIGN       TO  DATABASE-PORGEH
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
           COPY DDS-ALL-FORMATS OF XXD0268DE.
      /
      *--- PORGZUO: ZOLFDN
       FD  PORGZUO-DP
           LABEL RECORDS ARE STANDARD.
       01  PORGZUO-P.
           COPY DDS-ALL-FORMATS OF PORGZUO.
      /
      *--- PORGEH: OEID
       FD  PORGEH-DP
           LABEL RECORDS ARE STANDARD.
       01  PORGEH-P.
           COPY DDS-ALL-FORMATS OF PORGEH.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN41                          PIC 1.
        05 IN42                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  XXD0268DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  XXD0268DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0268".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".

      * SONSTIGE VARIABLEN
       01  NEUANLAGE                     PIC 9(1).
       01  MELDUNG-WRK                   PIC X(60).
       01  UEBERSCHNEIDUNG               PIC 9(1).

      * OFFENES ENDE ALS HOECHSTES DATUM VERGLEICHEN
       01  NEU-BIS                       PIC 9(8).
       01  ALT-BIS                       PIC 9(8).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0268" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0268DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     I-O   PORGZUO-DP.
           OPEN     INPUT PORGEH-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           INITIALIZE FORMAT1.

       ANF020.
      * ZUORDNUNG ANZEIGEN/ERFASSEN
           PERFORM  ANZEIGE-DATEN.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       F12 = "1"
                    INITIALIZE F12
                    INITIALIZE FORMAT1
           END-IF.
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PORGZUO-DP
                    PORGEH-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ZUORDNUNG ANZEIGEN, EINGABEN PRUEFEN UND SPEICHERN
      *--------------------------------------------------------------
       ANZEIGE-DATEN SECTION.
       ANZ-DAT-00.

      * ZUR EINGEGEBENEN NUMMER DEN SATZ LESEN (NULL = NEUANLAGE)
           IF       ZOLFDN OF FORMAT1 NOT = ZEROES
                    INITIALIZE PORGZUOF OF PORGZUO-P
                    MOVE ZOLFDN OF FORMAT1 TO ZOLFDN OF PORGZUO-P
                    READ PORGZUO-DP WITH NO LOCK
                    IF   FILE-STATUS NOT = ZEROES
                         MOVE 1      TO NEUANLAGE
                    ELSE
                         MOVE ZEROES TO NEUANLAGE
      *                  STAMMDATEN IN DIE ANZEIGE UEBERNEHMEN
                         MOVE CORR PORGZUOF OF PORGZUO-P TO FORMAT1
                    END-IF
           ELSE
                    MOVE 1 TO NEUANLAGE
           END-IF.

       ANZ-DAT-20.
      * UEBERSCHRIFT
           MOVE     "XXP0268"         TO MAINUEB OF FORMAT1.
           MOVE     "XXP0268*1"       TO SUBUEB  OF FORMAT1.
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

      * NUMMER EINGEGEBEN, ABER NOCH KEIN USER: NACHLESEN
           IF       ZOUSER OF FORMAT1 = SPACES
                    GO TO ANZ-DAT-90
           END-IF.

      * DER USER MUSS IN H050 STEHEN
           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "H050"            TO CFID   OF CFG-CPY.
           MOVE     ZOUSER OF FORMAT1 TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = 1
                    MOVE "USER NICHT IN H050 GEPFLEGT" TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ANZ-DAT-20
           END-IF.

      * DAS TEAM MUSS ALS AKTIVE EINHEIT VOM TYP T EXISTIEREN
           INITIALIZE PORGEHF OF PORGEH-P.
           MOVE     ZOOEID OF FORMAT1 TO OEID OF PORGEH-P.
           READ     PORGEH-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      OETYP OF PORGEH-P NOT = "T"
            OR      OEAKT OF PORGEH-P = "0"
                    MOVE "TEAM UNBEKANNT, STILLGELEGT ODER KEIN TEAM"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ANZ-DAT-20
           END-IF.

      * VON IST PFLICHT, BIS IST OPTIONAL (NULL = UNBEFRISTET)
           IF       ZOGVON OF FORMAT1 = ZEROES
                    GO TO ANZ-DAT-20
           END-IF.
           MOVE     ZOGVON OF FORMAT1 TO DATE-DB.
           PERFORM  COPY-CHECK-DATE.
           IF       DATUM-RETCODE NOT = SPACES
                    GO TO ANZ-DAT-20
           END-IF.
           IF       ZOGBIS OF FORMAT1 NOT = ZEROES
                    IF   ZOGBIS OF FORMAT1 < ZOGVON OF FORMAT1
                         GO TO ANZ-DAT-20
                    END-IF
                    MOVE ZOGBIS OF FORMAT1 TO DATE-DB
                    PERFORM COPY-CHECK-DATE
                    IF   DATUM-RETCODE NOT = SPACES
                         GO TO ANZ-DAT-20
                    END-IF
           END-IF.

      * KEINE UEBERSCHNEIDUNG MIT EINER ANDEREN ZUORDNUNG DES USERS
           PERFORM  PRUEFE-UEBERSCHNEIDUNG.
           IF       UEBERSCHNEIDUNG NOT = ZEROES
                    MOVE "ZEITRAUM UEBERSCHNEIDET EINE ANDERE ZUORDNUNG"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ANZ-DAT-20
           END-IF.

      * NEUANLAGE/AENDERN
           IF       NEUANLAGE NOT = ZEROES
                    PERFORM ADD-ENTRY
           ELSE
                    PERFORM CHANGE-ENTRY
           END-IF.

      * FUER DIE NAECHSTE ZUORDNUNG LEEREN
           INITIALIZE FORMAT1.

       ANZ-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * UEBERSCHNEIDET DER ZEITRAUM EINE ANDERE ZUORDNUNG DESSELBEN
      * USERS? (UEBERSCHNEIDUNG 1 = JA)
      *--------------------------------------------------------------
       PRUEFE-UEBERSCHNEIDUNG SECTION.
       PRU-UEB-00.

           MOVE     ZEROES TO UEBERSCHNEIDUNG.
           IF       ZOGBIS OF FORMAT1 = ZEROES
                    MOVE 99991231          TO NEU-BIS
           ELSE
                    MOVE ZOGBIS OF FORMAT1 TO NEU-BIS
           END-IF.

           INITIALIZE PORGZUOF OF PORGZUO-P.
           START    PORGZUO-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-UEB-90
           END-IF.

       PRU-UEB-20.
           READ     PORGZUO-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-UEB-90
           END-IF.

           IF       ZOUSER OF PORGZUO-P NOT = ZOUSER OF FORMAT1
            OR      ZOLFDN OF PORGZUO-P = ZOLFDN OF FORMAT1
                    GO TO PRU-UEB-20
           END-IF.

           IF       ZOGBIS OF PORGZUO-P = ZEROES
                    MOVE 99991231            TO ALT-BIS
           ELSE
                    MOVE ZOGBIS OF PORGZUO-P TO ALT-BIS
           END-IF.

           IF       ZOGVON OF PORGZUO-P NOT > NEU-BIS
            AND     ALT-BIS NOT < ZOGVON OF FORMAT1
                    MOVE 1 TO UEBERSCHNEIDUNG
                    GO TO PRU-UEB-90
           END-IF.

           GO TO    PRU-UEB-20.

       PRU-UEB-90.
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
      *--------------------------------------------------------------
      * HINZUFUEGEN EINER ZUORDNUNG
      *--------------------------------------------------------------
       ADD-ENTRY SECTION.
       ADD-ENT-00.

           INITIALIZE PORGZUOF OF PORGZUO-P.
           MOVE     CORR FORMAT1 TO PORGZUOF OF PORGZUO-P.

      * LAUFENDE NUMMER VERGEBEN
           MOVE     "PORGZUO" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK TO ZOLFDN OF PORGZUO-P.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

      * ANLAGEDATEN FUELLEN
           MOVE     DATE-8            TO ZOADTA OF PORGZUO-P.
           MOVE     TIME-6            TO ZOATIA OF PORGZUO-P.
           MOVE     T-USER            TO ZOAUSR OF PORGZUO-P.
           MOVE     T-TERM            TO ZOABS  OF PORGZUO-P.
           MOVE     PGM-WRK           TO ZOAPGM OF PORGZUO-P.

           WRITE    PORGZUO-P.

       ADD-ENT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AENDERN EINER ZUORDNUNG
      *--------------------------------------------------------------
       CHANGE-ENTRY SECTION.
       CHG-ENT-00.

           INITIALIZE PORGZUOF OF PORGZUO-P.
           MOVE     ZOLFDN OF FORMAT1 TO ZOLFDN OF PORGZUO-P.
           READ     PORGZUO-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO CHG-ENT-90
           END-IF.

           MOVE     CORR FORMAT1 TO PORGZUOF OF PORGZUO-P.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO ZOMSER OF PORGZUO-P.
           MOVE     T-TERM            TO ZOMBS  OF PORGZUO-P.
           MOVE     PGM-WRK           TO ZOMPGM OF PORGZUO-P.
           MOVE     DATE-8            TO ZOMDTA OF PORGZUO-P.
           MOVE     TIME-6            TO ZOMTIA OF PORGZUO-P.

           REWRITE  PORGZUO-P.

       CHG-ENT-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-CFG-CPY: LESEN DER KONFIGURATION
      *---------------------------------------------------------------

           COPY     CFGCPY     OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-CHECK-DATE: DATUMSFELDER PRUEFEN
      *---------------------------------------------------------------

           COPY     CHKDATE    OF APG-QCPYSRC.
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
