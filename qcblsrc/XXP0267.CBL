       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0267.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * PFLEGE DER ORGANISATIONSEINHEITEN                             *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  PFLEGT DIE ORGANISATIONSEINHEITEN IN PORGEH: *
      *                  ABTEILUNGEN (OETYP A) UND TEAMS (OETYP T)    *
      *                  MIT UEBERGEORDNETER EINHEIT, LEITER UND      *
      *                  STELLVERTRETER (BEIDE H050-USER). STATT      *
      *                  ZU LOESCHEN WIRD EINE EINHEIT STILLGELEGT    *
      *                  (OEAKT 0). DIE MITARBEITER WERDEN DEN TEAMS  *
      *                  IN XXP0268 ZUGEORDNET; DEN ZUSTAENDIGEN      *
      *                  GENEHMIGER ERMITTELT CFP9032.                *
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
                  ASSIGN       TO  WORKSTATION-XXD0267DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

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
           COPY DDS-ALL-FORMATS OF XXD0267DE.
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
           COPY  DDS-FMT01-O OF  XXD0267DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  XXD0267DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0267".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".

      * SONSTIGE VARIABLEN
       01  NEUANLAGE                     PIC 9(1).
       01  MELDUNG-WRK                   PIC X(60).
       01  PRUEF-USER                    PIC X(10).
       01  USER-OK                       PIC 9(1).

      * ZYKLUSPRUEFUNG DER UEBERGEORDNETEN EINHEITEN
       01  EBENE-OEID                    PIC X(10).
       01  EBENE-ANZ                     PIC 9(2).
       01  EBENE-MAX                     PIC 9(2)  VALUE 10.
       01  ZYKLUS                        PIC 9(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0267" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0267DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     I-O   PORGEH-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           INITIALIZE FORMAT1.

       ANF020.
      * EINHEIT ANZEIGEN/ERFASSEN
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

           CLOSE    PORGEH-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * EINHEIT ANZEIGEN, EINGABEN PRUEFEN UND SPEICHERN
      *--------------------------------------------------------------
       ANZEIGE-DATEN SECTION.
       ANZ-DAT-00.

      * ZUR EINGEGEBENEN KENNUNG DEN SATZ LESEN
           MOVE     1 TO NEUANLAGE.
           IF       OEID OF FORMAT1 NOT = SPACES
                    INITIALIZE PORGEHF OF PORGEH-P
                    MOVE OEID OF FORMAT1 TO OEID OF PORGEH-P
                    READ PORGEH-DP WITH NO LOCK
                    IF   FILE-STATUS = ZEROES
                         MOVE ZEROES TO NEUANLAGE
      *                  NUR BEIM ERSTEN ANZEIGEN UEBERNEHMEN
                         IF   OEBEZ OF FORMAT1 = SPACES
                              MOVE CORR PORGEHF OF PORGEH-P
                                     TO FORMAT1
                         END-IF
                    END-IF
           END-IF.

       ANZ-DAT-20.
      * UEBERSCHRIFT
           MOVE     "XXP0267"         TO MAINUEB OF FORMAT1.
           MOVE     "XXP0267*1"       TO SUBUEB  OF FORMAT1.
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

      * KENNUNG EINGEGEBEN, ABER NOCH KEINE BEZEICHNUNG: NACHLESEN
           IF       OEID  OF FORMAT1 = SPACES
                    GO TO ANZ-DAT-20
           END-IF.
           IF       OEBEZ OF FORMAT1 = SPACES
                    GO TO ANZ-DAT-00
           END-IF.

      * TYP: A = ABTEILUNG, T = TEAM
           IF       OETYP OF FORMAT1 NOT = "A"
            AND     OETYP OF FORMAT1 NOT = "T"
                    MOVE "TYP A (ABTEILUNG) ODER T (TEAM) ANGEBEN"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ANZ-DAT-20
           END-IF.

      * EIN LEITER IST PFLICHT, LEITER UND STELLVERTRETER MUESSEN
      * H050-USER SEIN
           MOVE     OELEIT OF FORMAT1 TO PRUEF-USER.
           PERFORM  PRUEFE-USER.
           IF       USER-OK = ZEROES
                    MOVE "LEITER FEHLT ODER IST KEIN USER IN H050"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ANZ-DAT-20
           END-IF.
           IF       OESTV OF FORMAT1 NOT = SPACES
                    MOVE OESTV OF FORMAT1 TO PRUEF-USER
                    PERFORM PRUEFE-USER
                    IF   USER-OK = ZEROES
                         MOVE "STELLVERTRETER IST KEIN USER IN H050"
                                      TO MELDUNG-WRK
                         PERFORM MELDE-HINWEIS
                         GO TO ANZ-DAT-20
                    END-IF
                    IF   OESTV OF FORMAT1 = OELEIT OF FORMAT1
                         MOVE "STELLVERTRETER UND LEITER SIND GLEICH"
                                      TO MELDUNG-WRK
                         PERFORM MELDE-HINWEIS
                         GO TO ANZ-DAT-20
                    END-IF
           END-IF.

      * DIE UEBERGEORDNETE EINHEIT MUSS EXISTIEREN UND DARF KEINEN
      * KREIS BILDEN
           IF       OEOBER OF FORMAT1 NOT = SPACES
                    PERFORM PRUEFE-OBER
                    IF   ZYKLUS NOT = ZEROES
                         MOVE "UEBERGEORDNETE EINHEIT UNGUELTIG (KREIS)"
                                      TO MELDUNG-WRK
                         PERFORM MELDE-HINWEIS
                         GO TO ANZ-DAT-20
                    END-IF
           END-IF.

      * AKTIV-KENNZEICHEN: LEER/1 = AKTIV, 0 = STILLGELEGT
           IF       OEAKT OF FORMAT1 NOT = SPACES
            AND     OEAKT OF FORMAT1 NOT = "0"
            AND     OEAKT OF FORMAT1 NOT = "1"
                    GO TO ANZ-DAT-20
           END-IF.
           IF       OEAKT OF FORMAT1 = SPACES
                    MOVE "1" TO OEAKT OF FORMAT1
           END-IF.

      * NEUANLAGE/AENDERN
           IF       NEUANLAGE NOT = ZEROES
                    PERFORM ADD-ENTRY
           ELSE
                    PERFORM CHANGE-ENTRY
           END-IF.

      * FUER DIE NAECHSTE EINHEIT LEEREN
           INITIALIZE FORMAT1.

       ANZ-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * IST PRUEF-USER EIN USER AUS H050?
      *--------------------------------------------------------------
       PRUEFE-USER SECTION.
       PRU-USR-00.

           MOVE     ZEROES TO USER-OK.
           IF       PRUEF-USER = SPACES
                    GO TO PRU-USR-90
           END-IF.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "H050"     TO CFID   OF CFG-CPY.
           MOVE     PRUEF-USER TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
                    MOVE 1 TO USER-OK
           END-IF.

       PRU-USR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * UEBERGEORDNETE EINHEIT PRUEFEN: SIE MUSS EXISTIEREN, UND
      * BEIM AUFSTIEG DARF DIE EIGENE EINHEIT NICHT WIEDER
      * ERSCHEINEN (ZYKLUS 1 = FEHLER)
      *--------------------------------------------------------------
       PRUEFE-OBER SECTION.
       PRU-OBE-00.

           MOVE     ZEROES            TO ZYKLUS.
           MOVE     ZEROES            TO EBENE-ANZ.
           MOVE     OEOBER OF FORMAT1 TO EBENE-OEID.

       PRU-OBE-20.
           IF       EBENE-OEID = SPACES
                    GO TO PRU-OBE-90
           END-IF.
           IF       EBENE-OEID = OEID OF FORMAT1
            OR      EBENE-ANZ NOT < EBENE-MAX
                    MOVE 1 TO ZYKLUS
                    GO TO PRU-OBE-90
           END-IF.
           ADD      1 TO EBENE-ANZ.

           INITIALIZE PORGEHF OF PORGEH-P.
           MOVE     EBENE-OEID TO OEID OF PORGEH-P.
           READ     PORGEH-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE 1 TO ZYKLUS
                    GO TO PRU-OBE-90
           END-IF.

           MOVE     OEOBER OF PORGEH-P TO EBENE-OEID.
           GO TO    PRU-OBE-20.

       PRU-OBE-90.
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
      * HINZUFUEGEN EINER EINHEIT
      *--------------------------------------------------------------
       ADD-ENTRY SECTION.
       ADD-ENT-00.

           INITIALIZE PORGEHF OF PORGEH-P.
           MOVE     CORR FORMAT1 TO PORGEHF OF PORGEH-P.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

      * ANLAGEDATEN FUELLEN
           MOVE     DATE-8            TO OEADTA OF PORGEH-P.
           MOVE     TIME-6            TO OEATIA OF PORGEH-P.
           MOVE     T-USER            TO OEAUSR OF PORGEH-P.
           MOVE     T-TERM            TO OEABS  OF PORGEH-P.
           MOVE     PGM-WRK           TO OEAPGM OF PORGEH-P.

           WRITE    PORGEH-P.

       ADD-ENT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AENDERN EINER EINHEIT
      *--------------------------------------------------------------
       CHANGE-ENTRY SECTION.
       CHG-ENT-00.

           INITIALIZE PORGEHF OF PORGEH-P.
           MOVE     OEID OF FORMAT1 TO OEID OF PORGEH-P.
           READ     PORGEH-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO CHG-ENT-90
           END-IF.

           MOVE     CORR FORMAT1 TO PORGEHF OF PORGEH-P.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO OEMSER OF PORGEH-P.
           MOVE     T-TERM            TO OEMBS  OF PORGEH-P.
           MOVE     PGM-WRK           TO OEMPGM OF PORGEH-P.
           MOVE     DATE-8            TO OEMDTA OF PORGEH-P.
           MOVE     TIME-6            TO OEMTIA OF PORGEH-P.

           REWRITE  PORGEH-P.

       CHG-ENT-90.
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
