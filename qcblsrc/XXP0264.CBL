       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0264.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * TAUSCHWUENSCHE RUFBEREITSCHAFT                                *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ERFASSEN UND ENTSCHEIDEN VON TAUSCHWUENSCHEN *
      *                  ZUR RUFBEREITSCHAFT (PRUFTAU). IM KOPF WIRD  *
      *                  MIT TAG, NEUEM USER UND GRUND EIN WUNSCH     *
      *                  ANGELEGT (F6), DER BISHERIGE USER KOMMT AUS  *
      *                  DEM DIENSTPLAN PRUFBER. DIE LISTE ZEIGT DIE  *
      *                  WUENSCHE AB HEUTE. AUSWAHL 1 GENEHMIGT: DER  *
      *                  NEUE USER DARF AN DEM TAG NICHT ABWESEND     *
      *                  SEIN (PABSENZ), DER DIENSTPLAN WIRD          *
      *                  UMGESTELLT. AUSWAHL 4 LEHNT AB. BEIDE USER   *
      *                  ERHALTEN EINE NACHRICHT UEBER CFP0030.       *
      *                  STATUS: O = OFFEN, G = GENEHMIGT,            *
      *                  A = ABGELEHNT                                *
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
                  ASSIGN       TO  WORKSTATION-XXD0264DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PRUFTAU: TAUSCHWUENSCHE (RTLFDN)
      *-------------------------------------------------------------
           SELECT PRUFTAU-DP
                  ASSIGN       TO  DATABASE-PRUFTAU
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PRUFBER: RUFBEREITSCHAFT JE TAG (RFDATU)
      *-------------------------------------------------------------
           SELECT PRUFBER-DP
                  ASSIGN       TO  DATABASE-PRUFBER
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PABSENZ: ABLFDN
      *-------------------------------------------------------------
           SELECT PABSENZ-DP
                  ASSIGN       TO  DATABASE-PABSENZ
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
           COPY DDS-ALL-FORMATS OF XXD0264DE.
      /
      *--- PRUFTAU: RTLFDN
       FD  PRUFTAU-DP
           LABEL RECORDS ARE STANDARD.
       01  PRUFTAU-P.
           COPY DDS-ALL-FORMATS OF PRUFTAU.
      /
      *--- PRUFBER: RFDATU
       FD  PRUFBER-DP
           LABEL RECORDS ARE STANDARD.
       01  PRUFBER-P.
           COPY DDS-ALL-FORMATS OF PRUFBER.
      /
      *--- PABSENZ: ABLFDN
       FD  PABSENZ-DP
           LABEL RECORDS ARE STANDARD.
       01  PABSENZ-P.
           COPY DDS-ALL-FORMATS OF PABSENZ.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD0264DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD0264DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  XXD0264DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  XXD0264DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0264".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * ABWESENHEITSPRUEFUNG: USER UND TAG, GEFUNDENE ART
       01  ABW-USER                      PIC X(10).
       01  ABW-DATUM                     PIC 9(8).
       01  ABW-TYP                       PIC X(1).

      * GIBT ES FUER DEN TAG SCHON EINEN OFFENEN WUNSCH?
       01  OFFEN-DA                      PIC 9(1).

      * PARAMETER FUER DIE NACHRICHTENZENTRALE (CFP0030)
       01  NOTIF-USER                    PIC X(10).
       01  NOTIF-SEV                     PIC X(1).
       01  NOTIF-TEXT                    PIC X(70).

      * TEXT FUER DIE HINWEISNACHRICHT
       01  MELDUNG-WRK                   PIC X(60).
       01  DSP-DATUM                     PIC X(10).
       01  DATUM-WRK                     PIC 9(8).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0264" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0264DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     INPUT PABSENZ-DP.
           OPEN     I-O   PRUFTAU-DP
                          PRUFBER-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F5, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           INITIALIZE FORMAT3.

       ANF020.
      * WUENSCHE ANZEIGEN, ANLEGEN UND ENTSCHEIDEN
           PERFORM  ANZEIGE-SUBFILE.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       F5 = "1"
                    INITIALIZE F5
           END-IF.
           IF       F12 = "1"
                    GO TO ENDE
           END-IF.
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PRUFTAU-DP
                    PRUFBER-DP
                    PABSENZ-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * SUBFILE MIT DEN TAUSCHWUENSCHEN AB HEUTE AUFBAUEN, ANZEIGEN
      * UND DIE AUSWAHL VERARBEITEN
      *--------------------------------------------------------------
       ANZEIGE-SUBFILE SECTION.
       ANZ-SFL-00.

           PERFORM  COPY-GET-TIME.

      * SUBFILE-CLEAR
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

      * ALLE WUENSCHE LESEN
           INITIALIZE PRUFTAUF OF PRUFTAU-P.
           START    PRUFTAU-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

       ANZ-SFL-10.
           READ     PRUFTAU-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

      * VERGANGENE TAGE NICHT ANZEIGEN
           IF       RTDATU OF PRUFTAU-P < DATE-8
                    GO TO ANZ-SFL-10
           END-IF.

      * SUBFILE-ZEILE FUELLEN
           INITIALIZE FORMAT2.
           MOVE     SPACES               TO AUSW   OF FORMAT2.
           MOVE     RTLFDN OF PRUFTAU-P  TO RTLFDN OF FORMAT2.
           MOVE     RTDATU OF PRUFTAU-P  TO RTDATU OF FORMAT2.
           MOVE     RTALT  OF PRUFTAU-P  TO RTALT  OF FORMAT2.
           MOVE     RTNEU  OF PRUFTAU-P  TO RTNEU  OF FORMAT2.
           MOVE     RTSTAT OF PRUFTAU-P  TO RTSTAT OF FORMAT2.
           MOVE     RTGRND OF PRUFTAU-P  TO RTGRND OF FORMAT2.

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

      * UEBERSCHRIFT
           MOVE     "XXP0264"             TO MAINUEB OF FORMAT3.
           MOVE     "XXP0264*3"           TO SUBUEB  OF FORMAT3.
           MOVE     PGM-TYP               TO PGMTYP  OF FORMAT3.

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

      * F5 AKTUALISIEREN
           IF       IN05 OF FORMAT3-I-INDIC = AN
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * F12 ABBRECHEN
           IF       IN12 OF FORMAT3-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ANZ-SFL-90
           END-IF.

      * F6 NEUEN TAUSCHWUNSCH ANLEGEN
           IF       IN06 OF FORMAT3-I-INDIC = AN
                    PERFORM LEGE-WUNSCH-AN
                    GO TO ANZ-SFL-90
           END-IF.

       ANZ-SFL-50.
      * LESEN VON SUBFILE NEXT MODIFIED RECORD
           MOVE     "FMT02" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-SFLREAD.
           IF       BS-STAT NOT = ZEROES
                    GO TO ANZ-SFL-90
           END-IF.

           MOVE     WSREC-WRK      TO FORMAT2-I.
           MOVE     CORR FORMAT2-I TO FORMAT2.

           EVALUATE AUSW OF FORMAT2
                    WHEN "1"
                         PERFORM GENEHMIGE-WUNSCH
                    WHEN "4"
                         PERFORM LEHNE-WUNSCH-AB
           END-EVALUATE.

           GO TO    ANZ-SFL-50.

       ANZ-SFL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NEUEN TAUSCHWUNSCH AUS DEN KOPFANGABEN ANLEGEN. DER TAG MUSS
      * EINGEPLANT SEIN UND DARF NICHT IN DER VERGANGENHEIT LIEGEN
      *--------------------------------------------------------------
       LEGE-WUNSCH-AN SECTION.
       LEG-WUN-00.

           PERFORM  COPY-GET-TIME.

           IF       TDATUM OF FORMAT3 < DATE-8
                    MOVE "DER TAG LIEGT IN DER VERGANGENHEIT"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO LEG-WUN-90
           END-IF.

           INITIALIZE PRUFBERF OF PRUFBER-P.
           MOVE     TDATUM OF FORMAT3 TO RFDATU OF PRUFBER-P.
           READ     PRUFBER-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "FUER DEN TAG IST KEINE RUFBEREITSCHAFT GEPLA
      -                  "NT"         TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO LEG-WUN-90
           END-IF.

           IF       TNEU OF FORMAT3 = SPACES
            OR      TNEU OF FORMAT3 = RFUSER OF PRUFBER-P
                    MOVE "BITTE EINEN ANDEREN USER ALS UEBERNEHMER ANG
      -                  "EBEN"       TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO LEG-WUN-90
           END-IF.

      * JE TAG NUR EIN OFFENER WUNSCH
           PERFORM  SUCHE-OFFENEN-WUNSCH.
           IF       OFFEN-DA NOT = ZEROES
                    MOVE "FUER DEN TAG GIBT ES SCHON EINEN OFFENEN WUN
      -                  "SCH"        TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO LEG-WUN-90
           END-IF.

           INITIALIZE PRUFTAUF OF PRUFTAU-P.
           MOVE     "PRUFTAU" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK            TO RTLFDN OF PRUFTAU-P.
           MOVE     TDATUM OF FORMAT3   TO RTDATU OF PRUFTAU-P.
           MOVE     RFUSER OF PRUFBER-P TO RTALT  OF PRUFTAU-P.
           MOVE     TNEU   OF FORMAT3   TO RTNEU  OF PRUFTAU-P.
           MOVE     TGRND  OF FORMAT3   TO RTGRND OF PRUFTAU-P.
           MOVE     "O"                 TO RTSTAT OF PRUFTAU-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO RTAUSR OF PRUFTAU-P.
           MOVE     T-TERM            TO RTABS  OF PRUFTAU-P.
           MOVE     PGM-WRK           TO RTAPGM OF PRUFTAU-P.
           MOVE     DATE-8            TO RTADTA OF PRUFTAU-P.
           MOVE     TIME-6            TO RTATIA OF PRUFTAU-P.

           WRITE    PRUFTAU-P.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LEG-WUN-90
           END-IF.

      * DER UEBERNEHMER ERFAEHRT VON DEM WUNSCH
           MOVE     RTDATU OF PRUFTAU-P TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     RTNEU  OF PRUFTAU-P TO NOTIF-USER.
           MOVE     "I"                 TO NOTIF-SEV.
           MOVE     SPACES              TO NOTIF-TEXT.
           STRING   "RUFBEREITSCHAFT "  DELIMITED BY SIZE
                    DSP-DATUM           DELIMITED BY SIZE
                    ": TAUSCHWUNSCH VON " DELIMITED BY SIZE
                    RTALT OF PRUFTAU-P  DELIMITED BY SPACE
                    " (XXP0264)"        DELIMITED BY SIZE
               INTO NOTIF-TEXT
           END-STRING.
           PERFORM  SENDE-NACHRICHT.

           INITIALIZE TDATUM OF FORMAT3
                      TNEU   OF FORMAT3
                      TGRND  OF FORMAT3.

       LEG-WUN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * OFFENEN WUNSCH ZUM TAG TDATUM SUCHEN
      *--------------------------------------------------------------
       SUCHE-OFFENEN-WUNSCH SECTION.
       SUC-OFF-00.

           MOVE     ZEROES TO OFFEN-DA.

           INITIALIZE PRUFTAUF OF PRUFTAU-P.
           START    PRUFTAU-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUC-OFF-90
           END-IF.

       SUC-OFF-20.
           READ     PRUFTAU-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUC-OFF-90
           END-IF.

           IF       RTDATU OF PRUFTAU-P NOT = TDATUM OF FORMAT3
            OR      RTSTAT OF PRUFTAU-P NOT = "O"
                    GO TO SUC-OFF-20
           END-IF.

           MOVE     1 TO OFFEN-DA.

       SUC-OFF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * WUNSCH GENEHMIGEN: DER DIENST MUSS NOCH BEIM BISHERIGEN USER
      * LIEGEN UND DER NEUE USER DARF NICHT ABWESEND SEIN
      *--------------------------------------------------------------
       GENEHMIGE-WUNSCH SECTION.
       GEN-WUN-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PRUFTAUF OF PRUFTAU-P.
           MOVE     RTLFDN OF FORMAT2 TO RTLFDN OF PRUFTAU-P.
           READ     PRUFTAU-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO GEN-WUN-90
           END-IF.

           IF       RTSTAT OF PRUFTAU-P NOT = "O"
                    UNLOCK PRUFTAU-DP
                    MOVE "DER WUNSCH IST SCHON ENTSCHIEDEN"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO GEN-WUN-90
           END-IF.

           MOVE     RTDATU OF PRUFTAU-P TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.

           MOVE     RTNEU  OF PRUFTAU-P TO ABW-USER.
           MOVE     RTDATU OF PRUFTAU-P TO ABW-DATUM.
           PERFORM  PRUEFE-ABWESENHEIT.
           IF       ABW-TYP NOT = SPACES
                    UNLOCK PRUFTAU-DP
                    MOVE SPACES TO MELDUNG-WRK
                    STRING RTNEU OF PRUFTAU-P DELIMITED BY SPACE
                           " IST AM "         DELIMITED BY SIZE
                           DSP-DATUM          DELIMITED BY SIZE
                           " ABWESEND ("      DELIMITED BY SIZE
                           ABW-TYP            DELIMITED BY SIZE
                           ")"                DELIMITED BY SIZE
                      INTO MELDUNG-WRK
                    END-STRING
                    PERFORM MELDE-HINWEIS
                    GO TO GEN-WUN-90
           END-IF.

      * DIENSTPLAN UMSTELLEN
           INITIALIZE PRUFBERF OF PRUFBER-P.
           MOVE     RTDATU OF PRUFTAU-P TO RFDATU OF PRUFBER-P.
           READ     PRUFBER-DP.
           IF       FILE-STATUS NOT = ZEROES
                    UNLOCK PRUFTAU-DP
                    MOVE "DER DIENST IST NICHT MEHR GEPLANT"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO GEN-WUN-90
           END-IF.
           IF       RFUSER OF PRUFBER-P NOT = RTALT OF PRUFTAU-P
                    UNLOCK PRUFBER-DP
                    UNLOCK PRUFTAU-DP
                    MOVE "DER DIENST WURDE INZWISCHEN NEU VERGEBEN"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO GEN-WUN-90
           END-IF.

           MOVE     RTNEU OF PRUFTAU-P TO RFUSER OF PRUFBER-P.
           MOVE     T-USER            TO RFMSER OF PRUFBER-P.
           MOVE     T-TERM            TO RFMBS  OF PRUFBER-P.
           MOVE     PGM-WRK           TO RFMPGM OF PRUFBER-P.
           MOVE     DATE-8            TO RFMDTA OF PRUFBER-P.
           MOVE     TIME-6            TO RFMTIA OF PRUFBER-P.
           REWRITE  PRUFBER-P.

           MOVE     "G"               TO RTSTAT OF PRUFTAU-P.
           PERFORM  SCHREIBE-AENDERUNG.

      * BEIDE USER BENACHRICHTIGEN
           MOVE     "I"                 TO NOTIF-SEV.
           MOVE     SPACES              TO NOTIF-TEXT.
           STRING   "RUFBEREITSCHAFT "  DELIMITED BY SIZE
                    DSP-DATUM           DELIMITED BY SIZE
                    ": TAUSCH "         DELIMITED BY SIZE
                    RTALT OF PRUFTAU-P  DELIMITED BY SPACE
                    " -> "              DELIMITED BY SIZE
                    RTNEU OF PRUFTAU-P  DELIMITED BY SPACE
                    " GENEHMIGT"        DELIMITED BY SIZE
               INTO NOTIF-TEXT
           END-STRING.
           MOVE     RTALT OF PRUFTAU-P  TO NOTIF-USER.
           PERFORM  SENDE-NACHRICHT.
           MOVE     RTNEU OF PRUFTAU-P  TO NOTIF-USER.
           PERFORM  SENDE-NACHRICHT.

       GEN-WUN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * WUNSCH ABLEHNEN, DER DIENSTPLAN BLEIBT UNVERAENDERT
      *--------------------------------------------------------------
       LEHNE-WUNSCH-AB SECTION.
       LEH-WUN-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PRUFTAUF OF PRUFTAU-P.
           MOVE     RTLFDN OF FORMAT2 TO RTLFDN OF PRUFTAU-P.
           READ     PRUFTAU-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LEH-WUN-90
           END-IF.

           IF       RTSTAT OF PRUFTAU-P NOT = "O"
                    UNLOCK PRUFTAU-DP
                    MOVE "DER WUNSCH IST SCHON ENTSCHIEDEN"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO LEH-WUN-90
           END-IF.

           MOVE     "A"               TO RTSTAT OF PRUFTAU-P.
           PERFORM  SCHREIBE-AENDERUNG.

           MOVE     RTDATU OF PRUFTAU-P TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     RTALT  OF PRUFTAU-P TO NOTIF-USER.
           MOVE     "I"                 TO NOTIF-SEV.
           MOVE     SPACES              TO NOTIF-TEXT.
           STRING   "RUFBEREITSCHAFT "  DELIMITED BY SIZE
                    DSP-DATUM           DELIMITED BY SIZE
                    ": TAUSCH MIT "     DELIMITED BY SIZE
                    RTNEU OF PRUFTAU-P  DELIMITED BY SPACE
                    " ABGELEHNT"        DELIMITED BY SIZE
               INTO NOTIF-TEXT
           END-STRING.
           PERFORM  SENDE-NACHRICHT.

       LEH-WUN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AENDERUNGSDATEN FUELLEN UND WUNSCH ZURUECKSCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-AENDERUNG SECTION.
       SCH-AEN-00.

           MOVE     T-USER            TO RTMSER OF PRUFTAU-P.
           MOVE     T-TERM            TO RTMBS  OF PRUFTAU-P.
           MOVE     PGM-WRK           TO RTMPGM OF PRUFTAU-P.
           MOVE     DATE-8            TO RTMDTA OF PRUFTAU-P.
           MOVE     TIME-6            TO RTMTIA OF PRUFTAU-P.

           REWRITE  PRUFTAU-P.

       SCH-AEN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HAT ABW-USER AM ABW-DATUM EINE ABWESENHEIT IN PABSENZ?
      * ERGEBNIS IST DIE ART IN ABW-TYP (LEER = ANWESEND)
      *--------------------------------------------------------------
       PRUEFE-ABWESENHEIT SECTION.
       PRU-ABW-00.

           MOVE     SPACES TO ABW-TYP.

           INITIALIZE PABSENZF OF PABSENZ-P.
           START    PABSENZ-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-ABW-90
           END-IF.

       PRU-ABW-20.
           READ     PABSENZ-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-ABW-90
           END-IF.

           IF       ABUSER OF PABSENZ-P NOT = ABW-USER
            OR      ABVON  OF PABSENZ-P > ABW-DATUM
            OR      ABBIS  OF PABSENZ-P < ABW-DATUM
                    GO TO PRU-ABW-20
           END-IF.

           MOVE     ABTYP OF PABSENZ-P TO ABW-TYP.
           IF       ABW-TYP = SPACES
                    MOVE "S" TO ABW-TYP
           END-IF.

       PRU-ABW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NACHRICHT AN NOTIF-USER UEBER DIE NACHRICHTENZENTRALE
      *--------------------------------------------------------------
       SENDE-NACHRICHT SECTION.
       SEN-NAC-00.

           CALL     "CFP0030" USING NOTIF-USER
                                    NOTIF-SEV
                                    PGM-WRK
                                    NOTIF-TEXT
           END-CALL.

       SEN-NAC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HINWEIS AN DEN BENUTZER (TEXT IN MELDUNG-WRK)
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
