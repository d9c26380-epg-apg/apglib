       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0232.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * AUFTRAGSBESTAETIGUNG DES LIEFERANTEN ERFASSEN                 *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT DIE POSITIONEN DER BESTELLUNG X-KBLFDN *
      *                  MIT BESTELLMENGE UND WUNSCHTERMIN (KPWDAT)   *
      *                  UND ERFASST JE POSITION DIE BESTAETIGUNG DES *
      *                  LIEFERANTEN: BESTAETIGTER TERMIN, BESTAE-    *
      *                  TIGTE MENGE UND DIE REFERENZ DES LIEFERANTEN *
      *                  (PKDBSTB, EIN SATZ JE POSITION, EINE NEUE    *
      *                  BESTAETIGUNG ERSETZT DIE ALTE).              *
      *                  AUFRUF AUS DER BESTELLUNG XXP0207 (F7).      *
      *                  NUR WIRKSAME, NOCH NICHT VOLLSTAENDIG        *
      *                  GELIEFERTE BESTELLUNGEN (STATUS 1 - 3).      *
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
                  ASSIGN       TO  WORKSTATION-XXD0232DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PHYSISCHE DATEI BESTELLKOPF
      *-------------------------------------------------------------
           SELECT PKDBST1-DP
                  ASSIGN       TO  DATABASE-PKDBST1
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDBSTP: BESTELLPOSITIONEN
      *-------------------------------------------------------------
           SELECT PKDBSTP-DP
                  ASSIGN       TO  DATABASE-PKDBSTP
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDBSTB: AUFTRAGSBESTAETIGUNGEN JE POSITION
      *-------------------------------------------------------------
           SELECT PKDBSTB-DP
                  ASSIGN       TO  DATABASE-PKDBSTB
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDLIEF: LIEFERANTENSTAMM
      *-------------------------------------------------------------
           SELECT PKDLIEF-DP
                  ASSIGN       TO  DATABASE-PKDLIEF
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
           COPY DDS-ALL-FORMATS OF XXD0232DE.
      /
      *--- PKDBST1: KBLFDN
       FD  PKDBST1-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDBST1-P.
           COPY DDS-ALL-FORMATS OF PKDBST1.
      /
      *--- PKDBSTP: KPBLFD, KPPOS
       FD  PKDBSTP-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDBSTP-P.
           COPY DDS-ALL-FORMATS OF PKDBSTP.
      /
      *--- PKDBSTB: KCBLFD, KCPOS
       FD  PKDBSTB-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDBSTB-P.
           COPY DDS-ALL-FORMATS OF PKDBSTB.
      /
      *--- PKDLIEF: KLLIEF
       FD  PKDLIEF-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDLIEF-P.
           COPY DDS-ALL-FORMATS OF PKDLIEF.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN41                          PIC 1.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  XXD0232DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  XXD0232DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD0232DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD0232DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0232".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * GELESENE BESTELLUNG
       01  BEST-DA                       PIC 9(1).

      * WURDE MINDESTENS EINE BESTAETIGUNG GESPEICHERT?
       01  GESPEICHERT                   PIC 9(1).

      * TEXT FUER DIE HINWEISNACHRICHT
       01  MELDUNG-WRK                   PIC X(60).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-KBLFDN                      LIKE KBLFDN OF PKDBST1-P.
       01  X-F3                          PIC X(1).
       01  X-F12                         PIC X(1).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING          X-KBLFDN
                                         X-F3
                                         X-F12.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0232" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0232DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     I-O   PKDBSTB-DP.
           OPEN     INPUT PKDBST1-DP
                          PKDBSTP-DP
                          PKDLIEF-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.
           INITIALIZE X-F3, X-F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

      * BESTELLKOPF LESEN
           INITIALIZE BEST-DA.
           INITIALIZE PKDBST1F OF PKDBST1-P.
           MOVE     X-KBLFDN TO KBLFDN OF PKDBST1-P.
           READ     PKDBST1-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ENDE
           END-IF.

      * NUR WIRKSAME, NOCH OFFENE BESTELLUNGEN WERDEN BESTAETIGT
           IF       KBVSTS OF PKDBST1-P NOT = "1"
            AND     KBVSTS OF PKDBST1-P NOT = "2"
            AND     KBVSTS OF PKDBST1-P NOT = "3"
                    MOVE "BESTELLUNG NICHT OFFEN - KEINE BESTAETIGUNG"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ENDE
           END-IF.
           MOVE     1 TO BEST-DA.

      * BESTAETIGUNGEN ERFASSEN
           PERFORM  ANZEIGE-DATEN.
           IF       F3 = "1"
                    MOVE "1" TO X-F3
           END-IF.
           IF       F12 = "1"
                    MOVE "1" TO X-F12
           END-IF.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PKDBST1-DP
                    PKDBSTP-DP
                    PKDBSTB-DP
                    PKDLIEF-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * KOPF UND POSITIONEN ANZEIGEN, GEAENDERTE BESTAETIGUNGEN
      * PRUEFEN UND SPEICHERN
      *--------------------------------------------------------------
       ANZEIGE-DATEN SECTION.
       ANZ-DAT-00.

           INITIALIZE FORMAT1.
           MOVE     KBBST1 OF PKDBST1-P TO KBBST1 OF FORMAT1.
           MOVE     KBLIEF OF PKDBST1-P TO KBLIEF OF FORMAT1.
           MOVE     KBVSTS OF PKDBST1-P TO KBVSTS OF FORMAT1.

           INITIALIZE PKDLIEFF OF PKDLIEF-P.
           MOVE     KBLIEF OF PKDBST1-P TO KLLIEF OF PKDLIEF-P.
           READ     PKDLIEF-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE KLNAME OF PKDLIEF-P TO LIEBEZ OF FORMAT1
           END-IF.

       ANZ-DAT-20.
      * UEBERSCHRIFT
           MOVE     "XXP0200"         TO MAINUEB OF FORMAT1.
           MOVE     "XXP0232*1"       TO SUBUEB  OF FORMAT1.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT1.

      * POSITIONEN IN DAS SUBFILE LADEN
           PERFORM  LADE-POSITIONEN.

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

      * ALLE GEAENDERTEN POSITIONSZEILEN SPEICHERN
           INITIALIZE GESPEICHERT.
           PERFORM  VERARBEITE-POSITIONEN.

           IF       GESPEICHERT NOT = ZEROES
                    MOVE "BESTAETIGUNG GESPEICHERT" TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
           END-IF.

           GO TO    ANZ-DAT-20.

       ANZ-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * POSITIONEN DER BESTELLUNG MIT DER VORHANDENEN BESTAETIGUNG
      * IN DAS SUBFILE LADEN
      *--------------------------------------------------------------
       LADE-POSITIONEN SECTION.
       LAD-POS-00.

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

           INITIALIZE PKDBSTPF OF PKDBSTP-P.
           MOVE     KBLFDN OF PKDBST1-P TO KPBLFD OF PKDBSTP-P.
           START    PKDBSTP-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-POS-40
           END-IF.

       LAD-POS-20.
           READ     PKDBSTP-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-POS-40
           END-IF.
           IF       KPBLFD OF PKDBSTP-P NOT = KBLFDN OF PKDBST1-P
                    GO TO LAD-POS-40
           END-IF.

      * SUBFILE-ZEILE FUELLEN
           INITIALIZE FORMAT2.
           MOVE     KPPOS  OF PKDBSTP-P  TO KPPOS  OF FORMAT2.
           MOVE     KPIDEN OF PKDBSTP-P  TO KPIDEN OF FORMAT2.
           MOVE     KPBMEN OF PKDBSTP-P  TO KPBMEN OF FORMAT2.
           MOVE     KPWDAT OF PKDBSTP-P  TO KPWDAT OF FORMAT2.

      * VORHANDENE BESTAETIGUNG ANZEIGEN
           INITIALIZE PKDBSTBF OF PKDBSTB-P.
           MOVE     KPBLFD OF PKDBSTP-P  TO KCBLFD OF PKDBSTB-P.
           MOVE     KPPOS  OF PKDBSTP-P  TO KCPOS  OF PKDBSTB-P.
           READ     PKDBSTB-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE KCDAT  OF PKDBSTB-P TO KCDAT  OF FORMAT2
                    MOVE KCMENG OF PKDBSTB-P TO KCMENG OF FORMAT2
                    MOVE KCREF  OF PKDBSTB-P TO KCREF  OF FORMAT2
           END-IF.

           ADD      1            TO ANZREC-WRK.
           ADD      1            TO SUBFILE-RECORD-NUMBER.
           MOVE     "FMT02"      TO FMT-WRK.
           MOVE     FORMAT2      TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           GO TO    LAD-POS-20.

       LAD-POS-40.
           MOVE     AUS    TO IN95  IN  INXX.
           MOVE     AN     TO IN96  IN  INXX.
           IF       ANZREC-WRK NOT = ZEROES
                    MOVE AN  TO IN91 OF INXX
           ELSE
                    MOVE AUS TO IN91 OF INXX
           END-IF.

       LAD-POS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE GEAENDERTEN POSITIONSZEILEN LESEN, PRUEFEN UND DIE
      * BESTAETIGUNG SPEICHERN
      *--------------------------------------------------------------
       VERARBEITE-POSITIONEN SECTION.
       VER-POS-00.

      * LESEN VON SUBFILE NEXT MODIFIED RECORD
           MOVE     "FMT02" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-SFLREAD.
           IF       BS-STAT NOT = ZEROES
                    GO TO VER-POS-90
           END-IF.

           MOVE     WSREC-WRK      TO FORMAT2-I.
           MOVE     CORR FORMAT2-I TO FORMAT2.

      * OHNE BESTAETIGTEN TERMIN KEINE BESTAETIGUNG
           IF       KCDAT OF FORMAT2 = ZEROES
                    GO TO VER-POS-00
           END-IF.

      * TERMIN AUF GUELTIGKEIT PRUEFEN
           MOVE     KCDAT OF FORMAT2 TO DATE-DB.
           PERFORM  COPY-CHECK-DATE.
           IF       DATUM-RETCODE NOT = SPACES
                    MOVE "TERMIN UNGUELTIG - NICHT GESPEICHERT"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO VER-POS-00
           END-IF.

           PERFORM  SPEICHERE-BESTAETIGUNG.

           GO TO    VER-POS-00.

       VER-POS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BESTAETIGUNG EINER POSITION SCHREIBEN BZW. ERSETZEN
      *--------------------------------------------------------------
       SPEICHERE-BESTAETIGUNG SECTION.
       SPE-BES-00.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

           INITIALIZE PKDBSTBF OF PKDBSTB-P.
           MOVE     KBLFDN OF PKDBST1-P TO KCBLFD OF PKDBSTB-P.
           MOVE     KPPOS  OF FORMAT2   TO KCPOS  OF PKDBSTB-P.
           READ     PKDBSTB-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SPE-BES-40
           END-IF.

           MOVE     KCDAT  OF FORMAT2 TO KCDAT  OF PKDBSTB-P.
           MOVE     KCMENG OF FORMAT2 TO KCMENG OF PKDBSTB-P.
           MOVE     KCREF  OF FORMAT2 TO KCREF  OF PKDBSTB-P.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO KCMSER OF PKDBSTB-P.
           MOVE     T-TERM            TO KCMBS  OF PKDBSTB-P.
           MOVE     PGM-WRK           TO KCMPGM OF PKDBSTB-P.
           MOVE     DATE-8            TO KCMDTA OF PKDBSTB-P.
           MOVE     TIME-6            TO KCMTIA OF PKDBSTB-P.

           REWRITE  PKDBSTB-P.
           MOVE     1 TO GESPEICHERT.
           GO TO    SPE-BES-90.

       SPE-BES-40.
      * ERSTE BESTAETIGUNG DER POSITION
           INITIALIZE PKDBSTBF OF PKDBSTB-P.
           MOVE     KBLFDN OF PKDBST1-P TO KCBLFD OF PKDBSTB-P.
           MOVE     KPPOS  OF FORMAT2   TO KCPOS  OF PKDBSTB-P.
           MOVE     KCDAT  OF FORMAT2   TO KCDAT  OF PKDBSTB-P.
           MOVE     KCMENG OF FORMAT2   TO KCMENG OF PKDBSTB-P.
           MOVE     KCREF  OF FORMAT2   TO KCREF  OF PKDBSTB-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO KCAUSR OF PKDBSTB-P.
           MOVE     T-TERM            TO KCABS  OF PKDBSTB-P.
           MOVE     PGM-WRK           TO KCAPGM OF PKDBSTB-P.
           MOVE     DATE-8            TO KCADTA OF PKDBSTB-P.
           MOVE     TIME-6            TO KCATIA OF PKDBSTB-P.

           WRITE    PKDBSTB-P.
           MOVE     1 TO GESPEICHERT.

       SPE-BES-90.
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
