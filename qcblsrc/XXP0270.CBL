       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0270.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * PFLEGE PROJEKTBUDGET UND MONATSPLANUNG                        *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  PFLEGT JE PROJEKT AUS PPROJAKT DEN           *
      *                  VERANTWORTLICHEN (H050-USER, EMPFAENGER DER  *
      *                  BUDGETWARNUNGEN) UND DAS STUNDENBUDGET IN    *
      *                  PPRJBUD (0 = SUMME DER TAETIGKEITSBUDGETS    *
      *                  PABUDG AUS XXP0087). OPTIONAL WIRD DAS       *
      *                  BUDGET DES PROJEKTS (TAETIGKEIT LEER) ODER   *
      *                  EINER TAETIGKEIT FUER EIN JAHR AUF DIE       *
      *                  MONATE VERTEILT (PPRJPHS, 0 = KEIN PLAN).    *
      *                  AUSWERTUNG UND WARNUNGEN UEBER XXP0271.      *
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
                  ASSIGN       TO  WORKSTATION-XXD0270DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PPROJAKT: PROJEKT-/TAETIGKEITSSTAMM
      *-------------------------------------------------------------
           SELECT PPROJAKT-DP
                  ASSIGN       TO  DATABASE-PPROJAKT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PPRJBUD: PROJEKTBUDGET
      *-------------------------------------------------------------
           SELECT PPRJBUD-DP
                  ASSIGN       TO  DATABASE-PPRJBUD
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PPRJPHS: MONATSPLANUNG DES BUDGETS
      *-------------------------------------------------------------
           SELECT PPRJPHS-DP
                  ASSIGN       TO  DATABASE-PPRJPHS
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
           COPY DDS-ALL-FORMATS OF XXD0270DE.
      /
      *--- PPROJAKT: PAPROJ, PAAKT
       FD  PPROJAKT-DP
           LABEL RECORDS ARE STANDARD.
       01  PPROJAKT-P.
           COPY DDS-ALL-FORMATS OF PPROJAKT.
      /
      *--- PPRJBUD: PBPROJ
       FD  PPRJBUD-DP
           LABEL RECORDS ARE STANDARD.
       01  PPRJBUD-P.
           COPY DDS-ALL-FORMATS OF PPRJBUD.
      /
      *--- PPRJPHS: PPPROJ, PPAKT, PPJHMO
       FD  PPRJPHS-DP
           LABEL RECORDS ARE STANDARD.
       01  PPRJPHS-P.
           COPY DDS-ALL-FORMATS OF PPRJPHS.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN41                          PIC 1.
        05 IN42                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  XXD0270DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  XXD0270DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0270".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * SONSTIGE VARIABLEN
       01  NEUANLAGE                     PIC 9(1).
       01  MELDUNG-WRK                   PIC X(60).
       01  PRUEF-USER                    PIC X(10).
       01  USER-OK                       PIC 9(1).
       01  PROJ-DA                       PIC 9(1).

      * ZULETZT ANGEZEIGTER SCHLUESSEL (PROJEKT/TAETIGKEIT/JAHR);
      * WEICHT DIE EINGABE AB, WIRD ZUERST NEU GELESEN
       01  KEY-SAV.
        05 KEY-PROJ                      PIC X(10).
        05 KEY-AKT                       PIC X(10).
        05 KEY-JAHR                      PIC 9(4).
       01  KEY-EIN.
        05 EIN-PROJ                      PIC X(10).
        05 EIN-AKT                       PIC X(10).
        05 EIN-JAHR                      PIC 9(4).

      * MONATSPLANUNG DES GEWAEHLTEN JAHRES
       01  PHS-TAB.
        05 PHS-STD OCCURS 12             PIC 9(5)V9(2).
       01  PHS-IDX                       PIC 9(2).
       01  PHS-JHMO                      PIC 9(6).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0270" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0270DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     INPUT PPROJAKT-DP.
           OPEN     I-O   PPRJBUD-DP
                          PPRJPHS-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           INITIALIZE FORMAT1.
           INITIALIZE KEY-SAV.

       ANF020.
      * BUDGET ANZEIGEN/ERFASSEN
           PERFORM  ANZEIGE-DATEN.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       F12 = "1"
                    INITIALIZE F12
                    INITIALIZE FORMAT1
                    INITIALIZE KEY-SAV
           END-IF.
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PPROJAKT-DP
                    PPRJBUD-DP
                    PPRJPHS-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * BUDGET ANZEIGEN, EINGABEN PRUEFEN UND SPEICHERN
      *--------------------------------------------------------------
       ANZEIGE-DATEN SECTION.
       ANZ-DAT-00.

      * ZUM EINGEGEBENEN SCHLUESSEL KOPF UND MONATSPLANUNG LESEN
           PERFORM  LESE-BUDGET.

       ANZ-DAT-20.
      * UEBERSCHRIFT
           MOVE     "XXP0270"         TO MAINUEB OF FORMAT1.
           MOVE     "XXP0270*1"       TO SUBUEB  OF FORMAT1.
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

      * PROJEKT IST PFLICHT
           IF       PBPROJ OF FORMAT1 = SPACES
                    GO TO ANZ-DAT-20
           END-IF.

      * SCHLUESSEL GEAENDERT: ERST NACHLESEN
           MOVE     PBPROJ OF FORMAT1 TO EIN-PROJ.
           MOVE     PPAKT  OF FORMAT1 TO EIN-AKT.
           MOVE     PPJAHR OF FORMAT1 TO EIN-JAHR.
           IF       KEY-EIN NOT = KEY-SAV
                    GO TO ANZ-DAT-00
           END-IF.

      * DAS PROJEKT MUSS IM PROJEKTSTAMM STEHEN
           PERFORM  PRUEFE-PROJEKT.
           IF       PROJ-DA = ZEROES
                    MOVE "PROJEKT IST NICHT IM PROJEKTSTAMM (XXP0087)"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ANZ-DAT-20
           END-IF.

      * DER VERANTWORTLICHE IST PFLICHT UND MUSS H050-USER SEIN
           MOVE     PBVERA OF FORMAT1 TO PRUEF-USER.
           PERFORM  PRUEFE-USER.
           IF       USER-OK = ZEROES
                    MOVE "VERANTWORTLICHER FEHLT ODER IST KEIN USER"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ANZ-DAT-20
           END-IF.

      * MONATSPLANUNG: DIE TAETIGKEIT MUSS ZUM PROJEKT GEHOEREN,
      * EIN JAHR IST PFLICHT, SOBALD MONATSWERTE ERFASST SIND
           IF       PPAKT OF FORMAT1 NOT = SPACES
                    INITIALIZE PPROJAKTF OF PPROJAKT-P
                    MOVE PBPROJ OF FORMAT1 TO PAPROJ OF PPROJAKT-P
                    MOVE PPAKT  OF FORMAT1 TO PAAKT  OF PPROJAKT-P
                    READ PPROJAKT-DP WITH NO LOCK
                    IF   FILE-STATUS NOT = ZEROES
                         MOVE "TAETIGKEIT GEHOERT NICHT ZUM PROJEKT"
                                      TO MELDUNG-WRK
                         PERFORM MELDE-HINWEIS
                         GO TO ANZ-DAT-20
                    END-IF
           END-IF.

           PERFORM  UEBERNEHME-MONATE.
           IF       PHS-TAB NOT = ZEROES
            AND    (PPJAHR OF FORMAT1 < 2000
            OR      PPJAHR OF FORMAT1 > 2099)
                    MOVE "FUER DIE MONATSPLANUNG EIN JAHR ANGEBEN"
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

           IF       PPJAHR OF FORMAT1 NOT = ZEROES
                    PERFORM SCHREIBE-MONATE
           END-IF.

      * FUER DAS NAECHSTE PROJEKT LEEREN
           INITIALIZE FORMAT1.
           INITIALIZE KEY-SAV.

       ANZ-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BUDGETKOPF UND MONATSPLANUNG ZUM EINGEGEBENEN SCHLUESSEL
      * LESEN UND IN DIE ANZEIGE UEBERNEHMEN
      *--------------------------------------------------------------
       LESE-BUDGET SECTION.
       LES-BUD-00.

           MOVE     1 TO NEUANLAGE.
           MOVE     PBPROJ OF FORMAT1 TO KEY-PROJ.
           MOVE     PPAKT  OF FORMAT1 TO KEY-AKT.
           MOVE     PPJAHR OF FORMAT1 TO KEY-JAHR.
           IF       PBPROJ OF FORMAT1 = SPACES
                    GO TO LES-BUD-90
           END-IF.

           INITIALIZE PPRJBUDF OF PPRJBUD-P.
           MOVE     PBPROJ OF FORMAT1 TO PBPROJ OF PPRJBUD-P.
           READ     PPRJBUD-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE ZEROES TO NEUANLAGE
      *             KOPF NUR UEBERNEHMEN, WENN NOCH NICHTS ERFASST
                    IF   PBVERA OF FORMAT1 = SPACES
                         MOVE PBVERA OF PPRJBUD-P TO PBVERA OF FORMAT1
                         MOVE PBBUDG OF PPRJBUD-P TO PBBUDG OF FORMAT1
                    END-IF
           END-IF.

      * SUMME DER TAETIGKEITSBUDGETS ZUR INFORMATION
           PERFORM  PRUEFE-PROJEKT.

      * MONATSWERTE DES JAHRES
           INITIALIZE PHS-TAB.
           IF       PPJAHR OF FORMAT1 NOT = ZEROES
                    MOVE 1 TO PHS-IDX
                    PERFORM LESE-MONAT
           END-IF.
           PERFORM  ANZEIGE-MONATE.

       LES-BUD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MONATSWERT PHS-IDX BIS 12 AUS PPRJPHS LESEN
      *--------------------------------------------------------------
       LESE-MONAT SECTION.
       LES-MON-00.

           IF       PHS-IDX > 12
                    GO TO LES-MON-90
           END-IF.

           COMPUTE  PHS-JHMO = PPJAHR OF FORMAT1 * 100 + PHS-IDX
           END-COMPUTE.
           INITIALIZE PPRJPHSF OF PPRJPHS-P.
           MOVE     PBPROJ OF FORMAT1 TO PPPROJ OF PPRJPHS-P.
           MOVE     PPAKT  OF FORMAT1 TO PPAKT  OF PPRJPHS-P.
           MOVE     PHS-JHMO          TO PPJHMO OF PPRJPHS-P.
           READ     PPRJPHS-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE PPSTD OF PPRJPHS-P TO PHS-STD(PHS-IDX)
           END-IF.

           ADD      1 TO PHS-IDX.
           GO TO    LES-MON-00.

       LES-MON-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MONATSWERTE IN DIE ANZEIGE STELLEN
      *--------------------------------------------------------------
       ANZEIGE-MONATE SECTION.
       ANZ-MON-00.

           MOVE     PHS-STD(1)  TO PPM01 OF FORMAT1.
           MOVE     PHS-STD(2)  TO PPM02 OF FORMAT1.
           MOVE     PHS-STD(3)  TO PPM03 OF FORMAT1.
           MOVE     PHS-STD(4)  TO PPM04 OF FORMAT1.
           MOVE     PHS-STD(5)  TO PPM05 OF FORMAT1.
           MOVE     PHS-STD(6)  TO PPM06 OF FORMAT1.
           MOVE     PHS-STD(7)  TO PPM07 OF FORMAT1.
           MOVE     PHS-STD(8)  TO PPM08 OF FORMAT1.
           MOVE     PHS-STD(9)  TO PPM09 OF FORMAT1.
           MOVE     PHS-STD(10) TO PPM10 OF FORMAT1.
           MOVE     PHS-STD(11) TO PPM11 OF FORMAT1.
           MOVE     PHS-STD(12) TO PPM12 OF FORMAT1.

       ANZ-MON-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MONATSWERTE AUS DER ANZEIGE UEBERNEHMEN
      *--------------------------------------------------------------
       UEBERNEHME-MONATE SECTION.
       UEB-MON-00.

           MOVE     PPM01 OF FORMAT1 TO PHS-STD(1).
           MOVE     PPM02 OF FORMAT1 TO PHS-STD(2).
           MOVE     PPM03 OF FORMAT1 TO PHS-STD(3).
           MOVE     PPM04 OF FORMAT1 TO PHS-STD(4).
           MOVE     PPM05 OF FORMAT1 TO PHS-STD(5).
           MOVE     PPM06 OF FORMAT1 TO PHS-STD(6).
           MOVE     PPM07 OF FORMAT1 TO PHS-STD(7).
           MOVE     PPM08 OF FORMAT1 TO PHS-STD(8).
           MOVE     PPM09 OF FORMAT1 TO PHS-STD(9).
           MOVE     PPM10 OF FORMAT1 TO PHS-STD(10).
           MOVE     PPM11 OF FORMAT1 TO PHS-STD(11).
           MOVE     PPM12 OF FORMAT1 TO PHS-STD(12).

       UEB-MON-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GIBT ES DAS PROJEKT IN PPROJAKT? DABEI DIE BUDGETS DER
      * TAETIGKEITEN ZUR ANZEIGE SUMMIEREN (PBSAKT)
      *--------------------------------------------------------------
       PRUEFE-PROJEKT SECTION.
       PRU-PRJ-00.

           MOVE     ZEROES TO PROJ-DA.
           MOVE     ZEROES TO PBSAKT OF FORMAT1.

           INITIALIZE PPROJAKTF OF PPROJAKT-P.
           MOVE     PBPROJ OF FORMAT1 TO PAPROJ OF PPROJAKT-P.
           START    PPROJAKT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-PRJ-90
           END-IF.

       PRU-PRJ-20.
           READ     PPROJAKT-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      PAPROJ OF PPROJAKT-P NOT = PBPROJ OF FORMAT1
                    GO TO PRU-PRJ-90
           END-IF.

           MOVE     1 TO PROJ-DA.
           ADD      PABUDG OF PPROJAKT-P TO PBSAKT OF FORMAT1.
           GO TO    PRU-PRJ-20.

       PRU-PRJ-90.
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
      * HINZUFUEGEN EINES BUDGETKOPFES
      *--------------------------------------------------------------
       ADD-ENTRY SECTION.
       ADD-ENT-00.

           INITIALIZE PPRJBUDF OF PPRJBUD-P.
           MOVE     PBPROJ OF FORMAT1 TO PBPROJ OF PPRJBUD-P.
           MOVE     PBVERA OF FORMAT1 TO PBVERA OF PPRJBUD-P.
           MOVE     PBBUDG OF FORMAT1 TO PBBUDG OF PPRJBUD-P.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

      * ANLAGEDATEN FUELLEN
           MOVE     DATE-8            TO PBADTA OF PPRJBUD-P.
           MOVE     TIME-6            TO PBATIA OF PPRJBUD-P.
           MOVE     T-USER            TO PBAUSR OF PPRJBUD-P.
           MOVE     T-TERM            TO PBABS  OF PPRJBUD-P.
           MOVE     PGM-WRK           TO PBAPGM OF PPRJBUD-P.

           WRITE    PPRJBUD-P.

       ADD-ENT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AENDERN EINES BUDGETKOPFES (DIE WARNKENNZEICHEN PBW80/
      * PBW100 SETZT XXP0271 SELBST ZURUECK, WENN DAS BUDGET SO
      * ERHOEHT WIRD, DASS DIE SCHWELLE WIEDER UNTERSCHRITTEN IST)
      *--------------------------------------------------------------
       CHANGE-ENTRY SECTION.
       CHG-ENT-00.

           INITIALIZE PPRJBUDF OF PPRJBUD-P.
           MOVE     PBPROJ OF FORMAT1 TO PBPROJ OF PPRJBUD-P.
           READ     PPRJBUD-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO CHG-ENT-90
           END-IF.

           MOVE     PBVERA OF FORMAT1 TO PBVERA OF PPRJBUD-P.
           MOVE     PBBUDG OF FORMAT1 TO PBBUDG OF PPRJBUD-P.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO PBMSER OF PPRJBUD-P.
           MOVE     T-TERM            TO PBMBS  OF PPRJBUD-P.
           MOVE     PGM-WRK           TO PBMPGM OF PPRJBUD-P.
           MOVE     DATE-8            TO PBMDTA OF PPRJBUD-P.
           MOVE     TIME-6            TO PBMTIA OF PPRJBUD-P.

           REWRITE  PPRJBUD-P.

       CHG-ENT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MONATSPLANUNG DES JAHRES SCHREIBEN: WERTE GROESSER NULL
      * ANLEGEN ODER AENDERN, NULLWERTE LOESCHEN
      *--------------------------------------------------------------
       SCHREIBE-MONATE SECTION.
       SCH-MON-00.

           PERFORM  COPY-GET-TIME.
           MOVE     1 TO PHS-IDX.

       SCH-MON-20.
           IF       PHS-IDX > 12
                    GO TO SCH-MON-90
           END-IF.

           COMPUTE  PHS-JHMO = PPJAHR OF FORMAT1 * 100 + PHS-IDX
           END-COMPUTE.
           INITIALIZE PPRJPHSF OF PPRJPHS-P.
           MOVE     PBPROJ OF FORMAT1 TO PPPROJ OF PPRJPHS-P.
           MOVE     PPAKT  OF FORMAT1 TO PPAKT  OF PPRJPHS-P.
           MOVE     PHS-JHMO          TO PPJHMO OF PPRJPHS-P.
           READ     PPRJPHS-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-MON-40
           END-IF.

      * VORHANDENER MONAT: AENDERN ODER LOESCHEN
           IF       PHS-STD(PHS-IDX) = ZEROES
                    DELETE PPRJPHS-DP RECORD
                    GO TO SCH-MON-80
           END-IF.
           IF       PPSTD OF PPRJPHS-P NOT = PHS-STD(PHS-IDX)
                    MOVE PHS-STD(PHS-IDX) TO PPSTD  OF PPRJPHS-P
                    MOVE T-USER           TO PPMSER OF PPRJPHS-P
                    MOVE T-TERM           TO PPMBS  OF PPRJPHS-P
                    MOVE PGM-WRK          TO PPMPGM OF PPRJPHS-P
                    MOVE DATE-8           TO PPMDTA OF PPRJPHS-P
                    MOVE TIME-6           TO PPMTIA OF PPRJPHS-P
                    REWRITE PPRJPHS-P
           END-IF.
           GO TO    SCH-MON-80.

       SCH-MON-40.
      * NEUER MONAT
           IF       PHS-STD(PHS-IDX) = ZEROES
                    GO TO SCH-MON-80
           END-IF.
           INITIALIZE PPRJPHSF OF PPRJPHS-P.
           MOVE     PBPROJ OF FORMAT1 TO PPPROJ OF PPRJPHS-P.
           MOVE     PPAKT  OF FORMAT1 TO PPAKT  OF PPRJPHS-P.
           MOVE     PHS-JHMO          TO PPJHMO OF PPRJPHS-P.
           MOVE     PHS-STD(PHS-IDX)  TO PPSTD  OF PPRJPHS-P.
           MOVE     DATE-8            TO PPADTA OF PPRJPHS-P.
           MOVE     TIME-6            TO PPATIA OF PPRJPHS-P.
           MOVE     T-USER            TO PPAUSR OF PPRJPHS-P.
           MOVE     T-TERM            TO PPABS  OF PPRJPHS-P.
           MOVE     PGM-WRK           TO PPAPGM OF PPRJPHS-P.
           WRITE    PPRJPHS-P.

       SCH-MON-80.
           ADD      1 TO PHS-IDX.
           GO TO    SCH-MON-20.

       SCH-MON-90.
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
