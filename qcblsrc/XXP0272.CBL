       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0272.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * RUECKSICHERUNG DER JOBKETTEN-SICHERUNGEN                      *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ANZEIGE DER DATEISICHERUNGEN PJOBSNP, DIE    *
      *                  XXP0074 VOR KRITISCHEN SCHRITTEN ANLEGT      *
      *                  (STATUS A = AKTIV, R = ZURUECKGESICHERT,     *
      *                  G = GELOESCHT, U = UNVOLLSTAENDIG).          *
      *                  AUSWAHL 1 SICHERT NACH BESTAETIGUNG (FMT05)  *
      *                  ALLE DATEIEN DER SICHERUNG ZURUECK (CLP0066) *
      *                  UND SETZT DEN SCHRITT DURCH EINEN PJOBLOG-   *
      *                  SATZ MIT STATUS R FUER DEN WIEDERANLAUF      *
      *                  ZURUECK. NUR AKTIVE SICHERUNGEN, DEREN       *
      *                  SCHRITT ZULETZT ABGEBROCHEN IST (F).         *
      *                  EINE FEHLGESCHLAGENE RUECKSICHERUNG WIRD     *
      *                  MIT STATUS W PROTOKOLLIERT.                  *
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
                  ASSIGN       TO  WORKSTATION-XXD0272DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PJOBSNP: SNNR (DATEISICHERUNGEN DER SCHRITTE)
      *-------------------------------------------------------------
           SELECT PJOBSNP-DP
                  ASSIGN       TO  DATABASE-PJOBSNP
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PJOBLOG: JLLFDN (PROTOKOLL DER JOBKETTEN)
      *-------------------------------------------------------------
           SELECT PJOBLOG-DP
                  ASSIGN       TO  DATABASE-PJOBLOG
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
           COPY DDS-ALL-FORMATS OF XXD0272DE.
      /
      *--- PJOBSNP: SNNR
       FD  PJOBSNP-DP
           LABEL RECORDS ARE STANDARD.
       01  PJOBSNP-P.
           COPY DDS-ALL-FORMATS OF PJOBSNP.
      /
      *--- PJOBLOG: JLLFDN
       FD  PJOBLOG-DP
           LABEL RECORDS ARE STANDARD.
       01  PJOBLOG-P.
           COPY DDS-ALL-FORMATS OF PJOBLOG.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN41                          PIC 1.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD0272DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD0272DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  XXD0272DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  XXD0272DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT5X.
           COPY  DDS-FMT05-O OF  XXD0272DE
           REPLACING FMT05-O BY FORMAT5
                     FMT05-O-INDIC BY FORMAT5-O-INDIC.

       01  FORMAT5Y.
           COPY  DDS-FMT05-I OF  XXD0272DE
           REPLACING FMT05-I BY FORMAT5-I
                     FMT05-I-INDIC BY FORMAT5-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0272".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".
       01  AUSWAHL                       PIC X(2).
       01  MELDUNG-WRK                   PIC X(60).

      * STATUSFILTER (LEER = ALLE)
       01  SUCH-STAT                     PIC X(1).

      * GEWAEHLTE SICHERUNG
       01  SEL-NR                        PIC 9(9).

      * LETZTER PJOBLOG-STATUS DES SCHRITTS
       01  LETZT-STAT                    PIC X(1).

      * RUECKSICHERUNG
       01  DATEI-WRK                     PIC X(10).
       01  RUECK-FEHLER                  PIC 9(1).
       01  LOG-STAT                      PIC X(1).

      * PARAMETER FUER CLP0066 (CPYF)
       01  CPYF-REC.
        05 FROMLIB                       PIC X(10).
        05 FROMFILE                      PIC X(10).
        05 FROMMBR                       PIC X(10).
        05 TOLIB                         PIC X(10).
        05 TOFILE                        PIC X(10).
        05 TOMBR                         PIC X(10).
        05 MBROPT                        PIC X(10).
        05 CRTFILE                       PIC X(4).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0272" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0272DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     I-O   PJOBSNP-DP
                          PJOBLOG-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F5, F12.

      * STANDARDMAESSIG NUR DIE AKTIVEN SICHERUNGEN
           MOVE     "A" TO SUCH-STAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

       ANF020.
      * SICHERUNGEN ANZEIGEN
           PERFORM  ANZEIGE-SUBFILE.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       F5 = "1"
                    INITIALIZE F5
           END-IF.
           IF       F12 = "1"
                    INITIALIZE F12
                    MOVE "A" TO SUCH-STAT
           END-IF.
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PJOBSNP-DP
                    PJOBLOG-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * SICHERUNGEN ALS SUBFILE ANZEIGEN
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

      * ALLE PASSENDEN SICHERUNGEN EINLESEN
           INITIALIZE PJOBSNPF OF PJOBSNP-P.
           START    PJOBSNP-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

       ANZ-SFL-10.
           READ     PJOBSNP-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

           IF       SUCH-STAT NOT = SPACES
            AND     SNSTAT OF PJOBSNP-P NOT = SUCH-STAT
                    GO TO ANZ-SFL-10
           END-IF.

      * SUBFILE-ZEILE FUELLEN
           INITIALIZE FORMAT2.
           MOVE     SPACES               TO AUSW   OF FORMAT2.
           MOVE     SNNR   OF PJOBSNP-P  TO SNNR   OF FORMAT2.
           MOVE     SNKETT OF PJOBSNP-P  TO SNKETT OF FORMAT2.
           MOVE     SNDATU OF PJOBSNP-P  TO SNDATU OF FORMAT2.
           MOVE     SNSTEP OF PJOBSNP-P  TO SNSTEP OF FORMAT2.
           MOVE     SNPGM  OF PJOBSNP-P  TO SNPGM  OF FORMAT2.
           MOVE     SNSTAT OF PJOBSNP-P  TO SNSTAT OF FORMAT2.
           MOVE     SNADTA OF PJOBSNP-P  TO SNADTA OF FORMAT2.
           MOVE     SNATIA OF PJOBSNP-P  TO SNATIA OF FORMAT2.
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

      * UEBERSCHRIFT UND FILTER
           MOVE     "XXP0272"         TO MAINUEB OF FORMAT3.
           MOVE     "XXP0272*3"       TO SUBUEB  OF FORMAT3.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT3.
           MOVE     SUCH-STAT         TO SNSTAT  OF FORMAT3.

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

      * FILTER GEAENDERT?
           IF       SNSTAT OF FORMAT3 NOT = SUCH-STAT
                    MOVE SNSTAT OF FORMAT3 TO SUCH-STAT
                    MOVE "1" TO F5
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

           MOVE     SNNR OF FORMAT2 TO SEL-NR.

      * 1 = SICHERUNG ZURUECKSICHERN
           IF       AUSW OF FORMAT2 = "1"
                    PERFORM RUECKSICHERN
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
      * EINE SICHERUNG NACH BESTAETIGUNG (FMT05, F12 = ABBRECHEN)
      * ZURUECKSICHERN. VORAUSSETZUNG: DIE SICHERUNG IST AKTIV UND
      * DER LETZTE PJOBLOG-SATZ DES SCHRITTS IST EIN ABBRUCH (F).
      *--------------------------------------------------------------
       RUECKSICHERN SECTION.
       RUE-SIC-00.

           INITIALIZE PJOBSNPF OF PJOBSNP-P.
           MOVE     SEL-NR TO SNNR OF PJOBSNP-P.
           READ     PJOBSNP-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO RUE-SIC-90
           END-IF.

           IF       SNSTAT OF PJOBSNP-P NOT = "A"
                    MOVE "NUR AKTIVE SICHERUNGEN KOENNEN ZURUECK"
                                      TO MELDUNG-WRK
                    MOVE "GESICHERT WERDEN" TO MELDUNG-WRK(40:16)
                    PERFORM MELDE-HINWEIS
                    GO TO RUE-SIC-90
           END-IF.

           PERFORM  ERMITTLE-LETZT-STAT.
           IF       LETZT-STAT NOT = "F"
                    MOVE "DER SCHRITT IST NICHT ABGEBROCHEN"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO RUE-SIC-90
           END-IF.

      * BESTAETIGUNG: ALLE FELDER GESCHUETZT
           INITIALIZE FORMAT5.
           MOVE     SNNR   OF PJOBSNP-P TO SNNR   OF FORMAT5.
           MOVE     SNKETT OF PJOBSNP-P TO SNKETT OF FORMAT5.
           MOVE     SNDATU OF PJOBSNP-P TO SNDATU OF FORMAT5.
           MOVE     SNSTEP OF PJOBSNP-P TO SNSTEP OF FORMAT5.
           MOVE     SNPGM  OF PJOBSNP-P TO SNPGM  OF FORMAT5.
           MOVE     SNLIB  OF PJOBSNP-P TO SNLIB  OF FORMAT5.
           MOVE     SNMBR  OF PJOBSNP-P TO SNMBR  OF FORMAT5.
           MOVE     SNDAT1 OF PJOBSNP-P TO SNDAT1 OF FORMAT5.
           MOVE     SNDAT2 OF PJOBSNP-P TO SNDAT2 OF FORMAT5.
           MOVE     SNDAT3 OF PJOBSNP-P TO SNDAT3 OF FORMAT5.
           MOVE     SNDAT4 OF PJOBSNP-P TO SNDAT4 OF FORMAT5.
           MOVE     SNDAT5 OF PJOBSNP-P TO SNDAT5 OF FORMAT5.
           MOVE     AN              TO  IN41 OF INXX.
           MOVE     CORR   INXX     TO  FORMAT5-O-INDIC.
           MOVE     "FMT05"         TO  FMT-WRK.
           MOVE     FORMAT5         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-WRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK TO FORMAT5-I.
           MOVE     AUS  TO INXX.

      * F12 = ABBRECHEN
           IF       IN12 OF FORMAT5-I-INDIC = AN
                    GO TO RUE-SIC-90
           END-IF.

      * ALLE DATEIEN DER SICHERUNG ZURUECKKOPIEREN
           MOVE     ZEROES TO RUECK-FEHLER.
           MOVE     SNDAT1 OF PJOBSNP-P TO DATEI-WRK.
           PERFORM  KOPIERE-DATEI.
           MOVE     SNDAT2 OF PJOBSNP-P TO DATEI-WRK.
           PERFORM  KOPIERE-DATEI.
           MOVE     SNDAT3 OF PJOBSNP-P TO DATEI-WRK.
           PERFORM  KOPIERE-DATEI.
           MOVE     SNDAT4 OF PJOBSNP-P TO DATEI-WRK.
           PERFORM  KOPIERE-DATEI.
           MOVE     SNDAT5 OF PJOBSNP-P TO DATEI-WRK.
           PERFORM  KOPIERE-DATEI.

           PERFORM  COPY-GET-TIME.

      * FEHLGESCHLAGEN: SICHERUNG BLEIBT AKTIV, PROTOKOLL MIT W
           IF       RUECK-FEHLER NOT = ZEROES
                    MOVE "W" TO LOG-STAT
                    PERFORM SCHREIBE-LOG
                    MOVE "RUECKSICHERUNG FEHLGESCHLAGEN, BITTE"
                                      TO MELDUNG-WRK
                    MOVE "JOBLOG PRUEFEN" TO MELDUNG-WRK(38:14)
                    PERFORM MELDE-HINWEIS
                    GO TO RUE-SIC-90
           END-IF.

      * SICHERUNG ALS ZURUECKGESICHERT KENNZEICHNEN
           INITIALIZE PJOBSNPF OF PJOBSNP-P.
           MOVE     SEL-NR TO SNNR OF PJOBSNP-P.
           READ     PJOBSNP-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO RUE-SIC-90
           END-IF.
           MOVE     "R"               TO SNSTAT OF PJOBSNP-P.
           MOVE     T-USER            TO SNMSER OF PJOBSNP-P.
           MOVE     T-TERM            TO SNMBS  OF PJOBSNP-P.
           MOVE     PGM-WRK           TO SNMPGM OF PJOBSNP-P.
           MOVE     DATE-8            TO SNMDTA OF PJOBSNP-P.
           MOVE     TIME-6            TO SNMTIA OF PJOBSNP-P.
           REWRITE  PJOBSNP-P.

      * PROTOKOLL MIT R - DAMIT LAEUFT DER SCHRITT BEIM
      * WIEDERANLAUF DER KETTE ERNEUT
           MOVE     "R" TO LOG-STAT.
           PERFORM  SCHREIBE-LOG.

           MOVE     SPACES TO MELDUNG-WRK.
           MOVE     "ZURUECKGESICHERT, SCHRITT FREI FUER WIEDERANLAUF"
                                      TO MELDUNG-WRK.
           PERFORM  MELDE-HINWEIS.

       RUE-SIC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LETZTEN PJOBLOG-STATUS ZU KETTE, DATUM UND SCHRITT DER
      * SICHERUNG ERMITTELN (DER SATZ MIT DER HOECHSTEN NUMMER)
      *--------------------------------------------------------------
       ERMITTLE-LETZT-STAT SECTION.
       ERM-LST-00.

           MOVE     SPACES TO LETZT-STAT.

           INITIALIZE PJOBLOGF OF PJOBLOG-P.
           START    PJOBLOG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERM-LST-90
           END-IF.

       ERM-LST-20.
           READ     PJOBLOG-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERM-LST-90
           END-IF.

           IF       JLKETTE OF PJOBLOG-P = SNKETT OF PJOBSNP-P
            AND     JLDATUM OF PJOBLOG-P = SNDATU OF PJOBSNP-P
            AND     JLSTEP  OF PJOBLOG-P = SNSTEP OF PJOBSNP-P
                    MOVE JLSTAT OF PJOBLOG-P TO LETZT-STAT
           END-IF.

           GO TO    ERM-LST-20.

       ERM-LST-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DATEI DATEI-WRK AUS DEM MEMBER DER SICHERUNG IN DIE
      * PRODUKTIVE DATEI ZURUECKKOPIEREN (INHALT WIRD ERSETZT)
      *--------------------------------------------------------------
       KOPIERE-DATEI SECTION.
       KOP-DAT-00.

           IF       DATEI-WRK = SPACES
                    GO TO KOP-DAT-90
           END-IF.

           INITIALIZE RET-CODE.
           INITIALIZE CPYF-REC.
           MOVE     SNLIB OF PJOBSNP-P  TO FROMLIB  OF CPYF-REC.
           MOVE     DATEI-WRK           TO FROMFILE OF CPYF-REC.
           MOVE     SNMBR OF PJOBSNP-P  TO FROMMBR  OF CPYF-REC.
           MOVE     "*LIBL"             TO TOLIB    OF CPYF-REC.
           MOVE     DATEI-WRK           TO TOFILE   OF CPYF-REC.
           MOVE     "*FIRST"            TO TOMBR    OF CPYF-REC.
           MOVE     "*REPLACE"          TO MBROPT   OF CPYF-REC.
           MOVE     "*NO"               TO CRTFILE  OF CPYF-REC.
           CALL     "CLP0066" USING CPYF-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    MOVE 1 TO RUECK-FEHLER
           END-IF.

       KOP-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * RUECKSICHERUNG IN PJOBLOG PROTOKOLLIEREN (STATUS LOG-STAT)
      *--------------------------------------------------------------
       SCHREIBE-LOG SECTION.
       SCH-LOG-00.

           INITIALIZE PJOBLOGF OF PJOBLOG-P.
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PJOBLOG" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK            TO JLLFDN  OF PJOBLOG-P.

           MOVE     SNKETT OF PJOBSNP-P TO JLKETTE OF PJOBLOG-P.
           MOVE     SNDATU OF PJOBSNP-P TO JLDATUM OF PJOBLOG-P.
           MOVE     SNSTEP OF PJOBSNP-P TO JLSTEP  OF PJOBLOG-P.
           MOVE     SNPGM  OF PJOBSNP-P TO JLPGM   OF PJOBLOG-P.
           MOVE     LOG-STAT            TO JLSTAT  OF PJOBLOG-P.
           MOVE     SNNR   OF PJOBSNP-P TO JLSNNR  OF PJOBLOG-P.
           MOVE     DATE-8              TO JLDTA   OF PJOBLOG-P.
           MOVE     TIME-6              TO JLTIA   OF PJOBLOG-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO JLAUSR OF PJOBLOG-P.
           MOVE     T-TERM            TO JLABS  OF PJOBLOG-P.
           MOVE     PGM-WRK           TO JLAPGM OF PJOBLOG-P.
           MOVE     DATE-8            TO JLADTA OF PJOBLOG-P.
           MOVE     TIME-6            TO JLATIA OF PJOBLOG-P.

           WRITE    PJOBLOG-P.

       SCH-LOG-90.
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
