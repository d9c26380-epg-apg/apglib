      * 22.08.2026  AP    OHNE AUSWAHL WIRD JETZT DAS PROGRAMM SELBST *
      *                   GEPRUEFT (CHK-PGM), FUER DAS STARTMENUE     *
      *                   CFP8002                                     *
      * 15.10.2026 AP    ROLLENPFLICHT JE PROGRAMM: STEHEN ZUM PGM    *
      *                  PGM-ROLE-SAETZE IN PCFGAUT (CFKEY2 = ROLLE), *
      *                  MUSS DER USER EINE DIESER ROLLEN GUELTIG     *
      *                  ZUGETEILT HABEN (ROLE-SATZ WIE CFP9012)      *
      * 15.10.2026 AP    WARTUNGSFENSTER: LIEGT DAS PROGRAMM ODER     *
      *                  SEINE H051-GRUPPE IN EINEM AKTIVEN FENSTER   *
      *                  AUS PWARTFN (PFLEGE CFP9033), WIRD DER START *
      *                  MIT HINWEIS AUF DAS FENSTERENDE ABGELEHNT.   *
      *                  AUSWAHL *L PRUEFT OHNE FENSTER (MENUELISTE)  *
      *                                                               *
      *****************************************************************
      *
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PWARTFN: WFNR (WARTUNGSFENSTER)
      *-------------------------------------------------------------
           SELECT PWARTFN-DP
                  ASSIGN       TO  DATABASE-PWARTFN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  PCFGAUT-P.
           COPY DDS-ALL-FORMATS OF PCFGAUT.
      /
      *--- WARTUNGSFENSTER
       FD  PWARTFN-DP
           LABEL RECORDS ARE STANDARD.
       01  PWARTFN-P.
           COPY DDS-ALL-FORMATS OF PWARTFN.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CFP9002".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".

       01  DATEI-OPEN                    PIC 9(1).

      * ROLLENPFLICHT DES PROGRAMMS
       01  ROLLE-WRK                     PIC X(10).
       01  ROLLE-NOETIG                  PIC 9(1).
       01  ROLLE-OK                      PIC 9(1).

      * WARTUNGSFENSTER: JETZT, BEGINN UND ENDE ALS ZEITSTEMPEL
       01  STEMPEL-JETZT.
        05 STJ-DAT                       PIC 9(8).
        05 STJ-ZEI                       PIC 9(6).
       01  STEMPEL-VON.
        05 STV-DAT                       PIC 9(8).
        05 STV-ZEI                       PIC 9(6).
       01  STEMPEL-BIS.
        05 STB-DAT                       PIC 9(8).
        05 STB-ZEI                       PIC 9(6).
       01  FENSTER-TRIFFT                PIC 9(1).
       01  DSP-ENDE                      PIC X(16).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
           OPEN     INPUT PCFGAUT-DP.
           MOVE     1     TO DATEI-OPEN.

      * OHNE AUSWAHL WIRD DAS PROGRAMM SELBST GEPRUEFT, SONST DIE
      * OPTION. *L PRUEFT DAS PROGRAMM FUER DIE MENUELISTE OHNE DIE
      * WARTUNGSFENSTER - ABGELEHNT WIRD ERST DER START
           IF       X-AUSWAHL = SPACES
            OR      X-AUSWAHL = "*L"
                    PERFORM CHECK-PROGRAMM
           ELSE
                    PERFORM CHECK-OPTION
                    MOVE "9" TO X-RETCODE
           END-IF.

      * KEIN SPERR-EINTRAG GEFUNDEN - JETZT DIE ROLLENPFLICHT
           PERFORM  CHECK-ROLLENPFLICHT.
           IF       X-RETCODE NOT = SPACES
                    GO TO CHK-PGM-90
           END-IF.

      * BEIM START ZULETZT DIE WARTUNGSFENSTER
           IF       X-AUSWAHL = SPACES
                    PERFORM CHECK-WARTUNG
           END-IF.

       CHK-PGM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ROLLENPFLICHT: GIBT ES ZUM PROGRAMM PGM-ROLE-SAETZE, DARF ES
      * NUR STARTEN, WER EINE DIESER ROLLEN GUELTIG ZUGETEILT HAT.
      * OHNE PGM-ROLE-SATZ BLEIBT DAS PROGRAMM FREI
      *--------------------------------------------------------------
       CHECK-ROLLENPFLICHT SECTION.
       CHK-RPF-00.

           PERFORM  COPY-GET-TIME.
           MOVE     ZEROES TO ROLLE-NOETIG.

           INITIALIZE PCFGAUTF OF PCFGAUT-P.
           MOVE     "PGM-ROLE"     TO CFID   OF PCFGAUT-P.
           MOVE     X-PGM          TO CFKEY  OF PCFGAUT-P.
           MOVE     SPACES         TO CFKEY2 OF PCFGAUT-P.
           MOVE     SPACES         TO CFKEY3 OF PCFGAUT-P.
           MOVE     SPACES         TO CFKEY4 OF PCFGAUT-P.
           START    PCFGAUT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO CHK-RPF-80
           END-IF.

       CHK-RPF-20.
           READ     PCFGAUT-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO CHK-RPF-80
           END-IF.
           IF       CFID  OF PCFGAUT-P NOT = "PGM-ROLE"
            OR      CFKEY OF PCFGAUT-P NOT = X-PGM
                    GO TO CHK-RPF-80
           END-IF.

           MOVE     1 TO ROLLE-NOETIG.
           MOVE     CFKEY2 OF PCFGAUT-P TO ROLLE-WRK.
           PERFORM  CHECK-ROLLE-USER.
           IF       ROLLE-OK NOT = ZEROES
                    GO TO CHK-RPF-90
           END-IF.

      * NAECHSTE ROLLE: AUFSETZEN HINTER DIE GEPRUEFTE
           INITIALIZE PCFGAUTF OF PCFGAUT-P.
           MOVE     "PGM-ROLE"     TO CFID   OF PCFGAUT-P.
           MOVE     X-PGM          TO CFKEY  OF PCFGAUT-P.
           MOVE     ROLLE-WRK      TO CFKEY2 OF PCFGAUT-P.
           MOVE     HIGH-VALUE     TO CFKEY3 OF PCFGAUT-P.
           START    PCFGAUT-DP KEY > EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO CHK-RPF-80
           END-IF.
           GO TO    CHK-RPF-20.

       CHK-RPF-80.
           IF       ROLLE-NOETIG NOT = ZEROES
                    MOVE "9" TO X-RETCODE
           END-IF.

       CHK-RPF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HAT X-USER DIE ROLLE ROLLE-WRK GUELTIG ZUGETEILT? FEHLENDE,
      * STILLGELEGTE ODER AUSSERHALB DER GUELTIGKEIT LIEGENDE
      * ZUTEILUNGEN ZAEHLEN NICHT (ROLLE-OK = 1: JA)
      *--------------------------------------------------------------
       CHECK-ROLLE-USER SECTION.
       CHK-RUS-00.

           MOVE     ZEROES TO ROLLE-OK.

           INITIALIZE PCFGAUTF OF PCFGAUT-P.
           MOVE     "ROLE"         TO CFID   OF PCFGAUT-P.
           MOVE     ROLLE-WRK      TO CFKEY  OF PCFGAUT-P.
           MOVE     X-USER         TO CFKEY2 OF PCFGAUT-P.
           MOVE     SPACES         TO CFKEY3 OF PCFGAUT-P.
           MOVE     SPACES         TO CFKEY4 OF PCFGAUT-P.
           READ     PCFGAUT-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO CHK-RUS-90
           END-IF.

           IF       AUAKT OF PCFGAUT-P = "0"
                    GO TO CHK-RUS-90
           END-IF.
           IF       AUGVON OF PCFGAUT-P NOT = ZEROES
            AND     DATE-8 < AUGVON OF PCFGAUT-P
                    GO TO CHK-RUS-90
           END-IF.
           IF       AUGBIS OF PCFGAUT-P NOT = ZEROES
            AND     DATE-8 > AUGBIS OF PCFGAUT-P
                    GO TO CHK-RUS-90
           END-IF.

           MOVE     1 TO ROLLE-OK.

       CHK-RUS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * WARTUNGSFENSTER: EIN AKTIVES FENSTER (STATUS A), DAS JETZT
      * LAEUFT UND DAS PROGRAMM ODER EINE SEINER H051-GRUPPEN
      * SPERRT, LEHNT DEN START AB. AUSGENOMMEN SIND USER MIT DER
      * AUSNAHMEROLLE DES FENSTERS UND BEI FENSTERN DER JOBKETTE
      * DER JOBUSER, DER DAS FENSTER GEOEFFNET HAT
      *--------------------------------------------------------------
       CHECK-WARTUNG SECTION.
       CHK-WAR-00.

           PERFORM  COPY-GET-TIME.
           MOVE     DATE-8 TO STJ-DAT.
           MOVE     TIME-6 TO STJ-ZEI.

      * OHNE DATEI GIBT ES KEINE FENSTER
           OPEN     INPUT PWARTFN-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO CHK-WAR-90
           END-IF.

           INITIALIZE PWARTFNF OF PWARTFN-P.
           START    PWARTFN-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO CHK-WAR-80
           END-IF.

       CHK-WAR-20.
           READ     PWARTFN-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO CHK-WAR-80
           END-IF.

           IF       WFSTAT OF PWARTFN-P NOT = "A"
                    GO TO CHK-WAR-20
           END-IF.

      * LAEUFT DAS FENSTER GERADE?
           MOVE     WFVDAT OF PWARTFN-P TO STV-DAT.
           MOVE     WFVZEI OF PWARTFN-P TO STV-ZEI.
           MOVE     WFBDAT OF PWARTFN-P TO STB-DAT.
           MOVE     WFBZEI OF PWARTFN-P TO STB-ZEI.
           IF       STEMPEL-JETZT < STEMPEL-VON
            OR      STEMPEL-JETZT NOT < STEMPEL-BIS
                    GO TO CHK-WAR-20
           END-IF.

      * BETRIFFT ES DAS PROGRAMM?
           MOVE     ZEROES TO FENSTER-TRIFFT.
           IF       WFART OF PWARTFN-P = "P"
            AND     WFOBJ OF PWARTFN-P = X-PGM
                    MOVE 1 TO FENSTER-TRIFFT
           END-IF.
           IF       WFART OF PWARTFN-P = "G"
                    INITIALIZE PCONFIGF OF CFG-CPY
                    MOVE "H051"              TO CFID   OF CFG-CPY
                    MOVE WFOBJ OF PWARTFN-P  TO CFKEY  OF CFG-CPY
                    MOVE X-PGM               TO CFKEY2 OF CFG-CPY
                    PERFORM COPY-CFG-CPY
                    IF   CFG-DA OF CFG-CPY = 1
                         MOVE 1 TO FENSTER-TRIFFT
                    END-IF
           END-IF.
           IF       FENSTER-TRIFFT = ZEROES
                    GO TO CHK-WAR-20
           END-IF.

      * DIE JOBKETTE SPERRT SICH NICHT SELBST AUS
           IF       WFKETT OF PWARTFN-P NOT = SPACES
            AND     WFAUSR OF PWARTFN-P = X-USER
                    GO TO CHK-WAR-20
           END-IF.

      * AUSNAHMEROLLE
           IF       WFROLE OF PWARTFN-P NOT = SPACES
                    MOVE WFROLE OF PWARTFN-P TO ROLLE-WRK
                    PERFORM CHECK-ROLLE-USER
                    IF   ROLLE-OK NOT = ZEROES
                         GO TO CHK-WAR-20
                    END-IF
           END-IF.

      * GESPERRT: DEM USER DAS ENDE DES FENSTERS UND DEN GRUND
      * MELDEN
           MOVE     "9" TO X-RETCODE.

           MOVE     SPACES                    TO DSP-ENDE.
           MOVE     WFBDAT OF PWARTFN-P(7:2)  TO DSP-ENDE(1:2).
           MOVE     "."                       TO DSP-ENDE(3:1).
           MOVE     WFBDAT OF PWARTFN-P(5:2)  TO DSP-ENDE(4:2).
           MOVE     "."                       TO DSP-ENDE(6:1).
           MOVE     WFBDAT OF PWARTFN-P(1:4)  TO DSP-ENDE(7:4).
           MOVE     WFBZEI OF PWARTFN-P(1:2)  TO DSP-ENDE(12:2).
           MOVE     ":"                       TO DSP-ENDE(14:1).
           MOVE     WFBZEI OF PWARTFN-P(3:2)  TO DSP-ENDE(15:2).

           INITIALIZE SNDMSG-REC.
           STRING   X-PGM                     DELIMITED BY SPACE
                    " WEGEN WARTUNG GESPERRT BIS "
                                              DELIMITED BY SIZE
                    DSP-ENDE                  DELIMITED BY SIZE
               INTO MSGTXT OF SNDMSG-REC
           END-STRING.
           MOVE     X-USER TO USER OF SNDMSG-REC.
           CALL     "CLP0010" USING SNDMSG-REC
                                    RET-CODE
           END-CALL.

           INITIALIZE SNDMSG-REC.
           MOVE     "GRUND:"          TO MSGTXT OF SNDMSG-REC(1:6).
           MOVE     WFGRND OF PWARTFN-P(1:53)
                                      TO MSGTXT OF SNDMSG-REC(8:53).
           MOVE     X-USER TO USER OF SNDMSG-REC.
           CALL     "CLP0010" USING SNDMSG-REC
                                    RET-CODE
           END-CALL.

       CHK-WAR-80.
           CLOSE    PWARTFN-DP.

       CHK-WAR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PRUEFEN OB ES DIE DATEI GIBT
      *--------------------------------------------------------------
       CHECK-DATEI SECTION.
       CHK-DAT-90.
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
