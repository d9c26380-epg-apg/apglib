       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CFP9035.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * FIRECALL: ZEITLICH BEGRENZTE NOTFALLBERECHTIGUNG ANFORDERN    *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  DER ANGEMELDETE USER FORDERT MIT BEGRUEN-    *
      *                  DUNG UND INCIDENT-/TICKETNUMMER DIE          *
      *                  VORDEFINIERTE NOTFALLROLLE AN. DIE ROLLE     *
      *                  WIRD SOFORT IN PCFGAUT ZUGETEILT (AUGVON/    *
      *                  AUGBIS = FENSTER), DIE SITZUNG IN PFIRECL    *
      *                  FESTGEHALTEN (STATUS A). ROLLE UND DAUER IN  *
      *                  STUNDEN STEHEN IN A400/FIRECALL CFIN01(1:10) *
      *                  UND CFIN01(11:2), STANDARD FIRECALL UND 4.   *
      *                  KEIN FIRECALL BEI AKTIVEM LOCKDOWN (PSECLCK),*
      *                  BEI EINEM SCHON AKTIVEN FIRECALL ODER WENN   *
      *                  DIE ROLLE BEREITS REGULAER ZUGETEILT IST.    *
      *                  DER SICHERHEITSBEAUFTRAGTE (A400/SECMON      *
      *                  CFIN01) WIRD SOFORT INFORMIERT. ENTZUG,      *
      *                  KENNZEICHNUNG DER PROTOKOLLE UND PRUEF-      *
      *                  AUFTRAG UEBERNIMMT DER MONITOR CFP9036.      *
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
                  ASSIGN       TO  WORKSTATION-CFD9035DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PFIRECL: FCLFDN (FIRECALL-SITZUNGEN)
      *-------------------------------------------------------------
           SELECT PFIRECL-DP
                  ASSIGN       TO  DATABASE-PFIRECL
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PHYSISCHE DATEI KONFIGURATION
      *-------------------------------------------------------------
           SELECT PCFGAUT-DP
                  ASSIGN       TO  DATABASE-PCFGAUT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PSECLCK: AUSGESPROCHENE LOCKDOWNS
      *-------------------------------------------------------------
           SELECT PSECLCK-DP
                  ASSIGN       TO  DATABASE-PSECLCK
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
           COPY DDS-ALL-FORMATS OF CFD9035DE.
      /
      *--- PFIRECL: FCLFDN
       FD  PFIRECL-DP
           LABEL RECORDS ARE STANDARD.
       01  PFIRECL-P.
           COPY DDS-ALL-FORMATS OF PFIRECL.
      /
      *--- BERECHTIGUNGEN
       FD  PCFGAUT-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGAUT-P.
           COPY DDS-ALL-FORMATS OF PCFGAUT.
      /
      *--- PSECLCK: LKUSER
       FD  PSECLCK-DP
           LABEL RECORDS ARE STANDARD.
       01  PSECLCK-P.
           COPY DDS-ALL-FORMATS OF PSECLCK.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN41                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  CFD9035DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  CFD9035DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CFP9035".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".

      * EINSTELLUNGEN AUS A400/FIRECALL UND A400/SECMON
       01  FC-ROLLE                      PIC X(10).
       01  FC-STUNDEN                    PIC 9(2).
       01  SECOFF-WRK                    PIC X(10).

      * FENSTER DER NOTFALLBERECHTIGUNG
       01  BIS-DATUM                     PIC 9(8).
       01  BIS-DATUM-RED REDEFINES BIS-DATUM.
        05 BIS-JAHR                      PIC 9(4).
        05 BIS-MONAT                     PIC 9(2).
        05 BIS-TAG                       PIC 9(2).
       01  BIS-ZEIT                      PIC 9(6).
       01  BIS-ZEIT-RED REDEFINES BIS-ZEIT.
        05 BIS-STD                       PIC 9(2).
        05 BIS-MIN                       PIC 9(2).
        05 BIS-SEK                       PIC 9(2).
       01  STD-SUMME                     PIC 9(3).
       01  MONAT-LAENGE                  PIC 9(2).
       01  SJA-WERT                      PIC 9(4).
       01  SJA-MODREST                   PIC 9(4).

      * ABLEHNUNGSGRUND (LEER = ANFORDERUNG ZULAESSIG)
       01  MELDUNG-WRK                   PIC X(70).

      * PARAMETER FUER DIE NACHRICHTENZENTRALE (CFP0030)
       01  NOTIF-USER                    PIC X(10).
       01  NOTIF-SEV                     PIC X(1).
       01  NOTIF-TEXT                    PIC X(70).

      * AUFBEREITUNG VON DATUM UND UHRZEIT
       01  DSP-DATUM.
        05 DSP-DT-TAG                    PIC 9(2).
        05 FILLER                        PIC X(1)  VALUE ".".
        05 DSP-DT-MONAT                  PIC 9(2).
        05 FILLER                        PIC X(1)  VALUE ".".
        05 DSP-DT-JAHR                   PIC 9(4).
       01  DSP-ZEIT.
        05 DSP-ZT-STD                    PIC 9(2).
        05 FILLER                        PIC X(1)  VALUE ":".
        05 DSP-ZT-MIN                    PIC 9(2).
       01  DSP-LFDN                      PIC Z(8)9.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "CFP9035" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "CFD9035DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     I-O   PFIRECL-DP
                          PCFGAUT-DP.
           OPEN     INPUT PSECLCK-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  LESE-KONFIGURATION.

           INITIALIZE FORMAT1.

       ANF020.
      * ANFORDERUNG ERFASSEN
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

           CLOSE    PFIRECL-DP
                    PCFGAUT-DP
                    PSECLCK-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * NOTFALLROLLE, DAUER UND SICHERHEITSBEAUFTRAGTEN LESEN
      *--------------------------------------------------------------
       LESE-KONFIGURATION SECTION.
       LES-KON-00.

           MOVE     "FIRECALL" TO FC-ROLLE.
           MOVE     4          TO FC-STUNDEN.
           MOVE     "APG"      TO SECOFF-WRK.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "A400"            TO CFID   OF CFG-CPY.
           MOVE     "FIRECALL"        TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
                    IF   CFIN01 OF CFG-CPY(1:10) NOT = SPACES
                         MOVE CFIN01 OF CFG-CPY(1:10) TO FC-ROLLE
                    END-IF
                    IF   CFIN01 OF CFG-CPY(11:2) IS NUMERIC
                     AND CFIN01 OF CFG-CPY(11:2) NOT = ZEROES
                         MOVE CFIN01 OF CFG-CPY(11:2) TO FC-STUNDEN
                    END-IF
           END-IF.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "A400"            TO CFID   OF CFG-CPY.
           MOVE     "SECMON"          TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
            AND     CFIN01 OF CFG-CPY(1:10) NOT = SPACES
                    MOVE CFIN01 OF CFG-CPY(1:10) TO SECOFF-WRK
           END-IF.

       LES-KON-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANFORDERUNG ANZEIGEN, PRUEFEN UND AUSFUEHREN
      *--------------------------------------------------------------
       ANZEIGE-DATEN SECTION.
       ANZ-DAT-00.

      * UEBERSCHRIFT
           MOVE     "CFP9035"         TO MAINUEB OF FORMAT1.
           MOVE     "CFP9035*1"       TO SUBUEB  OF FORMAT1.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT1.
           MOVE     T-USER            TO FCUSER  OF FORMAT1.
           MOVE     FC-ROLLE          TO FCROLE  OF FORMAT1.
           MOVE     FC-STUNDEN        TO FCSTD   OF FORMAT1.

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

      * BEGRUENDUNG UND INCIDENT-/TICKETNUMMER SIND PFLICHT
           IF       FCGRND OF FORMAT1 = SPACES
            OR      FCTICK OF FORMAT1 = SPACES
                    GO TO ANZ-DAT-90
           END-IF.

      * IST EIN FIRECALL UEBERHAUPT ZULAESSIG?
           PERFORM  COPY-GET-TIME.
           PERFORM  PRUEFE-ANFORDERUNG.
           IF       MELDUNG-WRK NOT = SPACES
                    INITIALIZE SNDMSG-REC
                    MOVE MELDUNG-WRK TO MSGTXT OF SNDMSG-REC(1:70)
                    MOVE T-USER      TO USER   OF SNDMSG-REC
                    CALL "CLP0010" USING SNDMSG-REC
                                         RET-CODE
                    END-CALL
                    GO TO ANZ-DAT-90
           END-IF.

      * ENDE DES FENSTERS = JETZT PLUS DAUER
           PERFORM  RECHNE-FENSTER-ENDE.

      * SITZUNG FESTHALTEN UND ROLLE ZUTEILEN
           PERFORM  ADD-ENTRY.
           PERFORM  SCHREIBE-ROLLE.

           MOVE     BIS-TAG    TO DSP-DT-TAG.
           MOVE     BIS-MONAT  TO DSP-DT-MONAT.
           MOVE     BIS-JAHR   TO DSP-DT-JAHR.
           MOVE     BIS-STD    TO DSP-ZT-STD.
           MOVE     BIS-MIN    TO DSP-ZT-MIN.

      * DEN SICHERHEITSBEAUFTRAGTEN SOFORT INFORMIEREN
           MOVE     FCLFDN OF PFIRECL-P TO DSP-LFDN.
           MOVE     SECOFF-WRK TO NOTIF-USER.
           MOVE     "I"        TO NOTIF-SEV.
           MOVE     SPACES     TO NOTIF-TEXT.
           STRING   "FIRECALL "                DELIMITED BY SIZE
                    DSP-LFDN                   DELIMITED BY SIZE
                    " "                        DELIMITED BY SIZE
                    T-USER                     DELIMITED BY SPACE
                    " TICKET "                 DELIMITED BY SIZE
                    FCTICK OF FORMAT1          DELIMITED BY SPACE
                    " BIS "                    DELIMITED BY SIZE
                    DSP-DATUM                  DELIMITED BY SIZE
                    " "                        DELIMITED BY SIZE
                    DSP-ZEIT                   DELIMITED BY SIZE
               INTO NOTIF-TEXT
           END-STRING.
           CALL     "CFP0030" USING NOTIF-USER
                                    NOTIF-SEV
                                    PGM-WRK
                                    NOTIF-TEXT
           END-CALL.

           INITIALIZE SNDMSG-REC.
           MOVE "FIRECALL AKTIV - ROLLE"
                                    TO MSGTXT OF SNDMSG-REC(1:22).
           MOVE FC-ROLLE            TO MSGTXT OF SNDMSG-REC(24:10).
           MOVE "BIS"               TO MSGTXT OF SNDMSG-REC(35:3).
           MOVE DSP-DATUM           TO MSGTXT OF SNDMSG-REC(39:10).
           MOVE DSP-ZEIT            TO MSGTXT OF SNDMSG-REC(50:5).
           MOVE T-USER              TO USER   OF SNDMSG-REC.
           CALL     "CLP0010" USING SNDMSG-REC
                                    RET-CODE
           END-CALL.

      * FUER DIE NAECHSTE ANFORDERUNG LEEREN
           INITIALIZE FORMAT1.

       ANZ-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZULAESSIGKEIT PRUEFEN: KEIN LOCKDOWN, KEIN AKTIVER FIRECALL,
      * ROLLE NICHT SCHON REGULAER ZUGETEILT
      *--------------------------------------------------------------
       PRUEFE-ANFORDERUNG SECTION.
       PRU-ANF-00.

           MOVE     SPACES TO MELDUNG-WRK.

      * AKTIVER LOCKDOWN SCHLIESST JEDE ERHOEHUNG AUS
           INITIALIZE PSECLCKF OF PSECLCK-P.
           MOVE     T-USER TO LKUSER OF PSECLCK-P.
           READ     PSECLCK-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     LKSTAT OF PSECLCK-P = "A"
                    MOVE "USER GESPERRT (LOCKDOWN) - KEIN FIRECALL"
                                            TO MELDUNG-WRK
                    GO TO PRU-ANF-90
           END-IF.

      * HAT DER USER SCHON EINEN AKTIVEN FIRECALL?
           INITIALIZE PFIRECLF OF PFIRECL-P.
           START    PFIRECL-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-ANF-40
           END-IF.

       PRU-ANF-20.
           READ     PFIRECL-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-ANF-40
           END-IF.
           IF       FCUSER OF PFIRECL-P = T-USER
            AND     FCSTAT OF PFIRECL-P = "A"
                    MOVE "FIRECALL IST BEREITS AKTIV"
                                            TO MELDUNG-WRK
                    GO TO PRU-ANF-90
           END-IF.
           GO TO    PRU-ANF-20.

       PRU-ANF-40.
      * REGULAER ZUGETEILTE ROLLE: DER FIRECALL WUERDE SIE SONST
      * BEIM ENTZUG MIT STILLLEGEN
           INITIALIZE PCFGAUTF OF PCFGAUT-P.
           MOVE     "ROLE"         TO CFID   OF PCFGAUT-P.
           MOVE     FC-ROLLE       TO CFKEY  OF PCFGAUT-P.
           MOVE     T-USER         TO CFKEY2 OF PCFGAUT-P.
           MOVE     SPACES         TO CFKEY3 OF PCFGAUT-P.
           MOVE     SPACES         TO CFKEY4 OF PCFGAUT-P.
           READ     PCFGAUT-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-ANF-90
           END-IF.
           IF       AUAKT OF PCFGAUT-P NOT = "0"
            AND     (AUGBIS OF PCFGAUT-P = ZEROES
             OR      AUGBIS OF PCFGAUT-P NOT < DATE-8)
                    MOVE "ROLLE BEREITS ZUGETEILT - KEIN FIRECALL"
                                            TO MELDUNG-WRK
           END-IF.

       PRU-ANF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ENDE DES FENSTERS: JETZT PLUS FC-STUNDEN
      *--------------------------------------------------------------
       RECHNE-FENSTER-ENDE SECTION.
       REC-FEN-00.

           MOVE     DATE-8 TO BIS-DATUM.
           MOVE     TIME-6 TO BIS-ZEIT.
           COMPUTE  STD-SUMME = BIS-STD + FC-STUNDEN.

       REC-FEN-20.
           IF       STD-SUMME < 24
                    MOVE STD-SUMME TO BIS-STD
                    GO TO REC-FEN-90
           END-IF.

      * TAGESWECHSEL
           SUBTRACT 24 FROM STD-SUMME.
           PERFORM  MONATS-LAENGE-RECHNEN.
           IF       BIS-TAG < MONAT-LAENGE
                    ADD 1 TO BIS-TAG
                    GO TO REC-FEN-20
           END-IF.
           MOVE     1 TO BIS-TAG.
           IF       BIS-MONAT < 12
                    ADD  1 TO BIS-MONAT
           ELSE
                    MOVE 1 TO BIS-MONAT
                    ADD  1 TO BIS-JAHR
           END-IF.
           GO TO    REC-FEN-20.

       REC-FEN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LAENGE DES MONATS BIS-MONAT IM JAHR BIS-JAHR ERMITTELN
      *--------------------------------------------------------------
       MONATS-LAENGE-RECHNEN SECTION.
       MON-LAE-00.

           EVALUATE BIS-MONAT
                    WHEN 1
                    WHEN 3
                    WHEN 5
                    WHEN 7
                    WHEN 8
                    WHEN 10
                    WHEN 12
                         MOVE 31 TO MONAT-LAENGE
                    WHEN 4
                    WHEN 6
                    WHEN 9
                    WHEN 11
                         MOVE 30 TO MONAT-LAENGE
                    WHEN 2
      *                  SCHALTJAHRESPRUEFUNG (VEREINFACHT)
                         MOVE ZEROES TO SJA-WERT SJA-MODREST
                         DIVIDE BIS-JAHR BY 4 GIVING SJA-WERT
                                REMAINDER SJA-MODREST
                         IF   SJA-MODREST = ZEROES
                              MOVE 29 TO MONAT-LAENGE
                         ELSE
                              MOVE 28 TO MONAT-LAENGE
                         END-IF
           END-EVALUATE.

       MON-LAE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FIRECALL-SITZUNG ANLEGEN
      *--------------------------------------------------------------
       ADD-ENTRY SECTION.
       ADD-ENT-00.

           INITIALIZE PFIRECLF OF PFIRECL-P.
      * NAECHSTE LAUFENDE NUMMER ERMITTELN
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PFIRECL" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK               TO FCLFDN OF PFIRECL-P.

           MOVE     T-USER                 TO FCUSER OF PFIRECL-P.
           MOVE     FC-ROLLE               TO FCROLE OF PFIRECL-P.
           MOVE     FCGRND OF FORMAT1      TO FCGRND OF PFIRECL-P.
           MOVE     FCTICK OF FORMAT1      TO FCTICK OF PFIRECL-P.
           MOVE     DATE-8                 TO FCVDTA OF PFIRECL-P.
           MOVE     TIME-6                 TO FCVTIA OF PFIRECL-P.
           MOVE     BIS-DATUM              TO FCBDTA OF PFIRECL-P.
           MOVE     BIS-ZEIT               TO FCBTIA OF PFIRECL-P.
           MOVE     "A"                    TO FCSTAT OF PFIRECL-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO FCAUSR OF PFIRECL-P.
           MOVE     T-TERM            TO FCABS  OF PFIRECL-P.
           MOVE     PGM-WRK           TO FCAPGM OF PFIRECL-P.
           MOVE     DATE-8            TO FCADTA OF PFIRECL-P.
           MOVE     TIME-6            TO FCATIA OF PFIRECL-P.

           WRITE    PFIRECL-P.

       ADD-ENT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NOTFALLROLLE FUER DAS FENSTER ZUTEILEN; EINE STILLGELEGTE
      * ZUTEILUNG WIRD REAKTIVIERT. AUGVON/AUGBIS BEGRENZEN DIE
      * ROLLE AUCH DANN, WENN DER MONITOR CFP9036 NICHT LAEUFT
      *--------------------------------------------------------------
       SCHREIBE-ROLLE SECTION.
       SCH-ROL-00.

           INITIALIZE PCFGAUTF OF PCFGAUT-P.
           MOVE     "ROLE"         TO CFID   OF PCFGAUT-P.
           MOVE     FC-ROLLE       TO CFKEY  OF PCFGAUT-P.
           MOVE     T-USER         TO CFKEY2 OF PCFGAUT-P.
           MOVE     SPACES         TO CFKEY3 OF PCFGAUT-P.
           MOVE     SPACES         TO CFKEY4 OF PCFGAUT-P.
           READ     PCFGAUT-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE "1"       TO AUAKT  OF PCFGAUT-P
                    MOVE DATE-8    TO AUGVON OF PCFGAUT-P
                    MOVE BIS-DATUM TO AUGBIS OF PCFGAUT-P
                    MOVE T-USER    TO AUMSER OF PCFGAUT-P
                    MOVE T-TERM    TO AUMBS  OF PCFGAUT-P
                    MOVE PGM-WRK   TO AUMPGM OF PCFGAUT-P
                    MOVE DATE-8    TO AUMDTA OF PCFGAUT-P
                    MOVE TIME-6    TO AUMTIA OF PCFGAUT-P
                    REWRITE PCFGAUT-P
                    GO TO SCH-ROL-90
           END-IF.

           INITIALIZE PCFGAUTF OF PCFGAUT-P.
           MOVE     "ROLE"         TO CFID   OF PCFGAUT-P.
           MOVE     FC-ROLLE       TO CFKEY  OF PCFGAUT-P.
           MOVE     T-USER         TO CFKEY2 OF PCFGAUT-P.
           MOVE     "1"            TO AUAKT  OF PCFGAUT-P.
           MOVE     DATE-8         TO AUGVON OF PCFGAUT-P.
           MOVE     BIS-DATUM      TO AUGBIS OF PCFGAUT-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO AUAUSR OF PCFGAUT-P.
           MOVE     T-TERM            TO AUABS  OF PCFGAUT-P.
           MOVE     PGM-WRK           TO AUAPGM OF PCFGAUT-P.
           MOVE     DATE-8            TO AUADTA OF PCFGAUT-P.
           MOVE     TIME-6            TO AUATIA OF PCFGAUT-P.

           WRITE    PCFGAUT-P.

       SCH-ROL-90.
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
