       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CFP9036.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * FIRECALL-MONITOR: ENTZUG, SITZUNGSPROTOKOLL, PRUEFAUFTRAG     *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LAEUFT ALLE PAAR MINUTEN WIE CFP9026. IST    *
      *                  DAS FENSTER EINES AKTIVEN FIRECALLS (PFIRE-  *
      *                  CL STATUS A) ABGELAUFEN, WIRD DIE NOTFALL-   *
      *                  ROLLE IN PCFGAUT STILLGELEGT (CFP8100-       *
      *                  ARCHIV). ALLE PPGMLOG- UND PCMDHIS-SAETZE    *
      *                  DES USERS AUS DEM FENSTER ERHALTEN DIE       *
      *                  FIRECALL-NUMMER (LGFCNR/HKFCNR) UND SIND     *
      *                  DAMIT VON VERDICHTUNG UND BEREINIGUNG        *
      *                  AUSGENOMMEN. DIE SITZUNG WIRD ALS SPOOL-     *
      *                  DATEI CFF9036 GEDRUCKT, DER STATUS WIRD E.   *
      *                  AB DEM PRUEFTERMIN (NAECHSTER MORGEN, UHR-   *
      *                  ZEIT HHMM IN A400/FIRECALL CFIN01(13:4),     *
      *                  STANDARD 0700) ERHAELT DER SICHERHEITSBE-    *
      *                  AUFTRAGTE (A400/SECMON CFIN01) EINE ZU       *
      *                  QUITTIERENDE MELDUNG, DER STATUS WIRD P.     *
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
      * PCONFIG: CFID, CFKEY, CFKEY2, CFKEY3, CFKEY4
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PPGMLOGL3: LGUSER, LGLFDN (PROGRAMMNUTZUNG JE USER)
      *-------------------------------------------------------------
           SELECT PPGMLOG-DL
                  ASSIGN       TO  DATABASE-PPGMLOGL3
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCMDHIS: HKUSER, HKLFDN (BEFEHLSHISTORIE)
      *-------------------------------------------------------------
           SELECT PCMDHIS-DP
                  ASSIGN       TO  DATABASE-PCMDHIS
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *- CFF9036: SPOOLAUSGABE DES SITZUNGSPROTOKOLLS
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-CFF9036
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
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
      *--- PCONFIG: CFID, CFKEY, CFKEY2, CFKEY3, CFKEY4
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
      *--- PPGMLOGL3: LGUSER, LGLFDN
       FD  PPGMLOG-DL
           LABEL RECORDS ARE STANDARD.
       01  PPGMLOG-L.
           COPY DDS-ALL-FORMATS OF PPGMLOGL3.
      /
      *--- PCMDHIS: HKUSER, HKLFDN
       FD  PCMDHIS-DP
           LABEL RECORDS ARE STANDARD.
       01  PCMDHIS-P.
           COPY DDS-ALL-FORMATS OF PCMDHIS.
      /
      *- CFF9036: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF CFF9036.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CFP9036".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".

      * KONFIGURATION DES MONITORS
       01  SECOFF-WRK                    PIC X(10).
       01  FRUEH-ZEIT                    PIC 9(4).

      * JETZT, BEGINN UND TATSAECHLICHES ENDE DES FENSTERS SOWIE
      * ZEITPUNKT DES GELESENEN SATZES (JJJJMMTTHHMMSS)
       01  JETZT-STEMPEL.
        05 JETZT-DTA                     PIC 9(8).
        05 JETZT-TIA                     PIC 9(6).
       01  VON-STEMPEL.
        05 VON-DTA                       PIC 9(8).
        05 VON-TIA                       PIC 9(6).
       01  BIS-STEMPEL.
        05 BIS-DTA                       PIC 9(8).
        05 BIS-TIA                       PIC 9(6).
       01  SATZ-STEMPEL.
        05 SATZ-DTA                      PIC 9(8).
        05 SATZ-TIA                      PIC 9(6).
       01  PRUEF-STEMPEL.
        05 PRUEF-DTA                     PIC 9(8).
        05 PRUEF-TIA                     PIC 9(6).

      * PRUEFTERMIN BERECHNEN
       01  PRUEF-DATUM                   PIC 9(8).
       01  PRUEF-DATUM-RED REDEFINES PRUEF-DATUM.
        05 PRF-JAHR                      PIC 9(4).
        05 PRF-MONAT                     PIC 9(2).
        05 PRF-TAG                       PIC 9(2).
       01  ENDE-ZEIT                     PIC 9(6).
       01  ENDE-ZEIT-RED REDEFINES ENDE-ZEIT.
        05 ENDE-HHMM                     PIC 9(4).
        05 ENDE-SS                       PIC 9(2).
       01  MONAT-LAENGE                  PIC 9(2).
       01  SJA-WERT                      PIC 9(4).
       01  SJA-MODREST                   PIC 9(4).

      * PARAMETER FUER DIE NACHRICHTENZENTRALE (CFP0030)
       01  NOTIF-USER                    PIC X(10).
       01  NOTIF-SEV                     PIC X(1).
       01  NOTIF-TEXT                    PIC X(70).

      * PARAMETER FUER DIE ARCHIVIERUNG (CFP8100)
       01  ARCH-LIB                      PIC X(10).
       01  ARCH-FILE                     PIC X(10).
       01  ARCH-REC                      PIC X(8192).

      * ZAEHLER JE FIRECALL
       77  ANZ-PGM                       PIC 9(5)  COMP.
       77  ANZ-CMD                       PIC 9(5)  COMP.

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DSP-LFDN                      PIC Z(8)9.
       01  DSP-ANZ                       PIC Z(4)9.
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
        05 FILLER                        PIC X(1)  VALUE ":".
        05 DSP-ZT-SEK                    PIC 9(2).
       01  DAT-8                         PIC 9(8).
       01  DAT-8-RED REDEFINES DAT-8.
        05 DAT-JAHR                      PIC 9(4).
        05 DAT-MONAT                     PIC 9(2).
        05 DAT-TAG                       PIC 9(2).
       01  TIM-6                         PIC 9(6).
       01  TIM-6-RED REDEFINES TIM-6.
        05 TIM-STD                       PIC 9(2).
        05 TIM-MIN                       PIC 9(2).
        05 TIM-SEK                       PIC 9(2).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "CFP9036" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           OPEN     INPUT PCONFIG-DP.
           OPEN     I-O   PFIRECL-DP
                          PCFGAUT-DP
                          PPGMLOG-DL
                          PCMDHIS-DP.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           MOVE     SPACES TO ARCH-FILE ARCH-REC.
           PERFORM  COPY-GET-TIME.
           MOVE     DATE-8 TO JETZT-DTA.
           MOVE     TIME-6 TO JETZT-TIA.

      * KONFIGURATION DES MONITORS LESEN
           PERFORM  LESE-KONFIGURATION.

      * ABGELAUFENE FIRECALLS BEENDEN, FAELLIGE PRUEFUNGEN MELDEN
           PERFORM  VERARBEITE-FIRECALLS.

       ENDE.
           CLOSE    PCONFIG-DP
                    PFIRECL-DP
                    PCFGAUT-DP
                    PPGMLOG-DL
                    PCMDHIS-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * SICHERHEITSBEAUFTRAGTEN UND PRUEFUHRZEIT LESEN
      *--------------------------------------------------------------
       LESE-KONFIGURATION SECTION.
       LES-KON-00.

           MOVE     "APG"  TO SECOFF-WRK.
           MOVE     0700   TO FRUEH-ZEIT.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "A400"   TO CFID  OF PCONFIG-P.
           MOVE     "SECMON" TO CFKEY OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     CFIN01 OF PCONFIG-P(1:10) NOT = SPACES
                    MOVE CFIN01 OF PCONFIG-P(1:10) TO SECOFF-WRK
           END-IF.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "A400"     TO CFID  OF PCONFIG-P.
           MOVE     "FIRECALL" TO CFKEY OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-KON-90
           END-IF.

           IF       CFIN01 OF PCONFIG-P(13:4) IS NUMERIC
            AND     CFIN01 OF PCONFIG-P(13:4) < "2400"
                    MOVE CFIN01 OF PCONFIG-P(13:4) TO FRUEH-ZEIT
           END-IF.

       LES-KON-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE FIRECALLS DURCHGEHEN
      *--------------------------------------------------------------
       VERARBEITE-FIRECALLS SECTION.
       VER-FCL-00.

           INITIALIZE PFIRECLF OF PFIRECL-P.
           START    PFIRECL-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-FCL-90
           END-IF.

       VER-FCL-20.
           READ     PFIRECL-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-FCL-90
           END-IF.

           EVALUATE FCSTAT OF PFIRECL-P
      *             AKTIV: IST DAS FENSTER ABGELAUFEN?
                    WHEN "A"
                         MOVE FCBDTA OF PFIRECL-P TO BIS-DTA
                         MOVE FCBTIA OF PFIRECL-P TO BIS-TIA
                         IF   BIS-STEMPEL NOT > JETZT-STEMPEL
                              PERFORM BEENDE-FIRECALL
                         END-IF
      *             BEENDET: IST DER PRUEFTERMIN ERREICHT?
                    WHEN "E"
                         MOVE FCRDTA OF PFIRECL-P TO PRUEF-DTA
                         MOVE FCRTIA OF PFIRECL-P TO PRUEF-TIA
                         IF   PRUEF-STEMPEL NOT > JETZT-STEMPEL
                              PERFORM MELDE-PRUEFUNG
                         END-IF
           END-EVALUATE.

           GO TO    VER-FCL-20.

       VER-FCL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FIRECALL BEENDEN: ROLLE ENTZIEHEN, PROTOKOLLE KENNZEICHNEN,
      * SITZUNG DRUCKEN, PRUEFTERMIN SETZEN
      *--------------------------------------------------------------
       BEENDE-FIRECALL SECTION.
       BEE-FCL-00.

           PERFORM  ENTZIEHE-ROLLE.

      * DAS FENSTER REICHT BIS ZUM TATSAECHLICHEN ENTZUG
           MOVE     FCVDTA OF PFIRECL-P TO VON-DTA.
           MOVE     FCVTIA OF PFIRECL-P TO VON-TIA.
           MOVE     JETZT-STEMPEL       TO BIS-STEMPEL.

           INITIALIZE ANZ-PGM ANZ-CMD.
           OPEN     OUTPUT DRUCK-DAT.
           PERFORM  DRUCKE-KOPF.
           PERFORM  KENNZEICHNE-PGMLOG.
           PERFORM  KENNZEICHNE-CMDHIS.
           PERFORM  DRUCKE-SUMME.
           CLOSE    DRUCK-DAT.

           PERFORM  RECHNE-PRUEFTERMIN.

           MOVE     "E"               TO FCSTAT OF PFIRECL-P.
           MOVE     JETZT-DTA         TO FCEDTA OF PFIRECL-P.
           MOVE     JETZT-TIA         TO FCETIA OF PFIRECL-P.
           MOVE     PRUEF-DATUM       TO FCRDTA OF PFIRECL-P.
           COMPUTE  FCRTIA OF PFIRECL-P = FRUEH-ZEIT * 100.
           MOVE     ANZ-PGM           TO FCANZP OF PFIRECL-P.
           MOVE     ANZ-CMD           TO FCANZC OF PFIRECL-P.
           MOVE     T-USER            TO FCMSER OF PFIRECL-P.
           MOVE     T-TERM            TO FCMBS  OF PFIRECL-P.
           MOVE     PGM-WRK           TO FCMPGM OF PFIRECL-P.
           MOVE     DATE-8            TO FCMDTA OF PFIRECL-P.
           MOVE     TIME-6            TO FCMTIA OF PFIRECL-P.
           REWRITE  PFIRECL-P.

      * DEN SICHERHEITSBEAUFTRAGTEN UEBER DEN ENTZUG INFORMIEREN
           MOVE     FCLFDN OF PFIRECL-P TO DSP-LFDN.
           MOVE     SECOFF-WRK TO NOTIF-USER.
           MOVE     "I"        TO NOTIF-SEV.
           MOVE     SPACES     TO NOTIF-TEXT.
           STRING   "FIRECALL "                DELIMITED BY SIZE
                    DSP-LFDN                   DELIMITED BY SIZE
                    " "                        DELIMITED BY SIZE
                    FCUSER OF PFIRECL-P        DELIMITED BY SPACE
                    " BEENDET, ROLLE "         DELIMITED BY SIZE
                    FCROLE OF PFIRECL-P        DELIMITED BY SPACE
                    " ENTZOGEN"                DELIMITED BY SIZE
               INTO NOTIF-TEXT
           END-STRING.
           CALL     "CFP0030" USING NOTIF-USER
                                    NOTIF-SEV
                                    PGM-WRK
                                    NOTIF-TEXT
           END-CALL.

       BEE-FCL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NOTFALLROLLE STILLLEGEN (MIT ARCHIV)
      *--------------------------------------------------------------
       ENTZIEHE-ROLLE SECTION.
       ENT-ROL-00.

           INITIALIZE PCFGAUTF OF PCFGAUT-P.
           MOVE     "ROLE"              TO CFID   OF PCFGAUT-P.
           MOVE     FCROLE OF PFIRECL-P TO CFKEY  OF PCFGAUT-P.
           MOVE     FCUSER OF PFIRECL-P TO CFKEY2 OF PCFGAUT-P.
           MOVE     SPACES              TO CFKEY3 OF PCFGAUT-P.
           MOVE     SPACES              TO CFKEY4 OF PCFGAUT-P.
           READ     PCFGAUT-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ENT-ROL-90
           END-IF.

      * SCHON STILLGELEGT (Z.B. DURCH EINEN LOCKDOWN)
           IF       AUAKT OF PCFGAUT-P = "0"
                    GO TO ENT-ROL-90
           END-IF.

      * DEN ALTEN STAND ALS BELEG ARCHIVIEREN
           MOVE     CONST-LIB   TO ARCH-LIB.
           MOVE     "PCFGAUT"   TO ARCH-FILE.
           MOVE     PCFGAUT-P   TO ARCH-REC.
           CALL     "CFP8100" USING ARCH-LIB
                                    ARCH-FILE
                                    PGM-WRK
                                    ARCH-REC
           END-CALL.

           MOVE     "0"               TO AUAKT  OF PCFGAUT-P.
           MOVE     T-USER            TO AUMSER OF PCFGAUT-P.
           MOVE     T-TERM            TO AUMBS  OF PCFGAUT-P.
           MOVE     PGM-WRK           TO AUMPGM OF PCFGAUT-P.
           MOVE     DATE-8            TO AUMDTA OF PCFGAUT-P.
           MOVE     TIME-6            TO AUMTIA OF PCFGAUT-P.

           REWRITE  PCFGAUT-P.

       ENT-ROL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PROGRAMMNUTZUNG DES USERS IM FENSTER KENNZEICHNEN UND DRUCKEN
      *--------------------------------------------------------------
       KENNZEICHNE-PGMLOG SECTION.
       KEN-PGM-00.

           INITIALIZE PPGMLOGF OF PPGMLOG-L.
           MOVE     FCUSER OF PFIRECL-P TO LGUSER OF PPGMLOG-L.
           START    PPGMLOG-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO KEN-PGM-90
           END-IF.

       KEN-PGM-20.
           READ     PPGMLOG-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO KEN-PGM-90
           END-IF.

           IF       LGUSER OF PPGMLOG-L NOT = FCUSER OF PFIRECL-P
                    GO TO KEN-PGM-90
           END-IF.

           MOVE     LGDTA OF PPGMLOG-L TO SATZ-DTA.
           MOVE     LGTIA OF PPGMLOG-L TO SATZ-TIA.
           IF       SATZ-STEMPEL < VON-STEMPEL
            OR      SATZ-STEMPEL > BIS-STEMPEL
                    GO TO KEN-PGM-20
           END-IF.

           MOVE     FCLFDN OF PFIRECL-P TO LGFCNR OF PPGMLOG-L.
           REWRITE  PPGMLOG-L.

      * GEDRUCKT WERDEN NUR DIE PROGRAMMSTARTS
           IF       LGAKT OF PPGMLOG-L NOT = "INIT"
                    GO TO KEN-PGM-20
           END-IF.
           ADD      1 TO ANZ-PGM.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  AUFBEREITEN-STEMPEL.
           MOVE     "PGM"                 TO DRUCK-ZEILE(1:3).
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(5:10).
           MOVE     DSP-ZEIT              TO DRUCK-ZEILE(16:8).
           MOVE     LGPGM OF PPGMLOG-L    TO DRUCK-ZEILE(26:10).
           MOVE     LGJOB OF PPGMLOG-L    TO DRUCK-ZEILE(38:10).
           PERFORM  DRUCKE-ZEILE.

           GO TO    KEN-PGM-20.

       KEN-PGM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BEFEHLE DES USERS IM FENSTER KENNZEICHNEN UND DRUCKEN
      *--------------------------------------------------------------
       KENNZEICHNE-CMDHIS SECTION.
       KEN-CMD-00.

           INITIALIZE PCMDHISF OF PCMDHIS-P.
           MOVE     FCUSER OF PFIRECL-P TO HKUSER OF PCMDHIS-P.
           START    PCMDHIS-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO KEN-CMD-90
           END-IF.

       KEN-CMD-20.
           READ     PCMDHIS-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO KEN-CMD-90
           END-IF.

           IF       HKUSER OF PCMDHIS-P NOT = FCUSER OF PFIRECL-P
                    GO TO KEN-CMD-90
           END-IF.

           MOVE     HKDTA OF PCMDHIS-P TO SATZ-DTA.
           MOVE     HKTIA OF PCMDHIS-P TO SATZ-TIA.
           IF       SATZ-STEMPEL < VON-STEMPEL
            OR      SATZ-STEMPEL > BIS-STEMPEL
                    GO TO KEN-CMD-20
           END-IF.

           MOVE     FCLFDN OF PFIRECL-P TO HKFCNR OF PCMDHIS-P.
           REWRITE  PCMDHIS-P.
           ADD      1 TO ANZ-CMD.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  AUFBEREITEN-STEMPEL.
           MOVE     "CMD"                   TO DRUCK-ZEILE(1:3).
           MOVE     DSP-DATUM               TO DRUCK-ZEILE(5:10).
           MOVE     DSP-ZEIT                TO DRUCK-ZEILE(16:8).
           MOVE     HKCMD OF PCMDHIS-P(1:60) TO DRUCK-ZEILE(26:60).
           PERFORM  DRUCKE-ZEILE.

           GO TO    KEN-CMD-20.

       KEN-CMD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PRUEFTERMIN: AM MORGEN NACH DEM ENDE; ENDET DER FIRECALL
      * VOR DER PRUEFUHRZEIT, NOCH AM SELBEN TAG
      *--------------------------------------------------------------
       RECHNE-PRUEFTERMIN SECTION.
       REC-PRF-00.

           MOVE     JETZT-DTA TO PRUEF-DATUM.
           MOVE     JETZT-TIA TO ENDE-ZEIT.
           IF       ENDE-HHMM < FRUEH-ZEIT
                    GO TO REC-PRF-90
           END-IF.

      * NAECHSTER TAG
           PERFORM  MONATS-LAENGE-RECHNEN.
           IF       PRF-TAG < MONAT-LAENGE
                    ADD 1 TO PRF-TAG
                    GO TO REC-PRF-90
           END-IF.
           MOVE     1 TO PRF-TAG.
           IF       PRF-MONAT < 12
                    ADD  1 TO PRF-MONAT
           ELSE
                    MOVE 1 TO PRF-MONAT
                    ADD  1 TO PRF-JAHR
           END-IF.

       REC-PRF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LAENGE DES MONATS PRF-MONAT IM JAHR PRF-JAHR ERMITTELN
      *--------------------------------------------------------------
       MONATS-LAENGE-RECHNEN SECTION.
       MON-LAE-00.

           EVALUATE PRF-MONAT
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
                         DIVIDE PRF-JAHR BY 4 GIVING SJA-WERT
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
      * PRUEFTERMIN ERREICHT: ZU QUITTIERENDE MELDUNG AN DEN
      * SICHERHEITSBEAUFTRAGTEN
      *--------------------------------------------------------------
       MELDE-PRUEFUNG SECTION.
       MEL-PRF-00.

           MOVE     FCLFDN OF PFIRECL-P TO DSP-LFDN.
           MOVE     SECOFF-WRK TO NOTIF-USER.
           MOVE     "E"        TO NOTIF-SEV.
           MOVE     SPACES     TO NOTIF-TEXT.
           STRING   "FIRECALL "                DELIMITED BY SIZE
                    DSP-LFDN                   DELIMITED BY SIZE
                    " "                        DELIMITED BY SIZE
                    FCUSER OF PFIRECL-P        DELIMITED BY SPACE
                    " TICKET "                 DELIMITED BY SIZE
                    FCTICK OF PFIRECL-P        DELIMITED BY SPACE
                    " PRUEFEN (SPOOL CFF9036)" DELIMITED BY SIZE
               INTO NOTIF-TEXT
           END-STRING.
           CALL     "CFP0030" USING NOTIF-USER
                                    NOTIF-SEV
                                    PGM-WRK
                                    NOTIF-TEXT
           END-CALL.

           MOVE     "P"               TO FCSTAT OF PFIRECL-P.
           MOVE     T-USER            TO FCMSER OF PFIRECL-P.
           MOVE     T-TERM            TO FCMBS  OF PFIRECL-P.
           MOVE     PGM-WRK           TO FCMPGM OF PFIRECL-P.
           MOVE     DATE-8            TO FCMDTA OF PFIRECL-P.
           MOVE     TIME-6            TO FCMTIA OF PFIRECL-P.
           REWRITE  PFIRECL-P.

       MEL-PRF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SATZ-STEMPEL ALS DATUM UND UHRZEIT AUFBEREITEN
      *--------------------------------------------------------------
       AUFBEREITEN-STEMPEL SECTION.
       AUF-STM-00.

           MOVE     SATZ-DTA  TO DAT-8.
           MOVE     DAT-TAG   TO DSP-DT-TAG.
           MOVE     DAT-MONAT TO DSP-DT-MONAT.
           MOVE     DAT-JAHR  TO DSP-DT-JAHR.
           MOVE     SATZ-TIA  TO TIM-6.
           MOVE     TIM-STD   TO DSP-ZT-STD.
           MOVE     TIM-MIN   TO DSP-ZT-MIN.
           MOVE     TIM-SEK   TO DSP-ZT-SEK.

       AUF-STM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPF DES SITZUNGSPROTOKOLLS
      *--------------------------------------------------------------
       DRUCKE-KOPF SECTION.
       DRU-KPF-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     FCLFDN OF PFIRECL-P TO DSP-LFDN.
           MOVE     "FIRECALL-SITZUNG"       TO DRUCK-ZEILE(1:16).
           MOVE     DSP-LFDN                 TO DRUCK-ZEILE(18:9).
           MOVE     "USER"                   TO DRUCK-ZEILE(30:4).
           MOVE     FCUSER OF PFIRECL-P      TO DRUCK-ZEILE(35:10).
           MOVE     "ROLLE"                  TO DRUCK-ZEILE(47:5).
           MOVE     FCROLE OF PFIRECL-P      TO DRUCK-ZEILE(53:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "TICKET"                 TO DRUCK-ZEILE(1:6).
           MOVE     FCTICK OF PFIRECL-P      TO DRUCK-ZEILE(18:20).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "BEGRUENDUNG"            TO DRUCK-ZEILE(1:11).
           MOVE     FCGRND OF PFIRECL-P      TO DRUCK-ZEILE(18:60).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     VON-STEMPEL TO SATZ-STEMPEL.
           PERFORM  AUFBEREITEN-STEMPEL.
           MOVE     "FENSTER VON"            TO DRUCK-ZEILE(1:11).
           MOVE     DSP-DATUM                TO DRUCK-ZEILE(18:10).
           MOVE     DSP-ZEIT                 TO DRUCK-ZEILE(29:8).
           MOVE     BIS-STEMPEL TO SATZ-STEMPEL.
           PERFORM  AUFBEREITEN-STEMPEL.
           MOVE     "BIS"                    TO DRUCK-ZEILE(39:3).
           MOVE     DSP-DATUM                TO DRUCK-ZEILE(43:10).
           MOVE     DSP-ZEIT                 TO DRUCK-ZEILE(54:8).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     "ART DATUM      ZEIT"    TO DRUCK-ZEILE(1:20).
           MOVE     "PROGRAMM / BEFEHL"      TO DRUCK-ZEILE(26:17).
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "-"                  TO DRUCK-ZEILE(1:85).
           PERFORM  DRUCKE-ZEILE.

       DRU-KPF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUMME DES SITZUNGSPROTOKOLLS
      *--------------------------------------------------------------
       DRUCKE-SUMME SECTION.
       DRU-SUM-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     ANZ-PGM                  TO DSP-ANZ.
           MOVE     "PROGRAMMSTARTS:"        TO DRUCK-ZEILE(1:15).
           MOVE     DSP-ANZ                  TO DRUCK-ZEILE(18:5).
           MOVE     ANZ-CMD                  TO DSP-ANZ.
           MOVE     "BEFEHLE:"               TO DRUCK-ZEILE(26:8).
           MOVE     DSP-ANZ                  TO DRUCK-ZEILE(35:5).
           PERFORM  DRUCKE-ZEILE.

       DRU-SUM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DRUCKZEILE AUSGEBEN
      *--------------------------------------------------------------
       DRUCKE-ZEILE SECTION.
       DRU-ZEI-00.

           MOVE     SPACES      TO RPZEIL OF DRUCK-REC.
           MOVE     DRUCK-ZEILE TO RPZEIL OF DRUCK-REC.
           WRITE    DRUCK-REC FORMAT IS "FMT01".

       DRU-ZEI-90.
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
