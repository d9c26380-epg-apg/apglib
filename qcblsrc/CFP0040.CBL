       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CFP0040.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * AUSKUNFT UEBER DIE GESPEICHERTEN DATEN EINES USERS (DSGVO)    *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  SAMMELT ZU EINER USER-ID ALLE GESPEICHERTEN  *
      *                  SAETZE: STAMMDATEN H050, ZEITEN PSTRTIM,     *
      *                  ABWESENHEITEN PABSENZ, KONTEN PURLKTO UND    *
      *                  PGLZSLD, KAFFEEKASSE PSCHULD, ESSENS-        *
      *                  BESTELLUNGEN PFODAW, PROJEKTBUCHUNGEN        *
      *                  PAKTBUCH, AUFGABEN POPLLST, BEFEHLS-         *
      *                  HISTORIE PCMDHIS, PROGRAMMNUTZUNG PPGMLOG,   *
      *                  ROLLEN PCFGAUT UND SICHERHEITSEREIGNISSE     *
      *                  PSECBRK. DRUCK CFF0040 MIT EINEM ABSCHNITT   *
      *                  UND DER SATZANZAHL JE DATEI, BEI X-EXPORT =  *
      *                  "1" ZUSAETZLICH DIE AUSTAUSCHDATEI PDSGEXP   *
      *                  (JE DATEI EINE KOPFZEILE "DATEI;FELD;...",   *
      *                  DANACH JE SATZ "DATEI;WERT;...").            *
      *                  NUR MIT DER DATENSCHUTZROLLE DSB AUFRUFBAR;  *
      *                  JEDER AUFRUF (AUCH ABGEWIESENE) WIRD IN      *
      *                  PDSGLOG PROTOKOLLIERT.                       *
      *                  RUECKGABE: LEER = OK, 1 = PARAMETER/DATEI-   *
      *                  FEHLER, 2 = KEINE BERECHTIGUNG.              *
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
      * PCONFIG: CFID, CFKEY (STAMMDATEN H050)
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PSTRTIM: ARBEITSZEITEN
      *-------------------------------------------------------------
           SELECT PSTRTIM-DP
                  ASSIGN       TO  DATABASE-PSTRTIM
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PABSENZ: ABWESENHEITEN
      *-------------------------------------------------------------
           SELECT PABSENZ-DP
                  ASSIGN       TO  DATABASE-PABSENZ
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PURLKTO: UKUSER, UKJAHR (URLAUBSKONTEN)
      *-------------------------------------------------------------
           SELECT PURLKTO-DP
                  ASSIGN       TO  DATABASE-PURLKTO
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PGLZSLD: GLEITZEITSALDEN
      *-------------------------------------------------------------
           SELECT PGLZSLD-DP
                  ASSIGN       TO  DATABASE-PGLZSLD
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PSCHULD: KAFFEEKASSE
      *-------------------------------------------------------------
           SELECT PSCHULD-DP
                  ASSIGN       TO  DATABASE-PSCHULD
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PFODAWL1: FAMAKU, FABJH, FABJA, FABMO, FABTA (ESSEN)
      *-------------------------------------------------------------
           SELECT PFODAW-DL
                  ASSIGN       TO  DATABASE-PFODAWL1
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                                   WITH DUPLICATES
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAKTBUCH: PROJEKTBUCHUNGEN
      *-------------------------------------------------------------
           SELECT PAKTBUCH-DP
                  ASSIGN       TO  DATABASE-PAKTBUCH
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * POPLLST: AUFGABEN (OPL)
      *-------------------------------------------------------------
           SELECT POPLLST-DP
                  ASSIGN       TO  DATABASE-POPLLST
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
      * PPGMLOGL3: LGUSER, LGLFDN (PROGRAMMNUTZUNG JE USER)
      *-------------------------------------------------------------
           SELECT PPGMLOG-DL
                  ASSIGN       TO  DATABASE-PPGMLOGL3
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCFGAUT: CFID, CFKEY, CFKEY2 (ROLLENZUTEILUNGEN)
      *-------------------------------------------------------------
           SELECT PCFGAUT-DP
                  ASSIGN       TO  DATABASE-PCFGAUT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PSECBRK: SICHERHEITSEREIGNISSE
      *-------------------------------------------------------------
           SELECT PSECBRK-DP
                  ASSIGN       TO  DATABASE-PSECBRK
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PDSGLOG: DLLFDN (PROTOKOLL DER AUSKUENFTE)
      *-------------------------------------------------------------
           SELECT PDSGLOG-DP
                  ASSIGN       TO  DATABASE-PDSGLOG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PDSGEXP: MASCHINENLESBARE AUSTAUSCHDATEI
      *-------------------------------------------------------------
           SELECT PDSGEXP-DAT
                  ASSIGN       TO  DATABASE-PDSGEXP
                  ORGANIZATION IS  SEQUENTIAL
                  ACCESS       IS  SEQUENTIAL
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *- CFF0040: SPOOLAUSGABE DER AUSKUNFT
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-CFF0040
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PCONFIG: CFID, CFKEY
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
      *--- PSTRTIM
       FD  PSTRTIM-DP
           LABEL RECORDS ARE STANDARD.
       01  PSTRTIM-P.
           COPY DDS-ALL-FORMATS OF PSTRTIM.
      /
      *--- PABSENZ
       FD  PABSENZ-DP
           LABEL RECORDS ARE STANDARD.
       01  PABSENZ-P.
           COPY DDS-ALL-FORMATS OF PABSENZ.
      /
      *--- PURLKTO: UKUSER, UKJAHR
       FD  PURLKTO-DP
           LABEL RECORDS ARE STANDARD.
       01  PURLKTO-P.
           COPY DDS-ALL-FORMATS OF PURLKTO.
      /
      *--- PGLZSLD
       FD  PGLZSLD-DP
           LABEL RECORDS ARE STANDARD.
       01  PGLZSLD-P.
           COPY DDS-ALL-FORMATS OF PGLZSLD.
      /
      *--- PSCHULD
       FD  PSCHULD-DP
           LABEL RECORDS ARE STANDARD.
       01  PSCHULD-P.
           COPY DDS-ALL-FORMATS OF PSCHULD.
      /
      *--- PFODAWL1: FAMAKU, FABJH, FABJA, FABMO, FABTA
       FD  PFODAW-DL
           LABEL RECORDS ARE STANDARD.
       01  PFODAW-L.
           COPY DDS-ALL-FORMATS OF PFODAWL1.
      /
      *--- PAKTBUCH
       FD  PAKTBUCH-DP
           LABEL RECORDS ARE STANDARD.
       01  PAKTBUCH-P.
           COPY DDS-ALL-FORMATS OF PAKTBUCH.
      /
      *--- POPLLST
       FD  POPLLST-DP
           LABEL RECORDS ARE STANDARD.
       01  POPLLST-P.
           COPY DDS-ALL-FORMATS OF POPLLST.
      /
      *--- PCMDHIS: HKUSER, HKLFDN
       FD  PCMDHIS-DP
           LABEL RECORDS ARE STANDARD.
       01  PCMDHIS-P.
           COPY DDS-ALL-FORMATS OF PCMDHIS.
      /
      *--- PPGMLOGL3: LGUSER, LGLFDN
       FD  PPGMLOG-DL
           LABEL RECORDS ARE STANDARD.
       01  PPGMLOG-L.
           COPY DDS-ALL-FORMATS OF PPGMLOGL3.
      /
      *--- PCFGAUT: CFID, CFKEY, CFKEY2
       FD  PCFGAUT-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGAUT-P.
           COPY DDS-ALL-FORMATS OF PCFGAUT.
      /
      *--- PSECBRK: BKLFDN
       FD  PSECBRK-DP
           LABEL RECORDS ARE STANDARD.
       01  PSECBRK-P.
           COPY DDS-ALL-FORMATS OF PSECBRK.
      /
      *--- PDSGLOG: DLLFDN
       FD  PDSGLOG-DP
           LABEL RECORDS ARE STANDARD.
       01  PDSGLOG-P.
           COPY DDS-ALL-FORMATS OF PDSGLOG.
      /
      *--- PDSGEXP: ZEILEN DER AUSTAUSCHDATEI
       FD  PDSGEXP-DAT
           LABEL RECORDS ARE STANDARD.
       01  PDSGEXP-P.
           COPY DDS-ALL-FORMATS OF PDSGEXP.
      /
      *- CFF0040: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF CFF0040.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CFP0040".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".

      * ROLLE DES DATENSCHUTZBEAUFTRAGTEN (PRUEFUNG UEBER CFP9012)
       01  DSB-ROLLE                     PIC X(10) VALUE "DSB".
       01  ROLE-WRK                      PIC X(10).
       01  ROLE-CHECKSUM-WRK             PIC X(32).
       01  ROLE-RETCODE-WRK              PIC X(1).

      * ERGEBNIS FUER DAS PROTOKOLL (O = ERTEILT, A = ABGEWIESEN)
       01  LOG-ERG                       PIC X(1).

      * EXPORT GEOEFFNET (1 = JA)
       01  EXPORT-AKTIV                  PIC 9(1).

      * SPALTEN DER AKTUELLEN DATEI: NAME, DRUCKBREITE, WERT
       01  AKT-DATEI                     PIC X(10).
       01  AKT-TEXT                      PIC X(40).
       01  SP-DATEN.
        05 SP-ANZ                        PIC 9(2)  COMP.
        05 SP-IX                         PIC 9(2)  COMP.
        05 SP-EINTRAG OCCURS 8.
         10 SP-NAME                      PIC X(10).
         10 SP-LAE                       PIC 9(3).
         10 SP-WERT                      PIC X(100).

      * ZAEHLER
       77  ANZ-DATEI                     PIC 9(7)  COMP.
       77  ANZ-GESAMT                    PIC 9(7)  COMP.

      * UEBERSICHT DER SATZANZAHL JE DATEI
       01  SUM-DATEN.
        05 SUM-ANZ-EIN                   PIC 9(2)  COMP.
        05 SUM-IX                        PIC 9(2)  COMP.
        05 SUM-EINTRAG OCCURS 15.
         10 SUM-DATEI                    PIC X(10).
         10 SUM-TEXT                     PIC X(40).
         10 SUM-ANZ                      PIC 9(7).

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DRUCK-POS                     PIC 9(3).
       01  DSP-ANZ-7                     PIC Z(6)9.
       01  DSP-BETRAG                    PIC -(7)9,99.
       01  DSP-ZAHL                      PIC -(9)9.
       01  DAT-8                         PIC 9(8).
       01  DSP-DATUM.
        05 DSP-DT-TAG                    PIC 9(2).
        05 FILLER                        PIC X(1)  VALUE ".".
        05 DSP-DT-MONAT                  PIC 9(2).
        05 FILLER                        PIC X(1)  VALUE ".".
        05 DSP-DT-JAHR                   PIC 9(4).
       01  TIM-6                         PIC 9(6).
       01  DSP-ZEIT.
        05 DSP-ZT-STD                    PIC 9(2).
        05 FILLER                        PIC X(1)  VALUE ":".
        05 DSP-ZT-MIN                    PIC 9(2).
        05 FILLER                        PIC X(1)  VALUE ":".
        05 DSP-ZT-SEK                    PIC 9(2).

      * AUFBEREITUNG DER EXPORTZEILE
       01  EXP-ZEILE                     PIC X(1000).
       01  EXP-POS                       PIC 9(4).
       01  LAE-TEXT                      PIC X(100).
       01  LAE-LEN                       PIC 9(3).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * USER, UEBER DEN AUSKUNFT ERTEILT WIRD
       01  X-USER                        PIC X(10).
      * 1 = ZUSAETZLICH AUSTAUSCHDATEI PDSGEXP SCHREIBEN
       01  X-EXPORT                      PIC X(1).
      * RUECKMELDUNG (LEER = OK)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-USER
                                X-EXPORT
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "CFP0040" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.
           MOVE     ZEROES TO ANZ-GESAMT.
           MOVE     ZEROES TO SUM-ANZ-EIN.
           MOVE     ZEROES TO EXPORT-AKTIV.

           IF       X-USER = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "2" TO X-RETCODE
                    MOVE "A" TO LOG-ERG
                    PERFORM SCHREIBE-PROTOKOLL
                    GO TO ENDE
           END-IF.

      * NUR MIT DER DATENSCHUTZROLLE
           INITIALIZE ROLE-CHECKSUM-WRK, ROLE-RETCODE-WRK.
           MOVE     DSB-ROLLE TO ROLE-WRK.
           CALL     "CFP9012" USING T-USER
                                    ROLE-WRK
                                    ROLE-CHECKSUM-WRK
                                    ROLE-RETCODE-WRK
           END-CALL.
           IF       ROLE-RETCODE-WRK NOT = SPACES
                    MOVE "2" TO X-RETCODE
                    MOVE "A" TO LOG-ERG
                    PERFORM SCHREIBE-PROTOKOLL
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

           OPEN     INPUT PCONFIG-DP
                          PSTRTIM-DP
                          PABSENZ-DP
                          PURLKTO-DP
                          PGLZSLD-DP
                          PSCHULD-DP
                          PFODAW-DL
                          PAKTBUCH-DP
                          POPLLST-DP
                          PCMDHIS-DP
                          PPGMLOG-DL
                          PCFGAUT-DP
                          PSECBRK-DP.
           OPEN     OUTPUT DRUCK-DAT.

           IF       X-EXPORT = "1"
                    OPEN OUTPUT PDSGEXP-DAT
                    IF   FILE-STATUS = ZEROES
                         MOVE 1 TO EXPORT-AKTIV
                    ELSE
                         MOVE "1" TO X-RETCODE
                    END-IF
           END-IF.

           PERFORM  DRUCKE-KOPF.

      * JE DATEI EIN ABSCHNITT
           PERFORM  AUSKUNFT-H050.
           PERFORM  AUSKUNFT-PSTRTIM.
           PERFORM  AUSKUNFT-PABSENZ.
           PERFORM  AUSKUNFT-PURLKTO.
           PERFORM  AUSKUNFT-PGLZSLD.
           PERFORM  AUSKUNFT-PSCHULD.
           PERFORM  AUSKUNFT-PFODAW.
           PERFORM  AUSKUNFT-PAKTBUCH.
           PERFORM  AUSKUNFT-POPLLST.
           PERFORM  AUSKUNFT-PCMDHIS.
           PERFORM  AUSKUNFT-PPGMLOG.
           PERFORM  AUSKUNFT-PCFGAUT.
           PERFORM  AUSKUNFT-PSECBRK.

           PERFORM  DRUCKE-UEBERSICHT.

           CLOSE    PCONFIG-DP
                    PSTRTIM-DP
                    PABSENZ-DP
                    PURLKTO-DP
                    PGLZSLD-DP
                    PSCHULD-DP
                    PFODAW-DL
                    PAKTBUCH-DP
                    POPLLST-DP
                    PCMDHIS-DP
                    PPGMLOG-DL
                    PCFGAUT-DP
                    PSECBRK-DP
                    DRUCK-DAT.
           IF       EXPORT-AKTIV = 1
                    CLOSE PDSGEXP-DAT
           END-IF.

      * AUSKUNFT PROTOKOLLIEREN
           MOVE     "O" TO LOG-ERG.
           PERFORM  SCHREIBE-PROTOKOLL.

       ENDE.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * STAMMDATEN H050 (PCONFIG, CFKEY = USER)
      *--------------------------------------------------------------
       AUSKUNFT-H050 SECTION.
       AUS-H05-00.

           MOVE     "PCONFIG"            TO AKT-DATEI.
           MOVE     "STAMMDATEN (H050)"  TO AKT-TEXT.
           MOVE     7 TO SP-ANZ.
           MOVE     "CFKEY"  TO SP-NAME(1).  MOVE 10 TO SP-LAE(1).
           MOVE     "CFTXT1" TO SP-NAME(2).  MOVE 30 TO SP-LAE(2).
           MOVE     "CFTXT2" TO SP-NAME(3).  MOVE 20 TO SP-LAE(3).
           MOVE     "CFTXT3" TO SP-NAME(4).  MOVE 20 TO SP-LAE(4).
           MOVE     "CFIN01" TO SP-NAME(5).  MOVE 15 TO SP-LAE(5).
           MOVE     "CFFK01" TO SP-NAME(6).  MOVE 6  TO SP-LAE(6).
           MOVE     "CFADTA" TO SP-NAME(7).  MOVE 10 TO SP-LAE(7).
           PERFORM  BEGINNE-DATEI.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "H050"  TO CFID  OF PCONFIG-P.
           MOVE     X-USER  TO CFKEY OF PCONFIG-P.
           START    PCONFIG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-H05-80
           END-IF.

       AUS-H05-20.
           READ     PCONFIG-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-H05-80
           END-IF.
           IF       CFID  OF PCONFIG-P NOT = "H050"
            OR      CFKEY OF PCONFIG-P NOT = X-USER
                    GO TO AUS-H05-80
           END-IF.

           MOVE     CFKEY  OF PCONFIG-P TO SP-WERT(1).
           MOVE     CFTXT1 OF PCONFIG-P TO SP-WERT(2).
           MOVE     CFTXT2 OF PCONFIG-P TO SP-WERT(3).
           MOVE     CFTXT3 OF PCONFIG-P TO SP-WERT(4).
           MOVE     CFIN01 OF PCONFIG-P TO SP-WERT(5).
           MOVE     CFFK01 OF PCONFIG-P TO SP-WERT(6).
           MOVE     CFADTA OF PCONFIG-P TO DAT-8.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM           TO SP-WERT(7).
           PERFORM  AUSGABE-SATZ.
           GO TO    AUS-H05-20.

       AUS-H05-80.
           PERFORM  BEENDE-DATEI.

       AUS-H05-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ARBEITSZEITEN PSTRTIM (STUSER)
      *--------------------------------------------------------------
       AUSKUNFT-PSTRTIM SECTION.
       AUS-STR-00.

           MOVE     "PSTRTIM"            TO AKT-DATEI.
           MOVE     "ARBEITSZEITEN"      TO AKT-TEXT.
           MOVE     6 TO SP-ANZ.
           MOVE     "STLFDN" TO SP-NAME(1).  MOVE 9  TO SP-LAE(1).
           MOVE     "STDTS"  TO SP-NAME(2).  MOVE 10 TO SP-LAE(2).
           MOVE     "STTIS"  TO SP-NAME(3).  MOVE 8  TO SP-LAE(3).
           MOVE     "STDTE"  TO SP-NAME(4).  MOVE 10 TO SP-LAE(4).
           MOVE     "STTIE"  TO SP-NAME(5).  MOVE 8  TO SP-LAE(5).
           MOVE     "STTEXT" TO SP-NAME(6).  MOVE 50 TO SP-LAE(6).
           PERFORM  BEGINNE-DATEI.

           INITIALIZE PSTRTIMF OF PSTRTIM-P.
           START    PSTRTIM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-STR-80
           END-IF.

       AUS-STR-20.
           READ     PSTRTIM-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-STR-80
           END-IF.
           IF       STUSER OF PSTRTIM-P NOT = X-USER
                    GO TO AUS-STR-20
           END-IF.

           MOVE     STLFDN OF PSTRTIM-P TO SP-WERT(1).
           MOVE     STDTS  OF PSTRTIM-P TO DAT-8.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM           TO SP-WERT(2).
           MOVE     STTIS  OF PSTRTIM-P TO TIM-6.
           PERFORM  FORMATIERE-ZEIT.
           MOVE     DSP-ZEIT            TO SP-WERT(3).
           MOVE     STDTE  OF PSTRTIM-P TO DAT-8.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM           TO SP-WERT(4).
           MOVE     STTIE  OF PSTRTIM-P TO TIM-6.
           PERFORM  FORMATIERE-ZEIT.
           MOVE     DSP-ZEIT            TO SP-WERT(5).
           MOVE     STTEXT OF PSTRTIM-P TO SP-WERT(6).
           PERFORM  AUSGABE-SATZ.
           GO TO    AUS-STR-20.

       AUS-STR-80.
           PERFORM  BEENDE-DATEI.

       AUS-STR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABWESENHEITEN PABSENZ (ABUSER)
      *--------------------------------------------------------------
       AUSKUNFT-PABSENZ SECTION.
       AUS-ABS-00.

           MOVE     "PABSENZ"            TO AKT-DATEI.
           MOVE     "ABWESENHEITEN"      TO AKT-TEXT.
           MOVE     5 TO SP-ANZ.
           MOVE     "ABLFDN"  TO SP-NAME(1). MOVE 9  TO SP-LAE(1).
           MOVE     "ABTYP"   TO SP-NAME(2). MOVE 6  TO SP-LAE(2).
           MOVE     "ABVON"   TO SP-NAME(3). MOVE 10 TO SP-LAE(3).
           MOVE     "ABBIS"   TO SP-NAME(4). MOVE 10 TO SP-LAE(4).
           MOVE     "ABGENVO" TO SP-NAME(5). MOVE 10 TO SP-LAE(5).
           PERFORM  BEGINNE-DATEI.

           INITIALIZE PABSENZF OF PABSENZ-P.
           START    PABSENZ-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-ABS-80
           END-IF.

       AUS-ABS-20.
           READ     PABSENZ-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-ABS-80
           END-IF.
           IF       ABUSER OF PABSENZ-P NOT = X-USER
                    GO TO AUS-ABS-20
           END-IF.

           MOVE     ABLFDN  OF PABSENZ-P TO SP-WERT(1).
           MOVE     ABTYP   OF PABSENZ-P TO SP-WERT(2).
           MOVE     ABVON   OF PABSENZ-P TO DAT-8.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM            TO SP-WERT(3).
           MOVE     ABBIS   OF PABSENZ-P TO DAT-8.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM            TO SP-WERT(4).
           MOVE     ABGENVO OF PABSENZ-P TO SP-WERT(5).
           PERFORM  AUSGABE-SATZ.
           GO TO    AUS-ABS-20.

       AUS-ABS-80.
           PERFORM  BEENDE-DATEI.

       AUS-ABS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * URLAUBSKONTEN PURLKTO (SCHLUESSEL UKUSER, UKJAHR)
      *--------------------------------------------------------------
       AUSKUNFT-PURLKTO SECTION.
       AUS-URL-00.

           MOVE     "PURLKTO"            TO AKT-DATEI.
           MOVE     "URLAUBSKONTEN"      TO AKT-TEXT.
           MOVE     5 TO SP-ANZ.
           MOVE     "UKJAHR"  TO SP-NAME(1). MOVE 6  TO SP-LAE(1).
           MOVE     "UKANSPR" TO SP-NAME(2). MOVE 11 TO SP-LAE(2).
           MOVE     "UKUEBER" TO SP-NAME(3). MOVE 11 TO SP-LAE(3).
           MOVE     "UKKORR"  TO SP-NAME(4). MOVE 11 TO SP-LAE(4).
           MOVE     "UKGENOM" TO SP-NAME(5). MOVE 11 TO SP-LAE(5).
           PERFORM  BEGINNE-DATEI.

           INITIALIZE PURLKTOF OF PURLKTO-P.
           MOVE     X-USER TO UKUSER OF PURLKTO-P.
           START    PURLKTO-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-URL-80
           END-IF.

       AUS-URL-20.
           READ     PURLKTO-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-URL-80
           END-IF.
           IF       UKUSER OF PURLKTO-P NOT = X-USER
                    GO TO AUS-URL-80
           END-IF.

           MOVE     UKJAHR  OF PURLKTO-P TO SP-WERT(1).
           MOVE     UKANSPR OF PURLKTO-P TO DSP-BETRAG.
           MOVE     DSP-BETRAG           TO SP-WERT(2).
           MOVE     UKUEBER OF PURLKTO-P TO DSP-BETRAG.
           MOVE     DSP-BETRAG           TO SP-WERT(3).
           MOVE     UKKORR  OF PURLKTO-P TO DSP-BETRAG.
           MOVE     DSP-BETRAG           TO SP-WERT(4).
           MOVE     UKGENOM OF PURLKTO-P TO DSP-BETRAG.
           MOVE     DSP-BETRAG           TO SP-WERT(5).
           PERFORM  AUSGABE-SATZ.
           GO TO    AUS-URL-20.

       AUS-URL-80.
           PERFORM  BEENDE-DATEI.

       AUS-URL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GLEITZEITSALDEN PGLZSLD (GZUSER)
      *--------------------------------------------------------------
       AUSKUNFT-PGLZSLD SECTION.
       AUS-GLZ-00.

           MOVE     "PGLZSLD"            TO AKT-DATEI.
           MOVE     "GLEITZEITSALDEN"    TO AKT-TEXT.
           MOVE     2 TO SP-ANZ.
           MOVE     "GZJHMO"  TO SP-NAME(1). MOVE 6  TO SP-LAE(1).
           MOVE     "GZSALDO" TO SP-NAME(2). MOVE 11 TO SP-LAE(2).
           PERFORM  BEGINNE-DATEI.

           INITIALIZE PGLZSLDF OF PGLZSLD-P.
           START    PGLZSLD-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-GLZ-80
           END-IF.

       AUS-GLZ-20.
           READ     PGLZSLD-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-GLZ-80
           END-IF.
           IF       GZUSER OF PGLZSLD-P NOT = X-USER
                    GO TO AUS-GLZ-20
           END-IF.

           MOVE     GZJHMO  OF PGLZSLD-P TO SP-WERT(1).
           MOVE     GZSALDO OF PGLZSLD-P TO DSP-BETRAG.
           MOVE     DSP-BETRAG           TO SP-WERT(2).
           PERFORM  AUSGABE-SATZ.
           GO TO    AUS-GLZ-20.

       AUS-GLZ-80.
           PERFORM  BEENDE-DATEI.

       AUS-GLZ-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KAFFEEKASSE PSCHULD (SCUSER)
      *--------------------------------------------------------------
       AUSKUNFT-PSCHULD SECTION.
       AUS-SCH-00.

           MOVE     "PSCHULD"            TO AKT-DATEI.
           MOVE     "KAFFEEKASSE"        TO AKT-TEXT.
           MOVE     7 TO SP-ANZ.
           MOVE     "SCLFDN"  TO SP-NAME(1). MOVE 9  TO SP-LAE(1).
           MOVE     "STADTA"  TO SP-NAME(2). MOVE 10 TO SP-LAE(2).
           MOVE     "SCART"   TO SP-NAME(3). MOVE 5  TO SP-LAE(3).
           MOVE     "SCBETR"  TO SP-NAME(4). MOVE 11 TO SP-LAE(4).
           MOVE     "SCSTAT"  TO SP-NAME(5). MOVE 6  TO SP-LAE(5).
           MOVE     "SCBZDA"  TO SP-NAME(6). MOVE 10 TO SP-LAE(6).
           MOVE     "SCZWCK"  TO SP-NAME(7). MOVE 40 TO SP-LAE(7).
           PERFORM  BEGINNE-DATEI.

           INITIALIZE PSCHULDF OF PSCHULD-P.
           START    PSCHULD-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-SCH-80
           END-IF.

       AUS-SCH-20.
           READ     PSCHULD-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-SCH-80
           END-IF.
           IF       SCUSER OF PSCHULD-P NOT = X-USER
                    GO TO AUS-SCH-20
           END-IF.

           MOVE     SCLFDN OF PSCHULD-P TO SP-WERT(1).
           MOVE     STADTA OF PSCHULD-P TO DAT-8.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM           TO SP-WERT(2).
           MOVE     SCART  OF PSCHULD-P TO SP-WERT(3).
           MOVE     SCBETR OF PSCHULD-P TO DSP-BETRAG.
           MOVE     DSP-BETRAG          TO SP-WERT(4).
           MOVE     SCSTAT OF PSCHULD-P TO SP-WERT(5).
           MOVE     SCBZDA OF PSCHULD-P TO DAT-8.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM           TO SP-WERT(6).
           MOVE     SCZWCK OF PSCHULD-P TO SP-WERT(7).
           PERFORM  AUSGABE-SATZ.
           GO TO    AUS-SCH-20.

       AUS-SCH-80.
           PERFORM  BEENDE-DATEI.

       AUS-SCH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ESSENSBESTELLUNGEN PFODAW (PFODAWL1, FAMAKU)
      *--------------------------------------------------------------
       AUSKUNFT-PFODAW SECTION.
       AUS-FOD-00.

           MOVE     "PFODAW"             TO AKT-DATEI.
           MOVE     "ESSENSBESTELLUNGEN" TO AKT-TEXT.
           MOVE     6 TO SP-ANZ.
           MOVE     "FABJH"   TO SP-NAME(1). MOVE 5  TO SP-LAE(1).
           MOVE     "FABJA"   TO SP-NAME(2). MOVE 5  TO SP-LAE(2).
           MOVE     "FABMO"   TO SP-NAME(3). MOVE 5  TO SP-LAE(3).
           MOVE     "FABTA"   TO SP-NAME(4). MOVE 5  TO SP-LAE(4).
           MOVE     "FARTRT"  TO SP-NAME(5). MOVE 10 TO SP-LAE(5).
           MOVE     "FAGERT"  TO SP-NAME(6). MOVE 40 TO SP-LAE(6).
           PERFORM  BEGINNE-DATEI.

           INITIALIZE PFODAWF OF PFODAW-L.
           MOVE     X-USER TO FAMAKU OF PFODAW-L.
           START    PFODAW-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-FOD-80
           END-IF.

       AUS-FOD-20.
           READ     PFODAW-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-FOD-80
           END-IF.
           IF       FAMAKU OF PFODAW-L NOT = X-USER
                    GO TO AUS-FOD-80
           END-IF.

           MOVE     FABJH  OF PFODAW-L TO SP-WERT(1).
           MOVE     FABJA  OF PFODAW-L TO SP-WERT(2).
           MOVE     FABMO  OF PFODAW-L TO SP-WERT(3).
           MOVE     FABTA  OF PFODAW-L TO SP-WERT(4).
           MOVE     FARTRT OF PFODAW-L TO SP-WERT(5).
           MOVE     FAGERT OF PFODAW-L TO SP-WERT(6).
           PERFORM  AUSGABE-SATZ.
           GO TO    AUS-FOD-20.

       AUS-FOD-80.
           PERFORM  BEENDE-DATEI.

       AUS-FOD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PROJEKTBUCHUNGEN PAKTBUCH (AKUSER)
      *--------------------------------------------------------------
       AUSKUNFT-PAKTBUCH SECTION.
       AUS-AKT-00.

           MOVE     "PAKTBUCH"           TO AKT-DATEI.
           MOVE     "PROJEKTBUCHUNGEN"   TO AKT-TEXT.
           MOVE     6 TO SP-ANZ.
           MOVE     "AKLFDN"  TO SP-NAME(1). MOVE 9  TO SP-LAE(1).
           MOVE     "AKDTA"   TO SP-NAME(2). MOVE 10 TO SP-LAE(2).
           MOVE     "AKPROJ"  TO SP-NAME(3). MOVE 10 TO SP-LAE(3).
           MOVE     "AKAKT"   TO SP-NAME(4). MOVE 10 TO SP-LAE(4).
           MOVE     "AKMIN"   TO SP-NAME(5). MOVE 10 TO SP-LAE(5).
           MOVE     "AKTEXT"  TO SP-NAME(6). MOVE 50 TO SP-LAE(6).
           PERFORM  BEGINNE-DATEI.

           INITIALIZE PAKTBUCHF OF PAKTBUCH-P.
           START    PAKTBUCH-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-AKT-80
           END-IF.

       AUS-AKT-20.
           READ     PAKTBUCH-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-AKT-80
           END-IF.
           IF       AKUSER OF PAKTBUCH-P NOT = X-USER
                    GO TO AUS-AKT-20
           END-IF.

           MOVE     AKLFDN OF PAKTBUCH-P TO SP-WERT(1).
           MOVE     AKDTA  OF PAKTBUCH-P TO DAT-8.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM            TO SP-WERT(2).
           MOVE     AKPROJ OF PAKTBUCH-P TO SP-WERT(3).
           MOVE     AKAKT  OF PAKTBUCH-P TO SP-WERT(4).
           MOVE     AKMIN  OF PAKTBUCH-P TO DSP-ZAHL.
           MOVE     DSP-ZAHL             TO SP-WERT(5).
           MOVE     AKTEXT OF PAKTBUCH-P TO SP-WERT(6).
           PERFORM  AUSGABE-SATZ.
           GO TO    AUS-AKT-20.

       AUS-AKT-80.
           PERFORM  BEENDE-DATEI.

       AUS-AKT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AUFGABEN POPLLST (OPUSER ODER ZUGEWIESEN VON OPZVON)
      *--------------------------------------------------------------
       AUSKUNFT-POPLLST SECTION.
       AUS-OPL-00.

           MOVE     "POPLLST"            TO AKT-DATEI.
           MOVE     "AUFGABEN (OPL)"     TO AKT-TEXT.
           MOVE     7 TO SP-ANZ.
           MOVE     "OPLFDN"  TO SP-NAME(1). MOVE 9  TO SP-LAE(1).
           MOVE     "OPUSER"  TO SP-NAME(2). MOVE 10 TO SP-LAE(2).
           MOVE     "OPSTAT"  TO SP-NAME(3). MOVE 6  TO SP-LAE(3).
           MOVE     "OPFDAT"  TO SP-NAME(4). MOVE 10 TO SP-LAE(4).
           MOVE     "OPZVON"  TO SP-NAME(5). MOVE 10 TO SP-LAE(5).
           MOVE     "OPZDAT"  TO SP-NAME(6). MOVE 10 TO SP-LAE(6).
           MOVE     "OPTEXT"  TO SP-NAME(7). MOVE 50 TO SP-LAE(7).
           PERFORM  BEGINNE-DATEI.

           INITIALIZE POPLLSTF OF POPLLST-P.
           START    POPLLST-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-OPL-80
           END-IF.

       AUS-OPL-20.
           READ     POPLLST-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-OPL-80
           END-IF.
           IF       OPUSER OF POPLLST-P NOT = X-USER
            AND     OPZVON OF POPLLST-P NOT = X-USER
                    GO TO AUS-OPL-20
           END-IF.

           MOVE     OPLFDN OF POPLLST-P TO SP-WERT(1).
           MOVE     OPUSER OF POPLLST-P TO SP-WERT(2).
           MOVE     OPSTAT OF POPLLST-P TO SP-WERT(3).
           MOVE     OPFDAT OF POPLLST-P TO DAT-8.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM           TO SP-WERT(4).
           MOVE     OPZVON OF POPLLST-P TO SP-WERT(5).
           MOVE     OPZDAT OF POPLLST-P TO DAT-8.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM           TO SP-WERT(6).
           MOVE     OPTEXT OF POPLLST-P TO SP-WERT(7).
           PERFORM  AUSGABE-SATZ.
           GO TO    AUS-OPL-20.

       AUS-OPL-80.
           PERFORM  BEENDE-DATEI.

       AUS-OPL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BEFEHLSHISTORIE PCMDHIS (SCHLUESSEL HKUSER, HKLFDN)
      *--------------------------------------------------------------
       AUSKUNFT-PCMDHIS SECTION.
       AUS-CMD-00.

           MOVE     "PCMDHIS"            TO AKT-DATEI.
           MOVE     "BEFEHLSHISTORIE"    TO AKT-TEXT.
           MOVE     6 TO SP-ANZ.
           MOVE     "HKLFDN"  TO SP-NAME(1). MOVE 9  TO SP-LAE(1).
           MOVE     "HKDTA"   TO SP-NAME(2). MOVE 10 TO SP-LAE(2).
           MOVE     "HKTIA"   TO SP-NAME(3). MOVE 8  TO SP-LAE(3).
           MOVE     "HKFAV"   TO SP-NAME(4). MOVE 5  TO SP-LAE(4).
           MOVE     "HKNSPC"  TO SP-NAME(5). MOVE 10 TO SP-LAE(5).
           MOVE     "HKCMD"   TO SP-NAME(6). MOVE 60 TO SP-LAE(6).
           PERFORM  BEGINNE-DATEI.

           INITIALIZE PCMDHISF OF PCMDHIS-P.
           MOVE     X-USER TO HKUSER OF PCMDHIS-P.
           START    PCMDHIS-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-CMD-80
           END-IF.

       AUS-CMD-20.
           READ     PCMDHIS-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-CMD-80
           END-IF.
           IF       HKUSER OF PCMDHIS-P NOT = X-USER
                    GO TO AUS-CMD-80
           END-IF.

           MOVE     HKLFDN OF PCMDHIS-P TO SP-WERT(1).
           MOVE     HKDTA  OF PCMDHIS-P TO DAT-8.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM           TO SP-WERT(2).
           MOVE     HKTIA  OF PCMDHIS-P TO TIM-6.
           PERFORM  FORMATIERE-ZEIT.
           MOVE     DSP-ZEIT            TO SP-WERT(3).
           MOVE     HKFAV  OF PCMDHIS-P TO SP-WERT(4).
           MOVE     HKNSPC OF PCMDHIS-P TO SP-WERT(5).
           MOVE     HKCMD  OF PCMDHIS-P TO SP-WERT(6).
           PERFORM  AUSGABE-SATZ.
           GO TO    AUS-CMD-20.

       AUS-CMD-80.
           PERFORM  BEENDE-DATEI.

       AUS-CMD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PROGRAMMNUTZUNG PPGMLOG (PPGMLOGL3: LGUSER, LGLFDN)
      *--------------------------------------------------------------
       AUSKUNFT-PPGMLOG SECTION.
       AUS-LOG-00.

           MOVE     "PPGMLOG"            TO AKT-DATEI.
           MOVE     "PROGRAMMNUTZUNG"    TO AKT-TEXT.
           MOVE     5 TO SP-ANZ.
           MOVE     "LGLFDN"  TO SP-NAME(1). MOVE 9  TO SP-LAE(1).
           MOVE     "LGDTA"   TO SP-NAME(2). MOVE 10 TO SP-LAE(2).
           MOVE     "LGTIA"   TO SP-NAME(3). MOVE 8  TO SP-LAE(3).
           MOVE     "LGPGM"   TO SP-NAME(4). MOVE 10 TO SP-LAE(4).
           MOVE     "LGJOB"   TO SP-NAME(5). MOVE 30 TO SP-LAE(5).
           PERFORM  BEGINNE-DATEI.

           INITIALIZE PPGMLOGF OF PPGMLOG-L.
           MOVE     X-USER TO LGUSER OF PPGMLOG-L.
           START    PPGMLOG-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-LOG-80
           END-IF.

       AUS-LOG-20.
           READ     PPGMLOG-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-LOG-80
           END-IF.
           IF       LGUSER OF PPGMLOG-L NOT = X-USER
                    GO TO AUS-LOG-80
           END-IF.

           MOVE     LGLFDN OF PPGMLOG-L TO SP-WERT(1).
           MOVE     LGDTA  OF PPGMLOG-L TO DAT-8.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM           TO SP-WERT(2).
           MOVE     LGTIA  OF PPGMLOG-L TO TIM-6.
           PERFORM  FORMATIERE-ZEIT.
           MOVE     DSP-ZEIT            TO SP-WERT(3).
           MOVE     LGPGM  OF PPGMLOG-L TO SP-WERT(4).
           MOVE     LGJOB  OF PPGMLOG-L TO SP-WERT(5).
           PERFORM  AUSGABE-SATZ.
           GO TO    AUS-LOG-20.

       AUS-LOG-80.
           PERFORM  BEENDE-DATEI.

       AUS-LOG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ROLLENZUTEILUNGEN PCFGAUT (CFID = "ROLE", CFKEY2 = USER)
      *--------------------------------------------------------------
       AUSKUNFT-PCFGAUT SECTION.
       AUS-AUT-00.

           MOVE     "PCFGAUT"            TO AKT-DATEI.
           MOVE     "ROLLEN"             TO AKT-TEXT.
           MOVE     4 TO SP-ANZ.
           MOVE     "CFKEY"   TO SP-NAME(1). MOVE 10 TO SP-LAE(1).
           MOVE     "AUAKT"   TO SP-NAME(2). MOVE 5  TO SP-LAE(2).
           MOVE     "AUGVON"  TO SP-NAME(3). MOVE 10 TO SP-LAE(3).
           MOVE     "AUGBIS"  TO SP-NAME(4). MOVE 10 TO SP-LAE(4).
           PERFORM  BEGINNE-DATEI.

           INITIALIZE PCFGAUTF OF PCFGAUT-P.
           MOVE     "ROLE" TO CFID OF PCFGAUT-P.
           START    PCFGAUT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-AUT-80
           END-IF.

       AUS-AUT-20.
           READ     PCFGAUT-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-AUT-80
           END-IF.
           IF       CFID OF PCFGAUT-P NOT = "ROLE"
                    GO TO AUS-AUT-80
           END-IF.
           IF       CFKEY2 OF PCFGAUT-P NOT = X-USER
                    GO TO AUS-AUT-20
           END-IF.

           MOVE     CFKEY  OF PCFGAUT-P TO SP-WERT(1).
           MOVE     AUAKT  OF PCFGAUT-P TO SP-WERT(2).
           MOVE     AUGVON OF PCFGAUT-P TO DAT-8.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM           TO SP-WERT(3).
           MOVE     AUGBIS OF PCFGAUT-P TO DAT-8.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM           TO SP-WERT(4).
           PERFORM  AUSGABE-SATZ.
           GO TO    AUS-AUT-20.

       AUS-AUT-80.
           PERFORM  BEENDE-DATEI.

       AUS-AUT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SICHERHEITSEREIGNISSE PSECBRK (AUSLOESENDER ODER BETROFFENER
      * USER BKTUSR/BKXUSR)
      *--------------------------------------------------------------
       AUSKUNFT-PSECBRK SECTION.
       AUS-SEC-00.

           MOVE     "PSECBRK"              TO AKT-DATEI.
           MOVE     "SICHERHEITSEREIGNISSE" TO AKT-TEXT.
           MOVE     7 TO SP-ANZ.
           MOVE     "BKLFDN"  TO SP-NAME(1). MOVE 9  TO SP-LAE(1).
           MOVE     "STADTA"  TO SP-NAME(2). MOVE 10 TO SP-LAE(2).
           MOVE     "STATIA"  TO SP-NAME(3). MOVE 8  TO SP-LAE(3).
           MOVE     "BKTUSR"  TO SP-NAME(4). MOVE 10 TO SP-LAE(4).
           MOVE     "BKXUSR"  TO SP-NAME(5). MOVE 10 TO SP-LAE(5).
           MOVE     "BKROLE"  TO SP-NAME(6). MOVE 10 TO SP-LAE(6).
           MOVE     "BKAPGM"  TO SP-NAME(7). MOVE 10 TO SP-LAE(7).
           PERFORM  BEGINNE-DATEI.

           INITIALIZE PSECBRKF OF PSECBRK-P.
           START    PSECBRK-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-SEC-80
           END-IF.

       AUS-SEC-20.
           READ     PSECBRK-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-SEC-80
           END-IF.
           IF       BKTUSR OF PSECBRK-P NOT = X-USER
            AND     BKXUSR OF PSECBRK-P NOT = X-USER
                    GO TO AUS-SEC-20
           END-IF.

           MOVE     BKLFDN OF PSECBRK-P TO SP-WERT(1).
           MOVE     STADTA OF PSECBRK-P TO DAT-8.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM           TO SP-WERT(2).
           MOVE     STATIA OF PSECBRK-P TO TIM-6.
           PERFORM  FORMATIERE-ZEIT.
           MOVE     DSP-ZEIT            TO SP-WERT(3).
           MOVE     BKTUSR OF PSECBRK-P TO SP-WERT(4).
           MOVE     BKXUSR OF PSECBRK-P TO SP-WERT(5).
           MOVE     BKROLE OF PSECBRK-P TO SP-WERT(6).
           MOVE     BKAPGM OF PSECBRK-P TO SP-WERT(7).
           PERFORM  AUSGABE-SATZ.
           GO TO    AUS-SEC-20.

       AUS-SEC-80.
           PERFORM  BEENDE-DATEI.

       AUS-SEC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABSCHNITT EINER DATEI BEGINNEN: UEBERSCHRIFT, SPALTENNAMEN
      * UND KOPFZEILE DER AUSTAUSCHDATEI
      *--------------------------------------------------------------
       BEGINNE-DATEI SECTION.
       BEG-DAT-00.

           MOVE     ZEROES TO ANZ-DATEI.

           MOVE     SPACES     TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     "DATEI:"   TO DRUCK-ZEILE(1:6).
           MOVE     AKT-DATEI  TO DRUCK-ZEILE(8:10).
           MOVE     AKT-TEXT   TO DRUCK-ZEILE(20:40).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     3      TO DRUCK-POS.
           MOVE     ZEROES TO SP-IX.

       BEG-DAT-20.
           ADD      1 TO SP-IX.
           IF       SP-IX > SP-ANZ
                    GO TO BEG-DAT-40
           END-IF.
           MOVE     SP-NAME(SP-IX)
                    TO DRUCK-ZEILE(DRUCK-POS:SP-LAE(SP-IX)).
           COMPUTE  DRUCK-POS = DRUCK-POS + SP-LAE(SP-IX) + 1.
           GO TO    BEG-DAT-20.

       BEG-DAT-40.
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "-" TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           IF       EXPORT-AKTIV NOT = 1
                    GO TO BEG-DAT-90
           END-IF.

      * KOPFZEILE "DATEI;FELD;FELD;..."
           MOVE     SPACES TO EXP-ZEILE.
           MOVE     1      TO EXP-POS.
           STRING   "DATEI" DELIMITED BY SIZE
                    INTO EXP-ZEILE WITH POINTER EXP-POS
           END-STRING.
           MOVE     ZEROES TO SP-IX.

       BEG-DAT-60.
           ADD      1 TO SP-IX.
           IF       SP-IX > SP-ANZ
                    GO TO BEG-DAT-80
           END-IF.
           STRING   ";"            DELIMITED BY SIZE
                    SP-NAME(SP-IX) DELIMITED BY SPACE
                    INTO EXP-ZEILE WITH POINTER EXP-POS
           END-STRING.
           GO TO    BEG-DAT-60.

       BEG-DAT-80.
           PERFORM  SCHREIBE-EXPORT.

       BEG-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINEN GEFUNDENEN SATZ DRUCKEN UND EXPORTIEREN
      *--------------------------------------------------------------
       AUSGABE-SATZ SECTION.
       AUS-SAT-00.

           ADD      1 TO ANZ-DATEI.
           ADD      1 TO ANZ-GESAMT.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     3      TO DRUCK-POS.
           MOVE     ZEROES TO SP-IX.

       AUS-SAT-20.
           ADD      1 TO SP-IX.
           IF       SP-IX > SP-ANZ
                    GO TO AUS-SAT-40
           END-IF.
           MOVE     SP-WERT(SP-IX)(1:SP-LAE(SP-IX))
                    TO DRUCK-ZEILE(DRUCK-POS:SP-LAE(SP-IX)).
           COMPUTE  DRUCK-POS = DRUCK-POS + SP-LAE(SP-IX) + 1.
           GO TO    AUS-SAT-20.

       AUS-SAT-40.
           PERFORM  DRUCKE-ZEILE.

           IF       EXPORT-AKTIV NOT = 1
                    GO TO AUS-SAT-90
           END-IF.

      * DATENZEILE "DATEI;WERT;WERT;..." (WERTE OHNE ";")
           MOVE     SPACES TO EXP-ZEILE.
           MOVE     1      TO EXP-POS.
           STRING   AKT-DATEI DELIMITED BY SPACE
                    INTO EXP-ZEILE WITH POINTER EXP-POS
           END-STRING.
           MOVE     ZEROES TO SP-IX.

       AUS-SAT-60.
           ADD      1 TO SP-IX.
           IF       SP-IX > SP-ANZ
                    GO TO AUS-SAT-80
           END-IF.
           STRING   ";" DELIMITED BY SIZE
                    INTO EXP-ZEILE WITH POINTER EXP-POS
           END-STRING.
           MOVE     SP-WERT(SP-IX) TO LAE-TEXT.
           INSPECT  LAE-TEXT REPLACING ALL ";" BY ",".
           PERFORM  ERMITTLE-LAENGE.
           IF       LAE-LEN NOT = ZEROES
                    STRING LAE-TEXT(1:LAE-LEN) DELIMITED BY SIZE
                           INTO EXP-ZEILE WITH POINTER EXP-POS
                    END-STRING
           END-IF.
           GO TO    AUS-SAT-60.

       AUS-SAT-80.
           PERFORM  SCHREIBE-EXPORT.

       AUS-SAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABSCHNITT ABSCHLIESSEN: SATZANZAHL DRUCKEN UND MERKEN
      *--------------------------------------------------------------
       BEENDE-DATEI SECTION.
       BEE-DAT-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           IF       ANZ-DATEI = ZEROES
                    MOVE "KEINE DATEN GESPEICHERT"
                                       TO DRUCK-ZEILE(3:23)
                    PERFORM DRUCKE-ZEILE
                    MOVE SPACES TO DRUCK-ZEILE
           END-IF.
           MOVE     "ANZAHL SAETZE:"   TO DRUCK-ZEILE(3:14).
           MOVE     ANZ-DATEI          TO DSP-ANZ-7.
           MOVE     DSP-ANZ-7          TO DRUCK-ZEILE(18:7).
           PERFORM  DRUCKE-ZEILE.

           IF       SUM-ANZ-EIN < 15
                    ADD  1 TO SUM-ANZ-EIN
                    MOVE AKT-DATEI TO SUM-DATEI(SUM-ANZ-EIN)
                    MOVE AKT-TEXT  TO SUM-TEXT(SUM-ANZ-EIN)
                    MOVE ANZ-DATEI TO SUM-ANZ(SUM-ANZ-EIN)
           END-IF.

       BEE-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPF DER AUSKUNFT
      *--------------------------------------------------------------
       DRUCKE-KOPF SECTION.
       DRU-KPF-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "AUSKUNFT UEBER GESPEICHERTE PERSONENBEZOGENE DATEN"
                                      TO DRUCK-ZEILE(1:50).
           MOVE     DATE-8            TO DAT-8.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM         TO DRUCK-ZEILE(60:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "USER:"           TO DRUCK-ZEILE(1:5).
           MOVE     X-USER            TO DRUCK-ZEILE(7:10).
           MOVE     "ERSTELLT VON:"   TO DRUCK-ZEILE(30:13).
           MOVE     T-USER            TO DRUCK-ZEILE(44:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "=" TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           IF       EXPORT-AKTIV = 1
                    MOVE SPACES TO EXP-ZEILE
                    MOVE 1      TO EXP-POS
                    STRING "AUSKUNFT;" DELIMITED BY SIZE
                           X-USER      DELIMITED BY SPACE
                           ";"         DELIMITED BY SIZE
                           DATE-8      DELIMITED BY SIZE
                           INTO EXP-ZEILE WITH POINTER EXP-POS
                    END-STRING
                    PERFORM SCHREIBE-EXPORT
           END-IF.

       DRU-KPF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * UEBERSICHT DER SATZANZAHL JE DATEI
      *--------------------------------------------------------------
       DRUCKE-UEBERSICHT SECTION.
       DRU-UEB-00.

           MOVE     SPACES  TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "=" TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES  TO DRUCK-ZEILE.
           MOVE     "UEBERSICHT"      TO DRUCK-ZEILE(1:10).
           PERFORM  DRUCKE-ZEILE.
           MOVE     ZEROES TO SUM-IX.

       DRU-UEB-20.
           ADD      1 TO SUM-IX.
           IF       SUM-IX > SUM-ANZ-EIN
                    GO TO DRU-UEB-80
           END-IF.
           MOVE     SPACES             TO DRUCK-ZEILE.
           MOVE     SUM-DATEI(SUM-IX)  TO DRUCK-ZEILE(3:10).
           MOVE     SUM-TEXT(SUM-IX)   TO DRUCK-ZEILE(15:40).
           MOVE     SUM-ANZ(SUM-IX)    TO DSP-ANZ-7.
           MOVE     DSP-ANZ-7          TO DRUCK-ZEILE(56:7).
           PERFORM  DRUCKE-ZEILE.
           GO TO    DRU-UEB-20.

       DRU-UEB-80.
           MOVE     SPACES             TO DRUCK-ZEILE.
           MOVE     "GESAMT"           TO DRUCK-ZEILE(15:6).
           MOVE     ANZ-GESAMT         TO DSP-ANZ-7.
           MOVE     DSP-ANZ-7          TO DRUCK-ZEILE(56:7).
           PERFORM  DRUCKE-ZEILE.

       DRU-UEB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AUFRUF IN PDSGLOG PROTOKOLLIEREN (LOG-ERG O/A)
      *--------------------------------------------------------------
       SCHREIBE-PROTOKOLL SECTION.
       SCH-PRO-00.

           PERFORM  COPY-GET-TIME.

           OPEN     I-O   PDSGLOG-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-PRO-90
           END-IF.

           INITIALIZE PDSGLOGF OF PDSGLOG-P.
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PDSGLOG" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK          TO DLLFDN OF PDSGLOG-P.
           MOVE     X-USER            TO DLUSER OF PDSGLOG-P.
           MOVE     LOG-ERG           TO DLERG  OF PDSGLOG-P.
           MOVE     X-EXPORT          TO DLEXP  OF PDSGLOG-P.
           MOVE     ANZ-GESAMT        TO DLANZ  OF PDSGLOG-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO DLAUSR OF PDSGLOG-P.
           MOVE     T-TERM            TO DLABS  OF PDSGLOG-P.
           MOVE     PGM-WRK           TO DLAPGM OF PDSGLOG-P.
           MOVE     DATE-8            TO DLADTA OF PDSGLOG-P.
           MOVE     TIME-6            TO DLATIA OF PDSGLOG-P.

           WRITE    PDSGLOG-P.

           CLOSE    PDSGLOG-DP.

       SCH-PRO-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DATUM JJJJMMTT IN DAT-8 ALS TT.MM.JJJJ (NULL = LEER)
      *--------------------------------------------------------------
       FORMATIERE-DATUM SECTION.
       FOR-DAT-00.

           IF       DAT-8 = ZEROES
                    MOVE SPACES TO DSP-DATUM
                    GO TO FOR-DAT-90
           END-IF.
           MOVE     DAT-8(7:2) TO DSP-DT-TAG.
           MOVE     DAT-8(5:2) TO DSP-DT-MONAT.
           MOVE     DAT-8(1:4) TO DSP-DT-JAHR.
           MOVE     "."        TO DSP-DATUM(3:1).
           MOVE     "."        TO DSP-DATUM(6:1).

       FOR-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * UHRZEIT HHMMSS IN TIM-6 ALS HH:MM:SS
      *--------------------------------------------------------------
       FORMATIERE-ZEIT SECTION.
       FOR-ZEI-00.

           MOVE     TIM-6(1:2) TO DSP-ZT-STD.
           MOVE     TIM-6(3:2) TO DSP-ZT-MIN.
           MOVE     TIM-6(5:2) TO DSP-ZT-SEK.

       FOR-ZEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LAENGE VON LAE-TEXT OHNE NACHFOLGENDE LEERSTELLEN
      *--------------------------------------------------------------
       ERMITTLE-LAENGE SECTION.
       ERM-LAE-00.

           MOVE     100 TO LAE-LEN.

       ERM-LAE-20.
           IF       LAE-LEN = ZEROES
                    GO TO ERM-LAE-90
           END-IF.
           IF       LAE-TEXT(LAE-LEN:1) NOT = SPACE
                    GO TO ERM-LAE-90
           END-IF.
           SUBTRACT 1 FROM LAE-LEN.
           GO TO    ERM-LAE-20.

       ERM-LAE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZEILE IN DIE AUSTAUSCHDATEI SCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-EXPORT SECTION.
       SCH-EXP-00.

           MOVE     SPACES    TO DXZEIL OF PDSGEXP-P.
           MOVE     EXP-ZEILE TO DXZEIL OF PDSGEXP-P.
           WRITE    PDSGEXP-P.

       SCH-EXP-90.
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
