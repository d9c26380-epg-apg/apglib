       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0277.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * PSEUDONYMISIERUNG AUSGESCHIEDENER USER                        *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  JAEHRLICHER LAUF UEBER DAS AUSTRITTSREGISTER *
      *                  PPSEUDO (GEFUELLT VOM OFFBOARDING XXP0094).  *
      *                  LIEGT DER AUSTRITT LAENGER ALS DIE           *
      *                  AUFBEWAHRUNGSFRIST ZURUECK (A400/PSEUDO      *
      *                  CFIN01 IN JAHREN, STANDARD 3), ERHAELT DER   *
      *                  USER EIN FESTES PSEUDONYM "PS" + NUMMER      *
      *                  (CFP0020, WIEDERHOLUNGSLAEUFE VERWENDEN      *
      *                  DASSELBE). DIE USER-ID WIRD IN DEN           *
      *                  HISTORIENDATEIEN PSTRTIM, PABSENZ, PSCHULD,  *
      *                  PFODAW, PFODRAW, PGABEL, PPGMLOG, PCMDHIS,   *
      *                  LEDHIST, PAKTBUCH, PURLKTO, PGLZSLD,         *
      *                  PRAUMRES UND IN DEN ROLLEN (PCFGAUT ROLE)    *
      *                  DURCH DAS PSEUDONYM ERSETZT, FREITEXTE       *
      *                  WERDEN GELEERT. DER STAMMSATZ PCONFIG H050   *
      *                  WIRD AUF DAS PSEUDONYM UMGESCHLUESSELT, DER  *
      *                  NAME GELEERT. BETRAEGE, MINUTEN UND          *
      *                  SALDEN (KAFFEEKASSE, KONTEN) BLEIBEN         *
      *                  UNVERAENDERT. DIE ZUORDNUNG USER/PSEUDONYM   *
      *                  BLEIBT NUR BIS PSLOED (LAUFDATUM PLUS        *
      *                  A400/PSEUDO CFIN02 JAHRE, STANDARD 10) IN    *
      *                  PPSEUDO UND WIRD DANACH GELOESCHT.           *
      *                  DAS PROTOKOLL XXF0277 ZEIGT JE PSEUDONYM     *
      *                  UND DATEI DIE ZAHL DER GEAENDERTEN SAETZE.   *
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
      * PPSEUDO: PSUSER (AUSTRITTSREGISTER UND PSEUDONYME)
      *-------------------------------------------------------------
           SELECT PPSEUDO-DP
                  ASSIGN       TO  DATABASE-PPSEUDO
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PSTRTIM: STLFDN
      *-------------------------------------------------------------
           SELECT PSTRTIM-DP
                  ASSIGN       TO  DATABASE-PSTRTIM
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

      *-------------------------------------------------------------
      * PSCHULD: SCLFDN
      *-------------------------------------------------------------
           SELECT PSCHULD-DP
                  ASSIGN       TO  DATABASE-PSCHULD
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PFODAWL1: FAMAKU, FABJH, FABJA, FABMO, FABTA
      *-------------------------------------------------------------
           SELECT PFODAW-DL
                  ASSIGN       TO  DATABASE-PFODAWL1
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                                   WITH DUPLICATES
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PFODRAW: DWLFDN
      *-------------------------------------------------------------
           SELECT PFODRAW-DP
                  ASSIGN       TO  DATABASE-PFODRAW
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PGABEL: GBDATUM
      *-------------------------------------------------------------
           SELECT PGABEL-DP
                  ASSIGN       TO  DATABASE-PGABEL
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PPGMLOG: LGLFDN
      *-------------------------------------------------------------
           SELECT PPGMLOG-DP
                  ASSIGN       TO  DATABASE-PPGMLOG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCMDHIS: HKUSER, HKLFDN
      *-------------------------------------------------------------
           SELECT PCMDHIS-DP
                  ASSIGN       TO  DATABASE-PCMDHIS
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * LEDHIST: LHLFDN
      *-------------------------------------------------------------
           SELECT LEDHIST-DP
                  ASSIGN       TO  DATABASE-LEDHIST
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAKTBUCH: AKLFDN
      *-------------------------------------------------------------
           SELECT PAKTBUCH-DP
                  ASSIGN       TO  DATABASE-PAKTBUCH
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PURLKTO: UKUSER, UKJAHR
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
      * PRAUMRES: RESERVIERUNGEN DER ARBEITSPLAETZE
      *-------------------------------------------------------------
           SELECT PRAUMRES-DP
                  ASSIGN       TO  DATABASE-PRAUMRES
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCFGAUT: BERECHTIGUNGEN
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
      *- XXF0277: SPOOLAUSGABE DES PROTOKOLLS
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0277
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PPSEUDO: PSUSER
       FD  PPSEUDO-DP
           LABEL RECORDS ARE STANDARD.
       01  PPSEUDO-P.
           COPY DDS-ALL-FORMATS OF PPSEUDO.
      /
      *--- PSTRTIM: STLFDN
       FD  PSTRTIM-DP
           LABEL RECORDS ARE STANDARD.
       01  PSTRTIM-P.
           COPY DDS-ALL-FORMATS OF PSTRTIM.
      /
      *--- PABSENZ: ABLFDN
       FD  PABSENZ-DP
           LABEL RECORDS ARE STANDARD.
       01  PABSENZ-P.
           COPY DDS-ALL-FORMATS OF PABSENZ.
      /
      *--- PSCHULD: SCLFDN
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
      *--- PFODRAW: DWLFDN
       FD  PFODRAW-DP
           LABEL RECORDS ARE STANDARD.
       01  PFODRAW-P.
           COPY DDS-ALL-FORMATS OF PFODRAW.
      /
      *--- PGABEL: GBDATUM
       FD  PGABEL-DP
           LABEL RECORDS ARE STANDARD.
       01  PGABEL-P.
           COPY DDS-ALL-FORMATS OF PGABEL.
      /
      *--- PPGMLOG: LGLFDN
       FD  PPGMLOG-DP
           LABEL RECORDS ARE STANDARD.
       01  PPGMLOG-P.
           COPY DDS-ALL-FORMATS OF PPGMLOG.
      /
      *--- PCMDHIS: HKUSER, HKLFDN
       FD  PCMDHIS-DP
           LABEL RECORDS ARE STANDARD.
       01  PCMDHIS-P.
           COPY DDS-ALL-FORMATS OF PCMDHIS.
      /
      *--- LEDHIST: LHLFDN
       FD  LEDHIST-DP
           LABEL RECORDS ARE STANDARD.
       01  LEDHIST-P.
           COPY DDS-ALL-FORMATS OF LEDHIST.
      /
      *--- PAKTBUCH: AKLFDN
       FD  PAKTBUCH-DP
           LABEL RECORDS ARE STANDARD.
       01  PAKTBUCH-P.
           COPY DDS-ALL-FORMATS OF PAKTBUCH.
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
      *--- PRAUMRES: RSLFDN
       FD  PRAUMRES-DP
           LABEL RECORDS ARE STANDARD.
       01  PRAUMRES-P.
           COPY DDS-ALL-FORMATS OF PRAUMRES.
      /
      *--- PCFGAUT: CFID, CFKEY, CFKEY2
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
      *- XXF0277: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0277.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0277".

      * SATZKOPIEN FUER DATEIEN MIT DEM USER IM SCHLUESSEL
      * (LOESCHEN UND UNTER DEM PSEUDONYM NEU SCHREIBEN)
       01  PFODAW-NEU.
           COPY DDS-ALL-FORMATS OF PFODAWL1.
       01  PCMDHIS-NEU.
           COPY DDS-ALL-FORMATS OF PCMDHIS.
       01  PURLKTO-NEU.
           COPY DDS-ALL-FORMATS OF PURLKTO.
       01  PGLZSLD-NEU.
           COPY DDS-ALL-FORMATS OF PGLZSLD.
       01  PCFGAUT-NEU.
           COPY DDS-ALL-FORMATS OF PCFGAUT.
       01  PCONFIG-NEU.
           COPY DDS-ALL-FORMATS OF PCONFIG.

      * FRISTEN IN JAHREN (A400/PSEUDO CFIN01/CFIN02)
       01  FRIST-JAHRE                   PIC 9(2).
       01  HALTE-JAHRE                   PIC 9(2).

      * STICHTAG (AUSTRITT VOR DIESEM TAG WIRD PSEUDONYMISIERT)
       01  STICHTAG                      PIC 9(8).
       01  STICHTAG-RED REDEFINES STICHTAG.
        05 STI-JAHR                      PIC 9(4).
        05 STI-MMTT                      PIC 9(4).

      * LOESCHTAG DER ZUORDNUNG USER/PSEUDONYM
       01  LOESCHTAG                     PIC 9(8).
       01  LOESCHTAG-RED REDEFINES LOESCHTAG.
        05 LOE-JAHR                      PIC 9(4).
        05 LOE-MMTT                      PIC 9(4).

      * BISHERIGE USER-ID UND PSEUDONYM
       01  ALT-USER                      PIC X(10).
       01  NEU-USER.
        05 NEU-PRAEFIX                   PIC X(2)  VALUE "PS".
        05 NEU-NUMMER                    PIC 9(8).

      * ZAEHLER JE DATEI (LAUFENDER USER UND GESAMTSUMME)
       01  ANZ-DATEI                     PIC 9(7)  COMP.
       01  DAT-DATEN.
        05 DAT-IX                        PIC 9(2)  COMP.
        05 DAT-EINTRAG OCCURS 15.
         10 DAT-NAME                     PIC X(10).
         10 DAT-SUMME                    PIC 9(7).

      * ZAEHLER FUER DAS LAUFPROTOKOLL
       77  ANZ-USER                      PIC 9(5)  COMP.
       77  ANZ-ZUORD-GELOESCHT           PIC 9(5)  COMP.
       77  ANZ-USER-SAETZE               PIC 9(7)  COMP.

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DSP-ANZ-7                     PIC Z(6)9.
       01  DSP-DATUM.
        05 DSP-DT-TAG                    PIC 9(2).
        05 FILLER                        PIC X(1)  VALUE ".".
        05 DSP-DT-MONAT                  PIC 9(2).
        05 FILLER                        PIC X(1)  VALUE ".".
        05 DSP-DT-JAHR                   PIC 9(4).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * LAUFDATUM (NULL = HEUTE)
       01  X-DATUM                       PIC 9(8).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-DATUM.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0277" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ANFANG-90
           END-IF.

           PERFORM  COPY-GET-TIME.
           IF       X-DATUM = ZEROES
                    MOVE DATE-8 TO X-DATUM
           END-IF.

      * FRISTEN AUS DER KONFIGURATION
           MOVE     3  TO FRIST-JAHRE.
           MOVE     10 TO HALTE-JAHRE.
           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "A400"            TO CFID   OF CFG-CPY.
           MOVE     "PSEUDO"          TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
                    IF   CFIN01 OF CFG-CPY(1:2) IS NUMERIC
                     AND CFIN01 OF CFG-CPY(1:2) NOT = ZEROES
                         MOVE CFIN01 OF CFG-CPY(1:2) TO FRIST-JAHRE
                    END-IF
                    IF   CFIN02 OF CFG-CPY(1:2) IS NUMERIC
                         MOVE CFIN02 OF CFG-CPY(1:2) TO HALTE-JAHRE
                    END-IF
           END-IF.

      * STICHTAG = LAUFDATUM MINUS FRIST, LOESCHTAG = PLUS HALTEFRIST
           MOVE     X-DATUM TO STICHTAG.
           SUBTRACT FRIST-JAHRE FROM STI-JAHR.
           MOVE     X-DATUM TO LOESCHTAG.
           ADD      HALTE-JAHRE TO LOE-JAHR.

           OPEN     I-O   PPSEUDO-DP
                          PSTRTIM-DP
                          PABSENZ-DP
                          PSCHULD-DP
                          PFODAW-DL
                          PFODRAW-DP
                          PGABEL-DP
                          PPGMLOG-DP
                          PCMDHIS-DP
                          LEDHIST-DP
                          PAKTBUCH-DP
                          PURLKTO-DP
                          PGLZSLD-DP
                          PRAUMRES-DP
                          PCFGAUT-DP
                          PCONFIG-DP.
           OPEN     OUTPUT DRUCK-DAT.

           INITIALIZE ANZ-USER ANZ-ZUORD-GELOESCHT.
           INITIALIZE DAT-DATEN.
           MOVE     "PSTRTIM"  TO DAT-NAME(1).
           MOVE     "PABSENZ"  TO DAT-NAME(2).
           MOVE     "PSCHULD"  TO DAT-NAME(3).
           MOVE     "PFODAW"   TO DAT-NAME(4).
           MOVE     "PFODRAW"  TO DAT-NAME(5).
           MOVE     "PGABEL"   TO DAT-NAME(6).
           MOVE     "PPGMLOG"  TO DAT-NAME(7).
           MOVE     "PCMDHIS"  TO DAT-NAME(8).
           MOVE     "LEDHIST"  TO DAT-NAME(9).
           MOVE     "PAKTBUCH" TO DAT-NAME(10).
           MOVE     "PURLKTO"  TO DAT-NAME(11).
           MOVE     "PGLZSLD"  TO DAT-NAME(12).
           MOVE     "PRAUMRES" TO DAT-NAME(13).
           MOVE     "PCFGAUT"  TO DAT-NAME(14).
           MOVE     "PCONFIG"  TO DAT-NAME(15).

           PERFORM  DRUCKE-KOPF.

      * DAS AUSTRITTSREGISTER ABARBEITEN
           PERFORM  VERARBEITE-REGISTER.

           PERFORM  DRUCKE-SUMMEN.

           CLOSE    PPSEUDO-DP
                    PSTRTIM-DP
                    PABSENZ-DP
                    PSCHULD-DP
                    PFODAW-DL
                    PFODRAW-DP
                    PGABEL-DP
                    PPGMLOG-DP
                    PCMDHIS-DP
                    LEDHIST-DP
                    PAKTBUCH-DP
                    PURLKTO-DP
                    PGLZSLD-DP
                    PRAUMRES-DP
                    PCFGAUT-DP
                    PCONFIG-DP
                    DRUCK-DAT.

       ANFANG-90.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE EINTRAEGE DES AUSTRITTSREGISTERS PRUEFEN: ABGELAUFENE
      * ZUORDNUNGEN LOESCHEN, FAELLIGE USER PSEUDONYMISIEREN
      *--------------------------------------------------------------
       VERARBEITE-REGISTER SECTION.
       VER-REG-00.

           INITIALIZE PPSEUDOF OF PPSEUDO-P.
           START    PPSEUDO-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-REG-90
           END-IF.

       VER-REG-20.
           READ     PPSEUDO-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-REG-90
           END-IF.

      * BEREITS PSEUDONYMISIERT: ZUORDNUNG NACH ABLAUF LOESCHEN
           IF       PSPSEU OF PPSEUDO-P NOT = SPACES
                    IF   PSLOED OF PPSEUDO-P NOT = ZEROES
                     AND PSLOED OF PPSEUDO-P < X-DATUM
                         DELETE PPSEUDO-DP
                         IF   FILE-STATUS = ZEROES
                              ADD 1 TO ANZ-ZUORD-GELOESCHT
                         END-IF
                    END-IF
                    GO TO VER-REG-20
           END-IF.

      * AUSTRITT NOCH INNERHALB DER AUFBEWAHRUNGSFRIST
           IF       PSAUDT OF PPSEUDO-P = ZEROES
            OR      PSAUDT OF PPSEUDO-P NOT < STICHTAG
                    GO TO VER-REG-20
           END-IF.

      * FESTES PSEUDONYM VERGEBEN
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PPSEUDO" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK             TO NEU-NUMMER.
           MOVE     PSUSER OF PPSEUDO-P  TO ALT-USER.

           PERFORM  PSEUDONYMISIERE-USER.

      * PSEUDONYM UND LOESCHTAG DER ZUORDNUNG FESTHALTEN
           PERFORM  COPY-GET-TIME.
           MOVE     NEU-USER          TO PSPSEU OF PPSEUDO-P.
           MOVE     X-DATUM           TO PSPDTA OF PPSEUDO-P.
           MOVE     LOESCHTAG         TO PSLOED OF PPSEUDO-P.
           MOVE     T-USER            TO PSMSER OF PPSEUDO-P.
           MOVE     T-TERM            TO PSMBS  OF PPSEUDO-P.
           MOVE     PGM-WRK           TO PSMPGM OF PPSEUDO-P.
           MOVE     DATE-8            TO PSMDTA OF PPSEUDO-P.
           MOVE     TIME-6            TO PSMTIA OF PPSEUDO-P.
           REWRITE  PPSEUDO-P.

           ADD      1 TO ANZ-USER.
           GO TO    VER-REG-20.

       VER-REG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALT-USER IN ALLEN HISTORIENDATEIEN DURCH NEU-USER ERSETZEN
      *--------------------------------------------------------------
       PSEUDONYMISIERE-USER SECTION.
       PSE-USR-00.

           MOVE     ZEROES TO ANZ-USER-SAETZE.

           MOVE     SPACES     TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     "PSEUDONYM:" TO DRUCK-ZEILE(1:10).
           MOVE     NEU-USER     TO DRUCK-ZEILE(12:10).
           MOVE     "AUSTRITT:"  TO DRUCK-ZEILE(25:9).
           MOVE     PSAUDT OF PPSEUDO-P(7:2) TO DSP-DT-TAG.
           MOVE     PSAUDT OF PPSEUDO-P(5:2) TO DSP-DT-MONAT.
           MOVE     PSAUDT OF PPSEUDO-P(1:4) TO DSP-DT-JAHR.
           MOVE     DSP-DATUM    TO DRUCK-ZEILE(35:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     1 TO DAT-IX.
           PERFORM  PSEUDO-PSTRTIM.
           MOVE     2 TO DAT-IX.
           PERFORM  PSEUDO-PABSENZ.
           MOVE     3 TO DAT-IX.
           PERFORM  PSEUDO-PSCHULD.
           MOVE     4 TO DAT-IX.
           PERFORM  PSEUDO-PFODAW.
           MOVE     5 TO DAT-IX.
           PERFORM  PSEUDO-PFODRAW.
           MOVE     6 TO DAT-IX.
           PERFORM  PSEUDO-PGABEL.
           MOVE     7 TO DAT-IX.
           PERFORM  PSEUDO-PPGMLOG.
           MOVE     8 TO DAT-IX.
           PERFORM  PSEUDO-PCMDHIS.
           MOVE     9 TO DAT-IX.
           PERFORM  PSEUDO-LEDHIST.
           MOVE     10 TO DAT-IX.
           PERFORM  PSEUDO-PAKTBUCH.
           MOVE     11 TO DAT-IX.
           PERFORM  PSEUDO-PURLKTO.
           MOVE     12 TO DAT-IX.
           PERFORM  PSEUDO-PGLZSLD.
           MOVE     13 TO DAT-IX.
           PERFORM  PSEUDO-PRAUMRES.
           MOVE     14 TO DAT-IX.
           PERFORM  PSEUDO-PCFGAUT.
           MOVE     15 TO DAT-IX.
           PERFORM  PSEUDO-H050.

           MOVE     SPACES           TO DRUCK-ZEILE.
           MOVE     "SUMME"          TO DRUCK-ZEILE(3:5).
           MOVE     ANZ-USER-SAETZE  TO DSP-ANZ-7.
           MOVE     DSP-ANZ-7        TO DRUCK-ZEILE(15:7).
           PERFORM  DRUCKE-ZEILE.

       PSE-USR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ARBEITSZEITEN: USER, ANLEGER, FREITEXT STTEXT
      *--------------------------------------------------------------
       PSEUDO-PSTRTIM SECTION.
       PSE-STR-00.

           MOVE     ZEROES TO ANZ-DATEI.
           INITIALIZE PSTRTIMF OF PSTRTIM-P.
           START    PSTRTIM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-STR-80
           END-IF.

       PSE-STR-20.
           READ     PSTRTIM-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-STR-80
           END-IF.
           IF       STUSER OF PSTRTIM-P NOT = ALT-USER
            AND     STAUSR OF PSTRTIM-P NOT = ALT-USER
                    GO TO PSE-STR-20
           END-IF.

           IF       STUSER OF PSTRTIM-P = ALT-USER
                    MOVE NEU-USER TO STUSER OF PSTRTIM-P
                    MOVE SPACES   TO STTEXT OF PSTRTIM-P
           END-IF.
           IF       STAUSR OF PSTRTIM-P = ALT-USER
                    MOVE NEU-USER TO STAUSR OF PSTRTIM-P
           END-IF.
           REWRITE  PSTRTIM-P.
           IF       FILE-STATUS = ZEROES
                    ADD 1 TO ANZ-DATEI
           END-IF.
           GO TO    PSE-STR-20.

       PSE-STR-80.
           PERFORM  PROTOKOLLIERE-DATEI.

       PSE-STR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABWESENHEITEN: USER, ANLEGER
      *--------------------------------------------------------------
       PSEUDO-PABSENZ SECTION.
       PSE-ABS-00.

           MOVE     ZEROES TO ANZ-DATEI.
           INITIALIZE PABSENZF OF PABSENZ-P.
           START    PABSENZ-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-ABS-80
           END-IF.

       PSE-ABS-20.
           READ     PABSENZ-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-ABS-80
           END-IF.
           IF       ABUSER OF PABSENZ-P NOT = ALT-USER
            AND     ABAUSR OF PABSENZ-P NOT = ALT-USER
                    GO TO PSE-ABS-20
           END-IF.

           IF       ABUSER OF PABSENZ-P = ALT-USER
                    MOVE NEU-USER TO ABUSER OF PABSENZ-P
           END-IF.
           IF       ABAUSR OF PABSENZ-P = ALT-USER
                    MOVE NEU-USER TO ABAUSR OF PABSENZ-P
           END-IF.
           REWRITE  PABSENZ-P.
           IF       FILE-STATUS = ZEROES
                    ADD 1 TO ANZ-DATEI
           END-IF.
           GO TO    PSE-ABS-20.

       PSE-ABS-80.
           PERFORM  PROTOKOLLIERE-DATEI.

       PSE-ABS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KAFFEEKASSE: USER, KASSIERER, FREITEXT SCZWCK;
      * BETRAG UND STATUS (ABGERECHNET) BLEIBEN ERHALTEN
      *--------------------------------------------------------------
       PSEUDO-PSCHULD SECTION.
       PSE-SCH-00.

           MOVE     ZEROES TO ANZ-DATEI.
           INITIALIZE PSCHULDF OF PSCHULD-P.
           START    PSCHULD-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-SCH-80
           END-IF.

       PSE-SCH-20.
           READ     PSCHULD-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-SCH-80
           END-IF.
           IF       SCUSER OF PSCHULD-P NOT = ALT-USER
            AND     SCKUSR OF PSCHULD-P NOT = ALT-USER
                    GO TO PSE-SCH-20
           END-IF.

           IF       SCUSER OF PSCHULD-P = ALT-USER
                    MOVE NEU-USER TO SCUSER OF PSCHULD-P
                    MOVE SPACES   TO SCZWCK OF PSCHULD-P
           END-IF.
           IF       SCKUSR OF PSCHULD-P = ALT-USER
                    MOVE NEU-USER TO SCKUSR OF PSCHULD-P
           END-IF.
           REWRITE  PSCHULD-P.
           IF       FILE-STATUS = ZEROES
                    ADD 1 TO ANZ-DATEI
           END-IF.
           GO TO    PSE-SCH-20.

       PSE-SCH-80.
           PERFORM  PROTOKOLLIERE-DATEI.

       PSE-SCH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ESSENSBESTELLUNGEN: DER USER IST SCHLUESSELFELD, DAHER
      * LOESCHEN UND UNTER DEM PSEUDONYM NEU SCHREIBEN
      *--------------------------------------------------------------
       PSEUDO-PFODAW SECTION.
       PSE-FOD-00.

           MOVE     ZEROES TO ANZ-DATEI.
           INITIALIZE PFODAWF OF PFODAW-L.
           MOVE     ALT-USER TO FAMAKU OF PFODAW-L.
           START    PFODAW-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-FOD-80
           END-IF.

       PSE-FOD-20.
           READ     PFODAW-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-FOD-80
           END-IF.
           IF       FAMAKU OF PFODAW-L NOT = ALT-USER
                    GO TO PSE-FOD-80
           END-IF.

           MOVE     PFODAW-L TO PFODAW-NEU.
           DELETE   PFODAW-DL.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-FOD-20
           END-IF.
           MOVE     NEU-USER TO FAMAKU OF PFODAW-NEU.
           WRITE    PFODAW-L FROM PFODAW-NEU.
           IF       FILE-STATUS = ZEROES
                    ADD 1 TO ANZ-DATEI
           END-IF.
           GO TO    PSE-FOD-20.

       PSE-FOD-80.
           PERFORM  PROTOKOLLIERE-DATEI.

       PSE-FOD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ESSENSAUSLOSUNG: USER, ANLEGER
      *--------------------------------------------------------------
       PSEUDO-PFODRAW SECTION.
       PSE-FDR-00.

           MOVE     ZEROES TO ANZ-DATEI.
           INITIALIZE PFODRAWF OF PFODRAW-P.
           START    PFODRAW-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-FDR-80
           END-IF.

       PSE-FDR-20.
           READ     PFODRAW-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-FDR-80
           END-IF.
           IF       DWUSER OF PFODRAW-P NOT = ALT-USER
            AND     DWAUSR OF PFODRAW-P NOT = ALT-USER
                    GO TO PSE-FDR-20
           END-IF.

           IF       DWUSER OF PFODRAW-P = ALT-USER
                    MOVE NEU-USER TO DWUSER OF PFODRAW-P
           END-IF.
           IF       DWAUSR OF PFODRAW-P = ALT-USER
                    MOVE NEU-USER TO DWAUSR OF PFODRAW-P
           END-IF.
           REWRITE  PFODRAW-P.
           IF       FILE-STATUS = ZEROES
                    ADD 1 TO ANZ-DATEI
           END-IF.
           GO TO    PSE-FDR-20.

       PSE-FDR-80.
           PERFORM  PROTOKOLLIERE-DATEI.

       PSE-FDR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GABELSTAPLER-DIENSTE: USER, ANLEGER
      *--------------------------------------------------------------
       PSEUDO-PGABEL SECTION.
       PSE-GAB-00.

           MOVE     ZEROES TO ANZ-DATEI.
           INITIALIZE PGABELF OF PGABEL-P.
           START    PGABEL-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-GAB-80
           END-IF.

       PSE-GAB-20.
           READ     PGABEL-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-GAB-80
           END-IF.
           IF       GBUSER OF PGABEL-P NOT = ALT-USER
            AND     GBAUSR OF PGABEL-P NOT = ALT-USER
                    GO TO PSE-GAB-20
           END-IF.

           IF       GBUSER OF PGABEL-P = ALT-USER
                    MOVE NEU-USER TO GBUSER OF PGABEL-P
           END-IF.
           IF       GBAUSR OF PGABEL-P = ALT-USER
                    MOVE NEU-USER TO GBAUSR OF PGABEL-P
           END-IF.
           REWRITE  PGABEL-P.
           IF       FILE-STATUS = ZEROES
                    ADD 1 TO ANZ-DATEI
           END-IF.
           GO TO    PSE-GAB-20.

       PSE-GAB-80.
           PERFORM  PROTOKOLLIERE-DATEI.

       PSE-GAB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PROGRAMMNUTZUNG: USER
      *--------------------------------------------------------------
       PSEUDO-PPGMLOG SECTION.
       PSE-LOG-00.

           MOVE     ZEROES TO ANZ-DATEI.
           INITIALIZE PPGMLOGF OF PPGMLOG-P.
           START    PPGMLOG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-LOG-80
           END-IF.

       PSE-LOG-20.
           READ     PPGMLOG-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-LOG-80
           END-IF.
           IF       LGUSER OF PPGMLOG-P NOT = ALT-USER
                    GO TO PSE-LOG-20
           END-IF.

           MOVE     NEU-USER TO LGUSER OF PPGMLOG-P.
           REWRITE  PPGMLOG-P.
           IF       FILE-STATUS = ZEROES
                    ADD 1 TO ANZ-DATEI
           END-IF.
           GO TO    PSE-LOG-20.

       PSE-LOG-80.
           PERFORM  PROTOKOLLIERE-DATEI.

       PSE-LOG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BEFEHLSHISTORIE: DER USER IST SCHLUESSELFELD, DAHER
      * LOESCHEN UND NEU SCHREIBEN; DER BEFEHLSTEXT WIRD GELEERT
      *--------------------------------------------------------------
       PSEUDO-PCMDHIS SECTION.
       PSE-CMD-00.

           MOVE     ZEROES TO ANZ-DATEI.
           INITIALIZE PCMDHISF OF PCMDHIS-P.
           MOVE     ALT-USER TO HKUSER OF PCMDHIS-P.
           START    PCMDHIS-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-CMD-80
           END-IF.

       PSE-CMD-20.
           READ     PCMDHIS-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-CMD-80
           END-IF.
           IF       HKUSER OF PCMDHIS-P NOT = ALT-USER
                    GO TO PSE-CMD-80
           END-IF.

           MOVE     PCMDHIS-P TO PCMDHIS-NEU.
           DELETE   PCMDHIS-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-CMD-20
           END-IF.
           MOVE     NEU-USER TO HKUSER OF PCMDHIS-NEU.
           MOVE     SPACES   TO HKCMD  OF PCMDHIS-NEU.
           WRITE    PCMDHIS-P FROM PCMDHIS-NEU.
           IF       FILE-STATUS = ZEROES
                    ADD 1 TO ANZ-DATEI
           END-IF.
           GO TO    PSE-CMD-20.

       PSE-CMD-80.
           PERFORM  PROTOKOLLIERE-DATEI.

       PSE-CMD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HISTORIE DER LED-TELEGRAMME: USER
      *--------------------------------------------------------------
       PSEUDO-LEDHIST SECTION.
       PSE-LED-00.

           MOVE     ZEROES TO ANZ-DATEI.
           INITIALIZE LEDHISTF OF LEDHIST-P.
           START    LEDHIST-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-LED-80
           END-IF.

       PSE-LED-20.
           READ     LEDHIST-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-LED-80
           END-IF.
           IF       LHUSER OF LEDHIST-P NOT = ALT-USER
                    GO TO PSE-LED-20
           END-IF.

           MOVE     NEU-USER TO LHUSER OF LEDHIST-P.
           REWRITE  LEDHIST-P.
           IF       FILE-STATUS = ZEROES
                    ADD 1 TO ANZ-DATEI
           END-IF.
           GO TO    PSE-LED-20.

       PSE-LED-80.
           PERFORM  PROTOKOLLIERE-DATEI.

       PSE-LED-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PROJEKTBUCHUNGEN: USER, ANLEGER, FREITEXT AKTEXT; DIE
      * GEBUCHTEN MINUTEN BLEIBEN ERHALTEN
      *--------------------------------------------------------------
       PSEUDO-PAKTBUCH SECTION.
       PSE-AKT-00.

           MOVE     ZEROES TO ANZ-DATEI.
           INITIALIZE PAKTBUCHF OF PAKTBUCH-P.
           START    PAKTBUCH-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-AKT-80
           END-IF.

       PSE-AKT-20.
           READ     PAKTBUCH-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-AKT-80
           END-IF.
           IF       AKUSER OF PAKTBUCH-P NOT = ALT-USER
            AND     AKAUSR OF PAKTBUCH-P NOT = ALT-USER
                    GO TO PSE-AKT-20
           END-IF.

           IF       AKUSER OF PAKTBUCH-P = ALT-USER
                    MOVE NEU-USER TO AKUSER OF PAKTBUCH-P
                    MOVE SPACES   TO AKTEXT OF PAKTBUCH-P
           END-IF.
           IF       AKAUSR OF PAKTBUCH-P = ALT-USER
                    MOVE NEU-USER TO AKAUSR OF PAKTBUCH-P
           END-IF.
           REWRITE  PAKTBUCH-P.
           IF       FILE-STATUS = ZEROES
                    ADD 1 TO ANZ-DATEI
           END-IF.
           GO TO    PSE-AKT-20.

       PSE-AKT-80.
           PERFORM  PROTOKOLLIERE-DATEI.

       PSE-AKT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * URLAUBSKONTEN (LOHNRELEVANT, WERTE BLEIBEN): DER USER IST
      * SCHLUESSELFELD, DAHER LOESCHEN UND NEU SCHREIBEN
      *--------------------------------------------------------------
       PSEUDO-PURLKTO SECTION.
       PSE-URL-00.

           MOVE     ZEROES TO ANZ-DATEI.
           INITIALIZE PURLKTOF OF PURLKTO-P.
           MOVE     ALT-USER TO UKUSER OF PURLKTO-P.
           START    PURLKTO-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-URL-80
           END-IF.

       PSE-URL-20.
           READ     PURLKTO-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-URL-80
           END-IF.
           IF       UKUSER OF PURLKTO-P NOT = ALT-USER
                    GO TO PSE-URL-80
           END-IF.

           MOVE     PURLKTO-P TO PURLKTO-NEU.
           DELETE   PURLKTO-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-URL-20
           END-IF.
           MOVE     NEU-USER TO UKUSER OF PURLKTO-NEU.
           IF       UKAUSR OF PURLKTO-NEU = ALT-USER
                    MOVE NEU-USER TO UKAUSR OF PURLKTO-NEU
           END-IF.
           WRITE    PURLKTO-P FROM PURLKTO-NEU.
           IF       FILE-STATUS = ZEROES
                    ADD 1 TO ANZ-DATEI
           END-IF.
           GO TO    PSE-URL-20.

       PSE-URL-80.
           PERFORM  PROTOKOLLIERE-DATEI.

       PSE-URL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GLEITZEITSALDEN (LOHNRELEVANT, SALDO BLEIBT): LOESCHEN UND
      * UNTER DEM PSEUDONYM NEU SCHREIBEN
      *--------------------------------------------------------------
       PSEUDO-PGLZSLD SECTION.
       PSE-GLZ-00.

           MOVE     ZEROES TO ANZ-DATEI.
           INITIALIZE PGLZSLDF OF PGLZSLD-P.
           START    PGLZSLD-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-GLZ-80
           END-IF.

       PSE-GLZ-20.
           READ     PGLZSLD-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-GLZ-80
           END-IF.
           IF       GZUSER OF PGLZSLD-P NOT = ALT-USER
                    GO TO PSE-GLZ-20
           END-IF.

           MOVE     PGLZSLD-P TO PGLZSLD-NEU.
           DELETE   PGLZSLD-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-GLZ-20
           END-IF.
           MOVE     NEU-USER TO GZUSER OF PGLZSLD-NEU.
           IF       GZAUSR OF PGLZSLD-NEU = ALT-USER
                    MOVE NEU-USER TO GZAUSR OF PGLZSLD-NEU
           END-IF.
           WRITE    PGLZSLD-P FROM PGLZSLD-NEU.
           IF       FILE-STATUS = ZEROES
                    ADD 1 TO ANZ-DATEI
           END-IF.
           GO TO    PSE-GLZ-20.

       PSE-GLZ-80.
           PERFORM  PROTOKOLLIERE-DATEI.

       PSE-GLZ-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ARBEITSPLATZRESERVIERUNGEN: USER, ANLEGER
      *--------------------------------------------------------------
       PSEUDO-PRAUMRES SECTION.
       PSE-RAU-00.

           MOVE     ZEROES TO ANZ-DATEI.
           INITIALIZE PRAUMRESF OF PRAUMRES-P.
           START    PRAUMRES-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-RAU-80
           END-IF.

       PSE-RAU-20.
           READ     PRAUMRES-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-RAU-80
           END-IF.
           IF       RSUSER OF PRAUMRES-P NOT = ALT-USER
            AND     RSAUSR OF PRAUMRES-P NOT = ALT-USER
                    GO TO PSE-RAU-20
           END-IF.

           IF       RSUSER OF PRAUMRES-P = ALT-USER
                    MOVE NEU-USER TO RSUSER OF PRAUMRES-P
           END-IF.
           IF       RSAUSR OF PRAUMRES-P = ALT-USER
                    MOVE NEU-USER TO RSAUSR OF PRAUMRES-P
           END-IF.
           REWRITE  PRAUMRES-P.
           IF       FILE-STATUS = ZEROES
                    ADD 1 TO ANZ-DATEI
           END-IF.
           GO TO    PSE-RAU-20.

       PSE-RAU-80.
           PERFORM  PROTOKOLLIERE-DATEI.

       PSE-RAU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ROLLEN (PCFGAUT ROLE, USER IN CFKEY2): DER USER IST
      * SCHLUESSELFELD, DAHER LOESCHEN UND UNTER DEM PSEUDONYM
      * NEU SCHREIBEN. DAS OFFBOARDING HAT SIE NUR STILLGELEGT
      *--------------------------------------------------------------
       PSEUDO-PCFGAUT SECTION.
       PSE-AUT-00.

           MOVE     ZEROES TO ANZ-DATEI.
           INITIALIZE PCFGAUTF OF PCFGAUT-P.
           MOVE     "ROLE" TO CFID OF PCFGAUT-P.
           START    PCFGAUT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-AUT-80
           END-IF.

       PSE-AUT-20.
           READ     PCFGAUT-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-AUT-80
           END-IF.
           IF       CFID OF PCFGAUT-P NOT = "ROLE"
                    GO TO PSE-AUT-80
           END-IF.
           IF       CFKEY2 OF PCFGAUT-P NOT = ALT-USER
                    GO TO PSE-AUT-20
           END-IF.

           MOVE     PCFGAUT-P TO PCFGAUT-NEU.
           DELETE   PCFGAUT-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-AUT-20
           END-IF.
           MOVE     NEU-USER TO CFKEY2 OF PCFGAUT-NEU.
           IF       AUMSER OF PCFGAUT-NEU = ALT-USER
                    MOVE NEU-USER TO AUMSER OF PCFGAUT-NEU
           END-IF.
           WRITE    PCFGAUT-P FROM PCFGAUT-NEU.
           IF       FILE-STATUS = ZEROES
                    ADD 1 TO ANZ-DATEI
           END-IF.
           GO TO    PSE-AUT-20.

       PSE-AUT-80.
           PERFORM  PROTOKOLLIERE-DATEI.

       PSE-AUT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STAMMSATZ PCONFIG H050 (USER IN CFKEY): LOESCHEN UND UNTER
      * DEM PSEUDONYM NEU SCHREIBEN, NAME (CFTXT1, VOR- UND
      * NACHNAME CFIN21/CFIN22) LEEREN
      *--------------------------------------------------------------
       PSEUDO-H050 SECTION.
       PSE-H05-00.

           MOVE     ZEROES TO ANZ-DATEI.
           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "H050"   TO CFID  OF PCONFIG-P.
           MOVE     ALT-USER TO CFKEY OF PCONFIG-P.
           START    PCONFIG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-H05-80
           END-IF.

       PSE-H05-20.
           READ     PCONFIG-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-H05-80
           END-IF.
           IF       CFID  OF PCONFIG-P NOT = "H050"
            OR      CFKEY OF PCONFIG-P NOT = ALT-USER
                    GO TO PSE-H05-80
           END-IF.

           MOVE     PCONFIG-P TO PCONFIG-NEU.
           DELETE   PCONFIG-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PSE-H05-20
           END-IF.
           MOVE     NEU-USER TO CFKEY  OF PCONFIG-NEU.
           MOVE     SPACES   TO CFTXT1 OF PCONFIG-NEU.
           MOVE     SPACES   TO CFIN21 OF PCONFIG-NEU.
           MOVE     SPACES   TO CFIN22 OF PCONFIG-NEU.
           WRITE    PCONFIG-P FROM PCONFIG-NEU.
           IF       FILE-STATUS = ZEROES
                    ADD 1 TO ANZ-DATEI
           END-IF.
           GO TO    PSE-H05-20.

       PSE-H05-80.
           PERFORM  PROTOKOLLIERE-DATEI.

       PSE-H05-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANZAHL DER GEAENDERTEN SAETZE EINER DATEI (DAT-IX) DRUCKEN
      * UND AUFSUMMIEREN
      *--------------------------------------------------------------
       PROTOKOLLIERE-DATEI SECTION.
       PRO-DAT-00.

           ADD      ANZ-DATEI TO DAT-SUMME(DAT-IX).
           ADD      ANZ-DATEI TO ANZ-USER-SAETZE.

           IF       ANZ-DATEI = ZEROES
                    GO TO PRO-DAT-90
           END-IF.
           MOVE     SPACES           TO DRUCK-ZEILE.
           MOVE     DAT-NAME(DAT-IX) TO DRUCK-ZEILE(3:10).
           MOVE     ANZ-DATEI        TO DSP-ANZ-7.
           MOVE     DSP-ANZ-7        TO DRUCK-ZEILE(15:7).
           PERFORM  DRUCKE-ZEILE.

       PRO-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPF DES PROTOKOLLS
      *--------------------------------------------------------------
       DRUCKE-KOPF SECTION.
       DRU-KPF-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "PSEUDONYMISIERUNG AUSGESCHIEDENER USER"
                                       TO DRUCK-ZEILE(1:38).
           MOVE     X-DATUM(7:2) TO DSP-DT-TAG.
           MOVE     X-DATUM(5:2) TO DSP-DT-MONAT.
           MOVE     X-DATUM(1:4) TO DSP-DT-JAHR.
           MOVE     DSP-DATUM    TO DRUCK-ZEILE(50:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "AUSTRITT VOR:"    TO DRUCK-ZEILE(1:13).
           MOVE     STICHTAG(7:2)      TO DSP-DT-TAG.
           MOVE     STICHTAG(5:2)      TO DSP-DT-MONAT.
           MOVE     STICHTAG(1:4)      TO DSP-DT-JAHR.
           MOVE     DSP-DATUM          TO DRUCK-ZEILE(15:10).
           MOVE     "ZUORDNUNG BIS:"   TO DRUCK-ZEILE(30:14).
           MOVE     LOESCHTAG(7:2)     TO DSP-DT-TAG.
           MOVE     LOESCHTAG(5:2)     TO DSP-DT-MONAT.
           MOVE     LOESCHTAG(1:4)     TO DSP-DT-JAHR.
           MOVE     DSP-DATUM          TO DRUCK-ZEILE(45:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "=" TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

       DRU-KPF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUMMEN DES LAUFS JE DATEI
      *--------------------------------------------------------------
       DRUCKE-SUMMEN SECTION.
       DRU-SUM-00.

           MOVE     SPACES  TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "=" TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "PSEUDONYMISIERTE USER:"    TO DRUCK-ZEILE(1:22).
           MOVE     ANZ-USER                    TO DSP-ANZ-7.
           MOVE     DSP-ANZ-7                   TO DRUCK-ZEILE(34:7).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "GELOESCHTE ZUORDNUNGEN:"   TO DRUCK-ZEILE(1:23).
           MOVE     ANZ-ZUORD-GELOESCHT         TO DSP-ANZ-7.
           MOVE     DSP-ANZ-7                   TO DRUCK-ZEILE(34:7).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ZEROES TO DAT-IX.

       DRU-SUM-20.
           ADD      1 TO DAT-IX.
           IF       DAT-IX > 15
                    GO TO DRU-SUM-90
           END-IF.
           MOVE     SPACES             TO DRUCK-ZEILE.
           MOVE     DAT-NAME(DAT-IX)   TO DRUCK-ZEILE(3:10).
           MOVE     DAT-SUMME(DAT-IX)  TO DSP-ANZ-7.
           MOVE     DSP-ANZ-7          TO DRUCK-ZEILE(34:7).
           PERFORM  DRUCKE-ZEILE.
           GO TO    DRU-SUM-20.

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
