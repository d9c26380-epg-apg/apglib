       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0278.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * ZENTRALE BEREINIGUNG DER PROTOKOLLDATEIEN                     *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  NAECHTLICHER BEREINIGUNGSLAUF (JOBKETTE      *
      *                  XXP0074, SCHRITTART D) FUER DIE PROTOKOLL-   *
      *                  DATEIEN OHNE EIGENE REORGANISATION. DIE      *
      *                  AUFBEWAHRUNGSTABELLE STEHT IN PCONFIG H068:  *
      *                  CFKEY          = DATEI                       *
      *                  CFIN01(1:5)    = AUFBEWAHRUNG IN TAGEN       *
      *                  CFIN01(6:1)    = 1 = VOR DEM LOESCHEN        *
      *                                   ARCHIVIEREN (CFP8100)       *
      *                  CFIN01(7:10)   = MASSGEBLICHES DATUMSFELD,   *
      *                                   LEER = ANLAGEDATUM          *
      *                  UNTERSTUETZTE DATEIEN UND DATUMSFELDER:      *
      *                  PNOTIFY   NFADTA, NFDTA, NFQDTA              *
      *                  PCMDHIS   HKDTA                              *
      *                  PJOBLOG   JLADTA, JLDTA, JLDATUM             *
      *                  PSECBRK   STADTA                             *
      *                  PSCHULLOG STADTA                             *
      *                  PIMPJRN   IJADTA                             *
      *                  PIMPREJ   RJADTA                             *
      *                  PCMPHIS   CHADTA, CHDTA (MIT DEN FEHLER-     *
      *                            ZEILEN IN PCMPERR)                 *
      *                  PCMPERR   CEADTA                             *
      *                  PINCDNT   INADTA, INDTA, INMDTA              *
      *                  NOCH OFFENE SAETZE BLEIBEN STEHEN: NICHT     *
      *                  QUITTIERTE E-NACHRICHTEN, NICHT GELOESTE     *
      *                  INCIDENTS, BEFEHLSFAVORITEN UND DIE VON      *
      *                  CFP9036 GEKENNZEICHNETEN FIRECALL-BEFEHLE.   *
      *                  JE DATEI WIRD DIE ZAHL DER FREIGEGEBENEN     *
      *                  SAETZE IN PFILSTAT (FSFREI) FESTGEHALTEN,    *
      *                  DIE WACHSTUMSSTATISTIK CFP8005 ZEIGT SIE.    *
      *                  PROTOKOLL ALS SPOOLDATEI XXF0278.            *
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
      * PCONFIG: CFID, CFKEY, CFKEY2, CFKEY3, CFKEY4
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PFILSTAT: DATEIWACHSTUMSSTATISTIK
      *-------------------------------------------------------------
           SELECT PFILSTAT-DP
                  ASSIGN       TO  DATABASE-PFILSTAT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PNOTIFY: NFLFDN
      *-------------------------------------------------------------
           SELECT PNOTIFY-DP
                  ASSIGN       TO  DATABASE-PNOTIFY
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
      * PJOBLOG: JLLFDN
      *-------------------------------------------------------------
           SELECT PJOBLOG-DP
                  ASSIGN       TO  DATABASE-PJOBLOG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PSECBRK: BKLFDN
      *-------------------------------------------------------------
           SELECT PSECBRK-DP
                  ASSIGN       TO  DATABASE-PSECBRK
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PSCHULLOG: SLLFDN
      *-------------------------------------------------------------
           SELECT PSCHULLOG-DP
                  ASSIGN       TO  DATABASE-PSCHULLOG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PIMPJRN: IJLFDN
      *-------------------------------------------------------------
           SELECT PIMPJRN-DP
                  ASSIGN       TO  DATABASE-PIMPJRN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PIMPREJ: RJLFDN
      *-------------------------------------------------------------
           SELECT PIMPREJ-DP
                  ASSIGN       TO  DATABASE-PIMPREJ
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCMPHIS: CHLFDN (WANDELHISTORIE)
      *-------------------------------------------------------------
           SELECT PCMPHIS-DP
                  ASSIGN       TO  DATABASE-PCMPHIS
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCMPERR: CELFDN, CESEQ (FEHLERZEILEN JE WANDLUNG)
      *-------------------------------------------------------------
           SELECT PCMPERR-DP
                  ASSIGN       TO  DATABASE-PCMPERR
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PINCDNT: INLFDN
      *-------------------------------------------------------------
           SELECT PINCDNT-DP
                  ASSIGN       TO  DATABASE-PINCDNT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *- XXF0278: SPOOLAUSGABE DES PROTOKOLLS
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0278
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PCONFIG: CFID, CFKEY, CFKEY2, CFKEY3, CFKEY4
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF APG-PCONFIG.
      /
      *--- PFILSTAT: FSLFDN
       FD  PFILSTAT-DP
           LABEL RECORDS ARE STANDARD.
       01  PFILSTAT-P.
           COPY DDS-ALL-FORMATS OF PFILSTAT.
      /
      *--- PNOTIFY: NFLFDN
       FD  PNOTIFY-DP
           LABEL RECORDS ARE STANDARD.
       01  PNOTIFY-P.
           COPY DDS-ALL-FORMATS OF PNOTIFY.
      /
      *--- PCMDHIS: HKUSER, HKLFDN
       FD  PCMDHIS-DP
           LABEL RECORDS ARE STANDARD.
       01  PCMDHIS-P.
           COPY DDS-ALL-FORMATS OF PCMDHIS.
      /
      *--- PJOBLOG: JLLFDN
       FD  PJOBLOG-DP
           LABEL RECORDS ARE STANDARD.
       01  PJOBLOG-P.
           COPY DDS-ALL-FORMATS OF PJOBLOG.
      /
      *--- PSECBRK: BKLFDN
       FD  PSECBRK-DP
           LABEL RECORDS ARE STANDARD.
       01  PSECBRK-P.
           COPY DDS-ALL-FORMATS OF PSECBRK.
      /
      *--- PSCHULLOG: SLLFDN
       FD  PSCHULLOG-DP
           LABEL RECORDS ARE STANDARD.
       01  PSCHULLOG-P.
           COPY DDS-ALL-FORMATS OF PSCHULLOG.
      /
      *--- PIMPJRN: IJLFDN
       FD  PIMPJRN-DP
           LABEL RECORDS ARE STANDARD.
       01  PIMPJRN-P.
           COPY DDS-ALL-FORMATS OF PIMPJRN.
      /
      *--- PIMPREJ: RJLFDN
       FD  PIMPREJ-DP
           LABEL RECORDS ARE STANDARD.
       01  PIMPREJ-P.
           COPY DDS-ALL-FORMATS OF PIMPREJ.
      /
      *--- PCMPHIS: CHLFDN
       FD  PCMPHIS-DP
           LABEL RECORDS ARE STANDARD.
       01  PCMPHIS-P.
           COPY DDS-ALL-FORMATS OF PCMPHIS.
      /
      *--- PCMPERR: CELFDN, CESEQ
       FD  PCMPERR-DP
           LABEL RECORDS ARE STANDARD.
       01  PCMPERR-P.
           COPY DDS-ALL-FORMATS OF PCMPERR.
      /
      *--- PINCDNT: INLFDN
       FD  PINCDNT-DP
           LABEL RECORDS ARE STANDARD.
       01  PINCDNT-P.
           COPY DDS-ALL-FORMATS OF PINCDNT.
      /
      *- XXF0278: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0278.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0278".

      * PARAMETER FUER DIE ARCHIVIERUNG (CFP8100)
       01  ARCH-LIB                      PIC X(10).
       01  ARCH-FILE                     PIC X(10).
       01  ARCH-REC                      PIC X(8192).

      * PARAMETER FUER DIE NACHRICHTENZENTRALE (CFP0030)
       01  NOTIF-USER                    PIC X(10).
       01  NOTIF-SEV                     PIC X(1).
       01  NOTIF-TEXT                    PIC X(70).

      * AKTUELLER EINTRAG DER AUFBEWAHRUNGSTABELLE (H068)
       01  RET-DATEI                     PIC X(10).
       01  RET-TAGE                      PIC 9(5).
       01  RET-ARCHIV                    PIC X(1).
        88 RET-MIT-ARCHIV                          VALUE "1".
       01  RET-FELD                      PIC X(10).
      * NUMMER DES DATUMSFELDS INNERHALB DER DATEI (0 = UNGUELTIG)
       01  RET-FELD-NR                   PIC 9(1).
      * DATUM DES GELESENEN SATZES NACH DEM GEWAEHLTEN FELD
       01  SATZ-DATUM                    PIC 9(8).

      * STICHTAG = LAUFDATUM MINUS AUFBEWAHRUNG
       01  STICHTAG                      PIC 9(8).
       01  STICHTAG-RED REDEFINES STICHTAG.
        05 STI-JAHR                      PIC 9(4).
        05 STI-MONAT                     PIC 9(2).
        05 STI-TAG                       PIC 9(2).
       01  SUB-ANZAHL                    PIC 9(5).
       01  MONAT-LAENGE                  PIC 9(2).
       01  SJA-WERT                      PIC 9(4).
       01  SJA-MODREST                   PIC 9(4).

      * SCHLUESSEL DER WANDLUNG FUER DIE FEHLERZEILEN
       01  CMP-LFDN                      PIC 9(9).

      * ZAEHLER JE TABELLENEINTRAG
       77  ANZ-GELESEN                   PIC 9(9)  COMP.
       77  ANZ-GELOESCHT                 PIC 9(9)  COMP.
       77  ANZ-ARCHIVIERT                PIC 9(9)  COMP.
       77  ANZ-OFFEN                     PIC 9(9)  COMP.
       77  ANZ-CMPERR                    PIC 9(9)  COMP.
      * ZAEHLER DES LAUFS
       77  ANZ-EINTRAEGE                 PIC 9(5)  COMP.
       77  ANZ-FEHLER                    PIC 9(5)  COMP.
       77  ANZ-GESAMT                    PIC 9(9)  COMP.

      * PFILSTAT-SATZ: DATEI UND ZAHL DER FREIGEGEBENEN SAETZE
       01  STAT-DATEI                    PIC X(10).
       01  STAT-FREI                     PIC 9(9).

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DSP-ANZ-9                     PIC Z(8)9.
       01  DSP-ANZ-5                     PIC Z(4)9.
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
      * RUECKMELDUNG AN DIE JOBKETTE (LEER = OK)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-DATUM
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0278" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ANFANG-90
           END-IF.

      * LAUFDATUM ERMITTELN
           PERFORM  COPY-GET-TIME.
           IF       X-DATUM = ZEROES
                    MOVE DATE-8 TO X-DATUM
           END-IF.

           OPEN     INPUT  PCONFIG-DP.
           OPEN     I-O    PFILSTAT-DP
                           PNOTIFY-DP
                           PCMDHIS-DP
                           PJOBLOG-DP
                           PSECBRK-DP
                           PSCHULLOG-DP
                           PIMPJRN-DP
                           PIMPREJ-DP
                           PCMPHIS-DP
                           PCMPERR-DP
                           PINCDNT-DP.
           OPEN     OUTPUT DRUCK-DAT.

           INITIALIZE ANZ-EINTRAEGE ANZ-FEHLER ANZ-GESAMT.
           MOVE     SPACES TO ARCH-FILE ARCH-REC.
           PERFORM  DRUCKE-KOPF.

      * ALLE EINTRAEGE DER AUFBEWAHRUNGSTABELLE ABARBEITEN
           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "H068"              TO CFID   OF PCONFIG-P.
           MOVE     SPACES              TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES              TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES              TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES              TO CFKEY4 OF PCONFIG-P.
           START    PCONFIG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANFANG-80
           END-IF.

       ANFANG-20.
           READ     PCONFIG-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      CFID OF PCONFIG-P NOT = "H068"
                    GO TO ANFANG-80
           END-IF.
           IF       CFKEY OF PCONFIG-P = SPACES
                    GO TO ANFANG-20
           END-IF.

           PERFORM  BEREINIGE-DATEI.
           GO TO    ANFANG-20.

       ANFANG-80.
           PERFORM  DRUCKE-SUMME.

      * LAUF IN DIE NACHRICHTENZENTRALE MELDEN
           MOVE     "*OPER" TO NOTIF-USER.
           IF       ANZ-FEHLER NOT = ZEROES
                    MOVE "W" TO NOTIF-SEV
           ELSE
                    MOVE "I" TO NOTIF-SEV
           END-IF.
           MOVE     SPACES     TO NOTIF-TEXT.
           MOVE     ANZ-GESAMT TO DSP-ANZ-9.
           STRING   "PROTOKOLLBEREINIGUNG: "
                    DSP-ANZ-9
                    " SAETZE FREIGEGEBEN"
                    DELIMITED BY SIZE INTO NOTIF-TEXT
           END-STRING.
           IF       ANZ-FEHLER NOT = ZEROES
                    MOVE ANZ-FEHLER        TO DSP-ANZ-5
                    MOVE ", FEHLER:"       TO NOTIF-TEXT(51:9)
                    MOVE DSP-ANZ-5         TO NOTIF-TEXT(60:5)
           END-IF.
           CALL     "CFP0030" USING NOTIF-USER
                                    NOTIF-SEV
                                    PGM-WRK
                                    NOTIF-TEXT
           END-CALL.

      * EIN FEHLERHAFTER TABELLENEINTRAG HAELT DIE KETTE NICHT AUF
           CLOSE    PCONFIG-DP
                    PFILSTAT-DP
                    PNOTIFY-DP
                    PCMDHIS-DP
                    PJOBLOG-DP
                    PSECBRK-DP
                    PSCHULLOG-DP
                    PIMPJRN-DP
                    PIMPREJ-DP
                    PCMPHIS-DP
                    PCMPERR-DP
                    PINCDNT-DP
                    DRUCK-DAT.

       ANFANG-90.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * EINEN EINTRAG DER AUFBEWAHRUNGSTABELLE ANWENDEN
      *--------------------------------------------------------------
       BEREINIGE-DATEI SECTION.
       BER-DAT-00.

           INITIALIZE ANZ-GELESEN ANZ-GELOESCHT ANZ-ARCHIVIERT
                      ANZ-OFFEN ANZ-CMPERR.
           ADD      1 TO ANZ-EINTRAEGE.
           MOVE     SPACES TO DRUCK-ZEILE.

           MOVE     CFKEY  OF PCONFIG-P        TO RET-DATEI.
           MOVE     CFIN01 OF PCONFIG-P(6:1)   TO RET-ARCHIV.
           MOVE     CFIN01 OF PCONFIG-P(7:10)  TO RET-FELD.
           MOVE     ZEROES                     TO RET-TAGE.
           IF       CFIN01 OF PCONFIG-P(1:5) IS NUMERIC
                    MOVE CFIN01 OF PCONFIG-P(1:5) TO RET-TAGE
           END-IF.

      * OHNE GUELTIGE FRIST WIRD NICHTS GELOESCHT
           IF       RET-TAGE = ZEROES
                    MOVE "FRIST FEHLT ODER NICHT NUMERISCH"
                                        TO DRUCK-ZEILE(70:40)
                    PERFORM DRUCKE-FEHLER
                    GO TO BER-DAT-90
           END-IF.

      * STICHTAG = LAUFDATUM MINUS FRIST
           MOVE     X-DATUM  TO STICHTAG.
           MOVE     RET-TAGE TO SUB-ANZAHL.
           PERFORM  SUB-TAGE.

           MOVE     ZEROES TO RET-FELD-NR.
           EVALUATE RET-DATEI
                    WHEN "PNOTIFY"
                         PERFORM BEREINIGE-PNOTIFY
                    WHEN "PCMDHIS"
                         PERFORM BEREINIGE-PCMDHIS
                    WHEN "PJOBLOG"
                         PERFORM BEREINIGE-PJOBLOG
                    WHEN "PSECBRK"
                         PERFORM BEREINIGE-PSECBRK
                    WHEN "PSCHULLOG"
                         PERFORM BEREINIGE-PSCHULLOG
                    WHEN "PIMPJRN"
                         PERFORM BEREINIGE-PIMPJRN
                    WHEN "PIMPREJ"
                         PERFORM BEREINIGE-PIMPREJ
                    WHEN "PCMPHIS"
                         PERFORM BEREINIGE-PCMPHIS
                    WHEN "PCMPERR"
                         PERFORM BEREINIGE-PCMPERR
                    WHEN "PINCDNT"
                         PERFORM BEREINIGE-PINCDNT
                    WHEN OTHER
                         MOVE "DATEI WIRD NICHT UNTERSTUETZT"
                                        TO DRUCK-ZEILE(70:40)
                         PERFORM DRUCKE-FEHLER
                         GO TO BER-DAT-90
           END-EVALUATE.

           IF       RET-FELD-NR = ZEROES
                    MOVE "DATUMSFELD UNBEKANNT"
                                        TO DRUCK-ZEILE(70:40)
                    PERFORM DRUCKE-FEHLER
                    GO TO BER-DAT-90
           END-IF.

           PERFORM  DRUCKE-EINTRAG.

      * FREIGEGEBENE SAETZE IN DIE WACHSTUMSSTATISTIK
           MOVE     RET-DATEI     TO STAT-DATEI.
           MOVE     ANZ-GELOESCHT TO STAT-FREI.
           PERFORM  SCHREIBE-STATISTIK.
           ADD      ANZ-GELOESCHT TO ANZ-GESAMT.

      * MIT DER WANDELHISTORIE GELOESCHTE FEHLERZEILEN
           IF       ANZ-CMPERR NOT = ZEROES
                    MOVE "PCMPERR"  TO STAT-DATEI
                    MOVE ANZ-CMPERR TO STAT-FREI
                    PERFORM SCHREIBE-STATISTIK
                    ADD  ANZ-CMPERR TO ANZ-GESAMT
           END-IF.

       BER-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NACHRICHTEN; NICHT QUITTIERTE E-NACHRICHTEN BLEIBEN STEHEN
      *--------------------------------------------------------------
       BEREINIGE-PNOTIFY SECTION.
       BER-NTF-00.

           EVALUATE RET-FELD
                    WHEN SPACES
                    WHEN "NFADTA"
                         MOVE 1 TO RET-FELD-NR
                    WHEN "NFDTA"
                         MOVE 2 TO RET-FELD-NR
                    WHEN "NFQDTA"
                         MOVE 3 TO RET-FELD-NR
                    WHEN OTHER
                         GO TO BER-NTF-90
           END-EVALUATE.

           INITIALIZE PNOTIFYF OF PNOTIFY-P.
           START    PNOTIFY-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BER-NTF-90
           END-IF.

       BER-NTF-20.
           READ     PNOTIFY-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BER-NTF-90
           END-IF.
           ADD      1 TO ANZ-GELESEN.

           EVALUATE RET-FELD-NR
                    WHEN 1
                         MOVE NFADTA OF PNOTIFY-P TO SATZ-DATUM
                    WHEN 2
                         MOVE NFDTA  OF PNOTIFY-P TO SATZ-DATUM
                    WHEN 3
                         MOVE NFQDTA OF PNOTIFY-P TO SATZ-DATUM
           END-EVALUATE.
           IF       SATZ-DATUM = ZEROES
            OR      SATZ-DATUM NOT < STICHTAG
                    GO TO BER-NTF-20
           END-IF.

           IF       NFSEV  OF PNOTIFY-P = "E"
            AND     NFQUIT OF PNOTIFY-P NOT = "1"
                    ADD 1 TO ANZ-OFFEN
                    GO TO BER-NTF-20
           END-IF.

           IF       RET-MIT-ARCHIV
                    MOVE PNOTIFY-P TO ARCH-REC
                    PERFORM ARCHIVIERE-SATZ
           END-IF.
           DELETE   PNOTIFY-DP.
           IF       FILE-STATUS = ZEROES
                    ADD 1 TO ANZ-GELOESCHT
           END-IF.
           GO TO    BER-NTF-20.

       BER-NTF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BEFEHLSHISTORIE; FAVORITEN UND FIRECALL-BEFEHLE BLEIBEN STEHEN
      *--------------------------------------------------------------
       BEREINIGE-PCMDHIS SECTION.
       BER-CMD-00.

           EVALUATE RET-FELD
                    WHEN SPACES
                    WHEN "HKDTA"
                         MOVE 1 TO RET-FELD-NR
                    WHEN OTHER
                         GO TO BER-CMD-90
           END-EVALUATE.

           INITIALIZE PCMDHISF OF PCMDHIS-P.
           START    PCMDHIS-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BER-CMD-90
           END-IF.

       BER-CMD-20.
           READ     PCMDHIS-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BER-CMD-90
           END-IF.
           ADD      1 TO ANZ-GELESEN.

           MOVE     HKDTA OF PCMDHIS-P TO SATZ-DATUM.
           IF       SATZ-DATUM = ZEROES
            OR      SATZ-DATUM NOT < STICHTAG
                    GO TO BER-CMD-20
           END-IF.

           IF       HKFAV  OF PCMDHIS-P = "1"
            OR      HKFCNR OF PCMDHIS-P NOT = ZEROES
                    ADD 1 TO ANZ-OFFEN
                    GO TO BER-CMD-20
           END-IF.

           IF       RET-MIT-ARCHIV
                    MOVE PCMDHIS-P TO ARCH-REC
                    PERFORM ARCHIVIERE-SATZ
           END-IF.
           DELETE   PCMDHIS-DP.
           IF       FILE-STATUS = ZEROES
                    ADD 1 TO ANZ-GELOESCHT
           END-IF.
           GO TO    BER-CMD-20.

       BER-CMD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PROTOKOLL DER JOBKETTE
      *--------------------------------------------------------------
       BEREINIGE-PJOBLOG SECTION.
       BER-JOB-00.

           EVALUATE RET-FELD
                    WHEN SPACES
                    WHEN "JLADTA"
                         MOVE 1 TO RET-FELD-NR
                    WHEN "JLDTA"
                         MOVE 2 TO RET-FELD-NR
                    WHEN "JLDATUM"
                         MOVE 3 TO RET-FELD-NR
                    WHEN OTHER
                         GO TO BER-JOB-90
           END-EVALUATE.

           INITIALIZE PJOBLOGF OF PJOBLOG-P.
           START    PJOBLOG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BER-JOB-90
           END-IF.

       BER-JOB-20.
           READ     PJOBLOG-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BER-JOB-90
           END-IF.
           ADD      1 TO ANZ-GELESEN.

           EVALUATE RET-FELD-NR
                    WHEN 1
                         MOVE JLADTA  OF PJOBLOG-P TO SATZ-DATUM
                    WHEN 2
                         MOVE JLDTA   OF PJOBLOG-P TO SATZ-DATUM
                    WHEN 3
                         MOVE JLDATUM OF PJOBLOG-P TO SATZ-DATUM
           END-EVALUATE.
           IF       SATZ-DATUM = ZEROES
            OR      SATZ-DATUM NOT < STICHTAG
                    GO TO BER-JOB-20
           END-IF.

           IF       RET-MIT-ARCHIV
                    MOVE PJOBLOG-P TO ARCH-REC
                    PERFORM ARCHIVIERE-SATZ
           END-IF.
           DELETE   PJOBLOG-DP.
           IF       FILE-STATUS = ZEROES
                    ADD 1 TO ANZ-GELOESCHT
           END-IF.
           GO TO    BER-JOB-20.

       BER-JOB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PROTOKOLL DER BERECHTIGUNGSVERSTOESSE
      *--------------------------------------------------------------
       BEREINIGE-PSECBRK SECTION.
       BER-SEC-00.

           EVALUATE RET-FELD
                    WHEN SPACES
                    WHEN "STADTA"
                         MOVE 1 TO RET-FELD-NR
                    WHEN OTHER
                         GO TO BER-SEC-90
           END-EVALUATE.

           INITIALIZE PSECBRKF OF PSECBRK-P.
           START    PSECBRK-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BER-SEC-90
           END-IF.

       BER-SEC-20.
           READ     PSECBRK-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BER-SEC-90
           END-IF.
           ADD      1 TO ANZ-GELESEN.

           MOVE     STADTA OF PSECBRK-P TO SATZ-DATUM.
           IF       SATZ-DATUM = ZEROES
            OR      SATZ-DATUM NOT < STICHTAG
                    GO TO BER-SEC-20
           END-IF.

           IF       RET-MIT-ARCHIV
                    MOVE PSECBRK-P TO ARCH-REC
                    PERFORM ARCHIVIERE-SATZ
           END-IF.
           DELETE   PSECBRK-DP.
           IF       FILE-STATUS = ZEROES
                    ADD 1 TO ANZ-GELOESCHT
           END-IF.
           GO TO    BER-SEC-20.

       BER-SEC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PROTOKOLL DER SCHULUNGEN
      *--------------------------------------------------------------
       BEREINIGE-PSCHULLOG SECTION.
       BER-SCL-00.

           EVALUATE RET-FELD
                    WHEN SPACES
                    WHEN "STADTA"
                         MOVE 1 TO RET-FELD-NR
                    WHEN OTHER
                         GO TO BER-SCL-90
           END-EVALUATE.

           INITIALIZE PSCHULLOGF OF PSCHULLOG-P.
           START    PSCHULLOG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BER-SCL-90
           END-IF.

       BER-SCL-20.
           READ     PSCHULLOG-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BER-SCL-90
           END-IF.
           ADD      1 TO ANZ-GELESEN.

           MOVE     STADTA OF PSCHULLOG-P TO SATZ-DATUM.
           IF       SATZ-DATUM = ZEROES
            OR      SATZ-DATUM NOT < STICHTAG
                    GO TO BER-SCL-20
           END-IF.

           IF       RET-MIT-ARCHIV
                    MOVE PSCHULLOG-P TO ARCH-REC
                    PERFORM ARCHIVIERE-SATZ
           END-IF.
           DELETE   PSCHULLOG-DP.
           IF       FILE-STATUS = ZEROES
                    ADD 1 TO ANZ-GELOESCHT
           END-IF.
           GO TO    BER-SCL-20.

       BER-SCL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * IMPORTJOURNAL DER KONFIGURATION
      *--------------------------------------------------------------
       BEREINIGE-PIMPJRN SECTION.
       BER-IJR-00.

           EVALUATE RET-FELD
                    WHEN SPACES
                    WHEN "IJADTA"
                         MOVE 1 TO RET-FELD-NR
                    WHEN OTHER
                         GO TO BER-IJR-90
           END-EVALUATE.

           INITIALIZE PIMPJRNF OF PIMPJRN-P.
           START    PIMPJRN-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BER-IJR-90
           END-IF.

       BER-IJR-20.
           READ     PIMPJRN-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BER-IJR-90
           END-IF.
           ADD      1 TO ANZ-GELESEN.

           MOVE     IJADTA OF PIMPJRN-P TO SATZ-DATUM.
           IF       SATZ-DATUM = ZEROES
            OR      SATZ-DATUM NOT < STICHTAG
                    GO TO BER-IJR-20
           END-IF.

           IF       RET-MIT-ARCHIV
                    MOVE PIMPJRN-P TO ARCH-REC
                    PERFORM ARCHIVIERE-SATZ
           END-IF.
           DELETE   PIMPJRN-DP.
           IF       FILE-STATUS = ZEROES
                    ADD 1 TO ANZ-GELOESCHT
           END-IF.
           GO TO    BER-IJR-20.

       BER-IJR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABGEWIESENE IMPORTSAETZE
      *--------------------------------------------------------------
       BEREINIGE-PIMPREJ SECTION.
       BER-IRJ-00.

           EVALUATE RET-FELD
                    WHEN SPACES
                    WHEN "RJADTA"
                         MOVE 1 TO RET-FELD-NR
                    WHEN OTHER
                         GO TO BER-IRJ-90
           END-EVALUATE.

           INITIALIZE PIMPREJF OF PIMPREJ-P.
           START    PIMPREJ-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BER-IRJ-90
           END-IF.

       BER-IRJ-20.
           READ     PIMPREJ-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BER-IRJ-90
           END-IF.
           ADD      1 TO ANZ-GELESEN.

           MOVE     RJADTA OF PIMPREJ-P TO SATZ-DATUM.
           IF       SATZ-DATUM = ZEROES
            OR      SATZ-DATUM NOT < STICHTAG
                    GO TO BER-IRJ-20
           END-IF.

           IF       RET-MIT-ARCHIV
                    MOVE PIMPREJ-P TO ARCH-REC
                    PERFORM ARCHIVIERE-SATZ
           END-IF.
           DELETE   PIMPREJ-DP.
           IF       FILE-STATUS = ZEROES
                    ADD 1 TO ANZ-GELOESCHT
           END-IF.
           GO TO    BER-IRJ-20.

       BER-IRJ-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * WANDELHISTORIE; DIE FEHLERZEILEN DER WANDLUNG (PCMPERR)
      * WERDEN MITGELOESCHT
      *--------------------------------------------------------------
       BEREINIGE-PCMPHIS SECTION.
       BER-CMH-00.

           EVALUATE RET-FELD
                    WHEN SPACES
                    WHEN "CHADTA"
                         MOVE 1 TO RET-FELD-NR
                    WHEN "CHDTA"
                         MOVE 2 TO RET-FELD-NR
                    WHEN OTHER
                         GO TO BER-CMH-90
           END-EVALUATE.

           INITIALIZE PCMPHISF OF PCMPHIS-P.
           START    PCMPHIS-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BER-CMH-90
           END-IF.

       BER-CMH-20.
           READ     PCMPHIS-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BER-CMH-90
           END-IF.
           ADD      1 TO ANZ-GELESEN.

           EVALUATE RET-FELD-NR
                    WHEN 1
                         MOVE CHADTA OF PCMPHIS-P TO SATZ-DATUM
                    WHEN 2
                         MOVE CHDTA  OF PCMPHIS-P TO SATZ-DATUM
           END-EVALUATE.
           IF       SATZ-DATUM = ZEROES
            OR      SATZ-DATUM NOT < STICHTAG
                    GO TO BER-CMH-20
           END-IF.

           IF       RET-MIT-ARCHIV
                    MOVE PCMPHIS-P TO ARCH-REC
                    PERFORM ARCHIVIERE-SATZ
           END-IF.
           MOVE     CHLFDN OF PCMPHIS-P TO CMP-LFDN.
           DELETE   PCMPHIS-DP.
           IF       FILE-STATUS = ZEROES
                    ADD 1 TO ANZ-GELOESCHT
                    PERFORM LOESCHE-FEHLERZEILEN
           END-IF.
           GO TO    BER-CMH-20.

       BER-CMH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FEHLERZEILEN DER WANDLUNG CMP-LFDN LOESCHEN
      *--------------------------------------------------------------
       LOESCHE-FEHLERZEILEN SECTION.
       LOE-FZL-00.

           INITIALIZE PCMPERRF OF PCMPERR-P.
           MOVE     CMP-LFDN TO CELFDN OF PCMPERR-P.
           START    PCMPERR-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LOE-FZL-90
           END-IF.

       LOE-FZL-20.
           READ     PCMPERR-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LOE-FZL-90
           END-IF.
           IF       CELFDN OF PCMPERR-P NOT = CMP-LFDN
                    GO TO LOE-FZL-90
           END-IF.

           IF       RET-MIT-ARCHIV
                    MOVE "PCMPERR"  TO ARCH-FILE
                    MOVE PCMPERR-P  TO ARCH-REC
                    PERFORM ARCHIVIERE-SATZ
           END-IF.
           DELETE   PCMPERR-DP.
           IF       FILE-STATUS = ZEROES
                    ADD 1 TO ANZ-CMPERR
           END-IF.
           GO TO    LOE-FZL-20.

       LOE-FZL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FEHLERZEILEN DER WANDLUNGEN (EIGENE FRIST)
      *--------------------------------------------------------------
       BEREINIGE-PCMPERR SECTION.
       BER-CME-00.

           EVALUATE RET-FELD
                    WHEN SPACES
                    WHEN "CEADTA"
                         MOVE 1 TO RET-FELD-NR
                    WHEN OTHER
                         GO TO BER-CME-90
           END-EVALUATE.

           INITIALIZE PCMPERRF OF PCMPERR-P.
           START    PCMPERR-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BER-CME-90
           END-IF.

       BER-CME-20.
           READ     PCMPERR-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BER-CME-90
           END-IF.
           ADD      1 TO ANZ-GELESEN.

           MOVE     CEADTA OF PCMPERR-P TO SATZ-DATUM.
           IF       SATZ-DATUM = ZEROES
            OR      SATZ-DATUM NOT < STICHTAG
                    GO TO BER-CME-20
           END-IF.

           IF       RET-MIT-ARCHIV
                    MOVE PCMPERR-P TO ARCH-REC
                    PERFORM ARCHIVIERE-SATZ
           END-IF.
           DELETE   PCMPERR-DP.
           IF       FILE-STATUS = ZEROES
                    ADD 1 TO ANZ-GELOESCHT
           END-IF.
           GO TO    BER-CME-20.

       BER-CME-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * INCIDENTS; NICHT GELOESTE INCIDENTS BLEIBEN STEHEN
      *--------------------------------------------------------------
       BEREINIGE-PINCDNT SECTION.
       BER-INC-00.

           EVALUATE RET-FELD
                    WHEN SPACES
                    WHEN "INADTA"
                         MOVE 1 TO RET-FELD-NR
                    WHEN "INDTA"
                         MOVE 2 TO RET-FELD-NR
                    WHEN "INMDTA"
                         MOVE 3 TO RET-FELD-NR
                    WHEN OTHER
                         GO TO BER-INC-90
           END-EVALUATE.

           INITIALIZE PINCDNTF OF PINCDNT-P.
           START    PINCDNT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BER-INC-90
           END-IF.

       BER-INC-20.
           READ     PINCDNT-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BER-INC-90
           END-IF.
           ADD      1 TO ANZ-GELESEN.

           EVALUATE RET-FELD-NR
                    WHEN 1
                         MOVE INADTA OF PINCDNT-P TO SATZ-DATUM
                    WHEN 2
                         MOVE INDTA  OF PINCDNT-P TO SATZ-DATUM
                    WHEN 3
                         MOVE INMDTA OF PINCDNT-P TO SATZ-DATUM
           END-EVALUATE.
           IF       SATZ-DATUM = ZEROES
            OR      SATZ-DATUM NOT < STICHTAG
                    GO TO BER-INC-20
           END-IF.

      * NUR GELOESTE INCIDENTS (R) DUERFEN WEG
           IF       INSTAT OF PINCDNT-P NOT = "R"
                    ADD 1 TO ANZ-OFFEN
                    GO TO BER-INC-20
           END-IF.

           IF       RET-MIT-ARCHIV
                    MOVE PINCDNT-P TO ARCH-REC
                    PERFORM ARCHIVIERE-SATZ
           END-IF.
           DELETE   PINCDNT-DP.
           IF       FILE-STATUS = ZEROES
                    ADD 1 TO ANZ-GELOESCHT
           END-IF.
           GO TO    BER-INC-20.

       BER-INC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DEN SATZ IN ARCH-REC UEBER CFP8100 IN DAS ARCHIV SCHREIBEN;
      * OHNE VORGABE GILT DIE DATEI DES TABELLENEINTRAGS
      *--------------------------------------------------------------
       ARCHIVIERE-SATZ SECTION.
       ARC-SAT-00.

           MOVE     CONST-LIB TO ARCH-LIB.
           IF       ARCH-FILE = SPACES
                    MOVE RET-DATEI TO ARCH-FILE
           END-IF.
           CALL     "CFP8100" USING ARCH-LIB
                                    ARCH-FILE
                                    PGM-WRK
                                    ARCH-REC
           END-CALL.
           ADD      1      TO ANZ-ARCHIVIERT.
           MOVE     SPACES TO ARCH-FILE ARCH-REC.

       ARC-SAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FREIGEGEBENE SAETZE ALS EIGENEN SATZ IN PFILSTAT FESTHALTEN
      * (FSFREI; DIE SATZZAHL FSANZ BLEIBT DEM REORG-LAUF VORBEHALTEN)
      *--------------------------------------------------------------
       SCHREIBE-STATISTIK SECTION.
       SCH-STA-00.

           IF       STAT-FREI = ZEROES
                    GO TO SCH-STA-90
           END-IF.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PFILSTATF OF PFILSTAT-P.
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PFILSTAT" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK    TO FSLFDN  OF PFILSTAT-P.
           MOVE     STAT-DATEI  TO FSFILE  OF PFILSTAT-P.
           MOVE     X-DATUM     TO FSDTA   OF PFILSTAT-P.
           MOVE     STAT-FREI   TO FSFREI  OF PFILSTAT-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER      TO FSAUSR  OF PFILSTAT-P.
           MOVE     T-TERM      TO FSABS   OF PFILSTAT-P.
           MOVE     PGM-WRK     TO FSAPGM  OF PFILSTAT-P.
           MOVE     DATE-8      TO FSADTA  OF PFILSTAT-P.
           MOVE     TIME-6      TO FSATIA  OF PFILSTAT-P.

           WRITE    PFILSTAT-P.

       SCH-STA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STICHTAG UM SUB-ANZAHL TAGE ZURUECKRECHNEN
      *--------------------------------------------------------------
       SUB-TAGE SECTION.
       SUB-TAG-00.

           IF       SUB-ANZAHL = ZEROES
                    GO TO SUB-TAG-90
           END-IF.

      * EINEN TAG ZURUECK
           IF       STI-TAG > 1
                    SUBTRACT 1 FROM STI-TAG
                    GO TO SUB-TAG-80
           END-IF.

      * MONATSWECHSEL
           IF       STI-MONAT > 1
                    SUBTRACT 1 FROM STI-MONAT
           ELSE
                    MOVE     12 TO STI-MONAT
                    SUBTRACT 1  FROM STI-JAHR
           END-IF.
           PERFORM  MONATS-LAENGE-RECHNEN.
           MOVE     MONAT-LAENGE TO STI-TAG.

       SUB-TAG-80.
           SUBTRACT 1 FROM SUB-ANZAHL.
           GO TO    SUB-TAG-00.

       SUB-TAG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LAENGE DES MONATS STI-MONAT IM JAHR STI-JAHR ERMITTELN
      *--------------------------------------------------------------
       MONATS-LAENGE-RECHNEN SECTION.
       MON-LAE-00.

           EVALUATE STI-MONAT
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
                         DIVIDE STI-JAHR BY 4 GIVING SJA-WERT
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
      * KOPF DES PROTOKOLLS
      *--------------------------------------------------------------
       DRUCKE-KOPF SECTION.
       DRU-KPF-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "BEREINIGUNG DER PROTOKOLLDATEIEN"
                                       TO DRUCK-ZEILE(1:32).
           MOVE     X-DATUM(7:2) TO DSP-DT-TAG.
           MOVE     X-DATUM(5:2) TO DSP-DT-MONAT.
           MOVE     X-DATUM(1:4) TO DSP-DT-JAHR.
           MOVE     DSP-DATUM    TO DRUCK-ZEILE(40:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "=" TO DRUCK-ZEILE(1:110).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "DATEI"        TO DRUCK-ZEILE(1:5).
           MOVE     "TAGE"         TO DRUCK-ZEILE(14:4).
           MOVE     "DATUMSFELD"   TO DRUCK-ZEILE(20:10).
           MOVE     "VOR"          TO DRUCK-ZEILE(31:3).
           MOVE     "GELESEN"      TO DRUCK-ZEILE(44:7).
           MOVE     "GELOESCHT"    TO DRUCK-ZEILE(53:9).
           MOVE     "ARCHIV"       TO DRUCK-ZEILE(67:6).
           MOVE     "OFFEN"        TO DRUCK-ZEILE(78:5).
           PERFORM  DRUCKE-ZEILE.

       DRU-KPF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ERGEBNISZEILE EINES TABELLENEINTRAGS
      *--------------------------------------------------------------
       DRUCKE-EINTRAG SECTION.
       DRU-EIN-00.

           MOVE     SPACES         TO DRUCK-ZEILE.
           MOVE     RET-DATEI      TO DRUCK-ZEILE(1:10).
           MOVE     RET-TAGE       TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5      TO DRUCK-ZEILE(13:5).
           IF       RET-FELD = SPACES
                    MOVE "(ANLAGE)" TO DRUCK-ZEILE(20:8)
           ELSE
                    MOVE RET-FELD   TO DRUCK-ZEILE(20:10)
           END-IF.
           MOVE     STICHTAG(7:2)  TO DSP-DT-TAG.
           MOVE     STICHTAG(5:2)  TO DSP-DT-MONAT.
           MOVE     STICHTAG(1:4)  TO DSP-DT-JAHR.
           MOVE     DSP-DATUM      TO DRUCK-ZEILE(31:10).
           MOVE     ANZ-GELESEN    TO DSP-ANZ-9.
           MOVE     DSP-ANZ-9      TO DRUCK-ZEILE(42:9).
           MOVE     ANZ-GELOESCHT  TO DSP-ANZ-9.
           MOVE     DSP-ANZ-9      TO DRUCK-ZEILE(53:9).
           MOVE     ANZ-ARCHIVIERT TO DSP-ANZ-9.
           MOVE     DSP-ANZ-9      TO DRUCK-ZEILE(64:9).
           MOVE     ANZ-OFFEN      TO DSP-ANZ-9.
           MOVE     DSP-ANZ-9      TO DRUCK-ZEILE(74:9).
           PERFORM  DRUCKE-ZEILE.

           IF       ANZ-CMPERR NOT = ZEROES
                    MOVE SPACES      TO DRUCK-ZEILE
                    MOVE "  PCMPERR" TO DRUCK-ZEILE(1:9)
                    MOVE "MIT DER WANDELHISTORIE"
                                     TO DRUCK-ZEILE(20:22)
                    MOVE ANZ-CMPERR  TO DSP-ANZ-9
                    MOVE DSP-ANZ-9   TO DRUCK-ZEILE(53:9)
                    PERFORM DRUCKE-ZEILE
           END-IF.

       DRU-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FEHLERHAFTER TABELLENEINTRAG: DER TEXT STEHT BEREITS IN
      * DRUCK-ZEILE(70:40)
      *--------------------------------------------------------------
       DRUCKE-FEHLER SECTION.
       DRU-FEH-00.

           ADD      1 TO ANZ-FEHLER.
           MOVE     RET-DATEI      TO DRUCK-ZEILE(1:10).
           MOVE     CFIN01 OF PCONFIG-P(1:16)
                                   TO DRUCK-ZEILE(13:16).
           MOVE     "*** FEHLER:"  TO DRUCK-ZEILE(58:11).
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES         TO DRUCK-ZEILE.

       DRU-FEH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUMMEN DES LAUFS
      *--------------------------------------------------------------
       DRUCKE-SUMME SECTION.
       DRU-SUM-00.

           MOVE     SPACES  TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "=" TO DRUCK-ZEILE(1:110).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "TABELLENEINTRAEGE:"     TO DRUCK-ZEILE(1:18).
           MOVE     ANZ-EINTRAEGE            TO DSP-ANZ-9.
           MOVE     DSP-ANZ-9                TO DRUCK-ZEILE(25:9).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "FREIGEGEBEN GESAMT:"    TO DRUCK-ZEILE(1:19).
           MOVE     ANZ-GESAMT               TO DSP-ANZ-9.
           MOVE     DSP-ANZ-9                TO DRUCK-ZEILE(25:9).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "FEHLERHAFTE EINTRAEGE:" TO DRUCK-ZEILE(1:22).
           MOVE     ANZ-FEHLER               TO DSP-ANZ-9.
           MOVE     DSP-ANZ-9                TO DRUCK-ZEILE(25:9).
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
