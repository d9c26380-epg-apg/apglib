       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0260.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * MONATLICHE SCHNITTSTELLE ZUR LOHNABRECHNUNG                   *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  SCHREIBT FUER EINEN VON XXP0066              *
      *                  ABGESCHLOSSENEN MONAT (PGLZMON) JE USER      *
      *                  EINEN SATZ FESTER LAENGE IN DIE TRANSFER-    *
      *                  DATEI PLOHNEX:                               *
      *                  - SOLL- UND IST-STUNDEN (PGLZMAB)            *
      *                  - AUSGEZAHLTE UEBERSTUNDEN (GEKAPPTER TEIL   *
      *                    DER FREIGABE IN PGLZFRG) UND UEBERTRAG     *
      *                    (PGLZSLD)                                  *
      *                  - ABWESENHEITSTAGE JE ART AUS PABSENZ        *
      *                    (ARBEITSTAGE LT. PCFGDAT)                  *
      *                  - GEARBEITETE SONN- UND FEIERTAGE            *
      *                  - ZULAGE RUFBEREITSCHAFT (PRUFABR, XXP0265)  *
      *                  DEN ABSCHLUSS BILDET EIN SUMMENSATZ ZUR      *
      *                  ABSTIMMUNG. EIN SCHON EXPORTIERTER MONAT     *
      *                  WIRD NUR MIT KORREKTURKENNZEICHEN "J"        *
      *                  ERNEUT AUSGEGEBEN, DIE SAETZE TRAGEN DANN    *
      *                  DAS KENNZEICHEN K. OFFENE FREIGABEN IN       *
      *                  PGLZFRG VERHINDERN DEN EXPORT.               *
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
      * PGLZMON: MONATSABSCHLUSS DER GLEITZEIT (GMJHMO)
      *-------------------------------------------------------------
           SELECT PGLZMON-DP
                  ASSIGN       TO  DATABASE-PGLZMON
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PGLZMAB: MONATSWERTE JE USER (GAUSER, GAJHMO)
      *-------------------------------------------------------------
           SELECT PGLZMAB-DP
                  ASSIGN       TO  DATABASE-PGLZMAB
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PGLZSLD: GZUSER, GZJHMO
      *-------------------------------------------------------------
           SELECT PGLZSLD-DP
                  ASSIGN       TO  DATABASE-PGLZSLD
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PGLZFRG: FREIGABEVORRAT GROSSER UEBERTRAEGE
      *-------------------------------------------------------------
           SELECT PGLZFRG-DP
                  ASSIGN       TO  DATABASE-PGLZFRG
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
      * PCFGDAT: DTLFDN
      *-------------------------------------------------------------
           SELECT PCFGDAT-DP
                  ASSIGN       TO  DATABASE-PCFGDAT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PRUFABR: ZULAGE RUFBEREITSCHAFT (RAUSER, RAJHMO)
      *-------------------------------------------------------------
           SELECT PRUFABR-DP
                  ASSIGN       TO  DATABASE-PRUFABR
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PLOHNEX: TRANSFERDATEI ZUR LOHNABRECHNUNG
      *-------------------------------------------------------------
           SELECT PLOHNEX-DP
                  ASSIGN       TO  DATABASE-PLOHNEX
                  ORGANIZATION IS  SEQUENTIAL
                  ACCESS       IS  SEQUENTIAL
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PGLZMON: GMJHMO
       FD  PGLZMON-DP
           LABEL RECORDS ARE STANDARD.
       01  PGLZMON-P.
           COPY DDS-ALL-FORMATS OF PGLZMON.
      /
      *--- PGLZMAB: GAUSER, GAJHMO
       FD  PGLZMAB-DP
           LABEL RECORDS ARE STANDARD.
       01  PGLZMAB-P.
           COPY DDS-ALL-FORMATS OF PGLZMAB.
      /
      *--- PGLZSLD: GZUSER, GZJHMO
       FD  PGLZSLD-DP
           LABEL RECORDS ARE STANDARD.
       01  PGLZSLD-P.
           COPY DDS-ALL-FORMATS OF PGLZSLD.
      /
      *--- PGLZFRG: GFLFDN
       FD  PGLZFRG-DP
           LABEL RECORDS ARE STANDARD.
       01  PGLZFRG-P.
           COPY DDS-ALL-FORMATS OF PGLZFRG.
      /
      *--- PABSENZ: ABLFDN
       FD  PABSENZ-DP
           LABEL RECORDS ARE STANDARD.
       01  PABSENZ-P.
           COPY DDS-ALL-FORMATS OF PABSENZ.
      /
      *--- PCFGDAT: DTLFDN
       FD  PCFGDAT-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGDAT-P.
           COPY DDS-ALL-FORMATS OF PCFGDAT.
      /
      *--- PRUFABR: RAUSER, RAJHMO
       FD  PRUFABR-DP
           LABEL RECORDS ARE STANDARD.
       01  PRUFABR-P.
           COPY DDS-ALL-FORMATS OF PRUFABR.
      /
      *--- PLOHNEX: SAETZE FESTER LAENGE (LXZEIL)
       FD  PLOHNEX-DP
           LABEL RECORDS ARE STANDARD.
       01  PLOHNEX-P.
           COPY DDS-ALL-FORMATS OF PLOHNEX.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0260".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * PARAMETER FUER DIE NACHRICHTENZENTRALE (CFP0030)
       01  NOTIF-USER                    PIC X(10).
       01  NOTIF-SEV                     PIC X(1).
       01  NOTIF-TEXT                    PIC X(70).

      * EXPORTMONAT UND MONATSGRENZEN
       01  JHMO-WRK                      PIC 9(6).
       01  JHMO-RED REDEFINES JHMO-WRK.
        05 JHMO-JAHR                     PIC 9(4).
        05 JHMO-MONAT                    PIC 9(2).
       01  MONAT-VON                     PIC 9(8).
       01  MONAT-BIS                     PIC 9(8).
       01  KORREKTUR                     PIC X(1).

      * ARBEITSTAGE DES MONATS (1 = ARBEITSTAG)
       01  KAL-TAB.
        05 KAL-ARBTAG OCCURS 31          PIC 9(1).
       01  TAG-IDX                       PIC 9(2)  COMP.
       01  ABW-DATUM                     PIC 9(8).
       01  DATUM-WRK                     PIC 9(8).
       01  DATUM-RED REDEFINES DATUM-WRK.
        05 DAT-JAHR                      PIC 9(4).
        05 DAT-MONAT                     PIC 9(2).
        05 DAT-TAG                       PIC 9(2).

      * WERTE DES AKTUELLEN USERS
       01  USR-AUSZ-MIN                  PIC S9(7).
       01  USR-VORTRAG-MIN               PIC S9(7).
       01  USR-URLAUB                    PIC 9(2).
       01  USR-KRANK                     PIC 9(2).
       01  USR-DIENST                    PIC 9(2).
       01  USR-SONST                     PIC 9(2).
       01  USR-RUFB                      PIC 9(7)V9(2).

      *---------------------------------------------------------------
      * SATZAUFBAU DER LOHNSCHNITTSTELLE (FESTE LAENGE 120)
      * SATZART D = DATENSATZ JE USER, S = SUMMENSATZ DES LAUFES
      * STUNDEN UND BETRAEGE MIT ZWEI NACHKOMMASTELLEN OHNE KOMMA,
      * VORZEICHEN FUEHREND ALS EIGENES ZEICHEN
      *---------------------------------------------------------------
       01  LOHN-SATZ.
        05 LS-SATZART                    PIC X(1).
        05 LS-JHMO                       PIC 9(6).
        05 LS-KORR                       PIC X(1).
        05 LS-DATEN                      PIC X(112).
        05 LS-DETAIL REDEFINES LS-DATEN.
         10 LS-USER                      PIC X(10).
         10 LS-SOLL-STD                  PIC 9(5)V9(2).
         10 LS-IST-STD                   PIC 9(5)V9(2).
         10 LS-AUSZ-STD                  PIC S9(5)V9(2)
                                         SIGN LEADING SEPARATE.
         10 LS-VORTRAG-STD               PIC S9(5)V9(2)
                                         SIGN LEADING SEPARATE.
         10 LS-URLAUB-TG                 PIC 9(2).
         10 LS-KRANK-TG                  PIC 9(2).
         10 LS-DIENST-TG                 PIC 9(2).
         10 LS-SONST-TG                  PIC 9(2).
         10 LS-SOFE-TG                   PIC 9(2).
         10 LS-RUFB-BETRAG               PIC 9(7)V9(2).
         10 FILLER                       PIC X(53).
        05 LS-SUMME REDEFINES LS-DATEN.
         10 LS-ANZ-SAETZE                PIC 9(5).
         10 LS-SUM-SOLL                  PIC 9(7)V9(2).
         10 LS-SUM-IST                   PIC 9(7)V9(2).
         10 LS-SUM-AUSZ                  PIC S9(7)V9(2)
                                         SIGN LEADING SEPARATE.
         10 LS-SUM-VORTRAG               PIC S9(7)V9(2)
                                         SIGN LEADING SEPARATE.
         10 LS-SUM-ABWTG                 PIC 9(5).
         10 LS-SUM-SOFE                  PIC 9(5).
         10 LS-ERSTDT                    PIC 9(8).
         10 LS-ERSTZT                    PIC 9(6).
         10 LS-SUM-RUFB                  PIC 9(9)V9(2).
         10 FILLER                       PIC X(34).

      * KONTROLLSUMMEN DES LAUFES
       77  ANZ-SAETZE                    PIC 9(5)  COMP.
       01  SUM-SOLL                      PIC 9(7)V9(2).
       01  SUM-IST                       PIC 9(7)V9(2).
       01  SUM-AUSZ                      PIC S9(7)V9(2).
       01  SUM-VORTRAG                   PIC S9(7)V9(2).
       01  SUM-ABWTG                     PIC 9(5).
       01  SUM-SOFE                      PIC 9(5).
       01  SUM-RUFB                      PIC 9(9)V9(2).

       01  DSP-ANZ-5                     PIC Z(4)9.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * EXPORTMONAT JJJJMM (NULL = VORMONAT)
       01  X-JHMO                        PIC 9(6).
      * KORREKTURKENNZEICHEN (J = MONAT ERNEUT EXPORTIEREN)
       01  X-KORREKTUR                   PIC X(1).
      * RUECKMELDUNG AN DEN AUFRUFER (LEER = OK)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-JHMO
                                X-KORREKTUR
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0260" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.
           MOVE     SPACES TO KORREKTUR.

      * DATEIEN OEFFNEN (DIE TRANSFERDATEI ERST NACH DEN PRUEFUNGEN)
           OPEN     INPUT  PGLZMAB-DP
                           PGLZSLD-DP
                           PGLZFRG-DP
                           PABSENZ-DP
                           PCFGDAT-DP
                           PRUFABR-DP.
           OPEN     I-O    PGLZMON-DP.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

      * EXPORTMONAT ERMITTELN (STANDARD: VORMONAT)
           PERFORM  COPY-GET-TIME.
           IF       X-JHMO NOT = ZEROES
                    MOVE X-JHMO TO JHMO-WRK
           ELSE
                    MOVE     DATE-8(1:6) TO JHMO-WRK
                    IF       JHMO-MONAT > 1
                             SUBTRACT 1 FROM JHMO-MONAT
                    ELSE
                             MOVE     12 TO JHMO-MONAT
                             SUBTRACT 1  FROM JHMO-JAHR
                    END-IF
           END-IF.

           COMPUTE  MONAT-VON = JHMO-WRK * 100 + 1
           END-COMPUTE.
           COMPUTE  MONAT-BIS = JHMO-WRK * 100 + 31
           END-COMPUTE.

      * DER MONAT MUSS VON XXP0066 ABGESCHLOSSEN SEIN
           INITIALIZE PGLZMONF OF PGLZMON-P.
           MOVE     JHMO-WRK TO GMJHMO OF PGLZMON-P.
           READ     PGLZMON-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      GMSTAT OF PGLZMON-P NOT = "1"
                    MOVE "LOHNEXPORT: MONAT NICHT ABGESCHLOSSEN"
                                       TO NOTIF-TEXT
                    PERFORM MELDE-FEHLER
                    GO TO ENDE
           END-IF.

      * ERNEUTER EXPORT NUR MIT KORREKTURKENNZEICHEN
           IF       GMEXDT OF PGLZMON-P NOT = ZEROES
                    IF   X-KORREKTUR NOT = "J"
                         MOVE "LOHNEXPORT: MONAT SCHON EXPORTIERT - KOR
      -                       "REKTUR NUR MIT KENNZEICHEN J"
                                       TO NOTIF-TEXT
                         PERFORM MELDE-FEHLER
                         GO TO ENDE
                    END-IF
                    MOVE "K" TO KORREKTUR
           END-IF.

      * OFFENE FREIGABEN: AUSZAHLUNG UND UEBERTRAG STEHEN NOCH AUS
           PERFORM  PRUEFE-FREIGABEN.
           IF       X-RETCODE NOT = SPACES
                    GO TO ENDE
           END-IF.

      * ARBEITSTAGE DES MONATS FUER DIE ABWESENHEITSTAGE
           PERFORM  LADE-KALENDER.

           INITIALIZE ANZ-SAETZE SUM-SOLL SUM-IST SUM-AUSZ
                      SUM-VORTRAG SUM-ABWTG SUM-SOFE SUM-RUFB.

           OPEN     OUTPUT PLOHNEX-DP.

      * JE USER EINEN DATENSATZ, DANACH DER SUMMENSATZ
           PERFORM  EXPORTIERE-USER.
           PERFORM  SCHREIBE-SUMMENSATZ.

           CLOSE    PLOHNEX-DP.

      * EXPORT IM MONATSABSCHLUSS VERMERKEN
           PERFORM  VERMERKE-EXPORT.

      * ABSCHLUSS IN DIE NACHRICHTENZENTRALE MELDEN
           MOVE     "*OPER"  TO NOTIF-USER.
           MOVE     "I"      TO NOTIF-SEV.
           MOVE     SPACES   TO NOTIF-TEXT.
           MOVE     ANZ-SAETZE TO DSP-ANZ-5.
           STRING   "LOHNEXPORT "
                    JHMO-WRK(5:2)
                    "/"
                    JHMO-WRK(1:4)
                    ": "
                    DSP-ANZ-5
                    " USER EXPORTIERT"
                    DELIMITED BY SIZE INTO NOTIF-TEXT
           END-STRING.
           IF       KORREKTUR NOT = SPACES
                    MOVE "(KORREKTUR)" TO NOTIF-TEXT(48:11)
           END-IF.
           CALL     "CFP0030" USING NOTIF-USER
                                    NOTIF-SEV
                                    PGM-WRK
                                    NOTIF-TEXT
           END-CALL.

       ENDE.
           CLOSE    PGLZMON-DP
                    PGLZMAB-DP
                    PGLZSLD-DP
                    PGLZFRG-DP
                    PABSENZ-DP
                    PCFGDAT-DP
                    PRUFABR-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * EINEN FEHLER IN DIE NACHRICHTENZENTRALE MELDEN
      *--------------------------------------------------------------
       MELDE-FEHLER SECTION.
       MEL-FEH-00.

           MOVE     "1"                 TO X-RETCODE.

           MOVE     "*OPER"             TO NOTIF-USER.
           MOVE     "E"                 TO NOTIF-SEV.
           CALL     "CFP0030" USING NOTIF-USER
                                    NOTIF-SEV
                                    PGM-WRK
                                    NOTIF-TEXT
           END-CALL.

       MEL-FEH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GIBT ES FUER DEN MONAT NOCH OFFENE FREIGABEN (STATUS 0)?
      *--------------------------------------------------------------
       PRUEFE-FREIGABEN SECTION.
       PRU-FRG-00.

           INITIALIZE PGLZFRGF OF PGLZFRG-P.
           START    PGLZFRG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-FRG-90
           END-IF.

       PRU-FRG-20.
           READ     PGLZFRG-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-FRG-90
           END-IF.

           IF       GFJHMO OF PGLZFRG-P = JHMO-WRK
            AND     GFSTAT OF PGLZFRG-P = "0"
                    MOVE "LOHNEXPORT: OFFENE FREIGABEN (XXP0090)"
                                       TO NOTIF-TEXT
                    PERFORM MELDE-FEHLER
                    GO TO PRU-FRG-90
           END-IF.
           GO TO    PRU-FRG-20.

       PRU-FRG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ARBEITSTAGE DES MONATS AUS PCFGDAT IN DIE TABELLE LADEN
      *--------------------------------------------------------------
       LADE-KALENDER SECTION.
       LAD-KAL-00.

           INITIALIZE KAL-TAB.

           INITIALIZE PCFGDATF OF PCFGDAT-P.
           MOVE     MONAT-VON TO DTLFDN OF PCFGDAT-P.
           START    PCFGDAT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-KAL-90
           END-IF.

       LAD-KAL-20.
           READ     PCFGDAT-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-KAL-90
           END-IF.

           IF       DTLFDN OF PCFGDAT-P > MONAT-BIS
                    GO TO LAD-KAL-90
           END-IF.

           IF       DTWOTA OF PCFGDAT-P > 5
            OR      DTFEIE OF PCFGDAT-P NOT = ZEROES
                    GO TO LAD-KAL-20
           END-IF.

           MOVE     DTLFDN OF PCFGDAT-P TO DATUM-WRK.
           MOVE     1 TO KAL-ARBTAG(DAT-TAG).
           GO TO    LAD-KAL-20.

       LAD-KAL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE MONATSWERTE AUS PGLZMAB FUER DEN MONAT EXPORTIEREN
      *--------------------------------------------------------------
       EXPORTIERE-USER SECTION.
       EXP-USR-00.

           INITIALIZE PGLZMABF OF PGLZMAB-P.
           START    PGLZMAB-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO EXP-USR-90
           END-IF.

       EXP-USR-20.
           READ     PGLZMAB-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO EXP-USR-90
           END-IF.

           IF       GAJHMO OF PGLZMAB-P NOT = JHMO-WRK
                    GO TO EXP-USR-20
           END-IF.

      * UEBERTRAG UND AUSZAHLUNG AUS DEN GLEITZEITDATEIEN
           PERFORM  LESE-UEBERSTUNDEN.

      * ABWESENHEITSTAGE JE ART
           PERFORM  ZAEHLE-ABWESENHEITEN.

      * ZULAGE DER RUFBEREITSCHAFT
           PERFORM  LESE-RUFBEREITSCHAFT.

           PERFORM  SCHREIBE-DATENSATZ.

           GO TO    EXP-USR-20.

       EXP-USR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * UEBERTRAG = SALDO DES MONATS IN PGLZSLD, AUSZAHLUNG = DER BEI
      * DER FREIGABE (XXP0090) GEKAPPTE TEIL DES UEBERTRAGS
      *--------------------------------------------------------------
       LESE-UEBERSTUNDEN SECTION.
       LES-UEB-00.

           INITIALIZE USR-AUSZ-MIN USR-VORTRAG-MIN.

           INITIALIZE PGLZSLDF OF PGLZSLD-P.
           MOVE     GAUSER OF PGLZMAB-P TO GZUSER OF PGLZSLD-P.
           MOVE     JHMO-WRK            TO GZJHMO OF PGLZSLD-P.
           READ     PGLZSLD-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE GZSALDO OF PGLZSLD-P TO USR-VORTRAG-MIN
           END-IF.

           INITIALIZE PGLZFRGF OF PGLZFRG-P.
           START    PGLZFRG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-UEB-90
           END-IF.

       LES-UEB-20.
           READ     PGLZFRG-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-UEB-90
           END-IF.

           IF       GFUSER OF PGLZFRG-P NOT = GAUSER OF PGLZMAB-P
            OR      GFJHMO OF PGLZFRG-P NOT = JHMO-WRK
            OR      GFSTAT OF PGLZFRG-P NOT = "1"
                    GO TO LES-UEB-20
           END-IF.

           IF       GFSALDO OF PGLZFRG-P > GFNEU OF PGLZFRG-P
                    COMPUTE USR-AUSZ-MIN = USR-AUSZ-MIN
                                         + GFSALDO OF PGLZFRG-P
                                         - GFNEU   OF PGLZFRG-P
                    END-COMPUTE
           END-IF.
           GO TO    LES-UEB-20.

       LES-UEB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ARBEITSTAGE DES MONATS IN DEN ABWESENHEITEN DES USERS JE
      * ART ZAEHLEN (U URLAUB, K KRANK, D DIENSTREISE, S SONSTIGES)
      *--------------------------------------------------------------
       ZAEHLE-ABWESENHEITEN SECTION.
       ZAE-ABW-00.

           INITIALIZE USR-URLAUB USR-KRANK USR-DIENST USR-SONST.

           INITIALIZE PABSENZF OF PABSENZ-P.
           START    PABSENZ-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-ABW-90
           END-IF.

       ZAE-ABW-20.
           READ     PABSENZ-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-ABW-90
           END-IF.

           IF       ABUSER OF PABSENZ-P NOT = GAUSER OF PGLZMAB-P
            OR      ABVON  OF PABSENZ-P > MONAT-BIS
            OR      ABBIS  OF PABSENZ-P < MONAT-VON
                    GO TO ZAE-ABW-20
           END-IF.

           MOVE     1 TO TAG-IDX.

       ZAE-ABW-40.
           IF       TAG-IDX > 31
                    GO TO ZAE-ABW-20
           END-IF.
           COMPUTE  ABW-DATUM = JHMO-WRK * 100 + TAG-IDX
           END-COMPUTE.
           IF       KAL-ARBTAG(TAG-IDX) = ZEROES
            OR      ABW-DATUM < ABVON OF PABSENZ-P
            OR      ABW-DATUM > ABBIS OF PABSENZ-P
                    ADD   1 TO TAG-IDX
                    GO TO ZAE-ABW-40
           END-IF.

           EVALUATE ABTYP OF PABSENZ-P
                    WHEN "U"
                         ADD 1 TO USR-URLAUB
                    WHEN "K"
                         ADD 1 TO USR-KRANK
                    WHEN "D"
                         ADD 1 TO USR-DIENST
                    WHEN OTHER
                         ADD 1 TO USR-SONST
           END-EVALUATE.
           ADD      1 TO TAG-IDX.
           GO TO    ZAE-ABW-40.

       ZAE-ABW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZULAGE DER RUFBEREITSCHAFT DES MONATS AUS PRUFABR
      *--------------------------------------------------------------
       LESE-RUFBEREITSCHAFT SECTION.
       LES-RUF-00.

           MOVE     ZEROES TO USR-RUFB.

           INITIALIZE PRUFABRF OF PRUFABR-P.
           MOVE     GAUSER OF PGLZMAB-P TO RAUSER OF PRUFABR-P.
           MOVE     JHMO-WRK            TO RAJHMO OF PRUFABR-P.
           READ     PRUFABR-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE RABETR OF PRUFABR-P TO USR-RUFB
           END-IF.

       LES-RUF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DATENSATZ DES USERS SCHREIBEN UND DIE SUMMEN FORTSCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-DATENSATZ SECTION.
       SCH-DAT-00.

           MOVE     SPACES              TO LOHN-SATZ.
           MOVE     "D"                 TO LS-SATZART.
           MOVE     JHMO-WRK            TO LS-JHMO.
           MOVE     KORREKTUR           TO LS-KORR.
           MOVE     GAUSER OF PGLZMAB-P TO LS-USER.

      * MINUTEN IN STUNDEN MIT ZWEI NACHKOMMASTELLEN
           COMPUTE  LS-SOLL-STD ROUNDED = GASOLL OF PGLZMAB-P / 60
           END-COMPUTE.
           IF       GAIST OF PGLZMAB-P > ZEROES
                    COMPUTE LS-IST-STD ROUNDED =
                            GAIST OF PGLZMAB-P / 60
                    END-COMPUTE
           ELSE
                    MOVE ZEROES TO LS-IST-STD
           END-IF.
           COMPUTE  LS-AUSZ-STD ROUNDED = USR-AUSZ-MIN / 60
           END-COMPUTE.
           COMPUTE  LS-VORTRAG-STD ROUNDED = USR-VORTRAG-MIN / 60
           END-COMPUTE.

           MOVE     USR-URLAUB          TO LS-URLAUB-TG.
           MOVE     USR-KRANK           TO LS-KRANK-TG.
           MOVE     USR-DIENST          TO LS-DIENST-TG.
           MOVE     USR-SONST           TO LS-SONST-TG.
           MOVE     GASOFE OF PGLZMAB-P TO LS-SOFE-TG.
           MOVE     USR-RUFB            TO LS-RUFB-BETRAG.

           INITIALIZE PLOHNEXF OF PLOHNEX-P.
           MOVE     LOHN-SATZ           TO LXZEIL OF PLOHNEX-P.
           WRITE    PLOHNEX-P.

           ADD      1                   TO ANZ-SAETZE.
           ADD      LS-SOLL-STD         TO SUM-SOLL.
           ADD      LS-IST-STD          TO SUM-IST.
           ADD      LS-AUSZ-STD         TO SUM-AUSZ.
           ADD      LS-VORTRAG-STD      TO SUM-VORTRAG.
           ADD      USR-URLAUB USR-KRANK USR-DIENST USR-SONST
                                        TO SUM-ABWTG.
           ADD      GASOFE OF PGLZMAB-P TO SUM-SOFE.
           ADD      USR-RUFB            TO SUM-RUFB.

       SCH-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUMMENSATZ ZUR ABSTIMMUNG MIT DER LOHNABRECHNUNG
      *--------------------------------------------------------------
       SCHREIBE-SUMMENSATZ SECTION.
       SCH-SUM-00.

           MOVE     SPACES              TO LOHN-SATZ.
           MOVE     "S"                 TO LS-SATZART.
           MOVE     JHMO-WRK            TO LS-JHMO.
           MOVE     KORREKTUR           TO LS-KORR.
           MOVE     ANZ-SAETZE          TO LS-ANZ-SAETZE.
           MOVE     SUM-SOLL            TO LS-SUM-SOLL.
           MOVE     SUM-IST             TO LS-SUM-IST.
           MOVE     SUM-AUSZ            TO LS-SUM-AUSZ.
           MOVE     SUM-VORTRAG         TO LS-SUM-VORTRAG.
           MOVE     SUM-ABWTG           TO LS-SUM-ABWTG.
           MOVE     SUM-SOFE            TO LS-SUM-SOFE.
           MOVE     DATE-8              TO LS-ERSTDT.
           MOVE     TIME-6              TO LS-ERSTZT.
           MOVE     SUM-RUFB            TO LS-SUM-RUFB.

           INITIALIZE PLOHNEXF OF PLOHNEX-P.
           MOVE     LOHN-SATZ           TO LXZEIL OF PLOHNEX-P.
           WRITE    PLOHNEX-P.

       SCH-SUM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EXPORT IM MONATSABSCHLUSS PGLZMON VERMERKEN
      *--------------------------------------------------------------
       VERMERKE-EXPORT SECTION.
       VER-EXP-00.

           INITIALIZE PGLZMONF OF PGLZMON-P.
           MOVE     JHMO-WRK TO GMJHMO OF PGLZMON-P.
           READ     PGLZMON-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-EXP-90
           END-IF.

           MOVE     T-USER              TO GMEXUS OF PGLZMON-P.
           MOVE     DATE-8              TO GMEXDT OF PGLZMON-P.
           MOVE     TIME-6              TO GMEXTI OF PGLZMON-P.
           ADD      1                   TO GMEXAN OF PGLZMON-P.

           REWRITE  PGLZMON-P.

       VER-EXP-90.
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
