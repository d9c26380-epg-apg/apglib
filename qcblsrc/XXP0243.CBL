       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0243.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * MAHNLAUF KAFFEEKASSE                                          *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  BEWERTET DIE OFFENEN PSCHULD-SALDEN JE USER  *
      *                  NACH DREI MAHNSTUFEN. JEDE STUFE HAT EINEN   *
      *                  MINDESTBETRAG UND EIN MINDESTALTER DER       *
      *                  AELTESTEN OFFENEN SCHULD (PCONFIG A400/      *
      *                  KKMAHN1 BIS KKMAHN3, CFIN01(1:5) = BETRAG IN *
      *                  EURO, CFIN02(1:3) = TAGE). ERREICHT EIN USER *
      *                  EINE HOEHERE STUFE ALS BISHER:               *
      *                  - STUFE 1: FREUNDLICHER HINWEIS UEBER DIE    *
      *                    NACHRICHTENZENTRALE (CFP0030)              *
      *                  - STUFE 2: MAHNUNG, DAZU WIRD DER KONTO-     *
      *                    AUSZUG DER OFFENEN POSTEN GEDRUCKT         *
      *                  - STUFE 3: WIE STUFE 2, DER USER WIRD FUER   *
      *                    DIE ESSENSBESTELLUNG (XXP0080) UND DIE     *
      *                    ZIEHUNG (XXP0043) GESPERRT, DER OPERATOR   *
      *                    ERHAELT EINE MELDUNG                       *
      *                  DIE STUFE SINKT NICHT, SOLANGE EIN SALDO     *
      *                  OFFEN IST. IST DER SALDO AUSGEGLICHEN, WIRD  *
      *                  DER USER AUF STUFE 0 ZURUECKGESETZT UND DIE  *
      *                  SPERRE AUFGEHOBEN. EINE VOM KASSENWART IN    *
      *                  XXP0244 ERTEILTE FREIGABE GILT BIS ZUM       *
      *                  FREIGABEDATUM (MNFRBI). STAND JE USER IN     *
      *                  PKKMAHN, JEDE AENDERUNG IN PKKMAHH.          *
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
      * PSCHULD: SCLFDN
      *-------------------------------------------------------------
           SELECT PSCHULD-DP
                  ASSIGN       TO  DATABASE-PSCHULD
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKKMAHN: MAHNSTAND JE USER
      *-------------------------------------------------------------
           SELECT PKKMAHN-DP
                  ASSIGN       TO  DATABASE-PKKMAHN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKKMAHH: MAHNHISTORIE
      *-------------------------------------------------------------
           SELECT PKKMAHH-DP
                  ASSIGN       TO  DATABASE-PKKMAHH
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *- XXF0243: SPOOLAUSGABE MAHNLAUF UND KONTOAUSZUEGE
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0243
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *- PSCHULD: SCLFDN
       FD  PSCHULD-DP
           LABEL RECORDS ARE STANDARD.
       01  PSCHULD-P.
           COPY DDS-ALL-FORMATS OF PSCHULD.
      /
      *--- PKKMAHN: MNUSER
       FD  PKKMAHN-DP
           LABEL RECORDS ARE STANDARD.
       01  PKKMAHN-P.
           COPY DDS-ALL-FORMATS OF PKKMAHN.
      /
      *--- PKKMAHH: MHLFDN
       FD  PKKMAHH-DP
           LABEL RECORDS ARE STANDARD.
       01  PKKMAHH-P.
           COPY DDS-ALL-FORMATS OF PKKMAHH.
      /
      *- XXF0243: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0243.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0243".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * PARAMETER FUER DIE NACHRICHTENZENTRALE (CFP0030)
       01  NOTIF-USER                    PIC X(10).
       01  NOTIF-SEV                     PIC X(1).
       01  NOTIF-TEXT                    PIC X(70).

      * STICHTAG DES LAUFES
       01  LAUF-DATUM                    PIC 9(8).

      * MAHNSTUFEN: MINDESTBETRAG, MINDESTALTER IN TAGEN UND DER
      * DARAUS ERRECHNETE STICHTAG FUER DIE AELTESTE SCHULD
       01  STF-IDX                       PIC 9(1).
       01  STF-TAB.
        05 STF-EINTRAG OCCURS 3.
         10 STF-BETRAG                   PIC 9(5)V9(2).
         10 STF-TAGE                     PIC 9(3).
         10 STF-STICHTAG                 PIC 9(8).
       01  CFG-SCHLUESSEL                PIC X(10).

      * OFFENE SALDEN JE USER
       01  USR-MAX                       PIC 9(3)  COMP VALUE 500.
       01  USR-ANZAHL                    PIC 9(3)  COMP.
       01  USR-IDX                       PIC 9(3)  COMP.
       01  USR-TAB.
        05 USR-EINTRAG OCCURS 500.
         10 USR-USER                     PIC X(10).
         10 USR-SALDO                    PIC S9(7)V9(2).
         10 USR-AELTEST                  PIC 9(8).
       01  USR-GEFUNDEN                  PIC 9(1).
       01  SUCH-USER                     PIC X(10).

      * BEWERTUNG DES USERS
       01  ALT-STUFE                     PIC 9(1).
       01  NEU-STUFE                     PIC 9(1).
       01  ALT-SPERRE                    PIC X(1).
       01  NEU-SPERRE                    PIC X(1).
       01  MAHN-DA                       PIC 9(1).
       01  HIST-ART                      PIC X(1).
       01  HIST-TEXT                     PIC X(40).

      * DATUMSRECHNUNG (STICHTAG = LAUFDATUM MINUS TAGE)
       01  HIST-STICHTAG                 PIC 9(8).
       01  STICH-RED REDEFINES HIST-STICHTAG.
        05 STI-JAHR                      PIC 9(4).
        05 STI-MONAT                     PIC 9(2).
        05 STI-TAG                       PIC 9(2).
       01  SUB-ANZAHL                    PIC 9(3)  COMP.
       01  MONAT-LAENGE                  PIC 9(2).
       01  SJA-WERT                      PIC 9(9).
       01  SJA-MODREST                   PIC 9(9).

      * ZAEHLER DES LAUFES
       77  ANZ-STUFE-1                   PIC 9(5)  COMP.
       77  ANZ-STUFE-2                   PIC 9(5)  COMP.
       77  ANZ-STUFE-3                   PIC 9(5)  COMP.
       77  ANZ-AUSGEGLICHEN              PIC 9(5)  COMP.

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DSP-BETRAG                    PIC Z(6)9,99-.
       01  DSP-ANZ-5                     PIC Z(4)9.
       01  DATUM-WRK                     PIC 9(8).
       01  DSP-DATUM                     PIC X(10).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * STICHTAG DES LAUFES (0 = HEUTE)
       01  X-DATUM                       PIC 9(8).
      * RUECKMELDUNG AN DEN AUFRUFER (LEER = OK)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-DATUM
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0243" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.
           INITIALIZE ANZ-STUFE-1 ANZ-STUFE-2 ANZ-STUFE-3
                      ANZ-AUSGEGLICHEN.

      * DATEIEN OEFFNEN
           OPEN     INPUT  PSCHULD-DP.
           OPEN     I-O    PKKMAHN-DP
                           PKKMAHH-DP.
           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

      * STICHTAG DES LAUFES
           PERFORM  COPY-GET-TIME.
           IF       X-DATUM = ZEROES
                    MOVE DATE-8  TO LAUF-DATUM
           ELSE
                    MOVE X-DATUM TO LAUF-DATUM
           END-IF.

      * SCHWELLEN DER DREI MAHNSTUFEN
           PERFORM  LESE-STUFEN.

      * OFFENE SALDEN JE USER SAMMELN
           PERFORM  SAMMLE-SALDEN.

           PERFORM  DRUCKE-KOPF.

      * AUSGEGLICHENE USER ZURUECKSETZEN
           PERFORM  ENTLASTE-AUSGEGLICHENE.

      * USER MIT OFFENEM SALDO BEWERTEN
           MOVE     ZEROES TO USR-IDX.

       ANF020.
           ADD      1 TO USR-IDX.
           IF       USR-IDX > USR-ANZAHL
                    GO TO ANF030
           END-IF.
           PERFORM  BEWERTE-USER.
           GO TO    ANF020.

       ANF030.
           PERFORM  DRUCKE-SUMME.

      * ABSCHLUSS IN DIE NACHRICHTENZENTRALE MELDEN
           MOVE     "*OPER"  TO NOTIF-USER.
           MOVE     "I"      TO NOTIF-SEV.
           MOVE     SPACES   TO NOTIF-TEXT.
           MOVE     ANZ-STUFE-3 TO DSP-ANZ-5.
           STRING   "MAHNLAUF KAFFEEKASSE BEENDET, NEU GESPERRT: "
                    DSP-ANZ-5
                    DELIMITED BY SIZE INTO NOTIF-TEXT
           END-STRING.
           CALL     "CFP0030" USING NOTIF-USER
                                    NOTIF-SEV
                                    PGM-WRK
                                    NOTIF-TEXT
           END-CALL.

       ENDE.
           CLOSE    PSCHULD-DP
                    PKKMAHN-DP
                    PKKMAHH-DP
                    DRUCK-DAT.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * SCHWELLEN DER MAHNSTUFEN AUS A400/KKMAHN1-3 LESEN UND DIE
      * STICHTAGE RECHNEN. OHNE KONFIGURATION GELTEN 5/10/20 EURO
      * BEI 14/30/60 TAGEN
      *--------------------------------------------------------------
       LESE-STUFEN SECTION.
       LES-STU-00.

           MOVE     5  TO STF-BETRAG(1).
           MOVE     14 TO STF-TAGE(1).
           MOVE     10 TO STF-BETRAG(2).
           MOVE     30 TO STF-TAGE(2).
           MOVE     20 TO STF-BETRAG(3).
           MOVE     60 TO STF-TAGE(3).

           MOVE     ZEROES TO STF-IDX.

       LES-STU-20.
           ADD      1 TO STF-IDX.
           IF       STF-IDX > 3
                    GO TO LES-STU-90
           END-IF.

           MOVE     SPACES   TO CFG-SCHLUESSEL.
           STRING   "KKMAHN" STF-IDX
                    DELIMITED BY SIZE INTO CFG-SCHLUESSEL
           END-STRING.
           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "A400"            TO CFID   OF CFG-CPY.
           MOVE     CFG-SCHLUESSEL    TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
                    IF   CFIN01 OF CFG-CPY(1:5) IS NUMERIC
                         MOVE CFIN01 OF CFG-CPY(1:5)
                                       TO STF-BETRAG(STF-IDX)
                    END-IF
                    IF   CFIN02 OF CFG-CPY(1:3) IS NUMERIC
                         MOVE CFIN02 OF CFG-CPY(1:3)
                                       TO STF-TAGE(STF-IDX)
                    END-IF
           END-IF.

      * STICHTAG: DIE AELTESTE OFFENE SCHULD MUSS AM ODER VOR
      * DIESEM TAG ENTSTANDEN SEIN
           MOVE     LAUF-DATUM        TO HIST-STICHTAG.
           MOVE     STF-TAGE(STF-IDX) TO SUB-ANZAHL.
           PERFORM  SUB-TAGE.
           MOVE     HIST-STICHTAG     TO STF-STICHTAG(STF-IDX).
           GO TO    LES-STU-20.

       LES-STU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE OFFENEN SCHULDEN JE USER AUFSUMMIEREN, DABEI DAS
      * DATUM DER AELTESTEN OFFENEN SCHULD MERKEN
      *--------------------------------------------------------------
       SAMMLE-SALDEN SECTION.
       SAM-SAL-00.

           INITIALIZE USR-ANZAHL USR-TAB.

           INITIALIZE PSCHULDF OF PSCHULD-P.
           START    PSCHULD-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SAM-SAL-90
           END-IF.

       SAM-SAL-20.
           READ     PSCHULD-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SAM-SAL-90
           END-IF.

           IF       SCSTAT OF PSCHULD-P NOT = "O"
                    GO TO SAM-SAL-20
           END-IF.

           MOVE     SCUSER OF PSCHULD-P TO SUCH-USER.
           PERFORM  SUCHE-USER.
           IF       USR-GEFUNDEN = ZEROES
                    IF   USR-ANZAHL NOT < USR-MAX
                         GO TO SAM-SAL-20
                    END-IF
                    ADD  1 TO USR-ANZAHL
                    MOVE USR-ANZAHL TO USR-IDX
                    MOVE SUCH-USER  TO USR-USER(USR-IDX)
                    MOVE SCBZDT OF PSCHULD-P TO USR-AELTEST(USR-IDX)
           END-IF.

           ADD      SCBETR OF PSCHULD-P TO USR-SALDO(USR-IDX).
           IF       SCBZDT OF PSCHULD-P < USR-AELTEST(USR-IDX)
                    MOVE SCBZDT OF PSCHULD-P TO USR-AELTEST(USR-IDX)
           END-IF.
           GO TO    SAM-SAL-20.

       SAM-SAL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUCH-USER IN DER SALDENTABELLE SUCHEN (USR-IDX)
      *--------------------------------------------------------------
       SUCHE-USER SECTION.
       SUC-USR-00.

           MOVE     ZEROES TO USR-GEFUNDEN.
           MOVE     1      TO USR-IDX.

       SUC-USR-20.
           IF       USR-IDX > USR-ANZAHL
                    GO TO SUC-USR-90
           END-IF.
           IF       USR-USER(USR-IDX) = SUCH-USER
                    MOVE 1 TO USR-GEFUNDEN
                    GO TO SUC-USR-90
           END-IF.
           ADD      1 TO USR-IDX.
           GO TO    SUC-USR-20.

       SUC-USR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * USER OHNE OFFENEN SALDO, DIE NOCH EINE MAHNSTUFE HABEN,
      * AUF STUFE 0 ZURUECKSETZEN UND EINE SPERRE AUFHEBEN
      *--------------------------------------------------------------
       ENTLASTE-AUSGEGLICHENE SECTION.
       ENT-AUS-00.

           INITIALIZE PKKMAHNF OF PKKMAHN-P.
           START    PKKMAHN-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ENT-AUS-90
           END-IF.

       ENT-AUS-20.
           READ     PKKMAHN-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ENT-AUS-90
           END-IF.

           IF       MNSTUF OF PKKMAHN-P = ZEROES
                    GO TO ENT-AUS-20
           END-IF.

           MOVE     MNUSER OF PKKMAHN-P TO SUCH-USER.
           PERFORM  SUCHE-USER.
           IF       USR-GEFUNDEN = 1
                    IF   USR-SALDO(USR-IDX) > ZEROES
                         GO TO ENT-AUS-20
                    END-IF
           END-IF.

           MOVE     MNSPER OF PKKMAHN-P TO ALT-SPERRE.
           MOVE     ZEROES            TO MNSTUF OF PKKMAHN-P.
           MOVE     "0"               TO MNSPER OF PKKMAHN-P.
           MOVE     ZEROES            TO MNFRBI OF PKKMAHN-P.
           MOVE     SPACES            TO MNFRUS OF PKKMAHN-P.
           MOVE     ZEROES            TO MNSALD OF PKKMAHN-P.
           MOVE     ZEROES            TO MNAELT OF PKKMAHN-P.
           MOVE     LAUF-DATUM        TO MNSTDT OF PKKMAHN-P.
           MOVE     LAUF-DATUM        TO MNLAUF OF PKKMAHN-P.
           PERFORM  FUELLE-AENDERUNG.
           REWRITE  PKKMAHN-P.

           MOVE     "A"               TO HIST-ART.
           MOVE     "SALDO AUSGEGLICHEN" TO HIST-TEXT.
           PERFORM  SCHREIBE-HISTORIE.
           ADD      1 TO ANZ-AUSGEGLICHEN.

           IF       ALT-SPERRE = "1"
                    MOVE MNUSER OF PKKMAHN-P TO NOTIF-USER
                    MOVE "I"      TO NOTIF-SEV
                    MOVE "KAFFEEKASSE: SALDO AUSGEGLICHEN - ENTSPERRT"
                                  TO NOTIF-TEXT
                    CALL "CFP0030" USING NOTIF-USER
                                         NOTIF-SEV
                                         PGM-WRK
                                         NOTIF-TEXT
                    END-CALL
           END-IF.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     MNUSER OF PKKMAHN-P   TO DRUCK-ZEILE(1:10).
           MOVE     "AUSGEGLICHEN - STUFE 0" TO DRUCK-ZEILE(34:22).
           PERFORM  DRUCKE-ZEILE.

           GO TO    ENT-AUS-20.

       ENT-AUS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DEN USER USR-IDX BEWERTEN: STUFE ERMITTELN, BEI HOEHERER
      * STUFE MAHNEN, SPERRE SETZEN ODER NACH ABLAUF DER FREIGABE
      * ERNEUERN
      *--------------------------------------------------------------
       BEWERTE-USER SECTION.
       BEW-USR-00.

      * HOECHSTE STUFE, DEREN BETRAG UND ALTER ERREICHT SIND
           MOVE     ZEROES TO NEU-STUFE.
           MOVE     ZEROES TO STF-IDX.

       BEW-USR-10.
           ADD      1 TO STF-IDX.
           IF       STF-IDX > 3
                    GO TO BEW-USR-20
           END-IF.
           IF       USR-SALDO(USR-IDX)   NOT < STF-BETRAG(STF-IDX)
            AND     USR-AELTEST(USR-IDX) NOT > STF-STICHTAG(STF-IDX)
                    MOVE STF-IDX TO NEU-STUFE
           END-IF.
           GO TO    BEW-USR-10.

       BEW-USR-20.
      * BISHERIGEN MAHNSTAND LESEN
           MOVE     ZEROES TO MAHN-DA.
           INITIALIZE PKKMAHNF OF PKKMAHN-P.
           MOVE     USR-USER(USR-IDX) TO MNUSER OF PKKMAHN-P.
           READ     PKKMAHN-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE 1 TO MAHN-DA
           ELSE
                    INITIALIZE PKKMAHNF OF PKKMAHN-P
                    MOVE USR-USER(USR-IDX) TO MNUSER OF PKKMAHN-P
                    MOVE "0"               TO MNSPER OF PKKMAHN-P
           END-IF.

      * NOCH NIE GEMAHNT UND KEINE STUFE ERREICHT: NICHTS ZU TUN
           IF       MAHN-DA = ZEROES
            AND     NEU-STUFE = ZEROES
                    GO TO BEW-USR-90
           END-IF.

           MOVE     MNSTUF OF PKKMAHN-P TO ALT-STUFE.
           MOVE     MNSPER OF PKKMAHN-P TO ALT-SPERRE.

      * SOLANGE EIN SALDO OFFEN IST, SINKT DIE STUFE NICHT
           IF       NEU-STUFE < ALT-STUFE
                    MOVE ALT-STUFE TO NEU-STUFE
           END-IF.

      * SPERRE AB STUFE 3, AUSSER WAEHREND EINER FREIGABE
           MOVE     "0" TO NEU-SPERRE.
           IF       NEU-STUFE = 3
            AND     MNFRBI OF PKKMAHN-P < LAUF-DATUM
                    MOVE "1" TO NEU-SPERRE
           END-IF.

           MOVE     NEU-STUFE          TO MNSTUF OF PKKMAHN-P.
           MOVE     NEU-SPERRE         TO MNSPER OF PKKMAHN-P.
           MOVE     USR-SALDO(USR-IDX) TO MNSALD OF PKKMAHN-P.
           MOVE     USR-AELTEST(USR-IDX) TO MNAELT OF PKKMAHN-P.
           MOVE     LAUF-DATUM         TO MNLAUF OF PKKMAHN-P.
           IF       NEU-STUFE > ALT-STUFE
                    MOVE LAUF-DATUM    TO MNSTDT OF PKKMAHN-P
           END-IF.
      * ABGELAUFENE FREIGABE LOESCHEN
           IF       NEU-SPERRE = "1"
                    MOVE ZEROES        TO MNFRBI OF PKKMAHN-P
                    MOVE SPACES        TO MNFRUS OF PKKMAHN-P
           END-IF.

           IF       MAHN-DA = ZEROES
                    PERFORM  COPY-GET-TIME
                    MOVE T-USER        TO MNAUSR OF PKKMAHN-P
                    MOVE T-TERM        TO MNABS  OF PKKMAHN-P
                    MOVE PGM-WRK       TO MNAPGM OF PKKMAHN-P
                    MOVE DATE-8        TO MNADTA OF PKKMAHN-P
                    MOVE TIME-6        TO MNATIA OF PKKMAHN-P
                    WRITE   PKKMAHN-P
           ELSE
                    PERFORM FUELLE-AENDERUNG
                    REWRITE PKKMAHN-P
           END-IF.

      * HOEHERE STUFE ERREICHT: MAHNEN
           IF       NEU-STUFE > ALT-STUFE
                    PERFORM MAHNE-USER
                    GO TO BEW-USR-90
           END-IF.

      * FREIGABE ABGELAUFEN: WIEDER GESPERRT
           IF       NEU-SPERRE = "1"
            AND     ALT-SPERRE NOT = "1"
                    MOVE "S" TO HIST-ART
                    MOVE "FREIGABE ABGELAUFEN, WIEDER GESPERRT"
                                    TO HIST-TEXT
                    PERFORM SCHREIBE-HISTORIE
                    PERFORM MELDE-SPERRE
           END-IF.

       BEW-USR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DIE MASSNAHME DER NEU ERREICHTEN STUFE AUSFUEHREN
      *--------------------------------------------------------------
       MAHNE-USER SECTION.
       MAH-USR-00.

           MOVE     "M" TO HIST-ART.
           MOVE     SPACES TO HIST-TEXT.
           STRING   "MAHNSTUFE " NEU-STUFE " ERREICHT"
                    DELIMITED BY SIZE INTO HIST-TEXT
           END-STRING.
           PERFORM  SCHREIBE-HISTORIE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     USR-USER(USR-IDX)     TO DRUCK-ZEILE(1:10).
           MOVE     USR-SALDO(USR-IDX)    TO DSP-BETRAG.
           MOVE     DSP-BETRAG            TO DRUCK-ZEILE(12:11).
           MOVE     USR-AELTEST(USR-IDX)  TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(24:10).
           MOVE     "STUFE"               TO DRUCK-ZEILE(36:5).
           MOVE     NEU-STUFE             TO DRUCK-ZEILE(42:1).
           IF       NEU-SPERRE = "1"
                    MOVE "GESPERRT"       TO DRUCK-ZEILE(45:8)
           END-IF.
           PERFORM  DRUCKE-ZEILE.

           MOVE     USR-SALDO(USR-IDX) TO DSP-BETRAG.
           MOVE     USR-USER(USR-IDX)  TO NOTIF-USER.
           MOVE     SPACES             TO NOTIF-TEXT.

           EVALUATE NEU-STUFE
                    WHEN 1
                         ADD  1 TO ANZ-STUFE-1
                         MOVE "I" TO NOTIF-SEV
                         STRING "KAFFEEKASSE: OFFEN SIND "
                                DSP-BETRAG
                                " EUR - BITTE BEGLEICHEN, DANKE"
                                DELIMITED BY SIZE INTO NOTIF-TEXT
                         END-STRING
                    WHEN 2
                         ADD  1 TO ANZ-STUFE-2
                         MOVE "W" TO NOTIF-SEV
                         STRING "KAFFEEKASSE MAHNUNG: OFFEN "
                                DSP-BETRAG
                                " EUR, KONTOAUSZUG ANBEI (SPOOL)"
                                DELIMITED BY SIZE INTO NOTIF-TEXT
                         END-STRING
                         PERFORM DRUCKE-AUSZUG
                    WHEN OTHER
                         ADD  1 TO ANZ-STUFE-3
                         MOVE "E" TO NOTIF-SEV
                         STRING "KAFFEEKASSE: OFFEN "
                                DSP-BETRAG
                                " EUR - ESSENSBESTELLUNG GESPERRT"
                                DELIMITED BY SIZE INTO NOTIF-TEXT
                         END-STRING
                         PERFORM DRUCKE-AUSZUG
           END-EVALUATE.

           CALL     "CFP0030" USING NOTIF-USER
                                    NOTIF-SEV
                                    PGM-WRK
                                    NOTIF-TEXT
           END-CALL.

      * BEI DER SPERRE AUCH DEN OPERATOR INFORMIEREN
           IF       NEU-SPERRE = "1"
                    PERFORM MELDE-SPERRE
           END-IF.

       MAH-USR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SPERRE DES USERS AN DEN OPERATOR MELDEN
      *--------------------------------------------------------------
       MELDE-SPERRE SECTION.
       MEL-SPE-00.

           MOVE     USR-SALDO(USR-IDX) TO DSP-BETRAG.
           MOVE     "*OPER"  TO NOTIF-USER.
           MOVE     "W"      TO NOTIF-SEV.
           MOVE     SPACES   TO NOTIF-TEXT.
           STRING   "KAFFEEKASSE: "
                    USR-USER(USR-IDX)
                    " GESPERRT, OFFEN "
                    DSP-BETRAG
                    " EUR"
                    DELIMITED BY SIZE INTO NOTIF-TEXT
           END-STRING.
           CALL     "CFP0030" USING NOTIF-USER
                                    NOTIF-SEV
                                    PGM-WRK
                                    NOTIF-TEXT
           END-CALL.

       MEL-SPE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINEN EINTRAG IN DIE MAHNHISTORIE SCHREIBEN (HIST-ART,
      * HIST-TEXT, STAND AUS PKKMAHN)
      *--------------------------------------------------------------
       SCHREIBE-HISTORIE SECTION.
       SCH-HIS-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PKKMAHHF OF PKKMAHH-P.
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PKKMAHH" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK            TO MHLFDN OF PKKMAHH-P.

           MOVE     MNUSER OF PKKMAHN-P TO MHUSER OF PKKMAHH-P.
           MOVE     HIST-ART            TO MHART  OF PKKMAHH-P.
           MOVE     MNSTUF OF PKKMAHN-P TO MHSTUF OF PKKMAHH-P.
           MOVE     MNSALD OF PKKMAHN-P TO MHSALD OF PKKMAHH-P.
           MOVE     LAUF-DATUM          TO MHDATU OF PKKMAHH-P.
           MOVE     HIST-TEXT           TO MHTEXT OF PKKMAHH-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO MHAUSR OF PKKMAHH-P.
           MOVE     T-TERM            TO MHABS  OF PKKMAHH-P.
           MOVE     PGM-WRK           TO MHAPGM OF PKKMAHH-P.
           MOVE     DATE-8            TO MHADTA OF PKKMAHH-P.
           MOVE     TIME-6            TO MHATIA OF PKKMAHH-P.

           WRITE    PKKMAHH-P.

       SCH-HIS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AENDERUNGSDATEN DES MAHNSTANDS FUELLEN
      *--------------------------------------------------------------
       FUELLE-AENDERUNG SECTION.
       FUE-AEN-00.

           PERFORM  COPY-GET-TIME.
           MOVE     T-USER            TO MNMSER OF PKKMAHN-P.
           MOVE     T-TERM            TO MNMBS  OF PKKMAHN-P.
           MOVE     PGM-WRK           TO MNMPGM OF PKKMAHN-P.
           MOVE     DATE-8            TO MNMDTA OF PKKMAHN-P.
           MOVE     TIME-6            TO MNMTIA OF PKKMAHN-P.

       FUE-AEN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KONTOAUSZUG DER OFFENEN POSTEN DES USERS USR-IDX DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-AUSZUG SECTION.
       DRU-AUS-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     "KONTOAUSZUG KAFFEEKASSE" TO DRUCK-ZEILE(5:23).
           MOVE     USR-USER(USR-IDX)     TO DRUCK-ZEILE(30:10).
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     ALL "-" TO DRUCK-ZEILE(5:35).
           PERFORM  DRUCKE-ZEILE.

           INITIALIZE PSCHULDF OF PSCHULD-P.
           START    PSCHULD-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-AUS-50
           END-IF.

       DRU-AUS-20.
           READ     PSCHULD-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-AUS-50
           END-IF.
           IF       SCUSER OF PSCHULD-P NOT = USR-USER(USR-IDX)
            OR      SCSTAT OF PSCHULD-P NOT = "O"
                    GO TO DRU-AUS-20
           END-IF.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     SCBZDT OF PSCHULD-P   TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(5:10).
           MOVE     SCBETR OF PSCHULD-P   TO DSP-BETRAG.
           MOVE     DSP-BETRAG            TO DRUCK-ZEILE(29:11).
           PERFORM  DRUCKE-ZEILE.
           GO TO    DRU-AUS-20.

       DRU-AUS-50.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "OFFENER SALDO:"      TO DRUCK-ZEILE(5:14).
           MOVE     USR-SALDO(USR-IDX)    TO DSP-BETRAG.
           MOVE     DSP-BETRAG            TO DRUCK-ZEILE(29:11).
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

       DRU-AUS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DATUM-WRK (JJJJMMTT) ALS TT.MM.JJJJ NACH DSP-DATUM
      *--------------------------------------------------------------
       FORMATIERE-DATUM SECTION.
       FOR-DAT-00.

           MOVE     SPACES            TO DSP-DATUM.
           MOVE     DATUM-WRK(7:2)    TO DSP-DATUM(1:2).
           MOVE     "."               TO DSP-DATUM(3:1).
           MOVE     DATUM-WRK(5:2)    TO DSP-DATUM(4:2).
           MOVE     "."               TO DSP-DATUM(6:1).
           MOVE     DATUM-WRK(1:4)    TO DSP-DATUM(7:4).

       FOR-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPF DES MAHNLAUFS MIT DEN STUFENSCHWELLEN
      *--------------------------------------------------------------
       DRUCKE-KOPF SECTION.
       DRU-KOP-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "MAHNLAUF KAFFEEKASSE" TO DRUCK-ZEILE(1:20).
           MOVE     "STICHTAG"            TO DRUCK-ZEILE(24:8).
           MOVE     LAUF-DATUM            TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(33:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ZEROES TO STF-IDX.

       DRU-KOP-20.
           ADD      1 TO STF-IDX.
           IF       STF-IDX > 3
                    GO TO DRU-KOP-50
           END-IF.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "STUFE"               TO DRUCK-ZEILE(1:5).
           MOVE     STF-IDX               TO DRUCK-ZEILE(7:1).
           MOVE     "AB"                  TO DRUCK-ZEILE(9:2).
           MOVE     STF-BETRAG(STF-IDX)   TO DSP-BETRAG.
           MOVE     DSP-BETRAG            TO DRUCK-ZEILE(12:11).
           MOVE     "EUR, AELTESTE SCHULD VOR DEM"
                                          TO DRUCK-ZEILE(24:28).
           MOVE     STF-STICHTAG(STF-IDX) TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(53:10).
           PERFORM  DRUCKE-ZEILE.
           GO TO    DRU-KOP-20.

       DRU-KOP-50.
           MOVE     ALL "=" TO DRUCK-ZEILE(1:62).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "USER"                TO DRUCK-ZEILE(1:4).
           MOVE     "SALDO"               TO DRUCK-ZEILE(17:5).
           MOVE     "AELTESTE"            TO DRUCK-ZEILE(24:8).
           MOVE     "ERGEBNIS"            TO DRUCK-ZEILE(36:8).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

       DRU-KOP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUMMEN DES MAHNLAUFS
      *--------------------------------------------------------------
       DRUCKE-SUMME SECTION.
       DRU-SUM-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "=" TO DRUCK-ZEILE(1:62).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "NEU STUFE 1:"        TO DRUCK-ZEILE(1:12).
           MOVE     ANZ-STUFE-1           TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(20:5).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "NEU STUFE 2:"        TO DRUCK-ZEILE(1:12).
           MOVE     ANZ-STUFE-2           TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(20:5).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "NEU STUFE 3:"        TO DRUCK-ZEILE(1:12).
           MOVE     ANZ-STUFE-3           TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(20:5).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "AUSGEGLICHEN:"       TO DRUCK-ZEILE(1:13).
           MOVE     ANZ-AUSGEGLICHEN      TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(20:5).
           PERFORM  DRUCKE-ZEILE.

       DRU-SUM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE BERICHTSZEILE IN DIE SPOOLDATEI SCHREIBEN
      *--------------------------------------------------------------
       DRUCKE-ZEILE SECTION.
       DRU-ZEI-00.

           MOVE     SPACES      TO RPZEIL OF DRUCK-REC.
           MOVE     DRUCK-ZEILE TO RPZEIL OF DRUCK-REC.
           WRITE    DRUCK-REC FORMAT IS "FMT01".

       DRU-ZEI-90.
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
           PERFORM  MONATS-LAENGE.
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
       MONATS-LAENGE SECTION.
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
      *                  SCHALTJAHRESPRUEFUNG
                         MOVE 28 TO MONAT-LAENGE
                         DIVIDE STI-JAHR BY 4   GIVING SJA-WERT
                                REMAINDER SJA-MODREST
                         IF   SJA-MODREST = ZEROES
                              MOVE 29 TO MONAT-LAENGE
                         END-IF
                         DIVIDE STI-JAHR BY 100 GIVING SJA-WERT
                                REMAINDER SJA-MODREST
                         IF   SJA-MODREST = ZEROES
                              MOVE 28 TO MONAT-LAENGE
                         END-IF
                         DIVIDE STI-JAHR BY 400 GIVING SJA-WERT
                                REMAINDER SJA-MODREST
                         IF   SJA-MODREST = ZEROES
                              MOVE 29 TO MONAT-LAENGE
                         END-IF
           END-EVALUATE.

       MON-LAE-90.
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
