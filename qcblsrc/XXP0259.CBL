       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0259.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * STEMPELUNGEN DER AUSWEISLESER NACH PSTRTIM UEBERNEHMEN        *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LIEST DEN TAGESEXPORT DER AUSWEISLESER       *
      *                  (ZEILENWEISE NACH PBADIMP KOPIERT) MIT DEN   *
      *                  SPALTEN AUSWEIS;DATUM;UHRZEIT;RICHTUNG.      *
      *                  ZEILEN OHNE GUELTIGES DATUM (KOPFZEILEN)     *
      *                  WERDEN UEBERLESEN. RICHTUNG K/E/I/1 =        *
      *                  KOMMEN, G/A/O/2 = GEHEN, LEER = KOMMEN,      *
      *                  WENN KEIN OFFENER EINTRAG DA IST, SONST      *
      *                  GEHEN.                                       *
      *                  - DER AUSWEIS WIRD UEBER DIE KONFIGURATION   *
      *                    H058 (CFKEY = AUSWEIS, CFIN01 = USER,      *
      *                    CFIN02 = S GESPERRT) EINEM USER ZUGEORDNET.*
      *                  - KOMMEN LEGT EINEN EINTRAG IN PSTRTIM AN    *
      *                    (STDTS/STTIS), GEHEN VERVOLLSTAENDIGT DEN  *
      *                    OFFENEN EINTRAG DES USERS VOM SELBEN ODER  *
      *                    VORTAG (STDTE/STTIE).                      *
      *                  - STEMPELUNGEN INNERHALB WENIGER MINUTEN     *
      *                    (A400/BADGEIMP CFIN01, STANDARD 3) NEBEN   *
      *                    EINER SCHON ERFASSTEN ZEIT DES USERS SIND  *
      *                    DOPPELTE ODER PRELLENDE BUCHUNGEN UND      *
      *                    WERDEN VERWORFEN.                          *
      *                  - VON EINEM VORGESETZTEN IN XXP0068          *
      *                    KORRIGIERTE EINTRAEGE (STKORU) WERDEN NIE  *
      *                    UEBERSCHRIEBEN.                            *
      *                  - UNBEKANNTE AUSWEISE UND ABGEWIESENE        *
      *                    STEMPELUNGEN GEHEN IN DIE ABWEISUNGSLISTE  *
      *                    PBADREJ UND INS PROTOKOLL (XXF0259).       *
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
      * PBADIMP: TAGESEXPORT DER AUSWEISLESER ALS CSV-ZEILEN
      *-------------------------------------------------------------
           SELECT PBADIMP-DP
                  ASSIGN       TO  DATABASE-PBADIMP
                  ORGANIZATION IS  SEQUENTIAL
                  ACCESS       IS  SEQUENTIAL
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
      * PBADREJ: ABWEISUNGSLISTE AUSWEISSTEMPELUNGEN
      *-------------------------------------------------------------
           SELECT PBADREJ-DP
                  ASSIGN       TO  DATABASE-PBADREJ
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *- XXF0259: SPOOLAUSGABE IMPORTPROTOKOLL
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0259
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PBADIMP: CSV-ZEILEN
       FD  PBADIMP-DP
           LABEL RECORDS ARE STANDARD.
       01  PBADIMP-P.
           COPY DDS-ALL-FORMATS OF PBADIMP.
      /
      *--- PSTRTIM: STLFDN
       FD  PSTRTIM-DP
           LABEL RECORDS ARE STANDARD.
       01  PSTRTIM-P.
           COPY DDS-ALL-FORMATS OF PSTRTIM.
      /
      *--- PBADREJ: BJLFDN
       FD  PBADREJ-DP
           LABEL RECORDS ARE STANDARD.
       01  PBADREJ-P.
           COPY DDS-ALL-FORMATS OF PBADREJ.
      /
      *- XXF0259: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0259.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0259".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * PARAMETER FUER DIE NACHRICHTENZENTRALE (CFP0030)
       01  NOTIF-USER                    PIC X(10).
       01  NOTIF-SEV                     PIC X(1).
       01  NOTIF-TEXT                    PIC X(70).

      * PRELLFENSTER IN MINUTEN
       01  FENSTER-MIN                   PIC 9(3).

      * ZERLEGTE CSV-ZEILE
       01  IMP-ZEILE                     PIC X(256).
       01  CSV-AUSWEIS                   PIC X(30).
       01  CSV-DATUM                     PIC X(20).
       01  CSV-ZEIT                      PIC X(20).
       01  CSV-RICHT                     PIC X(10).
       01  ZEILE-OK                      PIC 9(1).

      * STEMPELUNG AUS DER ZEILE
       01  PUN-AUSWEIS                   PIC X(20).
       01  PUN-DATUM                     PIC 9(8).
       01  PUN-ZEIT                      PIC 9(6).
       01  PUN-RICHT                     PIC X(1).
       01  PUN-USER                      PIC X(10).
       01  PUN-MIN                       PIC 9(4).
       01  PUN-VORTAG                    PIC 9(8).

      * ARBEITSFELDER DER ZERLEGUNG
       01  POS-I                         PIC 9(3)  COMP.
       01  ANZ-LEER                      PIC 9(3)  COMP.
       01  ZEICHEN                       PIC X(1).
       01  ZIFFERN                       PIC X(8).
       01  ZIFFERN-ANZ                   PIC 9(3)  COMP.
       01  ZEIT-WRK                      PIC 9(6).
       01  ZEIT-WRK-RED REDEFINES ZEIT-WRK.
        05 ZW-STD                        PIC 9(2).
        05 ZW-MIN                        PIC 9(2).
        05 ZW-SEK                        PIC 9(2).
       01  MIN-VGL                       PIC 9(4).
       01  MIN-DIFF                      PIC 9(4).

      * TAG MINUS EINS (VORTAG FUER NACHTSCHICHTEN)
       01  STICHTAG                      PIC 9(8).
       01  STICHTAG-RED REDEFINES STICHTAG.
        05 STI-JAHR                      PIC 9(4).
        05 STI-MONAT                     PIC 9(2).
        05 STI-TAG                       PIC 9(2).
       01  MONAT-LAENGE                  PIC 9(2).
       01  SJA-WERT                      PIC 9(9).
       01  SJA-MODREST                   PIC 9(9).

      * ZEITRAUM DES EXPORTS
       01  IMP-VON                       PIC 9(8).
       01  IMP-BIS                       PIC 9(8).

      * EINTRAEGE IN PSTRTIM IM ZEITRAUM DES EXPORTS
       01  ZT-TABELLE.
        05 ZT-EINTRAG                    OCCURS 3000.
         10 ZT-LFDN                      LIKE STLFDN OF PSTRTIM-P.
         10 ZT-USER                      PIC X(10).
         10 ZT-DTS                       PIC 9(8).
         10 ZT-TIS                       PIC 9(6).
         10 ZT-DTE                       PIC 9(8).
         10 ZT-TIE                       PIC 9(6).
         10 ZT-KOR                       PIC X(1).
       77  ZT-ANZ                        PIC 9(5)  COMP.
       77  ZT-MAX                        PIC 9(5)  COMP VALUE 3000.
       77  ZT-IDX                        PIC 9(5)  COMP.
       77  ZT-OFFEN                      PIC 9(5)  COMP.
       77  ZT-DECKT                      PIC 9(5)  COMP.

      * ERGEBNIS DER PRUEFUNGEN
       01  PRELLER                       PIC 9(1).
       01  ABW-GRUND                     PIC X(1).

      * ZAEHLER DES LAUFES
       77  ANZ-ZEILEN                    PIC 9(5)  COMP.
       77  ANZ-KOMMEN                    PIC 9(5)  COMP.
       77  ANZ-GEHEN                     PIC 9(5)  COMP.
       77  ANZ-PRELLER                   PIC 9(5)  COMP.
       77  ANZ-ABGEWIESEN                PIC 9(5)  COMP.

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DATUM-WRK                     PIC 9(8).
       01  DSP-DATUM                     PIC X(10).
       01  DSP-ZEIT                      PIC X(8).
       01  DSP-ANZ-5                     PIC Z(4)9.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * RUECKMELDUNG AN DEN AUFRUFER (LEER = OK)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0259" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.
           INITIALIZE ANZ-ZEILEN ANZ-KOMMEN ANZ-GEHEN ANZ-PRELLER
                      ANZ-ABGEWIESEN.

      * DATEIEN OEFFNEN
           OPEN     I-O    PSTRTIM-DP
                           PBADREJ-DP.
           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

      * PRELLFENSTER AUS A400/BADGEIMP, STANDARD 3 MINUTEN
           MOVE     3 TO FENSTER-MIN.
           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "A400"            TO CFID   OF CFG-CPY.
           MOVE     "BADGEIMP"        TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
            AND     CFIN01 OF CFG-CPY(1:3) IS NUMERIC
                    MOVE CFIN01 OF CFG-CPY(1:3) TO FENSTER-MIN
           END-IF.

      * ERSTER DURCHLAUF: ZEITRAUM DES EXPORTS ERMITTELN
           PERFORM  ERMITTLE-ZEITRAUM.
           IF       IMP-VON = ZEROES
                    MOVE "AUSWEISIMPORT: KEINE STEMPELUNGEN IM EXPORT"
                                       TO NOTIF-TEXT
                    PERFORM MELDE-FEHLER
                    GO TO ENDE
           END-IF.

      * BESTEHENDE EINTRAEGE DES ZEITRAUMS (AB VORTAG) LADEN
           PERFORM  LADE-EINTRAEGE.

      * ZWEITER DURCHLAUF: STEMPELUNGEN VERARBEITEN
           PERFORM  DRUCKE-KOPF.
           PERFORM  VERARBEITE-EXPORT.
           PERFORM  DRUCKE-SUMME.

      * ABSCHLUSS IN DIE NACHRICHTENZENTRALE MELDEN
           MOVE     "*OPER"  TO NOTIF-USER.
           IF       ANZ-ABGEWIESEN = ZEROES
                    MOVE "I" TO NOTIF-SEV
           ELSE
                    MOVE "W" TO NOTIF-SEV
           END-IF.
           MOVE     SPACES   TO NOTIF-TEXT.
           MOVE     ANZ-KOMMEN TO DSP-ANZ-5.
           STRING   "AUSWEISIMPORT: KOMMEN "
                    DSP-ANZ-5
                    DELIMITED BY SIZE INTO NOTIF-TEXT
           END-STRING.
           MOVE     ANZ-GEHEN TO DSP-ANZ-5.
           STRING   ", GEHEN "
                    DSP-ANZ-5
                    DELIMITED BY SIZE INTO NOTIF-TEXT(28:13)
           END-STRING.
           MOVE     ANZ-ABGEWIESEN TO DSP-ANZ-5.
           STRING   ", ABGEWIESEN "
                    DSP-ANZ-5
                    DELIMITED BY SIZE INTO NOTIF-TEXT(41:18)
           END-STRING.
           CALL     "CFP0030" USING NOTIF-USER
                                    NOTIF-SEV
                                    PGM-WRK
                                    NOTIF-TEXT
           END-CALL.

       ENDE.
           CLOSE    PSTRTIM-DP
                    PBADREJ-DP
                    DRUCK-DAT.

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
      * ERSTER DURCHLAUF: ERSTER UND LETZTER TAG DES EXPORTS
      *--------------------------------------------------------------
       ERMITTLE-ZEITRAUM SECTION.
       ERM-ZTR-00.

           INITIALIZE IMP-VON IMP-BIS.

           OPEN     INPUT PBADIMP-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERM-ZTR-90
           END-IF.

       ERM-ZTR-20.
           READ     PBADIMP-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERM-ZTR-80
           END-IF.

           PERFORM  ZERLEGE-ZEILE.
           IF       ZEILE-OK = ZEROES
                    GO TO ERM-ZTR-20
           END-IF.

           IF       IMP-VON = ZEROES
            OR      PUN-DATUM < IMP-VON
                    MOVE PUN-DATUM TO IMP-VON
           END-IF.
           IF       PUN-DATUM > IMP-BIS
                    MOVE PUN-DATUM TO IMP-BIS
           END-IF.
           GO TO    ERM-ZTR-20.

       ERM-ZTR-80.
           CLOSE    PBADIMP-DP.

       ERM-ZTR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE PSTRTIM-EINTRAEGE VOM VORTAG DES ERSTEN BIS ZUM LETZTEN
      * TAG DES EXPORTS IN DIE TABELLE LADEN
      *--------------------------------------------------------------
       LADE-EINTRAEGE SECTION.
       LAD-EIN-00.

           INITIALIZE ZT-ANZ.
           MOVE     IMP-VON TO STICHTAG.
           PERFORM  SUB-EIN-TAG.

           INITIALIZE PSTRTIMF OF PSTRTIM-P.
           START    PSTRTIM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-EIN-90
           END-IF.

       LAD-EIN-20.
           READ     PSTRTIM-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-EIN-90
           END-IF.

           IF       STDTS OF PSTRTIM-P < STICHTAG
            OR      STDTS OF PSTRTIM-P > IMP-BIS
                    GO TO LAD-EIN-20
           END-IF.
           IF       ZT-ANZ NOT < ZT-MAX
                    GO TO LAD-EIN-90
           END-IF.

           ADD      1 TO ZT-ANZ.
           MOVE     STLFDN OF PSTRTIM-P TO ZT-LFDN(ZT-ANZ).
           MOVE     STUSER OF PSTRTIM-P TO ZT-USER(ZT-ANZ).
           MOVE     STDTS  OF PSTRTIM-P TO ZT-DTS(ZT-ANZ).
           MOVE     STTIS  OF PSTRTIM-P TO ZT-TIS(ZT-ANZ).
           MOVE     STDTE  OF PSTRTIM-P TO ZT-DTE(ZT-ANZ).
           MOVE     STTIE  OF PSTRTIM-P TO ZT-TIE(ZT-ANZ).
           MOVE     SPACES              TO ZT-KOR(ZT-ANZ).
           IF       STKORU OF PSTRTIM-P NOT = SPACES
                    MOVE "1" TO ZT-KOR(ZT-ANZ)
           END-IF.
           GO TO    LAD-EIN-20.

       LAD-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZWEITER DURCHLAUF: JEDE STEMPELUNG PRUEFEN UND BUCHEN ODER
      * ABWEISEN
      *--------------------------------------------------------------
       VERARBEITE-EXPORT SECTION.
       VER-EXP-00.

           OPEN     INPUT PBADIMP-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-EXP-90
           END-IF.

       VER-EXP-20.
           READ     PBADIMP-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-EXP-80
           END-IF.

           PERFORM  ZERLEGE-ZEILE.
           IF       ZEILE-OK = ZEROES
                    GO TO VER-EXP-20
           END-IF.
           ADD      1 TO ANZ-ZEILEN.

           PERFORM  VERARBEITE-STEMPELUNG.
           IF       ABW-GRUND NOT = SPACES
                    PERFORM SCHREIBE-ABWEISUNG
                    PERFORM DRUCKE-ABWEISUNG
           END-IF.
           GO TO    VER-EXP-20.

       VER-EXP-80.
           CLOSE    PBADIMP-DP.

       VER-EXP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE CSV-ZEILE ZERLEGEN. ZEILE-OK = 1, WENN EIN GUELTIGES
      * DATUM GEFUNDEN WURDE (SONST KOPF- ODER LEERZEILE). EINE
      * UNGUELTIGE UHRZEIT BLEIBT ALS PUN-ZEIT = 999999 STEHEN
      *--------------------------------------------------------------
       ZERLEGE-ZEILE SECTION.
       ZER-ZEI-00.

           MOVE     ZEROES TO ZEILE-OK.
           MOVE     BIZEIL OF PBADIMP-P TO IMP-ZEILE.

      * ANFUEHRUNGSZEICHEN DES EXPORTS ENTFERNEN
           INSPECT  IMP-ZEILE REPLACING ALL QUOTE BY SPACE.
           INSPECT  IMP-ZEILE CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE     SPACES TO CSV-AUSWEIS CSV-DATUM CSV-ZEIT
                              CSV-RICHT.
           UNSTRING IMP-ZEILE DELIMITED BY ";"
                    INTO CSV-AUSWEIS
                         CSV-DATUM
                         CSV-ZEIT
                         CSV-RICHT
           END-UNSTRING.

      * DATUM TT.MM.JJJJ
           PERFORM  LESE-DATUM.
           IF       PUN-DATUM = ZEROES
                    GO TO ZER-ZEI-90
           END-IF.

      * UHRZEIT HH:MM ODER HH:MM:SS
           PERFORM  LESE-ZEIT.

      * AUSWEISNUMMER LINKSBUENDIG
           MOVE     ZEROES TO ANZ-LEER.
           INSPECT  CSV-AUSWEIS TALLYING ANZ-LEER FOR LEADING SPACES.
           MOVE     SPACES TO PUN-AUSWEIS.
           IF       ANZ-LEER < 30
                    MOVE CSV-AUSWEIS(ANZ-LEER + 1:) TO PUN-AUSWEIS
           END-IF.

      * RICHTUNG: ERSTES ZEICHEN DER SPALTE
           MOVE     ZEROES TO ANZ-LEER.
           INSPECT  CSV-RICHT TALLYING ANZ-LEER FOR LEADING SPACES.
           MOVE     SPACES TO ZEICHEN.
           IF       ANZ-LEER < 10
                    MOVE CSV-RICHT(ANZ-LEER + 1:1) TO ZEICHEN
           END-IF.
           EVALUATE ZEICHEN
                    WHEN "K"
                    WHEN "E"
                    WHEN "I"
                    WHEN "1"
                         MOVE "K"    TO PUN-RICHT
                    WHEN "G"
                    WHEN "A"
                    WHEN "O"
                    WHEN "2"
                         MOVE "G"    TO PUN-RICHT
                    WHEN OTHER
                         MOVE SPACES TO PUN-RICHT
           END-EVALUATE.

           MOVE     1 TO ZEILE-OK.

       ZER-ZEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DATUM AUS DEN ZIFFERN VON CSV-DATUM (TTMMJJJJ) ERMITTELN,
      * PUN-DATUM = 0 BEI UNGUELTIGEM DATUM
      *--------------------------------------------------------------
       LESE-DATUM SECTION.
       LES-DAT-00.

           MOVE     ZEROES TO PUN-DATUM.
           MOVE     SPACES TO ZIFFERN.
           MOVE     ZEROES TO ZIFFERN-ANZ.
           MOVE     1      TO POS-I.

       LES-DAT-20.
           IF       POS-I > 20
                    GO TO LES-DAT-50
           END-IF.
           MOVE     CSV-DATUM(POS-I:1) TO ZEICHEN.
           IF       ZEICHEN IS NUMERIC
                    ADD 1 TO ZIFFERN-ANZ
                    IF   ZIFFERN-ANZ > 8
                         GO TO LES-DAT-90
                    END-IF
                    MOVE ZEICHEN TO ZIFFERN(ZIFFERN-ANZ:1)
           END-IF.
           ADD      1 TO POS-I.
           GO TO    LES-DAT-20.

       LES-DAT-50.
           IF       ZIFFERN-ANZ NOT = 8
                    GO TO LES-DAT-90
           END-IF.

      * TTMMJJJJ NACH JJJJMMTT
           MOVE     ZIFFERN(5:4) TO PUN-DATUM(1:4).
           MOVE     ZIFFERN(3:2) TO PUN-DATUM(5:2).
           MOVE     ZIFFERN(1:2) TO PUN-DATUM(7:2).

           IF       PUN-DATUM(5:2) < "01"
            OR      PUN-DATUM(5:2) > "12"
            OR      PUN-DATUM(7:2) < "01"
            OR      PUN-DATUM(7:2) > "31"
                    MOVE ZEROES TO PUN-DATUM
           END-IF.

       LES-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * UHRZEIT AUS DEN ZIFFERN VON CSV-ZEIT (HHMM ODER HHMMSS)
      * ERMITTELN, PUN-ZEIT = 999999 BEI UNGUELTIGER UHRZEIT
      *--------------------------------------------------------------
       LESE-ZEIT SECTION.
       LES-ZEI-00.

           MOVE     999999 TO PUN-ZEIT.
           MOVE     ZEROES TO ZIFFERN.
           MOVE     ZEROES TO ZIFFERN-ANZ.
           MOVE     1      TO POS-I.

       LES-ZEI-20.
           IF       POS-I > 20
                    GO TO LES-ZEI-50
           END-IF.
           MOVE     CSV-ZEIT(POS-I:1) TO ZEICHEN.
           IF       ZEICHEN IS NUMERIC
                    ADD 1 TO ZIFFERN-ANZ
                    IF   ZIFFERN-ANZ > 6
                         GO TO LES-ZEI-90
                    END-IF
                    MOVE ZEICHEN TO ZIFFERN(ZIFFERN-ANZ:1)
           END-IF.
           ADD      1 TO POS-I.
           GO TO    LES-ZEI-20.

       LES-ZEI-50.
           IF       ZIFFERN-ANZ NOT = 4
            AND     ZIFFERN-ANZ NOT = 6
                    GO TO LES-ZEI-90
           END-IF.

           MOVE     ZIFFERN(1:6) TO ZEIT-WRK.
           IF       ZW-STD > 23
            OR      ZW-MIN > 59
            OR      ZW-SEK > 59
                    GO TO LES-ZEI-90
           END-IF.

           MOVE     ZEIT-WRK TO PUN-ZEIT.

       LES-ZEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE STEMPELUNG VERARBEITEN. ABW-GRUND BLEIBT LEER, WENN SIE
      * GEBUCHT ODER ALS DOPPELT VERWORFEN WURDE, SONST:
      * Z = UNGUELTIGE UHRZEIT, U = UNBEKANNTER AUSWEIS,
      * S = AUSWEIS GESPERRT, B = ZEIT SCHON ERFASST,
      * O = GEHEN OHNE KOMMEN, M = EINTRAG MANUELL KORRIGIERT
      *--------------------------------------------------------------
       VERARBEITE-STEMPELUNG SECTION.
       VER-STE-00.

           MOVE     SPACES TO ABW-GRUND PUN-USER.

           IF       PUN-ZEIT = 999999
                    MOVE "Z" TO ABW-GRUND
                    GO TO VER-STE-90
           END-IF.

      * AUSWEIS EINEM USER ZUORDNEN
           PERFORM  ORDNE-AUSWEIS-ZU.
           IF       ABW-GRUND NOT = SPACES
                    GO TO VER-STE-90
           END-IF.

           MOVE     PUN-ZEIT TO ZEIT-WRK.
           COMPUTE  PUN-MIN = ZW-STD * 60 + ZW-MIN.

      * DOPPELTE UND PRELLENDE STEMPELUNGEN VERWERFEN
           PERFORM  PRUEFE-PRELLER.
           IF       PRELLER NOT = ZEROES
                    ADD 1 TO ANZ-PRELLER
                    GO TO VER-STE-90
           END-IF.

           PERFORM  SUCHE-EINTRAG.

      * OHNE RICHTUNG: GEHEN, WENN EIN OFFENER EINTRAG DA IST
           IF       PUN-RICHT = SPACES
                    IF   ZT-OFFEN NOT = ZEROES
                         MOVE "G" TO PUN-RICHT
                    ELSE
                         MOVE "K" TO PUN-RICHT
                    END-IF
           END-IF.

      * ZEIT LIEGT IN EINEM SCHON VOLLSTAENDIGEN EINTRAG
           IF       ZT-DECKT NOT = ZEROES
                    MOVE "B" TO ABW-GRUND
                    GO TO VER-STE-90
           END-IF.

           IF       PUN-RICHT = "K"
                    PERFORM BUCHE-KOMMEN
                    GO TO VER-STE-90
           END-IF.

      * GEHEN: OFFENEN EINTRAG VERVOLLSTAENDIGEN
           IF       ZT-OFFEN = ZEROES
                    MOVE "O" TO ABW-GRUND
                    GO TO VER-STE-90
           END-IF.
           IF       ZT-KOR(ZT-OFFEN) NOT = SPACES
                    MOVE "M" TO ABW-GRUND
                    GO TO VER-STE-90
           END-IF.
           PERFORM  BUCHE-GEHEN.

       VER-STE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AUSWEIS UEBER DIE KONFIGURATION H058 EINEM USER ZUORDNEN
      *--------------------------------------------------------------
       ORDNE-AUSWEIS-ZU SECTION.
       ORD-AUS-00.

           IF       PUN-AUSWEIS = SPACES
                    MOVE "U" TO ABW-GRUND
                    GO TO ORD-AUS-90
           END-IF.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "H058"            TO CFID   OF CFG-CPY.
           MOVE     PUN-AUSWEIS       TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = ZEROES
            OR      CFIN01 OF CFG-CPY(1:10) = SPACES
                    MOVE "U" TO ABW-GRUND
                    GO TO ORD-AUS-90
           END-IF.

           MOVE     CFIN01 OF CFG-CPY(1:10) TO PUN-USER.

           IF       CFIN02 OF CFG-CPY(1:1) = "S"
                    MOVE "S" TO ABW-GRUND
           END-IF.

       ORD-AUS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LIEGT AM SELBEN TAG EIN START ODER ENDE DES USERS INNERHALB
      * DES PRELLFENSTERS? DANN IST DIE STEMPELUNG DOPPELT
      *--------------------------------------------------------------
       PRUEFE-PRELLER SECTION.
       PRU-PRE-00.

           MOVE     ZEROES TO PRELLER.
           MOVE     ZEROES TO ZT-IDX.

       PRU-PRE-20.
           ADD      1 TO ZT-IDX.
           IF       ZT-IDX > ZT-ANZ
                    GO TO PRU-PRE-90
           END-IF.
           IF       ZT-USER(ZT-IDX) NOT = PUN-USER
                    GO TO PRU-PRE-20
           END-IF.

           IF       ZT-DTS(ZT-IDX) = PUN-DATUM
                    MOVE ZT-TIS(ZT-IDX) TO ZEIT-WRK
                    PERFORM BERECHNE-ABSTAND
                    IF   MIN-DIFF NOT > FENSTER-MIN
                         MOVE 1 TO PRELLER
                         GO TO PRU-PRE-90
                    END-IF
           END-IF.

           IF       ZT-DTE(ZT-IDX) = PUN-DATUM
                    MOVE ZT-TIE(ZT-IDX) TO ZEIT-WRK
                    PERFORM BERECHNE-ABSTAND
                    IF   MIN-DIFF NOT > FENSTER-MIN
                         MOVE 1 TO PRELLER
                         GO TO PRU-PRE-90
                    END-IF
           END-IF.

           GO TO    PRU-PRE-20.

       PRU-PRE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABSTAND IN MINUTEN ZWISCHEN ZEIT-WRK UND DER STEMPELUNG
      *--------------------------------------------------------------
       BERECHNE-ABSTAND SECTION.
       BER-ABS-00.

           COMPUTE  MIN-VGL = ZW-STD * 60 + ZW-MIN.
           IF       MIN-VGL > PUN-MIN
                    COMPUTE MIN-DIFF = MIN-VGL - PUN-MIN
           ELSE
                    COMPUTE MIN-DIFF = PUN-MIN - MIN-VGL
           END-IF.

       BER-ABS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINTRAEGE DES USERS ZUR STEMPELUNG SUCHEN:
      * ZT-OFFEN = LETZTER OFFENER EINTRAG VOM SELBEN ODER VORTAG,
      *            DER VOR DER STEMPELUNG BEGONNEN HAT
      * ZT-DECKT = VOLLSTAENDIGER EINTRAG, DER DIE ZEIT ENTHAELT
      *--------------------------------------------------------------
       SUCHE-EINTRAG SECTION.
       SUC-EIN-00.

           MOVE     ZEROES TO ZT-OFFEN ZT-DECKT.
           MOVE     ZEROES TO ZT-IDX.

           MOVE     PUN-DATUM TO STICHTAG.
           PERFORM  SUB-EIN-TAG.
           MOVE     STICHTAG  TO PUN-VORTAG.

       SUC-EIN-20.
           ADD      1 TO ZT-IDX.
           IF       ZT-IDX > ZT-ANZ
                    GO TO SUC-EIN-90
           END-IF.
           IF       ZT-USER(ZT-IDX) NOT = PUN-USER
                    GO TO SUC-EIN-20
           END-IF.

      * BEGINN NACH DER STEMPELUNG: UNINTERESSANT
           IF       ZT-DTS(ZT-IDX) > PUN-DATUM
                    GO TO SUC-EIN-20
           END-IF.
           IF       ZT-DTS(ZT-IDX) = PUN-DATUM
            AND     ZT-TIS(ZT-IDX) > PUN-ZEIT
                    GO TO SUC-EIN-20
           END-IF.

      * OFFENER EINTRAG VOM SELBEN ODER VORTAG
           IF       ZT-DTE(ZT-IDX) = ZEROES
                    IF   ZT-DTS(ZT-IDX) NOT < PUN-VORTAG
                         PERFORM MERKE-OFFEN
                    END-IF
                    GO TO SUC-EIN-20
           END-IF.

      * VOLLSTAENDIGER EINTRAG, DER NACH DER STEMPELUNG ENDET
           IF       ZT-DTE(ZT-IDX) > PUN-DATUM
                    MOVE ZT-IDX TO ZT-DECKT
                    GO TO SUC-EIN-20
           END-IF.
           IF       ZT-DTE(ZT-IDX) = PUN-DATUM
            AND     ZT-TIE(ZT-IDX) NOT < PUN-ZEIT
                    MOVE ZT-IDX TO ZT-DECKT
           END-IF.
           GO TO    SUC-EIN-20.

       SUC-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DEN SPAETER BEGONNENEN OFFENEN EINTRAG MERKEN
      *--------------------------------------------------------------
       MERKE-OFFEN SECTION.
       MER-OFF-00.

           IF       ZT-OFFEN = ZEROES
                    MOVE ZT-IDX TO ZT-OFFEN
                    GO TO MER-OFF-90
           END-IF.

           IF       ZT-DTS(ZT-IDX) > ZT-DTS(ZT-OFFEN)
                    MOVE ZT-IDX TO ZT-OFFEN
                    GO TO MER-OFF-90
           END-IF.
           IF       ZT-DTS(ZT-IDX) = ZT-DTS(ZT-OFFEN)
            AND     ZT-TIS(ZT-IDX) > ZT-TIS(ZT-OFFEN)
                    MOVE ZT-IDX TO ZT-OFFEN
           END-IF.

       MER-OFF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOMMEN: NEUEN EINTRAG IN PSTRTIM ANLEGEN
      *--------------------------------------------------------------
       BUCHE-KOMMEN SECTION.
       BUC-KOM-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PSTRTIMF OF PSTRTIM-P.
      * NAECHSTE LAUFENDE NUMMER ERMITTELN
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PSTRTIM" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK          TO STLFDN OF PSTRTIM-P.

           MOVE     PUN-USER          TO STUSER OF PSTRTIM-P.
           MOVE     "AUSWEISLESER"    TO STTEXT OF PSTRTIM-P.
           MOVE     PUN-DATUM         TO STDTS  OF PSTRTIM-P.
           MOVE     PUN-ZEIT          TO STTIS  OF PSTRTIM-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO STAUSR OF PSTRTIM-P.
           MOVE     T-TERM            TO STABS  OF PSTRTIM-P.
           MOVE     PGM-WRK           TO STAPGM OF PSTRTIM-P.
           MOVE     DATE-8            TO STADTA OF PSTRTIM-P.
           MOVE     TIME-6            TO STATIA OF PSTRTIM-P.

           WRITE    PSTRTIM-P.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BUC-KOM-90
           END-IF.
           ADD      1 TO ANZ-KOMMEN.

      * IN DIE TABELLE UEBERNEHMEN (FUER DAS SPAETERE GEHEN)
           IF       ZT-ANZ < ZT-MAX
                    ADD  1 TO ZT-ANZ
                    MOVE STLFDN OF PSTRTIM-P TO ZT-LFDN(ZT-ANZ)
                    MOVE PUN-USER            TO ZT-USER(ZT-ANZ)
                    MOVE PUN-DATUM           TO ZT-DTS(ZT-ANZ)
                    MOVE PUN-ZEIT            TO ZT-TIS(ZT-ANZ)
                    MOVE ZEROES              TO ZT-DTE(ZT-ANZ)
                    MOVE ZEROES              TO ZT-TIE(ZT-ANZ)
                    MOVE SPACES              TO ZT-KOR(ZT-ANZ)
           END-IF.

       BUC-KOM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GEHEN: DEN OFFENEN EINTRAG ZT-OFFEN VERVOLLSTAENDIGEN. IST
      * ER INZWISCHEN KORRIGIERT WORDEN, BLEIBT ER UNVERAENDERT
      *--------------------------------------------------------------
       BUCHE-GEHEN SECTION.
       BUC-GEH-00.

           INITIALIZE PSTRTIMF OF PSTRTIM-P.
           MOVE     ZT-LFDN(ZT-OFFEN) TO STLFDN OF PSTRTIM-P.
           READ     PSTRTIM-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "O" TO ABW-GRUND
                    GO TO BUC-GEH-90
           END-IF.

           IF       STKORU OF PSTRTIM-P NOT = SPACES
            OR      STDTE  OF PSTRTIM-P NOT = ZEROES
                    UNLOCK PSTRTIM-DP
                    MOVE "1" TO ZT-KOR(ZT-OFFEN)
                    MOVE "M" TO ABW-GRUND
                    GO TO BUC-GEH-90
           END-IF.

           MOVE     PUN-DATUM         TO STDTE  OF PSTRTIM-P.
           MOVE     PUN-ZEIT          TO STTIE  OF PSTRTIM-P.

           REWRITE  PSTRTIM-P.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BUC-GEH-90
           END-IF.
           ADD      1 TO ANZ-GEHEN.

           MOVE     PUN-DATUM         TO ZT-DTE(ZT-OFFEN).
           MOVE     PUN-ZEIT          TO ZT-TIE(ZT-OFFEN).

       BUC-GEH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABGEWIESENE STEMPELUNG IN DIE ABWEISUNGSLISTE PBADREJ
      * STELLEN
      *--------------------------------------------------------------
       SCHREIBE-ABWEISUNG SECTION.
       SCH-ABW-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PBADREJF OF PBADREJ-P.
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PBADREJ" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK          TO BJLFDN OF PBADREJ-P.

           MOVE     PUN-AUSWEIS       TO BJAUSW OF PBADREJ-P.
           MOVE     PUN-USER          TO BJUSER OF PBADREJ-P.
           MOVE     PUN-DATUM         TO BJDATU OF PBADREJ-P.
           IF       PUN-ZEIT NOT = 999999
                    MOVE PUN-ZEIT     TO BJZEIT OF PBADREJ-P
           END-IF.
           MOVE     PUN-RICHT         TO BJRICH OF PBADREJ-P.
           MOVE     ABW-GRUND         TO BJGRND OF PBADREJ-P.
           MOVE     IMP-ZEILE         TO BJZEIL OF PBADREJ-P.
           MOVE     "O"               TO BJSTAT OF PBADREJ-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO BJAUSR OF PBADREJ-P.
           MOVE     T-TERM            TO BJABS  OF PBADREJ-P.
           MOVE     PGM-WRK           TO BJAPGM OF PBADREJ-P.
           MOVE     DATE-8            TO BJADTA OF PBADREJ-P.
           MOVE     TIME-6            TO BJATIA OF PBADREJ-P.

           WRITE    PBADREJ-P.
           ADD      1 TO ANZ-ABGEWIESEN.

       SCH-ABW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STICHTAG UM EINEN TAG ZURUECKRECHNEN
      *--------------------------------------------------------------
       SUB-EIN-TAG SECTION.
       SUB-EIN-00.

           IF       STI-TAG > 1
                    SUBTRACT 1 FROM STI-TAG
                    GO TO SUB-EIN-90
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

       SUB-EIN-90.
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
      * KOPF DES IMPORTPROTOKOLLS
      *--------------------------------------------------------------
       DRUCKE-KOPF SECTION.
       DRU-KOP-00.

           PERFORM  COPY-GET-TIME.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "AUSWEISLESER-IMPORT NACH PSTRTIM"
                                          TO DRUCK-ZEILE(1:32).
           MOVE     "DATUM"               TO DRUCK-ZEILE(48:5).
           MOVE     DATE-8                TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(54:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "ZEITRAUM"            TO DRUCK-ZEILE(1:8).
           MOVE     IMP-VON               TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(10:10).
           MOVE     "-"                   TO DRUCK-ZEILE(21:1).
           MOVE     IMP-BIS               TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(23:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "=" TO DRUCK-ZEILE(1:100).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "ABGEWIESENE STEMPELUNGEN"
                                          TO DRUCK-ZEILE(1:24).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "AUSWEIS"             TO DRUCK-ZEILE(1:7).
           MOVE     "USER"                TO DRUCK-ZEILE(23:4).
           MOVE     "DATUM"               TO DRUCK-ZEILE(35:5).
           MOVE     "ZEIT"                TO DRUCK-ZEILE(47:4).
           MOVE     "R"                   TO DRUCK-ZEILE(57:1).
           MOVE     "GRUND"               TO DRUCK-ZEILE(60:5).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

       DRU-KOP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE ABGEWIESENE STEMPELUNG MIT GRUND DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-ABWEISUNG SECTION.
       DRU-ABW-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     PUN-AUSWEIS           TO DRUCK-ZEILE(1:20).
           MOVE     PUN-USER              TO DRUCK-ZEILE(23:10).
           MOVE     PUN-DATUM             TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(35:10).
           IF       PUN-ZEIT NOT = 999999
                    MOVE PUN-ZEIT         TO ZEIT-WRK
                    MOVE SPACES           TO DSP-ZEIT
                    MOVE ZEIT-WRK(1:2)    TO DSP-ZEIT(1:2)
                    MOVE ":"              TO DSP-ZEIT(3:1)
                    MOVE ZEIT-WRK(3:2)    TO DSP-ZEIT(4:2)
                    MOVE ":"              TO DSP-ZEIT(6:1)
                    MOVE ZEIT-WRK(5:2)    TO DSP-ZEIT(7:2)
                    MOVE DSP-ZEIT         TO DRUCK-ZEILE(47:8)
           END-IF.
           MOVE     PUN-RICHT             TO DRUCK-ZEILE(57:1).

           EVALUATE ABW-GRUND
                    WHEN "Z"
                         MOVE "UNGUELTIGE UHRZEIT"
                                          TO DRUCK-ZEILE(60:18)
                    WHEN "U"
                         MOVE "UNBEKANNTER AUSWEIS (H058)"
                                          TO DRUCK-ZEILE(60:26)
                    WHEN "S"
                         MOVE "AUSWEIS GESPERRT"
                                          TO DRUCK-ZEILE(60:16)
                    WHEN "B"
                         MOVE "ZEIT SCHON IN EINEM EINTRAG ERFASST"
                                          TO DRUCK-ZEILE(60:35)
                    WHEN "O"
                         MOVE "GEHEN OHNE OFFENES KOMMEN"
                                          TO DRUCK-ZEILE(60:25)
                    WHEN "M"
                         MOVE "EINTRAG IN XXP0068 KORRIGIERT"
                                          TO DRUCK-ZEILE(60:29)
           END-EVALUATE.
           PERFORM  DRUCKE-ZEILE.

       DRU-ABW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUMMEN DES IMPORTS
      *--------------------------------------------------------------
       DRUCKE-SUMME SECTION.
       DRU-SUM-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "=" TO DRUCK-ZEILE(1:100).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "GELESENE STEMPELUNGEN:" TO DRUCK-ZEILE(1:22).
           MOVE     ANZ-ZEILEN            TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(40:5).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "KOMMEN (NEUE EINTRAEGE):" TO DRUCK-ZEILE(1:24).
           MOVE     ANZ-KOMMEN            TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(40:5).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "GEHEN (VERVOLLSTAENDIGT):" TO DRUCK-ZEILE(1:25).
           MOVE     ANZ-GEHEN             TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(40:5).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "DOPPELT/PRELLEND VERWORFEN:"
                                          TO DRUCK-ZEILE(1:27).
           MOVE     ANZ-PRELLER           TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(40:5).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "ABGEWIESEN (PBADREJ):" TO DRUCK-ZEILE(1:21).
           MOVE     ANZ-ABGEWIESEN        TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(40:5).
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
