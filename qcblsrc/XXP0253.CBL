       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0253.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * TAGESLISTE BEWIRTUNG/AUSSTATTUNG UND KOSTENVERRECHNUNG        *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  TAEGLICHER LAUF UEBER DIE BESTELLUNGEN ZU    *
      *                  RAUMBUCHUNGEN (PRAUMLEI, ERFASST IN XXP0251) *
      *                  EINES TAGES (X-DATUM, 0 = HEUTE):            *
      *                  - KOMMISSIONIERLISTE FUER DIE HAUSTECHNIK    *
      *                    JE RAUM UND UHRZEIT MIT THEMA, ORGANISATOR *
      *                    UND DEN BESTELLTEN LEISTUNGEN.             *
      *                  - NOCH NICHT VERRECHNETE ZEILEN WERDEN AUF   *
      *                    DIE KOSTENSTELLE DER BUCHUNG (RBKST) IM    *
      *                    BUDGETKONTO PKDBUDG (BUVERB) GEBUCHT. IST  *
      *                    DAS JAHR ABGESCHLOSSEN, GEHT DIE BELASTUNG *
      *                    WIE IN XXP0236 AUF DAS FOLGEJAHR. OHNE     *
      *                    KOSTENSTELLE ODER KONTO BLEIBT DIE ZEILE   *
      *                    OFFEN UND WIRD IN DER LISTE MARKIERT.      *
      *                  AUSGABE ALS SPOOLDATEI XXF0253.              *
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
      * LOGISCHE DATEI BESTELLUNGEN NACH DATUM, RAUM UND UHRZEIT
      *-------------------------------------------------------------
           SELECT PRAUMLEI-DL
                  ASSIGN       TO  DATABASE-PRAUMLEIL1
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PRAUMBES: RAUMBUCHUNGEN
      *-------------------------------------------------------------
           SELECT PRAUMBES-DP
                  ASSIGN       TO  DATABASE-PRAUMBES
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PRLEIST: LEISTUNGSKATALOG BEWIRTUNG/AUSSTATTUNG
      *-------------------------------------------------------------
           SELECT PRLEIST-DP
                  ASSIGN       TO  DATABASE-PRLEIST
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDBUDG: BUDGETKONTEN
      *-------------------------------------------------------------
           SELECT PKDBUDG-DP
                  ASSIGN       TO  DATABASE-PKDBUDG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *- XXF0253: SPOOLAUSGABE DER TAGESLISTE
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0253
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PRAUMLEIL1: RLDATU, RLRAUM, RLVON, RLBLFD, RLLEIS
       FD  PRAUMLEI-DL
           LABEL RECORDS ARE STANDARD.
       01  PRAUMLEI-L.
           COPY DDS-ALL-FORMATS OF PRAUMLEIL1.
      /
      *--- PRAUMBES: RBLFDN
       FD  PRAUMBES-DP
           LABEL RECORDS ARE STANDARD.
       01  PRAUMBES-P.
           COPY DDS-ALL-FORMATS OF PRAUMBES.
      /
      *--- PRLEIST: LSLEIS
       FD  PRLEIST-DP
           LABEL RECORDS ARE STANDARD.
       01  PRLEIST-P.
           COPY DDS-ALL-FORMATS OF PRLEIST.
      /
      *--- PKDBUDG: BUKST, BUJAHR
       FD  PKDBUDG-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDBUDG-P.
           COPY DDS-ALL-FORMATS OF PKDBUDG.
      /
      *- XXF0253: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0253.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0253".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * GELISTETER TAG
       01  DATUM-WRK                     PIC 9(8).

      * GRUPPENWECHSEL BUCHUNG (RAUM/UHRZEIT/BUCHUNG)
       01  BUCH-WRK                      LIKE RLBLFD OF PRAUMLEI-L.
       01  BUCH-SUMME                    PIC S9(9)V9(2).

      * BUDGETKONTO DER KOSTENSTELLE VORHANDEN? BELASTETES JAHR
       01  BUDG-DA                       PIC 9(1).
       01  BUDG-JAHR                     PIC 9(4).

      * SUMMEN DES LAUFES
       01  SUM-VERRECHNET                PIC S9(11)V9(2).
       01  SUM-OFFEN                     PIC S9(11)V9(2).
       77  ANZ-BUCHUNGEN                 PIC 9(5)  COMP.
       77  ANZ-ZEILEN                    PIC 9(7)  COMP.

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DSP-ZEIT                      PIC X(5).
       01  DSP-MENGE                     PIC Z(6)9.
       01  DSP-WERT-S                    PIC -(8)9,9(2).
       01  DSP-SUMME-S                   PIC -(10)9,9(2).
       01  DSP-ANZ                       PIC Z(6)9.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * GELISTETER TAG JJJJMMTT (0 = HEUTE)
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
           MOVE     "XXP0253" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.

           OPEN     INPUT  PRAUMBES-DP
                           PRLEIST-DP.
           OPEN     I-O    PRAUMLEI-DL
                           PKDBUDG-DP.
           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

           INITIALIZE SUM-VERRECHNET SUM-OFFEN ANZ-BUCHUNGEN
                      ANZ-ZEILEN.
           PERFORM  COPY-GET-TIME.

           IF       X-DATUM NOT = ZEROES
                    MOVE X-DATUM TO DATUM-WRK
           ELSE
                    MOVE DATE-8  TO DATUM-WRK
           END-IF.

      * KOPF DRUCKEN, BESTELLUNGEN VERARBEITEN, SUMMEN DRUCKEN
           PERFORM  DRUCKE-KOPF.
           PERFORM  VERARBEITE-BESTELLUNGEN.
           PERFORM  DRUCKE-SUMME.

       ENDE.
           CLOSE    PRAUMLEI-DL
                    PRAUMBES-DP
                    PRLEIST-DP
                    PKDBUDG-DP
                    DRUCK-DAT.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE AKTIVEN BESTELLZEILEN DES TAGES NACH RAUM UND UHRZEIT
      * LESEN, JE BUCHUNG EINEN KOPF DRUCKEN UND DIE ZEILEN
      * VERRECHNEN
      *--------------------------------------------------------------
       VERARBEITE-BESTELLUNGEN SECTION.
       VER-BES-00.

           INITIALIZE BUCH-WRK.

           INITIALIZE PRAUMLEIF OF PRAUMLEI-L.
           MOVE     DATUM-WRK TO RLDATU OF PRAUMLEI-L.
           START    PRAUMLEI-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-BES-80
           END-IF.

       VER-BES-20.
           READ     PRAUMLEI-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-BES-80
           END-IF.
           IF       RLDATU OF PRAUMLEI-L NOT = DATUM-WRK
                    UNLOCK PRAUMLEI-DL
                    GO TO VER-BES-80
           END-IF.

      * STORNIERTE ZEILEN NICHT LISTEN
           IF       RLSTAT OF PRAUMLEI-L NOT = "A"
                    UNLOCK PRAUMLEI-DL
                    GO TO VER-BES-20
           END-IF.

      * GRUPPENWECHSEL BUCHUNG
           IF       RLBLFD OF PRAUMLEI-L NOT = BUCH-WRK
                    IF   BUCH-WRK NOT = ZEROES
                         PERFORM SCHLIESSE-BUCHUNG
                    END-IF
                    PERFORM BEGINNE-BUCHUNG
           END-IF.

           ADD      1 TO ANZ-ZEILEN.
           ADD      RLBETR OF PRAUMLEI-L TO BUCH-SUMME.
           PERFORM  FUELLE-ZEILE.

      * SCHON VERRECHNET: NUR LISTEN
           IF       RLVERR OF PRAUMLEI-L = "1"
                    UNLOCK PRAUMLEI-DL
                    MOVE "VERRECHNET"     TO DRUCK-ZEILE(107:10)
                    PERFORM DRUCKE-ZEILE
                    GO TO VER-BES-20
           END-IF.

           PERFORM  VERRECHNE-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           GO TO    VER-BES-20.

       VER-BES-80.
           IF       BUCH-WRK NOT = ZEROES
                    PERFORM SCHLIESSE-BUCHUNG
           END-IF.

       VER-BES-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NEUE BUCHUNG: KOPF MIT RAUM, UHRZEIT, THEMA, ORGANISATOR
      * UND KOSTENSTELLE DRUCKEN, BUDGETKONTO ERMITTELN
      *--------------------------------------------------------------
       BEGINNE-BUCHUNG SECTION.
       BEG-BUC-00.

           MOVE     RLBLFD OF PRAUMLEI-L TO BUCH-WRK.
           INITIALIZE BUCH-SUMME.
           ADD      1 TO ANZ-BUCHUNGEN.

           INITIALIZE PRAUMBESF OF PRAUMBES-P.
           MOVE     BUCH-WRK TO RBLFDN OF PRAUMBES-P.
           READ     PRAUMBES-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    INITIALIZE PRAUMBESF OF PRAUMBES-P
           END-IF.

      * BUDGETKONTO DER KOSTENSTELLE IM JAHR DER BUCHUNG
           INITIALIZE BUDG-DA.
           MOVE     RLDATU OF PRAUMLEI-L(1:4) TO BUDG-JAHR.
           IF       RBKST OF PRAUMBES-P = SPACES
                    GO TO BEG-BUC-50
           END-IF.

       BEG-BUC-20.
           INITIALIZE PKDBUDGF OF PKDBUDG-P.
           MOVE     RBKST OF PRAUMBES-P TO BUKST  OF PKDBUDG-P.
           MOVE     BUDG-JAHR           TO BUJAHR OF PKDBUDG-P.
           READ     PKDBUDG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE 1 TO BUDG-DA
           END-IF.

      * ABGESCHLOSSENES JAHR: AUF DAS FOLGEJAHR AUSWEICHEN
           IF       BUDG-DA NOT = ZEROES
            AND     BUABGS OF PKDBUDG-P = "1"
                    INITIALIZE BUDG-DA
                    ADD  1 TO BUDG-JAHR
                    GO TO BEG-BUC-20
           END-IF.

       BEG-BUC-50.
           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     RLVON OF PRAUMLEI-L(1:2) TO DSP-ZEIT(1:2).
           MOVE     ":"                      TO DSP-ZEIT(3:1).
           MOVE     RLVON OF PRAUMLEI-L(3:2) TO DSP-ZEIT(4:2).
           MOVE     "RAUM"                   TO DRUCK-ZEILE(1:4).
           MOVE     RLRAUM OF PRAUMLEI-L     TO DRUCK-ZEILE(6:10).
           MOVE     DSP-ZEIT                 TO DRUCK-ZEILE(17:5).
           MOVE     "-"                      TO DRUCK-ZEILE(23:1).
           MOVE     RLBIS OF PRAUMLEI-L(1:2) TO DSP-ZEIT(1:2).
           MOVE     RLBIS OF PRAUMLEI-L(3:2) TO DSP-ZEIT(4:2).
           MOVE     DSP-ZEIT                 TO DRUCK-ZEILE(25:5).
           MOVE     RBTHEMA OF PRAUMBES-P    TO DRUCK-ZEILE(32:40).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "ORGANISATOR"            TO DRUCK-ZEILE(6:11).
           MOVE     RBORGA OF PRAUMBES-P     TO DRUCK-ZEILE(18:10).
           MOVE     "KOSTENSTELLE"           TO DRUCK-ZEILE(32:12).
           MOVE     RBKST  OF PRAUMBES-P     TO DRUCK-ZEILE(45:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "-" TO DRUCK-ZEILE(1:71).
           PERFORM  DRUCKE-ZEILE.

       BEG-BUC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BUCHUNG ABSCHLIESSEN: SUMME DER BESTELLUNG DRUCKEN
      *--------------------------------------------------------------
       SCHLIESSE-BUCHUNG SECTION.
       SCH-BUC-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "SUMME BUCHUNG"       TO DRUCK-ZEILE(6:13).
           MOVE     BUCH-SUMME            TO DSP-WERT-S.
           MOVE     DSP-WERT-S            TO DRUCK-ZEILE(93:12).
           PERFORM  DRUCKE-ZEILE.

       SCH-BUC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BESTELLZEILE AUF DAS BUDGETKONTO DER KOSTENSTELLE BUCHEN UND
      * ALS VERRECHNET KENNZEICHNEN. OHNE KOSTENSTELLE ODER KONTO
      * BLEIBT DIE ZEILE OFFEN UND WIRD BEIM NAECHSTEN LAUF FUER
      * DIESEN TAG ERNEUT VERSUCHT
      *--------------------------------------------------------------
       VERRECHNE-ZEILE SECTION.
       VER-ZEI-00.

           IF       BUDG-DA = ZEROES
                    UNLOCK PRAUMLEI-DL
                    ADD  RLBETR OF PRAUMLEI-L TO SUM-OFFEN
                    IF   RBKST OF PRAUMBES-P = SPACES
                         MOVE "OFFEN - KEINE KST"
                                          TO DRUCK-ZEILE(107:17)
                    ELSE
                         MOVE "OFFEN - KEIN KONTO"
                                          TO DRUCK-ZEILE(107:18)
                    END-IF
                    GO TO VER-ZEI-90
           END-IF.

      * BUDGETKONTO MIT SPERRE LESEN UND FORTSCHREIBEN
           INITIALIZE PKDBUDGF OF PKDBUDG-P.
           MOVE     RBKST OF PRAUMBES-P TO BUKST  OF PKDBUDG-P.
           MOVE     BUDG-JAHR           TO BUJAHR OF PKDBUDG-P.
           READ     PKDBUDG-DP.
           IF       FILE-STATUS NOT = ZEROES
                    UNLOCK PRAUMLEI-DL
                    ADD  RLBETR OF PRAUMLEI-L TO SUM-OFFEN
                    MOVE "OFFEN - KEIN KONTO"
                                          TO DRUCK-ZEILE(107:18)
                    GO TO VER-ZEI-90
           END-IF.

           ADD      RLBETR OF PRAUMLEI-L TO BUVERB OF PKDBUDG-P.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO BUMSER OF PKDBUDG-P.
           MOVE     T-TERM            TO BUMBS  OF PKDBUDG-P.
           MOVE     PGM-WRK           TO BUMPGM OF PKDBUDG-P.
           MOVE     DATE-8            TO BUMDTA OF PKDBUDG-P.
           MOVE     TIME-6            TO BUMTIA OF PKDBUDG-P.

           REWRITE  PKDBUDG-P.

      * BESTELLZEILE ALS VERRECHNET KENNZEICHNEN
           MOVE     "1"                 TO RLVERR OF PRAUMLEI-L.
           MOVE     BUDG-JAHR           TO RLVJHR OF PRAUMLEI-L.
           MOVE     RBKST OF PRAUMBES-P TO RLVKST OF PRAUMLEI-L.
           MOVE     T-USER            TO RLMSER OF PRAUMLEI-L.
           MOVE     T-TERM            TO RLMBS  OF PRAUMLEI-L.
           MOVE     PGM-WRK           TO RLMPGM OF PRAUMLEI-L.
           MOVE     DATE-8            TO RLMDTA OF PRAUMLEI-L.
           MOVE     TIME-6            TO RLMTIA OF PRAUMLEI-L.

           REWRITE  PRAUMLEI-L.

           ADD      RLBETR OF PRAUMLEI-L TO SUM-VERRECHNET.
           MOVE     "VERRECHNET"          TO DRUCK-ZEILE(107:10).
           MOVE     BUDG-JAHR             TO DRUCK-ZEILE(118:4).

       VER-ZEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DRUCKZEILE MIT LEISTUNG, MENGE UND BETRAG FUELLEN
      *--------------------------------------------------------------
       FUELLE-ZEILE SECTION.
       FUE-ZEI-00.

           INITIALIZE PRLEISTF OF PRLEIST-P.
           MOVE     RLLEIS OF PRAUMLEI-L TO LSLEIS OF PRLEIST-P.
           READ     PRLEIST-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    INITIALIZE PRLEISTF OF PRLEIST-P
           END-IF.

           MOVE     SPACES               TO DRUCK-ZEILE.
           MOVE     RLLEIS OF PRAUMLEI-L TO DRUCK-ZEILE(6:10).
           MOVE     LSBEZ  OF PRLEIST-P  TO DRUCK-ZEILE(17:30).
           MOVE     LSART  OF PRLEIST-P  TO DRUCK-ZEILE(48:1).
           MOVE     RLMENG OF PRAUMLEI-L TO DSP-MENGE.
           MOVE     DSP-MENGE            TO DRUCK-ZEILE(51:7).
           MOVE     LSEINH OF PRLEIST-P  TO DRUCK-ZEILE(59:10).
           MOVE     RLPREI OF PRAUMLEI-L TO DSP-WERT-S.
           MOVE     DSP-WERT-S           TO DRUCK-ZEILE(76:12).
           MOVE     RLBETR OF PRAUMLEI-L TO DSP-WERT-S.
           MOVE     DSP-WERT-S           TO DRUCK-ZEILE(93:12).

       FUE-ZEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPFZEILEN DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-KOPF SECTION.
       DRU-KOP-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "BEWIRTUNG UND AUSSTATTUNG AM"
                                           TO DRUCK-ZEILE(1:28).
           MOVE     DATUM-WRK(7:2)         TO DRUCK-ZEILE(30:2).
           MOVE     "."                    TO DRUCK-ZEILE(32:1).
           MOVE     DATUM-WRK(5:2)         TO DRUCK-ZEILE(33:2).
           MOVE     "."                    TO DRUCK-ZEILE(35:1).
           MOVE     DATUM-WRK(1:4)         TO DRUCK-ZEILE(36:4).
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "=" TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "LEISTUNG"             TO DRUCK-ZEILE(6:8).
           MOVE     "BEZEICHNUNG"          TO DRUCK-ZEILE(17:11).
           MOVE     "ART"                  TO DRUCK-ZEILE(47:3).
           MOVE     "MENGE"                TO DRUCK-ZEILE(53:5).
           MOVE     "EINHEIT"              TO DRUCK-ZEILE(59:7).
           MOVE     "PREIS"                TO DRUCK-ZEILE(83:5).
           MOVE     "BETRAG"               TO DRUCK-ZEILE(99:6).
           MOVE     "VERRECHNUNG"          TO DRUCK-ZEILE(107:11).
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "-" TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

       DRU-KOP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SCHLUSSZEILEN MIT DEN SUMMEN DES LAUFS DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-SUMME SECTION.
       DRU-SUM-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "=" TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "BUCHUNGEN:"              TO DRUCK-ZEILE(1:10).
           MOVE     ANZ-BUCHUNGEN TO DSP-ANZ.
           MOVE     DSP-ANZ                   TO DRUCK-ZEILE(30:7).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "BESTELLZEILEN:"          TO DRUCK-ZEILE(1:14).
           MOVE     ANZ-ZEILEN    TO DSP-ANZ.
           MOVE     DSP-ANZ                   TO DRUCK-ZEILE(30:7).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "IN DIESEM LAUF VERRECHNET:" TO DRUCK-ZEILE(1:26).
           MOVE     SUM-VERRECHNET TO DSP-SUMME-S.
           MOVE     DSP-SUMME-S               TO DRUCK-ZEILE(91:14).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "NICHT VERRECHNET (OFFEN):" TO DRUCK-ZEILE(1:25).
           MOVE     SUM-OFFEN      TO DSP-SUMME-S.
           MOVE     DSP-SUMME-S               TO DRUCK-ZEILE(91:14).
           PERFORM  DRUCKE-ZEILE.

       DRU-SUM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE ZEILE IN DEN SPOOL SCHREIBEN
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
