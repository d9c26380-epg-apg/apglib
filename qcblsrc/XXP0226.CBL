       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0226.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * ZAHLLAUF FUER ABGEGLICHENE LIEFERANTENRECHNUNGEN              *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  WOECHENTLICHER ZAHLLAUF IN ZWEI SCHRITTEN.   *
      *                                                               *
      *                  MODUS V (VORSCHLAG): ALLE ABGEGLICHENEN      *
      *                  RECHNUNGEN AUS PKDRECH (RGSTS 1/2) OHNE      *
      *                  OFFENE DIFFERENZ IN PKDRDIF WERDEN GEGEN     *
      *                  DIE ZAHLUNGSBEDINGUNGEN DES LIEFERANTEN      *
      *                  (PKDLIEF: KLNETT NETTOTAGE, KLSKTG SKONTO-   *
      *                  TAGE, KLSKPZ SKONTOPROZENT) GEPRUEFT. EINE   *
      *                  RECHNUNG WIRD VORGESCHLAGEN, WENN IHRE       *
      *                  NETTOFAELLIGKEIT ODER IHRE NOCH OFFENE       *
      *                  SKONTOFRIST BIS ZUM STICHTAG ERREICHT IST.   *
      *                  DER SKONTOBETRAG WIRD GESONDERT AUSGEWIESEN. *
      *                  DIE VORSCHLAEGE LANDEN MIT EINER LAUF-       *
      *                  NUMMER IN PKDZAHL (STATUS 0), RECHNUNGEN     *
      *                  MIT OFFENER DIFFERENZ WERDEN ALS ZURUECK-    *
      *                  GEHALTEN GELISTET. EIN NEUER VORSCHLAG       *
      *                  VERWIRFT NOCH OFFENE AELTERE VORSCHLAEGE.    *
      *                                                               *
      *                  MODUS F (FREIGABE, EIGENE BERECHTIGUNG       *
      *                  CFP9002 AUSWAHL FR): DIE VORSCHLAEGE DES     *
      *                  LAUFS (0 = LETZTER OFFENER LAUF) WERDEN      *
      *                  BEZAHLT GEMELDET: PKDRECH ERHAELT STATUS 3   *
      *                  MIT ZAHLDATUM, SKONTO, ZAHLBETRAG UND LAUF-  *
      *                  NUMMER, PKDZAHL STATUS 1. IST INZWISCHEN     *
      *                  EINE DIFFERENZ AUFGETRETEN, BLEIBT DIE       *
      *                  RECHNUNG STEHEN (PKDZAHL STATUS 9).          *
      *                  DIE ZAHLLISTE FUER DIE BUCHHALTUNG GEHT      *
      *                  JE LIEFERANT MIT SUMMEN IN DEN SPOOL.        *
      *                  AUSGABE ALS SPOOLDATEI XXF0226.              *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 AP    GUTSCHRIFTEN (RGTYP G) WERDEN NICHT GEZAHLT, *
      *                  SONDERN MIT DER RECHNUNG VERRECHNET (RGGUTB).*
      *                  RECHNUNGEN MIT NOCH ERWARTETER GUTSCHRIFT    *
      *                  (KPGUTS AN EINER POSITION) BLEIBEN ZURUECK   *
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
      * PKDRECH: LIEFERANTENRECHNUNGEN
      *-------------------------------------------------------------
           SELECT PKDRECH-DP
                  ASSIGN       TO  DATABASE-PKDRECH
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDRDIF: RECHNUNGSDIFFERENZEN (ARBEITSVORRAT)
      *-------------------------------------------------------------
           SELECT PKDRDIF-DP
                  ASSIGN       TO  DATABASE-PKDRDIF
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDBSTP: BESTELLPOSITIONEN
      *-------------------------------------------------------------
           SELECT PKDBSTP-DP
                  ASSIGN       TO  DATABASE-PKDBSTP
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDLIEF: LIEFERANTENSTAMM
      *-------------------------------------------------------------
           SELECT PKDLIEF-DP
                  ASSIGN       TO  DATABASE-PKDLIEF
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDZAHL: ZAHLVORSCHLAEGE UND ZAHLUNGEN JE LAUF
      *-------------------------------------------------------------
           SELECT PKDZAHL-DP
                  ASSIGN       TO  DATABASE-PKDZAHL
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *- XXF0226: SPOOLAUSGABE VORSCHLAGS- UND ZAHLLISTE
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0226
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PKDRECH: RGLFDN
       FD  PKDRECH-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDRECH-P.
           COPY DDS-ALL-FORMATS OF PKDRECH.
      /
      *--- PKDRDIF: DFLFDN
       FD  PKDRDIF-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDRDIF-P.
           COPY DDS-ALL-FORMATS OF PKDRDIF.
      /
      *--- PKDBSTP: KPBLFD, KPPOS
       FD  PKDBSTP-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDBSTP-P.
           COPY DDS-ALL-FORMATS OF PKDBSTP.
      /
      *--- PKDLIEF: KLLIEF
       FD  PKDLIEF-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDLIEF-P.
           COPY DDS-ALL-FORMATS OF PKDLIEF.
      /
      *--- PKDZAHL: ZLLFDN
       FD  PKDZAHL-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDZAHL-P.
           COPY DDS-ALL-FORMATS OF PKDZAHL.
      /
      *- XXF0226: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0226.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0226".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * LAUFSTEUERUNG
       01  LAUF-WRK                      PIC 9(9).
       01  STICHTAG-WRK                  PIC 9(8).
       01  HEUTE-WRK                     PIC 9(8).

      * FAELLIGKEITEN DER GELESENEN RECHNUNG, BETRAG NACH
      * VERRECHNETEN GUTSCHRIFTEN
       01  RECH-BETRAG                   PIC S9(9)V9(2).
       01  FAELLIG-NETTO                 PIC 9(8).
       01  FAELLIG-SKONTO                PIC 9(8).
       01  SKONTO-WRK                    PIC 9(9)V9(2).
       01  ZAHLBETRAG-WRK                PIC 9(9)V9(2).
       01  OFFENE-DIFF                   PIC 9(1).
       01  VORSCHLAGEN                   PIC 9(1).

      * DATUMSRECHNUNG: ADD-TAGE-ANZ TAGE AUF GRENZE-WRK
       01  GRENZE-WRK                    PIC 9(8).
       01  GRENZE-RED REDEFINES GRENZE-WRK.
        05 GRE-JAHR                      PIC 9(4).
        05 GRE-MONAT                     PIC 9(2).
        05 GRE-TAG                       PIC 9(2).
       01  ADD-TAGE-ANZ                  PIC 9(3)  COMP.
       01  MONAT-LAENGE                  PIC 9(2).
       01  SJA-WERT                      PIC 9(9).
       01  SJA-MODREST                   PIC 9(9).

      * GRUPPENWECHSEL JE LIEFERANT IN DER ZAHLLISTE
       01  LIEF-ALT                      PIC X(10).
       01  LIEF-SUM-BETR                 PIC 9(9)V9(2).
       01  LIEF-SUM-SKTO                 PIC 9(9)V9(2).
       01  LIEF-SUM-ZAHL                 PIC 9(9)V9(2).
       01  GES-SUM-BETR                  PIC 9(9)V9(2).
       01  GES-SUM-SKTO                  PIC 9(9)V9(2).
       01  GES-SUM-ZAHL                  PIC 9(9)V9(2).

      * BERECHTIGUNG DER FREIGABE
       01  AUSWAHL-FREIGABE              PIC X(2)  VALUE "FR".
       01  AUTH-RETCODE                  PIC X(1).

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DSP-WERT                      PIC Z(8)9,9(2).
       01  DSP-ANZ-5                     PIC Z(4)9.
       01  DSP-LAUF                      PIC Z(8)9.

      * ZAEHLER FUER DAS LAUFPROTOKOLL
       77  ANZ-VORSCHLAG                 PIC 9(5)  COMP.
       77  ANZ-GEHALTEN                  PIC 9(5)  COMP.
       77  ANZ-BEZAHLT                   PIC 9(5)  COMP.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * V = VORSCHLAG ERSTELLEN, F = VORSCHLAG FREIGEBEN/BEZAHLEN
       01  X-MODUS                       PIC X(1).
      * STICHTAG DER FAELLIGKEIT (NULL = HEUTE PLUS 7 TAGE)
       01  X-DATUM                       PIC 9(8).
      * LAUFNUMMER FUER DIE FREIGABE (NULL = LETZTER OFFENER LAUF)
       01  X-LAUF                        PIC 9(9).
      * RUECKMELDUNG AN DEN AUFRUFER (LEER = OK)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-MODUS
                                X-DATUM
                                X-LAUF
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0226" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.

      * DATEIEN OEFFNEN
           OPEN     INPUT  PKDRDIF-DP
                           PKDBSTP-DP
                           PKDLIEF-DP.
           OPEN     I-O    PKDRECH-DP
                           PKDZAHL-DP.
           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

           INITIALIZE ANZ-VORSCHLAG ANZ-GEHALTEN ANZ-BEZAHLT.
           INITIALIZE GES-SUM-BETR GES-SUM-SKTO GES-SUM-ZAHL.

           PERFORM  COPY-GET-TIME.
           MOVE     DATE-8 TO HEUTE-WRK.

           EVALUATE X-MODUS
                    WHEN "V"
                         PERFORM ERSTELLE-VORSCHLAG
                    WHEN "F"
                         PERFORM FREIGABE-LAUF
                    WHEN OTHER
                         MOVE "1" TO X-RETCODE
           END-EVALUATE.

       ENDE.
           CLOSE    PKDRECH-DP
                    PKDRDIF-DP
                    PKDBSTP-DP
                    PKDLIEF-DP
                    PKDZAHL-DP
                    DRUCK-DAT.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ZAHLVORSCHLAG ERSTELLEN: ALTE OFFENE VORSCHLAEGE VERWERFEN,
      * DANN ALLE ABGEGLICHENEN RECHNUNGEN GEGEN DEN STICHTAG
      * PRUEFEN UND DIE FAELLIGEN ALS VORSCHLAG SCHREIBEN
      *--------------------------------------------------------------
       ERSTELLE-VORSCHLAG SECTION.
       ERS-VOR-00.

      * STICHTAG: OHNE ANGABE EINE WOCHE VORAUS
           IF       X-DATUM NOT = ZEROES
                    MOVE X-DATUM TO STICHTAG-WRK
           ELSE
                    MOVE HEUTE-WRK TO GRENZE-WRK
                    MOVE 7         TO ADD-TAGE-ANZ
                    PERFORM ADD-TAGE
                    MOVE GRENZE-WRK TO STICHTAG-WRK
           END-IF.

      * NEUE LAUFNUMMER VERGEBEN
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PKDZLAUF" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK TO LAUF-WRK.
           MOVE     LAUF-WRK TO X-LAUF.

      * NOCH NICHT FREIGEGEBENE VORSCHLAEGE FRUEHERER LAEUFE
      * VERWERFEN, DAMIT KEINE RECHNUNG DOPPELT BEZAHLT WIRD
           PERFORM  VERWIRF-ALTE-VORSCHLAEGE.

           PERFORM  DRUCKE-KOPF-VORSCHLAG.

           INITIALIZE PKDRECHF OF PKDRECH-P.
           START    PKDRECH-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERS-VOR-80
           END-IF.

       ERS-VOR-20.
           READ     PKDRECH-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERS-VOR-80
           END-IF.

      * NUR ABGEGLICHENE, NOCH NICHT BEZAHLTE RECHNUNGEN
           IF       RGSTS OF PKDRECH-P NOT = "1"
            AND     RGSTS OF PKDRECH-P NOT = "2"
                    GO TO ERS-VOR-20
           END-IF.

      * GUTSCHRIFTEN WERDEN MIT DER RECHNUNG VERRECHNET, VOLL
      * GUTGESCHRIEBENE RECHNUNGEN SIND NICHT ZU ZAHLEN
           IF       RGTYP OF PKDRECH-P = "G"
                    GO TO ERS-VOR-20
           END-IF.
           COMPUTE  RECH-BETRAG =
                    RGBETR OF PKDRECH-P - RGGUTB OF PKDRECH-P
           END-COMPUTE.
           IF       RECH-BETRAG NOT > ZEROES
                    GO TO ERS-VOR-20
           END-IF.

      * FAELLIGKEIT UND SKONTO AUS DEN ZAHLUNGSBEDINGUNGEN
           PERFORM  ERMITTLE-FAELLIGKEIT.
           IF       VORSCHLAGEN = ZEROES
                    GO TO ERS-VOR-20
           END-IF.

      * RECHNUNGEN MIT OFFENER DIFFERENZ ODER NOCH ERWARTETER
      * GUTSCHRIFT BLEIBEN ZURUECK
           PERFORM  PRUEFE-OFFENE-DIFFERENZ.
           IF       OFFENE-DIFF NOT = ZEROES
                    ADD  1 TO ANZ-GEHALTEN
                    PERFORM DRUCKE-GEHALTEN
                    GO TO ERS-VOR-20
           END-IF.

           PERFORM  SCHREIBE-VORSCHLAG.
           PERFORM  DRUCKE-VORSCHLAG.

           GO TO    ERS-VOR-20.

       ERS-VOR-80.
           PERFORM  DRUCKE-SUMME.

       ERS-VOR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE NOCH OFFENEN VORSCHLAEGE (STATUS 0) AUF VERWORFEN
      * (STATUS 9) SETZEN
      *--------------------------------------------------------------
       VERWIRF-ALTE-VORSCHLAEGE SECTION.
       VER-ALT-00.

           INITIALIZE PKDZAHLF OF PKDZAHL-P.
           START    PKDZAHL-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-ALT-90
           END-IF.

       VER-ALT-20.
           READ     PKDZAHL-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-ALT-90
           END-IF.

           IF       ZLSTS OF PKDZAHL-P NOT = "0"
                    GO TO VER-ALT-20
           END-IF.

           MOVE     "9"               TO ZLSTS  OF PKDZAHL-P.
           MOVE     T-USER            TO ZLMSER OF PKDZAHL-P.
           MOVE     T-TERM            TO ZLMBS  OF PKDZAHL-P.
           MOVE     PGM-WRK           TO ZLMPGM OF PKDZAHL-P.
           MOVE     DATE-8            TO ZLMDTA OF PKDZAHL-P.
           MOVE     TIME-6            TO ZLMTIA OF PKDZAHL-P.
           REWRITE  PKDZAHL-P.

           GO TO    VER-ALT-20.

       VER-ALT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FAELLIGKEITEN DER RECHNUNG AUS DEN ZAHLUNGSBEDINGUNGEN DES
      * LIEFERANTEN RECHNEN UND ENTSCHEIDEN, OB SIE IN DEN LAUF
      * GEHOERT. SKONTO GIBT ES NUR, SOLANGE DIE SKONTOFRIST AM
      * ZAHLTAG (HEUTE) NOCH NICHT ABGELAUFEN IST
      *--------------------------------------------------------------
       ERMITTLE-FAELLIGKEIT SECTION.
       ERM-FAE-00.

           INITIALIZE VORSCHLAGEN SKONTO-WRK.
           INITIALIZE FAELLIG-NETTO FAELLIG-SKONTO.

      * ZAHLUNGSBEDINGUNGEN DES LIEFERANTEN
           INITIALIZE PKDLIEFF OF PKDLIEF-P.
           MOVE     RGLIEF OF PKDRECH-P TO KLLIEF OF PKDLIEF-P.
           READ     PKDLIEF-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    INITIALIZE PKDLIEFF OF PKDLIEF-P
           END-IF.

      * NETTOFAELLIGKEIT = RECHNUNGSDATUM + NETTOTAGE
           MOVE     RGDTR OF PKDRECH-P  TO GRENZE-WRK.
           MOVE     KLNETT OF PKDLIEF-P TO ADD-TAGE-ANZ.
           PERFORM  ADD-TAGE.
           MOVE     GRENZE-WRK TO FAELLIG-NETTO.

      * SKONTOFRIST NUR BEI HINTERLEGTEN SKONTOBEDINGUNGEN
           IF       KLSKTG OF PKDLIEF-P NOT = ZEROES
            AND     KLSKPZ OF PKDLIEF-P NOT = ZEROES
                    MOVE RGDTR  OF PKDRECH-P TO GRENZE-WRK
                    MOVE KLSKTG OF PKDLIEF-P TO ADD-TAGE-ANZ
                    PERFORM ADD-TAGE
                    MOVE GRENZE-WRK TO FAELLIG-SKONTO
           END-IF.

      * SKONTO ZIEHEN, WENN DIE FRIST HEUTE NOCH LAEUFT
           IF       FAELLIG-SKONTO NOT = ZEROES
            AND     FAELLIG-SKONTO NOT < HEUTE-WRK
                    COMPUTE SKONTO-WRK ROUNDED =
                            RECH-BETRAG
                          * KLSKPZ OF PKDLIEF-P / 100
                    END-COMPUTE
           END-IF.
           COMPUTE  ZAHLBETRAG-WRK =
                    RECH-BETRAG - SKONTO-WRK
           END-COMPUTE.

      * IN DEN LAUF: NETTO FAELLIG BIS STICHTAG ODER LETZTE
      * GELEGENHEIT FUER SKONTO VOR DEM NAECHSTEN LAUF
           IF       FAELLIG-NETTO NOT > STICHTAG-WRK
                    MOVE 1 TO VORSCHLAGEN
           END-IF.
           IF       SKONTO-WRK NOT = ZEROES
            AND     FAELLIG-SKONTO NOT > STICHTAG-WRK
                    MOVE 1 TO VORSCHLAGEN
           END-IF.

       ERM-FAE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PRUEFEN OB ZUR RECHNUNG NOCH EINE OFFENE DIFFERENZ
      * (PKDRDIF STATUS 0) IM ARBEITSVORRAT STEHT (OFFENE-DIFF 1)
      * ODER AN DER BESTELLUNG NOCH EINE GUTSCHRIFT FUER EINE
      * RUECKSENDUNG ERWARTET WIRD (OFFENE-DIFF 2)
      *--------------------------------------------------------------
       PRUEFE-OFFENE-DIFFERENZ SECTION.
       PRU-ODI-00.

           INITIALIZE OFFENE-DIFF.

           INITIALIZE PKDBSTPF OF PKDBSTP-P.
           MOVE     RGBLFD OF PKDRECH-P TO KPBLFD OF PKDBSTP-P.
           START    PKDBSTP-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-ODI-10
           END-IF.

       PRU-ODI-05.
           READ     PKDBSTP-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-ODI-10
           END-IF.
           IF       KPBLFD OF PKDBSTP-P NOT = RGBLFD OF PKDRECH-P
                    GO TO PRU-ODI-10
           END-IF.
           IF       KPGUTS OF PKDBSTP-P NOT = SPACES
                    MOVE 2 TO OFFENE-DIFF
                    GO TO PRU-ODI-90
           END-IF.
           GO TO    PRU-ODI-05.

       PRU-ODI-10.

           INITIALIZE PKDRDIFF OF PKDRDIF-P.
           START    PKDRDIF-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-ODI-90
           END-IF.

       PRU-ODI-20.
           READ     PKDRDIF-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-ODI-90
           END-IF.

           IF       DFRLFD OF PKDRDIF-P = RGLFDN OF PKDRECH-P
            AND     DFSTS  OF PKDRDIF-P = "0"
                    MOVE 1 TO OFFENE-DIFF
                    GO TO PRU-ODI-90
           END-IF.

           GO TO    PRU-ODI-20.

       PRU-ODI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINEN ZAHLVORSCHLAG IN PKDZAHL SCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-VORSCHLAG SECTION.
       SCH-VOR-00.

           ADD      1 TO ANZ-VORSCHLAG.
           ADD      RECH-BETRAG         TO GES-SUM-BETR.
           ADD      SKONTO-WRK          TO GES-SUM-SKTO.
           ADD      ZAHLBETRAG-WRK      TO GES-SUM-ZAHL.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PKDZAHLF OF PKDZAHL-P.
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PKDZAHL" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK             TO ZLLFDN OF PKDZAHL-P.
           MOVE     LAUF-WRK             TO ZLLAUF OF PKDZAHL-P.
           MOVE     RGLFDN OF PKDRECH-P  TO ZLRLFD OF PKDZAHL-P.
           MOVE     RGLIEF OF PKDRECH-P  TO ZLLIEF OF PKDZAHL-P.
           MOVE     RGRGNR OF PKDRECH-P  TO ZLRGNR OF PKDZAHL-P.
           MOVE     RGDTR  OF PKDRECH-P  TO ZLDTR  OF PKDZAHL-P.
           MOVE     RECH-BETRAG          TO ZLBETR OF PKDZAHL-P.
           MOVE     SKONTO-WRK           TO ZLSKTO OF PKDZAHL-P.
           MOVE     ZAHLBETRAG-WRK       TO ZLZBTR OF PKDZAHL-P.
           MOVE     FAELLIG-SKONTO       TO ZLFSKT OF PKDZAHL-P.
           MOVE     FAELLIG-NETTO        TO ZLFNET OF PKDZAHL-P.
           MOVE     STICHTAG-WRK         TO ZLSTIC OF PKDZAHL-P.
           MOVE     "0"                  TO ZLSTS  OF PKDZAHL-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO ZLAUSR OF PKDZAHL-P.
           MOVE     T-TERM            TO ZLABS  OF PKDZAHL-P.
           MOVE     PGM-WRK           TO ZLAPGM OF PKDZAHL-P.
           MOVE     DATE-8            TO ZLADTA OF PKDZAHL-P.
           MOVE     TIME-6            TO ZLATIA OF PKDZAHL-P.

           WRITE    PKDZAHL-P.

       SCH-VOR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FREIGABE EINES VORSCHLAGSLAUFS: JEDE VORGESCHLAGENE
      * RECHNUNG WIRD ALS BEZAHLT GEKENNZEICHNET UND IN DIE
      * ZAHLLISTE JE LIEFERANT GEDRUCKT
      *--------------------------------------------------------------
       FREIGABE-LAUF SECTION.
       FRE-LAU-00.

      * DIE FREIGABE IST EINE EIGENE BERECHTIGUNG
           MOVE     SPACES TO AUTH-RETCODE.
           CALL     "CFP9002" USING T-USER
                                    AUSWAHL-FREIGABE
                                    PGM-WRK
                                    AUTH-RETCODE
           END-CALL.
           IF       AUTH-RETCODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO FRE-LAU-90
           END-IF.

      * OHNE LAUFNUMMER DEN LETZTEN OFFENEN LAUF NEHMEN
           MOVE     X-LAUF TO LAUF-WRK.
           IF       LAUF-WRK = ZEROES
                    PERFORM SUCHE-OFFENEN-LAUF
           END-IF.
           IF       LAUF-WRK = ZEROES
                    MOVE "1" TO X-RETCODE
                    GO TO FRE-LAU-90
           END-IF.
           MOVE     LAUF-WRK TO X-LAUF.

           PERFORM  DRUCKE-KOPF-ZAHLUNG.
           INITIALIZE LIEF-ALT.

           INITIALIZE PKDZAHLF OF PKDZAHL-P.
           START    PKDZAHL-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO FRE-LAU-80
           END-IF.

       FRE-LAU-20.
           READ     PKDZAHL-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO FRE-LAU-80
           END-IF.

           IF       ZLLAUF OF PKDZAHL-P NOT = LAUF-WRK
            OR      ZLSTS  OF PKDZAHL-P NOT = "0"
                    GO TO FRE-LAU-20
           END-IF.

      * RECHNUNG MIT SPERRE NACHLESEN
           INITIALIZE PKDRECHF OF PKDRECH-P.
           MOVE     ZLRLFD OF PKDZAHL-P TO RGLFDN OF PKDRECH-P.
           READ     PKDRECH-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO FRE-LAU-20
           END-IF.

      * INZWISCHEN BEZAHLT ODER EINE NEUE DIFFERENZ AUFGETRETEN?
           IF       RGSTS OF PKDRECH-P NOT = "1"
            AND     RGSTS OF PKDRECH-P NOT = "2"
                    MOVE "9" TO ZLSTS OF PKDZAHL-P
                    PERFORM AENDERE-ZAHLSATZ
                    GO TO FRE-LAU-20
           END-IF.
      * SEIT DEM VORSCHLAG EINE GUTSCHRIFT VERRECHNET? DANN
      * STIMMT DER VORGESCHLAGENE BETRAG NICHT MEHR
           COMPUTE  RECH-BETRAG =
                    RGBETR OF PKDRECH-P - RGGUTB OF PKDRECH-P
           END-COMPUTE.
           IF       RECH-BETRAG NOT = ZLBETR OF PKDZAHL-P
                    ADD  1   TO ANZ-GEHALTEN
                    MOVE "9" TO ZLSTS OF PKDZAHL-P
                    PERFORM AENDERE-ZAHLSATZ
                    GO TO FRE-LAU-20
           END-IF.
           PERFORM  PRUEFE-OFFENE-DIFFERENZ.
           IF       OFFENE-DIFF NOT = ZEROES
                    ADD  1   TO ANZ-GEHALTEN
                    MOVE "9" TO ZLSTS OF PKDZAHL-P
                    PERFORM AENDERE-ZAHLSATZ
                    GO TO FRE-LAU-20
           END-IF.

      * RECHNUNG ALS BEZAHLT KENNZEICHNEN
           PERFORM  COPY-GET-TIME.
           MOVE     "3"                 TO RGSTS  OF PKDRECH-P.
           MOVE     DATE-8              TO RGZDTA OF PKDRECH-P.
           MOVE     ZLSKTO OF PKDZAHL-P TO RGSKTO OF PKDRECH-P.
           MOVE     ZLZBTR OF PKDZAHL-P TO RGZBTR OF PKDRECH-P.
           MOVE     LAUF-WRK            TO RGZLAU OF PKDRECH-P.
           MOVE     T-USER              TO RGMSER OF PKDRECH-P.
           MOVE     T-TERM              TO RGMBS  OF PKDRECH-P.
           MOVE     PGM-WRK             TO RGMPGM OF PKDRECH-P.
           MOVE     DATE-8              TO RGMDTA OF PKDRECH-P.
           MOVE     TIME-6              TO RGMTIA OF PKDRECH-P.
           REWRITE  PKDRECH-P.

           MOVE     "1" TO ZLSTS OF PKDZAHL-P.
           PERFORM  AENDERE-ZAHLSATZ.
           ADD      1 TO ANZ-BEZAHLT.

      * GRUPPENWECHSEL LIEFERANT
           IF       ZLLIEF OF PKDZAHL-P NOT = LIEF-ALT
                    IF   LIEF-ALT NOT = SPACES
                         PERFORM DRUCKE-LIEFERANT-SUMME
                    END-IF
                    PERFORM DRUCKE-LIEFERANT-KOPF
           END-IF.

           PERFORM  DRUCKE-ZAHLUNG.

           GO TO    FRE-LAU-20.

       FRE-LAU-80.
           IF       LIEF-ALT NOT = SPACES
                    PERFORM DRUCKE-LIEFERANT-SUMME
           END-IF.
           PERFORM  DRUCKE-SUMME.

       FRE-LAU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HOECHSTE LAUFNUMMER MIT NOCH OFFENEN VORSCHLAEGEN SUCHEN
      *--------------------------------------------------------------
       SUCHE-OFFENEN-LAUF SECTION.
       SUC-OLA-00.

           INITIALIZE LAUF-WRK.

           INITIALIZE PKDZAHLF OF PKDZAHL-P.
           START    PKDZAHL-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUC-OLA-90
           END-IF.

       SUC-OLA-20.
           READ     PKDZAHL-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUC-OLA-90
           END-IF.

           IF       ZLSTS  OF PKDZAHL-P = "0"
            AND     ZLLAUF OF PKDZAHL-P > LAUF-WRK
                    MOVE ZLLAUF OF PKDZAHL-P TO LAUF-WRK
           END-IF.

           GO TO    SUC-OLA-20.

       SUC-OLA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GELESENEN ZAHLSATZ MIT AENDERUNGSDATEN ZURUECKSCHREIBEN
      *--------------------------------------------------------------
       AENDERE-ZAHLSATZ SECTION.
       AEN-ZAH-00.

           PERFORM  COPY-GET-TIME.

           MOVE     T-USER            TO ZLMSER OF PKDZAHL-P.
           MOVE     T-TERM            TO ZLMBS  OF PKDZAHL-P.
           MOVE     PGM-WRK           TO ZLMPGM OF PKDZAHL-P.
           MOVE     DATE-8            TO ZLMDTA OF PKDZAHL-P.
           MOVE     TIME-6            TO ZLMTIA OF PKDZAHL-P.

           REWRITE  PKDZAHL-P.

       AEN-ZAH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ADD-TAGE-ANZ TAGE AUF GRENZE-WRK ADDIEREN
      *--------------------------------------------------------------
       ADD-TAGE SECTION.
       ADD-TAG-00.

           IF       ADD-TAGE-ANZ = ZEROES
                    GO TO ADD-TAG-90
           END-IF.

           PERFORM  MONATS-LAENGE-RECHNEN.
           IF       GRE-TAG < MONAT-LAENGE
                    ADD 1 TO GRE-TAG
           ELSE
                    MOVE 1 TO GRE-TAG
                    IF   GRE-MONAT < 12
                         ADD 1 TO GRE-MONAT
                    ELSE
                         MOVE 1 TO GRE-MONAT
                         ADD  1 TO GRE-JAHR
                    END-IF
           END-IF.

           SUBTRACT 1 FROM ADD-TAGE-ANZ.
           GO TO    ADD-TAG-00.

       ADD-TAG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LAENGE DES MONATS GRE-MONAT IM JAHR GRE-JAHR ERMITTELN
      *--------------------------------------------------------------
       MONATS-LAENGE-RECHNEN SECTION.
       MON-LAE-00.

           EVALUATE GRE-MONAT
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
                         DIVIDE GRE-JAHR BY 4 GIVING SJA-WERT
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
      * KOPF DER VORSCHLAGSLISTE DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-KOPF-VORSCHLAG SECTION.
       DRU-KVO-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "ZAHLVORSCHLAG LAUF"  TO DRUCK-ZEILE(1:18).
           MOVE     LAUF-WRK              TO DSP-LAUF.
           MOVE     DSP-LAUF              TO DRUCK-ZEILE(20:9).
           MOVE     "STICHTAG"            TO DRUCK-ZEILE(32:8).
           MOVE     STICHTAG-WRK(7:2)     TO DRUCK-ZEILE(41:2).
           MOVE     "."                   TO DRUCK-ZEILE(43:1).
           MOVE     STICHTAG-WRK(5:2)     TO DRUCK-ZEILE(44:2).
           MOVE     "."                   TO DRUCK-ZEILE(46:1).
           MOVE     STICHTAG-WRK(1:4)     TO DRUCK-ZEILE(47:4).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "=" TO DRUCK-ZEILE(1:50).
           PERFORM  DRUCKE-ZEILE.

           PERFORM  DRUCKE-SPALTEN.

       DRU-KVO-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPF DER ZAHLLISTE FUER DIE BUCHHALTUNG DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-KOPF-ZAHLUNG SECTION.
       DRU-KZA-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "ZAHLLISTE LAUF"      TO DRUCK-ZEILE(1:14).
           MOVE     LAUF-WRK              TO DSP-LAUF.
           MOVE     DSP-LAUF              TO DRUCK-ZEILE(16:9).
           MOVE     "ZAHLTAG"             TO DRUCK-ZEILE(28:7).
           MOVE     HEUTE-WRK(7:2)        TO DRUCK-ZEILE(36:2).
           MOVE     "."                   TO DRUCK-ZEILE(38:1).
           MOVE     HEUTE-WRK(5:2)        TO DRUCK-ZEILE(39:2).
           MOVE     "."                   TO DRUCK-ZEILE(41:1).
           MOVE     HEUTE-WRK(1:4)        TO DRUCK-ZEILE(42:4).
           MOVE     "FREIGABE"            TO DRUCK-ZEILE(48:8).
           MOVE     T-USER                TO DRUCK-ZEILE(57:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "=" TO DRUCK-ZEILE(1:66).
           PERFORM  DRUCKE-ZEILE.

           PERFORM  DRUCKE-SPALTEN.

       DRU-KZA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SPALTENUEBERSCHRIFTEN FUER BEIDE LISTEN
      *--------------------------------------------------------------
       DRUCKE-SPALTEN SECTION.
       DRU-SPA-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "LIEFERANT"  TO DRUCK-ZEILE(1:9).
           MOVE     "RECHNUNG"   TO DRUCK-ZEILE(13:8).
           MOVE     "RG-DATUM"   TO DRUCK-ZEILE(30:8).
           MOVE     "SKONTO BIS" TO DRUCK-ZEILE(41:10).
           MOVE     "NETTO BIS"  TO DRUCK-ZEILE(53:9).
           MOVE     "BETRAG"     TO DRUCK-ZEILE(71:6).
           MOVE     "SKONTO"     TO DRUCK-ZEILE(85:6).
           MOVE     "ZAHLBETRAG" TO DRUCK-ZEILE(95:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

       DRU-SPA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE VORGESCHLAGENE RECHNUNG DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-VORSCHLAG SECTION.
       DRU-VOR-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     RGLIEF OF PKDRECH-P   TO DRUCK-ZEILE(1:10).
           MOVE     RGRGNR OF PKDRECH-P   TO DRUCK-ZEILE(13:15).
           MOVE     RGDTR  OF PKDRECH-P(7:2) TO DRUCK-ZEILE(30:2).
           MOVE     "."                   TO DRUCK-ZEILE(32:1).
           MOVE     RGDTR  OF PKDRECH-P(5:2) TO DRUCK-ZEILE(33:2).
           MOVE     "."                   TO DRUCK-ZEILE(35:1).
           MOVE     RGDTR  OF PKDRECH-P(1:4) TO DRUCK-ZEILE(36:4).
           IF       FAELLIG-SKONTO NOT = ZEROES
                    MOVE FAELLIG-SKONTO(7:2) TO DRUCK-ZEILE(41:2)
                    MOVE "."                 TO DRUCK-ZEILE(43:1)
                    MOVE FAELLIG-SKONTO(5:2) TO DRUCK-ZEILE(44:2)
                    MOVE "."                 TO DRUCK-ZEILE(46:1)
                    MOVE FAELLIG-SKONTO(1:4) TO DRUCK-ZEILE(47:4)
           END-IF.
           MOVE     FAELLIG-NETTO(7:2)    TO DRUCK-ZEILE(53:2).
           MOVE     "."                   TO DRUCK-ZEILE(55:1).
           MOVE     FAELLIG-NETTO(5:2)    TO DRUCK-ZEILE(56:2).
           MOVE     "."                   TO DRUCK-ZEILE(58:1).
           MOVE     FAELLIG-NETTO(1:4)    TO DRUCK-ZEILE(59:4).
           MOVE     RECH-BETRAG           TO DSP-WERT.
           MOVE     DSP-WERT              TO DRUCK-ZEILE(64:13).
           MOVE     SKONTO-WRK            TO DSP-WERT.
           MOVE     DSP-WERT              TO DRUCK-ZEILE(78:13).
           MOVE     ZAHLBETRAG-WRK        TO DSP-WERT.
           MOVE     DSP-WERT              TO DRUCK-ZEILE(92:13).
           PERFORM  DRUCKE-ZEILE.

       DRU-VOR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE WEGEN OFFENER DIFFERENZ ZURUECKGEHALTENE RECHNUNG
      * DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-GEHALTEN SECTION.
       DRU-GEH-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     RGLIEF OF PKDRECH-P   TO DRUCK-ZEILE(1:10).
           MOVE     RGRGNR OF PKDRECH-P   TO DRUCK-ZEILE(13:15).
           MOVE     RGDTR  OF PKDRECH-P(7:2) TO DRUCK-ZEILE(30:2).
           MOVE     "."                   TO DRUCK-ZEILE(32:1).
           MOVE     RGDTR  OF PKDRECH-P(5:2) TO DRUCK-ZEILE(33:2).
           MOVE     "."                   TO DRUCK-ZEILE(35:1).
           MOVE     RGDTR  OF PKDRECH-P(1:4) TO DRUCK-ZEILE(36:4).
           MOVE     RECH-BETRAG           TO DSP-WERT.
           MOVE     DSP-WERT              TO DRUCK-ZEILE(64:13).
           IF       OFFENE-DIFF = 2
                    MOVE "*ZURUECKGEHALTEN - GUTSCHRIFT ERWARTET*"
                                          TO DRUCK-ZEILE(78:39)
           ELSE
                    MOVE "*ZURUECKGEHALTEN - DIFFERENZ OFFEN (XXP0219)*"
                                          TO DRUCK-ZEILE(78:45)
           END-IF.
           PERFORM  DRUCKE-ZEILE.

       DRU-GEH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPFZEILE JE LIEFERANT IN DER ZAHLLISTE
      *--------------------------------------------------------------
       DRUCKE-LIEFERANT-KOPF SECTION.
       DRU-LKO-00.

           MOVE     ZLLIEF OF PKDZAHL-P TO LIEF-ALT.
           INITIALIZE LIEF-SUM-BETR LIEF-SUM-SKTO LIEF-SUM-ZAHL.

           INITIALIZE PKDLIEFF OF PKDLIEF-P.
           MOVE     ZLLIEF OF PKDZAHL-P TO KLLIEF OF PKDLIEF-P.
           READ     PKDLIEF-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    INITIALIZE PKDLIEFF OF PKDLIEF-P
           END-IF.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     ZLLIEF OF PKDZAHL-P TO DRUCK-ZEILE(1:10).
           MOVE     KLNAME OF PKDLIEF-P TO DRUCK-ZEILE(13:40).
           PERFORM  DRUCKE-ZEILE.

       DRU-LKO-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE BEZAHLTE RECHNUNG IN DIE ZAHLLISTE DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-ZAHLUNG SECTION.
       DRU-ZAH-00.

           ADD      ZLBETR OF PKDZAHL-P TO LIEF-SUM-BETR GES-SUM-BETR.
           ADD      ZLSKTO OF PKDZAHL-P TO LIEF-SUM-SKTO GES-SUM-SKTO.
           ADD      ZLZBTR OF PKDZAHL-P TO LIEF-SUM-ZAHL GES-SUM-ZAHL.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     ZLRGNR OF PKDZAHL-P   TO DRUCK-ZEILE(13:15).
           MOVE     ZLDTR  OF PKDZAHL-P(7:2) TO DRUCK-ZEILE(30:2).
           MOVE     "."                   TO DRUCK-ZEILE(32:1).
           MOVE     ZLDTR  OF PKDZAHL-P(5:2) TO DRUCK-ZEILE(33:2).
           MOVE     "."                   TO DRUCK-ZEILE(35:1).
           MOVE     ZLDTR  OF PKDZAHL-P(1:4) TO DRUCK-ZEILE(36:4).
           IF       ZLFSKT OF PKDZAHL-P NOT = ZEROES
                    MOVE ZLFSKT OF PKDZAHL-P(7:2) TO DRUCK-ZEILE(41:2)
                    MOVE "."                      TO DRUCK-ZEILE(43:1)
                    MOVE ZLFSKT OF PKDZAHL-P(5:2) TO DRUCK-ZEILE(44:2)
                    MOVE "."                      TO DRUCK-ZEILE(46:1)
                    MOVE ZLFSKT OF PKDZAHL-P(1:4) TO DRUCK-ZEILE(47:4)
           END-IF.
           MOVE     ZLFNET OF PKDZAHL-P(7:2) TO DRUCK-ZEILE(53:2).
           MOVE     "."                   TO DRUCK-ZEILE(55:1).
           MOVE     ZLFNET OF PKDZAHL-P(5:2) TO DRUCK-ZEILE(56:2).
           MOVE     "."                   TO DRUCK-ZEILE(58:1).
           MOVE     ZLFNET OF PKDZAHL-P(1:4) TO DRUCK-ZEILE(59:4).
           MOVE     ZLBETR OF PKDZAHL-P   TO DSP-WERT.
           MOVE     DSP-WERT              TO DRUCK-ZEILE(64:13).
           MOVE     ZLSKTO OF PKDZAHL-P   TO DSP-WERT.
           MOVE     DSP-WERT              TO DRUCK-ZEILE(78:13).
           MOVE     ZLZBTR OF PKDZAHL-P   TO DSP-WERT.
           MOVE     DSP-WERT              TO DRUCK-ZEILE(92:13).
           PERFORM  DRUCKE-ZEILE.

       DRU-ZAH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUMMENZEILE JE LIEFERANT IN DER ZAHLLISTE
      *--------------------------------------------------------------
       DRUCKE-LIEFERANT-SUMME SECTION.
       DRU-LSU-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "SUMME LIEFERANT"     TO DRUCK-ZEILE(13:15).
           MOVE     LIEF-SUM-BETR         TO DSP-WERT.
           MOVE     DSP-WERT              TO DRUCK-ZEILE(64:13).
           MOVE     LIEF-SUM-SKTO         TO DSP-WERT.
           MOVE     DSP-WERT              TO DRUCK-ZEILE(78:13).
           MOVE     LIEF-SUM-ZAHL         TO DSP-WERT.
           MOVE     DSP-WERT              TO DRUCK-ZEILE(92:13).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

       DRU-LSU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GESAMTSUMMEN UND ZAEHLER DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-SUMME SECTION.
       DRU-SUM-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "GESAMT"              TO DRUCK-ZEILE(13:6).
           MOVE     GES-SUM-BETR          TO DSP-WERT.
           MOVE     DSP-WERT              TO DRUCK-ZEILE(64:13).
           MOVE     GES-SUM-SKTO          TO DSP-WERT.
           MOVE     DSP-WERT              TO DRUCK-ZEILE(78:13).
           MOVE     GES-SUM-ZAHL          TO DSP-WERT.
           MOVE     DSP-WERT              TO DRUCK-ZEILE(92:13).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           IF       X-MODUS = "V"
                    MOVE "VORGESCHLAGEN:"  TO DRUCK-ZEILE(1:14)
                    MOVE ANZ-VORSCHLAG     TO DSP-ANZ-5
           ELSE
                    MOVE "BEZAHLT:"        TO DRUCK-ZEILE(1:8)
                    MOVE ANZ-BEZAHLT       TO DSP-ANZ-5
           END-IF.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(20:5).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "ZURUECKGEHALTEN:"    TO DRUCK-ZEILE(1:16).
           MOVE     ANZ-GEHALTEN          TO DSP-ANZ-5.
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
