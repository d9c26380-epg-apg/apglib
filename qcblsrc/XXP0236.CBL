       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0236.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * MONATLICHE VERRECHNUNG DER LAGERENTNAHMEN AUF KOSTENSTELLEN   *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  VERRECHNET ALLE NOCH NICHT VERRECHNETEN      *
      *                  ENTNAHMEN (PKDLAGB ART E MIT KOSTENSTELLE    *
      *                  LGKST) BIS ZUM ENDE DER PERIODE X-PERIODE    *
      *                  (JJJJMM, 0 = VORMONAT). BEWERTET WIRD MIT    *
      *                  DEM AKTUELLEN ARTIKELPREIS KAPREI.           *
      *                  JE KOSTENSTELLE WIRD EIN BELEG MIT ALLEN     *
      *                  ENTNAHMEN GEDRUCKT UND DIE SUMME IM          *
      *                  BUDGETKONTO (PKDBUDG, JAHR DER PERIODE) IN   *
      *                  DEN VERBRAUCH BUVERB GEBUCHT. DER ANTEIL AUS *
      *                  LAGERENTNAHMEN STEHT ZUSAETZLICH IN BUVLAG,  *
      *                  SO DASS BESTELL- UND VERBRAUCHSBEZOGENER     *
      *                  VERBRAUCH UNTERSCHIEDEN WERDEN KOENNEN.      *
      *                  VERRECHNETE ENTNAHMEN TRAGEN PERIODE UND     *
      *                  WERT (LGVPER, LGVWRT) UND WERDEN KEIN        *
      *                  ZWEITES MAL VERRECHNET. OHNE BUDGETKONTO     *
      *                  BLEIBEN DIE ENTNAHMEN DER KOSTENSTELLE       *
      *                  OFFEN UND WERDEN IM BELEG SO GEKENNZEICHNET. *
      *                  IST DAS JAHR DES KONTOS SCHON ABGESCHLOSSEN  *
      *                  (BUABGS), GEHT DIE BELASTUNG AUF DAS KONTO   *
      *                  DES FOLGEJAHRES.                             *
      *                  AUSGABE ALS SPOOLDATEI XXF0236.              *
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
      * LOGISCHE DATEI LAGERBEWEGUNGEN NACH KOSTENSTELLE
      *-------------------------------------------------------------
           SELECT PKDLAGB-DL
                  ASSIGN       TO  DATABASE-PKDLAGBL1
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDART: ARTIKELSTAMM
      *-------------------------------------------------------------
           SELECT PKDART-DP
                  ASSIGN       TO  DATABASE-PKDART
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
      *- XXF0236: SPOOLAUSGABE VERRECHNUNGSBELEGE
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0236
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PKDLAGBL1: LGKST, LGLFDN
       FD  PKDLAGB-DL
           LABEL RECORDS ARE STANDARD.
       01  PKDLAGB-L.
           COPY DDS-ALL-FORMATS OF PKDLAGBL1.
      /
      *--- PKDART: KAANR
       FD  PKDART-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDART-P.
           COPY DDS-ALL-FORMATS OF PKDART.
      /
      *--- PKDBUDG: BUKST, BUJAHR
       FD  PKDBUDG-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDBUDG-P.
           COPY DDS-ALL-FORMATS OF PKDBUDG.
      /
      *- XXF0236: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0236.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0236".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * VERRECHNETE PERIODE (JJJJMM)
       01  PER-WRK.
        05 PER-JJJJ                      PIC 9(4).
        05 PER-MM                        PIC 9(2).
       01  PER-WRK-N REDEFINES PER-WRK   PIC 9(6).
       01  DATUM-BIS                     PIC 9(8).

      * GRUPPENWECHSEL KOSTENSTELLE
       01  KST-WRK                       LIKE LGKST  OF PKDLAGB-L.
       01  KST-SUMME                     PIC S9(9)V9(2).
       77  KST-ANZ                       PIC 9(5)  COMP.

      * BUDGETKONTO DER KOSTENSTELLE VORHANDEN? BELASTETES JAHR
       01  BUDG-DA                       PIC 9(1).
       01  BUDG-JAHR                     PIC 9(4).

      * WERT DER GELESENEN ENTNAHME
       01  PREIS-WRK                     LIKE KAPREI OF PKDART-P.
       01  ENTNAHME-WERT                 PIC S9(9)V9(2).

      * SUMMEN DES LAUFES
       01  SUM-VERRECHNET                PIC S9(11)V9(2).
       01  SUM-OFFEN                     PIC S9(11)V9(2).
       77  ANZ-KOSTENSTELLEN             PIC 9(5)  COMP.

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DSP-WERT-S                    PIC -(8)9,9(2).
       01  DSP-SUMME-S                   PIC -(10)9,9(2).
       01  DSP-MENGE-S                   PIC -(6)9.
       01  DSP-ANZ-5                     PIC Z(4)9.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * ZU VERRECHNENDE PERIODE JJJJMM (0 = VORMONAT)
       01  X-PERIODE                     PIC 9(6).
      * RUECKMELDUNG AN DEN AUFRUFER (LEER = OK)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-PERIODE
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0236" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.

      * DATEIEN OEFFNEN
           OPEN     INPUT  PKDART-DP.
           OPEN     I-O    PKDLAGB-DL
                           PKDBUDG-DP.
           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

      * PERIODE BESTIMMEN
           PERFORM  ERMITTLE-PERIODE.
           IF       X-RETCODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           INITIALIZE SUM-VERRECHNET SUM-OFFEN ANZ-KOSTENSTELLEN.

      * ENTNAHMEN JE KOSTENSTELLE VERRECHNEN
           PERFORM  DRUCKE-KOPF.
           PERFORM  VERRECHNE-ENTNAHMEN.
           PERFORM  DRUCKE-SUMME.

       ENDE.
           CLOSE    PKDLAGB-DL
                    PKDART-DP
                    PKDBUDG-DP
                    DRUCK-DAT.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * PERIODE UND LETZTEN TAG DER PERIODE BESTIMMEN
      *--------------------------------------------------------------
       ERMITTLE-PERIODE SECTION.
       ERM-PER-00.

           IF       X-PERIODE NOT = ZEROES
                    MOVE X-PERIODE TO PER-WRK-N
                    GO TO ERM-PER-20
           END-IF.

      * STANDARD: DER VORMONAT DES TAGESDATUMS
           PERFORM  COPY-GET-TIME.
           MOVE     DATE-8(1:4) TO PER-JJJJ.
           MOVE     DATE-8(5:2) TO PER-MM.
           IF       PER-MM = 1
                    MOVE     12 TO PER-MM
                    SUBTRACT 1  FROM PER-JJJJ
           ELSE
                    SUBTRACT 1  FROM PER-MM
           END-IF.

       ERM-PER-20.
           IF       PER-MM < 1
            OR      PER-MM > 12
                    MOVE "1" TO X-RETCODE
                    GO TO ERM-PER-90
           END-IF.

      * TAG 31 ALS OBERGRENZE GILT FUER JEDEN MONAT
           COMPUTE  DATUM-BIS = PER-WRK-N * 100 + 31
           END-COMPUTE.

       ERM-PER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE OFFENEN ENTNAHMEN IN DER REIHENFOLGE DER KOSTENSTELLE
      * LESEN, BEWERTEN, DRUCKEN UND ALS VERRECHNET KENNZEICHNEN
      *--------------------------------------------------------------
       VERRECHNE-ENTNAHMEN SECTION.
       VER-ENT-00.

           INITIALIZE KST-WRK.

           INITIALIZE PKDLAGBF OF PKDLAGB-L.
           START    PKDLAGB-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-ENT-80
           END-IF.

       VER-ENT-20.
           READ     PKDLAGB-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-ENT-80
           END-IF.

      * NUR ENTNAHMEN MIT KOSTENSTELLE, NOCH NICHT VERRECHNET,
      * BIS ZUM ENDE DER PERIODE
           IF       LGART  OF PKDLAGB-L NOT = "E"
            OR      LGKST  OF PKDLAGB-L = SPACES
            OR      LGVPER OF PKDLAGB-L NOT = ZEROES
            OR      LGADTA OF PKDLAGB-L > DATUM-BIS
                    UNLOCK PKDLAGB-DL
                    GO TO VER-ENT-20
           END-IF.

      * GRUPPENWECHSEL KOSTENSTELLE
           IF       LGKST OF PKDLAGB-L NOT = KST-WRK
                    IF   KST-WRK NOT = SPACES
                         PERFORM SCHLIESSE-KOSTENSTELLE
                    END-IF
                    PERFORM BEGINNE-KOSTENSTELLE
           END-IF.

      * MIT DEM AKTUELLEN ARTIKELPREIS BEWERTEN
           INITIALIZE PREIS-WRK.
           INITIALIZE PKDARTF OF PKDART-P.
           MOVE     LGANR OF PKDLAGB-L TO KAANR OF PKDART-P.
           READ     PKDART-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE KAPREI OF PKDART-P TO PREIS-WRK
           ELSE
                    INITIALIZE PKDARTF OF PKDART-P
           END-IF.
           COMPUTE  ENTNAHME-WERT ROUNDED =
                    LGMENG OF PKDLAGB-L * PREIS-WRK
           END-COMPUTE.

           ADD      ENTNAHME-WERT TO KST-SUMME.
           ADD      1             TO KST-ANZ.
           PERFORM  DRUCKE-ENTNAHME.

      * OHNE BUDGETKONTO BLEIBT DIE ENTNAHME OFFEN
           IF       BUDG-DA = ZEROES
                    UNLOCK PKDLAGB-DL
                    GO TO VER-ENT-20
           END-IF.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

           MOVE     PER-WRK-N         TO LGVPER OF PKDLAGB-L.
           MOVE     ENTNAHME-WERT     TO LGVWRT OF PKDLAGB-L.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO LGMSER OF PKDLAGB-L.
           MOVE     T-TERM            TO LGMBS  OF PKDLAGB-L.
           MOVE     PGM-WRK           TO LGMPGM OF PKDLAGB-L.
           MOVE     DATE-8            TO LGMDTA OF PKDLAGB-L.
           MOVE     TIME-6            TO LGMTIA OF PKDLAGB-L.

           REWRITE  PKDLAGB-L.

           GO TO    VER-ENT-20.

       VER-ENT-80.
           IF       KST-WRK NOT = SPACES
                    PERFORM SCHLIESSE-KOSTENSTELLE
           END-IF.

       VER-ENT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NEUE KOSTENSTELLE: SUMMEN LEEREN, BUDGETKONTO PRUEFEN UND
      * DEN KOPF DES BELEGS DRUCKEN
      *--------------------------------------------------------------
       BEGINNE-KOSTENSTELLE SECTION.
       BEG-KST-00.

           MOVE     LGKST OF PKDLAGB-L TO KST-WRK.
           INITIALIZE KST-SUMME KST-ANZ.
           ADD      1 TO ANZ-KOSTENSTELLEN.

           INITIALIZE BUDG-DA.
           MOVE     PER-JJJJ TO BUDG-JAHR.

       BEG-KST-20.
           INITIALIZE PKDBUDGF OF PKDBUDG-P.
           MOVE     KST-WRK           TO BUKST  OF PKDBUDG-P.
           MOVE     BUDG-JAHR         TO BUJAHR OF PKDBUDG-P.
           READ     PKDBUDG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE 1 TO BUDG-DA
           END-IF.

      * ABGESCHLOSSENES JAHR: AUF DAS FOLGEJAHR AUSWEICHEN
           IF       BUDG-DA NOT = ZEROES
            AND     BUABGS OF PKDBUDG-P = "1"
                    INITIALIZE BUDG-DA
                    ADD  1 TO BUDG-JAHR
                    GO TO BEG-KST-20
           END-IF.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "KOSTENSTELLE"        TO DRUCK-ZEILE(1:12).
           MOVE     KST-WRK               TO DRUCK-ZEILE(14:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "-" TO DRUCK-ZEILE(1:23).
           PERFORM  DRUCKE-ZEILE.

       BEG-KST-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOSTENSTELLE ABSCHLIESSEN: SUMME DRUCKEN UND IN DAS
      * BUDGETKONTO BUCHEN (VERBRAUCH UND ANTEIL LAGER)
      *--------------------------------------------------------------
       SCHLIESSE-KOSTENSTELLE SECTION.
       SCH-KST-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "SUMME KOSTENSTELLE"  TO DRUCK-ZEILE(1:18).
           MOVE     KST-WRK               TO DRUCK-ZEILE(20:10).
           MOVE     KST-ANZ               TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(32:5).
           MOVE     "ENTNAHMEN"           TO DRUCK-ZEILE(38:9).
           MOVE     KST-SUMME             TO DSP-WERT-S.
           MOVE     DSP-WERT-S            TO DRUCK-ZEILE(107:12).
           PERFORM  DRUCKE-ZEILE.

           IF       BUDG-DA = ZEROES
                    ADD  KST-SUMME TO SUM-OFFEN
                    MOVE SPACES TO DRUCK-ZEILE
                    MOVE "KEIN BUDGETKONTO FUER"
                                          TO DRUCK-ZEILE(1:21)
                    MOVE BUDG-JAHR        TO DRUCK-ZEILE(23:4)
                    MOVE "- NICHT VERRECHNET, BLEIBT OFFEN"
                                          TO DRUCK-ZEILE(28:32)
                    PERFORM DRUCKE-ZEILE
                    GO TO SCH-KST-90
           END-IF.

      * BUDGETKONTO MIT SPERRE LESEN UND FORTSCHREIBEN
           INITIALIZE PKDBUDGF OF PKDBUDG-P.
           MOVE     KST-WRK           TO BUKST  OF PKDBUDG-P.
           MOVE     BUDG-JAHR         TO BUJAHR OF PKDBUDG-P.
           READ     PKDBUDG-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-KST-90
           END-IF.

           ADD      KST-SUMME TO BUVERB OF PKDBUDG-P.
           ADD      KST-SUMME TO BUVLAG OF PKDBUDG-P.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO BUMSER OF PKDBUDG-P.
           MOVE     T-TERM            TO BUMBS  OF PKDBUDG-P.
           MOVE     PGM-WRK           TO BUMPGM OF PKDBUDG-P.
           MOVE     DATE-8            TO BUMDTA OF PKDBUDG-P.
           MOVE     TIME-6            TO BUMTIA OF PKDBUDG-P.

           REWRITE  PKDBUDG-P.

           ADD      KST-SUMME TO SUM-VERRECHNET.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "VERRECHNET AUF BUDGETKONTO"
                                          TO DRUCK-ZEILE(1:26).
           MOVE     KST-WRK               TO DRUCK-ZEILE(28:10).
           MOVE     BUDG-JAHR             TO DRUCK-ZEILE(39:4).
           PERFORM  DRUCKE-ZEILE.

       SCH-KST-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPF DER VERRECHNUNGSBELEGE DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-KOPF SECTION.
       DRU-KOP-00.

           PERFORM  COPY-GET-TIME.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "VERRECHNUNG LAGERENTNAHMEN PERIODE"
                                          TO DRUCK-ZEILE(1:34).
           MOVE     PER-MM                TO DRUCK-ZEILE(36:2).
           MOVE     "."                   TO DRUCK-ZEILE(38:1).
           MOVE     PER-JJJJ              TO DRUCK-ZEILE(39:4).
           MOVE     "DATUM"               TO DRUCK-ZEILE(46:5).
           MOVE     DATE-8(7:2)           TO DRUCK-ZEILE(52:2).
           MOVE     "."                   TO DRUCK-ZEILE(54:1).
           MOVE     DATE-8(5:2)           TO DRUCK-ZEILE(55:2).
           MOVE     "."                   TO DRUCK-ZEILE(57:1).
           MOVE     DATE-8(1:4)           TO DRUCK-ZEILE(58:4).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "=" TO DRUCK-ZEILE(1:61).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "DATUM"               TO DRUCK-ZEILE(1:5).
           MOVE     "ARTIKEL"             TO DRUCK-ZEILE(12:7).
           MOVE     "BEZEICHNUNG"         TO DRUCK-ZEILE(34:11).
           MOVE     "MENGE"               TO DRUCK-ZEILE(66:5).
           MOVE     "GRUND"               TO DRUCK-ZEILE(73:5).
           MOVE     "PREIS"               TO DRUCK-ZEILE(96:5).
           MOVE     "WERT"                TO DRUCK-ZEILE(115:4).
           PERFORM  DRUCKE-ZEILE.

       DRU-KOP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE ENTNAHME DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-ENTNAHME SECTION.
       DRU-ENT-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     LGADTA OF PKDLAGB-L(7:2) TO DRUCK-ZEILE(1:2).
           MOVE     "."                      TO DRUCK-ZEILE(3:1).
           MOVE     LGADTA OF PKDLAGB-L(5:2) TO DRUCK-ZEILE(4:2).
           MOVE     "."                      TO DRUCK-ZEILE(6:1).
           MOVE     LGADTA OF PKDLAGB-L(1:4) TO DRUCK-ZEILE(7:4).
           MOVE     LGANR  OF PKDLAGB-L   TO DRUCK-ZEILE(12:20).
           MOVE     KABEZ  OF PKDART-P    TO DRUCK-ZEILE(34:30).
           MOVE     LGMENG OF PKDLAGB-L   TO DSP-MENGE-S.
           MOVE     DSP-MENGE-S           TO DRUCK-ZEILE(64:7).
           MOVE     LGGRND OF PKDLAGB-L   TO DRUCK-ZEILE(73:16).
           MOVE     PREIS-WRK             TO DSP-WERT-S.
           MOVE     DSP-WERT-S            TO DRUCK-ZEILE(89:12).
           MOVE     ENTNAHME-WERT         TO DSP-WERT-S.
           MOVE     DSP-WERT-S            TO DRUCK-ZEILE(107:12).
           PERFORM  DRUCKE-ZEILE.

       DRU-ENT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUMMEN DES LAUFES DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-SUMME SECTION.
       DRU-SUM-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "=" TO DRUCK-ZEILE(1:61).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "KOSTENSTELLEN:"      TO DRUCK-ZEILE(1:14).
           MOVE     ANZ-KOSTENSTELLEN     TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(25:5).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "VERRECHNET GESAMT"   TO DRUCK-ZEILE(1:17).
           MOVE     SUM-VERRECHNET        TO DSP-SUMME-S.
           MOVE     DSP-SUMME-S           TO DRUCK-ZEILE(25:14).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "OFFEN (OHNE KONTO)"  TO DRUCK-ZEILE(1:18).
           MOVE     SUM-OFFEN             TO DSP-SUMME-S.
           MOVE     DSP-SUMME-S           TO DRUCK-ZEILE(25:14).
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
