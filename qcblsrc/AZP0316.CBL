       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              AZP0316.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * BERICHTSHEFT (AUSBILDUNGSNACHWEIS) WOECHENTLICH ERFASSEN      *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  DER ANGEMELDETE AZUBI ERFASST JE WOCHE       *
      *                  (SCHLUESSEL USER + MONTAG, PAZUBHF) FUER     *
      *                  MONTAG BIS FREITAG ART, TAETIGKEIT UND       *
      *                  STUNDEN SOWIE DIE THEMEN DER BERUFSSCHULE.   *
      *                  ART: B BETRIEB, S BERUFSSCHULE, U URLAUB,    *
      *                  K KRANK, F FEIERTAG, A SONST. ABWESEND.      *
      *                  EINE NEUE WOCHE WIRD VORBELEGT: STUNDEN AUS  *
      *                  DEN ANWESENHEITEN (PSTRTIM), ABWESENHEITEN   *
      *                  AUS PABSENZ, FEIERTAGE AUS PCFGDAT UND DIE   *
      *                  AM TAG BEARBEITETEN UEBUNGEN AUS PAZUUEB.    *
      *                  F5 BELEGT NEU VOR, F7/F8 BLAETTERN WOCHEN-   *
      *                  WEISE, F10 REICHT DIE WOCHE ZUR ABZEICHNUNG  *
      *                  EIN (STATUS E, NACHRICHT AN DEN BETREUER     *
      *                  DES EINSATZES AUS PAZUROT). EINGEREICHTE     *
      *                  UND ABGEZEICHNETE WOCHEN SIND GESCHUETZT;    *
      *                  ZURUECKGEGEBENE WOCHEN (STATUS R) ZEIGEN     *
      *                  DEN KOMMENTAR DES AUSBILDERS. ABZEICHNEN IN  *
      *                  AZP0317, DRUCK AZP0318, UEBERFAELLIGE        *
      *                  WOCHEN AZP0319.                              *
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
      *-   BILDSCHIRM-DATEI
      *-------------------------------------------------------------
           SELECT WS-DISPLAY
                  ASSIGN       TO  WORKSTATION-AZD0316DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PAZUBHF: BHUSER, BHWOCH (BERICHTSHEFT JE WOCHE)
      *-------------------------------------------------------------
           SELECT PAZUBHF-DP
                  ASSIGN       TO  DATABASE-PAZUBHF
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PSTRTIM: STLFDN (ANWESENHEITEN)
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
      * PAZUUEB: AULFDN (UEBUNGEN)
      *-------------------------------------------------------------
           SELECT PAZUUEB-DP
                  ASSIGN       TO  DATABASE-PAZUUEB
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAZUROT: RTUSER, RTVON, RTBER (VERSETZUNGSPLAN)
      *-------------------------------------------------------------
           SELECT PAZUROT-DP
                  ASSIGN       TO  DATABASE-PAZUROT
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
      /
       DATA DIVISION.
       FILE SECTION.
      *----DISPLAY
       FD  WS-DISPLAY
           LABEL RECORDS ARE OMITTED.
       01  WS-REC.
           COPY DDS-ALL-FORMATS OF AZD0316DE.
      /
      *--- PAZUBHF: BHUSER, BHWOCH
       FD  PAZUBHF-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUBHF-P.
           COPY DDS-ALL-FORMATS OF PAZUBHF.
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
      *--- PAZUUEB: AULFDN
       FD  PAZUUEB-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUUEB-P.
           COPY DDS-ALL-FORMATS OF PAZUUEB.
      /
      *--- PAZUROT: RTUSER, RTVON, RTBER
       FD  PAZUROT-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUROT-P.
           COPY DDS-ALL-FORMATS OF PAZUROT.
      /
      *--- PCFGDAT: DTLFDN
       FD  PCFGDAT-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGDAT-P.
           COPY DDS-ALL-FORMATS OF PCFGDAT.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN41                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  AZD0316DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  AZD0316DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "AZP0316".
       01  PGM-TYP                       PIC X(8)  VALUE "AZUBI".

      * SONSTIGE VARIABLEN
       01  NEUANLAGE                     PIC 9(1).
       01  MELDUNG-WRK                   PIC X(60).
       01  AZUBI-USER                    PIC X(10).

      * ANGEZEIGTE WOCHE (MONTAG) UND IHR STATUS
       01  WOCHE-SAV                     PIC 9(8).
       01  STATUS-SAV                    PIC X(1).
       01  KOMM-SAV                      PIC X(70).

      * TAGE DER WOCHE (MONTAG BIS FREITAG)
       01  TAG-IX                        PIC 9(2)  COMP.
       01  TAG-TAB.
        05 TAG-EINTRAG OCCURS 5.
         10 TAG-DAT                      PIC 9(8).
         10 TAG-ART                      PIC X(1).
         10 TAG-TXT                      PIC X(70).
         10 TAG-STD                      PIC 9(2)V9(2).
         10 TAG-MIN                      PIC 9(5)  COMP.
         10 TAG-POS                      PIC 9(3)  COMP.
       01  SUMME-STD                     PIC 9(3)V9(2).
       01  ART-OK                        PIC 9(1).

      * DATUMSRECHNUNG
       01  STICHTAG                      PIC 9(8).
       01  STICHTAG-RED REDEFINES STICHTAG.
        05 STI-JAHR                      PIC 9(4).
        05 STI-MONAT                     PIC 9(2).
        05 STI-TAG                       PIC 9(2).
       01  MONAT-LAENGE                  PIC 9(2).
       01  SJA-WERT                      PIC 9(9).
       01  SJA-MODREST                   PIC 9(9).
       01  TAG-ZAEHLER                   PIC 9(3).
       01  DATUM-OK                      PIC 9(1).
       01  UEB-DATUM                     PIC 9(8).

      * PARAMETER FUER DAS CFP8008
       01  STR-DATE-WRK                  PIC 9(8).
       01  STR-TIME-WRK.
        05 STR-STD                       PIC 9(2).
        05 STR-MIN                       PIC 9(2).
        05 STR-SEK                       PIC 9(2).
       01  END-DATE-WRK                  PIC 9(8).
       01  END-TIME-WRK.
        05 END-STD                       PIC 9(2).
        05 END-MIN                       PIC 9(2).
        05 END-SEK                       PIC 9(2).
       01  ZEIT-AKTION                   PIC X(20).
       01  DIFF-MINUTEN                  PIC S9(9).

      * PARAMETER FUER DIE NACHRICHTENZENTRALE (CFP0030)
       01  NOTIF-USER                    PIC X(10).
       01  NOTIF-SEV                     PIC X(1).
       01  NOTIF-TEXT                    PIC X(70).
       01  DATUM-WRK                     PIC 9(8).
       01  DSP-DATUM                     PIC X(10).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "AZP0316" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "AZD0316DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     I-O   PAZUBHF-DP.
           OPEN     INPUT PSTRTIM-DP
                          PABSENZ-DP
                          PAZUUEB-DP
                          PAZUROT-DP
                          PCFGDAT-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

      * DAS BERICHTSHEFT GEHOERT IMMER DEM ANGEMELDETEN USER
           MOVE     T-USER TO AZUBI-USER.
           PERFORM  COPY-GET-TIME.
           INITIALIZE FORMAT1.
           MOVE     DATE-8 TO BHWOCH OF FORMAT1.
           MOVE     ZEROES TO WOCHE-SAV.

       ANF020.
      * WOCHE ANZEIGEN/ERFASSEN
           PERFORM  ANZEIGE-DATEN.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       F12 = "1"
                    INITIALIZE F12
                    INITIALIZE FORMAT1
                    MOVE DATE-8 TO BHWOCH OF FORMAT1
                    MOVE ZEROES TO WOCHE-SAV
           END-IF.
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PAZUBHF-DP
                    PSTRTIM-DP
                    PABSENZ-DP
                    PAZUUEB-DP
                    PAZUROT-DP
                    PCFGDAT-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * WOCHE ANZEIGEN, EINGABEN PRUEFEN UND SPEICHERN
      *--------------------------------------------------------------
       ANZEIGE-DATEN SECTION.
       ANZ-DAT-00.

      * EINGEGEBENES DATUM AUF DEN MONTAG STELLEN UND WOCHE LESEN
           PERFORM  LESE-WOCHE.
           IF       DATUM-OK = ZEROES
                    MOVE "DATUM FEHLT IM KALENDER (PCFGDAT)"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    IF   WOCHE-SAV = ZEROES
                         MOVE "1" TO F3
                         GO TO ANZ-DAT-90
                    END-IF
                    GO TO ANZ-DAT-20
           END-IF.

       ANZ-DAT-20.
      * UEBERSCHRIFT UND KOPF
           MOVE     "AZP0316"         TO MAINUEB OF FORMAT1.
           MOVE     "AZP0316*1"       TO SUBUEB  OF FORMAT1.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT1.
           MOVE     AZUBI-USER        TO BHUSER  OF FORMAT1.
           MOVE     WOCHE-SAV         TO BHWOCH  OF FORMAT1.
           MOVE     TAG-DAT(5)        TO BHWBIS  OF FORMAT1.
           MOVE     STATUS-SAV        TO BHSTAT  OF FORMAT1.
           MOVE     KOMM-SAV          TO BHKOMM  OF FORMAT1.
           PERFORM  ANZEIGE-TAGE.

      * EINGEREICHTE UND ABGEZEICHNETE WOCHEN SIND GESCHUETZT
           IF       STATUS-SAV = "E"
            OR      STATUS-SAV = "S"
                    MOVE AN  TO IN41 OF INXX
           ELSE
                    MOVE AUS TO IN41 OF INXX
           END-IF.

      * ANZEIGE FORMAT
           MOVE     CORR   INXX     TO  FORMAT1-O-INDIC.
           MOVE     "FMT01"         TO  FMT-WRK.
           MOVE     FORMAT1         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-WRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK TO FORMAT1-I.
           MOVE     CORR FORMAT1-I TO FORMAT1.
           MOVE     AUS  TO INXX.

      * F3 ENDE
           IF       IN03 OF FORMAT1-I-INDIC = AN
                    MOVE "1" TO F3
                    GO TO ANZ-DAT-90
           END-IF.

      * F12 ABBRECHEN
           IF       IN12 OF FORMAT1-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ANZ-DAT-90
           END-IF.

      * F7 VORIGE WOCHE
           IF       IN07 OF FORMAT1-I-INDIC = AN
                    MOVE WOCHE-SAV TO STICHTAG
                    MOVE 7         TO TAG-ZAEHLER
                    PERFORM SUB-TAGE
                    MOVE STICHTAG  TO BHWOCH OF FORMAT1
                    GO TO ANZ-DAT-00
           END-IF.

      * F8 NAECHSTE WOCHE
           IF       IN08 OF FORMAT1-I-INDIC = AN
                    MOVE WOCHE-SAV TO STICHTAG
                    MOVE 7         TO TAG-ZAEHLER
                    PERFORM ADD-TAGE
                    MOVE STICHTAG  TO BHWOCH OF FORMAT1
                    GO TO ANZ-DAT-00
           END-IF.

      * ANDERE WOCHE EINGEGEBEN: ERST NACHLESEN
           IF       BHWOCH OF FORMAT1 NOT = WOCHE-SAV
                    GO TO ANZ-DAT-00
           END-IF.

           IF       STATUS-SAV = "E"
                    MOVE "WOCHE IST EINGEREICHT, KEINE AENDERUNG MEHR"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ANZ-DAT-20
           END-IF.
           IF       STATUS-SAV = "S"
                    MOVE "WOCHE IST ABGEZEICHNET, KEINE AENDERUNG MEHR"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ANZ-DAT-20
           END-IF.

           PERFORM  UEBERNEHME-TAGE.

      * F5 NEU VORBELEGEN (THEMEN DER BERUFSSCHULE BLEIBEN)
           IF       IN05 OF FORMAT1-I-INDIC = AN
                    PERFORM VORBELEGEN
                    GO TO ANZ-DAT-20
           END-IF.

      * NUR BEKANNTE ARTEN, HOECHSTENS 24 STUNDEN JE TAG
           PERFORM  PRUEFE-TAGE.
           IF       ART-OK = ZEROES
                    MOVE "ART B, S, U, K, F ODER A; MAX. 24 STUNDEN"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ANZ-DAT-20
           END-IF.

      * F10 EINREICHEN: NUR FUER BEGONNENE WOCHEN
           IF       IN10 OF FORMAT1-I-INDIC = AN
            AND     WOCHE-SAV > DATE-8
                    MOVE "DIE WOCHE HAT NOCH NICHT BEGONNEN"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ANZ-DAT-20
           END-IF.

      * NEUANLAGE/AENDERN
           IF       NEUANLAGE NOT = ZEROES
                    PERFORM ADD-ENTRY
           ELSE
                    PERFORM CHANGE-ENTRY
           END-IF.

           IF       IN10 OF FORMAT1-I-INDIC = AN
                    PERFORM EINREICHEN
           END-IF.

      * WOCHE NEU LESEN (STATUS)
           GO TO    ANZ-DAT-00.

       ANZ-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DATUM BHWOCH AUF DEN MONTAG STELLEN, DIE TAGE DER WOCHE
      * ERMITTELN UND DIE WOCHE LESEN; FEHLT SIE, WIRD VORBELEGT
      *--------------------------------------------------------------
       LESE-WOCHE SECTION.
       LES-WOC-00.

           MOVE     ZEROES TO DATUM-OK.
           INITIALIZE PCFGDATF OF PCFGDAT-P.
           MOVE     BHWOCH OF FORMAT1 TO DTLFDN OF PCFGDAT-P.
           READ     PCFGDAT-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-WOC-90
           END-IF.
           MOVE     1 TO DATUM-OK.

      * ZURUECK AUF DEN MONTAG (WOCHENTAG 1)
           MOVE     BHWOCH OF FORMAT1 TO STICHTAG.
           MOVE     ZEROES            TO TAG-ZAEHLER.
           IF       DTWOTA OF PCFGDAT-P > 1
                    COMPUTE TAG-ZAEHLER = DTWOTA OF PCFGDAT-P - 1
                    END-COMPUTE
           END-IF.
           PERFORM  SUB-TAGE.
           MOVE     STICHTAG TO WOCHE-SAV.

      * DATUM DER TAGE MONTAG BIS FREITAG
           INITIALIZE TAG-TAB.
           MOVE     1 TO TAG-IX.

       LES-WOC-10.
           MOVE     STICHTAG TO TAG-DAT(TAG-IX).
           IF       TAG-IX < 5
                    PERFORM ADD-EIN-TAG
                    ADD  1 TO TAG-IX
                    GO TO LES-WOC-10
           END-IF.

      * VORHANDENE WOCHE?
           INITIALIZE PAZUBHFF OF PAZUBHF-P.
           MOVE     AZUBI-USER TO BHUSER OF PAZUBHF-P.
           MOVE     WOCHE-SAV  TO BHWOCH OF PAZUBHF-P.
           READ     PAZUBHF-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE 1      TO NEUANLAGE
                    MOVE SPACES TO STATUS-SAV
                    MOVE SPACES TO KOMM-SAV
                    MOVE SPACES TO BHSCH1 OF FORMAT1
                                   BHSCH2 OF FORMAT1
                                   BHSCH3 OF FORMAT1
                    PERFORM VORBELEGEN
                    GO TO LES-WOC-90
           END-IF.

           MOVE     ZEROES                TO NEUANLAGE.
           MOVE     BHSTAT OF PAZUBHF-P   TO STATUS-SAV.
           MOVE     BHKOMM OF PAZUBHF-P   TO KOMM-SAV.
           MOVE     BHART1 OF PAZUBHF-P   TO TAG-ART(1).
           MOVE     BHART2 OF PAZUBHF-P   TO TAG-ART(2).
           MOVE     BHART3 OF PAZUBHF-P   TO TAG-ART(3).
           MOVE     BHART4 OF PAZUBHF-P   TO TAG-ART(4).
           MOVE     BHART5 OF PAZUBHF-P   TO TAG-ART(5).
           MOVE     BHTXT1 OF PAZUBHF-P   TO TAG-TXT(1).
           MOVE     BHTXT2 OF PAZUBHF-P   TO TAG-TXT(2).
           MOVE     BHTXT3 OF PAZUBHF-P   TO TAG-TXT(3).
           MOVE     BHTXT4 OF PAZUBHF-P   TO TAG-TXT(4).
           MOVE     BHTXT5 OF PAZUBHF-P   TO TAG-TXT(5).
           MOVE     BHSTD1 OF PAZUBHF-P   TO TAG-STD(1).
           MOVE     BHSTD2 OF PAZUBHF-P   TO TAG-STD(2).
           MOVE     BHSTD3 OF PAZUBHF-P   TO TAG-STD(3).
           MOVE     BHSTD4 OF PAZUBHF-P   TO TAG-STD(4).
           MOVE     BHSTD5 OF PAZUBHF-P   TO TAG-STD(5).
           MOVE     BHSCH1 OF PAZUBHF-P   TO BHSCH1 OF FORMAT1.
           MOVE     BHSCH2 OF PAZUBHF-P   TO BHSCH2 OF FORMAT1.
           MOVE     BHSCH3 OF PAZUBHF-P   TO BHSCH3 OF FORMAT1.

       LES-WOC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TAGE DER WOCHE VORBELEGEN: FEIERTAGE, ABWESENHEITEN,
      * STUNDEN AUS DEN ANWESENHEITEN UND BEARBEITETE UEBUNGEN
      *--------------------------------------------------------------
       VORBELEGEN SECTION.
       VOR-BEL-00.

           MOVE     1 TO TAG-IX.

       VOR-BEL-10.
           MOVE     "B"    TO TAG-ART(TAG-IX).
           MOVE     SPACES TO TAG-TXT(TAG-IX).
           MOVE     ZEROES TO TAG-STD(TAG-IX).
           MOVE     ZEROES TO TAG-MIN(TAG-IX).
           MOVE     1      TO TAG-POS(TAG-IX).

           INITIALIZE PCFGDATF OF PCFGDAT-P.
           MOVE     TAG-DAT(TAG-IX) TO DTLFDN OF PCFGDAT-P.
           READ     PCFGDAT-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     DTFEIE OF PCFGDAT-P NOT = ZEROES
                    MOVE "F" TO TAG-ART(TAG-IX)
                    STRING "Feiertag" DELIMITED BY SIZE
                           INTO TAG-TXT(TAG-IX)
                           WITH POINTER TAG-POS(TAG-IX)
                    END-STRING
           END-IF.

           IF       TAG-IX < 5
                    ADD  1 TO TAG-IX
                    GO TO VOR-BEL-10
           END-IF.

           PERFORM  VORBELEGEN-ABWESEND.
           PERFORM  VORBELEGEN-ANWESEND.
           PERFORM  VORBELEGEN-UEBUNGEN.

      * MINUTEN IN STUNDEN UMRECHNEN
           MOVE     1 TO TAG-IX.

       VOR-BEL-20.
           IF       TAG-MIN(TAG-IX) > ZEROES
                    COMPUTE TAG-STD(TAG-IX) ROUNDED =
                            TAG-MIN(TAG-IX) / 60
                    END-COMPUTE
           END-IF.
           IF       TAG-IX < 5
                    ADD  1 TO TAG-IX
                    GO TO VOR-BEL-20
           END-IF.

       VOR-BEL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABWESENHEITEN DES AZUBIS AUS PABSENZ; DIENSTREISEN ZAEHLEN
      * ALS BETRIEBLICHE TAETIGKEIT
      *--------------------------------------------------------------
       VORBELEGEN-ABWESEND SECTION.
       VOR-ABW-00.

           INITIALIZE PABSENZF OF PABSENZ-P.
           START    PABSENZ-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VOR-ABW-90
           END-IF.

       VOR-ABW-20.
           READ     PABSENZ-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VOR-ABW-90
           END-IF.

           IF       ABUSER OF PABSENZ-P NOT = AZUBI-USER
            OR      ABBIS  OF PABSENZ-P < TAG-DAT(1)
            OR      ABVON  OF PABSENZ-P > TAG-DAT(5)
                    GO TO VOR-ABW-20
           END-IF.

           MOVE     1 TO TAG-IX.

       VOR-ABW-40.
           IF       TAG-DAT(TAG-IX) < ABVON OF PABSENZ-P
            OR      TAG-DAT(TAG-IX) > ABBIS OF PABSENZ-P
            OR      TAG-ART(TAG-IX) = "F"
                    GO TO VOR-ABW-50
           END-IF.

           MOVE     SPACES TO TAG-TXT(TAG-IX).
           MOVE     1      TO TAG-POS(TAG-IX).
           EVALUATE ABTYP OF PABSENZ-P
                    WHEN "U"
                         MOVE "U" TO TAG-ART(TAG-IX)
                         STRING "Urlaub" DELIMITED BY SIZE
                                INTO TAG-TXT(TAG-IX)
                                WITH POINTER TAG-POS(TAG-IX)
                         END-STRING
                    WHEN "K"
                         MOVE "K" TO TAG-ART(TAG-IX)
                         STRING "Krank" DELIMITED BY SIZE
                                INTO TAG-TXT(TAG-IX)
                                WITH POINTER TAG-POS(TAG-IX)
                         END-STRING
                    WHEN "D"
                         MOVE "B" TO TAG-ART(TAG-IX)
                         STRING "Dienstreise" DELIMITED BY SIZE
                                INTO TAG-TXT(TAG-IX)
                                WITH POINTER TAG-POS(TAG-IX)
                         END-STRING
                    WHEN OTHER
                         MOVE "A" TO TAG-ART(TAG-IX)
                         STRING "Abwesend" DELIMITED BY SIZE
                                INTO TAG-TXT(TAG-IX)
                                WITH POINTER TAG-POS(TAG-IX)
                         END-STRING
           END-EVALUATE.

       VOR-ABW-50.
           IF       TAG-IX < 5
                    ADD  1 TO TAG-IX
                    GO TO VOR-ABW-40
           END-IF.
           GO TO    VOR-ABW-20.

       VOR-ABW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANWESENHEITSMINUTEN JE TAG AUS PSTRTIM (NUR ABGESCHLOSSENE
      * EINTRAEGE, ZUGEORDNET DEM STARTDATUM)
      *--------------------------------------------------------------
       VORBELEGEN-ANWESEND SECTION.
       VOR-ANW-00.

           INITIALIZE PSTRTIMF OF PSTRTIM-P.
           START    PSTRTIM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VOR-ANW-90
           END-IF.

       VOR-ANW-20.
           READ     PSTRTIM-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VOR-ANW-90
           END-IF.

           IF       STUSER OF PSTRTIM-P NOT = AZUBI-USER
            OR      STDTS  OF PSTRTIM-P < TAG-DAT(1)
            OR      STDTS  OF PSTRTIM-P > TAG-DAT(5)
            OR      STDTE  OF PSTRTIM-P = ZEROES
                    GO TO VOR-ANW-20
           END-IF.

      * TAG DER WOCHE ZUM STARTDATUM
           MOVE     1 TO TAG-IX.

       VOR-ANW-30.
           IF       TAG-DAT(TAG-IX) NOT = STDTS OF PSTRTIM-P
                    ADD 1 TO TAG-IX
                    GO TO VOR-ANW-30
           END-IF.

      * ZEITDIFFERENZ IN MINUTEN UEBER CFP8008
           MOVE     STDTS OF PSTRTIM-P      TO STR-DATE-WRK.
           MOVE     STTIS OF PSTRTIM-P(1:2) TO STR-STD.
           MOVE     STTIS OF PSTRTIM-P(3:2) TO STR-MIN.
           MOVE     STTIS OF PSTRTIM-P(5:2) TO STR-SEK.
           MOVE     STDTE OF PSTRTIM-P      TO END-DATE-WRK.
           MOVE     STTIE OF PSTRTIM-P(1:2) TO END-STD.
           MOVE     STTIE OF PSTRTIM-P(3:2) TO END-MIN.
           MOVE     STTIE OF PSTRTIM-P(5:2) TO END-SEK.
           PERFORM  RECHNE-MINUTEN.

           IF       DIFF-MINUTEN > ZEROES
                    ADD DIFF-MINUTEN TO TAG-MIN(TAG-IX)
           END-IF.
           GO TO    VOR-ANW-20.

       VOR-ANW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * UEBUNGEN DES AZUBIS AUS PAZUUEB, DIE IN DER WOCHE ANGELEGT
      * ODER ZULETZT GEAENDERT WURDEN, AN DIE TAETIGKEIT ANHAENGEN
      *--------------------------------------------------------------
       VORBELEGEN-UEBUNGEN SECTION.
       VOR-UEB-00.

           INITIALIZE PAZUUEBF OF PAZUUEB-P.
           START    PAZUUEB-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VOR-UEB-90
           END-IF.

       VOR-UEB-20.
           READ     PAZUUEB-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VOR-UEB-90
           END-IF.

           IF       AUUSER OF PAZUUEB-P NOT = AZUBI-USER
                    GO TO VOR-UEB-20
           END-IF.

           MOVE     AUMDTA OF PAZUUEB-P TO UEB-DATUM.
           IF       UEB-DATUM = ZEROES
                    MOVE AUADTA OF PAZUUEB-P TO UEB-DATUM
           END-IF.
           IF       UEB-DATUM < TAG-DAT(1)
            OR      UEB-DATUM > TAG-DAT(5)
                    GO TO VOR-UEB-20
           END-IF.

           MOVE     1 TO TAG-IX.

       VOR-UEB-30.
           IF       TAG-DAT(TAG-IX) NOT = UEB-DATUM
                    ADD 1 TO TAG-IX
                    GO TO VOR-UEB-30
           END-IF.

           IF       TAG-POS(TAG-IX) > 1
                    STRING "; " DELIMITED BY SIZE
                           INTO TAG-TXT(TAG-IX)
                           WITH POINTER TAG-POS(TAG-IX)
                    END-STRING
           END-IF.
           STRING   "Uebung "               DELIMITED BY SIZE
                    AUSMBR OF PAZUUEB-P     DELIMITED BY SPACE
                    " "                     DELIMITED BY SIZE
                    AUBEZ  OF PAZUUEB-P     DELIMITED BY "  "
                    INTO TAG-TXT(TAG-IX)
                    WITH POINTER TAG-POS(TAG-IX)
                    ON OVERFLOW CONTINUE
           END-STRING.
           GO TO    VOR-UEB-20.

       VOR-UEB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TAGE IN DIE ANZEIGE UEBERNEHMEN, SUMME DER STUNDEN
      *--------------------------------------------------------------
       ANZEIGE-TAGE SECTION.
       ANZ-TAG-00.

           MOVE     TAG-DAT(1)  TO BHDAT1 OF FORMAT1.
           MOVE     TAG-DAT(2)  TO BHDAT2 OF FORMAT1.
           MOVE     TAG-DAT(3)  TO BHDAT3 OF FORMAT1.
           MOVE     TAG-DAT(4)  TO BHDAT4 OF FORMAT1.
           MOVE     TAG-DAT(5)  TO BHDAT5 OF FORMAT1.
           MOVE     TAG-ART(1)  TO BHART1 OF FORMAT1.
           MOVE     TAG-ART(2)  TO BHART2 OF FORMAT1.
           MOVE     TAG-ART(3)  TO BHART3 OF FORMAT1.
           MOVE     TAG-ART(4)  TO BHART4 OF FORMAT1.
           MOVE     TAG-ART(5)  TO BHART5 OF FORMAT1.
           MOVE     TAG-TXT(1)  TO BHTXT1 OF FORMAT1.
           MOVE     TAG-TXT(2)  TO BHTXT2 OF FORMAT1.
           MOVE     TAG-TXT(3)  TO BHTXT3 OF FORMAT1.
           MOVE     TAG-TXT(4)  TO BHTXT4 OF FORMAT1.
           MOVE     TAG-TXT(5)  TO BHTXT5 OF FORMAT1.
           MOVE     TAG-STD(1)  TO BHSTD1 OF FORMAT1.
           MOVE     TAG-STD(2)  TO BHSTD2 OF FORMAT1.
           MOVE     TAG-STD(3)  TO BHSTD3 OF FORMAT1.
           MOVE     TAG-STD(4)  TO BHSTD4 OF FORMAT1.
           MOVE     TAG-STD(5)  TO BHSTD5 OF FORMAT1.

           COMPUTE  SUMME-STD = TAG-STD(1) + TAG-STD(2) + TAG-STD(3)
                              + TAG-STD(4) + TAG-STD(5)
           END-COMPUTE.
           MOVE     SUMME-STD   TO BHSSUM OF FORMAT1.

       ANZ-TAG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINGABEN DER TAGE AUS DER ANZEIGE UEBERNEHMEN
      *--------------------------------------------------------------
       UEBERNEHME-TAGE SECTION.
       UEB-TAG-00.

           MOVE     BHART1 OF FORMAT1 TO TAG-ART(1).
           MOVE     BHART2 OF FORMAT1 TO TAG-ART(2).
           MOVE     BHART3 OF FORMAT1 TO TAG-ART(3).
           MOVE     BHART4 OF FORMAT1 TO TAG-ART(4).
           MOVE     BHART5 OF FORMAT1 TO TAG-ART(5).
           MOVE     BHTXT1 OF FORMAT1 TO TAG-TXT(1).
           MOVE     BHTXT2 OF FORMAT1 TO TAG-TXT(2).
           MOVE     BHTXT3 OF FORMAT1 TO TAG-TXT(3).
           MOVE     BHTXT4 OF FORMAT1 TO TAG-TXT(4).
           MOVE     BHTXT5 OF FORMAT1 TO TAG-TXT(5).
           MOVE     BHSTD1 OF FORMAT1 TO TAG-STD(1).
           MOVE     BHSTD2 OF FORMAT1 TO TAG-STD(2).
           MOVE     BHSTD3 OF FORMAT1 TO TAG-STD(3).
           MOVE     BHSTD4 OF FORMAT1 TO TAG-STD(4).
           MOVE     BHSTD5 OF FORMAT1 TO TAG-STD(5).

       UEB-TAG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ART UND STUNDEN DER TAGE PRUEFEN
      *--------------------------------------------------------------
       PRUEFE-TAGE SECTION.
       PRU-TAG-00.

           MOVE     1 TO ART-OK.
           MOVE     1 TO TAG-IX.

       PRU-TAG-20.
           IF       TAG-ART(TAG-IX) NOT = "B"
            AND     TAG-ART(TAG-IX) NOT = "S"
            AND     TAG-ART(TAG-IX) NOT = "U"
            AND     TAG-ART(TAG-IX) NOT = "K"
            AND     TAG-ART(TAG-IX) NOT = "F"
            AND     TAG-ART(TAG-IX) NOT = "A"
                    MOVE ZEROES TO ART-OK
                    GO TO PRU-TAG-90
           END-IF.
           IF       TAG-STD(TAG-IX) > 24
                    MOVE ZEROES TO ART-OK
                    GO TO PRU-TAG-90
           END-IF.

           IF       TAG-IX < 5
                    ADD  1 TO TAG-IX
                    GO TO PRU-TAG-20
           END-IF.

       PRU-TAG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NEUE WOCHE ANLEGEN
      *--------------------------------------------------------------
       ADD-ENTRY SECTION.
       ADD-ENT-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PAZUBHFF OF PAZUBHF-P.
           MOVE     AZUBI-USER        TO BHUSER OF PAZUBHF-P.
           MOVE     WOCHE-SAV         TO BHWOCH OF PAZUBHF-P.
           MOVE     SPACES            TO BHSTAT OF PAZUBHF-P.
           PERFORM  SETZE-TAGE.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO BHAUSR OF PAZUBHF-P.
           MOVE     T-TERM            TO BHABS  OF PAZUBHF-P.
           MOVE     PGM-WRK           TO BHAPGM OF PAZUBHF-P.
           MOVE     DATE-8            TO BHADTA OF PAZUBHF-P.
           MOVE     TIME-6            TO BHATIA OF PAZUBHF-P.

           WRITE    PAZUBHF-P.

       ADD-ENT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VORHANDENE WOCHE AENDERN
      *--------------------------------------------------------------
       CHANGE-ENTRY SECTION.
       CHA-ENT-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PAZUBHFF OF PAZUBHF-P.
           MOVE     AZUBI-USER        TO BHUSER OF PAZUBHF-P.
           MOVE     WOCHE-SAV         TO BHWOCH OF PAZUBHF-P.
           READ     PAZUBHF-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO CHA-ENT-90
           END-IF.

           PERFORM  SETZE-TAGE.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO BHMSER OF PAZUBHF-P.
           MOVE     T-TERM            TO BHMBS  OF PAZUBHF-P.
           MOVE     PGM-WRK           TO BHMPGM OF PAZUBHF-P.
           MOVE     DATE-8            TO BHMDTA OF PAZUBHF-P.
           MOVE     TIME-6            TO BHMTIA OF PAZUBHF-P.

           REWRITE  PAZUBHF-P.

       CHA-ENT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TAGE UND BERUFSSCHULTHEMEN IN DEN SATZ UEBERNEHMEN
      *--------------------------------------------------------------
       SETZE-TAGE SECTION.
       SET-TAG-00.

           MOVE     TAG-ART(1)        TO BHART1 OF PAZUBHF-P.
           MOVE     TAG-ART(2)        TO BHART2 OF PAZUBHF-P.
           MOVE     TAG-ART(3)        TO BHART3 OF PAZUBHF-P.
           MOVE     TAG-ART(4)        TO BHART4 OF PAZUBHF-P.
           MOVE     TAG-ART(5)        TO BHART5 OF PAZUBHF-P.
           MOVE     TAG-TXT(1)        TO BHTXT1 OF PAZUBHF-P.
           MOVE     TAG-TXT(2)        TO BHTXT2 OF PAZUBHF-P.
           MOVE     TAG-TXT(3)        TO BHTXT3 OF PAZUBHF-P.
           MOVE     TAG-TXT(4)        TO BHTXT4 OF PAZUBHF-P.
           MOVE     TAG-TXT(5)        TO BHTXT5 OF PAZUBHF-P.
           MOVE     TAG-STD(1)        TO BHSTD1 OF PAZUBHF-P.
           MOVE     TAG-STD(2)        TO BHSTD2 OF PAZUBHF-P.
           MOVE     TAG-STD(3)        TO BHSTD3 OF PAZUBHF-P.
           MOVE     TAG-STD(4)        TO BHSTD4 OF PAZUBHF-P.
           MOVE     TAG-STD(5)        TO BHSTD5 OF PAZUBHF-P.
           MOVE     BHSCH1 OF FORMAT1 TO BHSCH1 OF PAZUBHF-P.
           MOVE     BHSCH2 OF FORMAT1 TO BHSCH2 OF PAZUBHF-P.
           MOVE     BHSCH3 OF FORMAT1 TO BHSCH3 OF PAZUBHF-P.

       SET-TAG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * WOCHE ZUR ABZEICHNUNG EINREICHEN UND DEN BETREUER DES
      * EINSATZES (PAZUROT) BENACHRICHTIGEN
      *--------------------------------------------------------------
       EINREICHEN SECTION.
       EIN-REI-00.

           INITIALIZE PAZUBHFF OF PAZUBHF-P.
           MOVE     AZUBI-USER        TO BHUSER OF PAZUBHF-P.
           MOVE     WOCHE-SAV         TO BHWOCH OF PAZUBHF-P.
           READ     PAZUBHF-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO EIN-REI-90
           END-IF.

           MOVE     "E"               TO BHSTAT OF PAZUBHF-P.
           MOVE     DATE-8            TO BHEDTA OF PAZUBHF-P.
           MOVE     T-USER            TO BHMSER OF PAZUBHF-P.
           MOVE     T-TERM            TO BHMBS  OF PAZUBHF-P.
           MOVE     PGM-WRK           TO BHMPGM OF PAZUBHF-P.
           MOVE     DATE-8            TO BHMDTA OF PAZUBHF-P.
           MOVE     TIME-6            TO BHMTIA OF PAZUBHF-P.
           REWRITE  PAZUBHF-P.

           MOVE     "WOCHE ZUR ABZEICHNUNG EINGEREICHT"
                                      TO MELDUNG-WRK.
           PERFORM  MELDE-HINWEIS.

      * BETREUER DES EINSATZES, DER DEN MONTAG ENTHAELT
           INITIALIZE PAZUROTF OF PAZUROT-P.
           MOVE     AZUBI-USER TO RTUSER OF PAZUROT-P.
           START    PAZUROT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO EIN-REI-90
           END-IF.

       EIN-REI-20.
           READ     PAZUROT-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      RTUSER OF PAZUROT-P NOT = AZUBI-USER
                    GO TO EIN-REI-90
           END-IF.
           IF       RTVON  OF PAZUROT-P > WOCHE-SAV
            OR      RTBIS  OF PAZUROT-P < WOCHE-SAV
            OR      RTMENT OF PAZUROT-P = SPACES
                    GO TO EIN-REI-20
           END-IF.

           MOVE     WOCHE-SAV TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     RTMENT OF PAZUROT-P TO NOTIF-USER.
           MOVE     "I"                 TO NOTIF-SEV.
           MOVE     SPACES              TO NOTIF-TEXT.
           STRING   "BERICHTSHEFT "     DELIMITED BY SIZE
                    AZUBI-USER          DELIMITED BY SPACE
                    " WOCHE "           DELIMITED BY SIZE
                    DSP-DATUM           DELIMITED BY SIZE
                    " ZUR ABZEICHNUNG (AZP0317)"
                                        DELIMITED BY SIZE
                    INTO NOTIF-TEXT
           END-STRING.
           CALL     "CFP0030" USING NOTIF-USER
                                    NOTIF-SEV
                                    PGM-WRK
                                    NOTIF-TEXT
           END-CALL.

       EIN-REI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZEITDIFFERENZ IN MINUTEN UEBER CFP8008
      *--------------------------------------------------------------
       RECHNE-MINUTEN SECTION.
       REC-MIN-00.

           MOVE     "MIN"                   TO ZEIT-AKTION.
           MOVE     ZEROES                  TO DIFF-MINUTEN.
           CALL     "CFP8008" USING STR-DATE-WRK
                                    STR-TIME-WRK
                                    END-DATE-WRK
                                    END-TIME-WRK
                                    ZEIT-AKTION
                                    DIFF-MINUTEN
           END-CALL.

       REC-MIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STICHTAG UM TAG-ZAEHLER TAGE ZURUECKRECHNEN
      *--------------------------------------------------------------
       SUB-TAGE SECTION.
       SUB-TAG-00.

           IF       TAG-ZAEHLER > ZEROES
                    PERFORM SUB-EIN-TAG
                    SUBTRACT 1 FROM TAG-ZAEHLER
                    GO TO SUB-TAG-00
           END-IF.

       SUB-TAG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STICHTAG UM TAG-ZAEHLER TAGE VORRECHNEN
      *--------------------------------------------------------------
       ADD-TAGE SECTION.
       ADD-TAG-00.

           IF       TAG-ZAEHLER > ZEROES
                    PERFORM ADD-EIN-TAG
                    SUBTRACT 1 FROM TAG-ZAEHLER
                    GO TO ADD-TAG-00
           END-IF.

       ADD-TAG-90.
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
      * STICHTAG UM EINEN TAG VORRECHNEN
      *--------------------------------------------------------------
       ADD-EIN-TAG SECTION.
       ADD-EIN-00.

           PERFORM  MONATS-LAENGE-RECHNEN.
           IF       STI-TAG < MONAT-LAENGE
                    ADD 1 TO STI-TAG
                    GO TO ADD-EIN-90
           END-IF.

      * MONATSWECHSEL
           MOVE     1 TO STI-TAG.
           IF       STI-MONAT < 12
                    ADD  1  TO STI-MONAT
           ELSE
                    MOVE 1  TO STI-MONAT
                    ADD  1  TO STI-JAHR
           END-IF.

       ADD-EIN-90.
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
      * HINWEIS AN DEN ANGEMELDETEN USER SENDEN
      *--------------------------------------------------------------
       MELDE-HINWEIS SECTION.
       MEL-HIN-00.

           INITIALIZE SNDMSG-REC.
           MOVE     MELDUNG-WRK       TO MSGTXT OF SNDMSG-REC(1:60).
           MOVE     T-USER            TO USER   OF SNDMSG-REC.
           CALL     "CLP0010" USING SNDMSG-REC
                                    RET-CODE
           END-CALL.

       MEL-HIN-90.
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
      *---------------------------------------------------------------
      * COPY-DSP-*: ALLE DISPLAYROUTINEN
      *---------------------------------------------------------------

           COPY     DSPWORKING OF APG-QCPYSRC.
      /
