       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0235.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * BESTANDSBEWERTUNG ZUM MONATSENDE (GLEITENDER DURCHSCHNITT)    *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  BEWERTET DEN LAGERBESTAND JE ARTIKEL ZUM     *
      *                  ENDE DER PERIODE X-PERIODE (JJJJMM, 0 =      *
      *                  VORMONAT) UND SCHREIBT JE ARTIKEL EINEN      *
      *                  MONATSSATZ IN PKDMBW.                        *
      *                  AUSGANGSPUNKT IST DER MONATSSATZ DER         *
      *                  VORPERIODE (MENGE UND WERT). DIE ZUGAENGE    *
      *                  DER PERIODE KOMMEN AUS DEN WARENEINGAENGEN   *
      *                  PKDWE, BEWERTET MIT DEM BESTELLPREIS DER     *
      *                  POSITION (PKDBSTP KPPREI). DER DURCHSCHNITTS-*
      *                  PREIS IST (WERT VORPERIODE + WERT ZUGAENGE)  *
      *                  / (MENGE VORPERIODE + MENGE ZUGAENGE).       *
      *                  ENTNAHMEN (E), RUECKSENDUNGEN (R) UND        *
      *                  INVENTURDIFFERENZEN (I) AUS PKDLAGB WERDEN   *
      *                  MIT DIESEM PREIS BEWERTET. DER MONATSSATZ    *
      *                  HAELT VORPERIODE, ZUGANG, ENTNAHME,          *
      *                  RUECKSENDUNG, INVENTUR UND RUNDUNG GETRENNT, *
      *                  SO DASS SICH DIE WERTAENDERUNG ZWISCHEN ZWEI *
      *                  MONATSENDEN ERKLAEREN LAESST.                *
      *                  GIBT ES NOCH KEINE VORPERIODE, WIRD DIE      *
      *                  GESAMTE HISTORIE EINSCHLIESSLICH DER         *
      *                  ARCHIVIERTEN WARENEINGAENGE (PKDWEA) BIS     *
      *                  ZUM PERIODENENDE GELESEN.                    *
      *                  EIN WIEDERHOLTER LAUF FUER DIESELBE PERIODE  *
      *                  ERSETZT DEREN MONATSSAETZE.                  *
      *                  AUSGABE ALS SPOOLDATEI XXF0235.              *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 AP    ABSCHREIBUNGEN VERFALLENER CHARGEN (ART V,   *
      *                  XXP0250) ZAEHLEN ALS ABGANG WIE ENTNAHMEN    *
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
      * PKDART: ARTIKELSTAMM
      *-------------------------------------------------------------
           SELECT PKDART-DP
                  ASSIGN       TO  DATABASE-PKDART
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDWE: WARENEINGAENGE
      *-------------------------------------------------------------
           SELECT PKDWE-DP
                  ASSIGN       TO  DATABASE-PKDWE
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
      * PKDWEA: ARCHIV WARENEINGAENGE
      *-------------------------------------------------------------
           SELECT PKDWEA-DP
                  ASSIGN       TO  DATABASE-PKDWEA
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDBSTPA: ARCHIV BESTELLPOSITIONEN
      *-------------------------------------------------------------
           SELECT PKDBSTPA-DP
                  ASSIGN       TO  DATABASE-PKDBSTPA
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDLAGB: LAGERBEWEGUNGEN
      *-------------------------------------------------------------
           SELECT PKDLAGB-DP
                  ASSIGN       TO  DATABASE-PKDLAGB
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDMBW: MONATLICHE BESTANDSBEWERTUNG JE ARTIKEL
      *-------------------------------------------------------------
           SELECT PKDMBW-DP
                  ASSIGN       TO  DATABASE-PKDMBW
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *- XXF0235: SPOOLAUSGABE BEWERTUNGSLISTE
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0235
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PKDART: KAANR
       FD  PKDART-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDART-P.
           COPY DDS-ALL-FORMATS OF PKDART.
      /
      *--- PKDWE: KWLFDN
       FD  PKDWE-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDWE-P.
           COPY DDS-ALL-FORMATS OF PKDWE.
      /
      *--- PKDBSTP: KPBLFD, KPPOS
       FD  PKDBSTP-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDBSTP-P.
           COPY DDS-ALL-FORMATS OF PKDBSTP.
      /
      *--- PKDWEA: KWLFDN
       FD  PKDWEA-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDWEA-P.
           COPY DDS-ALL-FORMATS OF PKDWEA.
      /
      *--- PKDBSTPA: KPBLFD, KPPOS
       FD  PKDBSTPA-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDBSTPA-P.
           COPY DDS-ALL-FORMATS OF PKDBSTPA.
      /
      *--- PKDLAGB: LGLFDN
       FD  PKDLAGB-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDLAGB-P.
           COPY DDS-ALL-FORMATS OF PKDLAGB.
      /
      *--- PKDMBW: MBPER, MBANR
       FD  PKDMBW-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDMBW-P.
           COPY DDS-ALL-FORMATS OF PKDMBW.
      /
      *- XXF0235: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0235.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0235".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * BEWERTETE PERIODE UND VORPERIODE (JJJJMM)
       01  PER-WRK.
        05 PER-JJJJ                      PIC 9(4).
        05 PER-MM                        PIC 9(2).
       01  PER-WRK-N REDEFINES PER-WRK   PIC 9(6).
       01  VPER-WRK.
        05 VPER-JJJJ                     PIC 9(4).
        05 VPER-MM                       PIC 9(2).
       01  VPER-WRK-N REDEFINES VPER-WRK PIC 9(6).

      * DATUMSGRENZEN DER ZU LESENDEN BEWEGUNGEN
       01  DATUM-VON                     PIC 9(8).
       01  DATUM-BIS                     PIC 9(8).

      * GIBT ES MONATSSAETZE DER VORPERIODE?
       01  VORPERIODE-DA                 PIC 9(1).

      * ZUGANG/BEWEGUNG, DIE AUF DEN MONATSSATZ GEBUCHT WIRD
       01  BUCH-ANR                      LIKE MBANR  OF PKDMBW-P.
       01  BUCH-ART                      PIC X(1).
       01  BUCH-MENGE                    PIC S9(7).
       01  BUCH-WERT                     PIC S9(9)V9(2).

      * BEWERTUNG DES GELESENEN ARTIKELS
       01  VOR-MENGE                     PIC S9(7).
       01  VOR-WERT                      PIC S9(9)V9(2).
       01  VOR-PREIS                     PIC S9(7)V9(4).
       01  DURCH-PREIS                   PIC S9(7)V9(4).
       01  BASIS-MENGE                   PIC S9(7).
       01  SOLL-WERT                     PIC S9(9)V9(2).
       01  MONAT-DA                      PIC 9(1).

      * SUMMEN DER LISTE
       01  SUM-VORWERT                   PIC S9(11)V9(2).
       01  SUM-ZUGANG                    PIC S9(11)V9(2).
       01  SUM-ENTNAHME                  PIC S9(11)V9(2).
       01  SUM-RUECKSEND                 PIC S9(11)V9(2).
       01  SUM-INVENTUR                  PIC S9(11)V9(2).
       01  SUM-RUNDUNG                   PIC S9(11)V9(2).
       01  SUM-WERT                      PIC S9(11)V9(2).
       01  SUM-AENDERUNG                 PIC S9(11)V9(2).

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DSP-WERT-S                    PIC -(8)9,9(2).
       01  DSP-SUMME-S                   PIC -(10)9,9(2).
       01  DSP-PREIS-S                   PIC -(6)9,9(4).
       01  DSP-MENGE-S                   PIC -(6)9.
       01  DSP-ANZ-5                     PIC Z(4)9.

      * ZAEHLER FUER DAS LAUFPROTOKOLL
       77  ANZ-ARTIKEL                   PIC 9(5)  COMP.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * ZU BEWERTENDE PERIODE JJJJMM (0 = VORMONAT)
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
           MOVE     "XXP0235" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.

      * DATEIEN OEFFNEN
           OPEN     INPUT  PKDART-DP
                           PKDWE-DP
                           PKDBSTP-DP
                           PKDWEA-DP
                           PKDBSTPA-DP
                           PKDLAGB-DP.
           OPEN     I-O    PKDMBW-DP.
           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

      * PERIODE UND DATUMSGRENZEN BESTIMMEN
           PERFORM  ERMITTLE-PERIODE.
           IF       X-RETCODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           INITIALIZE ANZ-ARTIKEL.
           INITIALIZE SUM-VORWERT SUM-ZUGANG SUM-ENTNAHME
                      SUM-RUECKSEND SUM-INVENTUR SUM-RUNDUNG
                      SUM-WERT.

      * MONATSSAETZE EINES FRUEHEREN LAUFES ENTFERNEN
           PERFORM  LOESCHE-PERIODE.

      * ZUGAENGE UND BEWEGUNGEN DER PERIODE SAMMELN
           PERFORM  SAMMLE-ZUGAENGE.
           IF       DATUM-VON = ZEROES
                    PERFORM SAMMLE-ARCHIV
           END-IF.
           PERFORM  SAMMLE-BEWEGUNGEN.

      * JE ARTIKEL BEWERTEN UND LISTEN
           PERFORM  DRUCKE-KOPF.
           PERFORM  BEWERTE-ARTIKEL.
           PERFORM  DRUCKE-SUMME.

       ENDE.
           CLOSE    PKDART-DP
                    PKDWE-DP
                    PKDBSTP-DP
                    PKDWEA-DP
                    PKDBSTPA-DP
                    PKDLAGB-DP
                    PKDMBW-DP
                    DRUCK-DAT.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * PERIODE, VORPERIODE UND DATUMSGRENZEN BESTIMMEN. OHNE
      * MONATSSAETZE DER VORPERIODE WIRD AB BEGINN GELESEN
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

           MOVE     PER-WRK TO VPER-WRK.
           IF       VPER-MM = 1
                    MOVE     12 TO VPER-MM
                    SUBTRACT 1  FROM VPER-JJJJ
           ELSE
                    SUBTRACT 1  FROM VPER-MM
           END-IF.

      * TAG 31 ALS OBERGRENZE GILT FUER JEDEN MONAT
           COMPUTE  DATUM-BIS = PER-WRK-N * 100 + 31
           END-COMPUTE.
           COMPUTE  DATUM-VON = PER-WRK-N * 100 + 1
           END-COMPUTE.

      * GIBT ES MONATSSAETZE DER VORPERIODE?
           INITIALIZE VORPERIODE-DA.
           INITIALIZE PKDMBWF OF PKDMBW-P.
           MOVE     VPER-WRK-N TO MBPER OF PKDMBW-P.
           START    PKDMBW-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS = ZEROES
                    READ PKDMBW-DP NEXT RECORD WITH NO LOCK
                    IF   FILE-STATUS = ZEROES
                     AND MBPER OF PKDMBW-P = VPER-WRK-N
                         MOVE 1 TO VORPERIODE-DA
                    END-IF
           END-IF.

      * ERSTER LAUF: GESAMTE HISTORIE BIS ZUM PERIODENENDE
           IF       VORPERIODE-DA = ZEROES
                    MOVE ZEROES TO DATUM-VON
           END-IF.

       ERM-PER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MONATSSAETZE DER PERIODE AUS EINEM FRUEHEREN LAUF LOESCHEN
      *--------------------------------------------------------------
       LOESCHE-PERIODE SECTION.
       LOE-PER-00.

           INITIALIZE PKDMBWF OF PKDMBW-P.
           MOVE     PER-WRK-N TO MBPER OF PKDMBW-P.
           START    PKDMBW-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LOE-PER-90
           END-IF.

       LOE-PER-20.
           READ     PKDMBW-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LOE-PER-90
           END-IF.
           IF       MBPER OF PKDMBW-P NOT = PER-WRK-N
                    GO TO LOE-PER-90
           END-IF.

           DELETE   PKDMBW-DP RECORD.
           GO TO    LOE-PER-20.

       LOE-PER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * WARENEINGAENGE DER PERIODE MIT DEM BESTELLPREIS DER
      * POSITION AUF DIE MONATSSAETZE BUCHEN
      *--------------------------------------------------------------
       SAMMLE-ZUGAENGE SECTION.
       SAM-ZUG-00.

           INITIALIZE PKDWEF OF PKDWE-P.
           START    PKDWE-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SAM-ZUG-90
           END-IF.

       SAM-ZUG-20.
           READ     PKDWE-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SAM-ZUG-90
           END-IF.

           IF       KWADTA OF PKDWE-P < DATUM-VON
            OR      KWADTA OF PKDWE-P > DATUM-BIS
                    GO TO SAM-ZUG-20
           END-IF.

           INITIALIZE PKDBSTPF OF PKDBSTP-P.
           MOVE     KWBLFD OF PKDWE-P TO KPBLFD OF PKDBSTP-P.
           MOVE     KWPOS  OF PKDWE-P TO KPPOS  OF PKDBSTP-P.
           READ     PKDBSTP-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SAM-ZUG-20
           END-IF.

           MOVE     KPIDEN OF PKDBSTP-P TO BUCH-ANR.
           MOVE     "Z"                 TO BUCH-ART.
           MOVE     KWMENG OF PKDWE-P   TO BUCH-MENGE.
           COMPUTE  BUCH-WERT ROUNDED =
                    KWMENG OF PKDWE-P * KPPREI OF PKDBSTP-P
           END-COMPUTE.
           PERFORM  BUCHE-MONAT.

           GO TO    SAM-ZUG-20.

       SAM-ZUG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ARCHIVIERTE WARENEINGAENGE (NUR BEIM ERSTEN LAUF) MIT DEM
      * BESTELLPREIS DER ARCHIVIERTEN POSITION BUCHEN
      *--------------------------------------------------------------
       SAMMLE-ARCHIV SECTION.
       SAM-ARC-00.

           INITIALIZE PKDWEAF OF PKDWEA-P.
           START    PKDWEA-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SAM-ARC-90
           END-IF.

       SAM-ARC-20.
           READ     PKDWEA-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SAM-ARC-90
           END-IF.

           IF       KWADTA OF PKDWEA-P > DATUM-BIS
                    GO TO SAM-ARC-20
           END-IF.

           INITIALIZE PKDBSTPAF OF PKDBSTPA-P.
           MOVE     KWBLFD OF PKDWEA-P TO KPBLFD OF PKDBSTPA-P.
           MOVE     KWPOS  OF PKDWEA-P TO KPPOS  OF PKDBSTPA-P.
           READ     PKDBSTPA-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SAM-ARC-20
           END-IF.

           MOVE     KPIDEN OF PKDBSTPA-P TO BUCH-ANR.
           MOVE     "Z"                  TO BUCH-ART.
           MOVE     KWMENG OF PKDWEA-P   TO BUCH-MENGE.
           COMPUTE  BUCH-WERT ROUNDED =
                    KWMENG OF PKDWEA-P * KPPREI OF PKDBSTPA-P
           END-COMPUTE.
           PERFORM  BUCHE-MONAT.

           GO TO    SAM-ARC-20.

       SAM-ARC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ENTNAHMEN (AUCH VERFALL), RUECKSENDUNGEN UND INVENTUR-
      * DIFFERENZEN DER PERIODE AUF DIE MONATSSAETZE BUCHEN.
      * ZUGAENGE (Z) KOMMEN MIT PREIS AUS DEN WARENEINGAENGEN
      *--------------------------------------------------------------
       SAMMLE-BEWEGUNGEN SECTION.
       SAM-BEW-00.

           INITIALIZE PKDLAGBF OF PKDLAGB-P.
           START    PKDLAGB-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SAM-BEW-90
           END-IF.

       SAM-BEW-20.
           READ     PKDLAGB-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SAM-BEW-90
           END-IF.

           IF       LGADTA OF PKDLAGB-P < DATUM-VON
            OR      LGADTA OF PKDLAGB-P > DATUM-BIS
                    GO TO SAM-BEW-20
           END-IF.

           IF       LGART OF PKDLAGB-P NOT = "E"
            AND     LGART OF PKDLAGB-P NOT = "V"
            AND     LGART OF PKDLAGB-P NOT = "R"
            AND     LGART OF PKDLAGB-P NOT = "I"
                    GO TO SAM-BEW-20
           END-IF.

           MOVE     LGANR  OF PKDLAGB-P TO BUCH-ANR.
           MOVE     LGART  OF PKDLAGB-P TO BUCH-ART.
           MOVE     LGMENG OF PKDLAGB-P TO BUCH-MENGE.
           MOVE     ZEROES              TO BUCH-WERT.
           PERFORM  BUCHE-MONAT.

           GO TO    SAM-BEW-20.

       SAM-BEW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZUGANG/BEWEGUNG (BUCH-*) AUF DEN MONATSSATZ DES ARTIKELS
      * ADDIEREN, FEHLT DER SATZ, WIRD ER ANGELEGT
      *--------------------------------------------------------------
       BUCHE-MONAT SECTION.
       BUC-MON-00.

           INITIALIZE PKDMBWF OF PKDMBW-P.
           MOVE     PER-WRK-N TO MBPER OF PKDMBW-P.
           MOVE     BUCH-ANR  TO MBANR OF PKDMBW-P.
           READ     PKDMBW-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE ZEROES TO MONAT-DA
                    INITIALIZE PKDMBWF OF PKDMBW-P
                    MOVE PER-WRK-N TO MBPER OF PKDMBW-P
                    MOVE BUCH-ANR  TO MBANR OF PKDMBW-P
           ELSE
                    MOVE 1      TO MONAT-DA
           END-IF.

           EVALUATE BUCH-ART
               WHEN "Z"
                    ADD BUCH-MENGE TO MBZUMG OF PKDMBW-P
                    ADD BUCH-WERT  TO MBZUWT OF PKDMBW-P
               WHEN "E"
               WHEN "V"
                    ADD BUCH-MENGE TO MBABMG OF PKDMBW-P
               WHEN "R"
                    ADD BUCH-MENGE TO MBRUMG OF PKDMBW-P
               WHEN "I"
                    ADD BUCH-MENGE TO MBINMG OF PKDMBW-P
           END-EVALUATE.

           IF       MONAT-DA NOT = ZEROES
                    REWRITE PKDMBW-P
           ELSE
                    WRITE   PKDMBW-P
           END-IF.

       BUC-MON-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * JE ARTIKEL DEN DURCHSCHNITTSPREIS BILDEN, DIE ABGAENGE
      * BEWERTEN, DEN MONATSSATZ ABSCHLIESSEN UND LISTEN
      *--------------------------------------------------------------
       BEWERTE-ARTIKEL SECTION.
       BEW-ART-00.

           INITIALIZE PKDARTF OF PKDART-P.
           START    PKDART-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BEW-ART-90
           END-IF.

       BEW-ART-20.
           READ     PKDART-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BEW-ART-90
           END-IF.

      * STAND DER VORPERIODE
           INITIALIZE VOR-MENGE VOR-WERT VOR-PREIS.
           INITIALIZE PKDMBWF OF PKDMBW-P.
           MOVE     VPER-WRK-N         TO MBPER OF PKDMBW-P.
           MOVE     KAANR OF PKDART-P  TO MBANR OF PKDMBW-P.
           READ     PKDMBW-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE MBMENG OF PKDMBW-P TO VOR-MENGE
                    MOVE MBWERT OF PKDMBW-P TO VOR-WERT
                    MOVE MBDPRE OF PKDMBW-P TO VOR-PREIS
           END-IF.

      * GESAMMELTE ZUGAENGE UND BEWEGUNGEN DER PERIODE
           INITIALIZE PKDMBWF OF PKDMBW-P.
           MOVE     PER-WRK-N          TO MBPER OF PKDMBW-P.
           MOVE     KAANR OF PKDART-P  TO MBANR OF PKDMBW-P.
           READ     PKDMBW-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE ZEROES TO MONAT-DA
                    INITIALIZE PKDMBWF OF PKDMBW-P
                    MOVE PER-WRK-N         TO MBPER OF PKDMBW-P
                    MOVE KAANR OF PKDART-P TO MBANR OF PKDMBW-P
           ELSE
                    MOVE 1      TO MONAT-DA
           END-IF.

      * OHNE BESTAND UND OHNE BEWEGUNG KEIN MONATSSATZ
           IF       MONAT-DA = ZEROES
            AND     VOR-MENGE = ZEROES
            AND     VOR-WERT  = ZEROES
                    GO TO BEW-ART-20
           END-IF.

           MOVE     VOR-MENGE TO MBVMEN OF PKDMBW-P.
           MOVE     VOR-WERT  TO MBVWRT OF PKDMBW-P.

      * DURCHSCHNITTSPREIS AUS VORPERIODE UND ZUGAENGEN, OHNE
      * MENGE DER PREIS DER VORPERIODE, SONST DER ARTIKELPREIS
           COMPUTE  BASIS-MENGE = VOR-MENGE + MBZUMG OF PKDMBW-P
           END-COMPUTE.
           IF       BASIS-MENGE > ZEROES
                    COMPUTE DURCH-PREIS ROUNDED =
                            (VOR-WERT + MBZUWT OF PKDMBW-P)
                            / BASIS-MENGE
                    END-COMPUTE
           ELSE
                    IF   VOR-PREIS NOT = ZEROES
                         MOVE VOR-PREIS          TO DURCH-PREIS
                    ELSE
                         MOVE KAPREI OF PKDART-P TO DURCH-PREIS
                    END-IF
           END-IF.
           MOVE     DURCH-PREIS TO MBDPRE OF PKDMBW-P.

      * ABGAENGE UND INVENTURDIFFERENZEN BEWERTEN
           COMPUTE  MBABWT OF PKDMBW-P ROUNDED =
                    MBABMG OF PKDMBW-P * DURCH-PREIS
           END-COMPUTE.
           COMPUTE  MBRUWT OF PKDMBW-P ROUNDED =
                    MBRUMG OF PKDMBW-P * DURCH-PREIS
           END-COMPUTE.
           COMPUTE  MBINWT OF PKDMBW-P ROUNDED =
                    MBINMG OF PKDMBW-P * DURCH-PREIS
           END-COMPUTE.

      * MENGE UND WERT ZUM PERIODENENDE
           COMPUTE  MBMENG OF PKDMBW-P =
                    VOR-MENGE
                  + MBZUMG OF PKDMBW-P
                  - MBABMG OF PKDMBW-P
                  - MBRUMG OF PKDMBW-P
                  + MBINMG OF PKDMBW-P
           END-COMPUTE.
           COMPUTE  MBWERT OF PKDMBW-P ROUNDED =
                    MBMENG OF PKDMBW-P * DURCH-PREIS
           END-COMPUTE.

      * RUNDUNG: REST ZWISCHEN FORTGESCHRIEBENEM UND NEU
      * BEWERTETEM BESTAND
           COMPUTE  SOLL-WERT =
                    VOR-WERT
                  + MBZUWT OF PKDMBW-P
                  - MBABWT OF PKDMBW-P
                  - MBRUWT OF PKDMBW-P
                  + MBINWT OF PKDMBW-P
           END-COMPUTE.
           COMPUTE  MBRDWT OF PKDMBW-P =
                    MBWERT OF PKDMBW-P - SOLL-WERT
           END-COMPUTE.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO MBAUSR OF PKDMBW-P.
           MOVE     T-TERM            TO MBABS  OF PKDMBW-P.
           MOVE     PGM-WRK           TO MBAPGM OF PKDMBW-P.
           MOVE     DATE-8            TO MBADTA OF PKDMBW-P.
           MOVE     TIME-6            TO MBATIA OF PKDMBW-P.

           IF       MONAT-DA NOT = ZEROES
                    REWRITE PKDMBW-P
           ELSE
                    WRITE   PKDMBW-P
           END-IF.

           ADD      1                   TO ANZ-ARTIKEL.
           ADD      MBVWRT OF PKDMBW-P  TO SUM-VORWERT.
           ADD      MBZUWT OF PKDMBW-P  TO SUM-ZUGANG.
           ADD      MBABWT OF PKDMBW-P  TO SUM-ENTNAHME.
           ADD      MBRUWT OF PKDMBW-P  TO SUM-RUECKSEND.
           ADD      MBINWT OF PKDMBW-P  TO SUM-INVENTUR.
           ADD      MBRDWT OF PKDMBW-P  TO SUM-RUNDUNG.
           ADD      MBWERT OF PKDMBW-P  TO SUM-WERT.

           PERFORM  DRUCKE-ARTIKEL.

           GO TO    BEW-ART-20.

       BEW-ART-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPF DER BEWERTUNGSLISTE DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-KOPF SECTION.
       DRU-KOP-00.

           PERFORM  COPY-GET-TIME.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "BESTANDSBEWERTUNG PERIODE" TO DRUCK-ZEILE(1:25).
           MOVE     PER-MM                TO DRUCK-ZEILE(27:2).
           MOVE     "."                   TO DRUCK-ZEILE(29:1).
           MOVE     PER-JJJJ              TO DRUCK-ZEILE(30:4).
           MOVE     "DATUM"               TO DRUCK-ZEILE(37:5).
           MOVE     DATE-8(7:2)           TO DRUCK-ZEILE(43:2).
           MOVE     "."                   TO DRUCK-ZEILE(45:1).
           MOVE     DATE-8(5:2)           TO DRUCK-ZEILE(46:2).
           MOVE     "."                   TO DRUCK-ZEILE(48:1).
           MOVE     DATE-8(1:4)           TO DRUCK-ZEILE(49:4).
           IF       DATUM-VON = ZEROES
                    MOVE "*** ERSTER LAUF - GESAMTE HISTORIE ***"
                                          TO DRUCK-ZEILE(56:38)
           END-IF.
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "=" TO DRUCK-ZEILE(1:52).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "ARTIKEL"             TO DRUCK-ZEILE(1:7).
           MOVE     "BEZEICHNUNG"         TO DRUCK-ZEILE(22:11).
           MOVE     "MENGE"               TO DRUCK-ZEILE(49:5).
           MOVE     "DURCHSCHN.PR"        TO DRUCK-ZEILE(55:12).
           MOVE     "WERT"                TO DRUCK-ZEILE(76:4).
           MOVE     "VORMONAT"            TO DRUCK-ZEILE(85:8).
           MOVE     "ZUGANG"              TO DRUCK-ZEILE(100:6).
           MOVE     "ABGANG"              TO DRUCK-ZEILE(113:6).
           MOVE     "INV/RUND"            TO DRUCK-ZEILE(124:8).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

       DRU-KOP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINEN ARTIKEL DRUCKEN (ABGANG = ENTNAHME + RUECKSENDUNG,
      * INV/RUND = INVENTURDIFFERENZ + RUNDUNG)
      *--------------------------------------------------------------
       DRUCKE-ARTIKEL SECTION.
       DRU-ART-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     KAANR  OF PKDART-P    TO DRUCK-ZEILE(1:20).
           MOVE     KABEZ  OF PKDART-P    TO DRUCK-ZEILE(22:24).
           MOVE     MBMENG OF PKDMBW-P    TO DSP-MENGE-S.
           MOVE     DSP-MENGE-S           TO DRUCK-ZEILE(47:7).
           MOVE     MBDPRE OF PKDMBW-P    TO DSP-PREIS-S.
           MOVE     DSP-PREIS-S           TO DRUCK-ZEILE(55:12).
           MOVE     MBWERT OF PKDMBW-P    TO DSP-WERT-S.
           MOVE     DSP-WERT-S            TO DRUCK-ZEILE(68:12).
           MOVE     MBVWRT OF PKDMBW-P    TO DSP-WERT-S.
           MOVE     DSP-WERT-S            TO DRUCK-ZEILE(81:12).
           MOVE     MBZUWT OF PKDMBW-P    TO DSP-WERT-S.
           MOVE     DSP-WERT-S            TO DRUCK-ZEILE(94:12).
           COMPUTE  DSP-WERT-S =
                    MBABWT OF PKDMBW-P + MBRUWT OF PKDMBW-P
           END-COMPUTE.
           MOVE     DSP-WERT-S            TO DRUCK-ZEILE(107:12).
           COMPUTE  DSP-WERT-S =
                    MBINWT OF PKDMBW-P + MBRDWT OF PKDMBW-P
           END-COMPUTE.
           MOVE     DSP-WERT-S            TO DRUCK-ZEILE(120:12).
           PERFORM  DRUCKE-ZEILE.

       DRU-ART-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GESAMTSUMME UND ERKLAERUNG DER WERTAENDERUNG DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-SUMME SECTION.
       DRU-SUM-00.

           COMPUTE  SUM-AENDERUNG = SUM-WERT - SUM-VORWERT
           END-COMPUTE.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "GESAMTWERT ZUM PERIODENENDE" TO DRUCK-ZEILE(1:27).
           MOVE     SUM-WERT              TO DSP-SUMME-S.
           MOVE     DSP-SUMME-S           TO DRUCK-ZEILE(40:14).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "WERT VORMONAT"       TO DRUCK-ZEILE(1:13).
           MOVE     SUM-VORWERT           TO DSP-SUMME-S.
           MOVE     DSP-SUMME-S           TO DRUCK-ZEILE(40:14).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "+ ZUGAENGE (WARENEINGANG)" TO DRUCK-ZEILE(1:25).
           MOVE     SUM-ZUGANG            TO DSP-SUMME-S.
           MOVE     DSP-SUMME-S           TO DRUCK-ZEILE(40:14).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "- ENTNAHMEN"         TO DRUCK-ZEILE(1:11).
           MOVE     SUM-ENTNAHME          TO DSP-SUMME-S.
           MOVE     DSP-SUMME-S           TO DRUCK-ZEILE(40:14).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "- RUECKSENDUNGEN"    TO DRUCK-ZEILE(1:16).
           MOVE     SUM-RUECKSEND         TO DSP-SUMME-S.
           MOVE     DSP-SUMME-S           TO DRUCK-ZEILE(40:14).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "+/- INVENTURDIFFERENZEN" TO DRUCK-ZEILE(1:23).
           MOVE     SUM-INVENTUR          TO DSP-SUMME-S.
           MOVE     DSP-SUMME-S           TO DRUCK-ZEILE(40:14).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "+/- RUNDUNG"         TO DRUCK-ZEILE(1:11).
           MOVE     SUM-RUNDUNG           TO DSP-SUMME-S.
           MOVE     DSP-SUMME-S           TO DRUCK-ZEILE(40:14).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "= WERTAENDERUNG"     TO DRUCK-ZEILE(1:15).
           MOVE     SUM-AENDERUNG         TO DSP-SUMME-S.
           MOVE     DSP-SUMME-S           TO DRUCK-ZEILE(40:14).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "ARTIKEL BEWERTET:"   TO DRUCK-ZEILE(1:17).
           MOVE     ANZ-ARTIKEL           TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(25:5).
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
