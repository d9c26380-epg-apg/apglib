       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CRP0056.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * AENDERUNGSTICKETS: NACHWEIS JE TICKET ODER MEMBER             *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  REVISIONSNACHWEIS ZU DEN AENDERUNGSTICKETS   *
      *                  PCHGTKT (SPOOL CRF0056):                     *
      *                  X-TICKET GEFUELLT: TICKETDATEN, ALLE         *
      *                  UEBERNAHMEN IN DIE PRODUKTION (PPROMLOG)     *
      *                  UND ALLE GESICHERTEN VERSIONEN (PSRCVER)     *
      *                  ZU DIESEM TICKET.                            *
      *                  X-MBR GEFUELLT: ALLE TICKETS, UNTER DENEN    *
      *                  DER MEMBER GESICHERT ODER UEBERNOMMEN        *
      *                  WURDE, MIT ANZAHL VERSIONEN/UEBERNAHMEN.     *
      *                  SIND BEIDE GEFUELLT, WERDEN BEIDE TEILE      *
      *                  GEDRUCKT; OHNE PARAMETER RETCODE 1.          *
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
      * PCHGTKT: CTNR (AENDERUNGSTICKETS)
      *-------------------------------------------------------------
           SELECT PCHGTKT-DP
                  ASSIGN       TO  DATABASE-PCHGTKT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PPROMLOG: PRLFDN (UEBERNAHMEPROTOKOLL)
      *-------------------------------------------------------------
           SELECT PPROMLOG-DP
                  ASSIGN       TO  DATABASE-PPROMLOG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PSRCVER: SVMBR, SVVER, SVSEQ (VERSIONSARCHIV)
      *-------------------------------------------------------------
           SELECT PSRCVER-DP
                  ASSIGN       TO  DATABASE-PSRCVER
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *- CRF0056: SPOOLAUSGABE DES NACHWEISES
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-CRF0056
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PCHGTKT: CTNR
       FD  PCHGTKT-DP
           LABEL RECORDS ARE STANDARD.
       01  PCHGTKT-P.
           COPY DDS-ALL-FORMATS OF PCHGTKT.
      /
      *--- PPROMLOG: PRLFDN
       FD  PPROMLOG-DP
           LABEL RECORDS ARE STANDARD.
       01  PPROMLOG-P.
           COPY DDS-ALL-FORMATS OF PPROMLOG.
      /
      *--- PSRCVER: SVMBR, SVVER, SVSEQ
       FD  PSRCVER-DP
           LABEL RECORDS ARE STANDARD.
       01  PSRCVER-P.
           COPY DDS-ALL-FORMATS OF PSRCVER.
      /
      *- CRF0056: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF CRF0056.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CRP0056".
       01  PGM-TYP                       PIC X(8)  VALUE "SEU".

      * ZUM MEMBER GEFUNDENE TICKETS MIT IHREN ZAEHLERN
       01  TKT-TABELLE.
        05 TKT-EINTRAG OCCURS 500 TIMES.
         10 TT-NR                        PIC 9(9).
         10 TT-ANZ-VER                   PIC 9(5).
         10 TT-ANZ-UEB                   PIC 9(5).
       01  TT-MAX                        PIC 9(4)  COMP VALUE 500.
       01  TT-ANZ                        PIC 9(4)  COMP.
       01  TT-IDX                        PIC 9(4)  COMP.
       01  SUCH-TICKET                   PIC 9(9).
      * ART DES FUNDES: V = VERSION, U = UEBERNAHME
       01  FUND-ART                      PIC X(1).

      * ZULETZT GELESENER KOPFSATZ EINER VERSION (KOPF-GEF 1 = DA)
       01  KOPF-GEF                      PIC 9(1).
       01  KOPF-MBR                      PIC X(10).
       01  KOPF-VER                      PIC 9(5).
       01  KOPF-LIB                      PIC X(10).
       01  KOPF-RCN                      PIC X(10).
       01  KOPF-PGM                      PIC X(10).
       01  KOPF-USER                     PIC X(10).
       01  KOPF-DTA                      PIC 9(8).
       01  KOPF-TIA                      PIC 9(6).
       01  KOPF-TKT                      PIC 9(9).

      * ZAEHLER
       77  ANZ-UEBERNAHMEN               PIC 9(5)  COMP.
       77  ANZ-VERSIONEN                 PIC 9(5)  COMP.

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DATUM-WRK                     PIC 9(8).
       01  DSP-DATUM                     PIC X(10).
       01  ZEIT-WRK                      PIC 9(6).
       01  DSP-ZEIT                      PIC X(8).
       01  DSP-ANZ-5                     PIC Z(4)9.
       01  DSP-TICKET                    PIC Z(8)9.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * TICKET, DESSEN UEBERNAHMEN/VERSIONEN GEDRUCKT WERDEN
       01  X-TICKET                      PIC 9(9).
      * MEMBER, DESSEN TICKETS GEDRUCKT WERDEN
       01  X-MBR                         PIC X(10).
      * RUECKMELDUNG AN DEN AUFRUFER (LEER = OK)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-TICKET
                                X-MBR
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "CRP0056" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.

           OPEN     INPUT  PCHGTKT-DP
                           PPROMLOG-DP
                           PSRCVER-DP.
           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

      * OHNE TICKET UND MEMBER GIBT ES NICHTS ZU DRUCKEN
           IF       X-TICKET = ZEROES
            AND     X-MBR    = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

           IF       X-TICKET NOT = ZEROES
                    PERFORM DRUCKE-TICKET
           END-IF.

           IF       X-MBR NOT = SPACES
                    PERFORM DRUCKE-MEMBER
           END-IF.

       ENDE.
           CLOSE    PCHGTKT-DP
                    PPROMLOG-DP
                    PSRCVER-DP
                    DRUCK-DAT.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * TEIL 1: TICKETDATEN, UEBERNAHMEN UND VERSIONEN DES TICKETS
      *--------------------------------------------------------------
       DRUCKE-TICKET SECTION.
       DRU-TKT-00.

           INITIALIZE ANZ-UEBERNAHMEN ANZ-VERSIONEN.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "AENDERUNGSTICKET - NACHWEIS"
                                          TO DRUCK-ZEILE(1:27).
           MOVE     "STAND:"              TO DRUCK-ZEILE(60:6).
           MOVE     DATE-8                TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(67:10).
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "-" TO DRUCK-ZEILE(1:110).
           PERFORM  DRUCKE-ZEILE.

           INITIALIZE PCHGTKTF OF PCHGTKT-P.
           MOVE     X-TICKET TO CTNR OF PCHGTKT-P.
           READ     PCHGTKT-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE SPACES TO DRUCK-ZEILE
                    MOVE X-TICKET TO DSP-TICKET
                    MOVE "TICKET"            TO DRUCK-ZEILE(1:6)
                    MOVE DSP-TICKET          TO DRUCK-ZEILE(8:9)
                    MOVE "IST NICHT VORHANDEN"
                                             TO DRUCK-ZEILE(18:19)
                    PERFORM DRUCKE-ZEILE
                    MOVE "1" TO X-RETCODE
                    GO TO DRU-TKT-90
           END-IF.

      * KOPFDATEN DES TICKETS
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     CTNR OF PCHGTKT-P     TO DSP-TICKET.
           MOVE     "TICKET:"             TO DRUCK-ZEILE(1:7).
           MOVE     DSP-TICKET            TO DRUCK-ZEILE(14:9).
           MOVE     CTTITL OF PCHGTKT-P   TO DRUCK-ZEILE(24:50).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "ANFORDERER:"         TO DRUCK-ZEILE(1:11).
           MOVE     CTANFO OF PCHGTKT-P   TO DRUCK-ZEILE(14:10).
           MOVE     "STATUS:"             TO DRUCK-ZEILE(30:7).
           EVALUATE CTSTAT OF PCHGTKT-P
                    WHEN "O"
                         MOVE "OFFEN"     TO DRUCK-ZEILE(38:9)
                    WHEN "E"
                         MOVE "ERLEDIGT"  TO DRUCK-ZEILE(38:9)
                    WHEN "S"
                         MOVE "STORNIERT" TO DRUCK-ZEILE(38:9)
                    WHEN OTHER
                         MOVE CTSTAT OF PCHGTKT-P
                                          TO DRUCK-ZEILE(38:1)
           END-EVALUATE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "GEPLANT:"            TO DRUCK-ZEILE(1:8).
           IF       CTPDAT OF PCHGTKT-P NOT = ZEROES
                    MOVE CTPDAT OF PCHGTKT-P TO DATUM-WRK
                    PERFORM FORMATIERE-DATUM
                    MOVE DSP-DATUM        TO DRUCK-ZEILE(14:10)
           END-IF.
           MOVE     "PRODUKTIV:"          TO DRUCK-ZEILE(30:10).
           IF       CTIDAT OF PCHGTKT-P NOT = ZEROES
                    MOVE CTIDAT OF PCHGTKT-P TO DATUM-WRK
                    PERFORM FORMATIERE-DATUM
                    MOVE DSP-DATUM        TO DRUCK-ZEILE(41:10)
           END-IF.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "BEGRUENDUNG:"        TO DRUCK-ZEILE(1:12).
           MOVE     CTGRND OF PCHGTKT-P(1:60)
                                          TO DRUCK-ZEILE(14:60).
           PERFORM  DRUCKE-ZEILE.
           IF       CTGRND OF PCHGTKT-P(61:60) NOT = SPACES
                    MOVE SPACES TO DRUCK-ZEILE
                    MOVE CTGRND OF PCHGTKT-P(61:60)
                                          TO DRUCK-ZEILE(14:60)
                    PERFORM DRUCKE-ZEILE
           END-IF.

      * UEBERNAHMEN IN DIE PRODUKTION
           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     "UEBERNAHMEN IN DIE PRODUKTION (PPROMLOG)"
                                          TO DRUCK-ZEILE(1:40).
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "-" TO DRUCK-ZEILE(1:110).
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "DATUM"               TO DRUCK-ZEILE(1:5).
           MOVE     "ZEIT"                TO DRUCK-ZEILE(12:4).
           MOVE     "PROGRAMM"            TO DRUCK-ZEILE(21:8).
           MOVE     "VON"                 TO DRUCK-ZEILE(32:3).
           MOVE     "NACH"                TO DRUCK-ZEILE(43:4).
           MOVE     "USER"                TO DRUCK-ZEILE(54:4).
           MOVE     "PRUEFUNG"            TO DRUCK-ZEILE(65:8).
           MOVE     "ALT-VERS."           TO DRUCK-ZEILE(75:9).
           PERFORM  DRUCKE-ZEILE.

           INITIALIZE PPROMLOGF OF PPROMLOG-P.
           START    PPROMLOG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-TKT-40
           END-IF.

       DRU-TKT-20.
           READ     PPROMLOG-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-TKT-40
           END-IF.

           IF       PRTKT OF PPROMLOG-P NOT = X-TICKET
                    GO TO DRU-TKT-20
           END-IF.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     PRDTA OF PPROMLOG-P   TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(1:10).
           MOVE     PRTIA OF PPROMLOG-P   TO ZEIT-WRK.
           PERFORM  FORMATIERE-ZEIT.
           MOVE     DSP-ZEIT              TO DRUCK-ZEILE(12:8).
           MOVE     PRPGM  OF PPROMLOG-P  TO DRUCK-ZEILE(21:10).
           MOVE     PRVLIB OF PPROMLOG-P  TO DRUCK-ZEILE(32:10).
           MOVE     PRNLIB OF PPROMLOG-P  TO DRUCK-ZEILE(43:10).
           MOVE     PRUSER OF PPROMLOG-P  TO DRUCK-ZEILE(54:10).
           IF       PRGATE OF PPROMLOG-P = "U"
                    MOVE "OVERRIDE"       TO DRUCK-ZEILE(65:8)
           ELSE
                    MOVE "OK"             TO DRUCK-ZEILE(65:2)
           END-IF.
           MOVE     PRSVER OF PPROMLOG-P  TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(75:5).
           PERFORM  DRUCKE-ZEILE.
           ADD      1 TO ANZ-UEBERNAHMEN.

           GO TO    DRU-TKT-20.

       DRU-TKT-40.
      * GESICHERTE VERSIONEN (NUR KOPFSAETZE, SVSEQ = 0)
           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     "GESICHERTE VERSIONEN (PSRCVER)"
                                          TO DRUCK-ZEILE(1:30).
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "-" TO DRUCK-ZEILE(1:110).
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "MEMBER"              TO DRUCK-ZEILE(1:6).
           MOVE     "VERS."               TO DRUCK-ZEILE(12:5).
           MOVE     "BIBLIOTHEK"          TO DRUCK-ZEILE(19:10).
           MOVE     "DATEI"               TO DRUCK-ZEILE(30:5).
           MOVE     "PROGRAMM"            TO DRUCK-ZEILE(41:8).
           MOVE     "USER"                TO DRUCK-ZEILE(52:4).
           MOVE     "DATUM"               TO DRUCK-ZEILE(63:5).
           MOVE     "ZEIT"                TO DRUCK-ZEILE(74:4).
           PERFORM  DRUCKE-ZEILE.

           INITIALIZE PSRCVERF OF PSRCVER-P.
           START    PSRCVER-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-TKT-80
           END-IF.

       DRU-TKT-50.
           PERFORM  LESE-NAECHSTEN-KOPF.
           IF       KOPF-GEF = ZEROES
                    GO TO DRU-TKT-80
           END-IF.

           IF       KOPF-TKT NOT = X-TICKET
                    GO TO DRU-TKT-50
           END-IF.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     KOPF-MBR              TO DRUCK-ZEILE(1:10).
           MOVE     KOPF-VER              TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(12:5).
           MOVE     KOPF-LIB              TO DRUCK-ZEILE(19:10).
           MOVE     KOPF-RCN              TO DRUCK-ZEILE(30:10).
           MOVE     KOPF-PGM              TO DRUCK-ZEILE(41:10).
           MOVE     KOPF-USER             TO DRUCK-ZEILE(52:10).
           MOVE     KOPF-DTA              TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(63:10).
           MOVE     KOPF-TIA              TO ZEIT-WRK.
           PERFORM  FORMATIERE-ZEIT.
           MOVE     DSP-ZEIT              TO DRUCK-ZEILE(74:8).
           PERFORM  DRUCKE-ZEILE.
           ADD      1 TO ANZ-VERSIONEN.

           GO TO    DRU-TKT-50.

       DRU-TKT-80.
           MOVE     ALL "-" TO DRUCK-ZEILE(1:110).
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "UEBERNAHMEN:"         TO DRUCK-ZEILE(1:12).
           MOVE     ANZ-UEBERNAHMEN        TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5              TO DRUCK-ZEILE(14:5).
           MOVE     "VERSIONEN:"           TO DRUCK-ZEILE(25:10).
           MOVE     ANZ-VERSIONEN          TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5              TO DRUCK-ZEILE(36:5).
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

       DRU-TKT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TEIL 2: ALLE TICKETS, UNTER DENEN DER MEMBER GESICHERT ODER
      * UEBERNOMMEN WURDE
      *--------------------------------------------------------------
       DRUCKE-MEMBER SECTION.
       DRU-MBR-00.

           INITIALIZE TKT-TABELLE TT-ANZ.

      * VERSIONEN DES MEMBERS (PSRCVER IST NACH MEMBER SORTIERT)
           INITIALIZE PSRCVERF OF PSRCVER-P.
           MOVE     X-MBR TO SVMBR OF PSRCVER-P.
           START    PSRCVER-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-MBR-30
           END-IF.

       DRU-MBR-20.
           PERFORM  LESE-NAECHSTEN-KOPF.
           IF       KOPF-GEF = ZEROES
                    GO TO DRU-MBR-30
           END-IF.
           IF       KOPF-MBR NOT = X-MBR
                    GO TO DRU-MBR-30
           END-IF.
           IF       KOPF-TKT NOT = ZEROES
                    MOVE KOPF-TKT TO SUCH-TICKET
                    MOVE "V" TO FUND-ART
                    PERFORM MERKE-TICKET
           END-IF.
           GO TO    DRU-MBR-20.

       DRU-MBR-30.
      * UEBERNAHMEN DES MEMBERS
           INITIALIZE PPROMLOGF OF PPROMLOG-P.
           START    PPROMLOG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-MBR-50
           END-IF.

       DRU-MBR-40.
           READ     PPROMLOG-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-MBR-50
           END-IF.
           IF       PRPGM OF PPROMLOG-P = X-MBR
            AND     PRTKT OF PPROMLOG-P NOT = ZEROES
                    MOVE PRTKT OF PPROMLOG-P TO SUCH-TICKET
                    MOVE "U" TO FUND-ART
                    PERFORM MERKE-TICKET
           END-IF.
           GO TO    DRU-MBR-40.

       DRU-MBR-50.
      * KOPF
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "AENDERUNGSTICKETS ZUM MEMBER"
                                          TO DRUCK-ZEILE(1:28).
           MOVE     X-MBR                 TO DRUCK-ZEILE(30:10).
           MOVE     "STAND:"              TO DRUCK-ZEILE(60:6).
           MOVE     DATE-8                TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(67:10).
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "-" TO DRUCK-ZEILE(1:110).
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "TICKET"              TO DRUCK-ZEILE(1:6).
           MOVE     "TITEL"               TO DRUCK-ZEILE(11:5).
           MOVE     "ANFORDERER"          TO DRUCK-ZEILE(62:10).
           MOVE     "ST"                  TO DRUCK-ZEILE(73:2).
           MOVE     "PRODUKTIV"           TO DRUCK-ZEILE(76:9).
           MOVE     "VERS."               TO DRUCK-ZEILE(87:5).
           MOVE     "UEBN."               TO DRUCK-ZEILE(93:5).
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "-" TO DRUCK-ZEILE(1:110).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ZEROES TO TT-IDX.

       DRU-MBR-60.
           ADD      1 TO TT-IDX.
           IF       TT-IDX > TT-ANZ
                    GO TO DRU-MBR-80
           END-IF.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     TT-NR(TT-IDX)         TO DSP-TICKET.
           MOVE     DSP-TICKET            TO DRUCK-ZEILE(1:9).
           INITIALIZE PCHGTKTF OF PCHGTKT-P.
           MOVE     TT-NR(TT-IDX)         TO CTNR OF PCHGTKT-P.
           READ     PCHGTKT-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE CTTITL OF PCHGTKT-P TO DRUCK-ZEILE(11:50)
                    MOVE CTANFO OF PCHGTKT-P TO DRUCK-ZEILE(62:10)
                    MOVE CTSTAT OF PCHGTKT-P TO DRUCK-ZEILE(73:1)
                    IF   CTIDAT OF PCHGTKT-P NOT = ZEROES
                         MOVE CTIDAT OF PCHGTKT-P TO DATUM-WRK
                         PERFORM FORMATIERE-DATUM
                         MOVE DSP-DATUM TO DRUCK-ZEILE(76:10)
                    END-IF
           ELSE
                    MOVE "*** TICKET NICHT VORHANDEN ***"
                                          TO DRUCK-ZEILE(11:30)
           END-IF.
           MOVE     TT-ANZ-VER(TT-IDX)    TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(87:5).
           MOVE     TT-ANZ-UEB(TT-IDX)    TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(93:5).
           PERFORM  DRUCKE-ZEILE.

           GO TO    DRU-MBR-60.

       DRU-MBR-80.
           MOVE     ALL "-" TO DRUCK-ZEILE(1:110).
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "TICKETS:"             TO DRUCK-ZEILE(1:8).
           MOVE     TT-ANZ                 TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5              TO DRUCK-ZEILE(10:5).
           PERFORM  DRUCKE-ZEILE.

       DRU-MBR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUCH-TICKET IN DER TABELLE SUCHEN BZW. AUFNEHMEN UND DEN
      * ZAEHLER DER FUNDART (V/U) ERHOEHEN
      *--------------------------------------------------------------
       MERKE-TICKET SECTION.
       MER-TKT-00.

           MOVE     ZEROES TO TT-IDX.

       MER-TKT-20.
           ADD      1 TO TT-IDX.
           IF       TT-IDX > TT-ANZ
                    GO TO MER-TKT-50
           END-IF.
           IF       TT-NR(TT-IDX) NOT = SUCH-TICKET
                    GO TO MER-TKT-20
           END-IF.
           GO TO    MER-TKT-80.

       MER-TKT-50.
      * NEUES TICKET (BEI VOLLER TABELLE WIRD NICHT MEHR GEZAEHLT)
           IF       TT-ANZ NOT < TT-MAX
                    GO TO MER-TKT-90
           END-IF.
           ADD      1 TO TT-ANZ.
           MOVE     TT-ANZ      TO TT-IDX.
           MOVE     SUCH-TICKET TO TT-NR(TT-IDX).
           MOVE     ZEROES      TO TT-ANZ-VER(TT-IDX).
           MOVE     ZEROES      TO TT-ANZ-UEB(TT-IDX).

       MER-TKT-80.
           IF       FUND-ART = "V"
                    ADD 1 TO TT-ANZ-VER(TT-IDX)
           ELSE
                    ADD 1 TO TT-ANZ-UEB(TT-IDX)
           END-IF.

       MER-TKT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NAECHSTEN KOPFSATZ (SVSEQ = 0) AUS PSRCVER NACH KOPF-*
      * LESEN; DIE QUELLZEILEN DER VERSION WERDEN PER START
      * UEBERSPRUNGEN
      *--------------------------------------------------------------
       LESE-NAECHSTEN-KOPF SECTION.
       LES-NKO-00.

           MOVE     ZEROES TO KOPF-GEF.

       LES-NKO-20.
           READ     PSRCVER-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-NKO-90
           END-IF.

           IF       SVSEQ OF PSRCVER-P NOT = ZEROES
                    GO TO LES-NKO-20
           END-IF.

           MOVE     1                    TO KOPF-GEF.
           MOVE     SVMBR  OF PSRCVER-P  TO KOPF-MBR.
           MOVE     SVVER  OF PSRCVER-P  TO KOPF-VER.
           MOVE     SVLIB  OF PSRCVER-P  TO KOPF-LIB.
           MOVE     SVRCN  OF PSRCVER-P  TO KOPF-RCN.
           MOVE     SVPGM  OF PSRCVER-P  TO KOPF-PGM.
           MOVE     SVUSER OF PSRCVER-P  TO KOPF-USER.
           MOVE     SVDTA  OF PSRCVER-P  TO KOPF-DTA.
           MOVE     SVTIA  OF PSRCVER-P  TO KOPF-TIA.
           MOVE     SVTKT  OF PSRCVER-P  TO KOPF-TKT.

      * HINTER DIE LETZTE ZEILE DIESER VERSION POSITIONIEREN
           INITIALIZE PSRCVERF OF PSRCVER-P.
           MOVE     KOPF-MBR TO SVMBR OF PSRCVER-P.
           MOVE     KOPF-VER TO SVVER OF PSRCVER-P.
           MOVE     ALL "9"  TO SVSEQ OF PSRCVER-P.
           START    PSRCVER-DP KEY > EXTERNALLY-DESCRIBED-KEY.

       LES-NKO-90.
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
      * ZEIT-WRK (HHMMSS) ALS HH:MM:SS NACH DSP-ZEIT
      *--------------------------------------------------------------
       FORMATIERE-ZEIT SECTION.
       FOR-ZEI-00.

           MOVE     SPACES            TO DSP-ZEIT.
           MOVE     ZEIT-WRK(1:2)     TO DSP-ZEIT(1:2).
           MOVE     ":"               TO DSP-ZEIT(3:1).
           MOVE     ZEIT-WRK(3:2)     TO DSP-ZEIT(4:2).
           MOVE     ":"               TO DSP-ZEIT(6:1).
           MOVE     ZEIT-WRK(5:2)     TO DSP-ZEIT(7:2).

       FOR-ZEI-90.
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
