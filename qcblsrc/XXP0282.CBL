       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0282.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * COCKPIT DER ARBEITSVORRAETE AM MORGEN                         *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT JE ARBEITSVORRAT EINE KACHEL MIT       *
      *                  ANZAHL, AMPEL (GRUEN/GELB/ROT) UND DEN       *
      *                  ZAHLEN VOM VORTAG UND VON VOR EINER WOCHE:   *
      *                  NACHTKETTE (SCHRITTE OHNE ERFOLG IM LETZTEN  *
      *                  LAUF AUS PJOBLOG, GELB WENN SEIT GESTERN     *
      *                  KEIN LAUF), NEUE STOERFAELLE (PINCDNT),      *
      *                  UNGELESENE NACHRICHTEN (PNOTIFY), BESTEL-    *
      *                  LUNGEN ZUR FREIGABE UND UEBERFAELLIGE        *
      *                  BESTELLUNGEN (PKDBST1, GRENZE WIE XXP0212)   *
      *                  SOWIE FEHLENDE STEMPELUNGEN (PSTRTIM). EIN   *
      *                  USER SIEHT NUR DIE KACHELN, DEREN PROGRAMM   *
      *                  IHM CFP9002 FREIGIBT (ROLLEN IN PCFGAUT).    *
      *                  AUSWAHL 1 STARTET DAS PROGRAMM DER KACHEL,   *
      *                  F5 ZAEHLT NEU. JEDE ZAEHLUNG WIRD ALS        *
      *                  TAGESSTAND IN PCKPHIS FESTGEHALTEN.          *
      *                  AMPELGRENZEN: A400/COCKPIT/KACHEL CFIN01     *
      *                  (1:5) GELB AB, (6:5) ROT AB; AUFBEWAHRUNG    *
      *                  DER HISTORIE: A400/COCKPIT/HISTORIE CFIN01   *
      *                  (1:3) TAGE, STANDARD 90.                     *
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
                  ASSIGN       TO  WORKSTATION-XXD0282DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PJOBLOG: JLLFDN (PROTOKOLL DER JOBKETTEN)
      *-------------------------------------------------------------
           SELECT PJOBLOG-DP
                  ASSIGN       TO  DATABASE-PJOBLOG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PINCDNT: INLFDN (STOERFAELLE)
      *-------------------------------------------------------------
           SELECT PINCDNT-DP
                  ASSIGN       TO  DATABASE-PINCDNT
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
      * PKDBST1: KBLFDN (BESTELLKOPF)
      *-------------------------------------------------------------
           SELECT PKDBST1-DP
                  ASSIGN       TO  DATABASE-PKDBST1
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
      * PSTRTIM: STLFDN
      *-------------------------------------------------------------
           SELECT PSTRTIM-DP
                  ASSIGN       TO  DATABASE-PSTRTIM
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCKPHIS: CHKACH, CHUSER, CHDATUM (TAGESSTAENDE COCKPIT)
      *-------------------------------------------------------------
           SELECT PCKPHIS-DP
                  ASSIGN       TO  DATABASE-PCKPHIS
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
           COPY DDS-ALL-FORMATS OF XXD0282DE.
      /
      *--- PJOBLOG: JLLFDN
       FD  PJOBLOG-DP
           LABEL RECORDS ARE STANDARD.
       01  PJOBLOG-P.
           COPY DDS-ALL-FORMATS OF PJOBLOG.
      /
      *--- PINCDNT: INLFDN
       FD  PINCDNT-DP
           LABEL RECORDS ARE STANDARD.
       01  PINCDNT-P.
           COPY DDS-ALL-FORMATS OF PINCDNT.
      /
      *--- PNOTIFY: NFLFDN
       FD  PNOTIFY-DP
           LABEL RECORDS ARE STANDARD.
       01  PNOTIFY-P.
           COPY DDS-ALL-FORMATS OF PNOTIFY.
      /
      *--- PKDBST1: KBLFDN
       FD  PKDBST1-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDBST1-P.
           COPY DDS-ALL-FORMATS OF PKDBST1.
      /
      *--- PCFGDAT: DTLFDN
       FD  PCFGDAT-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGDAT-P.
           COPY DDS-ALL-FORMATS OF PCFGDAT.
      /
      *--- PSTRTIM: STLFDN
       FD  PSTRTIM-DP
           LABEL RECORDS ARE STANDARD.
       01  PSTRTIM-P.
           COPY DDS-ALL-FORMATS OF PSTRTIM.
      /
      *--- PCKPHIS: CHKACH, CHUSER, CHDATUM
       FD  PCKPHIS-DP
           LABEL RECORDS ARE STANDARD.
       01  PCKPHIS-P.
           COPY DDS-ALL-FORMATS OF PCKPHIS.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN61                          PIC 1.
        05 IN62                          PIC 1.
        05 IN63                          PIC 1.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD0282DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD0282DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  XXD0282DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  XXD0282DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0282".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".

      * KACHELN DES COCKPITS (AMPEL: G = GRUEN, Y = GELB, R = ROT)
       01  KCH-MAX                       PIC 9(1)  COMP VALUE 6.
       01  KCH-IDX                       PIC 9(1)  COMP.
       01  KCH-TAB.
        05 KCH-EINTRAG OCCURS 6.
         10 KCH-ID                       PIC X(10).
         10 KCH-TXT                      PIC X(30).
         10 KCH-PGM                      PIC X(10).
         10 KCH-JE-USER                  PIC 9(1).
         10 KCH-SICHT                    PIC 9(1).
         10 KCH-GELB                     PIC 9(5).
         10 KCH-ROT                      PIC 9(5).
         10 KCH-ANZ                      PIC 9(7).
         10 KCH-AMPEL                    PIC X(1).
         10 KCH-VTG                      PIC 9(7).
         10 KCH-VTG-DA                   PIC 9(1).
         10 KCH-VWO                      PIC 9(7).
         10 KCH-VWO-DA                   PIC 9(1).

      * ZEITPUNKT DER LETZTEN ZAEHLUNG
       01  STAND-DTA                     PIC 9(8).
       01  STAND-TIA                     PIC 9(6).

      * STICHTAGE: GESTERN, VOR EINER WOCHE, ENDE DER AUFBEWAHRUNG
       01  HEUTE                         PIC 9(8).
       01  GESTERN                       PIC 9(8).
       01  VORWOCHE-DTA                  PIC 9(8).
       01  LOESCH-DTA                    PIC 9(8).
       01  HIST-TAGE                     PIC 9(3).
       01  STICHTAG                      PIC 9(8).
       01  STICHTAG-RED REDEFINES STICHTAG.
        05 STI-JAHR                      PIC 9(4).
        05 STI-MONAT                     PIC 9(2).
        05 STI-TAG                       PIC 9(2).

      * HILFSFELDER FUER DIE TAGESRUECKRECHNUNG
       01  SUB-ANZAHL                    PIC 9(3)  COMP.
       01  MONAT-LAENGE                  PIC 9(2).
       01  SJA-VALUE                     PIC 9(9).
       01  SJA-REST                      PIC 9(9).
       01  SJA-4                         PIC 9(1).
       01  SJA-100                       PIC 9(1).
       01  SJA-400                       PIC 9(1).
       01  IS-SCHALTJAHR                 PIC 9(1).

      * NACHTKETTE: LETZTER STATUS JE KETTE UND SCHRITT AM
      * LETZTEN LAUFDATUM
       01  JOB-DATUM-MAX                 PIC 9(8).
       01  JOB-OHNE-LAUF                 PIC 9(1).
       01  JOB-MAX                       PIC 9(3)  COMP VALUE 200.
       01  JOB-ANZAHL                    PIC 9(3)  COMP.
       01  JOB-IDX                       PIC 9(3)  COMP.
       01  JOB-TAB.
        05 JOB-EINTRAG OCCURS 200.
         10 JOB-KETTE                    PIC X(10).
         10 JOB-STEP                     PIC 9(3).
         10 JOB-STAT                     PIC X(1).

      * UEBERFAELLIGE BESTELLUNGEN (GRENZE WIE XXP0212)
       01  GRENZE-TAGE                   PIC 9(3).
       01  ARBTAGE-OFFEN                 PIC 9(5).

      * ZAEHLUNG EINER KACHEL
       01  ANZ-WRK                       PIC 9(7).
       01  HIS-USER                      PIC X(10).

      * AUFRUF DES PROGRAMMS EINER KACHEL
       01  MEN-PGM-WRK                   PIC X(10).
       01  MEN-AUSWAHL                   PIC X(2).
       01  MEN-RETCODE                   PIC X(1).
       01  LAUF-DATUM                    PIC 9(8).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0282" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0282DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     INPUT PJOBLOG-DP
                          PINCDNT-DP
                          PNOTIFY-DP
                          PKDBST1-DP
                          PCFGDAT-DP
                          PSTRTIM-DP.
           OPEN     I-O   PCKPHIS-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F5, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

      * KACHELN FESTLEGEN UND ERSTMALS ZAEHLEN
           PERFORM  DEFINIERE-KACHELN.
           PERFORM  AKTUALISIERE-KACHELN.

       ANF020.
      * COCKPIT ANZEIGEN
           PERFORM  ANZEIGE-SUBFILE.
           IF       F3 = "1" OR F12 = "1"
                    GO TO ENDE
           END-IF.
      * F5 ZAEHLT ALLE KACHELN NEU
           IF       F5 = "1"
                    INITIALIZE F5
                    PERFORM AKTUALISIERE-KACHELN
           END-IF.
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PJOBLOG-DP
                    PINCDNT-DP
                    PNOTIFY-DP
                    PKDBST1-DP
                    PCFGDAT-DP
                    PSTRTIM-DP
                    PCKPHIS-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * KACHELN MIT PROGRAMM UND AMPELGRENZEN FESTLEGEN. SICHTBAR
      * IST EINE KACHEL NUR, WENN CFP9002 DEM USER DAS PROGRAMM
      * DAHINTER FREIGIBT (PRUEFART *L WIE IN DER MENUELISTE)
      *--------------------------------------------------------------
       DEFINIERE-KACHELN SECTION.
       DEF-KCH-00.

           INITIALIZE KCH-TAB.

           MOVE     "NACHT"      TO KCH-ID(1).
           MOVE     "NACHTKETTE: SCHRITTE MIT FEHLER"
                                 TO KCH-TXT(1).
           MOVE     "XXP0272"    TO KCH-PGM(1).
           MOVE     1            TO KCH-GELB(1).
           MOVE     1            TO KCH-ROT(1).

           MOVE     "STOER"      TO KCH-ID(2).
           MOVE     "NEUE STOERFAELLE"
                                 TO KCH-TXT(2).
           MOVE     "CFP9103"    TO KCH-PGM(2).
           MOVE     1            TO KCH-GELB(2).
           MOVE     5            TO KCH-ROT(2).

           MOVE     "NACHR"      TO KCH-ID(3).
           MOVE     "UNGELESENE NACHRICHTEN"
                                 TO KCH-TXT(3).
           MOVE     "CFP0031"    TO KCH-PGM(3).
           MOVE     1            TO KCH-JE-USER(3).
           MOVE     1            TO KCH-GELB(3).
           MOVE     10           TO KCH-ROT(3).

           MOVE     "FREIGABE"   TO KCH-ID(4).
           MOVE     "BESTELLUNGEN ZUR FREIGABE"
                                 TO KCH-TXT(4).
           MOVE     "XXP0208"    TO KCH-PGM(4).
           MOVE     1            TO KCH-GELB(4).
           MOVE     10           TO KCH-ROT(4).

           MOVE     "UEBERF"     TO KCH-ID(5).
           MOVE     "UEBERFAELLIGE BESTELLUNGEN"
                                 TO KCH-TXT(5).
           MOVE     "XXP0212"    TO KCH-PGM(5).
           MOVE     1            TO KCH-GELB(5).
           MOVE     5            TO KCH-ROT(5).

           MOVE     "STEMPEL"    TO KCH-ID(6).
           MOVE     "FEHLENDE STEMPELUNGEN"
                                 TO KCH-TXT(6).
           MOVE     "XXP0068"    TO KCH-PGM(6).
           MOVE     1            TO KCH-GELB(6).
           MOVE     5            TO KCH-ROT(6).

           MOVE     1 TO KCH-IDX.

       DEF-KCH-20.
           IF       KCH-IDX > KCH-MAX
                    GO TO DEF-KCH-90
           END-IF.

      * ABWEICHENDE AMPELGRENZEN AUS DER KONFIGURATION
           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "A400"            TO CFID   OF CFG-CPY.
           MOVE     "COCKPIT"         TO CFKEY  OF CFG-CPY.
           MOVE     KCH-ID(KCH-IDX)   TO CFKEY2 OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
                    IF   CFIN01 OF CFG-CPY(1:5) IS NUMERIC
                     AND CFIN01 OF CFG-CPY(1:5) NOT = ZEROES
                         MOVE CFIN01 OF CFG-CPY(1:5)
                                           TO KCH-GELB(KCH-IDX)
                    END-IF
                    IF   CFIN01 OF CFG-CPY(6:5) IS NUMERIC
                     AND CFIN01 OF CFG-CPY(6:5) NOT = ZEROES
                         MOVE CFIN01 OF CFG-CPY(6:5)
                                           TO KCH-ROT(KCH-IDX)
                    END-IF
           END-IF.

      * BERECHTIGUNG AUF DAS PROGRAMM DER KACHEL
           MOVE     KCH-PGM(KCH-IDX) TO MEN-PGM-WRK.
           MOVE     "*L"             TO MEN-AUSWAHL.
           PERFORM  PRUEFE-PGM.
           IF       MEN-RETCODE = SPACES
                    MOVE 1      TO KCH-SICHT(KCH-IDX)
           ELSE
                    MOVE ZEROES TO KCH-SICHT(KCH-IDX)
           END-IF.

           ADD      1 TO KCH-IDX.
           GO TO    DEF-KCH-20.

       DEF-KCH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE SICHTBAREN KACHELN ZAEHLEN, AMPEL SETZEN, TAGESSTAND
      * FESTHALTEN UND VORTAG/VORWOCHE AUS DER HISTORIE LESEN
      *--------------------------------------------------------------
       AKTUALISIERE-KACHELN SECTION.
       AKT-KCH-00.

           PERFORM  COPY-GET-TIME.
           MOVE     DATE-8 TO HEUTE STAND-DTA.
           MOVE     TIME-6 TO STAND-TIA.
           PERFORM  RECHNE-STICHTAGE.

           MOVE     1 TO KCH-IDX.

       AKT-KCH-20.
           IF       KCH-IDX > KCH-MAX
                    GO TO AKT-KCH-90
           END-IF.
           IF       KCH-SICHT(KCH-IDX) = ZEROES
                    GO TO AKT-KCH-80
           END-IF.

           MOVE     ZEROES TO ANZ-WRK JOB-OHNE-LAUF.
           EVALUATE KCH-ID(KCH-IDX)
                    WHEN "NACHT"
                         PERFORM ZAEHLE-NACHTKETTE
                    WHEN "STOER"
                         PERFORM ZAEHLE-STOERFAELLE
                    WHEN "NACHR"
                         PERFORM ZAEHLE-NACHRICHTEN
                    WHEN "FREIGABE"
                         PERFORM ZAEHLE-FREIGABEN
                    WHEN "UEBERF"
                         PERFORM ZAEHLE-UEBERFAELLIGE
                    WHEN "STEMPEL"
                         PERFORM ZAEHLE-STEMPELUNGEN
           END-EVALUATE.
           MOVE     ANZ-WRK TO KCH-ANZ(KCH-IDX).

      * AMPEL: NACHTKETTE OHNE LAUF SEIT GESTERN IST MINDESTENS GELB
           EVALUATE TRUE
                    WHEN ANZ-WRK NOT < KCH-ROT(KCH-IDX)
                         MOVE "R" TO KCH-AMPEL(KCH-IDX)
                    WHEN ANZ-WRK NOT < KCH-GELB(KCH-IDX)
                     OR  JOB-OHNE-LAUF = 1
                         MOVE "Y" TO KCH-AMPEL(KCH-IDX)
                    WHEN OTHER
                         MOVE "G" TO KCH-AMPEL(KCH-IDX)
           END-EVALUATE.

           PERFORM  SCHREIBE-HISTORIE.
           PERFORM  LESE-VERLAUF.

       AKT-KCH-80.
           ADD      1 TO KCH-IDX.
           GO TO    AKT-KCH-20.

       AKT-KCH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GESTERN, HEUTE VOR EINER WOCHE UND DAS ENDE DER AUFBEWAHRUNG
      * DER HISTORIE RECHNEN
      *--------------------------------------------------------------
       RECHNE-STICHTAGE SECTION.
       REC-STT-00.

           MOVE     90 TO HIST-TAGE.
           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "A400"            TO CFID   OF CFG-CPY.
           MOVE     "COCKPIT"         TO CFKEY  OF CFG-CPY.
           MOVE     "HISTORIE"        TO CFKEY2 OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
            AND     CFIN01 OF CFG-CPY(1:3) IS NUMERIC
            AND     CFIN01 OF CFG-CPY(1:3) NOT = ZEROES
                    MOVE CFIN01 OF CFG-CPY(1:3) TO HIST-TAGE
           END-IF.

           MOVE     HEUTE TO STICHTAG.
           MOVE     1     TO SUB-ANZAHL.
           PERFORM  SUB-TAGE.
           MOVE     STICHTAG TO GESTERN.

           MOVE     HEUTE TO STICHTAG.
           MOVE     7     TO SUB-ANZAHL.
           PERFORM  SUB-TAGE.
           MOVE     STICHTAG TO VORWOCHE-DTA.

           MOVE     HEUTE     TO STICHTAG.
           MOVE     HIST-TAGE TO SUB-ANZAHL.
           PERFORM  SUB-TAGE.
           MOVE     STICHTAG TO LOESCH-DTA.

       REC-STT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NACHTKETTE: SCHRITTE, DEREN LETZTER PJOBLOG-SATZ AM LETZTEN
      * LAUFDATUM KEIN ERFOLG IST (F = ABBRUCH, U = SICHERUNG
      * UNVOLLSTAENDIG, R = ZURUECKGESICHERT UND NOCH NICHT NEU
      * GELAUFEN). LIEGT DER LETZTE LAUF VOR GESTERN, FEHLT EIN LAUF
      *--------------------------------------------------------------
       ZAEHLE-NACHTKETTE SECTION.
       ZAE-NKT-00.

           MOVE     ZEROES TO JOB-DATUM-MAX JOB-ANZAHL.

      * LETZTES LAUFDATUM ERMITTELN
           INITIALIZE PJOBLOGF OF PJOBLOG-P.
           START    PJOBLOG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-NKT-80
           END-IF.

       ZAE-NKT-10.
           READ     PJOBLOG-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-NKT-20
           END-IF.
           IF       JLDATUM OF PJOBLOG-P > JOB-DATUM-MAX
                    MOVE JLDATUM OF PJOBLOG-P TO JOB-DATUM-MAX
           END-IF.
           GO TO    ZAE-NKT-10.

       ZAE-NKT-20.
      * LETZTEN STATUS JE KETTE UND SCHRITT DIESES TAGES SAMMELN
           INITIALIZE PJOBLOGF OF PJOBLOG-P.
           START    PJOBLOG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-NKT-80
           END-IF.

       ZAE-NKT-30.
           READ     PJOBLOG-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-NKT-60
           END-IF.
           IF       JLDATUM OF PJOBLOG-P NOT = JOB-DATUM-MAX
                    GO TO ZAE-NKT-30
           END-IF.

           MOVE     1 TO JOB-IDX.

       ZAE-NKT-40.
           IF       JOB-IDX > JOB-ANZAHL
      *             NEUER SCHRITT
                    IF   JOB-ANZAHL NOT < JOB-MAX
                         GO TO ZAE-NKT-30
                    END-IF
                    ADD  1 TO JOB-ANZAHL
                    MOVE JLKETTE OF PJOBLOG-P TO JOB-KETTE(JOB-ANZAHL)
                    MOVE JLSTEP  OF PJOBLOG-P TO JOB-STEP(JOB-ANZAHL)
                    MOVE JLSTAT  OF PJOBLOG-P TO JOB-STAT(JOB-ANZAHL)
                    GO TO ZAE-NKT-30
           END-IF.
           IF       JOB-KETTE(JOB-IDX) = JLKETTE OF PJOBLOG-P
            AND     JOB-STEP(JOB-IDX)  = JLSTEP  OF PJOBLOG-P
                    MOVE JLSTAT OF PJOBLOG-P TO JOB-STAT(JOB-IDX)
                    GO TO ZAE-NKT-30
           END-IF.
           ADD      1 TO JOB-IDX.
           GO TO    ZAE-NKT-40.

       ZAE-NKT-60.
           MOVE     1 TO JOB-IDX.

       ZAE-NKT-70.
           IF       JOB-IDX > JOB-ANZAHL
                    GO TO ZAE-NKT-80
           END-IF.
           IF       JOB-STAT(JOB-IDX) = "F" OR "U" OR "R"
                    ADD 1 TO ANZ-WRK
           END-IF.
           ADD      1 TO JOB-IDX.
           GO TO    ZAE-NKT-70.

       ZAE-NKT-80.
           IF       JOB-DATUM-MAX < GESTERN
                    MOVE 1 TO JOB-OHNE-LAUF
           END-IF.

       ZAE-NKT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NEUE, NOCH NICHT UEBERNOMMENE STOERFAELLE (STATUS O)
      *--------------------------------------------------------------
       ZAEHLE-STOERFAELLE SECTION.
       ZAE-STF-00.

           INITIALIZE PINCDNTF OF PINCDNT-P.
           START    PINCDNT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-STF-90
           END-IF.

       ZAE-STF-20.
           READ     PINCDNT-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-STF-90
           END-IF.
           IF       INSTAT OF PINCDNT-P = "O"
                    ADD 1 TO ANZ-WRK
           END-IF.
           GO TO    ZAE-STF-20.

       ZAE-STF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * UNGELESENE EIGENE NACHRICHTEN (STATUS N)
      *--------------------------------------------------------------
       ZAEHLE-NACHRICHTEN SECTION.
       ZAE-NAC-00.

           INITIALIZE PNOTIFYF OF PNOTIFY-P.
           START    PNOTIFY-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-NAC-90
           END-IF.

       ZAE-NAC-20.
           READ     PNOTIFY-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-NAC-90
           END-IF.
           IF       NFUSER OF PNOTIFY-P = T-USER
            AND     NFSTAT OF PNOTIFY-P = "N"
                    ADD 1 TO ANZ-WRK
           END-IF.
           GO TO    ZAE-NAC-20.

       ZAE-NAC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BESTELLUNGEN, DIE AUF FREIGABE WARTEN (STATUS 0)
      *--------------------------------------------------------------
       ZAEHLE-FREIGABEN SECTION.
       ZAE-FRG-00.

           INITIALIZE PKDBST1F OF PKDBST1-P.
           START    PKDBST1-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-FRG-90
           END-IF.

       ZAE-FRG-20.
           READ     PKDBST1-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-FRG-90
           END-IF.
           IF       KBVSTS OF PKDBST1-P = "0"
                    ADD 1 TO ANZ-WRK
           END-IF.
           GO TO    ZAE-FRG-20.

       ZAE-FRG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * UEBERFAELLIGE BESTELLUNGEN: NICHT VOLLSTAENDIG GELIEFERT UND
      * LAENGER ALS K140/UEBERFAELLIG ARBEITSTAGE OFFEN (WIE XXP0212)
      *--------------------------------------------------------------
       ZAEHLE-UEBERFAELLIGE SECTION.
       ZAE-UEB-00.

           MOVE     10 TO GRENZE-TAGE.
           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "K140"            TO CFID   OF CFG-CPY.
           MOVE     "UEBERFAELLIG"    TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
            AND     CFIN01 OF CFG-CPY(1:3) IS NUMERIC
            AND     CFIN01 OF CFG-CPY(1:3) NOT = ZEROES
                    MOVE CFIN01 OF CFG-CPY(1:3) TO GRENZE-TAGE
           END-IF.

           INITIALIZE PKDBST1F OF PKDBST1-P.
           START    PKDBST1-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-UEB-90
           END-IF.

       ZAE-UEB-20.
           READ     PKDBST1-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-UEB-90
           END-IF.

           IF       KBVSTS OF PKDBST1-P NOT = "0"
            AND     KBVSTS OF PKDBST1-P NOT = "1"
            AND     KBVSTS OF PKDBST1-P NOT = "2"
            AND     KBVSTS OF PKDBST1-P NOT = "3"
                    GO TO ZAE-UEB-20
           END-IF.

           PERFORM  ZAEHLE-ARBEITSTAGE.
           IF       ARBTAGE-OFFEN > GRENZE-TAGE
                    ADD 1 TO ANZ-WRK
           END-IF.
           GO TO    ZAE-UEB-20.

       ZAE-UEB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ARBEITSTAGE SEIT DEM BESTELLDATUM BIS HEUTE (PCFGDAT)
      *--------------------------------------------------------------
       ZAEHLE-ARBEITSTAGE SECTION.
       ZAE-ARB-00.

           INITIALIZE ARBTAGE-OFFEN.

           INITIALIZE PCFGDATF OF PCFGDAT-P.
           MOVE     KBDTB OF PKDBST1-P TO DTLFDN OF PCFGDAT-P.
           START    PCFGDAT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-ARB-90
           END-IF.

       ZAE-ARB-20.
           READ     PCFGDAT-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-ARB-90
           END-IF.

           IF       DTLFDN OF PCFGDAT-P NOT > KBDTB OF PKDBST1-P
                    GO TO ZAE-ARB-20
           END-IF.

           IF       DTLFDN OF PCFGDAT-P > HEUTE
                    GO TO ZAE-ARB-90
           END-IF.

           IF       DTWOTA OF PCFGDAT-P > 5
            OR      DTFEIE OF PCFGDAT-P NOT = ZEROES
                    GO TO ZAE-ARB-20
           END-IF.

           ADD      1 TO ARBTAGE-OFFEN.
           GO TO    ZAE-ARB-20.

       ZAE-ARB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FEHLENDE STEMPELUNGEN: START OHNE ENDE VOR HEUTE (WIE XXP0067)
      *--------------------------------------------------------------
       ZAEHLE-STEMPELUNGEN SECTION.
       ZAE-STM-00.

           INITIALIZE PSTRTIMF OF PSTRTIM-P.
           START    PSTRTIM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-STM-90
           END-IF.

       ZAE-STM-20.
           READ     PSTRTIM-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-STM-90
           END-IF.
           IF       STDTE OF PSTRTIM-P = ZEROES
            AND     STDTS OF PSTRTIM-P NOT = ZEROES
            AND     STDTS OF PSTRTIM-P < HEUTE
                    ADD 1 TO ANZ-WRK
           END-IF.
           GO TO    ZAE-STM-20.

       ZAE-STM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TAGESSTAND DER KACHEL IN PCKPHIS FESTHALTEN (EINE ZEILE JE
      * KACHEL UND TAG, NACHRICHTEN JE USER); DIE LETZTE ZAEHLUNG
      * DES TAGES GILT
      *--------------------------------------------------------------
       SCHREIBE-HISTORIE SECTION.
       SCH-HIS-00.

           MOVE     SPACES TO HIS-USER.
           IF       KCH-JE-USER(KCH-IDX) = 1
                    MOVE T-USER TO HIS-USER
           END-IF.

           INITIALIZE PCKPHISF OF PCKPHIS-P.
           MOVE     KCH-ID(KCH-IDX)   TO CHKACH  OF PCKPHIS-P.
           MOVE     HIS-USER          TO CHUSER  OF PCKPHIS-P.
           MOVE     HEUTE             TO CHDATUM OF PCKPHIS-P.
           READ     PCKPHIS-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE KCH-ANZ(KCH-IDX)   TO CHANZ  OF PCKPHIS-P
                    MOVE KCH-AMPEL(KCH-IDX) TO CHAMP  OF PCKPHIS-P
                    MOVE T-USER             TO CHMSER OF PCKPHIS-P
                    MOVE T-TERM             TO CHMBS  OF PCKPHIS-P
                    MOVE PGM-WRK            TO CHMPGM OF PCKPHIS-P
                    MOVE DATE-8             TO CHMDTA OF PCKPHIS-P
                    MOVE TIME-6             TO CHMTIA OF PCKPHIS-P
                    REWRITE PCKPHIS-P
                    GO TO SCH-HIS-90
           END-IF.

           INITIALIZE PCKPHISF OF PCKPHIS-P.
           MOVE     KCH-ID(KCH-IDX)    TO CHKACH  OF PCKPHIS-P.
           MOVE     HIS-USER           TO CHUSER  OF PCKPHIS-P.
           MOVE     HEUTE              TO CHDATUM OF PCKPHIS-P.
           MOVE     KCH-ANZ(KCH-IDX)   TO CHANZ   OF PCKPHIS-P.
           MOVE     KCH-AMPEL(KCH-IDX) TO CHAMP   OF PCKPHIS-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER             TO CHAUSR  OF PCKPHIS-P.
           MOVE     T-TERM             TO CHABS   OF PCKPHIS-P.
           MOVE     PGM-WRK            TO CHAPGM  OF PCKPHIS-P.
           MOVE     DATE-8             TO CHADTA  OF PCKPHIS-P.
           MOVE     TIME-6             TO CHATIA  OF PCKPHIS-P.

           WRITE    PCKPHIS-P.

       SCH-HIS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VERLAUF DER KACHEL: LETZTER STAND VOR HEUTE (VORTAG) UND
      * LETZTER STAND BIS VOR EINER WOCHE. STAENDE AUSSERHALB DER
      * AUFBEWAHRUNG WERDEN DABEI GELOESCHT
      *--------------------------------------------------------------
       LESE-VERLAUF SECTION.
       LES-VER-00.

           MOVE     ZEROES TO KCH-VTG(KCH-IDX) KCH-VTG-DA(KCH-IDX)
                              KCH-VWO(KCH-IDX) KCH-VWO-DA(KCH-IDX).

           INITIALIZE PCKPHISF OF PCKPHIS-P.
           MOVE     KCH-ID(KCH-IDX)   TO CHKACH  OF PCKPHIS-P.
           MOVE     HIS-USER          TO CHUSER  OF PCKPHIS-P.
           MOVE     ZEROES            TO CHDATUM OF PCKPHIS-P.
           START    PCKPHIS-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-VER-90
           END-IF.

       LES-VER-20.
           READ     PCKPHIS-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-VER-90
           END-IF.
           IF       CHKACH OF PCKPHIS-P NOT = KCH-ID(KCH-IDX)
            OR      CHUSER OF PCKPHIS-P NOT = HIS-USER
                    GO TO LES-VER-90
           END-IF.

           IF       CHDATUM OF PCKPHIS-P < LOESCH-DTA
                    DELETE PCKPHIS-DP
                    GO TO  LES-VER-20
           END-IF.

           IF       CHDATUM OF PCKPHIS-P NOT > VORWOCHE-DTA
                    MOVE CHANZ OF PCKPHIS-P TO KCH-VWO(KCH-IDX)
                    MOVE 1                  TO KCH-VWO-DA(KCH-IDX)
           END-IF.
           IF       CHDATUM OF PCKPHIS-P < HEUTE
                    MOVE CHANZ OF PCKPHIS-P TO KCH-VTG(KCH-IDX)
                    MOVE 1                  TO KCH-VTG-DA(KCH-IDX)
           END-IF.
           GO TO    LES-VER-20.

       LES-VER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILE MIT DEN SICHTBAREN KACHELN ANZEIGEN
      *--------------------------------------------------------------
       ANZEIGE-SUBFILE SECTION.
       ANZ-SFL-00.

      * SUBFILE-CLEAR
           INITIALIZE FORMAT3.
           MOVE     AUS     TO FORMAT3-O-INDIC.
           MOVE     ZEROES  TO SUBFILE-RECORD-NUMBER.
           MOVE     ZEROES  TO ANZREC-WRK.
           MOVE     AN      TO IN95 OF INXX.
           MOVE     AUS     TO IN91 OF INXX.
           MOVE     AUS     TO IN96 OF INXX.
           MOVE     CORR INXX  TO FORMAT3-O-INDIC.
           MOVE     "FMT03" TO FMT-WRK.
           MOVE     FORMAT3 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           MOVE     AUS TO INXX.

           MOVE     1 TO KCH-IDX.

       ANZ-SFL-10.
           IF       KCH-IDX > KCH-MAX
                    GO TO ANZ-SFL-20
           END-IF.
           IF       KCH-SICHT(KCH-IDX) = ZEROES
                    ADD   1 TO KCH-IDX
                    GO TO ANZ-SFL-10
           END-IF.

      * SUBFILE-ZEILE FUELLEN, AMPELFARBE UEBER IN61-IN63
           INITIALIZE FORMAT2.
           MOVE     SPACES               TO AUSW   OF FORMAT2.
           MOVE     KCH-IDX              TO KCIDX  OF FORMAT2.
           MOVE     KCH-TXT(KCH-IDX)     TO KCTXT  OF FORMAT2.
           MOVE     KCH-ANZ(KCH-IDX)     TO KCANZ  OF FORMAT2.
           MOVE     KCH-PGM(KCH-IDX)     TO KCPGM  OF FORMAT2.
           EVALUATE KCH-AMPEL(KCH-IDX)
                    WHEN "R"
                         MOVE "ROT"   TO KCAMP OF FORMAT2
                         MOVE AN      TO IN63 OF INXX
                    WHEN "Y"
                         MOVE "GELB"  TO KCAMP OF FORMAT2
                         MOVE AN      TO IN62 OF INXX
                    WHEN OTHER
                         MOVE "GRUEN" TO KCAMP OF FORMAT2
                         MOVE AN      TO IN61 OF INXX
           END-EVALUATE.
           IF       KCH-VTG-DA(KCH-IDX) = 1
                    MOVE KCH-VTG(KCH-IDX) TO KCVTG OF FORMAT2
           END-IF.
           IF       KCH-VWO-DA(KCH-IDX) = 1
                    MOVE KCH-VWO(KCH-IDX) TO KCVWO OF FORMAT2
           END-IF.
           MOVE     CORR INXX    TO FORMAT2-O-INDIC.
           ADD      1            TO ANZREC-WRK.
           ADD      1            TO SUBFILE-RECORD-NUMBER.
           MOVE     "FMT02"      TO FMT-WRK.
           MOVE     FORMAT2      TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           MOVE     AUS TO INXX.

           ADD      1 TO KCH-IDX.
           GO TO    ANZ-SFL-10.

       ANZ-SFL-20.
      * AUSGABE FUSSZEILE
           MOVE     SPACES  TO WSREC-WRK.
           MOVE     "FMT04" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-WRITE.

      * UEBERSCHRIFT UND STAND DER ZAHLEN
           MOVE     "XXP0282"         TO MAINUEB OF FORMAT3.
           MOVE     "XXP0282*3"       TO SUBUEB  OF FORMAT3.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT3.
           MOVE     STAND-DTA         TO DT_STD  OF FORMAT3.
           MOVE     STAND-TIA         TO TI_STD  OF FORMAT3.

      * ANZEIGE SUBFILE
           MOVE     ANZREC-WRK            TO ANZREC  OF FORMAT3.
           MOVE     1                     TO SUBFILE-RECORD-NUMBER.
           MOVE     SUBFILE-RECORD-NUMBER TO SFRECNR OF FORMAT3.
           MOVE     AUS    TO IN95  IN  INXX.
           MOVE     AN     TO IN96  IN  INXX.
           IF       ANZREC-WRK NOT = ZEROES
                    MOVE AN  TO IN91 OF INXX
           ELSE
                    MOVE AUS TO IN91 OF INXX
           END-IF.
           MOVE     CORR INXX TO FORMAT3-O-INDIC.
           MOVE     "FMT03" TO FMT-WRK.
           MOVE     FORMAT3 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK      TO FORMAT3-I.
           MOVE     CORR FORMAT3-I TO FORMAT3.
           MOVE     AUS TO INXX.

      * F3 ENDE
           IF       IN03 OF FORMAT3-I-INDIC = AN
                    MOVE "1" TO F3
                    GO TO ANZ-SFL-90
           END-IF.

      * F5 AKTUALISIEREN
           IF       IN05 OF FORMAT3-I-INDIC = AN
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * F12 ABBRECHEN
           IF       IN12 OF FORMAT3-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ANZ-SFL-90
           END-IF.

       ANZ-SFL-50.
      * LESEN VON SUBFILE NEXT MODIFIED RECORD
           MOVE     "FMT02" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-SFLREAD.
           IF       BS-STAT NOT = ZEROES
                    GO TO ANZ-SFL-90
           END-IF.

           MOVE     WSREC-WRK      TO FORMAT2-I.
           MOVE     CORR FORMAT2-I TO FORMAT2.

      * 1 = PROGRAMM DER KACHEL STARTEN, DANACH ZURUECK INS COCKPIT
           IF       AUSW OF FORMAT2 = "1"
                    MOVE KCIDX OF FORMAT2 TO KCH-IDX
                    PERFORM STARTE-KACHEL
                    GO TO ANZ-SFL-90
           END-IF.

           MOVE     SPACES  TO AUSW OF FORMAT2.
           MOVE     "FMT02" TO FMT-WRK.
           MOVE     FORMAT2 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLREWRITE.

           GO TO    ANZ-SFL-50.

       ANZ-SFL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DAS PROGRAMM DER KACHEL KCH-IDX AUFRUFEN. DIE LISTE DER
      * UEBERFAELLIGEN BESTELLUNGEN WIRD FUER HEUTE ERSTELLT
      *--------------------------------------------------------------
       STARTE-KACHEL SECTION.
       STA-KCH-00.

           IF       KCH-IDX < 1
            OR      KCH-IDX > KCH-MAX
                    GO TO STA-KCH-90
           END-IF.
           IF       KCH-SICHT(KCH-IDX) = ZEROES
                    GO TO STA-KCH-90
           END-IF.

      * SICHERHEITSHALBER NOCH EINMAL GEGEN PCFGAUT PRUEFEN, JETZT
      * EINSCHLIESSLICH DER WARTUNGSFENSTER
           MOVE     KCH-PGM(KCH-IDX) TO MEN-PGM-WRK.
           MOVE     SPACES           TO MEN-AUSWAHL.
           PERFORM  PRUEFE-PGM.
           IF       MEN-RETCODE NOT = SPACES
                    GO TO STA-KCH-90
           END-IF.

           IF       KCH-ID(KCH-IDX) = "UEBERF"
                    MOVE ZEROES TO LAUF-DATUM
                    CALL "XXP0212" USING LAUF-DATUM
                    END-CALL
                    INITIALIZE SNDMSG-REC
                    MOVE "LISTE UEBERFAELLIGE BESTELLUNGEN ERSTELLT"
                                     TO MSGTXT OF SNDMSG-REC(1:41)
                    MOVE T-USER      TO USER   OF SNDMSG-REC
                    CALL "CLP0010" USING SNDMSG-REC
                                         RET-CODE
                    END-CALL
                    GO TO STA-KCH-90
           END-IF.

           CALL     MEN-PGM-WRK
               ON   EXCEPTION
      *             PROGRAMM NICHT AUFRUFBAR - USER INFORMIEREN
                    INITIALIZE SNDMSG-REC
                    MOVE PGM-WRK     TO MSGTXT OF SNDMSG-REC(1:10)
                    MOVE ":"         TO MSGTXT OF SNDMSG-REC(11:1)
                    MOVE MEN-PGM-WRK TO MSGTXT OF SNDMSG-REC(13:10)
                    MOVE "NICHT AUFRUFBAR"
                                     TO MSGTXT OF SNDMSG-REC(24:15)
                    CALL "CLP0010" USING SNDMSG-REC
                                         RET-CODE
                    END-CALL
           END-CALL.

       STA-KCH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PRUEFEN UEBER CFP9002, OB DER USER DAS PROGRAMM IN
      * MEN-PGM-WRK BENUTZEN DARF (PRUEFART IN MEN-AUSWAHL)
      *--------------------------------------------------------------
       PRUEFE-PGM SECTION.
       PRU-PGM-00.

           MOVE     SPACES TO MEN-RETCODE.
           CALL     "CFP9002" USING T-USER
                                    MEN-AUSWAHL
                                    MEN-PGM-WRK
                                    MEN-RETCODE
           END-CALL.

       PRU-PGM-90.
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
                         PERFORM PRUEFE-SCHALTJAHR
                         IF   IS-SCHALTJAHR = 1
                              MOVE 29 TO MONAT-LAENGE
                         ELSE
                              MOVE 28 TO MONAT-LAENGE
                         END-IF
           END-EVALUATE.

       MON-LAE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SCHALTJAHRESPRUEFUNG FUER STI-JAHR
      *--------------------------------------------------------------
       PRUEFE-SCHALTJAHR SECTION.
       PRU-SJA-00.

           INITIALIZE IS-SCHALTJAHR.
           MOVE     ZEROES TO SJA-4, SJA-100, SJA-400.

           MOVE     ZEROES TO SJA-VALUE, SJA-REST.
           DIVIDE   STI-JAHR BY 4   GIVING SJA-VALUE
                    REMAINDER SJA-REST.
           IF       SJA-REST = ZEROES
                    MOVE 1 TO SJA-4
           ELSE
                    GO TO PRU-SJA-90
           END-IF.

           MOVE     ZEROES TO SJA-VALUE, SJA-REST.
           DIVIDE   STI-JAHR BY 100 GIVING SJA-VALUE
                    REMAINDER SJA-REST.
           IF       SJA-REST = ZEROES
                    MOVE 1 TO SJA-100
           END-IF.

           MOVE     ZEROES TO SJA-VALUE, SJA-REST.
           DIVIDE   STI-JAHR BY 400 GIVING SJA-VALUE
                    REMAINDER SJA-REST.
           IF       SJA-REST = ZEROES
                    MOVE 1 TO SJA-400
           END-IF.

      * WENN DAS JAHR DURCH 100, ABER NICHT DURCH 400 TEILBAR IST,
      * IST ES KEIN SCHALTJAHR
           IF       SJA-4   NOT = ZEROES
                    MOVE 1 TO IS-SCHALTJAHR
                    IF   SJA-100 NOT = ZEROES
                     AND SJA-400     = ZEROES
                         MOVE ZEROES TO IS-SCHALTJAHR
                    END-IF
           END-IF.

       PRU-SJA-90.
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
      *---------------------------------------------------------------
      * COPY-DSP-*: ALLE DISPLAYROUTINEN
      *---------------------------------------------------------------

           COPY     DSPWORKING OF APG-QCPYSRC.
      /
