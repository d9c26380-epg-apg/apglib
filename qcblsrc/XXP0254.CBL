       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0254.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * SERIENBUCHUNG BESPRECHUNGSRAUM                                *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ANLEGEN, AENDERN UND STORNIEREN EINER        *
      *                  BUCHUNGSSERIE (PRAUMSER) FUER EINEN          *
      *                  BESPRECHUNGSRAUM. AUFRUF AUS XXP0081 (F6).   *
      *                  RHYTHMUS: W = ALLE N WOCHEN AM WOCHENTAG DES *
      *                  STARTDATUMS, M = MONATLICH AM K-TEN (5 =     *
      *                  LETZTEN) WOCHENTAG X. ENDE UEBER ENDDATUM    *
      *                  ODER ANZAHL TERMINE. DIE TERMINE WERDEN AUS  *
      *                  DEM KALENDER PCFGDAT ERMITTELT UND VOR DEM   *
      *                  SPEICHERN ANGEZEIGT: TERMINE AN FEIER- UND   *
      *                  WOCHENENDTAGEN UND TERMINE MIT KONFLIKT IN   *
      *                  PRAUMBES WERDEN UEBERSPRUNGEN, WEITERE       *
      *                  TERMINE KANN DER ORGANISATOR MIT X AUS-      *
      *                  LASSEN. JEDER TERMIN WIRD ALS EIGENE         *
      *                  BUCHUNG MIT DER SERIENNUMMER (RBSERI) GE-    *
      *                  SCHRIEBEN UND KANN IN XXP0081 EINZELN        *
      *                  VERSCHOBEN ODER STORNIERT WERDEN.            *
      *                  BEI EINER BESTEHENDEN SERIE WIRKEN RAUM,     *
      *                  ZEIT UND THEMA AUF ALLE KUENFTIGEN TERMINE,  *
      *                  MIT X MARKIERTE TERMINE WERDEN STORNIERT,    *
      *                  F10 STORNIERT DIE GANZE SERIE. TERMINE MIT   *
      *                  SCHON VERRECHNETER BEWIRTUNG (XXP0253)       *
      *                  BLEIBEN UNVERAENDERT.                        *
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
                  ASSIGN       TO  WORKSTATION-XXD0254DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PRAUM: RARAUM
      *-------------------------------------------------------------
           SELECT PRAUM-DP
                  ASSIGN       TO  DATABASE-PRAUM
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PRAUMSER: BUCHUNGSSERIEN
      *-------------------------------------------------------------
           SELECT PRAUMSER-DP
                  ASSIGN       TO  DATABASE-PRAUMSER
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
      * PRAUMLEI: BEWIRTUNG UND AUSSTATTUNG ZUR RAUMBUCHUNG
      *-------------------------------------------------------------
           SELECT PRAUMLEI-DP
                  ASSIGN       TO  DATABASE-PRAUMLEI
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
           COPY DDS-ALL-FORMATS OF XXD0254DE.
      /
      *--- PRAUM: RARAUM
       FD  PRAUM-DP
           LABEL RECORDS ARE STANDARD.
       01  PRAUM-P.
           COPY DDS-ALL-FORMATS OF MAT-PRAUM.
      /
      *--- PRAUMSER: RSLFDN
       FD  PRAUMSER-DP
           LABEL RECORDS ARE STANDARD.
       01  PRAUMSER-P.
           COPY DDS-ALL-FORMATS OF PRAUMSER.
      /
      *--- PRAUMBES: RBLFDN
       FD  PRAUMBES-DP
           LABEL RECORDS ARE STANDARD.
       01  PRAUMBES-P.
           COPY DDS-ALL-FORMATS OF PRAUMBES.
      /
      *--- PRAUMLEI: RLBLFD, RLLEIS
       FD  PRAUMLEI-DP
           LABEL RECORDS ARE STANDARD.
       01  PRAUMLEI-P.
           COPY DDS-ALL-FORMATS OF PRAUMLEI.
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
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD0254DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD0254DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  XXD0254DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  XXD0254DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0254".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * GELADENE SERIE (NULL = NEUE SERIE)
       01  SER-LFDN                      LIKE RSLFDN OF PRAUMSER-P.

      * KOPFANGABEN DER SERIE: ANGEZEIGT (NEU) UND ZULETZT
      * BERECHNET (ALT). WEICHEN SIE AB, WERDEN DIE TERMINE NEU
      * ERMITTELT UND NOCHMALS ANGEZEIGT
       01  KOPF-NEU.
        05 K-RAUM                        LIKE RSRAUM OF PRAUMSER-P.
        05 K-VON                         LIKE RSVON  OF PRAUMSER-P.
        05 K-BIS                         LIKE RSBIS  OF PRAUMSER-P.
        05 K-ART                         LIKE RSART  OF PRAUMSER-P.
        05 K-INTV                        LIKE RSINTV OF PRAUMSER-P.
        05 K-WOTA                        LIKE RSWOTA OF PRAUMSER-P.
        05 K-WNR                         LIKE RSWNR  OF PRAUMSER-P.
        05 K-DVON                        LIKE RSDVON OF PRAUMSER-P.
        05 K-DBIS                        LIKE RSDBIS OF PRAUMSER-P.
        05 K-ANZ                         LIKE RSANZ  OF PRAUMSER-P.
       01  KOPF-ALT.
        05 A-RAUM                        LIKE RSRAUM OF PRAUMSER-P.
        05 A-VON                         LIKE RSVON  OF PRAUMSER-P.
        05 A-BIS                         LIKE RSBIS  OF PRAUMSER-P.
        05 A-ART                         LIKE RSART  OF PRAUMSER-P.
        05 A-INTV                        LIKE RSINTV OF PRAUMSER-P.
        05 A-WOTA                        LIKE RSWOTA OF PRAUMSER-P.
        05 A-WNR                         LIKE RSWNR  OF PRAUMSER-P.
        05 A-DVON                        LIKE RSDVON OF PRAUMSER-P.
        05 A-DBIS                        LIKE RSDBIS OF PRAUMSER-P.
        05 A-ANZ                         LIKE RSANZ  OF PRAUMSER-P.

      * TERMINE DER SERIE
      * T-STAT: LEER = FREI, K = KONFLIKT, F = KEIN ARBEITSTAG,
      *         V = BEWIRTUNG SCHON VERRECHNET
      * T-AUSW: X = TERMIN AUSLASSEN BZW. STORNIEREN
       01  TERMIN-TAB.
        05 TER-EIN OCCURS 60.
         10 T-DATUM                      PIC 9(8).
         10 T-WOTA                       PIC 9(1).
         10 T-LFDN                       LIKE RBLFDN OF PRAUMBES-P.
         10 T-STAT                       PIC X(1).
         10 T-AUSW                       PIC X(1).
       77  TER-ANZ                       PIC 9(3)  COMP.
       77  TER-IX                        PIC 9(3)  COMP.
       77  TER-MAX                       PIC 9(3)  COMP VALUE 60.

      * TERMINERMITTLUNG AUS DEM KALENDER
       01  DATUM-WRK                     PIC 9(8).
       01  DATUM-RED REDEFINES DATUM-WRK.
        05 DAT-JAHR                      PIC 9(4).
        05 DAT-MONAT                     PIC 9(2).
        05 DAT-TAG                       PIC 9(2).
       01  WOTA-WRK                      LIKE DTWOTA OF PCFGDAT-P.
       01  WOCHE-IM-MONAT                PIC 9(1).
       01  MONAT-LAENGE                  PIC 9(2).
       01  SJA-WERT                      PIC 9(9).
       01  SJA-MODREST                   PIC 9(9).
       77  TREFFER-ANZ                   PIC 9(5)  COMP.
       77  TREFFER-REST                  PIC 9(5)  COMP.
       77  TREFFER-ERG                   PIC 9(5)  COMP.

      * GELESENER RAUM, ZAEHLER DES SPEICHERNS
       01  RAUM-DA                       PIC 9(1).
       77  ANZ-GESCHRIEBEN               PIC 9(3)  COMP.
       77  ANZ-STORNIERT                 PIC 9(3)  COMP.
       77  ANZ-VERRECHNET                PIC 9(3)  COMP.
       01  DSP-ANZ                       PIC ZZ9.
       01  DSP-LFDN                      PIC Z(8)9.

      * BEWIRTUNG/AUSSTATTUNG EINES TERMINS: BUCHUNG, AKTION
      * (V = VERSCHIEBEN, S = STORNIEREN), SCHON VERRECHNET
       01  BUCH-LFDN                     LIKE RBLFDN OF PRAUMBES-P.
       01  LEI-AKTION                    PIC X(1).
       01  LEI-VERR                      PIC 9(1).

      * TEILNEHMERVERARBEITUNG
       01  TLN-IDX                       PIC 9(1).
       01  TLN-USER                      PIC X(10).
       01  TLN-ANZ                       PIC 9(2).

      * PARAMETER FUER DIE NACHRICHTENZENTRALE (CFP0030)
       01  NOTIF-USER                    PIC X(10).
       01  NOTIF-SEV                     PIC X(1).
       01  NOTIF-TEXT                    PIC X(70).
       01  DSP-ZEIT                      PIC X(5).

      * TEXT FUER DIE HINWEISNACHRICHT
       01  MELDUNG-WRK                   PIC X(60).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * ZU LADENDE SERIE (NULL = NEUE SERIE ANLEGEN)
       01  X-RSLFDN                      LIKE RSLFDN OF PRAUMSER-P.
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING          X-RSLFDN.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0254" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0254DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     INPUT PRAUM-DP
                          PCFGDAT-DP.
           OPEN     I-O   PRAUMSER-DP
                          PRAUMBES-DP
                          PRAUMLEI-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

           INITIALIZE FORMAT3.
           INITIALIZE SER-LFDN TER-ANZ.
           INITIALIZE KOPF-NEU KOPF-ALT.

      * BESTEHENDE SERIE LADEN
           IF       X-RSLFDN NOT = ZEROES
                    PERFORM LADE-SERIE
                    IF   RET-CODE NOT = SPACES
                         GO TO ENDE
                    END-IF
           END-IF.

       ANF020.
      * SERIE UND TERMINE ANZEIGEN
           PERFORM  ANZEIGE-SUBFILE.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       F12 = "1"
                    GO TO ENDE
           END-IF.
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PRAUM-DP
                    PRAUMSER-DP
                    PRAUMBES-DP
                    PRAUMLEI-DP
                    PCFGDAT-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * SUBFILE MIT DEN TERMINEN AUFBAUEN UND ANZEIGEN, AUSWAHL
      * UEBERNEHMEN, KOPF PRUEFEN, SPEICHERN ODER STORNIEREN
      *--------------------------------------------------------------
       ANZEIGE-SUBFILE SECTION.
       ANZ-SFL-00.

      * SUBFILE-CLEAR
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

      * TERMINE AUS DER TABELLE IN DAS SUBFILE SCHREIBEN
           MOVE     1 TO TER-IX.

       ANZ-SFL-10.
           IF       TER-IX > TER-ANZ
                    GO TO ANZ-SFL-20
           END-IF.

           PERFORM  FUELLE-TERMINZEILE.

           ADD      1            TO ANZREC-WRK.
           ADD      1            TO SUBFILE-RECORD-NUMBER.
           MOVE     "FMT02"      TO FMT-WRK.
           MOVE     FORMAT2      TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.

           ADD      1 TO TER-IX.
           GO TO    ANZ-SFL-10.

       ANZ-SFL-20.
      * AUSGABE FUSSZEILE
           MOVE     SPACES  TO WSREC-WRK.
           MOVE     "FMT04" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-WRITE.

      * UEBERSCHRIFT
           MOVE     "XXP0081"             TO MAINUEB OF FORMAT3.
           MOVE     "XXP0254*3"           TO SUBUEB  OF FORMAT3.
           MOVE     PGM-TYP               TO PGMTYP  OF FORMAT3.
           MOVE     SER-LFDN              TO RSLFDN  OF FORMAT3.

      * RAUMBEZEICHNUNG ANZEIGEN
           IF       RSRAUM OF FORMAT3 NOT = SPACES
                    PERFORM PRUEFE-RAUM
                    IF   RAUM-DA NOT = ZEROES
                         MOVE RABEZ1 OF PRAUM-P TO RAUMBEZ OF FORMAT3
                    ELSE
                         MOVE SPACES            TO RAUMBEZ OF FORMAT3
                    END-IF
           END-IF.

      * BEI EINER BESTEHENDEN SERIE IST DER RHYTHMUS GESCHUETZT
           IF       SER-LFDN NOT = ZEROES
                    MOVE AN  TO IN41 OF INXX
           ELSE
                    MOVE AUS TO IN41 OF INXX
           END-IF.

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

      * F12 ABBRECHEN
           IF       IN12 OF FORMAT3-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ANZ-SFL-90
           END-IF.

      * F10 GANZE SERIE STORNIEREN
           IF       IN10 OF FORMAT3-I-INDIC = AN
                    IF   SER-LFDN = ZEROES
                         MOVE "DIE SERIE IST NOCH NICHT GESPEICHERT"
                                           TO MELDUNG-WRK
                         PERFORM MELDE-HINWEIS
                         GO TO ANZ-SFL-90
                    END-IF
                    PERFORM STORNIERE-SERIE
                    MOVE "1" TO F12
                    GO TO ANZ-SFL-90
           END-IF.

      * AUSWAHL X AUS DEN GEAENDERTEN ZEILEN UEBERNEHMEN
           PERFORM  LESE-AUSWAHL.

      * KOPFANGABEN PRUEFEN
           PERFORM  PRUEFE-KOPF.
           IF       RET-CODE NOT = SPACES
                    GO TO ANZ-SFL-90
           END-IF.

      * GEAENDERTE KOPFANGABEN: TERMINE NEU ERMITTELN BZW. PRUEFEN
      * UND ZUERST ANZEIGEN, OHNE ZU SPEICHERN
           IF       KOPF-NEU NOT = KOPF-ALT
            OR      TER-ANZ = ZEROES
                    IF   SER-LFDN = ZEROES
                         PERFORM ERZEUGE-TERMINE
                    END-IF
                    PERFORM PRUEFE-TERMINE
                    MOVE KOPF-NEU TO KOPF-ALT
                    GO TO ANZ-SFL-90
           END-IF.

      * F6 SERIE SPEICHERN
           IF       IN06 OF FORMAT3-I-INDIC = AN
                    IF   SER-LFDN = ZEROES
                         PERFORM SPEICHERE-SERIE
                    ELSE
                         PERFORM AENDERE-SERIE
                    END-IF
                    MOVE "1" TO F12
                    GO TO ANZ-SFL-90
           END-IF.

       ANZ-SFL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILE-ZEILE AUS DEM TABELLENEINTRAG TER-IX FUELLEN
      *--------------------------------------------------------------
       FUELLE-TERMINZEILE SECTION.
       FUE-TER-00.

           INITIALIZE FORMAT2.
           MOVE     TER-IX            TO TERIX  OF FORMAT2.
           MOVE     T-DATUM(TER-IX)   TO SDATUM OF FORMAT2.
           MOVE     T-AUSW(TER-IX)    TO AUSW   OF FORMAT2.

           EVALUATE T-WOTA(TER-IX)
                    WHEN 1 MOVE "MO" TO SWOTA OF FORMAT2
                    WHEN 2 MOVE "DI" TO SWOTA OF FORMAT2
                    WHEN 3 MOVE "MI" TO SWOTA OF FORMAT2
                    WHEN 4 MOVE "DO" TO SWOTA OF FORMAT2
                    WHEN 5 MOVE "FR" TO SWOTA OF FORMAT2
                    WHEN 6 MOVE "SA" TO SWOTA OF FORMAT2
                    WHEN 7 MOVE "SO" TO SWOTA OF FORMAT2
                    WHEN OTHER MOVE SPACES TO SWOTA OF FORMAT2
           END-EVALUATE.

           EVALUATE T-STAT(TER-IX)
                    WHEN "K"
                         MOVE "KONFLIKT - ENTFAELLT"
                                             TO STEXT OF FORMAT2
                    WHEN "F"
                         MOVE "KEIN ARBEITSTAG"
                                             TO STEXT OF FORMAT2
                    WHEN "V"
                         MOVE "BEWIRTUNG VERRECHNET"
                                             TO STEXT OF FORMAT2
                    WHEN OTHER
                         IF   T-AUSW(TER-IX) = "X"
                              MOVE "ENTFAELLT"
                                             TO STEXT OF FORMAT2
                         ELSE
                              MOVE "FREI"    TO STEXT OF FORMAT2
                         END-IF
           END-EVALUATE.

       FUE-TER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GEAENDERTE SUBFILE-ZEILEN LESEN UND DIE AUSWAHL X IN DIE
      * TABELLE UEBERNEHMEN. KONFLIKTE UND FEIERTAGE ENTFALLEN
      * IMMER, VERRECHNETE TERMINE BLEIBEN IMMER
      *--------------------------------------------------------------
       LESE-AUSWAHL SECTION.
       LES-AUS-00.

      * LESEN VON SUBFILE NEXT MODIFIED RECORD
           MOVE     "FMT02" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-SFLREAD.
           IF       BS-STAT NOT = ZEROES
                    GO TO LES-AUS-90
           END-IF.

           MOVE     WSREC-WRK      TO FORMAT2-I.
           MOVE     CORR FORMAT2-I TO FORMAT2.

           MOVE     TERIX OF FORMAT2 TO TER-IX.
           IF       TER-IX = ZEROES
            OR      TER-IX > TER-ANZ
                    GO TO LES-AUS-00
           END-IF.

           EVALUATE T-STAT(TER-IX)
                    WHEN "K"
                    WHEN "F"
                         MOVE "X"    TO T-AUSW(TER-IX)
                    WHEN "V"
                         MOVE SPACES TO T-AUSW(TER-IX)
                    WHEN OTHER
                         IF   AUSW OF FORMAT2 = "X"
                          OR  AUSW OF FORMAT2 = "x"
                              MOVE "X"    TO T-AUSW(TER-IX)
                         ELSE
                              MOVE SPACES TO T-AUSW(TER-IX)
                         END-IF
           END-EVALUATE.

           GO TO    LES-AUS-00.

       LES-AUS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPFANGABEN DER SERIE PRUEFEN UND IN KOPF-NEU STELLEN.
      * BEI FEHLER IST RET-CODE GEFUELLT
      *--------------------------------------------------------------
       PRUEFE-KOPF SECTION.
       PRU-KOP-00.

           MOVE     SPACES TO RET-CODE.
           MOVE     SPACES TO MELDUNG-WRK.

      * RAUM, ZEITEN UND THEMA SIND PFLICHT
           IF       RSRAUM  OF FORMAT3 = SPACES
            OR      RSVON   OF FORMAT3 = ZEROES
            OR      RSBIS   OF FORMAT3 = ZEROES
            OR      RSTHEMA OF FORMAT3 = SPACES
                    MOVE "RAUM, ZEITEN UND THEMA SIND PFLICHT"
                                      TO MELDUNG-WRK
                    GO TO PRU-KOP-80
           END-IF.

      * NUR BESPRECHUNGSRAEUME KOENNEN GEBUCHT WERDEN
           PERFORM  PRUEFE-RAUM.
           IF       RAUM-DA = ZEROES
                    MOVE "KEIN BESPRECHUNGSRAUM - NUR KENNZEICHEN B"
                                      TO MELDUNG-WRK
                    GO TO PRU-KOP-80
           END-IF.

      * VON MUSS VOR BIS LIEGEN
           IF       RSVON OF FORMAT3 NOT < RSBIS OF FORMAT3
                    MOVE "DIE VON-ZEIT MUSS VOR DER BIS-ZEIT LIEGEN"
                                      TO MELDUNG-WRK
                    GO TO PRU-KOP-80
           END-IF.

      * DER RHYTHMUS EINER BESTEHENDEN SERIE BLEIBT UNVERAENDERT
           IF       SER-LFDN NOT = ZEROES
                    GO TO PRU-KOP-50
           END-IF.

      * RHYTHMUS: W = WOECHENTLICH ALLE N WOCHEN, M = MONATLICH
           EVALUATE RSART OF FORMAT3
                    WHEN "W"
                         IF   RSINTV OF FORMAT3 = ZEROES
                              MOVE 1 TO RSINTV OF FORMAT3
                         END-IF
                    WHEN "M"
                         IF   RSWOTA OF FORMAT3 < 1
                          OR  RSWOTA OF FORMAT3 > 7
                          OR  RSWNR  OF FORMAT3 < 1
                          OR  RSWNR  OF FORMAT3 > 5
                              MOVE "MONATLICH: WOCHENTAG 1-7, WOCHE 1-5"
                                           TO MELDUNG-WRK
                              GO TO PRU-KOP-80
                         END-IF
                    WHEN OTHER
                         MOVE "RHYTHMUS W = WOECHENTLICH, M = MONATLICH"
                                      TO MELDUNG-WRK
                         GO TO PRU-KOP-80
           END-EVALUATE.

      * STARTDATUM GUELTIG UND NICHT IN DER VERGANGENHEIT
           MOVE     RSDVON OF FORMAT3 TO DATE-DB.
           PERFORM  COPY-CHECK-DATE.
           IF       DATUM-RETCODE NOT = SPACES
            OR      RSDVON OF FORMAT3 < DATE-8
                    MOVE "STARTDATUM UNGUELTIG ODER VERGANGEN"
                                      TO MELDUNG-WRK
                    GO TO PRU-KOP-80
           END-IF.

      * ENDE UEBER ENDDATUM ODER ANZAHL TERMINE
           IF       RSDBIS OF FORMAT3 = ZEROES
            AND     RSANZ  OF FORMAT3 = ZEROES
                    MOVE "BITTE ENDDATUM ODER ANZAHL TERMINE ANGEBEN"
                                      TO MELDUNG-WRK
                    GO TO PRU-KOP-80
           END-IF.
           IF       RSDBIS OF FORMAT3 NOT = ZEROES
                    MOVE RSDBIS OF FORMAT3 TO DATE-DB
                    PERFORM COPY-CHECK-DATE
                    IF   DATUM-RETCODE NOT = SPACES
                     OR  RSDBIS OF FORMAT3 < RSDVON OF FORMAT3
                         MOVE "ENDDATUM UNGUELTIG ODER VOR DEM START"
                                      TO MELDUNG-WRK
                         GO TO PRU-KOP-80
                    END-IF
           END-IF.

       PRU-KOP-50.
           MOVE     RSRAUM OF FORMAT3 TO K-RAUM.
           MOVE     RSVON  OF FORMAT3 TO K-VON.
           MOVE     RSBIS  OF FORMAT3 TO K-BIS.
           MOVE     RSART  OF FORMAT3 TO K-ART.
           MOVE     RSINTV OF FORMAT3 TO K-INTV.
           MOVE     RSWOTA OF FORMAT3 TO K-WOTA.
           MOVE     RSWNR  OF FORMAT3 TO K-WNR.
           MOVE     RSDVON OF FORMAT3 TO K-DVON.
           MOVE     RSDBIS OF FORMAT3 TO K-DBIS.
           MOVE     RSANZ  OF FORMAT3 TO K-ANZ.
           GO TO    PRU-KOP-90.

       PRU-KOP-80.
           PERFORM  MELDE-HINWEIS.
           MOVE     "1" TO RET-CODE.

       PRU-KOP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * RAUM GEGEN PRAUM PRUEFEN: NUR RAEUME MIT KENNZEICHEN
      * RATYP = B (BESPRECHUNGSRAUM) SIND BUCHBAR
      *--------------------------------------------------------------
       PRUEFE-RAUM SECTION.
       PRU-RAU-00.

           INITIALIZE RAUM-DA.
           INITIALIZE PRAUMF OF PRAUM-P.
           MOVE     RSRAUM OF FORMAT3 TO RARAUM OF PRAUM-P.
           READ     PRAUM-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-RAU-90
           END-IF.
           IF       RATYP OF PRAUM-P NOT = "B"
                    GO TO PRU-RAU-90
           END-IF.

           MOVE     1 TO RAUM-DA.

       PRU-RAU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TERMINE EINER NEUEN SERIE AUS DEM KALENDER PCFGDAT
      * ERMITTELN. DER KALENDER WIRD AB DEM STARTDATUM GELESEN,
      * BIS DAS ENDDATUM, DIE ANZAHL ODER DIE TABELLENGROESSE
      * ERREICHT IST
      *--------------------------------------------------------------
       ERZEUGE-TERMINE SECTION.
       ERZ-TER-00.

           INITIALIZE TERMIN-TAB.
           MOVE     ZEROES TO TER-ANZ.
           MOVE     ZEROES TO TREFFER-ANZ.

      * WOECHENTLICH: WOCHENTAG DES STARTDATUMS
           MOVE     K-WOTA TO WOTA-WRK.
           IF       K-ART = "W"
                    INITIALIZE PCFGDATF OF PCFGDAT-P
                    MOVE K-DVON TO DTLFDN OF PCFGDAT-P
                    READ PCFGDAT-DP WITH NO LOCK
                    IF   FILE-STATUS NOT = ZEROES
                         MOVE "STARTDATUM NICHT IM KALENDER PCFGDAT"
                                      TO MELDUNG-WRK
                         PERFORM MELDE-HINWEIS
                         GO TO ERZ-TER-90
                    END-IF
                    MOVE DTWOTA OF PCFGDAT-P TO WOTA-WRK
           END-IF.

           INITIALIZE PCFGDATF OF PCFGDAT-P.
           MOVE     K-DVON TO DTLFDN OF PCFGDAT-P.
           START    PCFGDAT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERZ-TER-80
           END-IF.

       ERZ-TER-20.
           READ     PCFGDAT-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERZ-TER-80
           END-IF.

      * ENDE DER SERIE ERREICHT?
           IF       K-DBIS NOT = ZEROES
            AND     DTLFDN OF PCFGDAT-P > K-DBIS
                    GO TO ERZ-TER-90
           END-IF.
           IF       K-ANZ NOT = ZEROES
            AND     TER-ANZ NOT < K-ANZ
                    GO TO ERZ-TER-90
           END-IF.

           IF       DTWOTA OF PCFGDAT-P NOT = WOTA-WRK
                    GO TO ERZ-TER-20
           END-IF.

           MOVE     DTLFDN OF PCFGDAT-P TO DATUM-WRK.

           IF       K-ART = "W"
      *             NUR JEDE N-TE WOCHE AB DEM START
                    ADD  1 TO TREFFER-ANZ
                    DIVIDE TREFFER-ANZ BY K-INTV GIVING TREFFER-ERG
                           REMAINDER TREFFER-REST
                    IF   K-INTV > 1
                     AND TREFFER-REST NOT = 1
                         GO TO ERZ-TER-20
                    END-IF
           ELSE
      *             MONATLICH: K-TER BZW. LETZTER WOCHENTAG DES MONATS
                    COMPUTE WOCHE-IM-MONAT = (DAT-TAG - 1) / 7 + 1
                    IF   K-WNR < 5
                         IF   WOCHE-IM-MONAT NOT = K-WNR
                              GO TO ERZ-TER-20
                         END-IF
                    ELSE
                         PERFORM MONATS-LAENGE-RECHNEN
                         IF   DAT-TAG + 7 NOT > MONAT-LAENGE
                              GO TO ERZ-TER-20
                         END-IF
                    END-IF
           END-IF.

      * TABELLE VOLL
           IF       TER-ANZ NOT < TER-MAX
                    MOVE "SERIE AUF 60 TERMINE BEGRENZT"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ERZ-TER-90
           END-IF.

           ADD      1 TO TER-ANZ.
           MOVE     DTLFDN OF PCFGDAT-P TO T-DATUM(TER-ANZ).
           MOVE     DTWOTA OF PCFGDAT-P TO T-WOTA(TER-ANZ).
           MOVE     ZEROES              TO T-LFDN(TER-ANZ).
           MOVE     SPACES              TO T-STAT(TER-ANZ).
           MOVE     SPACES              TO T-AUSW(TER-ANZ).

      * WOCHENENDE UND FEIERTAGE SIND KEINE ARBEITSTAGE
           IF       DTWOTA OF PCFGDAT-P > 5
            OR      DTFEIE OF PCFGDAT-P NOT = ZEROES
                    MOVE "F" TO T-STAT(TER-ANZ)
                    MOVE "X" TO T-AUSW(TER-ANZ)
           END-IF.

           GO TO    ERZ-TER-20.

       ERZ-TER-80.
      * KALENDER ENDET VOR DEM ENDE DER SERIE
           MOVE     "KALENDER PCFGDAT ENDET - SERIE GEKUERZT"
                                      TO MELDUNG-WRK.
           PERFORM  MELDE-HINWEIS.

       ERZ-TER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE TERMINE GEGEN DIE AKTIVEN BUCHUNGEN DES RAUMS PRUEFEN.
      * EIN DURCHLAUF UEBER PRAUMBES, JE BUCHUNG DES RAUMS WERDEN
      * DIE TERMINE DESSELBEN TAGES VERGLICHEN. DIE TERMINE DER
      * SERIE SELBST ZAEHLEN NICHT
      *--------------------------------------------------------------
       PRUEFE-TERMINE SECTION.
       PRU-TER-00.

      * BISHERIGE KONFLIKTE ZURUECKSETZEN
           MOVE     1 TO TER-IX.

       PRU-TER-10.
           IF       TER-IX > TER-ANZ
                    GO TO PRU-TER-15
           END-IF.
           IF       T-STAT(TER-IX) = "K"
                    MOVE SPACES TO T-STAT(TER-IX)
                    MOVE SPACES TO T-AUSW(TER-IX)
           END-IF.
           ADD      1 TO TER-IX.
           GO TO    PRU-TER-10.

       PRU-TER-15.
           IF       TER-ANZ = ZEROES
                    GO TO PRU-TER-90
           END-IF.

           INITIALIZE PRAUMBESF OF PRAUMBES-P.
           START    PRAUMBES-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-TER-90
           END-IF.

       PRU-TER-20.
           READ     PRAUMBES-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-TER-90
           END-IF.

           IF       RBSTAT OF PRAUMBES-P NOT = "A"
            OR      RBRAUM OF PRAUMBES-P NOT = K-RAUM
            OR      RBDATUM OF PRAUMBES-P < DATE-8
                    GO TO PRU-TER-20
           END-IF.
           IF       SER-LFDN NOT = ZEROES
            AND     RBSERI OF PRAUMBES-P = SER-LFDN
                    GO TO PRU-TER-20
           END-IF.

      * ZEITFENSTER UEBERSCHNEIDEN SICH, WENN KEINES VOR DEM
      * ANDEREN ENDET
           IF       NOT (K-VON < RBBIS OF PRAUMBES-P
                    AND  K-BIS > RBVON OF PRAUMBES-P)
                    GO TO PRU-TER-20
           END-IF.

           MOVE     1 TO TER-IX.

       PRU-TER-30.
           IF       TER-IX > TER-ANZ
                    GO TO PRU-TER-20
           END-IF.
           IF       T-DATUM(TER-IX) = RBDATUM OF PRAUMBES-P
            AND     T-STAT(TER-IX) = SPACES
                    MOVE "K" TO T-STAT(TER-IX)
                    MOVE "X" TO T-AUSW(TER-IX)
           END-IF.
           ADD      1 TO TER-IX.
           GO TO    PRU-TER-30.

       PRU-TER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BESTEHENDE SERIE MIT IHREN KUENFTIGEN AKTIVEN TERMINEN
      * LADEN. NUR DER ORGANISATOR KANN DIE SERIE AENDERN
      *--------------------------------------------------------------
       LADE-SERIE SECTION.
       LAD-SER-00.

           MOVE     SPACES TO RET-CODE.

           INITIALIZE PRAUMSERF OF PRAUMSER-P.
           MOVE     X-RSLFDN TO RSLFDN OF PRAUMSER-P.
           READ     PRAUMSER-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      RSSTAT OF PRAUMSER-P NOT = "A"
                    MOVE "SERIE NICHT VORHANDEN ODER STORNIERT"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    MOVE "1" TO RET-CODE
                    GO TO LAD-SER-90
           END-IF.
           IF       RSORGA OF PRAUMSER-P NOT = T-USER
                    MOVE "NUR DER ORGANISATOR KANN DIE SERIE AENDERN"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    MOVE "1" TO RET-CODE
                    GO TO LAD-SER-90
           END-IF.

           MOVE     RSLFDN  OF PRAUMSER-P TO SER-LFDN.
           MOVE     RSRAUM  OF PRAUMSER-P TO RSRAUM  OF FORMAT3.
           MOVE     RSVON   OF PRAUMSER-P TO RSVON   OF FORMAT3.
           MOVE     RSBIS   OF PRAUMSER-P TO RSBIS   OF FORMAT3.
           MOVE     RSTHEMA OF PRAUMSER-P TO RSTHEMA OF FORMAT3.
           MOVE     RSART   OF PRAUMSER-P TO RSART   OF FORMAT3.
           MOVE     RSINTV  OF PRAUMSER-P TO RSINTV  OF FORMAT3.
           MOVE     RSWOTA  OF PRAUMSER-P TO RSWOTA  OF FORMAT3.
           MOVE     RSWNR   OF PRAUMSER-P TO RSWNR   OF FORMAT3.
           MOVE     RSDVON  OF PRAUMSER-P TO RSDVON  OF FORMAT3.
           MOVE     RSDBIS  OF PRAUMSER-P TO RSDBIS  OF FORMAT3.
           MOVE     RSANZ   OF PRAUMSER-P TO RSANZ   OF FORMAT3.

           MOVE     RSRAUM  OF PRAUMSER-P TO K-RAUM.
           MOVE     RSVON   OF PRAUMSER-P TO K-VON.
           MOVE     RSBIS   OF PRAUMSER-P TO K-BIS.
           MOVE     RSART   OF PRAUMSER-P TO K-ART.
           MOVE     RSINTV  OF PRAUMSER-P TO K-INTV.
           MOVE     RSWOTA  OF PRAUMSER-P TO K-WOTA.
           MOVE     RSWNR   OF PRAUMSER-P TO K-WNR.
           MOVE     RSDVON  OF PRAUMSER-P TO K-DVON.
           MOVE     RSDBIS  OF PRAUMSER-P TO K-DBIS.
           MOVE     RSANZ   OF PRAUMSER-P TO K-ANZ.
           MOVE     KOPF-NEU TO KOPF-ALT.

      * KUENFTIGE AKTIVE TERMINE DER SERIE SAMMELN
           INITIALIZE TERMIN-TAB.
           MOVE     ZEROES TO TER-ANZ.

           INITIALIZE PRAUMBESF OF PRAUMBES-P.
           START    PRAUMBES-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-SER-90
           END-IF.

       LAD-SER-20.
           READ     PRAUMBES-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-SER-90
           END-IF.

           IF       RBSERI  OF PRAUMBES-P NOT = SER-LFDN
            OR      RBSTAT  OF PRAUMBES-P NOT = "A"
            OR      RBDATUM OF PRAUMBES-P < DATE-8
                    GO TO LAD-SER-20
           END-IF.
           IF       TER-ANZ NOT < TER-MAX
                    GO TO LAD-SER-90
           END-IF.

           ADD      1 TO TER-ANZ.
           MOVE     RBDATUM OF PRAUMBES-P TO T-DATUM(TER-ANZ).
           MOVE     RBLFDN  OF PRAUMBES-P TO T-LFDN(TER-ANZ).
           MOVE     SPACES                TO T-STAT(TER-ANZ).
           MOVE     SPACES                TO T-AUSW(TER-ANZ).

      * WOCHENTAG AUS DEM KALENDER
           INITIALIZE PCFGDATF OF PCFGDAT-P.
           MOVE     RBDATUM OF PRAUMBES-P TO DTLFDN OF PCFGDAT-P.
           READ     PCFGDAT-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE DTWOTA OF PCFGDAT-P TO T-WOTA(TER-ANZ)
           ELSE
                    MOVE ZEROES              TO T-WOTA(TER-ANZ)
           END-IF.

      * TERMINE MIT SCHON VERRECHNETER BEWIRTUNG BLEIBEN
           MOVE     RBLFDN OF PRAUMBES-P TO BUCH-LFDN.
           PERFORM  PRUEFE-VERRECHNET.
           IF       LEI-VERR NOT = ZEROES
                    MOVE "V" TO T-STAT(TER-ANZ)
           END-IF.

           GO TO    LAD-SER-20.

       LAD-SER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NEUE SERIE IN PRAUMSER UND IHRE TERMINE IN PRAUMBES
      * SCHREIBEN, DANACH DIE TEILNEHMER EINLADEN
      *--------------------------------------------------------------
       SPEICHERE-SERIE SECTION.
       SPE-SER-00.

      * KONFLIKTE UNMITTELBAR VOR DEM SPEICHERN NOCHMALS PRUEFEN
           PERFORM  PRUEFE-TERMINE.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PRAUMSERF OF PRAUMSER-P.
           MOVE     "PRAUMSER" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK            TO RSLFDN  OF PRAUMSER-P.
           MOVE     K-RAUM              TO RSRAUM  OF PRAUMSER-P.
           MOVE     K-VON               TO RSVON   OF PRAUMSER-P.
           MOVE     K-BIS               TO RSBIS   OF PRAUMSER-P.
           MOVE     RSTHEMA OF FORMAT3  TO RSTHEMA OF PRAUMSER-P.
           MOVE     T-USER              TO RSORGA  OF PRAUMSER-P.
           MOVE     K-ART               TO RSART   OF PRAUMSER-P.
           MOVE     K-INTV              TO RSINTV  OF PRAUMSER-P.
           MOVE     K-WOTA              TO RSWOTA  OF PRAUMSER-P.
           MOVE     K-WNR               TO RSWNR   OF PRAUMSER-P.
           MOVE     K-DVON              TO RSDVON  OF PRAUMSER-P.
           MOVE     K-DBIS              TO RSDBIS  OF PRAUMSER-P.
           MOVE     K-ANZ               TO RSANZ   OF PRAUMSER-P.
           MOVE     "A"                 TO RSSTAT  OF PRAUMSER-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO RSAUSR OF PRAUMSER-P.
           MOVE     T-TERM            TO RSABS  OF PRAUMSER-P.
           MOVE     PGM-WRK           TO RSAPGM OF PRAUMSER-P.
           MOVE     DATE-8            TO RSADTA OF PRAUMSER-P.
           MOVE     TIME-6            TO RSATIA OF PRAUMSER-P.

           WRITE    PRAUMSER-P.
           MOVE     RSLFDN OF PRAUMSER-P TO SER-LFDN.

      * JEDEN NICHT AUSGELASSENEN TERMIN ALS BUCHUNG SCHREIBEN
           PERFORM  ZAEHLE-TEILNEHMER.
           MOVE     ZEROES TO ANZ-GESCHRIEBEN.
           MOVE     1      TO TER-IX.

       SPE-SER-20.
           IF       TER-IX > TER-ANZ
                    GO TO SPE-SER-50
           END-IF.
           IF       T-AUSW(TER-IX) = "X"
            OR      T-STAT(TER-IX) NOT = SPACES
                    GO TO SPE-SER-30
           END-IF.

           INITIALIZE PRAUMBESF OF PRAUMBES-P.
           MOVE     "PRAUMBES" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK            TO RBLFDN  OF PRAUMBES-P.
           MOVE     K-RAUM              TO RBRAUM  OF PRAUMBES-P.
           MOVE     T-DATUM(TER-IX)     TO RBDATUM OF PRAUMBES-P.
           MOVE     K-VON               TO RBVON   OF PRAUMBES-P.
           MOVE     K-BIS               TO RBBIS   OF PRAUMBES-P.
           MOVE     RSTHEMA OF FORMAT3  TO RBTHEMA OF PRAUMBES-P.
           MOVE     T-USER              TO RBORGA  OF PRAUMBES-P.
           MOVE     "A"                 TO RBSTAT  OF PRAUMBES-P.
           MOVE     SER-LFDN            TO RBSERI  OF PRAUMBES-P.
           MOVE     TLN-ANZ             TO RBTLNZ  OF PRAUMBES-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO RBAUSR OF PRAUMBES-P.
           MOVE     T-TERM            TO RBABS  OF PRAUMBES-P.
           MOVE     PGM-WRK           TO RBAPGM OF PRAUMBES-P.
           MOVE     DATE-8            TO RBADTA OF PRAUMBES-P.
           MOVE     TIME-6            TO RBATIA OF PRAUMBES-P.

           WRITE    PRAUMBES-P.
           MOVE     RBLFDN OF PRAUMBES-P TO T-LFDN(TER-IX).
           ADD      1 TO ANZ-GESCHRIEBEN.

       SPE-SER-30.
           ADD      1 TO TER-IX.
           GO TO    SPE-SER-20.

       SPE-SER-50.
      * TEILNEHMER EINLADEN UND ERGEBNIS MELDEN
           PERFORM  LADE-TEILNEHMER-EIN.

           MOVE     SPACES TO MELDUNG-WRK.
           MOVE     SER-LFDN        TO DSP-LFDN.
           MOVE     ANZ-GESCHRIEBEN TO DSP-ANZ.
           STRING   "SERIE "            DELIMITED BY SIZE
                    DSP-LFDN            DELIMITED BY SIZE
                    " MIT "             DELIMITED BY SIZE
                    DSP-ANZ             DELIMITED BY SIZE
                    " TERMINEN GESPEICHERT" DELIMITED BY SIZE
               INTO MELDUNG-WRK
           END-STRING.
           PERFORM  MELDE-HINWEIS.

       SPE-SER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BESTEHENDE SERIE AENDERN: RAUM, ZEIT UND THEMA AUF ALLE
      * KUENFTIGEN TERMINE UEBERTRAGEN, MIT X MARKIERTE TERMINE
      * STORNIEREN. BEWIRTUNG/AUSSTATTUNG WIRD MITGEFUEHRT
      *--------------------------------------------------------------
       AENDERE-SERIE SECTION.
       AEN-SER-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PRAUMSERF OF PRAUMSER-P.
           MOVE     SER-LFDN TO RSLFDN OF PRAUMSER-P.
           READ     PRAUMSER-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AEN-SER-90
           END-IF.

           MOVE     K-RAUM              TO RSRAUM  OF PRAUMSER-P.
           MOVE     K-VON               TO RSVON   OF PRAUMSER-P.
           MOVE     K-BIS               TO RSBIS   OF PRAUMSER-P.
           MOVE     RSTHEMA OF FORMAT3  TO RSTHEMA OF PRAUMSER-P.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO RSMSER OF PRAUMSER-P.
           MOVE     T-TERM            TO RSMBS  OF PRAUMSER-P.
           MOVE     PGM-WRK           TO RSMPGM OF PRAUMSER-P.
           MOVE     DATE-8            TO RSMDTA OF PRAUMSER-P.
           MOVE     TIME-6            TO RSMTIA OF PRAUMSER-P.

           REWRITE  PRAUMSER-P.

           PERFORM  ZAEHLE-TEILNEHMER.
           MOVE     ZEROES TO ANZ-GESCHRIEBEN ANZ-STORNIERT
                              ANZ-VERRECHNET.
           MOVE     1      TO TER-IX.

       AEN-SER-20.
           IF       TER-IX > TER-ANZ
                    GO TO AEN-SER-50
           END-IF.
           IF       T-STAT(TER-IX) = "V"
                    ADD  1 TO ANZ-VERRECHNET
                    GO TO AEN-SER-30
           END-IF.

           IF       T-AUSW(TER-IX) = "X"
                    PERFORM STORNIERE-TERMIN
                    GO TO AEN-SER-30
           END-IF.

           INITIALIZE PRAUMBESF OF PRAUMBES-P.
           MOVE     T-LFDN(TER-IX) TO RBLFDN OF PRAUMBES-P.
           READ     PRAUMBES-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AEN-SER-30
           END-IF.

           MOVE     K-RAUM              TO RBRAUM  OF PRAUMBES-P.
           MOVE     K-VON               TO RBVON   OF PRAUMBES-P.
           MOVE     K-BIS               TO RBBIS   OF PRAUMBES-P.
           MOVE     RSTHEMA OF FORMAT3  TO RBTHEMA OF PRAUMBES-P.
           IF       TLN-ANZ > 1
                    MOVE TLN-ANZ TO RBTLNZ OF PRAUMBES-P
           END-IF.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO RBMSER OF PRAUMBES-P.
           MOVE     T-TERM            TO RBMBS  OF PRAUMBES-P.
           MOVE     PGM-WRK           TO RBMPGM OF PRAUMBES-P.
           MOVE     DATE-8            TO RBMDTA OF PRAUMBES-P.
           MOVE     TIME-6            TO RBMTIA OF PRAUMBES-P.

           REWRITE  PRAUMBES-P.

      * BEWIRTUNG UND AUSSTATTUNG MITVERSCHIEBEN
           MOVE     T-LFDN(TER-IX) TO BUCH-LFDN.
           MOVE     "V" TO LEI-AKTION.
           PERFORM  AENDERE-LEISTUNGEN.
           ADD      1 TO ANZ-GESCHRIEBEN.

       AEN-SER-30.
           ADD      1 TO TER-IX.
           GO TO    AEN-SER-20.

       AEN-SER-50.
           MOVE     SPACES TO MELDUNG-WRK.
           MOVE     ANZ-GESCHRIEBEN TO DSP-ANZ.
           STRING   "SERIE GEAENDERT: "  DELIMITED BY SIZE
                    DSP-ANZ              DELIMITED BY SIZE
                    " TERMINE, "         DELIMITED BY SIZE
               INTO MELDUNG-WRK
           END-STRING.
           MOVE     ANZ-STORNIERT TO DSP-ANZ.
           MOVE     DSP-ANZ              TO MELDUNG-WRK(31:3).
           MOVE     " STORNIERT"         TO MELDUNG-WRK(34:10).
           IF       ANZ-VERRECHNET NOT = ZEROES
                    MOVE ANZ-VERRECHNET  TO DSP-ANZ
                    MOVE ","             TO MELDUNG-WRK(44:1)
                    MOVE DSP-ANZ         TO MELDUNG-WRK(45:3)
                    MOVE " VERRECHNET"   TO MELDUNG-WRK(48:11)
           END-IF.
           PERFORM  MELDE-HINWEIS.

       AEN-SER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GANZE SERIE STORNIEREN: ALLE KUENFTIGEN TERMINE OHNE
      * VERRECHNETE BEWIRTUNG UND DIE SERIE SELBST (RSSTAT = S)
      *--------------------------------------------------------------
       STORNIERE-SERIE SECTION.
       STO-SER-00.

           PERFORM  COPY-GET-TIME.

           MOVE     ZEROES TO ANZ-STORNIERT ANZ-VERRECHNET.
           MOVE     1      TO TER-IX.

       STO-SER-20.
           IF       TER-IX > TER-ANZ
                    GO TO STO-SER-50
           END-IF.
           IF       T-STAT(TER-IX) = "V"
                    ADD  1 TO ANZ-VERRECHNET
           ELSE
                    PERFORM STORNIERE-TERMIN
           END-IF.
           ADD      1 TO TER-IX.
           GO TO    STO-SER-20.

       STO-SER-50.
           INITIALIZE PRAUMSERF OF PRAUMSER-P.
           MOVE     SER-LFDN TO RSLFDN OF PRAUMSER-P.
           READ     PRAUMSER-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO STO-SER-80
           END-IF.

           MOVE     "S"               TO RSSTAT OF PRAUMSER-P.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO RSMSER OF PRAUMSER-P.
           MOVE     T-TERM            TO RSMBS  OF PRAUMSER-P.
           MOVE     PGM-WRK           TO RSMPGM OF PRAUMSER-P.
           MOVE     DATE-8            TO RSMDTA OF PRAUMSER-P.
           MOVE     TIME-6            TO RSMTIA OF PRAUMSER-P.

           REWRITE  PRAUMSER-P.

       STO-SER-80.
           MOVE     SPACES TO MELDUNG-WRK.
           MOVE     ANZ-STORNIERT TO DSP-ANZ.
           STRING   "SERIE STORNIERT: "  DELIMITED BY SIZE
                    DSP-ANZ              DELIMITED BY SIZE
                    " TERMINE"           DELIMITED BY SIZE
               INTO MELDUNG-WRK
           END-STRING.
           IF       ANZ-VERRECHNET NOT = ZEROES
                    MOVE ANZ-VERRECHNET  TO DSP-ANZ
                    MOVE ","             TO MELDUNG-WRK(29:1)
                    MOVE DSP-ANZ         TO MELDUNG-WRK(30:3)
                    MOVE " VERRECHNET - BLEIBEN"
                                         TO MELDUNG-WRK(33:21)
           END-IF.
           PERFORM  MELDE-HINWEIS.

       STO-SER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINEN TERMIN (T-LFDN(TER-IX)) MIT SEINER BEWIRTUNG/
      * AUSSTATTUNG STORNIEREN
      *--------------------------------------------------------------
       STORNIERE-TERMIN SECTION.
       STO-TER-00.

           INITIALIZE PRAUMBESF OF PRAUMBES-P.
           MOVE     T-LFDN(TER-IX) TO RBLFDN OF PRAUMBES-P.
           READ     PRAUMBES-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO STO-TER-90
           END-IF.

           MOVE     "S"               TO RBSTAT OF PRAUMBES-P.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO RBMSER OF PRAUMBES-P.
           MOVE     T-TERM            TO RBMBS  OF PRAUMBES-P.
           MOVE     PGM-WRK           TO RBMPGM OF PRAUMBES-P.
           MOVE     DATE-8            TO RBMDTA OF PRAUMBES-P.
           MOVE     TIME-6            TO RBMTIA OF PRAUMBES-P.

           REWRITE  PRAUMBES-P.

      * BEWIRTUNG UND AUSSTATTUNG MITSTORNIEREN
           MOVE     T-LFDN(TER-IX) TO BUCH-LFDN.
           MOVE     "S" TO LEI-AKTION.
           PERFORM  AENDERE-LEISTUNGEN.
           ADD      1 TO ANZ-STORNIERT.

       STO-TER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GIBT ES ZUR BUCHUNG BUCH-LFDN SCHON VERRECHNETE BEWIRTUNG
      * ODER AUSSTATTUNG (XXP0253)?
      *--------------------------------------------------------------
       PRUEFE-VERRECHNET SECTION.
       PRU-VER-00.

           MOVE     ZEROES TO LEI-VERR.

           INITIALIZE PRAUMLEIF OF PRAUMLEI-P.
           MOVE     BUCH-LFDN TO RLBLFD OF PRAUMLEI-P.
           START    PRAUMLEI-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-VER-90
           END-IF.

       PRU-VER-20.
           READ     PRAUMLEI-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-VER-90
           END-IF.
           IF       RLBLFD OF PRAUMLEI-P NOT = BUCH-LFDN
                    GO TO PRU-VER-90
           END-IF.

           IF       RLSTAT OF PRAUMLEI-P = "A"
            AND     RLVERR OF PRAUMLEI-P = "1"
                    MOVE 1 TO LEI-VERR
                    GO TO PRU-VER-90
           END-IF.

           GO TO    PRU-VER-20.

       PRU-VER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE AKTIVEN BEWIRTUNGS-/AUSSTATTUNGSZEILEN DER BUCHUNG
      * BUCH-LFDN MIT DER BUCHUNG VERSCHIEBEN (LEI-AKTION = V)
      * ODER STORNIEREN (LEI-AKTION = S). DIE BUCHUNG STEHT MIT
      * DEN NEUEN ANGABEN IN PRAUMBES-P
      *--------------------------------------------------------------
       AENDERE-LEISTUNGEN SECTION.
       AEN-LEI-00.

           INITIALIZE PRAUMLEIF OF PRAUMLEI-P.
           MOVE     BUCH-LFDN TO RLBLFD OF PRAUMLEI-P.
           START    PRAUMLEI-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AEN-LEI-90
           END-IF.

       AEN-LEI-20.
           READ     PRAUMLEI-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AEN-LEI-90
           END-IF.
           IF       RLBLFD OF PRAUMLEI-P NOT = BUCH-LFDN
                    UNLOCK PRAUMLEI-DP
                    GO TO AEN-LEI-90
           END-IF.
           IF       RLSTAT OF PRAUMLEI-P NOT = "A"
                    UNLOCK PRAUMLEI-DP
                    GO TO AEN-LEI-20
           END-IF.

           IF       LEI-AKTION = "S"
                    MOVE "S" TO RLSTAT OF PRAUMLEI-P
           ELSE
                    MOVE RBRAUM  OF PRAUMBES-P TO RLRAUM OF PRAUMLEI-P
                    MOVE RBDATUM OF PRAUMBES-P TO RLDATU OF PRAUMLEI-P
                    MOVE RBVON   OF PRAUMBES-P TO RLVON  OF PRAUMLEI-P
                    MOVE RBBIS   OF PRAUMBES-P TO RLBIS  OF PRAUMLEI-P
           END-IF.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO RLMSER OF PRAUMLEI-P.
           MOVE     T-TERM            TO RLMBS  OF PRAUMLEI-P.
           MOVE     PGM-WRK           TO RLMPGM OF PRAUMLEI-P.
           MOVE     DATE-8            TO RLMDTA OF PRAUMLEI-P.
           MOVE     TIME-6            TO RLMTIA OF PRAUMLEI-P.

           REWRITE  PRAUMLEI-P.

           GO TO    AEN-LEI-20.

       AEN-LEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE EINGETRAGENEN TEILNEHMER UEBER DIE NACHRICHTEN-
      * ZENTRALE ZUR SERIE EINLADEN
      *--------------------------------------------------------------
       LADE-TEILNEHMER-EIN SECTION.
       LAD-TLN-00.

           MOVE     1 TO TLN-IDX.

       LAD-TLN-20.
           IF       TLN-IDX > 5
                    GO TO LAD-TLN-90
           END-IF.

           EVALUATE TLN-IDX
                    WHEN 1 MOVE TLN1 OF FORMAT3 TO TLN-USER
                    WHEN 2 MOVE TLN2 OF FORMAT3 TO TLN-USER
                    WHEN 3 MOVE TLN3 OF FORMAT3 TO TLN-USER
                    WHEN 4 MOVE TLN4 OF FORMAT3 TO TLN-USER
                    WHEN 5 MOVE TLN5 OF FORMAT3 TO TLN-USER
           END-EVALUATE.

           IF       TLN-USER = SPACES
                    GO TO LAD-TLN-80
           END-IF.

           MOVE     TLN-USER TO NOTIF-USER.
           MOVE     "I"      TO NOTIF-SEV.
           MOVE     SPACES   TO NOTIF-TEXT.
           MOVE     K-VON(1:2) TO DSP-ZEIT(1:2).
           MOVE     ":"        TO DSP-ZEIT(3:1).
           MOVE     K-VON(3:2) TO DSP-ZEIT(4:2).
           STRING   "EINLADUNG SERIE " DELIMITED BY SIZE
                    K-RAUM             DELIMITED BY SPACE
                    " AB "             DELIMITED BY SIZE
                    K-DVON             DELIMITED BY SIZE
                    " "                DELIMITED BY SIZE
                    DSP-ZEIT           DELIMITED BY SIZE
                    ": "               DELIMITED BY SIZE
                    RSTHEMA OF FORMAT3 DELIMITED BY SIZE
               INTO NOTIF-TEXT
           END-STRING.
           CALL     "CFP0030" USING NOTIF-USER
                                    NOTIF-SEV
                                    PGM-WRK
                                    NOTIF-TEXT
           END-CALL.

       LAD-TLN-80.
           ADD      1 TO TLN-IDX.
           GO TO    LAD-TLN-20.

       LAD-TLN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TEILNEHMERZAHL DER BESPRECHUNG: ORGANISATOR PLUS ALLE
      * EINGETRAGENEN TEILNEHMER (FUER DIE AUSLASTUNGSSTATISTIK)
      *--------------------------------------------------------------
       ZAEHLE-TEILNEHMER SECTION.
       ZAE-TLN-00.

           MOVE     1 TO TLN-ANZ.
           MOVE     1 TO TLN-IDX.

       ZAE-TLN-20.
           IF       TLN-IDX > 5
                    GO TO ZAE-TLN-90
           END-IF.

           EVALUATE TLN-IDX
                    WHEN 1 MOVE TLN1 OF FORMAT3 TO TLN-USER
                    WHEN 2 MOVE TLN2 OF FORMAT3 TO TLN-USER
                    WHEN 3 MOVE TLN3 OF FORMAT3 TO TLN-USER
                    WHEN 4 MOVE TLN4 OF FORMAT3 TO TLN-USER
                    WHEN 5 MOVE TLN5 OF FORMAT3 TO TLN-USER
           END-EVALUATE.

           IF       TLN-USER NOT = SPACES
                    ADD 1 TO TLN-ANZ
           END-IF.

           ADD      1 TO TLN-IDX.
           GO TO    ZAE-TLN-20.

       ZAE-TLN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LAENGE DES MONATS DAT-MONAT IM JAHR DAT-JAHR ERMITTELN
      *--------------------------------------------------------------
       MONATS-LAENGE-RECHNEN SECTION.
       MON-LAE-00.

           EVALUATE DAT-MONAT
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
                         DIVIDE DAT-JAHR BY 4 GIVING SJA-WERT
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
      * HINWEIS AN DEN BENUTZER (TEXT IN MELDUNG-WRK)
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
      * COPY-CHECK-DATE: DATUMSFELDER PRUEFEN
      *---------------------------------------------------------------

           COPY     CHKDATE    OF APG-QCPYSRC.
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
