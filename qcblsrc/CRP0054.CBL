       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CRP0054.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * AENDERUNGSTICKETS PFLEGEN                                     *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  PFLEGE DER AENDERUNGSTICKETS PCHGTKT: JE     *
      *                  TICKET TITEL, ANFORDERER (H050-USER),        *
      *                  FACHLICHE BEGRUENDUNG, STATUS (O = OFFEN,    *
      *                  E = ERLEDIGT, S = STORNIERT) SOWIE GEPLANTES *
      *                  UND TATSAECHLICHES PRODUKTIONSDATUM. DIE     *
      *                  NUMMER WIRD UEBER CFP0020 VERGEBEN, DAS      *
      *                  TATSAECHLICHE DATUM SETZT DIE UEBERNAHME     *
      *                  HMP0009. UEBERNAHMEN (HMP0009) SIND NUR MIT  *
      *                  OFFENEM TICKET MOEGLICH, VERSIONSSICHERUNGEN *
      *                  (CRP0042) FRAGEN DAS TICKET AB (CRP0055).    *
      *                  TICKETS WERDEN ALS                           *
      *                  REVISIONSBELEG NICHT GELOESCHT, SONDERN      *
      *                  STORNIERT. F6 ERFASST (FMT05), AUSWAHL 2     *
      *                  AENDERT, AUSWAHL 5 ZEIGT AN. DEN NACHWEIS    *
      *                  JE TICKET ODER MEMBER DRUCKT CRP0056.        *
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
                  ASSIGN       TO  WORKSTATION-CRD0054DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PCHGTKT: CTNR (AENDERUNGSTICKETS)
      *-------------------------------------------------------------
           SELECT PCHGTKT-DP
                  ASSIGN       TO  DATABASE-PCHGTKT
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
           COPY DDS-ALL-FORMATS OF CRD0054DE.
      /
      *--- PCHGTKT: CTNR
       FD  PCHGTKT-DP
           LABEL RECORDS ARE STANDARD.
       01  PCHGTKT-P.
           COPY DDS-ALL-FORMATS OF PCHGTKT.
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
           COPY  DDS-FMT02-O OF  CRD0054DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  CRD0054DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  CRD0054DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  CRD0054DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT5X.
           COPY  DDS-FMT05-O OF  CRD0054DE
           REPLACING FMT05-O BY FORMAT5
                     FMT05-O-INDIC BY FORMAT5-O-INDIC.

       01  FORMAT5Y.
           COPY  DDS-FMT05-I OF  CRD0054DE
           REPLACING FMT05-I BY FORMAT5-I
                     FMT05-I-INDIC BY FORMAT5-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CRP0054".
       01  PGM-TYP                       PIC X(8)  VALUE "SEU".
       01  AUSWAHL                       PIC X(2).
       01  MELDUNG-WRK                   PIC X(60).

      * STATUSFILTER (LEER = ALLE)
       01  SUCH-STAT                     PIC X(1).

      * TICKET IN BEARBEITUNG (NEUANLAGE 1 = NEU, 0 = AENDERN;
      * NUR-ANZEIGE 1 = AUSWAHL 5)
       01  NEUANLAGE                     PIC 9(1).
       01  NUR-ANZEIGE                   PIC 9(1).
       01  SEL-NR                        PIC 9(9).

      * PRUEFUNGEN
       01  PRUEF-USER                    PIC X(10).
       01  USER-OK                       PIC 9(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "CRP0054" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "CRD0054DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     I-O   PCHGTKT-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F5, F12.

      * STANDARDMAESSIG NUR DIE OFFENEN TICKETS
           MOVE     "O" TO SUCH-STAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

       ANF020.
      * TICKETS ANZEIGEN
           PERFORM  ANZEIGE-SUBFILE.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       F5 = "1"
                    INITIALIZE F5
           END-IF.
           IF       F12 = "1"
                    INITIALIZE F12
                    MOVE "O" TO SUCH-STAT
           END-IF.
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PCHGTKT-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * TICKETS ALS SUBFILE ANZEIGEN
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

      * ALLE PASSENDEN TICKETS EINLESEN
           INITIALIZE PCHGTKTF OF PCHGTKT-P.
           START    PCHGTKT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

       ANZ-SFL-10.
           READ     PCHGTKT-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

           IF       SUCH-STAT NOT = SPACES
            AND     CTSTAT OF PCHGTKT-P NOT = SUCH-STAT
                    GO TO ANZ-SFL-10
           END-IF.

      * SUBFILE-ZEILE FUELLEN
           INITIALIZE FORMAT2.
           MOVE     SPACES               TO AUSW   OF FORMAT2.
           MOVE     CTNR   OF PCHGTKT-P  TO CTNR   OF FORMAT2.
           MOVE     CTTITL OF PCHGTKT-P  TO CTTITL OF FORMAT2.
           MOVE     CTANFO OF PCHGTKT-P  TO CTANFO OF FORMAT2.
           MOVE     CTSTAT OF PCHGTKT-P  TO CTSTAT OF FORMAT2.
           MOVE     CTPDAT OF PCHGTKT-P  TO CTPDAT OF FORMAT2.
           MOVE     CTIDAT OF PCHGTKT-P  TO CTIDAT OF FORMAT2.
           ADD      1            TO ANZREC-WRK.
           ADD      1            TO SUBFILE-RECORD-NUMBER.
           MOVE     "FMT02"      TO FMT-WRK.
           MOVE     FORMAT2      TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           GO TO    ANZ-SFL-10.

       ANZ-SFL-20.
      * AUSGABE FUSSZEILE
           MOVE     SPACES  TO WSREC-WRK.
           MOVE     "FMT04" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-WRITE.

      * UEBERSCHRIFT UND FILTER
           MOVE     "CRP0054"         TO MAINUEB OF FORMAT3.
           MOVE     "CRP0054*3"       TO SUBUEB  OF FORMAT3.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT3.
           MOVE     SUCH-STAT         TO CTSTAT  OF FORMAT3.

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

      * F6 NEUES TICKET ERFASSEN
           IF       IN06 OF FORMAT3-I-INDIC = AN
                    MOVE 1      TO NEUANLAGE
                    MOVE ZEROES TO NUR-ANZEIGE
                    MOVE ZEROES TO SEL-NR
                    PERFORM ERFASSE-TICKET
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * F12 ABBRECHEN
           IF       IN12 OF FORMAT3-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ANZ-SFL-90
           END-IF.

      * FILTER GEAENDERT?
           IF       CTSTAT OF FORMAT3 NOT = SUCH-STAT
                    MOVE CTSTAT OF FORMAT3 TO SUCH-STAT
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

       ANZ-SFL-50.
      * LESEN VON SUBFILE NEXT MODIFIED RECORD
           MOVE     "FMT02" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-SFLREAD.
           IF       BS-STAT NOT = ZEROES
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

           MOVE     WSREC-WRK      TO FORMAT2-I.
           MOVE     CORR FORMAT2-I TO FORMAT2.

           IF       AUSW OF FORMAT2 = SPACES
                    GO TO ANZ-SFL-50
           END-IF.

      * BERECHTIGUNG FUER DIESE FUNKTION UEBERPRUEFEN
           MOVE     SPACES           TO RET-CODE.
           MOVE     AUSW OF FORMAT2  TO AUSWAHL.
           CALL     "CFP9002" USING T-USER
                                    AUSWAHL
                                    PGM-WRK
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    MOVE     SPACES TO AUSW OF FORMAT2
                    MOVE     "FMT02" TO FMT-WRK
                    MOVE     FORMAT2 TO WSREC-WRK
                    PERFORM  COPY-DISPLAY-SFLREWRITE
                    GO TO ANZ-SFL-50
           END-IF.

           MOVE     CTNR OF FORMAT2 TO SEL-NR.
           MOVE     ZEROES          TO NEUANLAGE.

      * 2 = TICKET AENDERN
           IF       AUSW OF FORMAT2 = "2"
                    MOVE ZEROES TO NUR-ANZEIGE
                    PERFORM ERFASSE-TICKET
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * 5 = TICKET ANZEIGEN
           IF       AUSW OF FORMAT2 = "5"
                    MOVE 1 TO NUR-ANZEIGE
                    PERFORM ERFASSE-TICKET
                    MOVE "1" TO F5
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
      * TICKET ERFASSEN, AENDERN ODER ANZEIGEN (FMT05). PFLICHT
      * SIND TITEL, ANFORDERER UND BEGRUENDUNG; DAS TATSAECHLICHE
      * PRODUKTIONSDATUM SETZT NUR DIE UEBERNAHME (HMP0009).
      *--------------------------------------------------------------
       ERFASSE-TICKET SECTION.
       ERF-TKT-00.

           INITIALIZE FORMAT5.
           IF       NEUANLAGE = ZEROES
                    INITIALIZE PCHGTKTF OF PCHGTKT-P
                    MOVE SEL-NR TO CTNR OF PCHGTKT-P
                    READ PCHGTKT-DP WITH NO LOCK
                    IF   FILE-STATUS NOT = ZEROES
                         GO TO ERF-TKT-90
                    END-IF
                    MOVE CTNR   OF PCHGTKT-P TO CTNR   OF FORMAT5
                    MOVE CTTITL OF PCHGTKT-P TO CTTITL OF FORMAT5
                    MOVE CTANFO OF PCHGTKT-P TO CTANFO OF FORMAT5
                    MOVE CTGRND OF PCHGTKT-P TO CTGRND OF FORMAT5
                    MOVE CTSTAT OF PCHGTKT-P TO CTSTAT OF FORMAT5
                    MOVE CTPDAT OF PCHGTKT-P TO CTPDAT OF FORMAT5
                    MOVE CTIDAT OF PCHGTKT-P TO CTIDAT OF FORMAT5
           ELSE
                    MOVE "O"    TO CTSTAT OF FORMAT5
           END-IF.

       ERF-TKT-20.
      * BEI AUSWAHL 5 IST DAS GANZE FORMAT GESCHUETZT
           IF       NUR-ANZEIGE = 1
                    MOVE AN  TO IN41 OF INXX
           ELSE
                    MOVE AUS TO IN41 OF INXX
           END-IF.
           MOVE     CORR   INXX     TO  FORMAT5-O-INDIC.
           MOVE     "FMT05"         TO  FMT-WRK.
           MOVE     FORMAT5         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-WRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK TO FORMAT5-I.
           MOVE     CORR FORMAT5-I TO FORMAT5.
           MOVE     AUS  TO INXX.

      * F12 = ABBRECHEN, BEI DER ANZEIGE REICHT JEDE TASTE
           IF       IN12 OF FORMAT5-I-INDIC = AN
            OR      NUR-ANZEIGE = 1
                    GO TO ERF-TKT-90
           END-IF.

      * PFLICHTFELDER
           IF       CTTITL OF FORMAT5 = SPACES
            OR      CTANFO OF FORMAT5 = SPACES
            OR      CTGRND OF FORMAT5 = SPACES
                    MOVE "TITEL, ANFORDERER UND BEGRUENDUNG SIND"
                                      TO MELDUNG-WRK
                    MOVE "PFLICHT"    TO MELDUNG-WRK(41:7)
                    PERFORM MELDE-HINWEIS
                    GO TO ERF-TKT-20
           END-IF.

      * GUELTIGER STATUS
           IF       CTSTAT OF FORMAT5 NOT = "O"
            AND     CTSTAT OF FORMAT5 NOT = "E"
            AND     CTSTAT OF FORMAT5 NOT = "S"
                    MOVE "STATUS O (OFFEN), E (ERLEDIGT) ODER S"
                                      TO MELDUNG-WRK
                    MOVE "(STORNO)"   TO MELDUNG-WRK(39:8)
                    PERFORM MELDE-HINWEIS
                    GO TO ERF-TKT-20
           END-IF.

      * DER ANFORDERER MUSS H050-USER SEIN
           MOVE     CTANFO OF FORMAT5 TO PRUEF-USER.
           PERFORM  PRUEFE-USER.
           IF       USER-OK = ZEROES
                    MOVE "ANFORDERER IST KEIN USER"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ERF-TKT-20
           END-IF.

           PERFORM  COPY-GET-TIME.

           IF       NEUANLAGE = ZEROES
                    GO TO ERF-TKT-50
           END-IF.

      * NEUANLAGE: NAECHSTE TICKETNUMMER ERMITTELN
           INITIALIZE PCHGTKTF OF PCHGTKT-P.
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PCHGTKT" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK          TO CTNR   OF PCHGTKT-P.
           MOVE     CTTITL OF FORMAT5 TO CTTITL OF PCHGTKT-P.
           MOVE     CTANFO OF FORMAT5 TO CTANFO OF PCHGTKT-P.
           MOVE     CTGRND OF FORMAT5 TO CTGRND OF PCHGTKT-P.
           MOVE     CTSTAT OF FORMAT5 TO CTSTAT OF PCHGTKT-P.
           MOVE     CTPDAT OF FORMAT5 TO CTPDAT OF PCHGTKT-P.
           MOVE     ZEROES            TO CTIDAT OF PCHGTKT-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO CTAUSR OF PCHGTKT-P.
           MOVE     T-TERM            TO CTABS  OF PCHGTKT-P.
           MOVE     PGM-WRK           TO CTAPGM OF PCHGTKT-P.
           MOVE     DATE-8            TO CTADTA OF PCHGTKT-P.
           MOVE     TIME-6            TO CTATIA OF PCHGTKT-P.

           WRITE    PCHGTKT-P.
           IF       FILE-STATUS = ZEROES
                    MOVE SPACES TO MELDUNG-WRK
                    MOVE "TICKET ANGELEGT, NUMMER" TO MELDUNG-WRK
                    MOVE CTNR OF PCHGTKT-P TO MELDUNG-WRK(25:9)
                    PERFORM MELDE-HINWEIS
           END-IF.
           GO TO    ERF-TKT-90.

       ERF-TKT-50.
      * AENDERN
           INITIALIZE PCHGTKTF OF PCHGTKT-P.
           MOVE     SEL-NR TO CTNR OF PCHGTKT-P.
           READ     PCHGTKT-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERF-TKT-90
           END-IF.

           MOVE     CTTITL OF FORMAT5 TO CTTITL OF PCHGTKT-P.
           MOVE     CTANFO OF FORMAT5 TO CTANFO OF PCHGTKT-P.
           MOVE     CTGRND OF FORMAT5 TO CTGRND OF PCHGTKT-P.
           MOVE     CTSTAT OF FORMAT5 TO CTSTAT OF PCHGTKT-P.
           MOVE     CTPDAT OF FORMAT5 TO CTPDAT OF PCHGTKT-P.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO CTMSER OF PCHGTKT-P.
           MOVE     T-TERM            TO CTMBS  OF PCHGTKT-P.
           MOVE     PGM-WRK           TO CTMPGM OF PCHGTKT-P.
           MOVE     DATE-8            TO CTMDTA OF PCHGTKT-P.
           MOVE     TIME-6            TO CTMTIA OF PCHGTKT-P.

           REWRITE  PCHGTKT-P.

       ERF-TKT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * IST PRUEF-USER EIN USER AUS H050?
      *--------------------------------------------------------------
       PRUEFE-USER SECTION.
       PRU-USR-00.

           MOVE     ZEROES TO USER-OK.
           IF       PRUEF-USER = SPACES
                    GO TO PRU-USR-90
           END-IF.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "H050"     TO CFID   OF CFG-CPY.
           MOVE     PRUEF-USER TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
                    MOVE 1 TO USER-OK
           END-IF.

       PRU-USR-90.
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
