       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CFP9033.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * WARTUNGSFENSTER PFLEGEN                                       *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  PFLEGE DER WARTUNGSFENSTER PWARTFN: JE       *
      *                  FENSTER EIN PROGRAMM (ART P) ODER EINE       *
      *                  PROGRAMMGRUPPE AUS H051 (ART G), BEGINN UND  *
      *                  ENDE MIT DATUM UND UHRZEIT, GRUND UND EINE   *
      *                  AUSNAHMEROLLE. SOLANGE EIN FENSTER AKTIV IST *
      *                  (STATUS A), LEHNT DIE BERECHTIGUNGSPRUEFUNG  *
      *                  CFP9002 DEN START DER GESPERRTEN PROGRAMME   *
      *                  AB - AUSSER FUER USER MIT DER AUSNAHMEROLLE. *
      *                  STATUS B = VORZEITIG BEENDET, S = STORNIERT. *
      *                  FENSTER DER JOBKETTE (XXP0074) TRAGEN KETTE  *
      *                  UND SCHRITT. NACH DEM SICHERN VERSENDET      *
      *                  CFP9034 DIE VORANKUENDIGUNG. F6 ERFASST      *
      *                  (FMT05), AUSWAHL 2 AENDERT, AUSWAHL 5 ZEIGT  *
      *                  AN.                                          *
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
                  ASSIGN       TO  WORKSTATION-CFD9033DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PWARTFN: WFNR (WARTUNGSFENSTER)
      *-------------------------------------------------------------
           SELECT PWARTFN-DP
                  ASSIGN       TO  DATABASE-PWARTFN
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
           COPY DDS-ALL-FORMATS OF CFD9033DE.
      /
      *--- PWARTFN: WFNR
       FD  PWARTFN-DP
           LABEL RECORDS ARE STANDARD.
       01  PWARTFN-P.
           COPY DDS-ALL-FORMATS OF PWARTFN.
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
           COPY  DDS-FMT02-O OF  CFD9033DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  CFD9033DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  CFD9033DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  CFD9033DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT5X.
           COPY  DDS-FMT05-O OF  CFD9033DE
           REPLACING FMT05-O BY FORMAT5
                     FMT05-O-INDIC BY FORMAT5-O-INDIC.

       01  FORMAT5Y.
           COPY  DDS-FMT05-I OF  CFD9033DE
           REPLACING FMT05-I BY FORMAT5-I
                     FMT05-I-INDIC BY FORMAT5-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CFP9033".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".
       01  AUSWAHL                       PIC X(2).
       01  MELDUNG-WRK                   PIC X(60).

      * STATUSFILTER (LEER = ALLE)
       01  SUCH-STAT                     PIC X(1).

      * FENSTER IN BEARBEITUNG (NEUANLAGE 1 = NEU, 0 = AENDERN;
      * NUR-ANZEIGE 1 = AUSWAHL 5)
       01  NEUANLAGE                     PIC 9(1).
       01  NUR-ANZEIGE                   PIC 9(1).
       01  SEL-NR                        PIC 9(9).

      * PRUEFUNG VON DATUM UND UHRZEIT
       01  PRUEF-DATUM.
        05 PRD-JAHR                      PIC 9(4).
        05 PRD-MONAT                     PIC 9(2).
        05 PRD-TAG                       PIC 9(2).
       01  PRUEF-ZEIT.
        05 PRZ-STD                       PIC 9(2).
        05 PRZ-MIN                       PIC 9(2).
        05 PRZ-SEK                       PIC 9(2).
       01  DATUM-OK                      PIC 9(1).
       01  MONAT-LAENGE                  PIC 9(2).
       01  SJA-WERT                      PIC 9(9).
       01  SJA-MODREST                   PIC 9(9).

      * BEGINN UND ENDE ALS ZEITSTEMPEL JJJJMMTTHHMMSS
       01  STEMPEL-VON.
        05 STV-DAT                       PIC 9(8).
        05 STV-ZEI                       PIC 9(6).
       01  STEMPEL-BIS.
        05 STB-DAT                       PIC 9(8).
        05 STB-ZEI                       PIC 9(6).

      * ZEITEN GEAENDERT - VORANKUENDIGUNG NEU SENDEN
       01  ZEIT-GEAENDERT                PIC 9(1).

      * RUECKMELDUNG DER VORANKUENDIGUNG (CFP9034)
       01  AVIS-RETCODE                  PIC X(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "CFP9033" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "CFD9033DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     I-O   PWARTFN-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F5, F12.

      * STANDARDMAESSIG NUR DIE AKTIVEN FENSTER
           MOVE     "A" TO SUCH-STAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

       ANF020.
      * FENSTER ANZEIGEN
           PERFORM  ANZEIGE-SUBFILE.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       F5 = "1"
                    INITIALIZE F5
           END-IF.
           IF       F12 = "1"
                    INITIALIZE F12
                    MOVE "A" TO SUCH-STAT
           END-IF.
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PWARTFN-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * WARTUNGSFENSTER ALS SUBFILE ANZEIGEN
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

      * ALLE PASSENDEN FENSTER EINLESEN
           INITIALIZE PWARTFNF OF PWARTFN-P.
           START    PWARTFN-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

       ANZ-SFL-10.
           READ     PWARTFN-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

           IF       SUCH-STAT NOT = SPACES
            AND     WFSTAT OF PWARTFN-P NOT = SUCH-STAT
                    GO TO ANZ-SFL-10
           END-IF.

      * SUBFILE-ZEILE FUELLEN
           INITIALIZE FORMAT2.
           MOVE     SPACES               TO AUSW   OF FORMAT2.
           MOVE     WFNR   OF PWARTFN-P  TO WFNR   OF FORMAT2.
           MOVE     WFART  OF PWARTFN-P  TO WFART  OF FORMAT2.
           MOVE     WFOBJ  OF PWARTFN-P  TO WFOBJ  OF FORMAT2.
           MOVE     WFVDAT OF PWARTFN-P  TO WFVDAT OF FORMAT2.
           MOVE     WFVZEI OF PWARTFN-P  TO WFVZEI OF FORMAT2.
           MOVE     WFBDAT OF PWARTFN-P  TO WFBDAT OF FORMAT2.
           MOVE     WFBZEI OF PWARTFN-P  TO WFBZEI OF FORMAT2.
           MOVE     WFSTAT OF PWARTFN-P  TO WFSTAT OF FORMAT2.
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
           MOVE     "CFP9033"         TO MAINUEB OF FORMAT3.
           MOVE     "CFP9033*3"       TO SUBUEB  OF FORMAT3.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT3.
           MOVE     SUCH-STAT         TO WFSTAT  OF FORMAT3.

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

      * F6 NEUES FENSTER ERFASSEN
           IF       IN06 OF FORMAT3-I-INDIC = AN
                    MOVE 1      TO NEUANLAGE
                    MOVE ZEROES TO NUR-ANZEIGE
                    MOVE ZEROES TO SEL-NR
                    PERFORM ERFASSE-FENSTER
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * F12 ABBRECHEN
           IF       IN12 OF FORMAT3-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ANZ-SFL-90
           END-IF.

      * FILTER GEAENDERT?
           IF       WFSTAT OF FORMAT3 NOT = SUCH-STAT
                    MOVE WFSTAT OF FORMAT3 TO SUCH-STAT
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

           MOVE     WFNR OF FORMAT2 TO SEL-NR.
           MOVE     ZEROES          TO NEUANLAGE.

      * 2 = FENSTER AENDERN
           IF       AUSW OF FORMAT2 = "2"
                    MOVE ZEROES TO NUR-ANZEIGE
                    PERFORM ERFASSE-FENSTER
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * 5 = FENSTER ANZEIGEN
           IF       AUSW OF FORMAT2 = "5"
                    MOVE 1 TO NUR-ANZEIGE
                    PERFORM ERFASSE-FENSTER
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
      * FENSTER ERFASSEN, AENDERN ODER ANZEIGEN (FMT05). PFLICHT
      * SIND ART, OBJEKT, BEGINN, ENDE UND GRUND; KETTE UND
      * SCHRITT SETZT NUR DIE JOBKETTE (XXP0074)
      *--------------------------------------------------------------
       ERFASSE-FENSTER SECTION.
       ERF-FEN-00.

           INITIALIZE FORMAT5.
           IF       NEUANLAGE = ZEROES
                    INITIALIZE PWARTFNF OF PWARTFN-P
                    MOVE SEL-NR TO WFNR OF PWARTFN-P
                    READ PWARTFN-DP WITH NO LOCK
                    IF   FILE-STATUS NOT = ZEROES
                         GO TO ERF-FEN-90
                    END-IF
                    MOVE WFNR   OF PWARTFN-P TO WFNR   OF FORMAT5
                    MOVE WFART  OF PWARTFN-P TO WFART  OF FORMAT5
                    MOVE WFOBJ  OF PWARTFN-P TO WFOBJ  OF FORMAT5
                    MOVE WFVDAT OF PWARTFN-P TO WFVDAT OF FORMAT5
                    MOVE WFVZEI OF PWARTFN-P TO WFVZEI OF FORMAT5
                    MOVE WFBDAT OF PWARTFN-P TO WFBDAT OF FORMAT5
                    MOVE WFBZEI OF PWARTFN-P TO WFBZEI OF FORMAT5
                    MOVE WFGRND OF PWARTFN-P TO WFGRND OF FORMAT5
                    MOVE WFROLE OF PWARTFN-P TO WFROLE OF FORMAT5
                    MOVE WFSTAT OF PWARTFN-P TO WFSTAT OF FORMAT5
                    MOVE WFKETT OF PWARTFN-P TO WFKETT OF FORMAT5
                    MOVE WFSTEP OF PWARTFN-P TO WFSTEP OF FORMAT5
           ELSE
                    MOVE "P"    TO WFART  OF FORMAT5
                    MOVE "A"    TO WFSTAT OF FORMAT5
           END-IF.

       ERF-FEN-20.
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
                    GO TO ERF-FEN-90
           END-IF.

      * PFLICHTFELDER
           IF       WFOBJ  OF FORMAT5 = SPACES
            OR      WFGRND OF FORMAT5 = SPACES
                    MOVE "PROGRAMM/GRUPPE UND GRUND SIND PFLICHT"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ERF-FEN-20
           END-IF.

      * GUELTIGE ART
           IF       WFART OF FORMAT5 NOT = "P"
            AND     WFART OF FORMAT5 NOT = "G"
                    MOVE "ART P (PROGRAMM) ODER G (GRUPPE AUS H051)"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ERF-FEN-20
           END-IF.

      * EINE GRUPPE MUSS ALS GRUPPENKOPF IN H051 STEHEN
           IF       WFART OF FORMAT5 = "G"
                    INITIALIZE PCONFIGF OF CFG-CPY
                    MOVE "H051"           TO CFID   OF CFG-CPY
                    MOVE WFOBJ OF FORMAT5 TO CFKEY  OF CFG-CPY
                    MOVE SPACES           TO CFKEY2 OF CFG-CPY
                    PERFORM COPY-CFG-CPY
                    IF   CFG-DA OF CFG-CPY NOT = 1
                         MOVE "GRUPPE NICHT IN H051 VORHANDEN"
                                          TO MELDUNG-WRK
                         PERFORM MELDE-HINWEIS
                         GO TO ERF-FEN-20
                    END-IF
           END-IF.

      * GUELTIGER STATUS
           IF       WFSTAT OF FORMAT5 NOT = "A"
            AND     WFSTAT OF FORMAT5 NOT = "B"
            AND     WFSTAT OF FORMAT5 NOT = "S"
                    MOVE "STATUS A (AKTIV), B (BEENDET) ODER S"
                                      TO MELDUNG-WRK
                    MOVE "(STORNO)"   TO MELDUNG-WRK(38:8)
                    PERFORM MELDE-HINWEIS
                    GO TO ERF-FEN-20
           END-IF.

      * BEGINN UND ENDE PRUEFEN
           MOVE     WFVDAT OF FORMAT5 TO PRUEF-DATUM.
           MOVE     WFVZEI OF FORMAT5 TO PRUEF-ZEIT.
           PERFORM  PRUEFE-DATUM-ZEIT.
           IF       DATUM-OK = ZEROES
                    MOVE "BEGINN (DATUM/UHRZEIT) IST UNGUELTIG"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ERF-FEN-20
           END-IF.
           MOVE     WFBDAT OF FORMAT5 TO PRUEF-DATUM.
           MOVE     WFBZEI OF FORMAT5 TO PRUEF-ZEIT.
           PERFORM  PRUEFE-DATUM-ZEIT.
           IF       DATUM-OK = ZEROES
                    MOVE "ENDE (DATUM/UHRZEIT) IST UNGUELTIG"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ERF-FEN-20
           END-IF.

           MOVE     WFVDAT OF FORMAT5 TO STV-DAT.
           MOVE     WFVZEI OF FORMAT5 TO STV-ZEI.
           MOVE     WFBDAT OF FORMAT5 TO STB-DAT.
           MOVE     WFBZEI OF FORMAT5 TO STB-ZEI.
           IF       STEMPEL-BIS NOT > STEMPEL-VON
                    MOVE "DAS ENDE MUSS NACH DEM BEGINN LIEGEN"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ERF-FEN-20
           END-IF.

           PERFORM  COPY-GET-TIME.

           IF       NEUANLAGE = ZEROES
                    GO TO ERF-FEN-50
           END-IF.

      * NEUANLAGE: NAECHSTE FENSTERNUMMER ERMITTELN
           INITIALIZE PWARTFNF OF PWARTFN-P.
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PWARTFN" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK          TO WFNR   OF PWARTFN-P.
           PERFORM  UEBERNIMM-FORMAT.
           MOVE     SPACES            TO WFKETT OF PWARTFN-P.
           MOVE     ZEROES            TO WFSTEP OF PWARTFN-P.
           MOVE     SPACES            TO WFAVIS OF PWARTFN-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO WFAUSR OF PWARTFN-P.
           MOVE     T-TERM            TO WFABS  OF PWARTFN-P.
           MOVE     PGM-WRK           TO WFAPGM OF PWARTFN-P.
           MOVE     DATE-8            TO WFADTA OF PWARTFN-P.
           MOVE     TIME-6            TO WFATIA OF PWARTFN-P.

           WRITE    PWARTFN-P.
           IF       FILE-STATUS = ZEROES
                    MOVE SPACES TO MELDUNG-WRK
                    MOVE "FENSTER ANGELEGT, NUMMER" TO MELDUNG-WRK
                    MOVE WFNR OF PWARTFN-P TO MELDUNG-WRK(26:9)
                    PERFORM MELDE-HINWEIS
                    PERFORM SENDE-VORANKUENDIGUNG
           END-IF.
           GO TO    ERF-FEN-90.

       ERF-FEN-50.
      * AENDERN
           INITIALIZE PWARTFNF OF PWARTFN-P.
           MOVE     SEL-NR TO WFNR OF PWARTFN-P.
           READ     PWARTFN-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERF-FEN-90
           END-IF.

      * NEUE ZEITEN ODER NEUES OBJEKT WERDEN NEU ANGEKUENDIGT
           MOVE     ZEROES TO ZEIT-GEAENDERT.
           IF       WFART  OF FORMAT5 NOT = WFART  OF PWARTFN-P
            OR      WFOBJ  OF FORMAT5 NOT = WFOBJ  OF PWARTFN-P
            OR      WFVDAT OF FORMAT5 NOT = WFVDAT OF PWARTFN-P
            OR      WFVZEI OF FORMAT5 NOT = WFVZEI OF PWARTFN-P
            OR      WFBDAT OF FORMAT5 NOT = WFBDAT OF PWARTFN-P
            OR      WFBZEI OF FORMAT5 NOT = WFBZEI OF PWARTFN-P
                    MOVE 1      TO ZEIT-GEAENDERT
                    MOVE SPACES TO WFAVIS OF PWARTFN-P
           END-IF.

           PERFORM  UEBERNIMM-FORMAT.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO WFMSER OF PWARTFN-P.
           MOVE     T-TERM            TO WFMBS  OF PWARTFN-P.
           MOVE     PGM-WRK           TO WFMPGM OF PWARTFN-P.
           MOVE     DATE-8            TO WFMDTA OF PWARTFN-P.
           MOVE     TIME-6            TO WFMTIA OF PWARTFN-P.

           REWRITE  PWARTFN-P.
           IF       FILE-STATUS = ZEROES
            AND     ZEIT-GEAENDERT NOT = ZEROES
                    PERFORM SENDE-VORANKUENDIGUNG
           END-IF.

       ERF-FEN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DIE ERFASSTEN FELDER AUS FMT05 IN DEN SATZ UEBERNEHMEN
      *--------------------------------------------------------------
       UEBERNIMM-FORMAT SECTION.
       UEB-FMT-00.

           MOVE     WFART  OF FORMAT5 TO WFART  OF PWARTFN-P.
           MOVE     WFOBJ  OF FORMAT5 TO WFOBJ  OF PWARTFN-P.
           MOVE     WFVDAT OF FORMAT5 TO WFVDAT OF PWARTFN-P.
           MOVE     WFVZEI OF FORMAT5 TO WFVZEI OF PWARTFN-P.
           MOVE     WFBDAT OF FORMAT5 TO WFBDAT OF PWARTFN-P.
           MOVE     WFBZEI OF FORMAT5 TO WFBZEI OF PWARTFN-P.
           MOVE     WFGRND OF FORMAT5 TO WFGRND OF PWARTFN-P.
           MOVE     WFROLE OF FORMAT5 TO WFROLE OF PWARTFN-P.
           MOVE     WFSTAT OF FORMAT5 TO WFSTAT OF PWARTFN-P.

       UEB-FMT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VORANKUENDIGUNG UEBER CFP9034 ANSTOSSEN: ES MELDET ALLE
      * AKTIVEN, NOCH NICHT ANGEKUENDIGTEN FENSTER, DIE INNERHALB
      * DER VORLAUFZEIT BEGINNEN
      *--------------------------------------------------------------
       SENDE-VORANKUENDIGUNG SECTION.
       SEN-VOR-00.

           IF       WFSTAT OF PWARTFN-P NOT = "A"
                    GO TO SEN-VOR-90
           END-IF.

           MOVE     SPACES TO AVIS-RETCODE.
           CALL     "CFP9034" USING AVIS-RETCODE
           END-CALL.

       SEN-VOR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PRUEF-DATUM (JJJJMMTT) UND PRUEF-ZEIT (HHMMSS) PRUEFEN
      * (DATUM-OK = 1: GUELTIG)
      *--------------------------------------------------------------
       PRUEFE-DATUM-ZEIT SECTION.
       PRU-DTZ-00.

           MOVE     ZEROES TO DATUM-OK.

           IF       PRUEF-DATUM IS NOT NUMERIC
            OR      PRUEF-ZEIT  IS NOT NUMERIC
                    GO TO PRU-DTZ-90
           END-IF.
           IF       PRD-JAHR < 2000
            OR      PRD-MONAT < 1
            OR      PRD-MONAT > 12
            OR      PRD-TAG < 1
                    GO TO PRU-DTZ-90
           END-IF.
           PERFORM  MONATS-LAENGE-RECHNEN.
           IF       PRD-TAG > MONAT-LAENGE
                    GO TO PRU-DTZ-90
           END-IF.
           IF       PRZ-STD > 23
            OR      PRZ-MIN > 59
            OR      PRZ-SEK > 59
                    GO TO PRU-DTZ-90
           END-IF.

           MOVE     1 TO DATUM-OK.

       PRU-DTZ-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LAENGE DES MONATS PRD-MONAT IM JAHR PRD-JAHR ERMITTELN
      *--------------------------------------------------------------
       MONATS-LAENGE-RECHNEN SECTION.
       MON-LAE-00.

           EVALUATE PRD-MONAT
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
                         DIVIDE PRD-JAHR BY 4 GIVING SJA-WERT
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
