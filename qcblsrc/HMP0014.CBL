       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              HMP0014.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * TRANSPORTLISTE KONFIGURATION/TEXTE JE TICKET PFLEGEN          *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  PFLEGE DER TRANSPORTLISTE PPROMKEY: JE       *
      *                  AENDERUNGSTICKET DIE PCONFIG-SCHLUESSEL      *
      *                  (CFID, CFKEY..CFKEY4) UND PCFGTXT-TEXTE      *
      *                  (TXID, TXSPR), DIE MIT DER UEBERNAHME        *
      *                  HMP0009 IN DIE ZIELBIBLIOTHEK GEHEN. MIT     *
      *                  ANGEGEBENER ZIELBIBLIOTHEK ZEIGT JEDE ZEILE  *
      *                  DEN UNTERSCHIED ZUM ZIEL (HMP0015). F6       *
      *                  ERFASST EINEN SCHLUESSEL, AUSWAHL 4 ENTFERNT *
      *                  IHN, AUSWAHL 5 ZEIGT VORHER UND NACHHER.     *
      *                  AENDERN NUR BEI OFFENEM TICKET.              *
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
                  ASSIGN       TO  WORKSTATION-HMD0014DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PPROMKEY: PKTKT, PKPOS (TRANSPORTLISTE JE TICKET)
      *-------------------------------------------------------------
           SELECT PPROMKEY-DP
                  ASSIGN       TO  DATABASE-PPROMKEY
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

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
           COPY DDS-ALL-FORMATS OF HMD0014DE.
      /
      *--- PPROMKEY: PKTKT, PKPOS
       FD  PPROMKEY-DP
           LABEL RECORDS ARE STANDARD.
       01  PPROMKEY-P.
           COPY DDS-ALL-FORMATS OF PPROMKEY.
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
           COPY  DDS-FMT02-O OF  HMD0014DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  HMD0014DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  HMD0014DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  HMD0014DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT5X.
           COPY  DDS-FMT05-O OF  HMD0014DE
           REPLACING FMT05-O BY FORMAT5
                     FMT05-O-INDIC BY FORMAT5-O-INDIC.

       01  FORMAT5Y.
           COPY  DDS-FMT05-I OF  HMD0014DE
           REPLACING FMT05-I BY FORMAT5-I
                     FMT05-I-INDIC BY FORMAT5-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * PARAMETER DES TRANSPORTDIENSTES (HMP0015)
           COPY WRKPROMCFG OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "HMP0014".
       01  PGM-TYP                       PIC X(8)  VALUE "HERMES".
       01  AUSWAHL                       PIC X(2).
       01  MELDUNG-WRK                   PIC X(60).

      * TICKET UND ZIELBIBLIOTHEK DER ANZEIGE
       01  SUCH-TICKET                   PIC 9(9).
       01  SUCH-ZLIB                     PIC X(10).
       01  TICKET-OFFEN                  PIC 9(1).
       01  TICKET-TITEL                  PIC X(50).

      * EINTRAG IN BEARBEITUNG (NUR-ANZEIGE 1 = AUSWAHL 5)
       01  NUR-ANZEIGE                   PIC 9(1).
       01  SEL-POS                       PIC 9(3).
       01  NEUE-POS                      PIC 9(3).
       01  DOPPELT                       PIC 9(1).

      * AUFBEREITUNG VON SCHLUESSEL UND STATUS
       01  SCHLUESSEL-TXT                PIC X(60).
       01  STATUS-TXT                    PIC X(14).
       77  TXT-POS                       PIC 9(3)  COMP.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "HMP0014" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "HMD0014DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     I-O   PPROMKEY-DP.
           OPEN     INPUT PCHGTKT-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F5, F12.
           INITIALIZE SUCH-TICKET SUCH-ZLIB.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

       ANF020.
      * TRANSPORTLISTE ANZEIGEN
           PERFORM  ANZEIGE-SUBFILE.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       F5 = "1"
                    INITIALIZE F5
           END-IF.
           IF       F12 = "1"
                    INITIALIZE F12
                    INITIALIZE SUCH-TICKET SUCH-ZLIB
           END-IF.
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PPROMKEY-DP
                    PCHGTKT-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * SCHLUESSEL DES TICKETS ALS SUBFILE ANZEIGEN
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

           PERFORM  LESE-TICKET.
           IF       SUCH-TICKET = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

      * ALLE SCHLUESSEL DES TICKETS EINLESEN
           INITIALIZE PPROMKEYF OF PPROMKEY-P.
           MOVE     SUCH-TICKET TO PKTKT OF PPROMKEY-P.
           MOVE     ZEROES      TO PKPOS OF PPROMKEY-P.
           START    PPROMKEY-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

       ANZ-SFL-10.
           READ     PPROMKEY-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.
           IF       PKTKT OF PPROMKEY-P NOT = SUCH-TICKET
                    GO TO ANZ-SFL-20
           END-IF.

           PERFORM  BAUE-SCHLUESSEL-TEXT.
           PERFORM  VERGLEICHE-MIT-ZIEL.

      * SUBFILE-ZEILE FUELLEN
           INITIALIZE FORMAT2.
           MOVE     SPACES               TO AUSW   OF FORMAT2.
           MOVE     PKPOS  OF PPROMKEY-P TO PKPOS  OF FORMAT2.
           MOVE     PKART  OF PPROMKEY-P TO PKART  OF FORMAT2.
           MOVE     SCHLUESSEL-TXT       TO SCHLUE OF FORMAT2.
           MOVE     STATUS-TXT           TO STATXT OF FORMAT2.
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

      * UEBERSCHRIFT, TICKET UND ZIELBIBLIOTHEK
           MOVE     "HMP0014"         TO MAINUEB OF FORMAT3.
           MOVE     "HMP0014*3"       TO SUBUEB  OF FORMAT3.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT3.
           MOVE     SUCH-TICKET       TO CTNR    OF FORMAT3.
           MOVE     TICKET-TITEL      TO CTTITL  OF FORMAT3.
           MOVE     SUCH-ZLIB         TO ZLLIB   OF FORMAT3.

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

      * TICKET ODER ZIELBIBLIOTHEK GEAENDERT?
           IF       CTNR  OF FORMAT3 NOT = SUCH-TICKET
            OR      ZLLIB OF FORMAT3 NOT = SUCH-ZLIB
                    MOVE CTNR  OF FORMAT3 TO SUCH-TICKET
                    MOVE ZLLIB OF FORMAT3 TO SUCH-ZLIB
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * F6 NEUEN SCHLUESSEL ERFASSEN
           IF       IN06 OF FORMAT3-I-INDIC = AN
                    IF   TICKET-OFFEN = ZEROES
                         MOVE "NUR BEI OFFENEM TICKET MOEGLICH"
                                           TO MELDUNG-WRK
                         PERFORM MELDE-HINWEIS
                    ELSE
                         MOVE ZEROES TO NUR-ANZEIGE
                         MOVE ZEROES TO SEL-POS
                         PERFORM ERFASSE-SCHLUESSEL
                    END-IF
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

           MOVE     PKPOS OF FORMAT2 TO SEL-POS.

      * 4 = SCHLUESSEL AUS DER TRANSPORTLISTE ENTFERNEN
           IF       AUSW OF FORMAT2 = "4"
                    PERFORM ENTFERNE-SCHLUESSEL
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * 5 = VORHER UND NACHHER ANZEIGEN
           IF       AUSW OF FORMAT2 = "5"
                    MOVE 1 TO NUR-ANZEIGE
                    PERFORM ERFASSE-SCHLUESSEL
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
      * DAS GEWAEHLTE TICKET LESEN: TITEL UND OB ES OFFEN IST
      *--------------------------------------------------------------
       LESE-TICKET SECTION.
       LES-TKT-00.

           MOVE     ZEROES TO TICKET-OFFEN.
           MOVE     SPACES TO TICKET-TITEL.
           IF       SUCH-TICKET = ZEROES
                    GO TO LES-TKT-90
           END-IF.

           INITIALIZE PCHGTKTF OF PCHGTKT-P.
           MOVE     SUCH-TICKET TO CTNR OF PCHGTKT-P.
           READ     PCHGTKT-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "TICKET NICHT VORHANDEN (CRP0054)"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    MOVE ZEROES TO SUCH-TICKET
                    GO TO LES-TKT-90
           END-IF.

           MOVE     CTTITL OF PCHGTKT-P TO TICKET-TITEL.
           IF       CTSTAT OF PCHGTKT-P = "O"
                    MOVE 1 TO TICKET-OFFEN
           END-IF.

       LES-TKT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SCHLUESSEL DES EINTRAGS ALS LESBAREN TEXT AUFBEREITEN
      *--------------------------------------------------------------
       BAUE-SCHLUESSEL-TEXT SECTION.
       BAU-SLT-00.

           MOVE     SPACES TO SCHLUESSEL-TXT.
           MOVE     1      TO TXT-POS.

           IF       PKART OF PPROMKEY-P = "T"
                    STRING "PCFGTXT "             DELIMITED BY SIZE
                           PKTXID OF PPROMKEY-P   DELIMITED BY SPACE
                           "/"                    DELIMITED BY SIZE
                           PKTXSP OF PPROMKEY-P   DELIMITED BY SPACE
                      INTO SCHLUESSEL-TXT
                      WITH POINTER TXT-POS
                    END-STRING
                    GO TO BAU-SLT-90
           END-IF.

           STRING   "PCONFIG "                    DELIMITED BY SIZE
                    PKCFID OF PPROMKEY-P          DELIMITED BY SPACE
               INTO SCHLUESSEL-TXT
               WITH POINTER TXT-POS
           END-STRING.
           IF       PKKEY OF PPROMKEY-P NOT = SPACES
                    STRING "/"                    DELIMITED BY SIZE
                           PKKEY  OF PPROMKEY-P   DELIMITED BY SPACE
                      INTO SCHLUESSEL-TXT
                      WITH POINTER TXT-POS
                    END-STRING
           END-IF.
           IF       PKKEY2 OF PPROMKEY-P NOT = SPACES
                    STRING "/"                    DELIMITED BY SIZE
                           PKKEY2 OF PPROMKEY-P   DELIMITED BY SPACE
                      INTO SCHLUESSEL-TXT
                      WITH POINTER TXT-POS
                    END-STRING
           END-IF.
           IF       PKKEY3 OF PPROMKEY-P NOT = SPACES
                    STRING "/"                    DELIMITED BY SIZE
                           PKKEY3 OF PPROMKEY-P   DELIMITED BY SPACE
                      INTO SCHLUESSEL-TXT
                      WITH POINTER TXT-POS
                    END-STRING
           END-IF.
           IF       PKKEY4 OF PPROMKEY-P NOT = SPACES
                    STRING "/"                    DELIMITED BY SIZE
                           PKKEY4 OF PPROMKEY-P   DELIMITED BY SPACE
                      INTO SCHLUESSEL-TXT
                      WITH POINTER TXT-POS
                    END-STRING
           END-IF.

       BAU-SLT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINTRAG MIT DER ZIELBIBLIOTHEK VERGLEICHEN (HMP0015)
      *--------------------------------------------------------------
       VERGLEICHE-MIT-ZIEL SECTION.
       VGL-ZIE-00.

           INITIALIZE TRP-DATEN.
           MOVE     SPACES TO STATUS-TXT.
           IF       SUCH-ZLIB = SPACES
                    GO TO VGL-ZIE-90
           END-IF.

           MOVE     "VGL"                TO TRP-AKTION.
           MOVE     SUCH-TICKET          TO TRP-TICKET.
           MOVE     PKPOS OF PPROMKEY-P  TO TRP-POS.
           MOVE     SUCH-ZLIB            TO TRP-ZLIB.
           CALL     "HMP0015" USING TRP-DATEN
           END-CALL.

           IF       TRP-RETCODE NOT = SPACES
                    MOVE "ZIEL FEHLT" TO STATUS-TXT
                    GO TO VGL-ZIE-90
           END-IF.

           EVALUATE TRP-STATUS
                    WHEN "N"
                         MOVE "NEU IM ZIEL"    TO STATUS-TXT
                    WHEN "A"
                         MOVE "ABWEICHEND"     TO STATUS-TXT
                    WHEN "G"
                         MOVE "GLEICH"         TO STATUS-TXT
                    WHEN "L"
                         MOVE "WIRD GELOESCHT" TO STATUS-TXT
                    WHEN OTHER
                         MOVE "FEHLT UEBERALL" TO STATUS-TXT
           END-EVALUATE.

       VGL-ZIE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SCHLUESSEL ERFASSEN ODER MIT VORHER/NACHHER ANZEIGEN
      * (FMT05). PCONFIG BRAUCHT DIE CFID, PCFGTXT TEXT-ID UND
      * SPRACHE; JEDER SCHLUESSEL NUR EINMAL JE TICKET.
      *--------------------------------------------------------------
       ERFASSE-SCHLUESSEL SECTION.
       ERF-SLS-00.

           INITIALIZE FORMAT5.
           MOVE     SUCH-TICKET TO CTNR  OF FORMAT5.
           MOVE     SUCH-ZLIB   TO ZLLIB OF FORMAT5.
           IF       NUR-ANZEIGE = ZEROES
                    MOVE "C" TO PKART OF FORMAT5
                    GO TO ERF-SLS-20
           END-IF.

           INITIALIZE PPROMKEYF OF PPROMKEY-P.
           MOVE     SUCH-TICKET TO PKTKT OF PPROMKEY-P.
           MOVE     SEL-POS     TO PKPOS OF PPROMKEY-P.
           READ     PPROMKEY-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERF-SLS-90
           END-IF.
           MOVE     PKART  OF PPROMKEY-P TO PKART  OF FORMAT5.
           MOVE     PKCFID OF PPROMKEY-P TO PKCFID OF FORMAT5.
           MOVE     PKKEY  OF PPROMKEY-P TO PKKEY  OF FORMAT5.
           MOVE     PKKEY2 OF PPROMKEY-P TO PKKEY2 OF FORMAT5.
           MOVE     PKKEY3 OF PPROMKEY-P TO PKKEY3 OF FORMAT5.
           MOVE     PKKEY4 OF PPROMKEY-P TO PKKEY4 OF FORMAT5.
           MOVE     PKTXID OF PPROMKEY-P TO PKTXID OF FORMAT5.
           MOVE     PKTXSP OF PPROMKEY-P TO PKTXSP OF FORMAT5.

      * UNTERSCHIED ZUM ZIEL
           PERFORM  VERGLEICHE-MIT-ZIEL.
           MOVE     STATUS-TXT  TO STATXT OF FORMAT5.
           MOVE     TRP-STELLE  TO STELLE OF FORMAT5.
           MOVE     TRP-VORHER  TO VORHER OF FORMAT5.
           MOVE     TRP-NACHHER TO NACHHE OF FORMAT5.

       ERF-SLS-20.
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
                    GO TO ERF-SLS-90
           END-IF.

      * ART UND PFLICHTFELDER JE ART
           IF       PKART OF FORMAT5 NOT = "C"
            AND     PKART OF FORMAT5 NOT = "T"
                    MOVE "ART C (PCONFIG) ODER T (PCFGTXT)"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ERF-SLS-20
           END-IF.
           IF       PKART  OF FORMAT5 = "C"
            AND     PKCFID OF FORMAT5 = SPACES
                    MOVE "CFID IST PFLICHT" TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ERF-SLS-20
           END-IF.
           IF       PKART  OF FORMAT5 = "T"
            AND    (PKTXID OF FORMAT5 = SPACES
            OR      PKTXSP OF FORMAT5 = SPACES)
                    MOVE "TEXT-ID UND SPRACHE SIND PFLICHT"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ERF-SLS-20
           END-IF.

      * NICHT BENOETIGTE FELDER DER ANDEREN ART LEEREN
           IF       PKART OF FORMAT5 = "C"
                    MOVE SPACES TO PKTXID OF FORMAT5
                                   PKTXSP OF FORMAT5
           ELSE
                    MOVE SPACES TO PKCFID OF FORMAT5
                                   PKKEY  OF FORMAT5
                                   PKKEY2 OF FORMAT5
                                   PKKEY3 OF FORMAT5
                                   PKKEY4 OF FORMAT5
           END-IF.

      * DOPPELTE ERFASSUNG PRUEFEN, NAECHSTE POSITION ERMITTELN
           PERFORM  PRUEFE-DOPPELT.
           IF       DOPPELT = 1
                    MOVE "SCHLUESSEL STEHT SCHON IN DER LISTE"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ERF-SLS-20
           END-IF.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PPROMKEYF OF PPROMKEY-P.
           MOVE     SUCH-TICKET       TO PKTKT  OF PPROMKEY-P.
           MOVE     NEUE-POS          TO PKPOS  OF PPROMKEY-P.
           MOVE     PKART  OF FORMAT5 TO PKART  OF PPROMKEY-P.
           MOVE     PKCFID OF FORMAT5 TO PKCFID OF PPROMKEY-P.
           MOVE     PKKEY  OF FORMAT5 TO PKKEY  OF PPROMKEY-P.
           MOVE     PKKEY2 OF FORMAT5 TO PKKEY2 OF PPROMKEY-P.
           MOVE     PKKEY3 OF FORMAT5 TO PKKEY3 OF PPROMKEY-P.
           MOVE     PKKEY4 OF FORMAT5 TO PKKEY4 OF PPROMKEY-P.
           MOVE     PKTXID OF FORMAT5 TO PKTXID OF PPROMKEY-P.
           MOVE     PKTXSP OF FORMAT5 TO PKTXSP OF PPROMKEY-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO PKAUSR OF PPROMKEY-P.
           MOVE     T-TERM            TO PKABS  OF PPROMKEY-P.
           MOVE     PGM-WRK           TO PKAPGM OF PPROMKEY-P.
           MOVE     DATE-8            TO PKADTA OF PPROMKEY-P.
           MOVE     TIME-6            TO PKATIA OF PPROMKEY-P.

           WRITE    PPROMKEY-P.

       ERF-SLS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STEHT DER ERFASSTE SCHLUESSEL SCHON IN DER LISTE DES
      * TICKETS? NEBENBEI DIE NAECHSTE FREIE POSITION ERMITTELN
      *--------------------------------------------------------------
       PRUEFE-DOPPELT SECTION.
       PRU-DOP-00.

           MOVE     ZEROES TO DOPPELT.
           MOVE     1      TO NEUE-POS.

           INITIALIZE PPROMKEYF OF PPROMKEY-P.
           MOVE     SUCH-TICKET TO PKTKT OF PPROMKEY-P.
           MOVE     ZEROES      TO PKPOS OF PPROMKEY-P.
           START    PPROMKEY-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-DOP-90
           END-IF.

       PRU-DOP-20.
           READ     PPROMKEY-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-DOP-90
           END-IF.
           IF       PKTKT OF PPROMKEY-P NOT = SUCH-TICKET
                    GO TO PRU-DOP-90
           END-IF.

           IF       PKPOS OF PPROMKEY-P NOT < NEUE-POS
                    COMPUTE NEUE-POS = PKPOS OF PPROMKEY-P + 1
           END-IF.

           IF       PKART  OF PPROMKEY-P = PKART  OF FORMAT5
            AND     PKCFID OF PPROMKEY-P = PKCFID OF FORMAT5
            AND     PKKEY  OF PPROMKEY-P = PKKEY  OF FORMAT5
            AND     PKKEY2 OF PPROMKEY-P = PKKEY2 OF FORMAT5
            AND     PKKEY3 OF PPROMKEY-P = PKKEY3 OF FORMAT5
            AND     PKKEY4 OF PPROMKEY-P = PKKEY4 OF FORMAT5
            AND     PKTXID OF PPROMKEY-P = PKTXID OF FORMAT5
            AND     PKTXSP OF PPROMKEY-P = PKTXSP OF FORMAT5
                    MOVE 1 TO DOPPELT
                    GO TO PRU-DOP-90
           END-IF.

           GO TO    PRU-DOP-20.

       PRU-DOP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SCHLUESSEL AUS DER TRANSPORTLISTE ENTFERNEN (NUR BEI
      * OFFENEM TICKET)
      *--------------------------------------------------------------
       ENTFERNE-SCHLUESSEL SECTION.
       ENT-SLS-00.

           IF       TICKET-OFFEN = ZEROES
                    MOVE "NUR BEI OFFENEM TICKET MOEGLICH"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ENT-SLS-90
           END-IF.

           INITIALIZE PPROMKEYF OF PPROMKEY-P.
           MOVE     SUCH-TICKET TO PKTKT OF PPROMKEY-P.
           MOVE     SEL-POS     TO PKPOS OF PPROMKEY-P.
           READ     PPROMKEY-DP.
           IF       FILE-STATUS = ZEROES
                    DELETE PPROMKEY-DP
           END-IF.

       ENT-SLS-90.
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
