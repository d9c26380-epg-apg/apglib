       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0241.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * KLAERUNGSLISTE BANKEINGAENGE KAFFEEKASSE                      *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ALLE OFFENEN EINTRAEGE DER KLAERUNGSLISTE    *
      *                  PKKKLAR (VOM KONTOAUSZUG-IMPORT XXP0240 NICHT*
      *                  EINDEUTIG ZUGEORDNETE GUTSCHRIFTEN) ALS      *
      *                  SUBFILE. DER KASSENWART TRAEGT DEN USER EIN  *
      *                  (VORBELEGT, WENN DER IMPORT GENAU EINEN      *
      *                  VORSCHLAG HATTE):                            *
      *                  1 = ZUORDNEN: XXP0242 BUCHT DIE ZAHLUNG IN   *
      *                      PSCHULD. MIT MERKEN = J WIRD DIE IBAN    *
      *                      DES AUFTRAGGEBERS IN PKKIBAN DEM USER    *
      *                      ZUGEORDNET, DER NAECHSTE IMPORT ERKENNT  *
      *                      IHN DANN SELBST.                         *
      *                  4 = VERWERFEN: KEIN KAFFEEKASSEN-EINGANG.    *
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
                  ASSIGN       TO  WORKSTATION-XXD0241DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PKKKLAR: KQLFDN
      *-------------------------------------------------------------
           SELECT PKKKLAR-DP
                  ASSIGN       TO  DATABASE-PKKKLAR
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKKIBAN: KIIBAN
      *-------------------------------------------------------------
           SELECT PKKIBAN-DP
                  ASSIGN       TO  DATABASE-PKKIBAN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PSCHULD: SCLFDN
      *-------------------------------------------------------------
           SELECT PSCHULD-DP
                  ASSIGN       TO  DATABASE-PSCHULD
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
           COPY DDS-ALL-FORMATS OF XXD0241DE.
      /
      *--- PKKKLAR: KQLFDN
       FD  PKKKLAR-DP
           LABEL RECORDS ARE STANDARD.
       01  PKKKLAR-P.
           COPY DDS-ALL-FORMATS OF PKKKLAR.
      /
      *--- PKKIBAN: KIIBAN
       FD  PKKIBAN-DP
           LABEL RECORDS ARE STANDARD.
       01  PKKIBAN-P.
           COPY DDS-ALL-FORMATS OF PKKIBAN.
      /
      *- PSCHULD: SCLFDN
       FD  PSCHULD-DP
           LABEL RECORDS ARE STANDARD.
       01  PSCHULD-P.
           COPY DDS-ALL-FORMATS OF PSCHULD.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD0241DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD0241DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  XXD0241DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  XXD0241DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0241".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".
       01  AUSWAHL                       PIC X(2).

      * ZUZUORDNENDER USER UND ERGEBNIS DER BUCHUNG
       01  ZIEL-USER                     PIC X(10).
       01  ZIEL-BETRAG                   PIC 9(7)V9(2).
       01  ZIEL-DATUM                    PIC 9(8).
       01  USER-BEKANNT                  PIC 9(1).
       01  ANZ-BEGLICHEN                 PIC 9(5).

      * TEXT FUER DIE HINWEISNACHRICHT
       01  MELDUNG-WRK                   PIC X(60).
       01  DSP-ANZ-5                     PIC Z(4)9.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0241" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0241DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     I-O   PKKKLAR-DP
                          PKKIBAN-DP.
           OPEN     INPUT PSCHULD-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F5, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

       ANF020.
      * OFFENE KLAERUNGSFAELLE ANZEIGEN
           PERFORM  ANZEIGE-SUBFILE.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       F5 = "1"
                    INITIALIZE F5
           END-IF.
           IF       F12 = "1"
                    GO TO ENDE
           END-IF.
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PKKKLAR-DP
                    PKKIBAN-DP
                    PSCHULD-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * SUBFILE MIT ALLEN OFFENEN KLAERUNGSFAELLEN AUFBAUEN UND
      * ANZEIGEN
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

      * ALLE OFFENEN KLAERUNGSFAELLE EINLESEN
           INITIALIZE PKKKLARF OF PKKKLAR-P.
           START    PKKKLAR-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

       ANZ-SFL-10.
           READ     PKKKLAR-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

           IF       KQSTAT OF PKKKLAR-P NOT = "O"
                    GO TO ANZ-SFL-10
           END-IF.

      * SUBFILE-ZEILE FUELLEN
           INITIALIZE FORMAT2.
           MOVE     SPACES               TO AUSW   OF FORMAT2.
           MOVE     KQLFDN OF PKKKLAR-P  TO KQLFDN OF FORMAT2.
           MOVE     KQDATU OF PKKKLAR-P  TO DT_BUC OF FORMAT2.
           MOVE     KQNAME OF PKKKLAR-P  TO KQNAME OF FORMAT2.
           MOVE     KQIBAN OF PKKKLAR-P  TO KQIBAN OF FORMAT2.
           MOVE     KQVZWK OF PKKKLAR-P  TO KQVZWK OF FORMAT2.
           MOVE     KQBETR OF PKKKLAR-P  TO KQBETR OF FORMAT2.
           MOVE     KQGRND OF PKKKLAR-P  TO KQGRND OF FORMAT2.
           MOVE     KQVOR1 OF PKKKLAR-P  TO KQVOR1 OF FORMAT2.
           MOVE     KQVOR2 OF PKKKLAR-P  TO KQVOR2 OF FORMAT2.

      * NUR EIN VORSCHLAG: USER VORBELEGEN
           MOVE     SPACES               TO ZUUSER OF FORMAT2.
           IF       KQVOR1 OF PKKKLAR-P = SPACES
                    MOVE KQVOR2 OF PKKKLAR-P TO ZUUSER OF FORMAT2
           END-IF.
           IF       KQVOR2 OF PKKKLAR-P = SPACES
                    MOVE KQVOR1 OF PKKKLAR-P TO ZUUSER OF FORMAT2
           END-IF.
           MOVE     SPACES               TO MERKEN OF FORMAT2.

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

      * UEBERSCHRIFT
           MOVE     "XXP0241"         TO MAINUEB OF FORMAT3.
           MOVE     "XXP0241*3"       TO SUBUEB  OF FORMAT3.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT3.

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
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

           MOVE     WSREC-WRK      TO FORMAT2-I.
           MOVE     CORR FORMAT2-I TO FORMAT2.

           IF       AUSW OF FORMAT2 = SPACES
                    GO TO ANZ-SFL-50
           END-IF.

      * BERECHTIGUNG FUER DIESE FUNKTION UEBERPRUEFEN
           MOVE     SPACES          TO RET-CODE.
           MOVE     AUSW OF FORMAT2 TO AUSWAHL.
           CALL     "CFP9002" USING T-USER
                                    AUSWAHL
                                    PGM-WRK
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    MOVE     SPACES  TO AUSW OF FORMAT2
                    MOVE     "FMT02" TO FMT-WRK
                    MOVE     FORMAT2 TO WSREC-WRK
                    PERFORM  COPY-DISPLAY-SFLREWRITE
                    GO TO ANZ-SFL-50
           END-IF.

      * 1 = DEM USER ZUORDNEN UND BUCHEN
           IF       AUSW OF FORMAT2 = "1"
                    PERFORM ORDNE-ZU
           END-IF.

      * 4 = VERWERFEN
           IF       AUSW OF FORMAT2 = "4"
                    PERFORM VERWIRF-EINTRAG
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
      * KLAERUNGSFALL DEM EINGETRAGENEN USER ZUORDNEN, DIE ZAHLUNG
      * BUCHEN UND AUF WUNSCH DIE IBAN MERKEN
      *--------------------------------------------------------------
       ORDNE-ZU SECTION.
       ORD-ZUO-00.

           MOVE     ZUUSER OF FORMAT2 TO ZIEL-USER.
           IF       ZIEL-USER = SPACES
                    MOVE "BITTE DEN USER EINTRAGEN" TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ORD-ZUO-90
           END-IF.

      * NUR USER DER KAFFEEKASSE
           PERFORM  PRUEFE-USER.
           IF       USER-BEKANNT = ZEROES
                    MOVE SPACES TO MELDUNG-WRK
                    STRING ZIEL-USER
                           " IST IN DER KAFFEEKASSE UNBEKANNT"
                           DELIMITED BY SIZE INTO MELDUNG-WRK
                    END-STRING
                    PERFORM MELDE-HINWEIS
                    GO TO ORD-ZUO-90
           END-IF.

           INITIALIZE PKKKLARF OF PKKKLAR-P.
           MOVE     KQLFDN OF FORMAT2 TO KQLFDN OF PKKKLAR-P.
           READ     PKKKLAR-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ORD-ZUO-90
           END-IF.

      * INZWISCHEN SCHON ERLEDIGT?
           IF       KQSTAT OF PKKKLAR-P NOT = "O"
                    GO TO ORD-ZUO-90
           END-IF.

      * ZAHLUNG BUCHEN
           MOVE     KQBETR OF PKKKLAR-P TO ZIEL-BETRAG.
           MOVE     KQDATU OF PKKKLAR-P TO ZIEL-DATUM.
           MOVE     ZEROES              TO ANZ-BEGLICHEN.
           CALL     "XXP0242" USING ZIEL-USER
                                    ZIEL-BETRAG
                                    ZIEL-DATUM
                                    PGM-WRK
                                    ANZ-BEGLICHEN
           END-CALL.

      * KLAERUNGSFALL ERLEDIGEN
           PERFORM  COPY-GET-TIME.
           MOVE     "Z"               TO KQSTAT OF PKKKLAR-P.
           MOVE     ZIEL-USER         TO KQZUSR OF PKKKLAR-P.
           MOVE     DATE-8            TO KQZDTA OF PKKKLAR-P.
           PERFORM  FUELLE-AENDERUNG.
           REWRITE  PKKKLAR-P.

      * IBAN FUER DEN NAECHSTEN IMPORT MERKEN
           IF       MERKEN OF FORMAT2 = "J"
            AND     KQIBAN OF PKKKLAR-P NOT = SPACES
                    PERFORM MERKE-IBAN
           END-IF.

           MOVE     ANZ-BEGLICHEN TO DSP-ANZ-5.
           MOVE     SPACES TO MELDUNG-WRK.
           STRING   "ZAHLUNG GEBUCHT FUER "
                    ZIEL-USER
                    ", BEGLICHEN:"
                    DSP-ANZ-5
                    DELIMITED BY SIZE INTO MELDUNG-WRK
           END-STRING.
           PERFORM  MELDE-HINWEIS.

       ORD-ZUO-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KLAERUNGSFALL VERWERFEN (KEIN KAFFEEKASSEN-EINGANG)
      *--------------------------------------------------------------
       VERWIRF-EINTRAG SECTION.
       VER-EIN-00.

           INITIALIZE PKKKLARF OF PKKKLAR-P.
           MOVE     KQLFDN OF FORMAT2 TO KQLFDN OF PKKKLAR-P.
           READ     PKKKLAR-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-EIN-90
           END-IF.

           IF       KQSTAT OF PKKKLAR-P NOT = "O"
                    GO TO VER-EIN-90
           END-IF.

           PERFORM  COPY-GET-TIME.
           MOVE     "I"               TO KQSTAT OF PKKKLAR-P.
           MOVE     DATE-8            TO KQZDTA OF PKKKLAR-P.
           PERFORM  FUELLE-AENDERUNG.
           REWRITE  PKKKLAR-P.

       VER-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AENDERUNGSDATEN DES KLAERUNGSFALLS FUELLEN
      *--------------------------------------------------------------
       FUELLE-AENDERUNG SECTION.
       FUE-AEN-00.

           MOVE     T-USER            TO KQMSER OF PKKKLAR-P.
           MOVE     T-TERM            TO KQMBS  OF PKKKLAR-P.
           MOVE     PGM-WRK           TO KQMPGM OF PKKKLAR-P.
           MOVE     DATE-8            TO KQMDTA OF PKKKLAR-P.
           MOVE     TIME-6            TO KQMTIA OF PKKKLAR-P.

       FUE-AEN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * IBAN DES AUFTRAGGEBERS DEM USER ZUORDNEN (NEU ODER
      * BESTEHENDE ZUORDNUNG AENDERN)
      *--------------------------------------------------------------
       MERKE-IBAN SECTION.
       MER-IBA-00.

           INITIALIZE PKKIBANF OF PKKIBAN-P.
           MOVE     KQIBAN OF PKKKLAR-P TO KIIBAN OF PKKIBAN-P.
           READ     PKKIBAN-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE ZIEL-USER    TO KIUSER OF PKKIBAN-P
                    MOVE T-USER       TO KIMSER OF PKKIBAN-P
                    MOVE T-TERM       TO KIMBS  OF PKKIBAN-P
                    MOVE PGM-WRK      TO KIMPGM OF PKKIBAN-P
                    MOVE DATE-8       TO KIMDTA OF PKKIBAN-P
                    MOVE TIME-6       TO KIMTIA OF PKKIBAN-P
                    REWRITE PKKIBAN-P
                    GO TO MER-IBA-90
           END-IF.

           INITIALIZE PKKIBANF OF PKKIBAN-P.
           MOVE     KQIBAN OF PKKKLAR-P TO KIIBAN OF PKKIBAN-P.
           MOVE     ZIEL-USER         TO KIUSER OF PKKIBAN-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO KIAUSR OF PKKIBAN-P.
           MOVE     T-TERM            TO KIABS  OF PKKIBAN-P.
           MOVE     PGM-WRK           TO KIAPGM OF PKKIBAN-P.
           MOVE     DATE-8            TO KIADTA OF PKKIBAN-P.
           MOVE     TIME-6            TO KIATIA OF PKKIBAN-P.

           WRITE    PKKIBAN-P.

       MER-IBA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * IST ZIEL-USER IN DER KAFFEEKASSE BEKANNT (MINDESTENS EIN
      * PSCHULD-EINTRAG)?
      *--------------------------------------------------------------
       PRUEFE-USER SECTION.
       PRU-USR-00.

           MOVE     ZEROES TO USER-BEKANNT.

           INITIALIZE PSCHULDF OF PSCHULD-P.
           START    PSCHULD-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-USR-90
           END-IF.

       PRU-USR-20.
           READ     PSCHULD-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-USR-90
           END-IF.

           IF       SCUSER OF PSCHULD-P NOT = ZIEL-USER
                    GO TO PRU-USR-20
           END-IF.

           MOVE     1 TO USER-BEKANNT.

       PRU-USR-90.
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
