       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              AZP0314.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * VERSETZUNGSPLAN DER AZUBIS PFLEGEN                            *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  PFLEGE DES VERSETZUNGSPLANS PAZUROT: JE      *
      *                  AZUBI (USER AUS PAZUBEW/PAZUUEB) DIE         *
      *                  EINSAETZE MIT ABTEILUNG, BETREUER (H050-     *
      *                  USER), VON/BIS UND DEM DABEI VERMITTELTEN    *
      *                  BEREICH DES AUSBILDUNGSRAHMENPLANS (PAZURAH, *
      *                  AZP0313). RTANT IST DER ZEITANTEIL DES       *
      *                  BEREICHS IN PROZENT (0 = 100); DECKT EIN     *
      *                  EINSATZ MEHRERE BEREICHE AB, WIRD JE         *
      *                  BEREICH EINE ZEILE MIT ANTEIL ERFASST. IM    *
      *                  KOPF WERDEN ZUM GEWAEHLTEN AZUBI DIE         *
      *                  TERMINE DER ZWISCHEN- UND ABSCHLUSSPRUEFUNG  *
      *                  GEPFLEGT (PAZUPRF).                          *
      *                  F6 ERFASST EINEN EINSATZ (FMT05), AUSWAHL 2  *
      *                  AENDERT, AUSWAHL 4 LOESCHT. DIE ABDECKUNG    *
      *                  DRUCKT AZP0315.                              *
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
                  ASSIGN       TO  WORKSTATION-AZD0314DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

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
      * PAZUPRF: PZUSER (PRUEFUNGSTERMINE JE AZUBI)
      *-------------------------------------------------------------
           SELECT PAZUPRF-DP
                  ASSIGN       TO  DATABASE-PAZUPRF
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAZURAH: RHBER (BEREICHE DES AUSBILDUNGSRAHMENPLANS)
      *-------------------------------------------------------------
           SELECT PAZURAH-DP
                  ASSIGN       TO  DATABASE-PAZURAH
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAZUBEW: BWUSER, BWLFDN (BEWERTUNGEN)
      *-------------------------------------------------------------
           SELECT PAZUBEW-DP
                  ASSIGN       TO  DATABASE-PAZUBEW
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
      /
       DATA DIVISION.
       FILE SECTION.
      *----DISPLAY
       FD  WS-DISPLAY
           LABEL RECORDS ARE OMITTED.
       01  WS-REC.
           COPY DDS-ALL-FORMATS OF AZD0314DE.
      /
      *--- PAZUROT: RTUSER, RTVON, RTBER
       FD  PAZUROT-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUROT-P.
           COPY DDS-ALL-FORMATS OF PAZUROT.
      /
      *--- PAZUPRF: PZUSER
       FD  PAZUPRF-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUPRF-P.
           COPY DDS-ALL-FORMATS OF PAZUPRF.
      /
      *--- PAZURAH: RHBER
       FD  PAZURAH-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZURAH-P.
           COPY DDS-ALL-FORMATS OF PAZURAH.
      /
      *--- PAZUBEW: BWUSER, BWLFDN
       FD  PAZUBEW-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUBEW-P.
           COPY DDS-ALL-FORMATS OF PAZUBEW.
      /
      *--- PAZUUEB: AULFDN
       FD  PAZUUEB-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUUEB-P.
           COPY DDS-ALL-FORMATS OF PAZUUEB.
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
           COPY  DDS-FMT02-O OF  AZD0314DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  AZD0314DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  AZD0314DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  AZD0314DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT5X.
           COPY  DDS-FMT05-O OF  AZD0314DE
           REPLACING FMT05-O BY FORMAT5
                     FMT05-O-INDIC BY FORMAT5-O-INDIC.

       01  FORMAT5Y.
           COPY  DDS-FMT05-I OF  AZD0314DE
           REPLACING FMT05-I BY FORMAT5-I
                     FMT05-I-INDIC BY FORMAT5-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "AZP0314".
       01  PGM-TYP                       PIC X(8)  VALUE "AZUBI".
       01  AUSWAHL                       PIC X(2).
       01  MELDUNG-WRK                   PIC X(60).

      * GEWAEHLTER AZUBI (LEER = ALLE) UND SEINE PRUEFUNGSTERMINE
       01  SUCH-USER                     PIC X(10).
       01  SAV-ZWP                       PIC 9(8).
       01  SAV-ABP                       PIC 9(8).

      * EINTRAG IN BEARBEITUNG (NEUANLAGE 1 = NEU, 0 = AENDERN)
       01  NEUANLAGE                     PIC 9(1).
       01  SEL-USER                      PIC X(10).
       01  SEL-VON                       PIC 9(8).
       01  SEL-BER                       PIC X(10).

      * PRUEFUNGEN
       01  PRUEF-USER                    PIC X(10).
       01  USER-OK                       PIC 9(1).
       01  AZUBI-OK                      PIC 9(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "AZP0314" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "AZD0314DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     I-O   PAZUROT-DP
                          PAZUPRF-DP.
           OPEN     INPUT PAZURAH-DP
                          PAZUBEW-DP
                          PAZUUEB-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F5, F12.
           INITIALIZE SUCH-USER.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

       ANF020.
      * EINSAETZE ANZEIGEN
           PERFORM  ANZEIGE-SUBFILE.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       F5 = "1"
                    INITIALIZE F5
           END-IF.
           IF       F12 = "1"
                    INITIALIZE F12
                    INITIALIZE SUCH-USER
           END-IF.
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PAZUROT-DP
                    PAZUPRF-DP
                    PAZURAH-DP
                    PAZUBEW-DP
                    PAZUUEB-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * EINSAETZE ALS SUBFILE ANZEIGEN
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

      * PRUEFUNGSTERMINE DES GEWAEHLTEN AZUBIS
           INITIALIZE SAV-ZWP SAV-ABP.
           IF       SUCH-USER NOT = SPACES
                    INITIALIZE PAZUPRFF OF PAZUPRF-P
                    MOVE SUCH-USER TO PZUSER OF PAZUPRF-P
                    READ PAZUPRF-DP WITH NO LOCK
                    IF   FILE-STATUS = ZEROES
                         MOVE PZZWP OF PAZUPRF-P TO SAV-ZWP
                         MOVE PZABP OF PAZUPRF-P TO SAV-ABP
                    END-IF
           END-IF.

      * ALLE PASSENDEN EINSAETZE EINLESEN
           INITIALIZE PAZUROTF OF PAZUROT-P.
           MOVE     SUCH-USER TO RTUSER OF PAZUROT-P.
           START    PAZUROT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

       ANZ-SFL-10.
           READ     PAZUROT-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

           IF       SUCH-USER NOT = SPACES
            AND     RTUSER OF PAZUROT-P NOT = SUCH-USER
                    GO TO ANZ-SFL-20
           END-IF.

      * SUBFILE-ZEILE FUELLEN
           INITIALIZE FORMAT2.
           MOVE     SPACES               TO AUSW   OF FORMAT2.
           MOVE     RTUSER OF PAZUROT-P  TO RTUSER OF FORMAT2.
           MOVE     RTVON  OF PAZUROT-P  TO RTVON  OF FORMAT2.
           MOVE     RTBIS  OF PAZUROT-P  TO RTBIS  OF FORMAT2.
           MOVE     RTBER  OF PAZUROT-P  TO RTBER  OF FORMAT2.
           MOVE     RTABT  OF PAZUROT-P  TO RTABT  OF FORMAT2.
           MOVE     RTMENT OF PAZUROT-P  TO RTMENT OF FORMAT2.
           MOVE     RTANT  OF PAZUROT-P  TO RTANT  OF FORMAT2.
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

      * UEBERSCHRIFT, FILTER UND PRUEFUNGSTERMINE
           MOVE     "AZP0314"         TO MAINUEB OF FORMAT3.
           MOVE     "AZP0314*3"       TO SUBUEB  OF FORMAT3.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT3.
           MOVE     SUCH-USER         TO RTUSER  OF FORMAT3.
           MOVE     SAV-ZWP           TO PZZWP   OF FORMAT3.
           MOVE     SAV-ABP           TO PZABP   OF FORMAT3.

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

      * F6 NEUEN EINSATZ ERFASSEN
           IF       IN06 OF FORMAT3-I-INDIC = AN
                    MOVE 1         TO NEUANLAGE
                    MOVE SUCH-USER TO SEL-USER
                    PERFORM ERFASSE-EINTRAG
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * F12 ABBRECHEN
           IF       IN12 OF FORMAT3-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ANZ-SFL-90
           END-IF.

      * FILTER GEAENDERT?
           IF       RTUSER OF FORMAT3 NOT = SUCH-USER
                    MOVE RTUSER OF FORMAT3 TO SUCH-USER
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * PRUEFUNGSTERMINE GEAENDERT?
           IF       SUCH-USER NOT = SPACES
            AND    (PZZWP OF FORMAT3 NOT = SAV-ZWP
            OR      PZABP OF FORMAT3 NOT = SAV-ABP)
                    PERFORM SCHREIBE-TERMINE
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

           MOVE     RTUSER OF FORMAT2 TO SEL-USER.
           MOVE     RTVON  OF FORMAT2 TO SEL-VON.
           MOVE     RTBER  OF FORMAT2 TO SEL-BER.

      * 2 = EINSATZ AENDERN
           IF       AUSW OF FORMAT2 = "2"
                    MOVE ZEROES TO NEUANLAGE
                    PERFORM ERFASSE-EINTRAG
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * 4 = EINSATZ LOESCHEN
           IF       AUSW OF FORMAT2 = "4"
                    PERFORM LOESCHE-EINTRAG
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
      * PRUEFUNGSTERMINE DES GEWAEHLTEN AZUBIS SCHREIBEN; DIE
      * ZWISCHENPRUEFUNG MUSS VOR DER ABSCHLUSSPRUEFUNG LIEGEN
      *--------------------------------------------------------------
       SCHREIBE-TERMINE SECTION.
       SCH-TER-00.

           IF       PZZWP OF FORMAT3 NOT = ZEROES
            AND     PZABP OF FORMAT3 NOT = ZEROES
            AND     PZZWP OF FORMAT3 NOT < PZABP OF FORMAT3
                    MOVE "ZWISCHENPRUEFUNG MUSS VOR DER ABSCHLUSS"
                                      TO MELDUNG-WRK
                    MOVE "PRUEFUNG LIEGEN" TO MELDUNG-WRK(41:15)
                    PERFORM MELDE-HINWEIS
                    GO TO SCH-TER-90
           END-IF.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PAZUPRFF OF PAZUPRF-P.
           MOVE     SUCH-USER TO PZUSER OF PAZUPRF-P.
           READ     PAZUPRF-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE PZZWP OF FORMAT3 TO PZZWP  OF PAZUPRF-P
                    MOVE PZABP OF FORMAT3 TO PZABP  OF PAZUPRF-P
                    MOVE T-USER           TO PZMSER OF PAZUPRF-P
                    MOVE T-TERM           TO PZMBS  OF PAZUPRF-P
                    MOVE PGM-WRK          TO PZMPGM OF PAZUPRF-P
                    MOVE DATE-8           TO PZMDTA OF PAZUPRF-P
                    MOVE TIME-6           TO PZMTIA OF PAZUPRF-P
                    REWRITE PAZUPRF-P
                    GO TO SCH-TER-90
           END-IF.

           INITIALIZE PAZUPRFF OF PAZUPRF-P.
           MOVE     SUCH-USER         TO PZUSER OF PAZUPRF-P.
           MOVE     PZZWP OF FORMAT3  TO PZZWP  OF PAZUPRF-P.
           MOVE     PZABP OF FORMAT3  TO PZABP  OF PAZUPRF-P.
           MOVE     T-USER            TO PZAUSR OF PAZUPRF-P.
           MOVE     T-TERM            TO PZABS  OF PAZUPRF-P.
           MOVE     PGM-WRK           TO PZAPGM OF PAZUPRF-P.
           MOVE     DATE-8            TO PZADTA OF PAZUPRF-P.
           MOVE     TIME-6            TO PZATIA OF PAZUPRF-P.
           WRITE    PAZUPRF-P.

       SCH-TER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINSATZ ERFASSEN ODER AENDERN (FMT05). PFLICHT SIND AZUBI,
      * VON/BIS, BEREICH, ABTEILUNG UND BETREUER. BEI DER NEUANLAGE
      * MUSS DER SCHLUESSEL (AZUBI, VON, BEREICH) FREI SEIN.
      *--------------------------------------------------------------
       ERFASSE-EINTRAG SECTION.
       ERF-EIN-00.

           INITIALIZE FORMAT5.
           MOVE     SEL-USER TO RTUSER OF FORMAT5.
           IF       NEUANLAGE = ZEROES
                    INITIALIZE PAZUROTF OF PAZUROT-P
                    MOVE SEL-USER TO RTUSER OF PAZUROT-P
                    MOVE SEL-VON  TO RTVON  OF PAZUROT-P
                    MOVE SEL-BER  TO RTBER  OF PAZUROT-P
                    READ PAZUROT-DP WITH NO LOCK
                    IF   FILE-STATUS NOT = ZEROES
                         GO TO ERF-EIN-90
                    END-IF
                    MOVE RTVON  OF PAZUROT-P TO RTVON  OF FORMAT5
                    MOVE RTBIS  OF PAZUROT-P TO RTBIS  OF FORMAT5
                    MOVE RTBER  OF PAZUROT-P TO RTBER  OF FORMAT5
                    MOVE RTABT  OF PAZUROT-P TO RTABT  OF FORMAT5
                    MOVE RTMENT OF PAZUROT-P TO RTMENT OF FORMAT5
                    MOVE RTANT  OF PAZUROT-P TO RTANT  OF FORMAT5
           END-IF.

       ERF-EIN-20.
      * IM AENDERUNGSMODUS IST DER SCHLUESSEL GESCHUETZT
           IF       NEUANLAGE = ZEROES
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

      * F12 = ABBRECHEN
           IF       IN12 OF FORMAT5-I-INDIC = AN
                    GO TO ERF-EIN-90
           END-IF.

      * PFLICHTFELDER UND ZEITRAUM
           IF       RTUSER OF FORMAT5 = SPACES
            OR      RTVON  OF FORMAT5 = ZEROES
            OR      RTBIS  OF FORMAT5 = ZEROES
            OR      RTBER  OF FORMAT5 = SPACES
            OR      RTABT  OF FORMAT5 = SPACES
                    GO TO ERF-EIN-20
           END-IF.
           IF       RTBIS OF FORMAT5 < RTVON OF FORMAT5
                    MOVE "BIS-DATUM LIEGT VOR DEM VON-DATUM"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ERF-EIN-20
           END-IF.
           IF       RTANT OF FORMAT5 > 100
                    MOVE "ANTEIL HOECHSTENS 100 PROZENT"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ERF-EIN-20
           END-IF.

      * DER USER MUSS AZUBI SEIN
           MOVE     RTUSER OF FORMAT5 TO PRUEF-USER.
           PERFORM  PRUEFE-AZUBI.
           IF       AZUBI-OK = ZEROES
                    MOVE "USER HAT KEINE UEBUNGEN/BEWERTUNGEN (AZUBI)"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ERF-EIN-20
           END-IF.

      * DER BEREICH MUSS IM RAHMENPLAN STEHEN
           INITIALIZE PAZURAHF OF PAZURAH-P.
           MOVE     RTBER OF FORMAT5 TO RHBER OF PAZURAH-P.
           READ     PAZURAH-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "BEREICH FEHLT IM RAHMENPLAN (AZP0313)"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ERF-EIN-20
           END-IF.

      * DER BETREUER MUSS H050-USER SEIN
           MOVE     RTMENT OF FORMAT5 TO PRUEF-USER.
           PERFORM  PRUEFE-USER.
           IF       USER-OK = ZEROES
                    MOVE "BETREUER FEHLT ODER IST KEIN USER"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ERF-EIN-20
           END-IF.

           PERFORM  COPY-GET-TIME.

           IF       NEUANLAGE = ZEROES
                    GO TO ERF-EIN-50
           END-IF.

      * NEUANLAGE: DER SCHLUESSEL MUSS FREI SEIN
           INITIALIZE PAZUROTF OF PAZUROT-P.
           MOVE     RTUSER OF FORMAT5 TO RTUSER OF PAZUROT-P.
           MOVE     RTVON  OF FORMAT5 TO RTVON  OF PAZUROT-P.
           MOVE     RTBER  OF FORMAT5 TO RTBER  OF PAZUROT-P.
           READ     PAZUROT-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    GO TO ERF-EIN-20
           END-IF.

           INITIALIZE PAZUROTF OF PAZUROT-P.
           MOVE     RTUSER OF FORMAT5 TO RTUSER OF PAZUROT-P.
           MOVE     RTVON  OF FORMAT5 TO RTVON  OF PAZUROT-P.
           MOVE     RTBER  OF FORMAT5 TO RTBER  OF PAZUROT-P.
           MOVE     RTBIS  OF FORMAT5 TO RTBIS  OF PAZUROT-P.
           MOVE     RTABT  OF FORMAT5 TO RTABT  OF PAZUROT-P.
           MOVE     RTMENT OF FORMAT5 TO RTMENT OF PAZUROT-P.
           MOVE     RTANT  OF FORMAT5 TO RTANT  OF PAZUROT-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO RTAUSR OF PAZUROT-P.
           MOVE     T-TERM            TO RTABS  OF PAZUROT-P.
           MOVE     PGM-WRK           TO RTAPGM OF PAZUROT-P.
           MOVE     DATE-8            TO RTADTA OF PAZUROT-P.
           MOVE     TIME-6            TO RTATIA OF PAZUROT-P.

           WRITE    PAZUROT-P.
           GO TO    ERF-EIN-90.

       ERF-EIN-50.
      * AENDERN
           INITIALIZE PAZUROTF OF PAZUROT-P.
           MOVE     SEL-USER TO RTUSER OF PAZUROT-P.
           MOVE     SEL-VON  TO RTVON  OF PAZUROT-P.
           MOVE     SEL-BER  TO RTBER  OF PAZUROT-P.
           READ     PAZUROT-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERF-EIN-90
           END-IF.

           MOVE     RTBIS  OF FORMAT5 TO RTBIS  OF PAZUROT-P.
           MOVE     RTABT  OF FORMAT5 TO RTABT  OF PAZUROT-P.
           MOVE     RTMENT OF FORMAT5 TO RTMENT OF PAZUROT-P.
           MOVE     RTANT  OF FORMAT5 TO RTANT  OF PAZUROT-P.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO RTMSER OF PAZUROT-P.
           MOVE     T-TERM            TO RTMBS  OF PAZUROT-P.
           MOVE     PGM-WRK           TO RTMPGM OF PAZUROT-P.
           MOVE     DATE-8            TO RTMDTA OF PAZUROT-P.
           MOVE     TIME-6            TO RTMTIA OF PAZUROT-P.

           REWRITE  PAZUROT-P.

       ERF-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINSATZ LOESCHEN
      *--------------------------------------------------------------
       LOESCHE-EINTRAG SECTION.
       LOE-EIN-00.

           INITIALIZE PAZUROTF OF PAZUROT-P.
           MOVE     SEL-USER TO RTUSER OF PAZUROT-P.
           MOVE     SEL-VON  TO RTVON  OF PAZUROT-P.
           MOVE     SEL-BER  TO RTBER  OF PAZUROT-P.
           READ     PAZUROT-DP.
           IF       FILE-STATUS = ZEROES
                    DELETE PAZUROT-DP RECORD
           END-IF.

       LOE-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * IST PRUEF-USER EIN AZUBI? (BEWERTUNG IN PAZUBEW ODER
      * UEBUNG IN PAZUUEB)
      *--------------------------------------------------------------
       PRUEFE-AZUBI SECTION.
       PRU-AZU-00.

           MOVE     ZEROES TO AZUBI-OK.

           INITIALIZE PAZUBEWF OF PAZUBEW-P.
           MOVE     PRUEF-USER TO BWUSER OF PAZUBEW-P.
           START    PAZUBEW-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS = ZEROES
                    READ PAZUBEW-DP NEXT RECORD WITH NO LOCK
                    IF   FILE-STATUS = ZEROES
                     AND BWUSER OF PAZUBEW-P = PRUEF-USER
                         MOVE 1 TO AZUBI-OK
                         GO TO PRU-AZU-90
                    END-IF
           END-IF.

           INITIALIZE PAZUUEBF OF PAZUUEB-P.
           START    PAZUUEB-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-AZU-90
           END-IF.

       PRU-AZU-20.
           READ     PAZUUEB-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-AZU-90
           END-IF.
           IF       AUUSER OF PAZUUEB-P NOT = PRUEF-USER
                    GO TO PRU-AZU-20
           END-IF.
           MOVE     1 TO AZUBI-OK.

       PRU-AZU-90.
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
