       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              AZP0317.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * BERICHTSHEFT ABZEICHNEN ODER ZURUECKGEBEN                     *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT DIE WOCHEN DES BERICHTSHEFTS (PAZUBHF, *
      *                  ERFASST IN AZP0316) MIT FILTER AUF AZUBI     *
      *                  UND STATUS (STANDARD E = EINGEREICHT).       *
      *                  AUSWAHL 1 ZEICHNET DIE WOCHE AB (STATUS S),  *
      *                  AUSWAHL 5 ZEIGT SIE IM DETAIL (FMT05): DORT  *
      *                  ZEICHNET F10 AB UND F11 GIBT SIE MIT         *
      *                  KOMMENTAR ZURUECK (STATUS R). NUR            *
      *                  EINGEREICHTE WOCHEN, NIE DIE EIGENEN. DER    *
      *                  AZUBI WIRD UEBER CFP0030 BENACHRICHTIGT.     *
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
                  ASSIGN       TO  WORKSTATION-AZD0317DE
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
      /
       DATA DIVISION.
       FILE SECTION.
      *----DISPLAY
       FD  WS-DISPLAY
           LABEL RECORDS ARE OMITTED.
       01  WS-REC.
           COPY DDS-ALL-FORMATS OF AZD0317DE.
      /
      *--- PAZUBHF: BHUSER, BHWOCH
       FD  PAZUBHF-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUBHF-P.
           COPY DDS-ALL-FORMATS OF PAZUBHF.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  AZD0317DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  AZD0317DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  AZD0317DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  AZD0317DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT5X.
           COPY  DDS-FMT05-O OF  AZD0317DE
           REPLACING FMT05-O BY FORMAT5
                     FMT05-O-INDIC BY FORMAT5-O-INDIC.

       01  FORMAT5Y.
           COPY  DDS-FMT05-I OF  AZD0317DE
           REPLACING FMT05-I BY FORMAT5-I
                     FMT05-I-INDIC BY FORMAT5-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "AZP0317".
       01  PGM-TYP                       PIC X(8)  VALUE "AZUBI".
       01  AUSWAHL                       PIC X(2).
       01  MELDUNG-WRK                   PIC X(60).

      * FILTER (AZUBI LEER = ALLE, STATUS LEER = ALLE)
       01  SUCH-USER                     PIC X(10).
       01  SUCH-STAT                     PIC X(1).

      * GEWAEHLTE WOCHE UND AKTION (S = ABZEICHNEN, R = ZURUECK)
       01  SEL-USER                      PIC X(10).
       01  SEL-WOCHE                     PIC 9(8).
       01  NEU-STAT                      PIC X(1).
       01  NEU-KOMM                      PIC X(70).
       01  SUMME-STD                     PIC 9(3)V9(2).

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
           MOVE     "AZP0317" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "AZD0317DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     I-O   PAZUBHF-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F5, F12.
           INITIALIZE SUCH-USER.
           MOVE     "E" TO SUCH-STAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

       ANF020.
      * WOCHEN ANZEIGEN
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
                    MOVE "E" TO SUCH-STAT
           END-IF.
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PAZUBHF-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * WOCHEN ALS SUBFILE ANZEIGEN
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

      * ALLE PASSENDEN WOCHEN EINLESEN
           INITIALIZE PAZUBHFF OF PAZUBHF-P.
           MOVE     SUCH-USER TO BHUSER OF PAZUBHF-P.
           START    PAZUBHF-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

       ANZ-SFL-10.
           READ     PAZUBHF-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

           IF       SUCH-USER NOT = SPACES
            AND     BHUSER OF PAZUBHF-P NOT = SUCH-USER
                    GO TO ANZ-SFL-20
           END-IF.
           IF       SUCH-STAT NOT = SPACES
            AND     BHSTAT OF PAZUBHF-P NOT = SUCH-STAT
                    GO TO ANZ-SFL-10
           END-IF.

      * SUBFILE-ZEILE FUELLEN
           INITIALIZE FORMAT2.
           MOVE     SPACES               TO AUSW   OF FORMAT2.
           MOVE     BHUSER OF PAZUBHF-P  TO BHUSER OF FORMAT2.
           MOVE     BHWOCH OF PAZUBHF-P  TO BHWOCH OF FORMAT2.
           MOVE     BHSTAT OF PAZUBHF-P  TO BHSTAT OF FORMAT2.
           MOVE     BHEDTA OF PAZUBHF-P  TO BHEDTA OF FORMAT2.
           MOVE     BHPRUE OF PAZUBHF-P  TO BHPRUE OF FORMAT2.
           PERFORM  RECHNE-SUMME.
           MOVE     SUMME-STD            TO BHSSUM OF FORMAT2.
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
           MOVE     "AZP0317"         TO MAINUEB OF FORMAT3.
           MOVE     "AZP0317*3"       TO SUBUEB  OF FORMAT3.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT3.
           MOVE     SUCH-USER         TO BHUSER  OF FORMAT3.
           MOVE     SUCH-STAT         TO BHSTAT  OF FORMAT3.

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

      * FILTER GEAENDERT?
           IF       BHUSER OF FORMAT3 NOT = SUCH-USER
            OR      BHSTAT OF FORMAT3 NOT = SUCH-STAT
                    MOVE BHUSER OF FORMAT3 TO SUCH-USER
                    MOVE BHSTAT OF FORMAT3 TO SUCH-STAT
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

           MOVE     BHUSER OF FORMAT2 TO SEL-USER.
           MOVE     BHWOCH OF FORMAT2 TO SEL-WOCHE.

      * 1 = ABZEICHNEN
           IF       AUSW OF FORMAT2 = "1"
                    MOVE "S"    TO NEU-STAT
                    MOVE SPACES TO NEU-KOMM
                    PERFORM SETZE-STATUS
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * 5 = ANZEIGEN, ABZEICHNEN ODER ZURUECKGEBEN
           IF       AUSW OF FORMAT2 = "5"
                    PERFORM ZEIGE-WOCHE
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
      * WOCHE IM DETAIL ANZEIGEN (FMT05); F10 ZEICHNET AB, F11 GIBT
      * MIT KOMMENTAR ZURUECK
      *--------------------------------------------------------------
       ZEIGE-WOCHE SECTION.
       ZEI-WOC-00.

           INITIALIZE PAZUBHFF OF PAZUBHF-P.
           MOVE     SEL-USER  TO BHUSER OF PAZUBHF-P.
           MOVE     SEL-WOCHE TO BHWOCH OF PAZUBHF-P.
           READ     PAZUBHF-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZEI-WOC-90
           END-IF.

           INITIALIZE FORMAT5.
           MOVE     BHUSER OF PAZUBHF-P TO BHUSER OF FORMAT5.
           MOVE     BHWOCH OF PAZUBHF-P TO BHWOCH OF FORMAT5.
           MOVE     BHSTAT OF PAZUBHF-P TO BHSTAT OF FORMAT5.
           MOVE     BHKOMM OF PAZUBHF-P TO BHKOMM OF FORMAT5.
           MOVE     BHART1 OF PAZUBHF-P TO BHART1 OF FORMAT5.
           MOVE     BHART2 OF PAZUBHF-P TO BHART2 OF FORMAT5.
           MOVE     BHART3 OF PAZUBHF-P TO BHART3 OF FORMAT5.
           MOVE     BHART4 OF PAZUBHF-P TO BHART4 OF FORMAT5.
           MOVE     BHART5 OF PAZUBHF-P TO BHART5 OF FORMAT5.
           MOVE     BHTXT1 OF PAZUBHF-P TO BHTXT1 OF FORMAT5.
           MOVE     BHTXT2 OF PAZUBHF-P TO BHTXT2 OF FORMAT5.
           MOVE     BHTXT3 OF PAZUBHF-P TO BHTXT3 OF FORMAT5.
           MOVE     BHTXT4 OF PAZUBHF-P TO BHTXT4 OF FORMAT5.
           MOVE     BHTXT5 OF PAZUBHF-P TO BHTXT5 OF FORMAT5.
           MOVE     BHSTD1 OF PAZUBHF-P TO BHSTD1 OF FORMAT5.
           MOVE     BHSTD2 OF PAZUBHF-P TO BHSTD2 OF FORMAT5.
           MOVE     BHSTD3 OF PAZUBHF-P TO BHSTD3 OF FORMAT5.
           MOVE     BHSTD4 OF PAZUBHF-P TO BHSTD4 OF FORMAT5.
           MOVE     BHSTD5 OF PAZUBHF-P TO BHSTD5 OF FORMAT5.
           MOVE     BHSCH1 OF PAZUBHF-P TO BHSCH1 OF FORMAT5.
           MOVE     BHSCH2 OF PAZUBHF-P TO BHSCH2 OF FORMAT5.
           MOVE     BHSCH3 OF PAZUBHF-P TO BHSCH3 OF FORMAT5.
           PERFORM  RECHNE-SUMME.
           MOVE     SUMME-STD           TO BHSSUM OF FORMAT5.

       ZEI-WOC-20.
           MOVE     CORR   INXX     TO  FORMAT5-O-INDIC.
           MOVE     "FMT05"         TO  FMT-WRK.
           MOVE     FORMAT5         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-WRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK TO FORMAT5-I.
           MOVE     CORR FORMAT5-I TO FORMAT5.
           MOVE     AUS  TO INXX.

      * F12 = ZURUECK
           IF       IN12 OF FORMAT5-I-INDIC = AN
                    GO TO ZEI-WOC-90
           END-IF.

      * F10 = ABZEICHNEN
           IF       IN10 OF FORMAT5-I-INDIC = AN
                    MOVE "S"               TO NEU-STAT
                    MOVE BHKOMM OF FORMAT5 TO NEU-KOMM
                    PERFORM SETZE-STATUS
                    GO TO ZEI-WOC-90
           END-IF.

      * F11 = ZURUECKGEBEN, NUR MIT KOMMENTAR
           IF       IN11 OF FORMAT5-I-INDIC = AN
                    IF   BHKOMM OF FORMAT5 = SPACES
                         MOVE "BITTE EINEN KOMMENTAR FUER DEN AZUBI"
                                      TO MELDUNG-WRK
                         MOVE "ERFASSEN" TO MELDUNG-WRK(38:8)
                         PERFORM MELDE-HINWEIS
                         GO TO ZEI-WOC-20
                    END-IF
                    MOVE "R"               TO NEU-STAT
                    MOVE BHKOMM OF FORMAT5 TO NEU-KOMM
                    PERFORM SETZE-STATUS
                    GO TO ZEI-WOC-90
           END-IF.

           GO TO    ZEI-WOC-20.

       ZEI-WOC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * WOCHE ABZEICHNEN (S) ODER ZURUECKGEBEN (R) UND DEN AZUBI
      * BENACHRICHTIGEN
      *--------------------------------------------------------------
       SETZE-STATUS SECTION.
       SET-STA-00.

           INITIALIZE PAZUBHFF OF PAZUBHF-P.
           MOVE     SEL-USER  TO BHUSER OF PAZUBHF-P.
           MOVE     SEL-WOCHE TO BHWOCH OF PAZUBHF-P.
           READ     PAZUBHF-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SET-STA-90
           END-IF.

      * NUR EINGEREICHTE WOCHEN, NICHT DIE EIGENEN
           IF       BHSTAT OF PAZUBHF-P NOT = "E"
                    MOVE "NUR EINGEREICHTE WOCHEN (STATUS E)"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO SET-STA-90
           END-IF.
           IF       BHUSER OF PAZUBHF-P = T-USER
                    MOVE "DAS EIGENE BERICHTSHEFT NICHT ABZEICHNEN"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO SET-STA-90
           END-IF.

           PERFORM  COPY-GET-TIME.

           MOVE     NEU-STAT          TO BHSTAT OF PAZUBHF-P.
           MOVE     NEU-KOMM          TO BHKOMM OF PAZUBHF-P.
           MOVE     T-USER            TO BHPRUE OF PAZUBHF-P.
           MOVE     DATE-8            TO BHPDTA OF PAZUBHF-P.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO BHMSER OF PAZUBHF-P.
           MOVE     T-TERM            TO BHMBS  OF PAZUBHF-P.
           MOVE     PGM-WRK           TO BHMPGM OF PAZUBHF-P.
           MOVE     DATE-8            TO BHMDTA OF PAZUBHF-P.
           MOVE     TIME-6            TO BHMTIA OF PAZUBHF-P.

           REWRITE  PAZUBHF-P.

      * NACHRICHT AN DEN AZUBI
           MOVE     SEL-WOCHE TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     SEL-USER  TO NOTIF-USER.
           MOVE     SPACES    TO NOTIF-TEXT.
           IF       NEU-STAT = "S"
                    MOVE "I" TO NOTIF-SEV
                    STRING "BERICHTSHEFT WOCHE "   DELIMITED BY SIZE
                           DSP-DATUM               DELIMITED BY SIZE
                           " ABGEZEICHNET VON "    DELIMITED BY SIZE
                           T-USER                  DELIMITED BY SPACE
                           INTO NOTIF-TEXT
                    END-STRING
           ELSE
                    MOVE "W" TO NOTIF-SEV
                    STRING "BERICHTSHEFT WOCHE "   DELIMITED BY SIZE
                           DSP-DATUM               DELIMITED BY SIZE
                           " ZURUECK: "            DELIMITED BY SIZE
                           NEU-KOMM                DELIMITED BY SIZE
                           INTO NOTIF-TEXT
                    END-STRING
           END-IF.
           CALL     "CFP0030" USING NOTIF-USER
                                    NOTIF-SEV
                                    PGM-WRK
                                    NOTIF-TEXT
           END-CALL.

       SET-STA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUMME DER STUNDEN DER WOCHE AUS PAZUBHF
      *--------------------------------------------------------------
       RECHNE-SUMME SECTION.
       REC-SUM-00.

           COMPUTE  SUMME-STD = BHSTD1 OF PAZUBHF-P
                              + BHSTD2 OF PAZUBHF-P
                              + BHSTD3 OF PAZUBHF-P
                              + BHSTD4 OF PAZUBHF-P
                              + BHSTD5 OF PAZUBHF-P
           END-COMPUTE.

       REC-SUM-90.
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
