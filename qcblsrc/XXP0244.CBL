       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0244.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * MAHNSTAND KAFFEEKASSE                                         *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT JE USER DEN MAHNSTAND AUS PKKMAHN      *
      *                  (STUFE, SPERRE, OFFENER SALDO, AELTESTE      *
      *                  OFFENE SCHULD, FREIGABE) ALS SUBFILE:        *
      *                  5 = MAHNHISTORIE DES USERS (XXP0245)         *
      *                  7 = SPERRE AUFHEBEN: DER KASSENWART TRAEGT   *
      *                      EIN FREIGABEDATUM EIN, BIS ZU DEM DER    *
      *                      MAHNLAUF XXP0243 NICHT WIEDER SPERRT.    *
      *                      DIE FREIGABE STEHT IN DER HISTORIE.      *
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
                  ASSIGN       TO  WORKSTATION-XXD0244DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PKKMAHN: MNUSER
      *-------------------------------------------------------------
           SELECT PKKMAHN-DP
                  ASSIGN       TO  DATABASE-PKKMAHN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKKMAHH: MHLFDN
      *-------------------------------------------------------------
           SELECT PKKMAHH-DP
                  ASSIGN       TO  DATABASE-PKKMAHH
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
           COPY DDS-ALL-FORMATS OF XXD0244DE.
      /
      *--- PKKMAHN: MNUSER
       FD  PKKMAHN-DP
           LABEL RECORDS ARE STANDARD.
       01  PKKMAHN-P.
           COPY DDS-ALL-FORMATS OF PKKMAHN.
      /
      *--- PKKMAHH: MHLFDN
       FD  PKKMAHH-DP
           LABEL RECORDS ARE STANDARD.
       01  PKKMAHH-P.
           COPY DDS-ALL-FORMATS OF PKKMAHH.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD0244DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD0244DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  XXD0244DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  XXD0244DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0244".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".
       01  AUSWAHL                       PIC X(2).

      * PARAMETER FUER DIE MAHNHISTORIE (XXP0245)
       01  HIS-USER                      PIC X(10).
       01  HIS-F3-WRK                    PIC X(1).
       01  HIS-F12-WRK                   PIC X(1).

      * PARAMETER FUER DIE NACHRICHTENZENTRALE (CFP0030)
       01  NOTIF-USER                    PIC X(10).
       01  NOTIF-SEV                     PIC X(1).
       01  NOTIF-TEXT                    PIC X(70).

      * TEXT FUER DIE HINWEISNACHRICHT
       01  MELDUNG-WRK                   PIC X(60).
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
           MOVE     "XXP0244" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0244DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     I-O   PKKMAHN-DP
                          PKKMAHH-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F5, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

       ANF020.
      * MAHNSTAND ALLER USER ANZEIGEN
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

           CLOSE    PKKMAHN-DP
                    PKKMAHH-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * SUBFILE MIT DEM MAHNSTAND ALLER USER AUFBAUEN UND ANZEIGEN
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

      * ALLE MAHNSTAENDE EINLESEN
           INITIALIZE PKKMAHNF OF PKKMAHN-P.
           START    PKKMAHN-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

       ANZ-SFL-10.
           READ     PKKMAHN-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

      * SUBFILE-ZEILE FUELLEN
           INITIALIZE FORMAT2.
           MOVE     SPACES               TO AUSW   OF FORMAT2.
           MOVE     MNUSER OF PKKMAHN-P  TO MNUSER OF FORMAT2.
           MOVE     MNSTUF OF PKKMAHN-P  TO MNSTUF OF FORMAT2.
           MOVE     MNSPER OF PKKMAHN-P  TO MNSPER OF FORMAT2.
           MOVE     MNSALD OF PKKMAHN-P  TO MNSALD OF FORMAT2.
           MOVE     MNAELT OF PKKMAHN-P  TO MNAELT OF FORMAT2.
           MOVE     MNSTDT OF PKKMAHN-P  TO MNSTDT OF FORMAT2.
           MOVE     MNFRBI OF PKKMAHN-P  TO MNFRBI OF FORMAT2.
           MOVE     MNLAUF OF PKKMAHN-P  TO MNLAUF OF FORMAT2.
           MOVE     ZEROES               TO FRBIS  OF FORMAT2.

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
           MOVE     "XXP0244"         TO MAINUEB OF FORMAT3.
           MOVE     "XXP0244*3"       TO SUBUEB  OF FORMAT3.
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

      * 5 = MAHNHISTORIE ANZEIGEN
           IF       AUSW OF FORMAT2 = "5"
                    MOVE MNUSER OF FORMAT2 TO HIS-USER
                    MOVE SPACES TO HIS-F3-WRK HIS-F12-WRK
                    CALL "XXP0245" USING HIS-USER
                                         HIS-F3-WRK
                                         HIS-F12-WRK
                    END-CALL
                    IF   HIS-F3-WRK = "1"
                         MOVE "1" TO F3
                         GO TO ANZ-SFL-90
                    END-IF
           END-IF.

      * 7 = SPERRE AUFHEBEN
           IF       AUSW OF FORMAT2 = "7"
                    PERFORM GIB-FREI
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
      * SPERRE DES USERS BIS ZUM EINGETRAGENEN DATUM AUFHEBEN
      *--------------------------------------------------------------
       GIB-FREI SECTION.
       GIB-FRE-00.

           PERFORM  COPY-GET-TIME.

      * FREIGABEDATUM PRUEFEN: GUELTIG UND NICHT IN DER VERGANGENHEIT
           IF       FRBIS OF FORMAT2 = ZEROES
                    MOVE "BITTE DAS DATUM DER FREIGABE EINTRAGEN"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO GIB-FRE-90
           END-IF.
           MOVE     FRBIS OF FORMAT2 TO DATE-DB.
           PERFORM  COPY-CHECK-DATE.
           IF       DATUM-RETCODE NOT = SPACES
                    MOVE "FREIGABEDATUM UNGUELTIG" TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO GIB-FRE-90
           END-IF.
           IF       FRBIS OF FORMAT2 < DATE-8
                    MOVE "FREIGABEDATUM LIEGT IN DER VERGANGENHEIT"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO GIB-FRE-90
           END-IF.

           INITIALIZE PKKMAHNF OF PKKMAHN-P.
           MOVE     MNUSER OF FORMAT2 TO MNUSER OF PKKMAHN-P.
           READ     PKKMAHN-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO GIB-FRE-90
           END-IF.

      * NUR AB STUFE 3 GIBT ES ETWAS FREIZUGEBEN
           IF       MNSTUF OF PKKMAHN-P < 3
                    MOVE "USER IST NICHT GESPERRT" TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO GIB-FRE-90
           END-IF.

           MOVE     "0"               TO MNSPER OF PKKMAHN-P.
           MOVE     FRBIS OF FORMAT2  TO MNFRBI OF PKKMAHN-P.
           MOVE     T-USER            TO MNFRUS OF PKKMAHN-P.
           MOVE     T-USER            TO MNMSER OF PKKMAHN-P.
           MOVE     T-TERM            TO MNMBS  OF PKKMAHN-P.
           MOVE     PGM-WRK           TO MNMPGM OF PKKMAHN-P.
           MOVE     DATE-8            TO MNMDTA OF PKKMAHN-P.
           MOVE     TIME-6            TO MNMTIA OF PKKMAHN-P.
           REWRITE  PKKMAHN-P.

           PERFORM  SCHREIBE-HISTORIE.

      * DEN USER INFORMIEREN
           MOVE     MNUSER OF PKKMAHN-P TO NOTIF-USER.
           MOVE     "I"               TO NOTIF-SEV.
           MOVE     SPACES            TO NOTIF-TEXT.
           STRING   "KAFFEEKASSE: BESTELLSPERRE AUFGEHOBEN BIS "
                    DSP-DATUM
                    DELIMITED BY SIZE INTO NOTIF-TEXT
           END-STRING.
           CALL     "CFP0030" USING NOTIF-USER
                                    NOTIF-SEV
                                    PGM-WRK
                                    NOTIF-TEXT
           END-CALL.

           MOVE     MNSPER OF PKKMAHN-P TO MNSPER OF FORMAT2.
           MOVE     MNFRBI OF PKKMAHN-P TO MNFRBI OF FORMAT2.
           MOVE     ZEROES              TO FRBIS  OF FORMAT2.

           MOVE     SPACES TO MELDUNG-WRK.
           STRING   "SPERRE AUFGEHOBEN FUER "
                    MNUSER OF PKKMAHN-P
                    DELIMITED BY SIZE INTO MELDUNG-WRK
           END-STRING.
           PERFORM  MELDE-HINWEIS.

       GIB-FRE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DIE FREIGABE IN DER MAHNHISTORIE FESTHALTEN
      *--------------------------------------------------------------
       SCHREIBE-HISTORIE SECTION.
       SCH-HIS-00.

           MOVE     SPACES            TO DSP-DATUM.
           MOVE     MNFRBI OF PKKMAHN-P(7:2) TO DSP-DATUM(1:2).
           MOVE     "."               TO DSP-DATUM(3:1).
           MOVE     MNFRBI OF PKKMAHN-P(5:2) TO DSP-DATUM(4:2).
           MOVE     "."               TO DSP-DATUM(6:1).
           MOVE     MNFRBI OF PKKMAHN-P(1:4) TO DSP-DATUM(7:4).

           INITIALIZE PKKMAHHF OF PKKMAHH-P.
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PKKMAHH" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK            TO MHLFDN OF PKKMAHH-P.

           MOVE     MNUSER OF PKKMAHN-P TO MHUSER OF PKKMAHH-P.
           MOVE     "F"                 TO MHART  OF PKKMAHH-P.
           MOVE     MNSTUF OF PKKMAHN-P TO MHSTUF OF PKKMAHH-P.
           MOVE     MNSALD OF PKKMAHN-P TO MHSALD OF PKKMAHH-P.
           MOVE     DATE-8              TO MHDATU OF PKKMAHH-P.
           MOVE     SPACES              TO MHTEXT OF PKKMAHH-P.
           STRING   "FREIGABE BIS "
                    DSP-DATUM
                    DELIMITED BY SIZE INTO MHTEXT OF PKKMAHH-P
           END-STRING.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO MHAUSR OF PKKMAHH-P.
           MOVE     T-TERM            TO MHABS  OF PKKMAHH-P.
           MOVE     PGM-WRK           TO MHAPGM OF PKKMAHH-P.
           MOVE     DATE-8            TO MHADTA OF PKKMAHH-P.
           MOVE     TIME-6            TO MHATIA OF PKKMAHH-P.

           WRITE    PKKMAHH-P.

       SCH-HIS-90.
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
