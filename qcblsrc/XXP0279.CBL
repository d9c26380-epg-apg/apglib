       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0279.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * PFLEGE GERAETEREGISTER LED-LEISTEN                            *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  PFLEGT DIE PHYSISCHEN LED-LEISTEN IN         *
      *                  PLEDGER: GERAETE-ID, STANDORT (RAUM AUS      *
      *                  PRAUM), BESCHREIBUNG, EINBAUDATUM, LEISTEN-  *
      *                  TYP UND DAS NORMALTELEGRAMM (REFERENZ-       *
      *                  ZUSTAND, MUSS DEKODIERBAR SEIN). DIE         *
      *                  BEDEUTUNG DER LED-POSITIONEN JE LEISTENTYP   *
      *                  WIRD IN XXP0280 GEPFLEGT. STATT ZU LOESCHEN  *
      *                  WIRD EIN GERAET STILLGELEGT (LDAKT 0).       *
      *                  DIE ANALYSE XXP0001, DIE MASSENANALYSE       *
      *                  XXP0057 UND DIE HISTORIENSUCHE XXP0096       *
      *                  FUEHREN DIE GERAETE-ID MIT.                  *
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
                  ASSIGN       TO  WORKSTATION-XXD0279DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PLEDGER: LDGRID (GERAETEREGISTER LED-LEISTEN)
      *-------------------------------------------------------------
           SELECT PLEDGER-DP
                  ASSIGN       TO  DATABASE-PLEDGER
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PRAUM: RARAUM
      *-------------------------------------------------------------
           SELECT PRAUM-DP
                  ASSIGN       TO  DATABASE-PRAUM
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
           COPY DDS-ALL-FORMATS OF XXD0279DE.
      /
      *--- PLEDGER: LDGRID
       FD  PLEDGER-DP
           LABEL RECORDS ARE STANDARD.
       01  PLEDGER-P.
           COPY DDS-ALL-FORMATS OF PLEDGER.
      /
      *--- PRAUM: RARAUM
       FD  PRAUM-DP
           LABEL RECORDS ARE STANDARD.
       01  PRAUM-P.
           COPY DDS-ALL-FORMATS OF PRAUM.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN41                          PIC 1.
        05 IN42                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  XXD0279DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  XXD0279DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0279".
       01  PGM-TYP                       PIC X(8)  VALUE "LED".

      * SONSTIGE VARIABLEN
       01  NEUANLAGE                     PIC 9(1).
       01  MELDUNG-WRK                   PIC X(60).

      * PRUEFUNG DES NORMALTELEGRAMMS (ZEICHENTABELLE WIE XXP0057)
       01  TLG-WRK                       PIC X(35).
       01  TLG-POS                       PIC 9(4).
       01  TLG-OK                        PIC 9(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0279" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0279DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     I-O   PLEDGER-DP.
           OPEN     INPUT PRAUM-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           INITIALIZE FORMAT1.

       ANF020.
      * GERAET ANZEIGEN/ERFASSEN
           PERFORM  ANZEIGE-DATEN.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       F12 = "1"
                    INITIALIZE F12
                    INITIALIZE FORMAT1
           END-IF.
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PLEDGER-DP
                    PRAUM-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * GERAET ANZEIGEN, EINGABEN PRUEFEN UND SPEICHERN
      *--------------------------------------------------------------
       ANZEIGE-DATEN SECTION.
       ANZ-DAT-00.

      * ZUR EINGEGEBENEN GERAETE-ID DEN SATZ LESEN
           MOVE     1 TO NEUANLAGE.
           IF       LDGRID OF FORMAT1 NOT = SPACES
                    INITIALIZE PLEDGERF OF PLEDGER-P
                    MOVE LDGRID OF FORMAT1 TO LDGRID OF PLEDGER-P
                    READ PLEDGER-DP WITH NO LOCK
                    IF   FILE-STATUS = ZEROES
                         MOVE ZEROES TO NEUANLAGE
      *                  NUR BEIM ERSTEN ANZEIGEN UEBERNEHMEN
                         IF   LDBEZ OF FORMAT1 = SPACES
                              MOVE CORR PLEDGERF OF PLEDGER-P
                                     TO FORMAT1
                         END-IF
                    END-IF
           END-IF.

       ANZ-DAT-20.
      * UEBERSCHRIFT
           MOVE     "XXP0279"         TO MAINUEB OF FORMAT1.
           MOVE     "XXP0279*1"       TO SUBUEB  OF FORMAT1.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT1.

      * BEZEICHNUNG DES STANDORTS ZUR INFORMATION
           MOVE     SPACES            TO RABEZ1  OF FORMAT1.
           IF       LDRAUM OF FORMAT1 NOT = SPACES
                    INITIALIZE PRAUMF OF PRAUM-P
                    MOVE LDRAUM OF FORMAT1 TO RARAUM OF PRAUM-P
                    READ PRAUM-DP WITH NO LOCK
                    IF   FILE-STATUS = ZEROES
                         MOVE RABEZ1 OF PRAUM-P TO RABEZ1 OF FORMAT1
                    END-IF
           END-IF.

           IF       NEUANLAGE = ZEROES
                    MOVE AUS TO IN41 OF INXX
                    MOVE AN  TO IN42 OF INXX
           ELSE
                    MOVE AN  TO IN41 OF INXX
                    MOVE AUS TO IN42 OF INXX
           END-IF.

      * ANZEIGE FORMAT
           MOVE     CORR   INXX     TO  FORMAT1-O-INDIC.
           MOVE     "FMT01"         TO  FMT-WRK.
           MOVE     FORMAT1         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-WRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK TO FORMAT1-I.
           MOVE     CORR FORMAT1-I TO FORMAT1.
           MOVE     AUS  TO INXX.

      * F3 ENDE
           IF       IN03 OF FORMAT1-I-INDIC = AN
                    MOVE "1" TO F3
                    GO TO ANZ-DAT-90
           END-IF.

      * F12 ABBRECHEN
           IF       IN12 OF FORMAT1-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ANZ-DAT-90
           END-IF.

      * GERAETE-ID EINGEGEBEN, ABER NOCH KEINE BESCHREIBUNG:
      * NACHLESEN
           IF       LDGRID OF FORMAT1 = SPACES
                    GO TO ANZ-DAT-20
           END-IF.
           IF       LDBEZ  OF FORMAT1 = SPACES
                    GO TO ANZ-DAT-00
           END-IF.

      * DER STANDORT MUSS EIN RAUM AUS PRAUM SEIN
           INITIALIZE PRAUMF OF PRAUM-P.
           MOVE     LDRAUM OF FORMAT1 TO RARAUM OF PRAUM-P.
           READ     PRAUM-DP WITH NO LOCK.
           IF       LDRAUM OF FORMAT1 = SPACES
            OR      FILE-STATUS NOT = ZEROES
                    MOVE "STANDORT FEHLT ODER IST KEIN RAUM AUS PRAUM"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ANZ-DAT-20
           END-IF.

      * OHNE LEISTENTYP KEINE BEDEUTUNG DER LED-POSITIONEN
           IF       LDTYP OF FORMAT1 = SPACES
                    MOVE "LEISTENTYP ANGEBEN (SIEHE XXP0280)"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ANZ-DAT-20
           END-IF.

      * DAS NORMALTELEGRAMM MUSS DEKODIERBAR SEIN
           IF       LDNORM OF FORMAT1 NOT = SPACES
                    MOVE LDNORM OF FORMAT1 TO TLG-WRK
                    PERFORM PRUEFE-TELEGRAMM
                    IF   TLG-OK NOT = 1
                         MOVE "NORMALTELEGRAMM IST NICHT DEKODIERBAR"
                                      TO MELDUNG-WRK
                         PERFORM MELDE-HINWEIS
                         GO TO ANZ-DAT-20
                    END-IF
           END-IF.

      * AKTIV-KENNZEICHEN: LEER/1 = AKTIV, 0 = STILLGELEGT
           IF       LDAKT OF FORMAT1 NOT = SPACES
            AND     LDAKT OF FORMAT1 NOT = "0"
            AND     LDAKT OF FORMAT1 NOT = "1"
                    GO TO ANZ-DAT-20
           END-IF.
           IF       LDAKT OF FORMAT1 = SPACES
                    MOVE "1" TO LDAKT OF FORMAT1
           END-IF.

      * NEUANLAGE/AENDERN
           IF       NEUANLAGE NOT = ZEROES
                    PERFORM ADD-ENTRY
           ELSE
                    PERFORM CHANGE-ENTRY
           END-IF.

      * FUER DAS NAECHSTE GERAET LEEREN
           INITIALIZE FORMAT1.

       ANZ-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TELEGRAMM MIT DER ZEICHENTABELLE AUS XXP0057 PRUEFEN
      *--------------------------------------------------------------
       PRUEFE-TELEGRAMM SECTION.
       PRU-TLG-00.

           MOVE     1 TO TLG-OK.
           IF       TLG-WRK(1:6) NOT = "+++LED"
                    MOVE ZEROES TO TLG-OK
                    GO TO PRU-TLG-90
           END-IF.

           MOVE     8 TO TLG-POS.

       PRU-TLG-20.
           IF       TLG-POS > 31
                    GO TO PRU-TLG-90
           END-IF.

           EVALUATE TLG-WRK(TLG-POS:1)
                    WHEN "Z"
                    WHEN "D"
                    WHEN "A"
                    WHEN "H"
                    WHEN "B"
                    WHEN "E"
                    WHEN "F"
                    WHEN "I"
                    WHEN "J"
                         CONTINUE
                    WHEN OTHER
      *                  UNGUELTIGES ZEICHEN IM TELEGRAMM
                         MOVE ZEROES TO TLG-OK
                         GO TO PRU-TLG-90
           END-EVALUATE.

           ADD      1 TO TLG-POS.
           GO TO    PRU-TLG-20.

       PRU-TLG-90.
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
      *--------------------------------------------------------------
      * HINZUFUEGEN EINES GERAETS
      *--------------------------------------------------------------
       ADD-ENTRY SECTION.
       ADD-ENT-00.

           INITIALIZE PLEDGERF OF PLEDGER-P.
           MOVE     CORR FORMAT1 TO PLEDGERF OF PLEDGER-P.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

      * ANLAGEDATEN FUELLEN
           MOVE     DATE-8            TO LDADTA OF PLEDGER-P.
           MOVE     TIME-6            TO LDATIA OF PLEDGER-P.
           MOVE     T-USER            TO LDAUSR OF PLEDGER-P.
           MOVE     T-TERM            TO LDABS  OF PLEDGER-P.
           MOVE     PGM-WRK           TO LDAPGM OF PLEDGER-P.

           WRITE    PLEDGER-P.

       ADD-ENT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AENDERN EINES GERAETS
      *--------------------------------------------------------------
       CHANGE-ENTRY SECTION.
       CHG-ENT-00.

           INITIALIZE PLEDGERF OF PLEDGER-P.
           MOVE     LDGRID OF FORMAT1 TO LDGRID OF PLEDGER-P.
           READ     PLEDGER-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO CHG-ENT-90
           END-IF.

           MOVE     CORR FORMAT1 TO PLEDGERF OF PLEDGER-P.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO LDMSER OF PLEDGER-P.
           MOVE     T-TERM            TO LDMBS  OF PLEDGER-P.
           MOVE     PGM-WRK           TO LDMPGM OF PLEDGER-P.
           MOVE     DATE-8            TO LDMDTA OF PLEDGER-P.
           MOVE     TIME-6            TO LDMTIA OF PLEDGER-P.

           REWRITE  PLEDGER-P.

       CHG-ENT-90.
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
