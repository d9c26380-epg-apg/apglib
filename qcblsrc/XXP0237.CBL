       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0237.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * PFLEGE DER RAHMENVERTRAEGE JE LIEFERANT                       *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT ZUM EINGEGEBENEN LIEFERANTEN ALLE      *
      *                  RAHMENVERTRAEGE AUS PKDRVT MIT BEZEICHNUNG,  *
      *                  GUELTIG VON/BIS, ZUGESAGTEM JAHRESVOLUMEN,   *
      *                  VERBRAUCHTEM VOLUMEN UND RESTVOLUMEN,        *
      *                  KUENDIGUNGSFRIST IN MONATEN UND DEM          *
      *                  VERTRAGSVERANTWORTLICHEN. LEERE ZEILEN       *
      *                  NEHMEN NEUE VERTRAEGE AUF (VERTRAGSNUMMER    *
      *                  UEBER CFP0020), AUSWAHL 4 LOESCHT EINEN      *
      *                  VERTRAG, SOLANGE NOCH NICHTS DARAUF          *
      *                  BESTELLT WURDE. DAS VERBRAUCHTE VOLUMEN      *
      *                  SCHREIBT DIE BESTELLERFASSUNG XXP0207 FORT,  *
      *                  AN DIE KUENDIGUNGSFRIST ERINNERT XXP0238.    *
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
                  ASSIGN       TO  WORKSTATION-XXD0237DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PKDRVT: RAHMENVERTRAEGE
      *-------------------------------------------------------------
           SELECT PKDRVT-DP
                  ASSIGN       TO  DATABASE-PKDRVT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * LOGISCHE DATEI RAHMENVERTRAEGE NACH LIEFERANT
      *-------------------------------------------------------------
           SELECT PKDRVT-DL
                  ASSIGN       TO  DATABASE-PKDRVTL1
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDLIEF: LIEFERANTENSTAMM
      *-------------------------------------------------------------
           SELECT PKDLIEF-DP
                  ASSIGN       TO  DATABASE-PKDLIEF
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
           COPY DDS-ALL-FORMATS OF XXD0237DE.
      /
      *--- PKDRVT: RVNR
       FD  PKDRVT-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDRVT-P.
           COPY DDS-ALL-FORMATS OF PKDRVT.
      /
      *--- PKDRVTL1: RVLIEF, RVNR
       FD  PKDRVT-DL
           LABEL RECORDS ARE STANDARD.
       01  PKDRVT-L.
           COPY DDS-ALL-FORMATS OF PKDRVTL1.
      /
      *--- PKDLIEF: KLLIEF
       FD  PKDLIEF-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDLIEF-P.
           COPY DDS-ALL-FORMATS OF PKDLIEF.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  XXD0237DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  XXD0237DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD0237DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD0237DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0237".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * LIEFERANT, DESSEN VERTRAEGE IM SUBFILE STEHEN
       01  LIEFERANT-WRK                 LIKE KLLIEF OF PKDLIEF-P.

      * ANZAHL LEERER ZEILEN FUER NEUE VERTRAEGE
       77  LEER-ANZ                      PIC 9(3)  COMP.

      * SONSTIGE VARIABLEN
       01  GESPEICHERT                   PIC 9(1).

      * TEXT FUER DIE HINWEISNACHRICHT
       01  MELDUNG-WRK                   PIC X(60).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0237" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0237DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     I-O   PKDRVT-DP.
           OPEN     INPUT PKDRVT-DL
                          PKDLIEF-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           INITIALIZE FORMAT1.
           INITIALIZE LIEFERANT-WRK.

       ANF020.
      * VERTRAEGE ANZEIGEN/ERFASSEN
           PERFORM  ANZEIGE-DATEN.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       F12 = "1"
                    INITIALIZE F12
                    INITIALIZE FORMAT1
                    INITIALIZE LIEFERANT-WRK
           END-IF.
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PKDRVT-DP
                    PKDRVT-DL
                    PKDLIEF-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * LIEFERANT MIT SEINEN RAHMENVERTRAEGEN ANZEIGEN, GEAENDERTE
      * ZEILEN PRUEFEN UND SPEICHERN
      *--------------------------------------------------------------
       ANZEIGE-DATEN SECTION.
       ANZ-DAT-00.

      * UEBERSCHRIFT
           MOVE     "XXP0200"         TO MAINUEB OF FORMAT1.
           MOVE     "XXP0237*1"       TO SUBUEB  OF FORMAT1.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT1.

      * VERTRAEGE DES LIEFERANTEN IN DAS SUBFILE LADEN
           PERFORM  LADE-VERTRAEGE.

      * ANZEIGE FORMAT
           MOVE     CORR   INXX     TO  FORMAT1-O-INDIC.
           MOVE     "FMT01"         TO  FMT-WRK.
           MOVE     FORMAT1         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
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

      * LIEFERANTENNUMMER IST PFLICHT
           IF       KLLIEF OF FORMAT1 = SPACES
                    INITIALIZE LIEFERANT-WRK
                    GO TO ANZ-DAT-90
           END-IF.

      * NEUER LIEFERANT EINGEGEBEN: ERST STAMMSATZ NACHLESEN
           IF       KLLIEF OF FORMAT1 NOT = LIEFERANT-WRK
                    PERFORM LESE-LIEFERANT
                    GO TO ANZ-DAT-90
           END-IF.

      * ALLE GEAENDERTEN VERTRAGSZEILEN VERARBEITEN
           INITIALIZE GESPEICHERT.
           PERFORM  VERARBEITE-VERTRAEGE.

           IF       GESPEICHERT NOT = ZEROES
                    MOVE "RAHMENVERTRAEGE GESPEICHERT" TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
           END-IF.

       ANZ-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LIEFERANTENSTAMM ZUR EINGEGEBENEN NUMMER LESEN
      *--------------------------------------------------------------
       LESE-LIEFERANT SECTION.
       LES-LIE-00.

           INITIALIZE LIEFERANT-WRK.
           MOVE     SPACES TO KLNAME OF FORMAT1.

           INITIALIZE PKDLIEFF OF PKDLIEF-P.
           MOVE     KLLIEF OF FORMAT1 TO KLLIEF OF PKDLIEF-P.
           READ     PKDLIEF-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "LIEFERANT NICHT VORHANDEN" TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO LES-LIE-90
           END-IF.

           MOVE     KLNAME OF PKDLIEF-P TO KLNAME OF FORMAT1.
           MOVE     KLLIEF OF PKDLIEF-P TO LIEFERANT-WRK.

       LES-LIE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VORHANDENE VERTRAEGE DES LIEFERANTEN UND LEERE ZEILEN FUER
      * NEUE VERTRAEGE IN DAS SUBFILE LADEN
      *--------------------------------------------------------------
       LADE-VERTRAEGE SECTION.
       LAD-VER-00.

      * SUBFILE-CLEAR
           INITIALIZE FORMAT2.
           MOVE     ZEROES  TO SUBFILE-RECORD-NUMBER.
           MOVE     ZEROES  TO ANZREC-WRK.
           MOVE     AN      TO IN95 OF INXX.
           MOVE     AUS     TO IN91 OF INXX.
           MOVE     AUS     TO IN96 OF INXX.
           MOVE     CORR INXX  TO FORMAT1-O-INDIC.
           MOVE     "FMT01" TO FMT-WRK.
           MOVE     FORMAT1 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           MOVE     AUS TO INXX.

      * OHNE GUELTIGEN LIEFERANTEN BLEIBT DAS SUBFILE LEER
           IF       LIEFERANT-WRK = SPACES
                    GO TO LAD-VER-60
           END-IF.

           INITIALIZE PKDRVTF OF PKDRVT-L.
           MOVE     LIEFERANT-WRK TO RVLIEF OF PKDRVT-L.
           START    PKDRVT-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-VER-40
           END-IF.

       LAD-VER-20.
           READ     PKDRVT-DL NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-VER-40
           END-IF.
           IF       RVLIEF OF PKDRVT-L NOT = LIEFERANT-WRK
                    GO TO LAD-VER-40
           END-IF.

      * SUBFILE-ZEILE FUELLEN, VERTRAGSNUMMER UND VERBRAUCH SIND
      * NUR AUSGABEFELDER
           INITIALIZE FORMAT2.
           MOVE     SPACES               TO AUSW   OF FORMAT2.
           MOVE     RVNR   OF PKDRVT-L   TO RVNR   OF FORMAT2.
           MOVE     RVBEZ  OF PKDRVT-L   TO RVBEZ  OF FORMAT2.
           MOVE     RVVON  OF PKDRVT-L   TO RVVON  OF FORMAT2.
           MOVE     RVBIS  OF PKDRVT-L   TO RVBIS  OF FORMAT2.
           MOVE     RVVOL  OF PKDRVT-L   TO RVVOL  OF FORMAT2.
           MOVE     RVVERB OF PKDRVT-L   TO RVVERB OF FORMAT2.
           MOVE     RVKFRI OF PKDRVT-L   TO RVKFRI OF FORMAT2.
           MOVE     RVVERA OF PKDRVT-L   TO RVVERA OF FORMAT2.
           IF       RVVERB OF PKDRVT-L < RVVOL OF PKDRVT-L
                    COMPUTE RVREST OF FORMAT2 =
                            RVVOL OF PKDRVT-L - RVVERB OF PKDRVT-L
                    END-COMPUTE
           ELSE
                    MOVE ZEROES TO RVREST OF FORMAT2
           END-IF.

           MOVE     CORR INXX    TO FORMAT2-O-INDIC.
           ADD      1            TO ANZREC-WRK.
           ADD      1            TO SUBFILE-RECORD-NUMBER.
           MOVE     "FMT02"      TO FMT-WRK.
           MOVE     FORMAT2      TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           MOVE     AUS TO INXX.
           GO TO    LAD-VER-20.

       LAD-VER-40.
      * DREI LEERE ZEILEN FUER NEUE VERTRAEGE ANHAENGEN
           MOVE     ZEROES TO LEER-ANZ.

       LAD-VER-50.
           IF       LEER-ANZ NOT < 3
                    GO TO LAD-VER-60
           END-IF.
           INITIALIZE FORMAT2.
           MOVE     SPACES       TO AUSW OF FORMAT2.
           MOVE     CORR INXX    TO FORMAT2-O-INDIC.
           ADD      1            TO ANZREC-WRK.
           ADD      1            TO SUBFILE-RECORD-NUMBER.
           MOVE     "FMT02"      TO FMT-WRK.
           MOVE     FORMAT2      TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           ADD      1 TO LEER-ANZ.
           GO TO    LAD-VER-50.

       LAD-VER-60.
           MOVE     AUS    TO IN95  IN  INXX.
           MOVE     AN     TO IN96  IN  INXX.
           IF       ANZREC-WRK NOT = ZEROES
                    MOVE AN  TO IN91 OF INXX
           ELSE
                    MOVE AUS TO IN91 OF INXX
           END-IF.

       LAD-VER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE GEAENDERTEN VERTRAGSZEILEN LESEN, PRUEFEN UND
      * SPEICHERN BZW. LOESCHEN
      *--------------------------------------------------------------
       VERARBEITE-VERTRAEGE SECTION.
       VER-VER-00.

      * LESEN VON SUBFILE NEXT MODIFIED RECORD
           MOVE     "FMT02" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-SFLREAD.
           IF       BS-STAT NOT = ZEROES
                    GO TO VER-VER-90
           END-IF.

           MOVE     WSREC-WRK      TO FORMAT2-I.
           MOVE     CORR FORMAT2-I TO FORMAT2.

      * LEERE ZEILE UEBERGEHEN
           IF       RVNR   OF FORMAT2 = ZEROES
            AND     RVBIS  OF FORMAT2 = ZEROES
            AND     RVVOL  OF FORMAT2 = ZEROES
                    GO TO VER-VER-00
           END-IF.

      * 4 = VERTRAG LOESCHEN
           IF       AUSW OF FORMAT2 = "4"
                    PERFORM LOESCHE-VERTRAG
                    GO TO VER-VER-00
           END-IF.

      * ZUGESAGTES VOLUMEN MUSS GEFUELLT SEIN
           IF       RVVOL OF FORMAT2 = ZEROES
                    MOVE "ZUGESAGTES VOLUMEN FEHLT - NICHT GESPEICHERT"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO VER-VER-00
           END-IF.

      * OHNE VERANTWORTLICHEN GEHT DER VERTRAG AN DEN ERFASSER
           IF       RVVERA OF FORMAT2 = SPACES
                    MOVE T-USER TO RVVERA OF FORMAT2
           END-IF.

      * OHNE GUELTIG-AB GILT DER VERTRAG AB HEUTE
           IF       RVVON OF FORMAT2 = ZEROES
                    PERFORM COPY-GET-TIME
                    MOVE    DATE-8 TO RVVON OF FORMAT2
           END-IF.
           MOVE     RVVON OF FORMAT2 TO DATE-DB.
           PERFORM  COPY-CHECK-DATE.
           IF       DATUM-RETCODE NOT = SPACES
                    MOVE "GUELTIG AB UNGUELTIG - NICHT GESPEICHERT"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO VER-VER-00
           END-IF.

      * DAS VERTRAGSENDE IST PFLICHT, DARAN HAENGT DIE
      * KUENDIGUNGSFRIST
           MOVE     RVBIS OF FORMAT2 TO DATE-DB.
           PERFORM  COPY-CHECK-DATE.
           IF       DATUM-RETCODE NOT = SPACES
            OR      RVBIS OF FORMAT2 = ZEROES
            OR      RVBIS OF FORMAT2 < RVVON OF FORMAT2
                    MOVE "GUELTIG BIS UNGUELTIG - NICHT GESPEICHERT"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO VER-VER-00
           END-IF.

           PERFORM  SPEICHERE-VERTRAG.
           GO TO    VER-VER-00.

       VER-VER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VERTRAG SCHREIBEN BZW. AENDERN. DAS VERBRAUCHTE VOLUMEN
      * WIRD HIER NICHT GEPFLEGT
      *--------------------------------------------------------------
       SPEICHERE-VERTRAG SECTION.
       SPE-VER-00.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

           IF       RVNR OF FORMAT2 = ZEROES
                    GO TO SPE-VER-40
           END-IF.

           INITIALIZE PKDRVTF OF PKDRVT-P.
           MOVE     RVNR   OF FORMAT2 TO RVNR   OF PKDRVT-P.
           READ     PKDRVT-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SPE-VER-90
           END-IF.

           MOVE     RVBEZ  OF FORMAT2 TO RVBEZ  OF PKDRVT-P.
           MOVE     RVVON  OF FORMAT2 TO RVVON  OF PKDRVT-P.
           MOVE     RVBIS  OF FORMAT2 TO RVBIS  OF PKDRVT-P.
           MOVE     RVVOL  OF FORMAT2 TO RVVOL  OF PKDRVT-P.
           MOVE     RVKFRI OF FORMAT2 TO RVKFRI OF PKDRVT-P.
           MOVE     RVVERA OF FORMAT2 TO RVVERA OF PKDRVT-P.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO RVMSER OF PKDRVT-P.
           MOVE     T-TERM            TO RVMBS  OF PKDRVT-P.
           MOVE     PGM-WRK           TO RVMPGM OF PKDRVT-P.
           MOVE     DATE-8            TO RVMDTA OF PKDRVT-P.
           MOVE     TIME-6            TO RVMTIA OF PKDRVT-P.

           REWRITE  PKDRVT-P.
           MOVE     1 TO GESPEICHERT.
           GO TO    SPE-VER-90.

       SPE-VER-40.
      * NEUER VERTRAG, VERTRAGSNUMMER ERMITTELN
           INITIALIZE PKDRVTF OF PKDRVT-P.
           MOVE     "PKDRVT" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK          TO RVNR   OF PKDRVT-P.
           MOVE     LIEFERANT-WRK     TO RVLIEF OF PKDRVT-P.
           MOVE     RVBEZ  OF FORMAT2 TO RVBEZ  OF PKDRVT-P.
           MOVE     RVVON  OF FORMAT2 TO RVVON  OF PKDRVT-P.
           MOVE     RVBIS  OF FORMAT2 TO RVBIS  OF PKDRVT-P.
           MOVE     RVVOL  OF FORMAT2 TO RVVOL  OF PKDRVT-P.
           MOVE     ZEROES            TO RVVERB OF PKDRVT-P.
           MOVE     RVKFRI OF FORMAT2 TO RVKFRI OF PKDRVT-P.
           MOVE     RVVERA OF FORMAT2 TO RVVERA OF PKDRVT-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO RVAUSR OF PKDRVT-P.
           MOVE     T-TERM            TO RVABS  OF PKDRVT-P.
           MOVE     PGM-WRK           TO RVAPGM OF PKDRVT-P.
           MOVE     DATE-8            TO RVADTA OF PKDRVT-P.
           MOVE     TIME-6            TO RVATIA OF PKDRVT-P.

           WRITE    PKDRVT-P.
           MOVE     1 TO GESPEICHERT.

       SPE-VER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VERTRAG LOESCHEN - NUR SOLANGE NOCH NICHTS DARAUF
      * BESTELLT WURDE
      *--------------------------------------------------------------
       LOESCHE-VERTRAG SECTION.
       LOE-VER-00.

           IF       RVNR OF FORMAT2 = ZEROES
                    GO TO LOE-VER-90
           END-IF.

           INITIALIZE PKDRVTF OF PKDRVT-P.
           MOVE     RVNR   OF FORMAT2 TO RVNR   OF PKDRVT-P.
           READ     PKDRVT-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LOE-VER-90
           END-IF.

           IF       RVVERB OF PKDRVT-P NOT = ZEROES
                    UNLOCK PKDRVT-DP
                    MOVE "VERTRAG HAT BESTELLUNGEN - NICHT GELOESCHT"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO LOE-VER-90
           END-IF.

           DELETE   PKDRVT-DP RECORD.
           MOVE     1 TO GESPEICHERT.

       LOE-VER-90.
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
