       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0234.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * PFLEGE DER LIEFERANTENPREISE JE ARTIKEL                       *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT ZUM EINGEGEBENEN ARTIKEL ALLE ANGEBOTE *
      *                  DER LIEFERANTEN AUS PKDALP (EIN SATZ JE      *
      *                  ARTIKEL UND LIEFERANT) MIT ANGEBOTSPREIS,    *
      *                  MINDESTBESTELLMENGE, LIEFERZEIT IN TAGEN,    *
      *                  GUELTIG VON/BIS UND VORZUGSLIEFERANT. LEERE  *
      *                  ZEILEN NEHMEN NEUE ANGEBOTE AUF, AUSWAHL 4   *
      *                  LOESCHT EIN ANGEBOT. JE ARTIKEL GIBT ES      *
      *                  HOECHSTENS EINEN VORZUGSLIEFERANTEN.         *
      *                  DIE ANGEBOTE WERDEN IN DER ARTIKELAUSWAHL    *
      *                  XXP0210 UND IN DEN NACHBESTELLVORSCHLAEGEN   *
      *                  XXP0221 VERWENDET.                           *
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
                  ASSIGN       TO  WORKSTATION-XXD0234DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PKDALP: LIEFERANTENPREISE JE ARTIKEL
      *-------------------------------------------------------------
           SELECT PKDALP-DP
                  ASSIGN       TO  DATABASE-PKDALP
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDART: ARTIKELSTAMM
      *-------------------------------------------------------------
           SELECT PKDART-DP
                  ASSIGN       TO  DATABASE-PKDART
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
           COPY DDS-ALL-FORMATS OF XXD0234DE.
      /
      *--- PKDALP: APANR, APLIEF
       FD  PKDALP-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDALP-P.
           COPY DDS-ALL-FORMATS OF PKDALP.
      /
      *--- PKDART: KAANR
       FD  PKDART-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDART-P.
           COPY DDS-ALL-FORMATS OF PKDART.
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
        05 IN41                          PIC 1.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  XXD0234DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  XXD0234DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD0234DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD0234DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0234".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * ARTIKEL, DESSEN ANGEBOTE IM SUBFILE STEHEN
       01  ARTIKEL-WRK                   PIC X(20).

      * ANZAHL LEERER ZEILEN FUER NEUE ANGEBOTE
       77  LEER-ANZ                      PIC 9(3)  COMP.

      * SONSTIGE VARIABLEN
       01  LIEF-DA                       PIC 9(1).
       01  GESPEICHERT                   PIC 9(1).
       01  SUCH-LIEF                     LIKE APLIEF OF PKDALP-P.

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
           MOVE     "XXP0234" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0234DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     I-O   PKDALP-DP.
           OPEN     INPUT PKDART-DP
                          PKDLIEF-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           INITIALIZE FORMAT1.
           INITIALIZE ARTIKEL-WRK.

       ANF020.
      * ANGEBOTE ANZEIGEN/ERFASSEN
           PERFORM  ANZEIGE-DATEN.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       F12 = "1"
                    INITIALIZE F12
                    INITIALIZE FORMAT1
                    INITIALIZE ARTIKEL-WRK
           END-IF.
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PKDALP-DP
                    PKDART-DP
                    PKDLIEF-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ARTIKEL MIT SEINEN ANGEBOTEN ANZEIGEN, GEAENDERTE ZEILEN
      * PRUEFEN UND SPEICHERN
      *--------------------------------------------------------------
       ANZEIGE-DATEN SECTION.
       ANZ-DAT-00.

      * UEBERSCHRIFT
           MOVE     "XXP0200"         TO MAINUEB OF FORMAT1.
           MOVE     "XXP0234*1"       TO SUBUEB  OF FORMAT1.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT1.

      * ANGEBOTE DES ARTIKELS IN DAS SUBFILE LADEN
           PERFORM  LADE-ANGEBOTE.

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

      * ARTIKELNUMMER IST PFLICHT
           IF       KAANR OF FORMAT1 = SPACES
                    INITIALIZE ARTIKEL-WRK
                    GO TO ANZ-DAT-90
           END-IF.

      * NEUER ARTIKEL EINGEGEBEN: ERST STAMMSATZ NACHLESEN
           IF       KAANR OF FORMAT1 NOT = ARTIKEL-WRK
                    PERFORM LESE-ARTIKEL
                    GO TO ANZ-DAT-90
           END-IF.

      * ALLE GEAENDERTEN ANGEBOTSZEILEN VERARBEITEN
           INITIALIZE GESPEICHERT.
           PERFORM  VERARBEITE-ANGEBOTE.

           IF       GESPEICHERT NOT = ZEROES
                    MOVE "ANGEBOTE GESPEICHERT" TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
           END-IF.

       ANZ-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ARTIKELSTAMM ZUR EINGEGEBENEN NUMMER LESEN
      *--------------------------------------------------------------
       LESE-ARTIKEL SECTION.
       LES-ART-00.

           INITIALIZE ARTIKEL-WRK.
           MOVE     SPACES TO KABEZ OF FORMAT1.

           INITIALIZE PKDARTF OF PKDART-P.
           MOVE     KAANR OF FORMAT1 TO KAANR OF PKDART-P.
           READ     PKDART-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "ARTIKEL NICHT VORHANDEN" TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO LES-ART-90
           END-IF.

           MOVE     KABEZ OF PKDART-P TO KABEZ OF FORMAT1.
           MOVE     KAANR OF PKDART-P TO ARTIKEL-WRK.

       LES-ART-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VORHANDENE ANGEBOTE DES ARTIKELS UND LEERE ZEILEN FUER
      * NEUE ANGEBOTE IN DAS SUBFILE LADEN
      *--------------------------------------------------------------
       LADE-ANGEBOTE SECTION.
       LAD-ANG-00.

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

      * OHNE GUELTIGEN ARTIKEL BLEIBT DAS SUBFILE LEER
           IF       ARTIKEL-WRK = SPACES
                    GO TO LAD-ANG-60
           END-IF.

           INITIALIZE PKDALPF OF PKDALP-P.
           MOVE     ARTIKEL-WRK TO APANR OF PKDALP-P.
           START    PKDALP-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-ANG-40
           END-IF.

       LAD-ANG-20.
           READ     PKDALP-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-ANG-40
           END-IF.
           IF       APANR OF PKDALP-P NOT = ARTIKEL-WRK
                    GO TO LAD-ANG-40
           END-IF.

      * SUBFILE-ZEILE FUELLEN, LIEFERANT IST SCHLUESSEL UND
      * DAHER BEI VORHANDENEN ANGEBOTEN GESCHUETZT
           INITIALIZE FORMAT2.
           MOVE     SPACES               TO AUSW   OF FORMAT2.
           MOVE     APLIEF OF PKDALP-P   TO APLIEF OF FORMAT2.
           MOVE     APPREI OF PKDALP-P   TO APPREI OF FORMAT2.
           MOVE     APMINM OF PKDALP-P   TO APMINM OF FORMAT2.
           MOVE     APLFTG OF PKDALP-P   TO APLFTG OF FORMAT2.
           MOVE     APGVON OF PKDALP-P   TO APGVON OF FORMAT2.
           MOVE     APGBIS OF PKDALP-P   TO APGBIS OF FORMAT2.
           MOVE     APBEVZ OF PKDALP-P   TO APBEVZ OF FORMAT2.

           INITIALIZE PKDLIEFF OF PKDLIEF-P.
           MOVE     APLIEF OF PKDALP-P TO KLLIEF OF PKDLIEF-P.
           READ     PKDLIEF-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE KLNAME OF PKDLIEF-P TO LIEBEZ OF FORMAT2
           END-IF.

           MOVE     AN           TO IN41 OF INXX.
           MOVE     CORR INXX    TO FORMAT2-O-INDIC.
           ADD      1            TO ANZREC-WRK.
           ADD      1            TO SUBFILE-RECORD-NUMBER.
           MOVE     "FMT02"      TO FMT-WRK.
           MOVE     FORMAT2      TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           MOVE     AUS TO INXX.
           GO TO    LAD-ANG-20.

       LAD-ANG-40.
      * FUENF LEERE ZEILEN FUER NEUE ANGEBOTE ANHAENGEN
           MOVE     ZEROES TO LEER-ANZ.

       LAD-ANG-50.
           IF       LEER-ANZ NOT < 5
                    GO TO LAD-ANG-60
           END-IF.
           INITIALIZE FORMAT2.
           MOVE     SPACES       TO AUSW OF FORMAT2.
           MOVE     AUS          TO IN41 OF INXX.
           MOVE     CORR INXX    TO FORMAT2-O-INDIC.
           ADD      1            TO ANZREC-WRK.
           ADD      1            TO SUBFILE-RECORD-NUMBER.
           MOVE     "FMT02"      TO FMT-WRK.
           MOVE     FORMAT2      TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           ADD      1 TO LEER-ANZ.
           GO TO    LAD-ANG-50.

       LAD-ANG-60.
           MOVE     AUS    TO IN95  IN  INXX.
           MOVE     AN     TO IN96  IN  INXX.
           IF       ANZREC-WRK NOT = ZEROES
                    MOVE AN  TO IN91 OF INXX
           ELSE
                    MOVE AUS TO IN91 OF INXX
           END-IF.

       LAD-ANG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE GEAENDERTEN ANGEBOTSZEILEN LESEN, PRUEFEN UND
      * SPEICHERN BZW. LOESCHEN
      *--------------------------------------------------------------
       VERARBEITE-ANGEBOTE SECTION.
       VER-ANG-00.

      * LESEN VON SUBFILE NEXT MODIFIED RECORD
           MOVE     "FMT02" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-SFLREAD.
           IF       BS-STAT NOT = ZEROES
                    GO TO VER-ANG-90
           END-IF.

           MOVE     WSREC-WRK      TO FORMAT2-I.
           MOVE     CORR FORMAT2-I TO FORMAT2.

      * LEERE ZEILE UEBERGEHEN
           IF       APLIEF OF FORMAT2 = SPACES
                    GO TO VER-ANG-00
           END-IF.

      * 4 = ANGEBOT LOESCHEN
           IF       AUSW OF FORMAT2 = "4"
                    PERFORM LOESCHE-ANGEBOT
                    GO TO VER-ANG-00
           END-IF.

      * LIEFERANT GEGEN DEN STAMM PRUEFEN
           PERFORM  PRUEFE-LIEFERANT.
           IF       LIEF-DA = ZEROES
                    MOVE "LIEFERANT UNBEKANNT ODER INAKTIV"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO VER-ANG-00
           END-IF.

      * ANGEBOTSPREIS MUSS GEFUELLT SEIN
           IF       APPREI OF FORMAT2 = ZEROES
                    MOVE "ANGEBOTSPREIS FEHLT - NICHT GESPEICHERT"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO VER-ANG-00
           END-IF.

      * VORZUGSLIEFERANT: LEER ODER 1
           IF       APBEVZ OF FORMAT2 NOT = SPACES
            AND     APBEVZ OF FORMAT2 NOT = "1"
                    MOVE "VORZUG NUR LEER ODER 1 - NICHT GESPEICHERT"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO VER-ANG-00
           END-IF.

      * OHNE GUELTIG-AB GILT DAS ANGEBOT AB HEUTE
           IF       APGVON OF FORMAT2 = ZEROES
                    PERFORM COPY-GET-TIME
                    MOVE    DATE-8 TO APGVON OF FORMAT2
           END-IF.
           MOVE     APGVON OF FORMAT2 TO DATE-DB.
           PERFORM  COPY-CHECK-DATE.
           IF       DATUM-RETCODE NOT = SPACES
                    MOVE "GUELTIG AB UNGUELTIG - NICHT GESPEICHERT"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO VER-ANG-00
           END-IF.

      * GUELTIG BIS: LEER = UNBEFRISTET
           IF       APGBIS OF FORMAT2 = ZEROES
                    GO TO VER-ANG-50
           END-IF.
           MOVE     APGBIS OF FORMAT2 TO DATE-DB.
           PERFORM  COPY-CHECK-DATE.
           IF       DATUM-RETCODE NOT = SPACES
            OR      APGBIS OF FORMAT2 < APGVON OF FORMAT2
                    MOVE "GUELTIG BIS UNGUELTIG - NICHT GESPEICHERT"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO VER-ANG-00
           END-IF.

       VER-ANG-50.
           PERFORM  SPEICHERE-ANGEBOT.

      * NUR EIN VORZUGSLIEFERANT JE ARTIKEL
           IF       APBEVZ OF FORMAT2 = "1"
                    PERFORM ENTFERNE-VORZUG
           END-IF.

           GO TO    VER-ANG-00.

       VER-ANG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LIEFERANT GEGEN DEN LIEFERANTENSTAMM PKDLIEF PRUEFEN
      * (INAKTIVE LIEFERANTEN GELTEN ALS NICHT VORHANDEN)
      *--------------------------------------------------------------
       PRUEFE-LIEFERANT SECTION.
       PRU-LIE-00.

           INITIALIZE LIEF-DA.
           INITIALIZE PKDLIEFF OF PKDLIEF-P.
           MOVE     APLIEF OF FORMAT2 TO KLLIEF OF PKDLIEF-P.
           READ     PKDLIEF-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-LIE-90
           END-IF.
           IF       KLSTAT OF PKDLIEF-P = "I"
                    GO TO PRU-LIE-90
           END-IF.

           MOVE     1 TO LIEF-DA.

       PRU-LIE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANGEBOT SCHREIBEN BZW. AENDERN
      *--------------------------------------------------------------
       SPEICHERE-ANGEBOT SECTION.
       SPE-ANG-00.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

           INITIALIZE PKDALPF OF PKDALP-P.
           MOVE     ARTIKEL-WRK       TO APANR  OF PKDALP-P.
           MOVE     APLIEF OF FORMAT2 TO APLIEF OF PKDALP-P.
           READ     PKDALP-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SPE-ANG-40
           END-IF.

           MOVE     APPREI OF FORMAT2 TO APPREI OF PKDALP-P.
           MOVE     APMINM OF FORMAT2 TO APMINM OF PKDALP-P.
           MOVE     APLFTG OF FORMAT2 TO APLFTG OF PKDALP-P.
           MOVE     APGVON OF FORMAT2 TO APGVON OF PKDALP-P.
           MOVE     APGBIS OF FORMAT2 TO APGBIS OF PKDALP-P.
           MOVE     APBEVZ OF FORMAT2 TO APBEVZ OF PKDALP-P.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO APMSER OF PKDALP-P.
           MOVE     T-TERM            TO APMBS  OF PKDALP-P.
           MOVE     PGM-WRK           TO APMPGM OF PKDALP-P.
           MOVE     DATE-8            TO APMDTA OF PKDALP-P.
           MOVE     TIME-6            TO APMTIA OF PKDALP-P.

           REWRITE  PKDALP-P.
           MOVE     1 TO GESPEICHERT.
           GO TO    SPE-ANG-90.

       SPE-ANG-40.
      * NEUES ANGEBOT
           INITIALIZE PKDALPF OF PKDALP-P.
           MOVE     ARTIKEL-WRK       TO APANR  OF PKDALP-P.
           MOVE     APLIEF OF FORMAT2 TO APLIEF OF PKDALP-P.
           MOVE     APPREI OF FORMAT2 TO APPREI OF PKDALP-P.
           MOVE     APMINM OF FORMAT2 TO APMINM OF PKDALP-P.
           MOVE     APLFTG OF FORMAT2 TO APLFTG OF PKDALP-P.
           MOVE     APGVON OF FORMAT2 TO APGVON OF PKDALP-P.
           MOVE     APGBIS OF FORMAT2 TO APGBIS OF PKDALP-P.
           MOVE     APBEVZ OF FORMAT2 TO APBEVZ OF PKDALP-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO APAUSR OF PKDALP-P.
           MOVE     T-TERM            TO APABS  OF PKDALP-P.
           MOVE     PGM-WRK           TO APAPGM OF PKDALP-P.
           MOVE     DATE-8            TO APADTA OF PKDALP-P.
           MOVE     TIME-6            TO APATIA OF PKDALP-P.

           WRITE    PKDALP-P.
           MOVE     1 TO GESPEICHERT.

       SPE-ANG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VORZUGSKENNZEICHEN BEI ALLEN ANDEREN ANGEBOTEN DES
      * ARTIKELS ENTFERNEN
      *--------------------------------------------------------------
       ENTFERNE-VORZUG SECTION.
       ENT-VOR-00.

           MOVE     APLIEF OF FORMAT2 TO SUCH-LIEF.

           INITIALIZE PKDALPF OF PKDALP-P.
           MOVE     ARTIKEL-WRK TO APANR OF PKDALP-P.
           START    PKDALP-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ENT-VOR-90
           END-IF.

       ENT-VOR-20.
           READ     PKDALP-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ENT-VOR-90
           END-IF.
           IF       APANR OF PKDALP-P NOT = ARTIKEL-WRK
                    GO TO ENT-VOR-90
           END-IF.
           IF       APLIEF OF PKDALP-P = SUCH-LIEF
            OR      APBEVZ OF PKDALP-P NOT = "1"
                    GO TO ENT-VOR-20
           END-IF.

           MOVE     SPACES            TO APBEVZ OF PKDALP-P.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO APMSER OF PKDALP-P.
           MOVE     T-TERM            TO APMBS  OF PKDALP-P.
           MOVE     PGM-WRK           TO APMPGM OF PKDALP-P.
           MOVE     DATE-8            TO APMDTA OF PKDALP-P.
           MOVE     TIME-6            TO APMTIA OF PKDALP-P.

           REWRITE  PKDALP-P.
           GO TO    ENT-VOR-20.

       ENT-VOR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANGEBOT LOESCHEN
      *--------------------------------------------------------------
       LOESCHE-ANGEBOT SECTION.
       LOE-ANG-00.

           INITIALIZE PKDALPF OF PKDALP-P.
           MOVE     ARTIKEL-WRK       TO APANR  OF PKDALP-P.
           MOVE     APLIEF OF FORMAT2 TO APLIEF OF PKDALP-P.
           READ     PKDALP-DP.
           IF       FILE-STATUS = ZEROES
                    DELETE PKDALP-DP RECORD
                    MOVE   1 TO GESPEICHERT
           END-IF.

       LOE-ANG-90.
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
