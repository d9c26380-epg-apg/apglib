       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0247.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * BEWERTUNG DER MITTAGESSEN                                     *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT DEM ANGEMELDETEN USER SEINE BESTELL-   *
      *                  UNGEN AUS PFODAW DER LETZTEN TAGE (A400      *
      *                  ESSENBEW, CFIN03(1:2) = ANZAHL TAGE, STAN-   *
      *                  DARD 3). JE ESSEN KOENNEN 1 BIS 5 STERNE     *
      *                  UND EIN KURZER KOMMENTAR VERGEBEN WERDEN.    *
      *                  DIE BEWERTUNG STEHT JE USER, TAG, RESTAURANT *
      *                  UND GERICHT IN PBEWERT. 0 STERNE LOESCHT     *
      *                  EINE VORHANDENE BEWERTUNG.                   *
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
                  ASSIGN       TO  WORKSTATION-XXD0247DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PBEWERT: BWUSER, BWDATU, BWRTRT, BWGERT
      *-------------------------------------------------------------
           SELECT PBEWERT-DP
                  ASSIGN       TO  DATABASE-PBEWERT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PFODAWL2: FABJH, FABJA, FABMO, FABTA, FARTRT, FAOZE, FAGERT
      *-------------------------------------------------------------
           SELECT PFODAW-DL
                  ASSIGN       TO  DATABASE-PFODAWL2
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                                   WITH DUPLICATES
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *----DISPLAY
       FD  WS-DISPLAY
           LABEL RECORDS ARE OMITTED.
       01  WS-REC.
           COPY DDS-ALL-FORMATS OF XXD0247DE.
      /
      *--- PBEWERT: BWUSER, BWDATU, BWRTRT, BWGERT
       FD  PBEWERT-DP
           LABEL RECORDS ARE STANDARD.
       01  PBEWERT-P.
           COPY DDS-ALL-FORMATS OF PBEWERT.
      /
      *--- PFODAWL2: FABJH, FABJA, FABMO, FABTA, FARTRT, FAOZE, FAGERT
       FD  PFODAW-DL
           LABEL RECORDS ARE STANDARD.
       01  PFODAW-L.
           COPY DDS-ALL-FORMATS OF MAT-PFODAWL2.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD0247DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD0247DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  XXD0247DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  XXD0247DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0247".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * PARAMETER FUER CL-PROGRAMME
       01  CHKOBJ-REC                    TYPE CHKOBJ-TYPE.
       01  ADDLIBLE-REC                  TYPE ADDLIBLE-TYPE.
       01  RMVLIBLE-REC                  TYPE RMVLIBLE-TYPE.
       01  FODAW-OPEN                    PIC 9(1).

      * ZEITRAUM, IN DEM BEWERTET WERDEN DARF
       01  BEW-TAGE                      PIC 9(2).
       01  HIST-STICHTAG                 PIC 9(8).
       01  STICH-RED REDEFINES HIST-STICHTAG.
        05 STI-JAHR                      PIC 9(4).
        05 STI-MONAT                     PIC 9(2).
        05 STI-TAG                       PIC 9(2).
       01  SUB-ANZAHL                    PIC 9(3).
       01  MONAT-LAENGE                  PIC 9(2).
       01  SJA-WERT                      PIC 9(9).
       01  SJA-MODREST                   PIC 9(9).

      * DATUM DER BESTELLUNG UND ZULETZT ANGEZEIGTES ESSEN
       01  BES-DATUM                     PIC 9(8).
       01  LETZT-SCHLUESSEL.
        05 LETZT-DATUM                   PIC 9(8).
        05 LETZT-RTRT                    LIKE FARTRT OF PFODAW-L.
        05 LETZT-GERT                    LIKE FAGERT OF PFODAW-L.

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
           MOVE     "XXP0247" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0247DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     I-O   PBEWERT-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F5, F12.
           INITIALIZE FODAW-OPEN.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

      * MAT-BIBLIOTHEK VORSCHALTEN UND BESTELLDATEI OEFFNEN
           PERFORM  ADD-MAT-LIB.
           PERFORM  CHECK-OBJECTS.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.
           OPEN     INPUT PFODAW-DL.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ENDE
           END-IF.
           MOVE     1 TO FODAW-OPEN.

      * BEWERTUNGSZEITRAUM ERMITTELN
           PERFORM  LESE-ZEITRAUM.

       ANF020.
      * BESTELLUNGEN DES USERS ANZEIGEN UND BEWERTEN
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

           CLOSE    PBEWERT-DP.
           IF       FODAW-OPEN NOT = ZEROES
                    CLOSE PFODAW-DL
           END-IF.

      * MAT-BIBLIOTHEK LOESCHEN
           PERFORM  DEL-MAT-LIB.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ANZAHL TAGE AUS DER KONFIGURATION LESEN UND DEN ERSTEN TAG
      * BESTIMMEN, DER NOCH BEWERTET WERDEN DARF
      *--------------------------------------------------------------
       LESE-ZEITRAUM SECTION.
       LES-ZTR-00.

           MOVE     3 TO BEW-TAGE.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "A400"            TO CFID   OF CFG-CPY.
           MOVE     "ESSENBEW"        TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
            AND     CFIN03 OF CFG-CPY(1:2) IS NUMERIC
            AND     CFIN03 OF CFG-CPY(1:2) NOT = ZEROES
                    MOVE CFIN03 OF CFG-CPY(1:2) TO BEW-TAGE
           END-IF.

           PERFORM  COPY-GET-TIME.
           MOVE     DATE-8   TO HIST-STICHTAG.
           MOVE     BEW-TAGE TO SUB-ANZAHL.
           PERFORM  SUB-TAGE.

       LES-ZTR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILE MIT DEN BESTELLUNGEN DES USERS AUFBAUEN UND ANZEIGEN
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

      * BESTELLUNGEN AB DEM ERSTEN BEWERTBAREN TAG LESEN
           INITIALIZE LETZT-SCHLUESSEL.
           INITIALIZE PFODAWF OF PFODAW-L.
           MOVE     HIST-STICHTAG(1:2) TO FABJH  OF PFODAW-L.
           MOVE     HIST-STICHTAG(3:2) TO FABJA  OF PFODAW-L.
           MOVE     HIST-STICHTAG(5:2) TO FABMO  OF PFODAW-L.
           MOVE     HIST-STICHTAG(7:2) TO FABTA  OF PFODAW-L.
           MOVE     SPACES             TO FARTRT OF PFODAW-L.
           MOVE     SPACES             TO FAOZE  OF PFODAW-L.
           MOVE     SPACES             TO FAGERT OF PFODAW-L.
           START    PFODAW-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

       ANZ-SFL-10.
           READ     PFODAW-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

           MOVE     FABJH OF PFODAW-L TO BES-DATUM(1:2).
           MOVE     FABJA OF PFODAW-L TO BES-DATUM(3:2).
           MOVE     FABMO OF PFODAW-L TO BES-DATUM(5:2).
           MOVE     FABTA OF PFODAW-L TO BES-DATUM(7:2).

      * NUR BIS HEUTE UND NUR DIE EIGENEN BESTELLUNGEN
           IF       BES-DATUM > DATE-8
                    GO TO ANZ-SFL-20
           END-IF.
           IF       FAMAKU OF PFODAW-L NOT = T-USER
            OR      FABETR OF PFODAW-L = ZEROES
                    GO TO ANZ-SFL-10
           END-IF.

      * GLEICHES ESSEN AM GLEICHEN TAG NUR EINMAL ANZEIGEN
           IF       BES-DATUM          = LETZT-DATUM
            AND     FARTRT OF PFODAW-L = LETZT-RTRT
            AND     FAGERT OF PFODAW-L = LETZT-GERT
                    GO TO ANZ-SFL-10
           END-IF.
           MOVE     BES-DATUM          TO LETZT-DATUM.
           MOVE     FARTRT OF PFODAW-L TO LETZT-RTRT.
           MOVE     FAGERT OF PFODAW-L TO LETZT-GERT.

      * SUBFILE-ZEILE FUELLEN, VORHANDENE BEWERTUNG VORBELEGEN
           INITIALIZE FORMAT2.
           MOVE     BES-DATUM          TO BWDATU OF FORMAT2.
           MOVE     FARTRT OF PFODAW-L TO BWRTRT OF FORMAT2.
           MOVE     FAGERT OF PFODAW-L TO BWGERT OF FORMAT2.
           MOVE     ZEROES             TO STERNE OF FORMAT2.
           MOVE     SPACES             TO KOMMEN OF FORMAT2.

           INITIALIZE PBEWERTF OF PBEWERT-P.
           MOVE     T-USER             TO BWUSER OF PBEWERT-P.
           MOVE     BES-DATUM          TO BWDATU OF PBEWERT-P.
           MOVE     FARTRT OF PFODAW-L TO BWRTRT OF PBEWERT-P.
           MOVE     FAGERT OF PFODAW-L TO BWGERT OF PBEWERT-P.
           READ     PBEWERT-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE BWSTRN OF PBEWERT-P TO STERNE OF FORMAT2
                    MOVE BWKOMM OF PBEWERT-P TO KOMMEN OF FORMAT2
           END-IF.

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
           MOVE     "XXP0247"         TO MAINUEB OF FORMAT3.
           MOVE     "XXP0247*3"       TO SUBUEB  OF FORMAT3.
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

      * BEWERTUNG SPEICHERN
           PERFORM  SPEICHERE-BEWERTUNG.

           MOVE     "FMT02" TO FMT-WRK.
           MOVE     FORMAT2 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLREWRITE.

           GO TO    ANZ-SFL-50.

       ANZ-SFL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BEWERTUNG EINER SUBFILE-ZEILE PRUEFEN UND IN PBEWERT
      * SCHREIBEN, AENDERN ODER LOESCHEN
      *--------------------------------------------------------------
       SPEICHERE-BEWERTUNG SECTION.
       SPE-BEW-00.

           IF       STERNE OF FORMAT2 > 5
                    MOVE "BITTE 1 BIS 5 STERNE VERGEBEN (0 = LOESCHEN)"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO SPE-BEW-90
           END-IF.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PBEWERTF OF PBEWERT-P.
           MOVE     T-USER            TO BWUSER OF PBEWERT-P.
           MOVE     BWDATU OF FORMAT2 TO BWDATU OF PBEWERT-P.
           MOVE     BWRTRT OF FORMAT2 TO BWRTRT OF PBEWERT-P.
           MOVE     BWGERT OF FORMAT2 TO BWGERT OF PBEWERT-P.
           READ     PBEWERT-DP.
           IF       FILE-STATUS = ZEROES
                    GO TO SPE-BEW-20
           END-IF.

      * NEUE BEWERTUNG
           IF       STERNE OF FORMAT2 = ZEROES
                    GO TO SPE-BEW-90
           END-IF.
           INITIALIZE PBEWERTF OF PBEWERT-P.
           MOVE     T-USER            TO BWUSER OF PBEWERT-P.
           MOVE     BWDATU OF FORMAT2 TO BWDATU OF PBEWERT-P.
           MOVE     BWRTRT OF FORMAT2 TO BWRTRT OF PBEWERT-P.
           MOVE     BWGERT OF FORMAT2 TO BWGERT OF PBEWERT-P.
           MOVE     STERNE OF FORMAT2 TO BWSTRN OF PBEWERT-P.
           MOVE     KOMMEN OF FORMAT2 TO BWKOMM OF PBEWERT-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO BWAUSR OF PBEWERT-P.
           MOVE     T-TERM            TO BWABS  OF PBEWERT-P.
           MOVE     PGM-WRK           TO BWAPGM OF PBEWERT-P.
           MOVE     DATE-8            TO BWADTA OF PBEWERT-P.
           MOVE     TIME-6            TO BWATIA OF PBEWERT-P.

           WRITE    PBEWERT-P.
           GO TO    SPE-BEW-90.

       SPE-BEW-20.
      * 0 STERNE LOESCHT DIE BEWERTUNG
           IF       STERNE OF FORMAT2 = ZEROES
                    DELETE PBEWERT-DP
                    MOVE SPACES TO KOMMEN OF FORMAT2
                    GO TO SPE-BEW-90
           END-IF.

           MOVE     STERNE OF FORMAT2 TO BWSTRN OF PBEWERT-P.
           MOVE     KOMMEN OF FORMAT2 TO BWKOMM OF PBEWERT-P.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO BWMSER OF PBEWERT-P.
           MOVE     T-TERM            TO BWMBS  OF PBEWERT-P.
           MOVE     PGM-WRK           TO BWMPGM OF PBEWERT-P.
           MOVE     DATE-8            TO BWMDTA OF PBEWERT-P.
           MOVE     TIME-6            TO BWMTIA OF PBEWERT-P.

           REWRITE  PBEWERT-P.

       SPE-BEW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VOM DATUM HIST-STICHTAG SUB-ANZAHL TAGE ABZIEHEN
      *--------------------------------------------------------------
       SUB-TAGE SECTION.
       SUB-TAG-00.

           IF       SUB-ANZAHL = ZEROES
                    GO TO SUB-TAG-90
           END-IF.

      * EINEN TAG ZURUECK
           IF       STI-TAG > 1
                    SUBTRACT 1 FROM STI-TAG
                    GO TO SUB-TAG-80
           END-IF.

      * MONATSWECHSEL
           IF       STI-MONAT > 1
                    SUBTRACT 1 FROM STI-MONAT
           ELSE
                    MOVE     12 TO STI-MONAT
                    SUBTRACT 1  FROM STI-JAHR
           END-IF.
           PERFORM  MONATS-LAENGE.
           MOVE     MONAT-LAENGE TO STI-TAG.

       SUB-TAG-80.
           SUBTRACT 1 FROM SUB-ANZAHL.
           GO TO    SUB-TAG-00.

       SUB-TAG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LAENGE DES MONATS STI-MONAT IM JAHR STI-JAHR ERMITTELN
      *--------------------------------------------------------------
       MONATS-LAENGE SECTION.
       MON-LAE-00.

           EVALUATE STI-MONAT
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
      *                  SCHALTJAHRESPRUEFUNG
                         MOVE 28 TO MONAT-LAENGE
                         DIVIDE STI-JAHR BY 4   GIVING SJA-WERT
                                REMAINDER SJA-MODREST
                         IF   SJA-MODREST = ZEROES
                              MOVE 29 TO MONAT-LAENGE
                         END-IF
                         DIVIDE STI-JAHR BY 100 GIVING SJA-WERT
                                REMAINDER SJA-MODREST
                         IF   SJA-MODREST = ZEROES
                              MOVE 28 TO MONAT-LAENGE
                         END-IF
                         DIVIDE STI-JAHR BY 400 GIVING SJA-WERT
                                REMAINDER SJA-MODREST
                         IF   SJA-MODREST = ZEROES
                              MOVE 29 TO MONAT-LAENGE
                         END-IF
           END-EVALUATE.

       MON-LAE-90.
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
      *--------------------------------------------------------------
      * MAT-BIBLIOTHEK VORSCHALTEN
      *--------------------------------------------------------------
       ADD-MAT-LIB SECTION.
       ADD-MAT-00.

      * "MAT" BIBLIOTHEK HINZUFUEGEN
           INITIALIZE ADDLIBLE-REC.
           MOVE     "MAT"        TO LIB     OF ADDLIBLE-REC.
           MOVE     "*LAST"      TO LIBPOS  OF ADDLIBLE-REC.
           CALL     "CLP0007" USING ADDLIBLE-REC
                                    RET-CODE
           END-CALL.

       ADD-MAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MAT-BIBLIOTHEK ENTFERNEN
      *--------------------------------------------------------------
       DEL-MAT-LIB SECTION.
       DEL-MAT-00.

           INITIALIZE RMVLIBLE-REC.
           MOVE     "MAT"        TO LIB     OF RMVLIBLE-REC.
           CALL     "CLP0009" USING RMVLIBLE-REC
           END-CALL.

       DEL-MAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PRUEFEN OB ES DIE DATEIEN AUCH GIBT
      *--------------------------------------------------------------
       CHECK-OBJECTS SECTION.
       CHK-OBJ-00.

           INITIALIZE RET-CODE.
      * PRUEFEN OB OBJEKT VORHANDEN IST
           INITIALIZE CHKOBJ-REC.
           MOVE     "PFODAW"     TO OBJ     OF CHKOBJ-REC.
           MOVE     "*LIBL"      TO LIB     OF CHKOBJ-REC.
           MOVE     "*FILE"      TO OBJTYPE OF CHKOBJ-REC.
           CALL     "CLP0004" USING CHKOBJ-REC
           END-CALL.
           IF       OBJ-EXIST OF CHKOBJ-REC = ZEROES
                    MOVE "1" TO RET-CODE
                    GO TO CHK-OBJ-90
           END-IF.

       CHK-OBJ-90.
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
