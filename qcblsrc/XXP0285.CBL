       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0285.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * PFLEGE GERAETEREGISTER (LAPTOPS, MONITORE, HEADSETS, TELEFONE)*
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  PFLEGT DIE AUSGEGEBENEN GERAETE IN PGERAET:  *
      *                  INVENTARNUMMER, TYP (L LAPTOP, M MONITOR,    *
      *                  H HEADSET, T TELEFON), BEZEICHNUNG, SERIEN-  *
      *                  NUMMER, KAUFDATUM UND GARANTIEENDE. EIN      *
      *                  GERAET AUS EINER BESTELLUNG (XXP0207/        *
      *                  XXP0211) WIRD UEBER BESTELLNUMMER UND        *
      *                  POSITION VERKNUEPFT; DIE BESTELLUNG MUSS     *
      *                  (TEIL-)GELIEFERT SEIN, OHNE KAUFDATUM GILT   *
      *                  DAS BESTELLDATUM. ZUGEORDNET WIRD ENTWEDER   *
      *                  EINEM USER ODER EINEM ARBEITSPLATZ (RAUM AUS *
      *                  PRAUM). F7 NIMMT DAS GERAET ZURUECK UND HEBT *
      *                  DIE ZUORDNUNG AUF. STATT ZU LOESCHEN WIRD    *
      *                  EIN GERAET AUSGEMUSTERT (GEAKT 0). DAS       *
      *                  OFFBOARDING XXP0094 UND DER MONATSBERICHT    *
      *                  XXP0286 WERTEN DAS REGISTER AUS.             *
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
                  ASSIGN       TO  WORKSTATION-XXD0285DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PGERAET: GEINVN (GERAETEREGISTER)
      *-------------------------------------------------------------
           SELECT PGERAET-DP
                  ASSIGN       TO  DATABASE-PGERAET
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

      *-------------------------------------------------------------
      * PKDBST1: KBLFDN (BESTELLKOPF)
      *-------------------------------------------------------------
           SELECT PKDBST1-DP
                  ASSIGN       TO  DATABASE-PKDBST1
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDBSTP: KPBLFD, KPPOS (BESTELLPOSITIONEN)
      *-------------------------------------------------------------
           SELECT PKDBSTP-DP
                  ASSIGN       TO  DATABASE-PKDBSTP
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PPSEUDO: PSUSER (AUSTRITTSREGISTER)
      *-------------------------------------------------------------
           SELECT PPSEUDO-DP
                  ASSIGN       TO  DATABASE-PPSEUDO
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
           COPY DDS-ALL-FORMATS OF XXD0285DE.
      /
      *--- PGERAET: GEINVN
       FD  PGERAET-DP
           LABEL RECORDS ARE STANDARD.
       01  PGERAET-P.
           COPY DDS-ALL-FORMATS OF PGERAET.
      /
      *--- PRAUM: RARAUM
       FD  PRAUM-DP
           LABEL RECORDS ARE STANDARD.
       01  PRAUM-P.
           COPY DDS-ALL-FORMATS OF PRAUM.
      /
      *--- PKDBST1: KBLFDN
       FD  PKDBST1-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDBST1-P.
           COPY DDS-ALL-FORMATS OF PKDBST1.
      /
      *--- PKDBSTP: KPBLFD, KPPOS
       FD  PKDBSTP-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDBSTP-P.
           COPY DDS-ALL-FORMATS OF PKDBSTP.
      /
      *--- PPSEUDO: PSUSER
       FD  PPSEUDO-DP
           LABEL RECORDS ARE STANDARD.
       01  PPSEUDO-P.
           COPY DDS-ALL-FORMATS OF PPSEUDO.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN41                          PIC 1.
        05 IN42                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  XXD0285DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  XXD0285DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0285".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".

      * SONSTIGE VARIABLEN
       01  NEUANLAGE                     PIC 9(1).
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
           MOVE     "XXP0285" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0285DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     I-O   PGERAET-DP.
           OPEN     INPUT PRAUM-DP
                          PKDBST1-DP
                          PKDBSTP-DP
                          PPSEUDO-DP.

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

           CLOSE    PGERAET-DP
                    PRAUM-DP
                    PKDBST1-DP
                    PKDBSTP-DP
                    PPSEUDO-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * GERAET ANZEIGEN, EINGABEN PRUEFEN UND SPEICHERN
      *--------------------------------------------------------------
       ANZEIGE-DATEN SECTION.
       ANZ-DAT-00.

      * ZUR EINGEGEBENEN INVENTARNUMMER DEN SATZ LESEN
           MOVE     1 TO NEUANLAGE.
           IF       GEINVN OF FORMAT1 NOT = SPACES
                    INITIALIZE PGERAETF OF PGERAET-P
                    MOVE GEINVN OF FORMAT1 TO GEINVN OF PGERAET-P
                    READ PGERAET-DP WITH NO LOCK
                    IF   FILE-STATUS = ZEROES
                         MOVE ZEROES TO NEUANLAGE
      *                  NUR BEIM ERSTEN ANZEIGEN UEBERNEHMEN
                         IF   GEBEZ OF FORMAT1 = SPACES
                              MOVE CORR PGERAETF OF PGERAET-P
                                     TO FORMAT1
                         END-IF
                    END-IF
           END-IF.

       ANZ-DAT-20.
      * UEBERSCHRIFT
           MOVE     "XXP0285"         TO MAINUEB OF FORMAT1.
           MOVE     "XXP0285*1"       TO SUBUEB  OF FORMAT1.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT1.

      * BEZEICHNUNG DES ARBEITSPLATZES ZUR INFORMATION
           MOVE     SPACES            TO RABEZ1  OF FORMAT1.
           IF       GERAUM OF FORMAT1 NOT = SPACES
                    INITIALIZE PRAUMF OF PRAUM-P
                    MOVE GERAUM OF FORMAT1 TO RARAUM OF PRAUM-P
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

      * INVENTARNUMMER EINGEGEBEN, ABER NOCH KEINE BEZEICHNUNG:
      * NACHLESEN
           IF       GEINVN OF FORMAT1 = SPACES
                    GO TO ANZ-DAT-20
           END-IF.
           IF       GEBEZ  OF FORMAT1 = SPACES
                    GO TO ANZ-DAT-00
           END-IF.

      * F7 = RUECKNAHME DES GERAETS
           IF       IN07 OF FORMAT1-I-INDIC = AN
                    IF   NEUANLAGE NOT = ZEROES
                         GO TO ANZ-DAT-20
                    END-IF
                    PERFORM NIMM-GERAET-ZURUECK
                    INITIALIZE FORMAT1
                    GO TO ANZ-DAT-90
           END-IF.

      * GERAETETYP
           IF       GETYP OF FORMAT1 NOT = "L"
            AND     GETYP OF FORMAT1 NOT = "M"
            AND     GETYP OF FORMAT1 NOT = "H"
            AND     GETYP OF FORMAT1 NOT = "T"
                    MOVE "TYP L, M, H ODER T ANGEBEN"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ANZ-DAT-20
           END-IF.

      * VERKNUEPFUNG MIT DER BESTELLPOSITION
           IF       GEBLFD OF FORMAT1 NOT = ZEROES
                    PERFORM PRUEFE-BESTELLUNG
                    IF   RET-CODE NOT = SPACES
                         GO TO ANZ-DAT-20
                    END-IF
           ELSE
                    MOVE ZEROES TO GEBPOS OF FORMAT1
           END-IF.

      * KAUFDATUM UND GARANTIEENDE
           IF       GEKDAT OF FORMAT1 NOT = ZEROES
                    MOVE GEKDAT OF FORMAT1 TO DATE-DB
                    PERFORM COPY-CHECK-DATE
                    IF   DATUM-RETCODE NOT = SPACES
                         MOVE "KAUFDATUM IST UNGUELTIG" TO MELDUNG-WRK
                         PERFORM MELDE-HINWEIS
                         GO TO ANZ-DAT-20
                    END-IF
           END-IF.
           IF       GEGDAT OF FORMAT1 NOT = ZEROES
                    MOVE GEGDAT OF FORMAT1 TO DATE-DB
                    PERFORM COPY-CHECK-DATE
                    IF   DATUM-RETCODE NOT = SPACES
                     OR  GEGDAT OF FORMAT1 < GEKDAT OF FORMAT1
                         MOVE "GARANTIEENDE UNGUELTIG/VOR KAUFDATUM"
                                      TO MELDUNG-WRK
                         PERFORM MELDE-HINWEIS
                         GO TO ANZ-DAT-20
                    END-IF
           END-IF.

      * AKTIV-KENNZEICHEN: LEER/1 = IM BESTAND, 0 = AUSGEMUSTERT
           IF       GEAKT OF FORMAT1 NOT = SPACES
            AND     GEAKT OF FORMAT1 NOT = "0"
            AND     GEAKT OF FORMAT1 NOT = "1"
                    GO TO ANZ-DAT-20
           END-IF.
           IF       GEAKT OF FORMAT1 = SPACES
                    MOVE "1" TO GEAKT OF FORMAT1
           END-IF.

      * ZUORDNUNG: ENTWEDER USER ODER ARBEITSPLATZ
           PERFORM  PRUEFE-ZUORDNUNG.
           IF       RET-CODE NOT = SPACES
                    GO TO ANZ-DAT-20
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
      * BESTELLPOSITION PRUEFEN: SIE MUSS EXISTIEREN UND DIE
      * BESTELLUNG (TEIL-)GELIEFERT SEIN (WARENEINGANG XXP0211)
      *--------------------------------------------------------------
       PRUEFE-BESTELLUNG SECTION.
       PRU-BST-00.

           INITIALIZE RET-CODE.

           INITIALIZE PKDBSTPF OF PKDBSTP-P.
           MOVE     GEBLFD OF FORMAT1 TO KPBLFD OF PKDBSTP-P.
           MOVE     GEBPOS OF FORMAT1 TO KPPOS  OF PKDBSTP-P.
           READ     PKDBSTP-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "BESTELLPOSITION NICHT VORHANDEN (XXP0207)"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    MOVE "1" TO RET-CODE
                    GO TO PRU-BST-90
           END-IF.

           INITIALIZE PKDBST1F OF PKDBST1-P.
           MOVE     GEBLFD OF FORMAT1 TO KBLFDN OF PKDBST1-P.
           READ     PKDBST1-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "BESTELLUNG NICHT VORHANDEN (XXP0207)"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    MOVE "1" TO RET-CODE
                    GO TO PRU-BST-90
           END-IF.
           IF       KBVSTS OF PKDBST1-P NOT = "3"
            AND     KBVSTS OF PKDBST1-P NOT = "4"
                    MOVE "BESTELLUNG NOCH NICHT GELIEFERT (XXP0211)"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    MOVE "1" TO RET-CODE
                    GO TO PRU-BST-90
           END-IF.

      * OHNE KAUFDATUM GILT DAS BESTELLDATUM
           IF       GEKDAT OF FORMAT1 = ZEROES
                    MOVE KBDTB OF PKDBST1-P TO GEKDAT OF FORMAT1
           END-IF.

       PRU-BST-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZUORDNUNG PRUEFEN: NUR USER ODER ARBEITSPLATZ, DER RAUM
      * MUSS IN PRAUM STEHEN, DER USER DARF NICHT AUSGESCHIEDEN
      * SEIN UND EIN AUSGEMUSTERTES GERAET WIRD NICHT ZUGEORDNET
      *--------------------------------------------------------------
       PRUEFE-ZUORDNUNG SECTION.
       PRU-ZUO-00.

           INITIALIZE RET-CODE.

           IF       GEUSER OF FORMAT1 = SPACES
            AND     GERAUM OF FORMAT1 = SPACES
                    GO TO PRU-ZUO-90
           END-IF.

           IF       GEUSER OF FORMAT1 NOT = SPACES
            AND     GERAUM OF FORMAT1 NOT = SPACES
                    MOVE "NUR USER ODER ARBEITSPLATZ ZUORDNEN"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    MOVE "1" TO RET-CODE
                    GO TO PRU-ZUO-90
           END-IF.

           IF       GEAKT OF FORMAT1 = "0"
                    MOVE "AUSGEMUSTERTES GERAET NICHT ZUORDENBAR"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    MOVE "1" TO RET-CODE
                    GO TO PRU-ZUO-90
           END-IF.

           IF       GERAUM OF FORMAT1 NOT = SPACES
                    INITIALIZE PRAUMF OF PRAUM-P
                    MOVE GERAUM OF FORMAT1 TO RARAUM OF PRAUM-P
                    READ PRAUM-DP WITH NO LOCK
                    IF   FILE-STATUS NOT = ZEROES
                         MOVE "ARBEITSPLATZ IST KEIN RAUM AUS PRAUM"
                                      TO MELDUNG-WRK
                         PERFORM MELDE-HINWEIS
                         MOVE "1" TO RET-CODE
                    END-IF
                    GO TO PRU-ZUO-90
           END-IF.

           INITIALIZE PPSEUDOF OF PPSEUDO-P.
           MOVE     GEUSER OF FORMAT1 TO PSUSER OF PPSEUDO-P.
           READ     PPSEUDO-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE "USER IST AUSGESCHIEDEN (XXP0094)"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    MOVE "1" TO RET-CODE
           END-IF.

       PRU-ZUO-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GERAET ZURUECKNEHMEN: ZUORDNUNG AUFHEBEN, RUECKNAHME MIT
      * DATUM UND ANNEHMENDEM USER VERMERKEN
      *--------------------------------------------------------------
       NIMM-GERAET-ZURUECK SECTION.
       NIM-GER-00.

           INITIALIZE PGERAETF OF PGERAET-P.
           MOVE     GEINVN OF FORMAT1 TO GEINVN OF PGERAET-P.
           READ     PGERAET-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO NIM-GER-90
           END-IF.

           IF       GEUSER OF PGERAET-P = SPACES
            AND     GERAUM OF PGERAET-P = SPACES
                    UNLOCK PGERAET-DP
                    MOVE "GERAET IST NIEMANDEM ZUGEORDNET"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO NIM-GER-90
           END-IF.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

           MOVE     SPACES            TO GEUSER OF PGERAET-P.
           MOVE     SPACES            TO GERAUM OF PGERAET-P.
           MOVE     DATE-8            TO GERUDT OF PGERAET-P.
           MOVE     T-USER            TO GERUSR OF PGERAET-P.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO GEMSER OF PGERAET-P.
           MOVE     T-TERM            TO GEMBS  OF PGERAET-P.
           MOVE     PGM-WRK           TO GEMPGM OF PGERAET-P.
           MOVE     DATE-8            TO GEMDTA OF PGERAET-P.
           MOVE     TIME-6            TO GEMTIA OF PGERAET-P.

           REWRITE  PGERAET-P.

           MOVE     "GERAET WURDE ZURUECKGENOMMEN" TO MELDUNG-WRK.
           PERFORM  MELDE-HINWEIS.

       NIM-GER-90.
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

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

      * ZUORDNUNGSDATUM BEI AUSGABE AN USER ODER PLATZ
           MOVE     ZEROES            TO GEZUDT OF FORMAT1.
           IF       GEUSER OF FORMAT1 NOT = SPACES
            OR      GERAUM OF FORMAT1 NOT = SPACES
                    MOVE DATE-8 TO GEZUDT OF FORMAT1
           END-IF.

           INITIALIZE PGERAETF OF PGERAET-P.
           MOVE     CORR FORMAT1 TO PGERAETF OF PGERAET-P.

      * ANLAGEDATEN FUELLEN
           MOVE     DATE-8            TO GEADTA OF PGERAET-P.
           MOVE     TIME-6            TO GEATIA OF PGERAET-P.
           MOVE     T-USER            TO GEAUSR OF PGERAET-P.
           MOVE     T-TERM            TO GEABS  OF PGERAET-P.
           MOVE     PGM-WRK           TO GEAPGM OF PGERAET-P.

           WRITE    PGERAET-P.

       ADD-ENT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AENDERN EINES GERAETS
      *--------------------------------------------------------------
       CHANGE-ENTRY SECTION.
       CHG-ENT-00.

           INITIALIZE PGERAETF OF PGERAET-P.
           MOVE     GEINVN OF FORMAT1 TO GEINVN OF PGERAET-P.
           READ     PGERAET-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO CHG-ENT-90
           END-IF.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

      * NEUE ZUORDNUNG: ZUORDNUNGSDATUM SETZEN
           MOVE     GEZUDT OF PGERAET-P TO GEZUDT OF FORMAT1.
           IF       GEUSER OF FORMAT1 NOT = GEUSER OF PGERAET-P
            OR      GERAUM OF FORMAT1 NOT = GERAUM OF PGERAET-P
                    MOVE ZEROES TO GEZUDT OF FORMAT1
                    IF   GEUSER OF FORMAT1 NOT = SPACES
                     OR  GERAUM OF FORMAT1 NOT = SPACES
                         MOVE DATE-8 TO GEZUDT OF FORMAT1
                    END-IF
           END-IF.

           MOVE     CORR FORMAT1 TO PGERAETF OF PGERAET-P.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO GEMSER OF PGERAET-P.
           MOVE     T-TERM            TO GEMBS  OF PGERAET-P.
           MOVE     PGM-WRK           TO GEMPGM OF PGERAET-P.
           MOVE     DATE-8            TO GEMDTA OF PGERAET-P.
           MOVE     TIME-6            TO GEMTIA OF PGERAET-P.

           REWRITE  PGERAET-P.

       CHG-ENT-90.
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
