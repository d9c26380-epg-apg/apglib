       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0257.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * BESUCHERLISTE EMPFANG                                         *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  TAGESLISTE DER ANGEMELDETEN BESUCHER         *
      *                  (PBESUCH AUS XXP0256) ZU DEN AKTIVEN RAUM-   *
      *                  BUCHUNGEN EINES TAGES (STANDARD HEUTE). DER  *
      *                  EMPFANG CHECKT DIE BESUCHER EIN (AUSWAHL 1)  *
      *                  UND AUS (AUSWAHL 2). BEIM CHECK-IN WIRD DER  *
      *                  BESUCHERAUSWEIS UEBER DRP0002 GEDRUCKT,      *
      *                  AUSWAHL 6 DRUCKT IHN ERNEUT. DIE VORLAGE     *
      *                  STEHT IN PETIKMAP (QUELLE PBESUCH) MIT DEN   *
      *                  PLATZHALTERN &1 NAME, &2 FIRMA, &3 GAST-     *
      *                  GEBER UND &4 RAUM/DATUM. DIE AUSGABE-OUTQ    *
      *                  KOMMT AUS A400/BESUCHER (CFTXT1).            *
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
                  ASSIGN       TO  WORKSTATION-XXD0257DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PRAUMBES: RAUMBUCHUNGEN
      *-------------------------------------------------------------
           SELECT PRAUMBES-DP
                  ASSIGN       TO  DATABASE-PRAUMBES
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PBESUCH: BESUCHERANMELDUNGEN
      *-------------------------------------------------------------
           SELECT PBESUCH-DP
                  ASSIGN       TO  DATABASE-PBESUCH
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * LOGISCHE DATEI PBESUCH NACH BUCHUNG
      *-------------------------------------------------------------
           SELECT PBESUCH-DL
                  ASSIGN       TO  DATABASE-PBESUCHL1
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PETIKMAP: MPQUELL, MPSEQ (LABELTEMPLATES JE QUELLDATEI)
      *-------------------------------------------------------------
           SELECT PETIKMAP-DP
                  ASSIGN       TO  DATABASE-PETIKMAP
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PBESLBL: AUFBEREITETER AUSWEIS FUER DRP0002 (AUFBAU WIE
      * PETIKLBL)
      *-------------------------------------------------------------
           SELECT PBESLBL-DATP
                  ASSIGN        TO DATABASE-PBESLBL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *----DISPLAY
       FD  WS-DISPLAY
           LABEL RECORDS ARE OMITTED.
       01  WS-REC.
           COPY DDS-ALL-FORMATS OF XXD0257DE.
      /
      *--- PRAUMBES: RBLFDN
       FD  PRAUMBES-DP
           LABEL RECORDS ARE STANDARD.
       01  PRAUMBES-P.
           COPY DDS-ALL-FORMATS OF PRAUMBES.
      /
      *--- PBESUCH: BELFDN
       FD  PBESUCH-DP
           LABEL RECORDS ARE STANDARD.
       01  PBESUCH-P.
           COPY DDS-ALL-FORMATS OF PBESUCH.
      /
      *--- PBESUCH NACH BEBLFD, BELFDN
       FD  PBESUCH-DL
           LABEL RECORDS ARE STANDARD.
       01  PBESUCH-L.
           COPY DDS-ALL-FORMATS OF PBESUCHL1.
      /
      *--- PETIKMAP: MPQUELL, MPSEQ
       FD  PETIKMAP-DP
           LABEL RECORDS ARE STANDARD.
       01  PETIKMAP-P.
           COPY DDS-ALL-FORMATS OF PETIKMAP.
      /
      *--- AUSWEISZEILEN
       FD  PBESLBL-DATP
           LABEL RECORD STANDARD.
       01  PBESLBL-RECP.
           COPY DDS-ALL-FORMATS OF PETIKLBL.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD0257DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD0257DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  XXD0257DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  XXD0257DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0257".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * ANGEZEIGTER TAG
       01  SEL-DATUM                     PIC 9(8).
       01  SEL-DATUM-RED REDEFINES SEL-DATUM.
        05 SEL-JAHR                      PIC 9(4).
        05 SEL-MONAT                     PIC 9(2).
        05 SEL-TAG                       PIC 9(2).

      * PLATZHALTERWERTE DES AUSWEISES
       01  WERT-1                        PIC X(100).
       01  WERT-2                        PIC X(100).
       01  WERT-3                        PIC X(100).
       01  WERT-4                        PIC X(100).

      * RAUM UND DATUM FUER DEN AUSWEIS (&4)
       01  AUSWEIS-ORT.
        05 AUS-RAUM                      LIKE RBRAUM OF PRAUMBES-P.
        05 FILLER                        PIC X(2)  VALUE SPACES.
        05 AUS-TAG                       PIC 9(2).
        05 FILLER                        PIC X(1)  VALUE ".".
        05 AUS-MONAT                     PIC 9(2).
        05 FILLER                        PIC X(1)  VALUE ".".
        05 AUS-JAHR                      PIC 9(4).

      * PARAMETER FUER DAS HLP0013
       01  ERSETZEN-STRING               PIC X(250).
       01  FROM-STRING                   PIC X(100).
       01  TO-STRING                     PIC X(100).
       01  MODE-WRK                      PIC X(1).

      * PARAMETER FUER DAS DRP0002
       01  LBL-LIB                       PIC X(10) VALUE "*LIBL".
       01  LBL-FILE                      PIC X(10) VALUE "PBESLBL".
       01  LBL-MBR                       PIC X(10) VALUE "*FIRST".
       01  LBL-TYP                       PIC X(1)  VALUE "1".
       01  LBL-OUTQ                      PIC X(10).

      * ANZAHL AUFBEREITETER AUSWEISZEILEN
       01  LBL-ZEILEN                    PIC 9(3).

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
           MOVE     "XXP0257" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0257DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     INPUT PRAUMBES-DP
                          PBESUCH-DL
                          PETIKMAP-DP.
           OPEN     I-O   PBESUCH-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F5, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

      * AUSGABE-OUTQ DES AUSWEISES, LEER = STANDARD DES DRP0002
           INITIALIZE LBL-OUTQ.
           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "A400"            TO CFID   OF CFG-CPY.
           MOVE     "BESUCHER"        TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = ZEROES
                    MOVE CFTXT1 OF CFG-CPY TO LBL-OUTQ
           END-IF.

      * STANDARDMAESSIG DIE BESUCHER VON HEUTE
           PERFORM  COPY-GET-TIME.
           MOVE     DATE-8 TO SEL-DATUM.
           INITIALIZE FORMAT3.

       ANF020.
      * BESUCHERLISTE ANZEIGEN
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

           CLOSE    PRAUMBES-DP
                    PBESUCH-DP
                    PBESUCH-DL
                    PETIKMAP-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * SUBFILE MIT DEN BESUCHERN ALLER AKTIVEN BUCHUNGEN DES TAGES
      * AUFBAUEN, ANZEIGEN UND DIE AUSWAHLEN VERARBEITEN
      *--------------------------------------------------------------
       ANZEIGE-SUBFILE SECTION.
       ANZ-SFL-00.

      * SUBFILE-CLEAR
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

      * ALLE BUCHUNGEN LESEN (KEIN ZUGRIFFSPFAD NACH DATUM)
           INITIALIZE PRAUMBESF OF PRAUMBES-P.
           START    PRAUMBES-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

       ANZ-SFL-10.
           READ     PRAUMBES-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

           IF       RBSTAT  OF PRAUMBES-P NOT = "A"
            OR      RBDATUM OF PRAUMBES-P NOT = SEL-DATUM
                    GO TO ANZ-SFL-10
           END-IF.

      * BESUCHER DER BUCHUNG IN DIE LISTE STELLEN
           PERFORM  LADE-BESUCHER.
           GO TO    ANZ-SFL-10.

       ANZ-SFL-20.
      * AUSGABE FUSSZEILE
           MOVE     SPACES  TO WSREC-WRK.
           MOVE     "FMT04" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-WRITE.

      * UEBERSCHRIFT
           MOVE     "XXP0257"             TO MAINUEB OF FORMAT3.
           MOVE     "XXP0257*3"           TO SUBUEB  OF FORMAT3.
           MOVE     PGM-TYP               TO PGMTYP  OF FORMAT3.
           MOVE     SEL-DATUM             TO BEDATU  OF FORMAT3.

       ANZ-SFL-30.
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

      * ANDERER TAG: LISTE NEU AUFBAUEN
           IF       BEDATU OF FORMAT3 NOT = SEL-DATUM
                    MOVE BEDATU OF FORMAT3 TO DATE-DB
                    PERFORM COPY-CHECK-DATE
                    IF   DATUM-RETCODE NOT = SPACES
                         MOVE SEL-DATUM TO BEDATU OF FORMAT3
                         GO TO ANZ-SFL-30
                    END-IF
                    MOVE BEDATU OF FORMAT3 TO SEL-DATUM
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

           EVALUATE AUSW OF FORMAT2
                    WHEN "1"
                         PERFORM CHECK-IN
                    WHEN "2"
                         PERFORM CHECK-OUT
                    WHEN "6"
                         PERFORM NACHDRUCK
           END-EVALUATE.

           MOVE     SPACES  TO AUSW OF FORMAT2.
           MOVE     "FMT02" TO FMT-WRK.
           MOVE     FORMAT2 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLREWRITE.

           GO TO    ANZ-SFL-50.

       ANZ-SFL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DIE NICHT STORNIERTEN BESUCHER EINER BUCHUNG ALS SUBFILE-
      * ZEILEN SCHREIBEN
      *--------------------------------------------------------------
       LADE-BESUCHER SECTION.
       LAD-BES-00.

           INITIALIZE PBESUCHF OF PBESUCH-L.
           MOVE     RBLFDN OF PRAUMBES-P TO BEBLFD OF PBESUCH-L.
           START    PBESUCH-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-BES-90
           END-IF.

       LAD-BES-20.
           READ     PBESUCH-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-BES-90
           END-IF.
           IF       BEBLFD OF PBESUCH-L NOT = RBLFDN OF PRAUMBES-P
                    GO TO LAD-BES-90
           END-IF.

           IF       BESTAT OF PBESUCH-L = "S"
                    GO TO LAD-BES-20
           END-IF.

      * SUBFILE-ZEILE FUELLEN
           INITIALIZE FORMAT2.
           MOVE     SPACES               TO AUSW   OF FORMAT2.
           MOVE     BELFDN OF PBESUCH-L  TO BELFDN OF FORMAT2.
           MOVE     BEANKU OF PBESUCH-L  TO BEANKU OF FORMAT2.
           MOVE     BENAME OF PBESUCH-L  TO BENAME OF FORMAT2.
           MOVE     BEFIRM OF PBESUCH-L  TO BEFIRM OF FORMAT2.
           MOVE     BEHOST OF PBESUCH-L  TO BEHOST OF FORMAT2.
           MOVE     RBRAUM OF PRAUMBES-P TO RBRAUM OF FORMAT2.
           MOVE     BEEIN  OF PBESUCH-L  TO BEEIN  OF FORMAT2.
           MOVE     BEAUS  OF PBESUCH-L  TO BEAUS  OF FORMAT2.
           MOVE     BESTAT OF PBESUCH-L  TO BESTAT OF FORMAT2.

           ADD      1            TO ANZREC-WRK.
           ADD      1            TO SUBFILE-RECORD-NUMBER.
           MOVE     "FMT02"      TO FMT-WRK.
           MOVE     FORMAT2      TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           GO TO    LAD-BES-20.

       LAD-BES-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BESUCHER EINCHECKEN: NUR AM BESUCHSTAG UND NUR ANGEMELDETE
      * BESUCHER. DANACH WIRD DER AUSWEIS GEDRUCKT
      *--------------------------------------------------------------
       CHECK-IN SECTION.
       CHK-EIN-00.

           PERFORM  COPY-GET-TIME.

           IF       SEL-DATUM NOT = DATE-8
                    MOVE "CHECK-IN IST NUR AM BESUCHSTAG MOEGLICH"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO CHK-EIN-90
           END-IF.

           INITIALIZE PBESUCHF OF PBESUCH-P.
           MOVE     BELFDN OF FORMAT2 TO BELFDN OF PBESUCH-P.
           READ     PBESUCH-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO CHK-EIN-90
           END-IF.

           IF       BESTAT OF PBESUCH-P NOT = "A"
                    UNLOCK PBESUCH-DP
                    MOVE "BESUCHER IST SCHON EINGECHECKT"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO CHK-EIN-90
           END-IF.

           MOVE     "E"               TO BESTAT OF PBESUCH-P.
           MOVE     TIME-6(1:4)       TO BEEIN  OF PBESUCH-P.
           PERFORM  SCHREIBE-AENDERUNG.

           MOVE     BEEIN  OF PBESUCH-P TO BEEIN  OF FORMAT2.
           MOVE     BESTAT OF PBESUCH-P TO BESTAT OF FORMAT2.

      * BESUCHERAUSWEIS DRUCKEN
           PERFORM  DRUCKE-AUSWEIS.

       CHK-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BESUCHER AUSCHECKEN: NUR EINGECHECKTE BESUCHER
      *--------------------------------------------------------------
       CHECK-OUT SECTION.
       CHK-AUS-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PBESUCHF OF PBESUCH-P.
           MOVE     BELFDN OF FORMAT2 TO BELFDN OF PBESUCH-P.
           READ     PBESUCH-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO CHK-AUS-90
           END-IF.

           IF       BESTAT OF PBESUCH-P NOT = "E"
                    UNLOCK PBESUCH-DP
                    MOVE "BESUCHER IST NICHT EINGECHECKT"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO CHK-AUS-90
           END-IF.

           MOVE     "G"               TO BESTAT OF PBESUCH-P.
           MOVE     TIME-6(1:4)       TO BEAUS  OF PBESUCH-P.
           PERFORM  SCHREIBE-AENDERUNG.

           MOVE     BEAUS  OF PBESUCH-P TO BEAUS  OF FORMAT2.
           MOVE     BESTAT OF PBESUCH-P TO BESTAT OF FORMAT2.

       CHK-AUS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AUSWEIS ERNEUT DRUCKEN: NUR FUER EINGECHECKTE BESUCHER
      *--------------------------------------------------------------
       NACHDRUCK SECTION.
       NAC-DRU-00.

           INITIALIZE PBESUCHF OF PBESUCH-P.
           MOVE     BELFDN OF FORMAT2 TO BELFDN OF PBESUCH-P.
           READ     PBESUCH-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO NAC-DRU-90
           END-IF.

           IF       BESTAT OF PBESUCH-P NOT = "E"
                    MOVE "BESUCHER IST NICHT EINGECHECKT"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO NAC-DRU-90
           END-IF.

           PERFORM  DRUCKE-AUSWEIS.

       NAC-DRU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AENDERUNGSDATEN FUELLEN UND BESUCHER ZURUECKSCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-AENDERUNG SECTION.
       SCH-AEN-00.

           MOVE     T-USER            TO BEMSER OF PBESUCH-P.
           MOVE     T-TERM            TO BEMBS  OF PBESUCH-P.
           MOVE     PGM-WRK           TO BEMPGM OF PBESUCH-P.
           MOVE     DATE-8            TO BEMDTA OF PBESUCH-P.
           MOVE     TIME-6            TO BEMTIA OF PBESUCH-P.

           REWRITE  PBESUCH-P.

       SCH-AEN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BESUCHERAUSWEIS AUS DER VORLAGE PBESUCH IN PETIKMAP
      * AUFBEREITEN, IN PBESLBL STELLEN UND UEBER DRP0002 DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-AUSWEIS SECTION.
       DRU-AUS-00.

           INITIALIZE LBL-ZEILEN.

      * PLATZHALTERWERTE DES BESUCHERS
           MOVE     BENAME OF PBESUCH-P  TO WERT-1.
           MOVE     BEFIRM OF PBESUCH-P  TO WERT-2.
           MOVE     BEHOST OF PBESUCH-P  TO WERT-3.
           MOVE     RBRAUM OF FORMAT2    TO AUS-RAUM.
           MOVE     SEL-TAG              TO AUS-TAG.
           MOVE     SEL-MONAT            TO AUS-MONAT.
           MOVE     SEL-JAHR             TO AUS-JAHR.
           MOVE     AUSWEIS-ORT          TO WERT-4.

           OPEN     OUTPUT PBESLBL-DATP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-AUS-90
           END-IF.

           INITIALIZE PETIKMAPF OF PETIKMAP-P.
           MOVE     "PBESUCH" TO MPQUELL OF PETIKMAP-P.
           START    PETIKMAP-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-AUS-50
           END-IF.

       DRU-AUS-20.
           READ     PETIKMAP-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-AUS-50
           END-IF.
           IF       MPQUELL OF PETIKMAP-P NOT = "PBESUCH"
                    GO TO DRU-AUS-50
           END-IF.

      * TEMPLATEZEILE UEBERNEHMEN UND PLATZHALTER FUELLEN
           MOVE     SPACES               TO ERSETZEN-STRING.
           MOVE     MPZEILE OF PETIKMAP-P TO ERSETZEN-STRING.
           MOVE     "&1" TO FROM-STRING.
           MOVE     WERT-1 TO TO-STRING.
           PERFORM  ERSETZE-PLATZHALTER.
           MOVE     "&2" TO FROM-STRING.
           MOVE     WERT-2 TO TO-STRING.
           PERFORM  ERSETZE-PLATZHALTER.
           MOVE     "&3" TO FROM-STRING.
           MOVE     WERT-3 TO TO-STRING.
           PERFORM  ERSETZE-PLATZHALTER.
           MOVE     "&4" TO FROM-STRING.
           MOVE     WERT-4 TO TO-STRING.
           PERFORM  ERSETZE-PLATZHALTER.

           INITIALIZE PETIKF OF PBESLBL-RECP.
           MOVE     ERSETZEN-STRING TO PKPARM OF PBESLBL-RECP.
           WRITE    PBESLBL-RECP.
           ADD      1 TO LBL-ZEILEN.

           GO TO    DRU-AUS-20.

       DRU-AUS-50.
           CLOSE    PBESLBL-DATP.

      * OHNE VORLAGE KEIN AUSWEIS
           IF       LBL-ZEILEN = ZEROES
                    MOVE "KEINE AUSWEISVORLAGE PBESUCH IN PETIKMAP"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO DRU-AUS-90
           END-IF.

           CALL     "DRP0002" USING LBL-LIB
                                    LBL-FILE
                                    LBL-MBR
                                    LBL-TYP
                                    LBL-OUTQ
           END-CALL.

       DRU-AUS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINEN PLATZHALTER UEBER HLP0013 ERSETZEN
      *--------------------------------------------------------------
       ERSETZE-PLATZHALTER SECTION.
       ERS-PLH-00.

           MOVE     "1" TO MODE-WRK.
           CALL     "HLP0013" USING ERSETZEN-STRING
                                    FROM-STRING
                                    TO-STRING
                                    MODE-WRK
           END-CALL.

       ERS-PLH-90.
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
      * COPY-CFG-CPY: LESEN DER KONFIGURATION
      *---------------------------------------------------------------

           COPY     CFGCPY     OF APG-QCPYSRC.
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
