       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              HMP0015.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * KONFIGURATION UND TEXTE MIT DER UEBERNAHME TRANSPORTIEREN     *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  TRANSPORTDIENST ZUR UEBERNAHME HMP0009: DIE  *
      *                  IN DER TRANSPORTLISTE PPROMKEY ZUM AENDE-    *
      *                  RUNGSTICKET ERFASSTEN SCHLUESSEL (PCONFIG    *
      *                  ODER PCFGTXT) WERDEN MIT DER PCONFIG/PCFGTXT *
      *                  DER ZIELBIBLIOTHEK VERGLICHEN (VGL), DORTHIN *
      *                  UEBERTRAGEN (UEB) ODER BEIM RUECKBAU AUF DEN *
      *                  VORSTAND ZURUECKGESETZT (RUE). BEI DER       *
      *                  UEBERTRAGUNG WIRD JE SCHLUESSEL DER SATZ     *
      *                  VORHER UND NACHHER UNTER DER PROTOKOLL-      *
      *                  NUMMER DER UEBERNAHME IN PPROMCFG GESICHERT. *
      *                  QUELLE IST DIE PCONFIG/PCFGTXT DER BIBLIO-   *
      *                  THEKSLISTE, DAS ZIEL WIRD UEBER OVRDBF       *
      *                  ANGESPROCHEN. DIE ANLAGE- UND AENDERUNGS-    *
      *                  FELDER ZAEHLEN BEIM VERGLEICH NICHT MIT.     *
      *                  PARAMETER: WRKPROMCFG.                       *
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
      * PPROMKEY: PKTKT, PKPOS (TRANSPORTLISTE JE TICKET)
      *-------------------------------------------------------------
           SELECT PPROMKEY-DP
                  ASSIGN       TO  DATABASE-PPROMKEY
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PPROMCFG: PGLFDN, PGPOS (VORHER/NACHHER JE UEBERNAHME)
      *-------------------------------------------------------------
           SELECT PPROMCFG-DP
                  ASSIGN       TO  DATABASE-PPROMCFG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCONFIG: CFID, CFKEY, CFKEY2, CFKEY3, CFKEY4
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCFGTXT: TXID, TXSPR
      *-------------------------------------------------------------
           SELECT PCFGTXT-DP
                  ASSIGN       TO  DATABASE-PCFGTXT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PPROMKEY: PKTKT, PKPOS
       FD  PPROMKEY-DP
           LABEL RECORDS ARE STANDARD.
       01  PPROMKEY-P.
           COPY DDS-ALL-FORMATS OF PPROMKEY.
      /
      *--- PPROMCFG: PGLFDN, PGPOS
       FD  PPROMCFG-DP
           LABEL RECORDS ARE STANDARD.
       01  PPROMCFG-P.
           COPY DDS-ALL-FORMATS OF PPROMCFG.
      /
      *--- PCONFIG: CFID, CFKEY, CFKEY2, CFKEY3, CFKEY4
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
      *--- PCFGTXT: TXID, TXSPR
       FD  PCFGTXT-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGTXT-P.
           COPY DDS-ALL-FORMATS OF PCFGTXT.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME (OVRDBF-REC, DELOVR-REC)
           COPY WRKPGMPARM OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "HMP0015".
       01  PGM-TYP                       PIC X(8)  VALUE "HERMES".

      * SATZ DER QUELLE UND BISHERIGER SATZ DES ZIELS
       01  PCONFIG-QUE.
           COPY DDS-ALL-FORMATS OF PCONFIG.
       01  PCONFIG-ALT.
           COPY DDS-ALL-FORMATS OF PCONFIG.
       01  PCFGTXT-QUE.
           COPY DDS-ALL-FORMATS OF PCFGTXT.
       01  PCFGTXT-ALT.
           COPY DDS-ALL-FORMATS OF PCFGTXT.

      * VERGLEICHSBILDER OHNE ANLAGE- UND AENDERUNGSFELDER
       01  PCONFIG-VGQ.
           COPY DDS-ALL-FORMATS OF PCONFIG.
       01  PCONFIG-VGZ.
           COPY DDS-ALL-FORMATS OF PCONFIG.
       01  PCFGTXT-VGQ.
           COPY DDS-ALL-FORMATS OF PCFGTXT.
       01  PCFGTXT-VGZ.
           COPY DDS-ALL-FORMATS OF PCFGTXT.
       01  BILD-QUE                      PIC X(2000).
       01  BILD-ZIE                      PIC X(2000).
       01  BILD-LEN                      PIC 9(5).
       77  BILD-POS                      PIC 9(5)  COMP.

      * ZUSTAND DES AKTUELLEN SCHLUESSELS
       01  QUE-DA                        PIC 9(1).
       01  ZIE-DA                        PIC 9(1).
       01  DATEI-WRK                     PIC X(10).
       01  ZIEL-OFFEN                    PIC 9(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * PARAMETER DES TRANSPORTDIENSTES
           COPY WRKPROMCFG  OF APG-QCPYSRC.
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING TRP-DATEN.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "HMP0015" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO TRP-RETCODE.
           MOVE     ZEROES TO TRP-ANZAHL.

           OPEN     INPUT PPROMKEY-DP.
           OPEN     I-O   PPROMCFG-DP.

           EVALUATE TRP-AKTION
                    WHEN "VGL"
                         PERFORM VERGLEICHE-EINTRAG
                    WHEN "UEB"
                         PERFORM UEBERTRAGE-TICKET
                    WHEN "RUE"
                         PERFORM HOLE-VORSTAND-ZURUECK
                    WHEN OTHER
                         MOVE "1" TO TRP-RETCODE
           END-EVALUATE.

           CLOSE    PPROMKEY-DP
                    PPROMCFG-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * EINEN EINTRAG DER TRANSPORTLISTE MIT DEM ZIEL VERGLEICHEN
      *--------------------------------------------------------------
       VERGLEICHE-EINTRAG SECTION.
       VGL-EIN-00.

           INITIALIZE PPROMKEYF OF PPROMKEY-P.
           MOVE     TRP-TICKET TO PKTKT OF PPROMKEY-P.
           MOVE     TRP-POS    TO PKPOS OF PPROMKEY-P.
           READ     PPROMKEY-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "1" TO TRP-RETCODE
                    GO TO VGL-EIN-90
           END-IF.

           PERFORM  LESE-QUELLE.

           PERFORM  OEFFNE-ZIEL.
           IF       ZIEL-OFFEN = ZEROES
                    MOVE "1" TO TRP-RETCODE
                    GO TO VGL-EIN-90
           END-IF.
           PERFORM  LESE-ZIEL.
           PERFORM  SCHLIESSE-ZIEL.

           PERFORM  ERMITTLE-STATUS.

       VGL-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE EINTRAEGE DES TICKETS IN DIE ZIELBIBLIOTHEK
      * UEBERTRAGEN, VORHER UND NACHHER IN PPROMCFG SICHERN
      *--------------------------------------------------------------
       UEBERTRAGE-TICKET SECTION.
       UEB-TKT-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PPROMKEYF OF PPROMKEY-P.
           MOVE     TRP-TICKET TO PKTKT OF PPROMKEY-P.
           MOVE     ZEROES     TO PKPOS OF PPROMKEY-P.
           START    PPROMKEY-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO UEB-TKT-90
           END-IF.

       UEB-TKT-20.
           READ     PPROMKEY-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO UEB-TKT-90
           END-IF.
           IF       PKTKT OF PPROMKEY-P NOT = TRP-TICKET
                    GO TO UEB-TKT-90
           END-IF.

           PERFORM  LESE-QUELLE.

           PERFORM  OEFFNE-ZIEL.
           IF       ZIEL-OFFEN = ZEROES
                    MOVE "1" TO TRP-RETCODE
                    GO TO UEB-TKT-90
           END-IF.
           PERFORM  LESE-ZIEL.
           PERFORM  ERMITTLE-STATUS.

      * VORSTAND SICHERN, DANN DAS ZIEL ANGLEICHEN
           PERFORM  SCHREIBE-VORSTAND.
           IF       TRP-RETCODE NOT = SPACES
                    PERFORM SCHLIESSE-ZIEL
                    GO TO UEB-TKT-90
           END-IF.

           IF       PKART OF PPROMKEY-P = "T"
                    PERFORM UEBERTRAGE-TEXT
           ELSE
                    PERFORM UEBERTRAGE-KONFIGURATION
           END-IF.
           PERFORM  SCHLIESSE-ZIEL.
           IF       TRP-RETCODE NOT = SPACES
                    GO TO UEB-TKT-90
           END-IF.

           PERFORM  SCHREIBE-NACHHER.
           ADD      1 TO TRP-ANZAHL.

           GO TO    UEB-TKT-20.

       UEB-TKT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DEN SATZ DER QUELLE LESEN (BIBLIOTHEKSLISTE)
      *--------------------------------------------------------------
       LESE-QUELLE SECTION.
       LES-QUE-00.

           MOVE     ZEROES TO QUE-DA.

           IF       PKART OF PPROMKEY-P = "T"
                    OPEN INPUT PCFGTXT-DP
                    PERFORM SETZE-SCHLUESSEL-TXT
                    READ PCFGTXT-DP WITH NO LOCK
                    IF   FILE-STATUS = ZEROES
                         MOVE 1         TO QUE-DA
                         MOVE PCFGTXT-P TO PCFGTXT-QUE
                    END-IF
                    CLOSE PCFGTXT-DP
           ELSE
                    OPEN INPUT PCONFIG-DP
                    PERFORM SETZE-SCHLUESSEL-CFG
                    READ PCONFIG-DP WITH NO LOCK
                    IF   FILE-STATUS = ZEROES
                         MOVE 1         TO QUE-DA
                         MOVE PCONFIG-P TO PCONFIG-QUE
                    END-IF
                    CLOSE PCONFIG-DP
           END-IF.

       LES-QUE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DATEI DER ZIELBIBLIOTHEK UEBER OVRDBF OEFFNEN (BEIM
      * VERGLEICH NUR LESEND)
      *--------------------------------------------------------------
       OEFFNE-ZIEL SECTION.
       OEF-ZIE-00.

           MOVE     ZEROES TO ZIEL-OFFEN.

           IF       PKART OF PPROMKEY-P = "T"
                    MOVE "PCFGTXT" TO DATEI-WRK
           ELSE
                    MOVE "PCONFIG" TO DATEI-WRK
           END-IF.

           PERFORM  SET-OVR-MBR.
           IF       RET-CODE NOT = SPACES
                    GO TO OEF-ZIE-90
           END-IF.

           IF       DATEI-WRK = "PCFGTXT"
                    IF   TRP-AKTION = "VGL"
                         OPEN INPUT PCFGTXT-DP
                    ELSE
                         OPEN I-O   PCFGTXT-DP
                    END-IF
           ELSE
                    IF   TRP-AKTION = "VGL"
                         OPEN INPUT PCONFIG-DP
                    ELSE
                         OPEN I-O   PCONFIG-DP
                    END-IF
           END-IF.
           IF       FILE-STATUS NOT = ZEROES
                    PERFORM DLT-OVR-MBR
                    GO TO OEF-ZIE-90
           END-IF.

           MOVE     1 TO ZIEL-OFFEN.

       OEF-ZIE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DATEI DER ZIELBIBLIOTHEK SCHLIESSEN, OVRDBF ENTFERNEN
      *--------------------------------------------------------------
       SCHLIESSE-ZIEL SECTION.
       SCH-ZIE-00.

           IF       ZIEL-OFFEN = ZEROES
                    GO TO SCH-ZIE-90
           END-IF.

           IF       DATEI-WRK = "PCFGTXT"
                    CLOSE PCFGTXT-DP
           ELSE
                    CLOSE PCONFIG-DP
           END-IF.
           PERFORM  DLT-OVR-MBR.
           MOVE     ZEROES TO ZIEL-OFFEN.

       SCH-ZIE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DEN BISHERIGEN SATZ DES ZIELS LESEN
      *--------------------------------------------------------------
       LESE-ZIEL SECTION.
       LES-ZIE-00.

           MOVE     ZEROES TO ZIE-DA.

           IF       PKART OF PPROMKEY-P = "T"
                    PERFORM SETZE-SCHLUESSEL-TXT
                    READ PCFGTXT-DP WITH NO LOCK
                    IF   FILE-STATUS = ZEROES
                         MOVE 1         TO ZIE-DA
                         MOVE PCFGTXT-P TO PCFGTXT-ALT
                    END-IF
           ELSE
                    PERFORM SETZE-SCHLUESSEL-CFG
                    READ PCONFIG-DP WITH NO LOCK
                    IF   FILE-STATUS = ZEROES
                         MOVE 1         TO ZIE-DA
                         MOVE PCONFIG-P TO PCONFIG-ALT
                    END-IF
           END-IF.

       LES-ZIE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SCHLUESSEL AUS DER TRANSPORTLISTE IN DEN SATZ STELLEN
      *--------------------------------------------------------------
       SETZE-SCHLUESSEL-CFG SECTION.
       SET-SCF-00.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     PKCFID  OF PPROMKEY-P TO CFID   OF PCONFIG-P.
           MOVE     PKKEY   OF PPROMKEY-P TO CFKEY  OF PCONFIG-P.
           MOVE     PKKEY2  OF PPROMKEY-P TO CFKEY2 OF PCONFIG-P.
           MOVE     PKKEY3  OF PPROMKEY-P TO CFKEY3 OF PCONFIG-P.
           MOVE     PKKEY4  OF PPROMKEY-P TO CFKEY4 OF PCONFIG-P.

       SET-SCF-90.
           EXIT.
      /
       SETZE-SCHLUESSEL-TXT SECTION.
       SET-STX-00.

           INITIALIZE PCFGTXTF OF PCFGTXT-P.
           MOVE     PKTXID  OF PPROMKEY-P TO TXID   OF PCFGTXT-P.
           MOVE     PKTXSP  OF PPROMKEY-P TO TXSPR  OF PCFGTXT-P.

       SET-STX-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STATUS DES SCHLUESSELS ERMITTELN UND DEN UNTERSCHIED AB
      * DER ERSTEN ABWEICHENDEN STELLE BEREITSTELLEN
      *--------------------------------------------------------------
       ERMITTLE-STATUS SECTION.
       ERM-STA-00.

           MOVE     ZEROES TO TRP-STELLE.
           MOVE     SPACES TO TRP-VORHER TRP-NACHHER.

           IF       QUE-DA = ZEROES
            AND     ZIE-DA = ZEROES
                    MOVE "X" TO TRP-STATUS
                    GO TO ERM-STA-90
           END-IF.

      * VERGLEICHSBILDER OHNE ANLAGE- UND AENDERUNGSFELDER
           MOVE     SPACES TO BILD-QUE BILD-ZIE.
           IF       PKART OF PPROMKEY-P = "T"
                    PERFORM BAUE-BILD-TXT
           ELSE
                    PERFORM BAUE-BILD-CFG
           END-IF.
           IF       BILD-LEN > 2000
                    MOVE 2000 TO BILD-LEN
           END-IF.

           IF       ZIE-DA = ZEROES
                    MOVE "N" TO TRP-STATUS
                    MOVE BILD-QUE(1:40) TO TRP-NACHHER
                    GO TO ERM-STA-90
           END-IF.
           IF       QUE-DA = ZEROES
                    MOVE "L" TO TRP-STATUS
                    MOVE BILD-ZIE(1:40) TO TRP-VORHER
                    GO TO ERM-STA-90
           END-IF.

           IF       BILD-QUE = BILD-ZIE
                    MOVE "G" TO TRP-STATUS
                    GO TO ERM-STA-90
           END-IF.

      * ERSTE ABWEICHENDE STELLE SUCHEN
           MOVE     "A" TO TRP-STATUS.
           MOVE     1   TO BILD-POS.

       ERM-STA-20.
           IF       BILD-POS > BILD-LEN
                    GO TO ERM-STA-90
           END-IF.
           IF       BILD-QUE(BILD-POS:1) = BILD-ZIE(BILD-POS:1)
                    ADD 1 TO BILD-POS
                    GO TO ERM-STA-20
           END-IF.

           MOVE     BILD-POS TO TRP-STELLE.
           IF       BILD-POS > 1961
                    MOVE 1961 TO BILD-POS
           END-IF.
           MOVE     BILD-ZIE(BILD-POS:40) TO TRP-VORHER.
           MOVE     BILD-QUE(BILD-POS:40) TO TRP-NACHHER.

       ERM-STA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VERGLEICHSBILDER PCONFIG: ANLAGE- UND AENDERUNGSFELDER
      * LEEREN, SCHLUESSEL BLEIBT VORN STEHEN
      *--------------------------------------------------------------
       BAUE-BILD-CFG SECTION.
       BAU-BCF-00.

           MOVE     PCONFIG-QUE TO PCONFIG-VGQ.
           MOVE     PCONFIG-ALT TO PCONFIG-VGZ.
           INITIALIZE CFAUSR OF PCONFIG-VGQ CFABS  OF PCONFIG-VGQ
                      CFAPGM OF PCONFIG-VGQ CFADTA OF PCONFIG-VGQ
                      CFATIA OF PCONFIG-VGQ CFMSER OF PCONFIG-VGQ
                      CFMBS  OF PCONFIG-VGQ CFMPGM OF PCONFIG-VGQ
                      CFMDTA OF PCONFIG-VGQ CFMTIA OF PCONFIG-VGQ.
           INITIALIZE CFAUSR OF PCONFIG-VGZ CFABS  OF PCONFIG-VGZ
                      CFAPGM OF PCONFIG-VGZ CFADTA OF PCONFIG-VGZ
                      CFATIA OF PCONFIG-VGZ CFMSER OF PCONFIG-VGZ
                      CFMBS  OF PCONFIG-VGZ CFMPGM OF PCONFIG-VGZ
                      CFMDTA OF PCONFIG-VGZ CFMTIA OF PCONFIG-VGZ.

           MOVE     LENGTH OF PCONFIG-VGQ TO BILD-LEN.
           IF       QUE-DA = 1
                    MOVE PCONFIG-VGQ TO BILD-QUE
           END-IF.
           IF       ZIE-DA = 1
                    MOVE PCONFIG-VGZ TO BILD-ZIE
           END-IF.

       BAU-BCF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VERGLEICHSBILDER PCFGTXT: NUR DER TEXT ZAEHLT
      *--------------------------------------------------------------
       BAUE-BILD-TXT SECTION.
       BAU-BTX-00.

           MOVE     PCFGTXT-QUE TO PCFGTXT-VGQ.
           MOVE     PCFGTXT-ALT TO PCFGTXT-VGZ.
           INITIALIZE TXAUSR OF PCFGTXT-VGQ TXABS  OF PCFGTXT-VGQ
                      TXAPGM OF PCFGTXT-VGQ TXADTA OF PCFGTXT-VGQ
                      TXATIA OF PCFGTXT-VGQ.
           INITIALIZE TXAUSR OF PCFGTXT-VGZ TXABS  OF PCFGTXT-VGZ
                      TXAPGM OF PCFGTXT-VGZ TXADTA OF PCFGTXT-VGZ
                      TXATIA OF PCFGTXT-VGZ.

           MOVE     LENGTH OF TXTEXT OF PCFGTXT-VGQ TO BILD-LEN.
           IF       QUE-DA = 1
                    MOVE TXTEXT OF PCFGTXT-VGQ TO BILD-QUE
           END-IF.
           IF       ZIE-DA = 1
                    MOVE TXTEXT OF PCFGTXT-VGZ TO BILD-ZIE
           END-IF.

       BAU-BTX-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PCONFIG-SATZ IM ZIEL ANLEGEN, ERSETZEN ODER LOESCHEN
      *--------------------------------------------------------------
       UEBERTRAGE-KONFIGURATION SECTION.
       UEB-CFG-00.

           EVALUATE TRP-STATUS
                    WHEN "N"
                         MOVE PCONFIG-QUE  TO PCONFIG-P
                         MOVE T-USER       TO CFAUSR OF PCONFIG-P
                         MOVE T-TERM       TO CFABS  OF PCONFIG-P
                         MOVE PGM-WRK      TO CFAPGM OF PCONFIG-P
                         MOVE DATE-8       TO CFADTA OF PCONFIG-P
                         MOVE TIME-6       TO CFATIA OF PCONFIG-P
                         INITIALIZE CFMSER OF PCONFIG-P
                                    CFMBS  OF PCONFIG-P
                                    CFMPGM OF PCONFIG-P
                                    CFMDTA OF PCONFIG-P
                                    CFMTIA OF PCONFIG-P
                         WRITE PCONFIG-P
                    WHEN "A"
                         PERFORM SETZE-SCHLUESSEL-CFG
                         READ PCONFIG-DP
                         IF   FILE-STATUS = ZEROES
                              MOVE PCONFIG-QUE  TO PCONFIG-P
      *                       ANLAGEDATEN DES ZIELS BLEIBEN ERHALTEN
                              MOVE CFAUSR OF PCONFIG-ALT
                                             TO CFAUSR OF PCONFIG-P
                              MOVE CFABS  OF PCONFIG-ALT
                                             TO CFABS  OF PCONFIG-P
                              MOVE CFAPGM OF PCONFIG-ALT
                                             TO CFAPGM OF PCONFIG-P
                              MOVE CFADTA OF PCONFIG-ALT
                                             TO CFADTA OF PCONFIG-P
                              MOVE CFATIA OF PCONFIG-ALT
                                             TO CFATIA OF PCONFIG-P
                              MOVE T-USER    TO CFMSER OF PCONFIG-P
                              MOVE T-TERM    TO CFMBS  OF PCONFIG-P
                              MOVE PGM-WRK   TO CFMPGM OF PCONFIG-P
                              MOVE DATE-8    TO CFMDTA OF PCONFIG-P
                              MOVE TIME-6    TO CFMTIA OF PCONFIG-P
                              REWRITE PCONFIG-P
                         END-IF
                    WHEN "L"
                         PERFORM SETZE-SCHLUESSEL-CFG
                         READ PCONFIG-DP
                         IF   FILE-STATUS = ZEROES
                              DELETE PCONFIG-DP
                         END-IF
                    WHEN OTHER
                         CONTINUE
           END-EVALUATE.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "1" TO TRP-RETCODE
           END-IF.

       UEB-CFG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PCFGTXT-SATZ IM ZIEL ANLEGEN, ERSETZEN ODER LOESCHEN
      *--------------------------------------------------------------
       UEBERTRAGE-TEXT SECTION.
       UEB-TXT-00.

           EVALUATE TRP-STATUS
                    WHEN "N"
                         MOVE PCFGTXT-QUE  TO PCFGTXT-P
                         MOVE T-USER       TO TXAUSR OF PCFGTXT-P
                         MOVE T-TERM       TO TXABS  OF PCFGTXT-P
                         MOVE PGM-WRK      TO TXAPGM OF PCFGTXT-P
                         MOVE DATE-8       TO TXADTA OF PCFGTXT-P
                         MOVE TIME-6       TO TXATIA OF PCFGTXT-P
                         WRITE PCFGTXT-P
                    WHEN "A"
                         PERFORM SETZE-SCHLUESSEL-TXT
                         READ PCFGTXT-DP
                         IF   FILE-STATUS = ZEROES
                              MOVE TXTEXT OF PCFGTXT-QUE
                                             TO TXTEXT OF PCFGTXT-P
                              REWRITE PCFGTXT-P
                         END-IF
                    WHEN "L"
                         PERFORM SETZE-SCHLUESSEL-TXT
                         READ PCFGTXT-DP
                         IF   FILE-STATUS = ZEROES
                              DELETE PCFGTXT-DP
                         END-IF
                    WHEN OTHER
                         CONTINUE
           END-EVALUATE.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "1" TO TRP-RETCODE
           END-IF.

       UEB-TXT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VORSTAND DES SCHLUESSELS IN PPROMCFG SICHERN (VOR DER
      * AENDERUNG, DAMIT EIN ABBRUCH ZURUECKGEBAUT WERDEN KANN)
      *--------------------------------------------------------------
       SCHREIBE-VORSTAND SECTION.
       SCH-VOR-00.

           INITIALIZE PPROMCFGF OF PPROMCFG-P.
           MOVE     TRP-LFDN              TO PGLFDN OF PPROMCFG-P.
           MOVE     PKPOS  OF PPROMKEY-P  TO PGPOS  OF PPROMCFG-P.
           MOVE     PKART  OF PPROMKEY-P  TO PGART  OF PPROMCFG-P.
           MOVE     PKCFID OF PPROMKEY-P  TO PGCFID OF PPROMCFG-P.
           MOVE     PKKEY  OF PPROMKEY-P  TO PGKEY  OF PPROMCFG-P.
           MOVE     PKKEY2 OF PPROMKEY-P  TO PGKEY2 OF PPROMCFG-P.
           MOVE     PKKEY3 OF PPROMKEY-P  TO PGKEY3 OF PPROMCFG-P.
           MOVE     PKKEY4 OF PPROMKEY-P  TO PGKEY4 OF PPROMCFG-P.
           MOVE     PKTXID OF PPROMKEY-P  TO PGTXID OF PPROMCFG-P.
           MOVE     PKTXSP OF PPROMKEY-P  TO PGTXSP OF PPROMCFG-P.
           MOVE     TRP-ZLIB              TO PGZLIB OF PPROMCFG-P.
           MOVE     TRP-STATUS            TO PGAKT  OF PPROMCFG-P.
           MOVE     TRP-STELLE            TO PGSTEL OF PPROMCFG-P.
           MOVE     TRP-VORHER            TO PGVTXT OF PPROMCFG-P.
           MOVE     TRP-NACHHER           TO PGNTXT OF PPROMCFG-P.

      * BISHERIGER SATZ DES ZIELS ALS VORSTAND
           IF       ZIE-DA = 1
                    MOVE "1" TO PGVDA OF PPROMCFG-P
                    IF   PKART OF PPROMKEY-P = "T"
                         MOVE PCFGTXT-ALT TO PGVOR OF PPROMCFG-P
                    ELSE
                         MOVE PCONFIG-ALT TO PGVOR OF PPROMCFG-P
                    END-IF
           ELSE
                    MOVE "0" TO PGVDA OF PPROMCFG-P
           END-IF.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO PGAUSR OF PPROMCFG-P.
           MOVE     T-TERM            TO PGABS  OF PPROMCFG-P.
           MOVE     PGM-WRK           TO PGAPGM OF PPROMCFG-P.
           MOVE     DATE-8            TO PGADTA OF PPROMCFG-P.
           MOVE     TIME-6            TO PGATIA OF PPROMCFG-P.

           WRITE    PPROMCFG-P.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "1" TO TRP-RETCODE
           END-IF.

       SCH-VOR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DEN NEUEN STAND DES ZIELS ALS NACHHER VERMERKEN
      *--------------------------------------------------------------
       SCHREIBE-NACHHER SECTION.
       SCH-NAC-00.

           INITIALIZE PPROMCFGF OF PPROMCFG-P.
           MOVE     TRP-LFDN              TO PGLFDN OF PPROMCFG-P.
           MOVE     PKPOS OF PPROMKEY-P   TO PGPOS  OF PPROMCFG-P.
           READ     PPROMCFG-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-NAC-90
           END-IF.

           IF       QUE-DA = 1
                    MOVE "1" TO PGNDA OF PPROMCFG-P
                    IF   PKART OF PPROMKEY-P = "T"
                         MOVE PCFGTXT-QUE TO PGNACH OF PPROMCFG-P
                    ELSE
                         MOVE PCONFIG-QUE TO PGNACH OF PPROMCFG-P
                    END-IF
           ELSE
                    MOVE "0" TO PGNDA OF PPROMCFG-P
           END-IF.

           REWRITE  PPROMCFG-P.

       SCH-NAC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * RUECKBAU: ALLE NOCH NICHT ZURUECKGEBAUTEN SCHLUESSEL DER
      * UEBERNAHME TRP-LFDN AUF DEN GESICHERTEN VORSTAND SETZEN
      *--------------------------------------------------------------
       HOLE-VORSTAND-ZURUECK SECTION.
       HOL-VOR-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PPROMCFGF OF PPROMCFG-P.
           MOVE     TRP-LFDN TO PGLFDN OF PPROMCFG-P.
           MOVE     ZEROES   TO PGPOS  OF PPROMCFG-P.
           START    PPROMCFG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO HOL-VOR-90
           END-IF.

       HOL-VOR-20.
           READ     PPROMCFG-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO HOL-VOR-90
           END-IF.
           IF       PGLFDN OF PPROMCFG-P NOT = TRP-LFDN
                    GO TO HOL-VOR-90
           END-IF.

      * SCHON ZURUECKGEBAUT ODER OHNE AENDERUNG IM ZIEL
           IF       PGRUEK OF PPROMCFG-P = "1"
                    GO TO HOL-VOR-20
           END-IF.
           IF       PGAKT OF PPROMCFG-P NOT = "N"
            AND     PGAKT OF PPROMCFG-P NOT = "A"
            AND     PGAKT OF PPROMCFG-P NOT = "L"
                    GO TO HOL-VOR-50
           END-IF.

      * DIE TRANSPORTLISTE DIENT HIER NUR ALS SCHLUESSELTRAEGER
           INITIALIZE PPROMKEYF OF PPROMKEY-P.
           MOVE     PGART  OF PPROMCFG-P  TO PKART  OF PPROMKEY-P.
           MOVE     PGCFID OF PPROMCFG-P  TO PKCFID OF PPROMKEY-P.
           MOVE     PGKEY  OF PPROMCFG-P  TO PKKEY  OF PPROMKEY-P.
           MOVE     PGKEY2 OF PPROMCFG-P  TO PKKEY2 OF PPROMKEY-P.
           MOVE     PGKEY3 OF PPROMCFG-P  TO PKKEY3 OF PPROMKEY-P.
           MOVE     PGKEY4 OF PPROMCFG-P  TO PKKEY4 OF PPROMKEY-P.
           MOVE     PGTXID OF PPROMCFG-P  TO PKTXID OF PPROMKEY-P.
           MOVE     PGTXSP OF PPROMCFG-P  TO PKTXSP OF PPROMKEY-P.
           MOVE     PGZLIB OF PPROMCFG-P  TO TRP-ZLIB.

           PERFORM  OEFFNE-ZIEL.
           IF       ZIEL-OFFEN = ZEROES
                    MOVE "1" TO TRP-RETCODE
                    GO TO HOL-VOR-90
           END-IF.

           IF       PGART OF PPROMCFG-P = "T"
                    PERFORM SETZE-TEXT-ZURUECK
           ELSE
                    PERFORM SETZE-KONFIGURATION-ZURUECK
           END-IF.
           PERFORM  SCHLIESSE-ZIEL.
           IF       TRP-RETCODE NOT = SPACES
                    GO TO HOL-VOR-90
           END-IF.
           ADD      1 TO TRP-ANZAHL.

       HOL-VOR-50.
      * ALS ZURUECKGEBAUT KENNZEICHNEN
           MOVE     "1"               TO PGRUEK OF PPROMCFG-P.
           MOVE     T-USER            TO PGMSER OF PPROMCFG-P.
           MOVE     T-TERM            TO PGMBS  OF PPROMCFG-P.
           MOVE     PGM-WRK           TO PGMPGM OF PPROMCFG-P.
           MOVE     DATE-8            TO PGMDTA OF PPROMCFG-P.
           MOVE     TIME-6            TO PGMTIA OF PPROMCFG-P.
           REWRITE  PPROMCFG-P.

           GO TO    HOL-VOR-20.

       HOL-VOR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PCONFIG-SATZ DES ZIELS AUF DEN VORSTAND SETZEN (OHNE
      * VORSTAND WIRD DER UEBERTRAGENE SATZ WIEDER ENTFERNT)
      *--------------------------------------------------------------
       SETZE-KONFIGURATION-ZURUECK SECTION.
       SET-KZR-00.

           PERFORM  SETZE-SCHLUESSEL-CFG.
           READ     PCONFIG-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE 1      TO ZIE-DA
           ELSE
                    MOVE ZEROES TO ZIE-DA
           END-IF.

           IF       PGVDA OF PPROMCFG-P NOT = "1"
                    IF   ZIE-DA = 1
                         DELETE PCONFIG-DP
                         IF   FILE-STATUS NOT = ZEROES
                              MOVE "1" TO TRP-RETCODE
                         END-IF
                    END-IF
                    GO TO SET-KZR-90
           END-IF.

           MOVE     PGVOR OF PPROMCFG-P TO PCONFIG-P.
           MOVE     T-USER            TO CFMSER OF PCONFIG-P.
           MOVE     T-TERM            TO CFMBS  OF PCONFIG-P.
           MOVE     PGM-WRK           TO CFMPGM OF PCONFIG-P.
           MOVE     DATE-8            TO CFMDTA OF PCONFIG-P.
           MOVE     TIME-6            TO CFMTIA OF PCONFIG-P.
           IF       ZIE-DA = 1
                    REWRITE PCONFIG-P
           ELSE
                    WRITE   PCONFIG-P
           END-IF.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "1" TO TRP-RETCODE
           END-IF.

       SET-KZR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PCFGTXT-SATZ DES ZIELS AUF DEN VORSTAND SETZEN
      *--------------------------------------------------------------
       SETZE-TEXT-ZURUECK SECTION.
       SET-TZR-00.

           PERFORM  SETZE-SCHLUESSEL-TXT.
           READ     PCFGTXT-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE 1      TO ZIE-DA
           ELSE
                    MOVE ZEROES TO ZIE-DA
           END-IF.

           IF       PGVDA OF PPROMCFG-P NOT = "1"
                    IF   ZIE-DA = 1
                         DELETE PCFGTXT-DP
                         IF   FILE-STATUS NOT = ZEROES
                              MOVE "1" TO TRP-RETCODE
                         END-IF
                    END-IF
                    GO TO SET-TZR-90
           END-IF.

           MOVE     PGVOR OF PPROMCFG-P TO PCFGTXT-P.
           IF       ZIE-DA = 1
                    REWRITE PCFGTXT-P
           ELSE
                    WRITE   PCFGTXT-P
           END-IF.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "1" TO TRP-RETCODE
           END-IF.

       SET-TZR-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * ENTFERNEN OVERWRITE FUER DIE DATEI DER ZIELBIBLIOTHEK
      *---------------------------------------------------------------
       DLT-OVR-MBR SECTION.
       DEL-OVR-00.

           INITIALIZE DELOVR-REC.
           MOVE     DATEI-WRK  TO FROMFILE OF DELOVR-REC.
           CALL     "CLP0012" USING DELOVR-REC
           END-CALL.

       DEL-OVR-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * SETZEN OVRWRT AUF DIE DATEI DER ZIELBIBLIOTHEK
      *---------------------------------------------------------------
       SET-OVR-MBR SECTION.
       SET-OVR-00.

           INITIALIZE RET-CODE.
           INITIALIZE OVRDBF-REC.
           MOVE     DATEI-WRK  TO FROMFILE OF OVRDBF-REC.
           MOVE     TRP-ZLIB   TO TOLIB    OF OVRDBF-REC.
           MOVE     DATEI-WRK  TO TOFILE   OF OVRDBF-REC.
           MOVE     DATEI-WRK  TO TOMBR    OF OVRDBF-REC.
           CALL     "CLP0011" USING OVRDBF-REC
                                    RET-CODE
           END-CALL.

       SET-OVR-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------

           COPY     GETTIME    OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-PGM-INIT/COPY-PGM-EXIT: STANDARDROUTINEN START UND ENDE
      *---------------------------------------------------------------

           COPY     PGMWRK     OF APG-QCPYSRC.
      /
