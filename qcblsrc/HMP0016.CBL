       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              HMP0016.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * KONFIGURATIONSTRANSPORT VOR DER UEBERNAHME BESTAETIGEN        *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT DER UEBERNAHME HMP0009 ALLE SCHLUESSEL *
      *                  DER TRANSPORTLISTE (PPROMKEY) DES TICKETS    *
      *                  MIT IHREM UNTERSCHIED ZUR ZIELBIBLIOTHEK     *
      *                  (STATUS, ERSTE ABWEICHENDE STELLE, VORHER    *
      *                  UND NACHHER - ERMITTELT DURCH HMP0015).      *
      *                  ENTER BESTAETIGT DEN TRANSPORT, F12 BRICHT   *
      *                  DIE UEBERNAHME AB. OHNE EINTRAEGE IN DER     *
      *                  LISTE KEHRT DAS PROGRAMM SOFORT ZURUECK.     *
      *                  IST DAS ZIEL NICHT ERREICHBAR, IST NUR F12   *
      *                  MOEGLICH.                                    *
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
                  ASSIGN       TO  WORKSTATION-HMD0016DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PPROMKEY: PKTKT, PKPOS (TRANSPORTLISTE JE TICKET)
      *-------------------------------------------------------------
           SELECT PPROMKEY-DP
                  ASSIGN       TO  DATABASE-PPROMKEY
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
           COPY DDS-ALL-FORMATS OF HMD0016DE.
      /
      *--- PPROMKEY: PKTKT, PKPOS
       FD  PPROMKEY-DP
           LABEL RECORDS ARE STANDARD.
       01  PPROMKEY-P.
           COPY DDS-ALL-FORMATS OF PPROMKEY.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  HMD0016DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  HMD0016DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  HMD0016DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * PARAMETER DES TRANSPORTDIENSTES (HMP0015)
           COPY WRKPROMCFG OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "HMP0016".
       01  PGM-TYP                       PIC X(8)  VALUE "HERMES".
       01  MELDUNG-WRK                   PIC X(60).

      * ANZAHL EINTRAEGE OHNE ERREICHBARES ZIEL
       01  ANZ-FEHLER                    PIC 9(3).

      * AUFBEREITUNG VON SCHLUESSEL UND STATUS
       01  SCHLUESSEL-TXT                PIC X(60).
       01  STATUS-TXT                    PIC X(14).
       77  TXT-POS                       PIC 9(3)  COMP.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * AENDERUNGSTICKET DER UEBERNAHME
       01  X-TICKET                      PIC 9(9).
      * ZIELBIBLIOTHEK DER UEBERNAHME
       01  X-ZLIB                        PIC X(10).
      * RUECKGABE: ANZAHL SCHLUESSEL IN DER TRANSPORTLISTE
       01  X-ANZAHL                      PIC 9(3).
      * RUECKGABE: LEER = BESTAETIGT, 1 = ABGEBROCHEN
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-TICKET
                                X-ZLIB
                                X-ANZAHL
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "HMP0016" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.
           MOVE     ZEROES TO X-ANZAHL.

           OPEN     INPUT PPROMKEY-DP.

      * OHNE EINTRAEGE GIBT ES NICHTS ZU BESTAETIGEN
           PERFORM  ZAEHLE-EINTRAEGE.
           IF       X-ANZAHL = ZEROES
                    GO TO ENDE
           END-IF.

      * DISPLAY OEFFNEN
           MOVE     "HMD0016DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           MOVE     AUS TO INXX.

       ANF020.
      * UNTERSCHIEDE ANZEIGEN, BIS BESTAETIGT ODER ABGEBROCHEN
           PERFORM  ANZEIGE-SUBFILE.
           IF       F12 = "1"
                    MOVE "1" TO X-RETCODE
                    GO TO ANF090
           END-IF.
           IF       F5 = "1"
                    INITIALIZE F5
                    GO TO ANF020
           END-IF.

       ANF090.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

       ENDE.
           CLOSE    PPROMKEY-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ANZAHL DER SCHLUESSEL DES TICKETS ERMITTELN
      *--------------------------------------------------------------
       ZAEHLE-EINTRAEGE SECTION.
       ZAE-EIN-00.

           INITIALIZE PPROMKEYF OF PPROMKEY-P.
           MOVE     X-TICKET TO PKTKT OF PPROMKEY-P.
           MOVE     ZEROES   TO PKPOS OF PPROMKEY-P.
           START    PPROMKEY-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-EIN-90
           END-IF.

       ZAE-EIN-20.
           READ     PPROMKEY-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-EIN-90
           END-IF.
           IF       PKTKT OF PPROMKEY-P NOT = X-TICKET
                    GO TO ZAE-EIN-90
           END-IF.
           ADD      1 TO X-ANZAHL.
           GO TO    ZAE-EIN-20.

       ZAE-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SCHLUESSEL MIT IHREM UNTERSCHIED ZUM ZIEL ANZEIGEN
      *--------------------------------------------------------------
       ANZEIGE-SUBFILE SECTION.
       ANZ-SFL-00.

           INITIALIZE F5, F12.
           MOVE     ZEROES  TO ANZ-FEHLER.

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

           INITIALIZE PPROMKEYF OF PPROMKEY-P.
           MOVE     X-TICKET TO PKTKT OF PPROMKEY-P.
           MOVE     ZEROES   TO PKPOS OF PPROMKEY-P.
           START    PPROMKEY-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.

       ANZ-SFL-10.
           READ     PPROMKEY-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANZ-SFL-20
           END-IF.
           IF       PKTKT OF PPROMKEY-P NOT = X-TICKET
                    GO TO ANZ-SFL-20
           END-IF.

           PERFORM  BAUE-SCHLUESSEL-TEXT.
           PERFORM  VERGLEICHE-MIT-ZIEL.

      * SUBFILE-ZEILE FUELLEN
           INITIALIZE FORMAT2.
           MOVE     PKPOS  OF PPROMKEY-P TO PKPOS  OF FORMAT2.
           MOVE     SCHLUESSEL-TXT       TO SCHLUE OF FORMAT2.
           MOVE     STATUS-TXT           TO STATXT OF FORMAT2.
           MOVE     TRP-STELLE           TO STELLE OF FORMAT2.
           MOVE     TRP-VORHER           TO VORHER OF FORMAT2.
           MOVE     TRP-NACHHER          TO NACHHE OF FORMAT2.
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

      * UEBERSCHRIFT, TICKET UND ZIELBIBLIOTHEK
           MOVE     "HMP0016"         TO MAINUEB OF FORMAT3.
           MOVE     "HMP0016*3"       TO SUBUEB  OF FORMAT3.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT3.
           MOVE     X-TICKET          TO CTNR    OF FORMAT3.
           MOVE     X-ZLIB            TO ZLLIB   OF FORMAT3.

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

      * F12 = UEBERNAHME ABBRECHEN
           IF       IN12 OF FORMAT3-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ANZ-SFL-90
           END-IF.

      * F5 = NEU VERGLEICHEN
           IF       IN05 OF FORMAT3-I-INDIC = AN
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * OHNE ERREICHBARES ZIEL KEINE BESTAETIGUNG
           IF       ANZ-FEHLER NOT = ZEROES
                    MOVE "ZIELBIBLIOTHEK NICHT ERREICHBAR - NUR F12"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    MOVE "1" TO F5
           END-IF.

       ANZ-SFL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SCHLUESSEL DES EINTRAGS ALS LESBAREN TEXT AUFBEREITEN
      *--------------------------------------------------------------
       BAUE-SCHLUESSEL-TEXT SECTION.
       BAU-SLT-00.

           MOVE     SPACES TO SCHLUESSEL-TXT.
           MOVE     1      TO TXT-POS.

           IF       PKART OF PPROMKEY-P = "T"
                    STRING "PCFGTXT "             DELIMITED BY SIZE
                           PKTXID OF PPROMKEY-P   DELIMITED BY SPACE
                           "/"                    DELIMITED BY SIZE
                           PKTXSP OF PPROMKEY-P   DELIMITED BY SPACE
                      INTO SCHLUESSEL-TXT
                      WITH POINTER TXT-POS
                    END-STRING
                    GO TO BAU-SLT-90
           END-IF.

           STRING   "PCONFIG "                    DELIMITED BY SIZE
                    PKCFID OF PPROMKEY-P          DELIMITED BY SPACE
               INTO SCHLUESSEL-TXT
               WITH POINTER TXT-POS
           END-STRING.
           IF       PKKEY OF PPROMKEY-P NOT = SPACES
                    STRING "/"                    DELIMITED BY SIZE
                           PKKEY  OF PPROMKEY-P   DELIMITED BY SPACE
                      INTO SCHLUESSEL-TXT
                      WITH POINTER TXT-POS
                    END-STRING
           END-IF.
           IF       PKKEY2 OF PPROMKEY-P NOT = SPACES
                    STRING "/"                    DELIMITED BY SIZE
                           PKKEY2 OF PPROMKEY-P   DELIMITED BY SPACE
                      INTO SCHLUESSEL-TXT
                      WITH POINTER TXT-POS
                    END-STRING
           END-IF.
           IF       PKKEY3 OF PPROMKEY-P NOT = SPACES
                    STRING "/"                    DELIMITED BY SIZE
                           PKKEY3 OF PPROMKEY-P   DELIMITED BY SPACE
                      INTO SCHLUESSEL-TXT
                      WITH POINTER TXT-POS
                    END-STRING
           END-IF.
           IF       PKKEY4 OF PPROMKEY-P NOT = SPACES
                    STRING "/"                    DELIMITED BY SIZE
                           PKKEY4 OF PPROMKEY-P   DELIMITED BY SPACE
                      INTO SCHLUESSEL-TXT
                      WITH POINTER TXT-POS
                    END-STRING
           END-IF.

       BAU-SLT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINTRAG MIT DER ZIELBIBLIOTHEK VERGLEICHEN (HMP0015)
      *--------------------------------------------------------------
       VERGLEICHE-MIT-ZIEL SECTION.
       VGL-ZIE-00.

           INITIALIZE TRP-DATEN.
           MOVE     "VGL"                TO TRP-AKTION.
           MOVE     X-TICKET             TO TRP-TICKET.
           MOVE     PKPOS OF PPROMKEY-P  TO TRP-POS.
           MOVE     X-ZLIB               TO TRP-ZLIB.
           CALL     "HMP0015" USING TRP-DATEN
           END-CALL.

           IF       TRP-RETCODE NOT = SPACES
                    MOVE "ZIEL FEHLT" TO STATUS-TXT
                    ADD  1 TO ANZ-FEHLER
                    GO TO VGL-ZIE-90
           END-IF.

           EVALUATE TRP-STATUS
                    WHEN "N"
                         MOVE "NEU IM ZIEL"    TO STATUS-TXT
                    WHEN "A"
                         MOVE "ABWEICHEND"     TO STATUS-TXT
                    WHEN "G"
                         MOVE "GLEICH"         TO STATUS-TXT
                    WHEN "L"
                         MOVE "WIRD GELOESCHT" TO STATUS-TXT
                    WHEN OTHER
                         MOVE "FEHLT UEBERALL" TO STATUS-TXT
           END-EVALUATE.

       VGL-ZIE-90.
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
      * COPY-PGM-INIT/COPY-PGM-EXIT: STANDARDROUTINEN START UND ENDE
      *---------------------------------------------------------------

           COPY     PGMWRK     OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-DSP-*: ALLE DISPLAYROUTINEN
      *---------------------------------------------------------------

           COPY     DSPWORKING OF APG-QCPYSRC.
      /
