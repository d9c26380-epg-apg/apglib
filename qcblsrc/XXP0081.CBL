      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 AP    BESTEHENDE BUCHUNG UEBER DIE BUCHUNGSNUMMER  *
      *                  LADEN: AENDERN VON RAUM/DATUM/ZEIT VERSCHIEBT*
      *                  DIE BUCHUNG, F10 STORNIERT SIE. BEWIRTUNG    *
      *                  UND AUSSTATTUNG (PRAUMLEI) WERDEN MIT-       *
      *                  VERSCHOBEN BZW. MITSTORNIERT. F8 ERFASST     *
      *                  BEWIRTUNG UND AUSSTATTUNG (XXP0251)          *
      * 15.10.2026 AP    F6 SERIENBUCHUNG (XXP0254). ZU EINER GELA-   *
      *                  DENEN BUCHUNG WIRD DIE SERIE (RBSERI) ANGE-  *
      *                  ZEIGT, EIN TERMIN IST EINZELN AENDERBAR      *
      * 15.10.2026 AP    TEILNEHMERZAHL (RBTLNZ) WIRD MIT DER BUCHUNG *
      *                  GESPEICHERT                                  *
      * 15.10.2026 AP    F9 BESUCHERANMELDUNG ZUR BUCHUNG (XXP0256)   *
      * 15.10.2026 AP    TEILNEHMER WERDEN IN DER BUCHUNG GESPEICHERT *
      *                  (RBTLN1-5). F7 ERFASST DAS PROTOKOLL DER     *
      *                  BESPRECHUNG (XXP0283)                        *
      *                                                               *
      *****************************************************************
      *
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PRAUMLEI: BEWIRTUNG UND AUSSTATTUNG ZUR RAUMBUCHUNG
      *-------------------------------------------------------------
           SELECT PRAUMLEI-DP
                  ASSIGN       TO  DATABASE-PRAUMLEI
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  PRAUMBES-P.
           COPY DDS-ALL-FORMATS OF PRAUMBES.
      /
      *--- PRAUMLEI: RLBLFD, RLLEIS
       FD  PRAUMLEI-DP
           LABEL RECORDS ARE STANDARD.
       01  PRAUMLEI-P.
           COPY DDS-ALL-FORMATS OF PRAUMLEI.
      /
       WORKING-STORAGE SECTION.

       01  RAUM-DA                       PIC 9(1).
       01  KONFLIKT                      PIC 9(1).

      * GELADENE BESTEHENDE BUCHUNG (NULL = NEUE BUCHUNG)
       01  BUCH-LFDN                     LIKE RBLFDN OF PRAUMBES-P.

      * SERIE DER GELADENEN BUCHUNG (NULL = EINZELBUCHUNG)
       01  BUCH-SERI                     LIKE RBSERI OF PRAUMBES-P.

      * BEWIRTUNG/AUSSTATTUNG: AKTION (V = VERSCHIEBEN,
      * S = STORNIEREN) UND KENNZEICHEN SCHON VERRECHNET
       01  LEI-AKTION                    PIC X(1).
       01  LEI-VERR                      PIC 9(1).

      * TEILNEHMERVERARBEITUNG
       01  TLN-IDX                       PIC 9(1).
       01  TLN-USER                      PIC X(10).
       01  TLN-ANZ                       PIC 9(2).

      * PARAMETER FUER DIE NACHRICHTENZENTRALE (CFP0030)
       01  NOTIF-USER                    PIC X(10).
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     INPUT PRAUM-DP.
           OPEN     I-O   PRAUMBES-DP
                          PRAUMLEI-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.
           END-IF.

           INITIALIZE FORMAT1.
           INITIALIZE BUCH-LFDN BUCH-SERI.

       ANF020.
      * BUCHUNG ERFASSEN
           IF       F12 = "1"
                    INITIALIZE F12
                    INITIALIZE FORMAT1
                    INITIALIZE BUCH-LFDN BUCH-SERI
           END-IF.
           GO TO    ANF020.

           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PRAUM-DP
                    PRAUMBES-DP
                    PRAUMLEI-DP.

           PERFORM  COPY-PGM-EXIT.

                    GO TO ANZ-DAT-90
           END-IF.

      * BUCHUNGSNUMMER EINGEGEBEN ODER GEAENDERT: BUCHUNG LADEN
           IF       RBLFDN OF FORMAT1 NOT = ZEROES
            AND     RBLFDN OF FORMAT1 NOT = BUCH-LFDN
                    PERFORM LADE-BUCHUNG
                    GO TO ANZ-DAT-20
           END-IF.
           IF       RBLFDN OF FORMAT1 = ZEROES
                    MOVE ZEROES TO BUCH-LFDN BUCH-SERI
           END-IF.

      * F6 SERIENBUCHUNG: NEUE SERIE ODER DIE SERIE DER GELADENEN
      * BUCHUNG. DANACH IST DIE ANZEIGE WIEDER LEER
           IF       IN06 OF FORMAT1-I-INDIC = AN
                    CALL "XXP0254" USING BUCH-SERI
                    END-CALL
                    INITIALIZE FORMAT1
                    INITIALIZE BUCH-LFDN BUCH-SERI
                    GO TO ANZ-DAT-20
           END-IF.

      * F7 PROTOKOLL DER GESPEICHERTEN BUCHUNG (XXP0283)
           IF       IN07 OF FORMAT1-I-INDIC = AN
                    IF   BUCH-LFDN = ZEROES
                         PERFORM MELDE-NICHT-GESPEICHERT
                    ELSE
                         CALL "XXP0283" USING BUCH-LFDN
                         END-CALL
                    END-IF
                    GO TO ANZ-DAT-20
           END-IF.

      * F8 BEWIRTUNG UND AUSSTATTUNG ZUR GESPEICHERTEN BUCHUNG
           IF       IN08 OF FORMAT1-I-INDIC = AN
                    IF   BUCH-LFDN = ZEROES
                         PERFORM MELDE-NICHT-GESPEICHERT
                    ELSE
                         CALL "XXP0251" USING BUCH-LFDN
                         END-CALL
                    END-IF
                    GO TO ANZ-DAT-20
           END-IF.

      * F9 BESUCHER ZUR GESPEICHERTEN BUCHUNG ANMELDEN
           IF       IN09 OF FORMAT1-I-INDIC = AN
                    IF   BUCH-LFDN = ZEROES
                         PERFORM MELDE-NICHT-GESPEICHERT
                    ELSE
                         CALL "XXP0256" USING BUCH-LFDN
                         END-CALL
                    END-IF
                    GO TO ANZ-DAT-20
           END-IF.

      * F10 BUCHUNG STORNIEREN
           IF       IN10 OF FORMAT1-I-INDIC = AN
                    IF   BUCH-LFDN = ZEROES
                         PERFORM MELDE-NICHT-GESPEICHERT
                         GO TO ANZ-DAT-20
                    END-IF
                    PERFORM STORNIERE-BUCHUNG
                    IF   RET-CODE NOT = SPACES
                         GO TO ANZ-DAT-20
                    END-IF
                    INITIALIZE FORMAT1
                    INITIALIZE BUCH-LFDN BUCH-SERI
                    GO TO ANZ-DAT-90
           END-IF.

      * RAUM, DATUM, ZEITEN UND THEMA SIND PFLICHT
           IF       RBRAUM  OF FORMAT1 = SPACES
            OR      RBDATUM OF FORMAT1 = ZEROES
                    GO TO ANZ-DAT-20
           END-IF.

      * BESTEHENDE BUCHUNG: VERSCHIEBEN/AENDERN
           IF       BUCH-LFDN NOT = ZEROES
                    PERFORM VERSCHIEBE-BUCHUNG
                    IF   RET-CODE NOT = SPACES
                         GO TO ANZ-DAT-20
                    END-IF
                    INITIALIZE FORMAT1
                    INITIALIZE BUCH-LFDN BUCH-SERI
                    GO TO ANZ-DAT-90
           END-IF.

      * BUCHUNG SCHREIBEN UND TEILNEHMER EINLADEN
           PERFORM  SCHREIBE-BUCHUNG.
           PERFORM  LADE-TEILNEHMER-EIN.

      * DIE NEUE BUCHUNG BLEIBT GELADEN, DAMIT BEWIRTUNG UND
      * AUSSTATTUNG (F8) GLEICH ERFASST WERDEN KOENNEN
           MOVE     RBLFDN OF PRAUMBES-P TO BUCH-LFDN.
           MOVE     RBLFDN OF PRAUMBES-P TO RBLFDN OF FORMAT1.

       ANZ-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * UEBERSCHNEIDUNG MIT BESTEHENDEN AKTIVEN BUCHUNGEN DES
      * RAUMS AM SELBEN TAG PRUEFEN (DIE GELADENE BUCHUNG SELBST
      * ZAEHLT NICHT)
      *--------------------------------------------------------------
       PRUEFE-KONFLIKT SECTION.
       PRU-KON-00.
           END-IF.

           IF       RBSTAT  OF PRAUMBES-P NOT = "A"
            OR      RBLFDN  OF PRAUMBES-P = BUCH-LFDN
            OR      RBRAUM  OF PRAUMBES-P NOT = RBRAUM  OF FORMAT1
            OR      RBDATUM OF PRAUMBES-P NOT = RBDATUM OF FORMAT1
                    GO TO PRU-KON-20
           MOVE     RBTHEMA OF FORMAT1  TO RBTHEMA OF PRAUMBES-P.
           MOVE     T-USER              TO RBORGA  OF PRAUMBES-P.
           MOVE     "A"                 TO RBSTAT  OF PRAUMBES-P.
           PERFORM  ZAEHLE-TEILNEHMER.
           MOVE     TLN-ANZ             TO RBTLNZ  OF PRAUMBES-P.
           PERFORM  FUELLE-TEILNEHMER.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO RBAUSR OF PRAUMBES-P.
           EXIT.
      /
      *--------------------------------------------------------------
      * BESTEHENDE BUCHUNG LESEN UND ANZEIGEN. NUR AKTIVE
      * BUCHUNGEN DES ORGANISATORS KOENNEN GEAENDERT WERDEN
      *--------------------------------------------------------------
       LADE-BUCHUNG SECTION.
       LAD-BUC-00.

           MOVE     ZEROES TO BUCH-LFDN BUCH-SERI.
           MOVE     ZEROES TO RBSERI OF FORMAT1.

           INITIALIZE PRAUMBESF OF PRAUMBES-P.
           MOVE     RBLFDN OF FORMAT1 TO RBLFDN OF PRAUMBES-P.
           READ     PRAUMBES-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      RBSTAT OF PRAUMBES-P NOT = "A"
                    PERFORM MELDE-KEINE-BUCHUNG
                    MOVE ZEROES TO RBLFDN OF FORMAT1
                    GO TO LAD-BUC-90
           END-IF.
           IF       RBORGA OF PRAUMBES-P NOT = T-USER
                    PERFORM MELDE-NICHT-ORGANISATOR
                    MOVE ZEROES TO RBLFDN OF FORMAT1
                    GO TO LAD-BUC-90
           END-IF.

           MOVE     RBLFDN  OF PRAUMBES-P TO BUCH-LFDN.
           MOVE     RBSERI  OF PRAUMBES-P TO BUCH-SERI.
           MOVE     RBSERI  OF PRAUMBES-P TO RBSERI  OF FORMAT1.
           MOVE     RBRAUM  OF PRAUMBES-P TO RBRAUM  OF FORMAT1.
           MOVE     RBDATUM OF PRAUMBES-P TO RBDATUM OF FORMAT1.
           MOVE     RBVON   OF PRAUMBES-P TO RBVON   OF FORMAT1.
           MOVE     RBBIS   OF PRAUMBES-P TO RBBIS   OF FORMAT1.
           MOVE     RBTHEMA OF PRAUMBES-P TO RBTHEMA OF FORMAT1.
           MOVE     RBTLN1  OF PRAUMBES-P TO TLN1    OF FORMAT1.
           MOVE     RBTLN2  OF PRAUMBES-P TO TLN2    OF FORMAT1.
           MOVE     RBTLN3  OF PRAUMBES-P TO TLN3    OF FORMAT1.
           MOVE     RBTLN4  OF PRAUMBES-P TO TLN4    OF FORMAT1.
           MOVE     RBTLN5  OF PRAUMBES-P TO TLN5    OF FORMAT1.

       LAD-BUC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GELADENE BUCHUNG MIT DEN NEUEN ANGABEN FORTSCHREIBEN UND
      * BEWIRTUNG/AUSSTATTUNG MITVERSCHIEBEN. SIND DIESE SCHON
      * VERRECHNET, WIRD NICHT MEHR VERSCHOBEN (RET-CODE GEFUELLT)
      *--------------------------------------------------------------
       VERSCHIEBE-BUCHUNG SECTION.
       VER-BUC-00.

           MOVE     SPACES TO RET-CODE.

           PERFORM  PRUEFE-VERRECHNET.
           IF       LEI-VERR NOT = ZEROES
                    PERFORM MELDE-VERRECHNET
                    MOVE "1" TO RET-CODE
                    GO TO VER-BUC-90
           END-IF.

           INITIALIZE PRAUMBESF OF PRAUMBES-P.
           MOVE     BUCH-LFDN TO RBLFDN OF PRAUMBES-P.
           READ     PRAUMBES-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "1" TO RET-CODE
                    GO TO VER-BUC-90
           END-IF.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

           MOVE     RBRAUM  OF FORMAT1  TO RBRAUM  OF PRAUMBES-P.
           MOVE     RBDATUM OF FORMAT1  TO RBDATUM OF PRAUMBES-P.
           MOVE     RBVON   OF FORMAT1  TO RBVON   OF PRAUMBES-P.
           MOVE     RBBIS   OF FORMAT1  TO RBBIS   OF PRAUMBES-P.
           MOVE     RBTHEMA OF FORMAT1  TO RBTHEMA OF PRAUMBES-P.
      * DIE TEILNEHMER SIND MIT DER BUCHUNG GELADEN WORDEN
           PERFORM  ZAEHLE-TEILNEHMER.
           MOVE     TLN-ANZ TO RBTLNZ OF PRAUMBES-P.
           PERFORM  FUELLE-TEILNEHMER.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO RBMSER OF PRAUMBES-P.
           MOVE     T-TERM            TO RBMBS  OF PRAUMBES-P.
           MOVE     PGM-WRK           TO RBMPGM OF PRAUMBES-P.
           MOVE     DATE-8            TO RBMDTA OF PRAUMBES-P.
           MOVE     TIME-6            TO RBMTIA OF PRAUMBES-P.

           REWRITE  PRAUMBES-P.

      * BEWIRTUNG UND AUSSTATTUNG MITVERSCHIEBEN
           MOVE     "V" TO LEI-AKTION.
           PERFORM  AENDERE-LEISTUNGEN.

       VER-BUC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GELADENE BUCHUNG STORNIEREN (RBSTAT = S) UND BEWIRTUNG/
      * AUSSTATTUNG MITSTORNIEREN. SIND DIESE SCHON VERRECHNET,
      * WIRD NICHT STORNIERT (RET-CODE GEFUELLT)
      *--------------------------------------------------------------
       STORNIERE-BUCHUNG SECTION.
       STO-BUC-00.

           MOVE     SPACES TO RET-CODE.

           PERFORM  PRUEFE-VERRECHNET.
           IF       LEI-VERR NOT = ZEROES
                    PERFORM MELDE-VERRECHNET
                    MOVE "1" TO RET-CODE
                    GO TO STO-BUC-90
           END-IF.

           INITIALIZE PRAUMBESF OF PRAUMBES-P.
           MOVE     BUCH-LFDN TO RBLFDN OF PRAUMBES-P.
           READ     PRAUMBES-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "1" TO RET-CODE
                    GO TO STO-BUC-90
           END-IF.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

           MOVE     "S"               TO RBSTAT OF PRAUMBES-P.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO RBMSER OF PRAUMBES-P.
           MOVE     T-TERM            TO RBMBS  OF PRAUMBES-P.
           MOVE     PGM-WRK           TO RBMPGM OF PRAUMBES-P.
           MOVE     DATE-8            TO RBMDTA OF PRAUMBES-P.
           MOVE     TIME-6            TO RBMTIA OF PRAUMBES-P.

           REWRITE  PRAUMBES-P.

      * BEWIRTUNG UND AUSSTATTUNG MITSTORNIEREN
           MOVE     "S" TO LEI-AKTION.
           PERFORM  AENDERE-LEISTUNGEN.

       STO-BUC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GIBT ES ZUR GELADENEN BUCHUNG SCHON VERRECHNETE BEWIRTUNG
      * ODER AUSSTATTUNG (XXP0253)?
      *--------------------------------------------------------------
       PRUEFE-VERRECHNET SECTION.
       PRU-VER-00.

           MOVE     ZEROES TO LEI-VERR.

           INITIALIZE PRAUMLEIF OF PRAUMLEI-P.
           MOVE     BUCH-LFDN TO RLBLFD OF PRAUMLEI-P.
           START    PRAUMLEI-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-VER-90
           END-IF.

       PRU-VER-20.
           READ     PRAUMLEI-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-VER-90
           END-IF.
           IF       RLBLFD OF PRAUMLEI-P NOT = BUCH-LFDN
                    GO TO PRU-VER-90
           END-IF.

           IF       RLSTAT OF PRAUMLEI-P = "A"
            AND     RLVERR OF PRAUMLEI-P = "1"
                    MOVE 1 TO LEI-VERR
                    GO TO PRU-VER-90
           END-IF.

           GO TO    PRU-VER-20.

       PRU-VER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE AKTIVEN BEWIRTUNGS-/AUSSTATTUNGSZEILEN DER GELADENEN
      * BUCHUNG MIT DER BUCHUNG VERSCHIEBEN (LEI-AKTION = V) ODER
      * STORNIEREN (LEI-AKTION = S)
      *--------------------------------------------------------------
       AENDERE-LEISTUNGEN SECTION.
       AEN-LEI-00.

           INITIALIZE PRAUMLEIF OF PRAUMLEI-P.
           MOVE     BUCH-LFDN TO RLBLFD OF PRAUMLEI-P.
           START    PRAUMLEI-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AEN-LEI-90
           END-IF.

       AEN-LEI-20.
           READ     PRAUMLEI-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AEN-LEI-90
           END-IF.
           IF       RLBLFD OF PRAUMLEI-P NOT = BUCH-LFDN
                    GO TO AEN-LEI-90
           END-IF.
           IF       RLSTAT OF PRAUMLEI-P NOT = "A"
                    GO TO AEN-LEI-20
           END-IF.

           IF       LEI-AKTION = "S"
                    MOVE "S" TO RLSTAT OF PRAUMLEI-P
           ELSE
                    MOVE RBRAUM  OF PRAUMBES-P TO RLRAUM OF PRAUMLEI-P
                    MOVE RBDATUM OF PRAUMBES-P TO RLDATU OF PRAUMLEI-P
                    MOVE RBVON   OF PRAUMBES-P TO RLVON  OF PRAUMLEI-P
                    MOVE RBBIS   OF PRAUMBES-P TO RLBIS  OF PRAUMLEI-P
           END-IF.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO RLMSER OF PRAUMLEI-P.
           MOVE     T-TERM            TO RLMBS  OF PRAUMLEI-P.
           MOVE     PGM-WRK           TO RLMPGM OF PRAUMLEI-P.
           MOVE     DATE-8            TO RLMDTA OF PRAUMLEI-P.
           MOVE     TIME-6            TO RLMTIA OF PRAUMLEI-P.

           REWRITE  PRAUMLEI-P.

           GO TO    AEN-LEI-20.

       AEN-LEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE EINGETRAGENEN TEILNEHMER UEBER DIE NACHRICHTEN-
      * ZENTRALE EINLADEN
      *--------------------------------------------------------------
           EXIT.
      /
      *--------------------------------------------------------------
      * TEILNEHMERZAHL DER BESPRECHUNG: ORGANISATOR PLUS ALLE
      * EINGETRAGENEN TEILNEHMER (FUER DIE AUSLASTUNGSSTATISTIK)
      *--------------------------------------------------------------
       ZAEHLE-TEILNEHMER SECTION.
       ZAE-TLN-00.

           MOVE     1 TO TLN-ANZ.
           MOVE     1 TO TLN-IDX.

       ZAE-TLN-20.
           IF       TLN-IDX > 5
                    GO TO ZAE-TLN-90
           END-IF.

           EVALUATE TLN-IDX
                    WHEN 1 MOVE TLN1 OF FORMAT1 TO TLN-USER
                    WHEN 2 MOVE TLN2 OF FORMAT1 TO TLN-USER
                    WHEN 3 MOVE TLN3 OF FORMAT1 TO TLN-USER
                    WHEN 4 MOVE TLN4 OF FORMAT1 TO TLN-USER
                    WHEN 5 MOVE TLN5 OF FORMAT1 TO TLN-USER
           END-EVALUATE.

           IF       TLN-USER NOT = SPACES
                    ADD 1 TO TLN-ANZ
           END-IF.

           ADD      1 TO TLN-IDX.
           GO TO    ZAE-TLN-20.

       ZAE-TLN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINGETRAGENE TEILNEHMER IN DIE BUCHUNG UEBERNEHMEN (VORBE-
      * LEGUNG DER ANWESENHEIT IM PROTOKOLL XXP0283)
      *--------------------------------------------------------------
       FUELLE-TEILNEHMER SECTION.
       FUE-TLN-00.

           MOVE     TLN1 OF FORMAT1 TO RBTLN1 OF PRAUMBES-P.
           MOVE     TLN2 OF FORMAT1 TO RBTLN2 OF PRAUMBES-P.
           MOVE     TLN3 OF FORMAT1 TO RBTLN3 OF PRAUMBES-P.
           MOVE     TLN4 OF FORMAT1 TO RBTLN4 OF PRAUMBES-P.
           MOVE     TLN5 OF FORMAT1 TO RBTLN5 OF PRAUMBES-P.

       FUE-TLN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HINWEIS: KEIN BUCHBARER BESPRECHUNGSRAUM
      *--------------------------------------------------------------
       MELDE-KEIN-RAUM SECTION.
       MEL-KON-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HINWEIS: BUCHUNG NICHT VORHANDEN ODER STORNIERT
      *--------------------------------------------------------------
       MELDE-KEINE-BUCHUNG SECTION.
       MEL-KBU-00.

           INITIALIZE SNDMSG-REC.
           MOVE "BUCHUNG NICHT VORHANDEN ODER STORNIERT"
                                      TO MSGTXT OF SNDMSG-REC(1:38).
           MOVE T-USER                TO USER   OF SNDMSG-REC.
           CALL     "CLP0010" USING SNDMSG-REC
                                    RET-CODE
           END-CALL.

       MEL-KBU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HINWEIS: NUR DER ORGANISATOR DARF DIE BUCHUNG AENDERN
      *--------------------------------------------------------------
       MELDE-NICHT-ORGANISATOR SECTION.
       MEL-NOR-00.

           INITIALIZE SNDMSG-REC.
           MOVE "NUR DER ORGANISATOR KANN DIE BUCHUNG AENDERN"
                                      TO MSGTXT OF SNDMSG-REC(1:44).
           MOVE T-USER                TO USER   OF SNDMSG-REC.
           CALL     "CLP0010" USING SNDMSG-REC
                                    RET-CODE
           END-CALL.

       MEL-NOR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HINWEIS: F8/F9/F10 NUR ZU EINER GESPEICHERTEN BUCHUNG
      *--------------------------------------------------------------
       MELDE-NICHT-GESPEICHERT SECTION.
       MEL-NGE-00.

           INITIALIZE SNDMSG-REC.
           MOVE "BITTE ZUERST DIE BUCHUNG SPEICHERN ODER LADEN"
                                      TO MSGTXT OF SNDMSG-REC(1:45).
           MOVE T-USER                TO USER   OF SNDMSG-REC.
           CALL     "CLP0010" USING SNDMSG-REC
                                    RET-CODE
           END-CALL.

       MEL-NGE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HINWEIS: BEWIRTUNG/AUSSTATTUNG SCHON VERRECHNET
      *--------------------------------------------------------------
       MELDE-VERRECHNET SECTION.
       MEL-VER-00.

           INITIALIZE SNDMSG-REC.
           MOVE "BEWIRTUNG SCHON VERRECHNET - BUCHUNG NICHT"
                                      TO MSGTXT OF SNDMSG-REC(1:42).
           MOVE " MEHR AENDERBAR"     TO MSGTXT OF SNDMSG-REC(43:15).
           MOVE T-USER                TO USER   OF SNDMSG-REC.
           CALL     "CLP0010" USING SNDMSG-REC
                                    RET-CODE
           END-CALL.

       MEL-VER-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-CHECK-DATE: DATUMSFELDER PRUEFEN
      *---------------------------------------------------------------
