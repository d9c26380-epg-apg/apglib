      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 AP    KEINE ENTNAHME BEI LAUFENDER INVENTUR        *
      * 15.10.2026 AP    EMPFANGENDE KOSTENSTELLE (LGKST) IST PFLICHT *
      *                  UND WIRD IN DER BEWEGUNG FESTGEHALTEN, DIE   *
      *                  MONATLICHE VERRECHNUNG LAEUFT IN XXP0236     *
      * 15.10.2026 AP    CHARGENPFLICHTIGE ARTIKEL WERDEN NACH DEM    *
      *                  ABLAUFDATUM ENTNOMMEN (FRUEHESTES MHD        *
      *                  ZUERST), JE ENTNOMMENER CHARGE EINE BEWEGUNG *
      *                                                               *
      *****************************************************************
      *
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDCHRG: CHARGENBESTAND JE ARTIKEL UND MHD
      *-------------------------------------------------------------
           SELECT PKDCHRG-DP
                  ASSIGN       TO  DATABASE-PKDCHRG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  PKDLAGB-P.
           COPY DDS-ALL-FORMATS OF PKDLAGB.
      /
      *--- PKDCHRG: CHANR, CHMHD, CHCHRG
       FD  PKDCHRG-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDCHRG-P.
           COPY DDS-ALL-FORMATS OF PKDCHRG.
      /
       WORKING-STORAGE SECTION.


      * LAGERBESTAND DES ANGEZEIGTEN ARTIKELS
       01  BESTAND-WRK                   PIC S9(7).

      * ENTNAHME NACH CHARGEN: NOCH ZU VERTEILENDE MENGE UND
      * DIE MENGE/CHARGE DER ZU SCHREIBENDEN BEWEGUNG
       01  REST-MENGE                    PIC S9(7).
       01  BEW-MENGE                     PIC S9(7).
       01  BEW-CHRG                      LIKE CHCHRG OF PKDCHRG-P.
       01  BEW-MHD                       LIKE CHMHD  OF PKDCHRG-P.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.

           OPEN     INPUT PKDART-DP.
           OPEN     I-O   PKDLAG-DP
                          PKDLAGB-DP
                          PKDCHRG-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

           CLOSE    PKDART-DP
                    PKDLAG-DP
                    PKDLAGB-DP
                    PKDCHRG-DP.

           PERFORM  COPY-PGM-EXIT.

                    GO TO ANZ-DAT-20
           END-IF.

      * OHNE EMPFANGENDE KOSTENSTELLE KEINE ENTNAHME
           IF       LGKST OF FORMAT1 = SPACES
                    PERFORM MELDE-KOSTENSTELLE
                    GO TO ANZ-DAT-20
           END-IF.

      * ENTNAHME BUCHEN
           PERFORM  BUCHE-ENTNAHME.

                    GO TO BUC-ENT-90
           END-IF.

      * ARTIKEL IN EINER LAUFENDEN INVENTUR GESPERRT?
           IF       LBINV OF PKDLAG-P = "1"
                    PERFORM MELDE-INVENTUR
                    GO TO BUC-ENT-90
           END-IF.

      * REICHT DER BESTAND?
           IF       LGMENG OF FORMAT1 > LBBEST OF PKDLAG-P
                    PERFORM MELDE-KEIN-BESTAND

           REWRITE  PKDLAG-P.

      * CHARGENPFLICHTIGE ARTIKEL NACH ABLAUFDATUM ENTNEHMEN,
      * EINE RESTMENGE OHNE CHARGE (BESTAND AUS DER ZEIT VOR DER
      * CHARGENFUEHRUNG) WIRD OHNE CHARGE GEBUCHT
           MOVE     LGMENG OF FORMAT1 TO REST-MENGE.
           IF       KACHRG OF PKDART-P = "1"
                    PERFORM ENTNEHME-CHARGEN
           END-IF.

           IF       REST-MENGE > ZEROES
                    MOVE REST-MENGE TO BEW-MENGE
                    MOVE SPACES     TO BEW-CHRG
                    MOVE ZEROES     TO BEW-MHD
                    PERFORM SCHREIBE-BEWEGUNG
           END-IF.

      * FUER DIE NAECHSTE ENTNAHME LEEREN
           INITIALIZE FORMAT1.

       BUC-ENT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ENTNAHME AUF DIE CHARGEN DES ARTIKELS VERTEILEN: DIE
      * CHARGEN WERDEN AUFSTEIGEND NACH MHD GELESEN (SCHLUESSEL
      * CHANR, CHMHD, CHCHRG) UND BIS ZUR ENTNAHMEMENGE GELEERT
      *--------------------------------------------------------------
       ENTNEHME-CHARGEN SECTION.
       ENT-CHG-00.

           INITIALIZE PKDCHRGF OF PKDCHRG-P.
           MOVE     LBANR OF FORMAT1 TO CHANR OF PKDCHRG-P.
           START    PKDCHRG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ENT-CHG-90
           END-IF.

       ENT-CHG-20.
           IF       REST-MENGE NOT > ZEROES
                    GO TO ENT-CHG-90
           END-IF.

           READ     PKDCHRG-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ENT-CHG-90
           END-IF.
           IF       CHANR OF PKDCHRG-P NOT = LBANR OF FORMAT1
                    GO TO ENT-CHG-90
           END-IF.
           IF       CHMENG OF PKDCHRG-P NOT > ZEROES
                    GO TO ENT-CHG-20
           END-IF.

      * AUS DIESER CHARGE ENTNEHMEN
           IF       CHMENG OF PKDCHRG-P < REST-MENGE
                    MOVE CHMENG OF PKDCHRG-P TO BEW-MENGE
           ELSE
                    MOVE REST-MENGE          TO BEW-MENGE
           END-IF.

           SUBTRACT BEW-MENGE FROM CHMENG OF PKDCHRG-P.
           SUBTRACT BEW-MENGE FROM REST-MENGE.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO CHMSER OF PKDCHRG-P.
           MOVE     T-TERM            TO CHMBS  OF PKDCHRG-P.
           MOVE     PGM-WRK           TO CHMPGM OF PKDCHRG-P.
           MOVE     DATE-8            TO CHMDTA OF PKDCHRG-P.
           MOVE     TIME-6            TO CHMTIA OF PKDCHRG-P.

           REWRITE  PKDCHRG-P.

           MOVE     CHCHRG OF PKDCHRG-P TO BEW-CHRG.
           MOVE     CHMHD  OF PKDCHRG-P TO BEW-MHD.
           PERFORM  SCHREIBE-BEWEGUNG.

           GO TO    ENT-CHG-20.

       ENT-CHG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ENTNAHMEBEWEGUNG (ART E) MIT BEW-MENGE UND GGF. DER
      * CHARGE IN PKDLAGB SCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-BEWEGUNG SECTION.
       SCH-BEW-00.

           INITIALIZE PKDLAGBF OF PKDLAGB-P.
           MOVE     "PKDLAGB" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
           MOVE     LFDN-WRK           TO LGLFDN OF PKDLAGB-P.
           MOVE     LBANR  OF FORMAT1  TO LGANR  OF PKDLAGB-P.
           MOVE     "E"                TO LGART  OF PKDLAGB-P.
           MOVE     BEW-MENGE          TO LGMENG OF PKDLAGB-P.
           MOVE     LGGRND OF FORMAT1  TO LGGRND OF PKDLAGB-P.
           MOVE     LGKST  OF FORMAT1  TO LGKST  OF PKDLAGB-P.
           MOVE     BEW-CHRG           TO LGCHRG OF PKDLAGB-P.
           MOVE     BEW-MHD            TO LGMHD  OF PKDLAGB-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO LGAUSR OF PKDLAGB-P.

           WRITE    PKDLAGB-P.

       SCH-BEW-90.
           EXIT.
      /
      *--------------------------------------------------------------
       MEL-KBE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HINWEIS, DASS DER ARTIKEL WEGEN DER INVENTUR GESPERRT IST
      *--------------------------------------------------------------
       MELDE-INVENTUR SECTION.
       MEL-INV-00.

           INITIALIZE SNDMSG-REC.
           MOVE "ARTIKEL IN INVENTUR GESPERRT - NICHT GEBUCHT"
                                      TO MSGTXT OF SNDMSG-REC(1:44).
           MOVE T-USER                TO USER   OF SNDMSG-REC.
           CALL     "CLP0010" USING SNDMSG-REC
                                    RET-CODE
           END-CALL.

       MEL-INV-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HINWEIS, DASS DIE EMPFANGENDE KOSTENSTELLE FEHLT
      *--------------------------------------------------------------
       MELDE-KOSTENSTELLE SECTION.
       MEL-KST-00.

           INITIALIZE SNDMSG-REC.
           MOVE "KOSTENSTELLE FEHLT - ENTNAHME NICHT GEBUCHT"
                                      TO MSGTXT OF SNDMSG-REC(1:43).
           MOVE T-USER                TO USER   OF SNDMSG-REC.
           CALL     "CLP0010" USING SNDMSG-REC
                                    RET-CODE
           END-CALL.

       MEL-KST-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------
