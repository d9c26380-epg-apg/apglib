      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 AP    JE ARTIKEL ALLE GUELTIGEN ANGEBOTE AUS DER   *
      *                  LIEFERANTENPREISLISTE PKDALP (XXP0234) MIT   *
      *                  MINDESTMENGE UND LIEFERZEIT, GUENSTIGSTES    *
      *                  ANGEBOT ZUERST. OHNE ANGEBOT WIE BISHER      *
      *                  PREIS UND LIEFERANT AUS DEM ARTIKELSTAMM     *
      *                                                               *
      *****************************************************************
      *
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDALP: LIEFERANTENPREISE JE ARTIKEL
      *-------------------------------------------------------------
           SELECT PKDALP-DP
                  ASSIGN       TO  DATABASE-PKDALP
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  PKDART-P.
           COPY DDS-ALL-FORMATS OF PKDART.
      /
      *--- PKDALP: APANR, APLIEF
       FD  PKDALP-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDALP-P.
           COPY DDS-ALL-FORMATS OF PKDALP.
      /
       WORKING-STORAGE SECTION.


       01  PGM-WRK                       PIC X(10) VALUE "XXP0210".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * GUELTIGE ANGEBOTE DES ARTIKELS, NACH PREIS SORTIERT
       01  ANG-TAB.
        02 ANG-EIN OCCURS 50.
         03 ANG-LIEF                     LIKE APLIEF OF PKDALP-P.
         03 ANG-PREI                     LIKE APPREI OF PKDALP-P.
         03 ANG-MINM                     LIKE APMINM OF PKDALP-P.
         03 ANG-LFTG                     LIKE APLFTG OF PKDALP-P.
       01  ANG-SAVE.
         03 SAV-LIEF                     LIKE APLIEF OF PKDALP-P.
         03 SAV-PREI                     LIKE APPREI OF PKDALP-P.
         03 SAV-MINM                     LIKE APMINM OF PKDALP-P.
         03 SAV-LFTG                     LIKE APLFTG OF PKDALP-P.
       77  ANG-ANZ                       PIC 9(3)  COMP.
       77  ANG-IX                        PIC 9(3)  COMP.
       77  ANG-JX                        PIC 9(3)  COMP.

      * TAGESDATUM FUER DIE GUELTIGKEIT DER ANGEBOTE
       01  HEUTE-WRK                     PIC 9(8).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
           MOVE     "XXD0210DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     INPUT PKDART-DP
                          PKDALP-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PKDART-DP
                    PKDALP-DP.

           PERFORM  COPY-PGM-EXIT.

           PERFORM  COPY-DISPLAY-SFLWRITE.
           MOVE     AUS TO INXX.

      * TAGESDATUM FUER DIE GUELTIGKEIT DER ANGEBOTE
           PERFORM  COPY-GET-TIME.
           MOVE     DATE-8 TO HEUTE-WRK.

      * ALLE AKTIVEN ARTIKEL EINLESEN
           INITIALIZE PKDARTF OF PKDART-P.
           START    PKDART-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
                    GO TO ANZ-SFL-10
           END-IF.

      * GUELTIGE ANGEBOTE DES ARTIKELS SAMMELN UND SORTIEREN
           PERFORM  LADE-ANGEBOTE.
           PERFORM  SORTIERE-ANGEBOTE.

      * OHNE ANGEBOT EINE ZEILE MIT DEN DATEN DES ARTIKELSTAMMS
           IF       ANG-ANZ = ZEROES
                    PERFORM SCHREIBE-ZEILE
                    GO TO ANZ-SFL-10
           END-IF.

      * SONST EINE ZEILE JE ANGEBOT, GUENSTIGSTES ZUERST
           MOVE     1 TO ANG-IX.

       ANZ-SFL-15.
           IF       ANG-IX > ANG-ANZ
                    GO TO ANZ-SFL-10
           END-IF.
           PERFORM  SCHREIBE-ZEILE.
           ADD      1 TO ANG-IX.
           GO TO    ANZ-SFL-15.

       ANZ-SFL-20.
      * AUSGABE FUSSZEILE
       ANZ-SFL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE SUBFILE-ZEILE SCHREIBEN: BEI ANG-ANZ = 0 MIT PREIS
      * UND LIEFERANT AUS DEM ARTIKELSTAMM, SONST MIT DEM
      * ANGEBOT ANG-IX
      *--------------------------------------------------------------
       SCHREIBE-ZEILE SECTION.
       SCH-ZEI-00.

           INITIALIZE FORMAT2.
           MOVE     SPACES               TO AUSW   OF FORMAT2.
           MOVE     KAANR  OF PKDART-P   TO KAANR  OF FORMAT2.
           MOVE     KABEZ  OF PKDART-P   TO KABEZ  OF FORMAT2.
           MOVE     KAEINH OF PKDART-P   TO KAEINH OF FORMAT2.
           IF       ANG-ANZ = ZEROES
                    MOVE KAPREI OF PKDART-P   TO KAPREI OF FORMAT2
                    MOVE KALIEF OF PKDART-P   TO KALIEF OF FORMAT2
           ELSE
                    MOVE ANG-PREI(ANG-IX)     TO KAPREI OF FORMAT2
                    MOVE ANG-LIEF(ANG-IX)     TO KALIEF OF FORMAT2
                    MOVE ANG-MINM(ANG-IX)     TO APMINM OF FORMAT2
                    MOVE ANG-LFTG(ANG-IX)     TO APLFTG OF FORMAT2
           END-IF.
           ADD      1            TO ANZREC-WRK.
           ADD      1            TO SUBFILE-RECORD-NUMBER.
           MOVE     "FMT02"      TO FMT-WRK.
           MOVE     FORMAT2      TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.

       SCH-ZEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE AM TAGESDATUM GUELTIGEN ANGEBOTE DES ARTIKELS IN DIE
      * TABELLE LADEN (GUELTIG BIS 0 = UNBEFRISTET)
      *--------------------------------------------------------------
       LADE-ANGEBOTE SECTION.
       LAD-ANG-00.

           INITIALIZE ANG-TAB ANG-ANZ.

           INITIALIZE PKDALPF OF PKDALP-P.
           MOVE     KAANR OF PKDART-P TO APANR OF PKDALP-P.
           START    PKDALP-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-ANG-90
           END-IF.

       LAD-ANG-20.
           READ     PKDALP-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-ANG-90
           END-IF.
           IF       APANR OF PKDALP-P NOT = KAANR OF PKDART-P
                    GO TO LAD-ANG-90
           END-IF.

           IF       APGVON OF PKDALP-P > HEUTE-WRK
                    GO TO LAD-ANG-20
           END-IF.
           IF       APGBIS OF PKDALP-P NOT = ZEROES
            AND     APGBIS OF PKDALP-P < HEUTE-WRK
                    GO TO LAD-ANG-20
           END-IF.

           IF       ANG-ANZ NOT < 50
                    GO TO LAD-ANG-90
           END-IF.
           ADD      1 TO ANG-ANZ.
           MOVE     APLIEF OF PKDALP-P TO ANG-LIEF(ANG-ANZ).
           MOVE     APPREI OF PKDALP-P TO ANG-PREI(ANG-ANZ).
           MOVE     APMINM OF PKDALP-P TO ANG-MINM(ANG-ANZ).
           MOVE     APLFTG OF PKDALP-P TO ANG-LFTG(ANG-ANZ).
           GO TO    LAD-ANG-20.

       LAD-ANG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANGEBOTSTABELLE AUFSTEIGEND NACH PREIS SORTIEREN
      * (EINFUEGESORTIERUNG, BEI GLEICHEM PREIS BLEIBT DIE
      * REIHENFOLGE DER LIEFERANTEN ERHALTEN)
      *--------------------------------------------------------------
       SORTIERE-ANGEBOTE SECTION.
       SOR-ANG-00.

           MOVE     2 TO ANG-IX.

       SOR-ANG-20.
           IF       ANG-IX > ANG-ANZ
                    GO TO SOR-ANG-90
           END-IF.
           MOVE     ANG-EIN(ANG-IX) TO ANG-SAVE.
           MOVE     ANG-IX          TO ANG-JX.

       SOR-ANG-40.
      * GROESSERE PREISE EINE STELLE NACH HINTEN SCHIEBEN
           IF       ANG-JX = 1
                    GO TO SOR-ANG-60
           END-IF.
           IF       ANG-PREI(ANG-JX - 1) NOT > SAV-PREI
                    GO TO SOR-ANG-60
           END-IF.
           MOVE     ANG-EIN(ANG-JX - 1) TO ANG-EIN(ANG-JX).
           SUBTRACT 1 FROM ANG-JX.
           GO TO    SOR-ANG-40.

       SOR-ANG-60.
           MOVE     ANG-SAVE TO ANG-EIN(ANG-JX).
           ADD      1 TO ANG-IX.
           GO TO    SOR-ANG-20.

       SOR-ANG-90.
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
