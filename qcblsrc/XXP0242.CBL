       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0242.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * BANKEINGANG ALS ZAHLUNG IN DIE KAFFEEKASSE BUCHEN             *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  BUCHT EINE UEBERWEISUNG EINES USERS AUF DAS  *
      *                  KAFFEEKASSEN-KONTO (AUFRUF AUS DEM IMPORT    *
      *                  XXP0240 UND DER KLAERUNGSLISTE XXP0241):     *
      *                  - DER BETRAG WIRD ALS EINZAHLUNG (ART G,     *
      *                    STATUS B) MIT SCKUSR = *BANK GESCHRIEBEN,  *
      *                    SCBZDT = BUCHUNGSTAG LAUT KONTOAUSZUG.     *
      *                  - AUS DEM DAMIT VERFUEGBAREN GUTHABEN WERDEN *
      *                    DIE OFFENEN SCHULDEN DES USERS, DIE ALTEN  *
      *                    ZUERST, ALS BEZAHLT GEBUCHT (SCKUSR =      *
      *                    *GUTHABEN) - WIE IM BUCHUNGSLAUF XXP0059.  *
      *                    EINE SCHULD, DIE DAS RESTGUTHABEN          *
      *                    UEBERSTEIGT, BLEIBT OFFEN.                 *
      *                  BANKEINGAENGE BEWEGEN KEIN BARGELD UND       *
      *                  ZAEHLEN DESHALB NICHT IN DEN KASSENBESTAND   *
      *                  (XXP0060, XXP0076).                          *
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
      * PSCHULD: SCLFDN
      *-------------------------------------------------------------
           SELECT PSCHULD-DP
                  ASSIGN       TO  DATABASE-PSCHULD
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *- PSCHULD: SCLFDN
       FD  PSCHULD-DP
           LABEL RECORDS ARE STANDARD.
       01  PSCHULD-P.
           COPY DDS-ALL-FORMATS OF PSCHULD.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0242".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * VERFUEGBARES GUTHABEN DES USERS NACH DER EINZAHLUNG
       01  GUTHABEN-WRK                  PIC S9(7)V9(2).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * USER, DEM DIE UEBERWEISUNG ZUGEORDNET IST
       01  X-USER                        PIC X(10).
      * UEBERWIESENER BETRAG
       01  X-BETRAG                      PIC 9(7)V9(2).
      * BUCHUNGSTAG LAUT KONTOAUSZUG
       01  X-DATUM                       PIC 9(8).
      * BUCHENDES PROGRAMM
       01  X-PGM                         PIC X(10).
      * RUECKGABE: ANZAHL DAMIT BEGLICHENER SCHULDEN
       01  X-ANZ                         PIC 9(5).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-USER
                                X-BETRAG
                                X-DATUM
                                X-PGM
                                X-ANZ.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0242" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     ZEROES TO X-ANZ.
           IF       X-USER   = SPACES
            OR      X-BETRAG = ZEROES
                    GO TO ENDE
           END-IF.

           OPEN     I-O   PSCHULD-DP.

      * DATUM/UHRZEIT
           PERFORM  COPY-GET-TIME.

      * UEBERWEISUNG ALS EINZAHLUNG SCHREIBEN
           PERFORM  SCHREIBE-EINZAHLUNG.

      * OFFENE SCHULDEN AUS DEM GUTHABEN BEGLEICHEN
           PERFORM  RECHNE-GUTHABEN.
           IF       GUTHABEN-WRK > ZEROES
                    PERFORM BEGLEICHE-SCHULDEN
           END-IF.

           CLOSE    PSCHULD-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * DIE UEBERWEISUNG ALS PSCHULD-EINTRAG DER ART G SCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-EINZAHLUNG SECTION.
       SCH-EIN-00.

           INITIALIZE PSCHULDF OF PSCHULD-P.
      * NAECHSTE LAUFENDE NUMMER ERMITTELN
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PSCHULD" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK           TO SCLFDN OF PSCHULD-P.

           MOVE     X-USER             TO SCUSER OF PSCHULD-P.
           MOVE     X-BETRAG           TO SCBETR OF PSCHULD-P.
           MOVE     "G"                TO SCART  OF PSCHULD-P.
           MOVE     "B"                TO SCSTAT OF PSCHULD-P.
           MOVE     X-DATUM            TO SCBZDT OF PSCHULD-P.
           MOVE     DATE-8             TO SCBZDA OF PSCHULD-P.
           MOVE     TIME-6             TO SCBZTI OF PSCHULD-P.
           MOVE     "*BANK"            TO SCKUSR OF PSCHULD-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO STAUSR OF PSCHULD-P.
           MOVE     T-TERM            TO STABS  OF PSCHULD-P.
           MOVE     X-PGM             TO STAPGM OF PSCHULD-P.
           MOVE     DATE-8            TO STADTA OF PSCHULD-P.
           MOVE     TIME-6            TO STATIA OF PSCHULD-P.

           WRITE    PSCHULD-P.

       SCH-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VERFUEGBARES GUTHABEN DES USERS RECHNEN: EINZAHLUNGEN
      * (ART G) MINUS UEBER GUTHABEN BEGLICHENE SCHULDEN
      * (SCKUSR = *GUTHABEN)
      *--------------------------------------------------------------
       RECHNE-GUTHABEN SECTION.
       REC-GUT-00.

           INITIALIZE GUTHABEN-WRK.

           INITIALIZE PSCHULDF OF PSCHULD-P.
           START    PSCHULD-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO REC-GUT-90
           END-IF.

       REC-GUT-20.
           READ     PSCHULD-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO REC-GUT-90
           END-IF.

           IF       SCUSER OF PSCHULD-P NOT = X-USER
                    GO TO REC-GUT-20
           END-IF.

           IF       SCART OF PSCHULD-P = "G"
                    ADD      SCBETR OF PSCHULD-P TO   GUTHABEN-WRK
           ELSE
                    IF   SCKUSR OF PSCHULD-P = "*GUTHABEN"
                         SUBTRACT SCBETR OF PSCHULD-P
                             FROM GUTHABEN-WRK
                    END-IF
           END-IF.

           GO TO    REC-GUT-20.

       REC-GUT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * OFFENE SCHULDEN DES USERS IN AUFSTEIGENDER LAUFENDER
      * NUMMER (= DIE AELTESTEN ZUERST) AUS DEM GUTHABEN BEZAHLEN
      *--------------------------------------------------------------
       BEGLEICHE-SCHULDEN SECTION.
       BEG-SCH-00.

           INITIALIZE PSCHULDF OF PSCHULD-P.
           START    PSCHULD-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BEG-SCH-90
           END-IF.

       BEG-SCH-20.
           READ     PSCHULD-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BEG-SCH-90
           END-IF.

           IF       SCUSER OF PSCHULD-P NOT = X-USER
            OR      SCSTAT OF PSCHULD-P NOT = "O"
                    GO TO BEG-SCH-20
           END-IF.

      * REICHT DAS RESTGUTHABEN NICHT, BLEIBT DIE SCHULD OFFEN
           IF       SCBETR OF PSCHULD-P > GUTHABEN-WRK
                    GO TO BEG-SCH-20
           END-IF.

           MOVE     "B"               TO SCSTAT OF PSCHULD-P.
           MOVE     DATE-8            TO SCBZDA OF PSCHULD-P.
           MOVE     TIME-6            TO SCBZTI OF PSCHULD-P.
           MOVE     "*GUTHABEN"       TO SCKUSR OF PSCHULD-P.
           REWRITE  PSCHULD-P.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BEG-SCH-20
           END-IF.

           SUBTRACT SCBETR OF PSCHULD-P FROM GUTHABEN-WRK.
           ADD      1 TO X-ANZ.
           IF       GUTHABEN-WRK > ZEROES
                    GO TO BEG-SCH-20
           END-IF.

       BEG-SCH-90.
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
