      * 22.08.2026 AP    EMPFAENGER WERDEN ZUERST UEBER DIE ZENTRALE   *
      *                  VERTEILERLISTE (PVERTLR, XXP0070) AUFGELOEST,*
      *                  ERST OHNE LISTE GILT WEITER DER H051-KREIS   *
      * 15.10.2026 AP    FUER ANSTEHENDE GEBURTSTAGE UND JUBILAEEN    *
      *                  WIRD EINE GESCHENKSAMMLUNG (PSAMMEL) ALS     *
      *                  VORSCHLAG ANGELEGT (A400 SAMMLUNG), DIE IN   *
      *                  XXP0249 UEBERNOMMEN WERDEN KANN              *
      *                                                               *
      *****************************************************************
      *
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PSAMMEL: SALFDN
      *-------------------------------------------------------------
           SELECT PSAMMEL-DP
                  ASSIGN       TO  DATABASE-PSAMMEL
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
      *
       DATA DIVISION.
       01  PMLTXT-P.
           COPY DDS-ALL-FORMATS OF PMLTXT.
      /
      *--- PSAMMEL: SALFDN
       FD  PSAMMEL-DP
           LABEL RECORDS ARE STANDARD.
       01  PSAMMEL-P.
           COPY DDS-ALL-FORMATS OF PSAMMEL.
      /

       WORKING-STORAGE SECTION.

       01  CHECK-ID                      LIKE CFID   OF CFG-CPY.
       01  CHECK-KEY                     LIKE CFKEY  OF CFG-CPY.
       01  MAIL-AKTION                   PIC X(20).

      * VORSCHLAG EINER GESCHENKSAMMLUNG (PSAMMEL, XXP0249)
       01  SAM-AKTIV                     PIC 9(1).
       01  SAM-ZIEL                      PIC 9(5)V9(2).
       01  SAM-ANLASS                    PIC X(1).
       01  SAM-EHRE                      PIC X(10).
       01  SAM-DATUM                     PIC 9(8).
       01  SAM-GEFUNDEN                  PIC 9(1).
      *-------------------------------------------------------
       LINKAGE SECTION.
       01  X-DATE                        LIKE DATE-8.
                          PCFGDAT-DP
                          PVERTLR-DP
                          PMLTXT-DP.
           OPEN     I-O   PSAMMEL-DP.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
                    MOVE X-TEST-FLAG TO TEST-MODE
           END-IF.

      * SOLLEN GESCHENKSAMMLUNGEN VORGESCHLAGEN WERDEN?
           PERFORM  LESE-SAMMLUNG-CFG.

           INITIALIZE BETREFF-WRK.
           MOVE     1 TO BETREFF-LEN.
      * SOLL DIE MAIL UEBERHAUPT GESENDET WERDEN?
                    PCONFIG-DP
                    PCFGDAT-DP
                    PVERTLR-DP
                    PMLTXT-DP
                    PSAMMEL-DP.

           PERFORM  COPY-PGM-EXIT.

           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
                    PERFORM  ADD-TO-MAIL
                    MOVE     "G"                    TO SAM-ANLASS
                    MOVE     CFKEY OF CFG-CPY(1:10) TO SAM-EHRE
                    MOVE     X-DATE                 TO SAM-DATUM
                    PERFORM  BIETE-SAMMLUNG-AN
           END-IF.

           GO TO    CHK-BDU-20.
           END-IF.

           PERFORM  ADD-TO-JUB-MAIL.
           MOVE     "J"                      TO SAM-ANLASS.
           MOVE     CFKEY OF PCONFIG-P(1:10) TO SAM-EHRE.
           MOVE     JUB-DATUM                TO SAM-DATUM.
           PERFORM  BIETE-SAMMLUNG-AN.
           GO TO    CHK-JBU-20.

       CHK-JBU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STEUERUNG DER GESCHENKSAMMLUNGEN LESEN (A400 SAMMLUNG:
      * CFFK01 = 1 SCHALTET DIE VORSCHLAEGE EIN, CFIN01(1:5) =
      * ZIELBETRAG IN EURO, STANDARD 50)
      *--------------------------------------------------------------
       LESE-SAMMLUNG-CFG SECTION.
       LES-SAM-00.

           INITIALIZE SAM-AKTIV.
           MOVE     50 TO SAM-ZIEL.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "A400"            TO CFID   OF CFG-CPY.
           MOVE     "SAMMLUNG"        TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
            AND     CFFK01 OF CFG-CPY = 1
                    MOVE 1 TO SAM-AKTIV
                    IF   CFIN01 OF CFG-CPY(1:5) IS NUMERIC
                     AND CFIN01 OF CFG-CPY(1:5) NOT = ZEROES
                         MOVE CFIN01 OF CFG-CPY(1:5) TO SAM-ZIEL
                    END-IF
           END-IF.

       LES-SAM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FUER DEN ANLASS SAM-ANLASS VON SAM-EHRE AM SAM-DATUM EINE
      * GESCHENKSAMMLUNG OHNE ORGANISATOR VORSCHLAGEN (STATUS V),
      * WENN ES NOCH KEINE GIBT. IM TESTMODUS WIRD NICHTS ANGELEGT
      *--------------------------------------------------------------
       BIETE-SAMMLUNG-AN SECTION.
       BIE-SAM-00.

           IF       SAM-AKTIV NOT = 1
            OR      TEST-MODE = "1"
            OR      SAM-EHRE  = SPACES
                    GO TO BIE-SAM-90
           END-IF.

      * GIBT ES DIE SAMMLUNG SCHON?
           INITIALIZE SAM-GEFUNDEN.
           INITIALIZE PSAMMELF OF PSAMMEL-P.
           START    PSAMMEL-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BIE-SAM-40
           END-IF.

       BIE-SAM-20.
           READ     PSAMMEL-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BIE-SAM-40
           END-IF.
           IF       SAEHRE OF PSAMMEL-P = SAM-EHRE
            AND     SADATU OF PSAMMEL-P = SAM-DATUM
            AND     SAANLS OF PSAMMEL-P = SAM-ANLASS
                    MOVE 1 TO SAM-GEFUNDEN
                    GO TO BIE-SAM-40
           END-IF.
           GO TO    BIE-SAM-20.

       BIE-SAM-40.
           IF       SAM-GEFUNDEN = 1
                    GO TO BIE-SAM-90
           END-IF.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PSAMMELF OF PSAMMEL-P.
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PSAMMEL" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK          TO SALFDN OF PSAMMEL-P.
           MOVE     SAM-ANLASS        TO SAANLS OF PSAMMEL-P.
           MOVE     SAM-DATUM         TO SADATU OF PSAMMEL-P.
           MOVE     SAM-EHRE          TO SAEHRE OF PSAMMEL-P.
           MOVE     SPACES            TO SAORGA OF PSAMMEL-P.
           MOVE     SAM-ZIEL          TO SAZIEL OF PSAMMEL-P.
           MOVE     "V"               TO SASTAT OF PSAMMEL-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO SAAUSR OF PSAMMEL-P.
           MOVE     T-TERM            TO SAABS  OF PSAMMEL-P.
           MOVE     PGM-WRK           TO SAAPGM OF PSAMMEL-P.
           MOVE     DATE-8            TO SAADTA OF PSAMMEL-P.
           MOVE     TIME-6            TO SAATIA OF PSAMMEL-P.

           WRITE    PSAMMEL-P.

       BIE-SAM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MAILTEXT-TEMPLATE (PMLTXT, TYP TXT-TYP) LESEN: JE ZEILE
      * DIE PLATZHALTER &1 BIS &4 UEBER HLP0013 MIT TXT-WERT1-4
      * FUELLEN UND AN DEN MAILTEXT ANHAENGEN. TXT-DA = 0
