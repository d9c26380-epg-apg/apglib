      *                                                               *
      * AENDERUNGEN:                                                   *
      * DATUM      VON   GRUND DER AENDERUNG                           *
      * 15.10.2026 AP    GERAETEREGISTER (PLEDGER/XXP0279): DIE       *
      *                  GERAETE-ID WIRD MIT ERFASST UND IN LEDHIST   *
      *                  (LHGRID) FESTGEHALTEN; DIE SUBFILE ZEIGT DIE *
      *                  BEDEUTUNG JE LED (PLEDPOS) UND HEBT          *
      *                  ABWEICHUNGEN VOM NORMALTELEGRAMM HERVOR      *
      *                                                               *
      *****************************************************************
      *
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PLEDGER: LDGRID (GERAETEREGISTER LED-LEISTEN)
      *-------------------------------------------------------------
           SELECT PLEDGER-DP
                  ASSIGN       TO  DATABASE-PLEDGER
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PLEDPOS: LPTYP, LPLED (BEDEUTUNG DER LED-POSITIONEN)
      *-------------------------------------------------------------
           SELECT PLEDPOS-DP
                  ASSIGN       TO  DATABASE-PLEDPOS
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *- XXF0001: CSV-SPOOLAUSGABE DER LED-LEISTE (MODUS 3)
      *-------------------------------------------------------------
       01  LEDHIST-P.
           COPY DDS-ALL-FORMATS OF LEDHIST.
      /
      *--- PLEDGER: LDGRID
       FD  PLEDGER-DP
           LABEL RECORDS ARE STANDARD.
       01  PLEDGER-P.
           COPY DDS-ALL-FORMATS OF PLEDGER.
      /
      *--- PLEDPOS: LPTYP, LPLED
       FD  PLEDPOS-DP
           LABEL RECORDS ARE STANDARD.
       01  PLEDPOS-P.
           COPY DDS-ALL-FORMATS OF PLEDPOS.
      /
      *- XXF0001: CSV-SPOOLAUSGABE DER LED-LEISTE
       FD  EXPORT-DAT
           LABEL RECORDS ARE OMITTED.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN41                          PIC 1.
        05 IN42                          PIC 1.
        05 IN43                          PIC 1.
        05 IN51                          PIC 1.
        05 IN52                          PIC 1.
        05 IN53                          PIC 1.
        05 LEDNR10                       PIC 9(1).
        05 LEDNR11                       PIC 9(1).
        05 LEDNR12                       PIC 9(1).

      * GEWAEHLTES GERAET AUS DEM GERAETEREGISTER
       01  GERAET-ID                     PIC X(10).
       01  GERAET-TYP                    PIC X(10).
       01  GERAET-DA                     PIC 9(1).
       01  NORM-DA                       PIC 9(1).

      * DEKODIERTES NORMALTELEGRAMM DES GERAETS
      * (0 = AUS, 1 = AN, 2 = BLINKEN)
       01  NORM-STATES.
        05 NORM-STATE OCCURS 48          PIC 9(1).
       01  NORM-POS                      PIC 9(4).
       01  NORM-LED                      PIC 9(3).
       01  NORM-STATUS-1                 PIC 9(1).
       01  NORM-STATUS-2                 PIC 9(1).
       01  LED-IST                       PIC 9(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
           MOVE     "XXD0001DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     INPUT PLEDGER-DP
                          PLEDPOS-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PLEDGER-DP
                    PLEDPOS-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
                    GO TO VOR-AUS-10
           END-IF.

      * GERAET AUS DEM GERAETEREGISTER (LEER = OHNE GERAET)
           PERFORM  LESE-GERAET.
           IF       LDGRID OF FORMAT1 NOT = SPACES
            AND     GERAET-DA = ZEROES
                    MOVE AN TO IN43 OF INXX
                    GO TO VOR-AUS-10
           END-IF.

##APGE* DERZEIT GEHTS NICHT ...
##APG      IF       MODUS OF FORMAT1 = 1
##APG               GO TO VOR-AUS-10

      * TELEGRAMM, USER UND ZEITPUNKT DER ANALYSE
           MOVE     LEDTLG-WRK           TO LHTLG  OF LEDHIST-P.
           MOVE     GERAET-ID            TO LHGRID OF LEDHIST-P.
           MOVE     T-USER               TO LHUSER OF LEDHIST-P.
           MOVE     PGM-WRK              TO LHAPGM OF LEDHIST-P.

                         MOVE AUS TO IN41 OF INXX
                    END-IF

      *             BEDEUTUNG UND ABWEICHUNG VOM NORMALZUSTAND
                    PERFORM  ERGAENZE-LED-INFO

      *             SUBFILE-ZEILE FUELLEN UND SCHREIBEN
                    MOVE     SPACES       TO AUSW OF FORMAT2
                    MOVE     CORR INXX    TO FORMAT2-O-INDIC
           EXIT.
      /
      *--------------------------------------------------------------
      * GERAET LESEN UND SEIN NORMALTELEGRAMM DEKODIEREN
      *--------------------------------------------------------------
       LESE-GERAET SECTION.
       LES-GER-00.

           MOVE     SPACES TO GERAET-ID GERAET-TYP.
           MOVE     ZEROES TO GERAET-DA NORM-DA.
           INITIALIZE NORM-STATES.

           IF       LDGRID OF FORMAT1 = SPACES
                    GO TO LES-GER-90
           END-IF.

           INITIALIZE PLEDGERF OF PLEDGER-P.
           MOVE     LDGRID OF FORMAT1 TO LDGRID OF PLEDGER-P.
           READ     PLEDGER-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-GER-90
           END-IF.

           MOVE     1                   TO GERAET-DA.
           MOVE     LDGRID OF PLEDGER-P TO GERAET-ID.
           MOVE     LDTYP  OF PLEDGER-P TO GERAET-TYP.

      * OHNE NORMALTELEGRAMM WIRD NICHTS HERVORGEHOBEN
           IF       LDNORM OF PLEDGER-P(1:6) NOT = "+++LED"
                    GO TO LES-GER-90
           END-IF.

           MOVE     1 TO NORM-DA.
           MOVE     8 TO NORM-POS.
           MOVE     1 TO NORM-LED.

       LES-GER-20.
           IF       NORM-POS > 31
                    GO TO LES-GER-90
           END-IF.

      * ZEICHENTABELLE WIE IN LESE-DATEN
           MOVE     ZEROES TO NORM-STATUS-1, NORM-STATUS-2.
           EVALUATE LDNORM OF PLEDGER-P(NORM-POS:1)
                    WHEN "D"
                         MOVE 1      TO NORM-STATUS-1
                    WHEN "A"
                         MOVE 1      TO NORM-STATUS-2
                    WHEN "H"
                         MOVE 2      TO NORM-STATUS-1
                    WHEN "B"
                         MOVE 2      TO NORM-STATUS-2
                    WHEN "E"
                         MOVE 1      TO NORM-STATUS-1 NORM-STATUS-2
                    WHEN "F"
                         MOVE 1      TO NORM-STATUS-1
                         MOVE 2      TO NORM-STATUS-2
                    WHEN "I"
                         MOVE 2      TO NORM-STATUS-1
                         MOVE 1      TO NORM-STATUS-2
                    WHEN "J"
                         MOVE 2      TO NORM-STATUS-1 NORM-STATUS-2
           END-EVALUATE.

           MOVE     NORM-STATUS-1 TO NORM-STATE(NORM-LED).
           ADD      1 TO NORM-LED.
           MOVE     NORM-STATUS-2 TO NORM-STATE(NORM-LED).
           ADD      1 TO NORM-LED.

           ADD      1 TO NORM-POS.
           GO TO    LES-GER-20.

       LES-GER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BEDEUTUNG DER LED FUER DEN LEISTENTYP DES GERAETS UND
      * ABWEICHUNG VOM NORMALTELEGRAMM (IN42) ERMITTELN
      *--------------------------------------------------------------
       ERGAENZE-LED-INFO SECTION.
       ERG-LED-00.

           MOVE     SPACES TO LPTXT OF FORMAT2.
           MOVE     AUS    TO IN42 OF INXX.

           IF       GERAET-DA = ZEROES
            OR      LED < 1
            OR      LED > 48
                    GO TO ERG-LED-90
           END-IF.

           INITIALIZE PLEDPOSF OF PLEDPOS-P.
           MOVE     GERAET-TYP TO LPTYP OF PLEDPOS-P.
           MOVE     LED        TO LPLED OF PLEDPOS-P.
           READ     PLEDPOS-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE LPTXT OF PLEDPOS-P TO LPTXT OF FORMAT2
           END-IF.

           IF       NORM-DA = ZEROES
                    GO TO ERG-LED-90
           END-IF.

      * KURZSTATUS: LEER = AUS, 1 = AN, 2 = BLINKEN
           IF       KURZSTS OF FORMAT2 = SPACES
                    MOVE ZEROES TO LED-IST
           ELSE
                    MOVE KURZSTS OF FORMAT2 TO LED-IST
           END-IF.
           IF       LED-IST NOT = NORM-STATE(LED)
                    MOVE AN TO IN42 OF INXX
           END-IF.

       ERG-LED-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILEUEBERSCHRIFTEN FUELLEN
      *--------------------------------------------------------------
       SFL-HEADER SECTION.
           MOVE     "XXP0001"         TO MAINUEB OF FORMAT3.
           MOVE     "XXP0001*3"       TO SUBUEB  OF FORMAT3.

      * GERAET, STANDORT UND BESCHREIBUNG
           IF       GERAET-DA NOT = ZEROES
                    MOVE LDGRID OF PLEDGER-P TO LDGRID OF FORMAT3
                    MOVE LDRAUM OF PLEDGER-P TO LDRAUM OF FORMAT3
                    MOVE LDBEZ  OF PLEDGER-P TO LDBEZ  OF FORMAT3
           ELSE
                    MOVE SPACES              TO LDGRID OF FORMAT3
                    MOVE SPACES              TO LDRAUM OF FORMAT3
                    MOVE SPACES              TO LDBEZ  OF FORMAT3
           END-IF.

       SFL-HEA-90.
           EXIT.
      /
