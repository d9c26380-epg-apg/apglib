      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 AP    ZUSAETZLICHE FILTER AUF GERAETE-ID (LHGRID)  *
      *                  UND STANDORT (LDRAUM AUS DEM GERAETEREGISTER *
      *                  PLEDGER); DIE GERAETE-ID WIRD IN DER         *
      *                  TREFFERLISTE ANGEZEIGT                       *
      *                                                               *
      *****************************************************************
      *
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
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
      /
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  LEDHIST-P.
           COPY DDS-ALL-FORMATS OF LEDHIST.
      /
      *--- PLEDGER: LDGRID
       FD  PLEDGER-DP
           LABEL RECORDS ARE STANDARD.
       01  PLEDGER-P.
           COPY DDS-ALL-FORMATS OF PLEDGER.
      /
       WORKING-STORAGE SECTION.

       01  FIL-VONDTA                    PIC 9(8).
       01  FIL-BISDTA                    PIC 9(8).
       01  FIL-USER                      PIC X(10).
       01  FIL-GRID                      PIC X(10).
       01  FIL-RAUM                      PIC X(10).
       01  FIL-LED-TAB.
        05 FIL-LED-EINTRAG OCCURS 3.
         10 FIL-LEDNR                    PIC 9(3).
           MOVE     "XXD0096DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     INPUT LEDHIST-DP
                          PLEDGER-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F5, F12.
           INITIALIZE FIL-VONDTA FIL-BISDTA FIL-USER.
           INITIALIZE FIL-GRID FIL-RAUM.
           INITIALIZE FIL-LED-TAB.
           MOVE     SPACES TO FIL-LEDST(1) FIL-LEDST(2)
                              FIL-LEDST(3).
           IF       F12 = "1"
                    INITIALIZE F12
                    INITIALIZE FIL-VONDTA FIL-BISDTA FIL-USER
                    INITIALIZE FIL-GRID FIL-RAUM
                    INITIALIZE FIL-LED-TAB
                    MOVE SPACES TO FIL-LEDST(1) FIL-LEDST(2)
                                   FIL-LEDST(3)
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    LEDHIST-DP
                    PLEDGER-DP.

           PERFORM  COPY-PGM-EXIT.

                    GO TO ANZ-SFL-10
           END-IF.

      * GERAETE- UND STANDORTFILTER
           IF       FIL-GRID NOT = SPACES
            AND     LHGRID OF LEDHIST-P NOT = FIL-GRID
                    GO TO ANZ-SFL-10
           END-IF.
           IF       FIL-RAUM NOT = SPACES
                    IF   LHGRID OF LEDHIST-P = SPACES
                         GO TO ANZ-SFL-10
                    END-IF
                    INITIALIZE PLEDGERF OF PLEDGER-P
                    MOVE LHGRID OF LEDHIST-P TO LDGRID OF PLEDGER-P
                    READ PLEDGER-DP WITH NO LOCK
                    IF   FILE-STATUS NOT = ZEROES
                     OR  LDRAUM OF PLEDGER-P NOT = FIL-RAUM
                         GO TO ANZ-SFL-10
                    END-IF
           END-IF.

      * LED-FILTER: TELEGRAMM DEKODIEREN UND ZUSTAENDE PRUEFEN
           MOVE     LHTLG OF LEDHIST-P TO TLG-WRK.
           PERFORM  DEKODIERE-TELEGRAMM.
           MOVE     LHDTA  OF LEDHIST-P  TO DT_ANA OF FORMAT2.
           MOVE     LHTIA  OF LEDHIST-P  TO TI_ANA OF FORMAT2.
           MOVE     LHUSER OF LEDHIST-P  TO LHUSER OF FORMAT2.
           MOVE     LHGRID OF LEDHIST-P  TO LHGRID OF FORMAT2.
           MOVE     LHTLG  OF LEDHIST-P  TO LHTLG  OF FORMAT2.
           ADD      1            TO ANZREC-WRK.
           ADD      1            TO SUBFILE-RECORD-NUMBER.
           MOVE     FIL-VONDTA        TO DT_VON  OF FORMAT3.
           MOVE     FIL-BISDTA        TO DT_BIS  OF FORMAT3.
           MOVE     FIL-USER          TO LHUSER  OF FORMAT3.
           MOVE     FIL-GRID          TO LDGRID  OF FORMAT3.
           MOVE     FIL-RAUM          TO LDRAUM  OF FORMAT3.
           MOVE     FIL-LEDNR(1)      TO LEDNR1  OF FORMAT3.
           MOVE     FIL-LEDST(1)      TO LEDST1  OF FORMAT3.
           MOVE     FIL-LEDNR(2)      TO LEDNR2  OF FORMAT3.
           IF       DT_VON OF FORMAT3(1:8) NOT = FIL-VONDTA
            OR      DT_BIS OF FORMAT3(1:8) NOT = FIL-BISDTA
            OR      LHUSER OF FORMAT3 NOT = FIL-USER
            OR      LDGRID OF FORMAT3 NOT = FIL-GRID
            OR      LDRAUM OF FORMAT3 NOT = FIL-RAUM
            OR      LEDNR1 OF FORMAT3 NOT = FIL-LEDNR(1)
            OR      LEDST1 OF FORMAT3 NOT = FIL-LEDST(1)
            OR      LEDNR2 OF FORMAT3 NOT = FIL-LEDNR(2)
                    MOVE DT_VON OF FORMAT3(1:8) TO FIL-VONDTA
                    MOVE DT_BIS OF FORMAT3(1:8) TO FIL-BISDTA
                    MOVE LHUSER OF FORMAT3      TO FIL-USER
                    MOVE LDGRID OF FORMAT3      TO FIL-GRID
                    MOVE LDRAUM OF FORMAT3      TO FIL-RAUM
                    MOVE LEDNR1 OF FORMAT3      TO FIL-LEDNR(1)
                    MOVE LEDST1 OF FORMAT3      TO FIL-LEDST(1)
                    MOVE LEDNR2 OF FORMAT3      TO FIL-LEDNR(2)
