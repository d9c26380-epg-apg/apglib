      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 03.09.2026 AP    KOSTFORM-KENNZEICHEN (SPKOST) DES GERICHTS  *
      *                  WIRD IN DER AUSWAHLLISTE MIT ANGEZEIGT      *
      * 15.10.2026 AP    KEINE BESTELLUNG BEI SPERRE DURCH DEN        *
      *                  MAHNLAUF DER KAFFEEKASSE (PKKMAHN)           *
      *                                                               *
      *****************************************************************
      *
                                   WITH DUPLICATES
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKKMAHN: MAHNSTAND KAFFEEKASSE
      *-------------------------------------------------------------
           SELECT PKKMAHN-DP
                  ASSIGN       TO  DATABASE-PKKMAHN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  PFODAW-L.
           COPY DDS-ALL-FORMATS OF MAT-PFODAWL2.
      /
      *--- PKKMAHN: MNUSER
       FD  PKKMAHN-DP
           LABEL RECORDS ARE STANDARD.
       01  PKKMAHN-P.
           COPY DDS-ALL-FORMATS OF PKKMAHN.
      /
       WORKING-STORAGE SECTION.

           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     INPUT PSPPLAN-DP
                          PCFGDAT-DP
                          PKKMAHN-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PSPPLAN-DP
                    PCFGDAT-DP
                    PKKMAHN-DP.
           IF       FODAW-OPEN NOT = ZEROES
                    CLOSE PFODAW-DL
           END-IF.
       SCHREIBE-BESTELLUNG SECTION.
       SCH-BST-00.

      * GESPERRT DURCH DEN MAHNLAUF DER KAFFEEKASSE?
           INITIALIZE PKKMAHNF OF PKKMAHN-P.
           MOVE     T-USER TO MNUSER OF PKKMAHN-P.
           READ     PKKMAHN-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     MNSPER OF PKKMAHN-P = "1"
                    INITIALIZE SNDMSG-REC
                    MOVE "BESTELLSPERRE KAFFEEKASSE - BITTE OFFENEN "
                                       TO MSGTXT OF SNDMSG-REC(1:42)
                    MOVE "SALDO BEGLEICHEN"
                                       TO MSGTXT OF SNDMSG-REC(43:16)
                    MOVE T-USER        TO USER   OF SNDMSG-REC
                    CALL "CLP0010" USING SNDMSG-REC
                                         RET-CODE
                    END-CALL
                    GO TO SCH-BST-90
           END-IF.

      * PLANZEILE NACHLESEN
           INITIALIZE PSPPLANF OF PSPPLAN-P.
           MOVE     SPLFDN OF FORMAT2 TO SPLFDN OF PSPPLAN-P.
