      *                  HALTER ("?" + TEXT-ID, CFP8000) EXISTIEREN. *
      *                  KOPFZEILE MIT GESAMT-/UEBERSETZT-/FEHLT-    *
      *                  ZAEHLERN, SUBFILE MIT DEN OFFENEN TEXT-IDS  *
      *                  F6 EXPORT DER OFFENEN TEXTE (CFP0036),      *
      *                  F7 IMPORT DER UEBERSETZUNG (CFP0037)        *
      *                                                               *
      * AENDERUNGEN:                                                   *
      * DATUM      VON   GRUND DER AENDERUNG                           *
      * 15.10.2026 AP    STATUS VERALTET, WENN DER DEUTSCHE TEXT SEIT *
      *                  DER UEBERSETZUNG GEAENDERT WURDE (PTXTUEB);  *
      *                  F6 EXPORT / F7 IMPORT DER UEBERSETZUNGEN     *
      *                                                               *
      *****************************************************************
      *
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PTXTUEB: TUID, TUSPR (STAND DER UEBERSETZUNG)
      *-------------------------------------------------------------
           SELECT PTXTUEB-DP
                  ASSIGN       TO  DATABASE-PTXTUEB
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  PCFGTXT-P1.
           COPY DDS-ALL-FORMATS OF PCFGTXT.
      /
      *--- PTXTUEB: TUID, TUSPR
       FD  PTXTUEB-DP
           LABEL RECORDS ARE STANDARD.
       01  PTXTUEB-P.
           COPY DDS-ALL-FORMATS OF PTXTUEB.
      /
       WORKING-STORAGE SECTION.


      * STATUS DES EINZELNEN TEXTES IN DER ZIELSPRACHE
       01  TEXT-STATUS                   PIC X(10).

      * EXPORT DER OFFENEN TEXTE
       01  EXP-ANZAHL                    PIC 9(5).
       01  EXP-RETCODE                   PIC X(1).
       01  DSP-ANZ                       PIC Z(4)9.

      * TEXT FUER DIE HINWEISNACHRICHT
       01  MELDUNG-WRK                   PIC X(60).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.

           OPEN     INPUT PCFGTXT-DP.
           OPEN     INPUT PCFGTXT-DP1.
           OPEN     INPUT PTXTUEB-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F5, F12.

           CLOSE    PCFGTXT-DP.
           CLOSE    PCFGTXT-DP1.
           CLOSE    PTXTUEB-DP.

           PERFORM  COPY-PGM-EXIT.

                    IF   TXTEXT OF PCFGTXT-P1(1:1) = "?"
                         MOVE "PLATZHALTER" TO TEXT-STATUS
                    ELSE
                         PERFORM PRUEFE-VERALTET
                         IF   TEXT-STATUS = SPACES
                              ADD 1 TO ANZ-UEBERSETZT
                         END-IF
                    END-IF
           END-IF.

      * SPRACHE GEWECHSELT?
           IF       SPRACHE OF FORMAT3 NOT = ZIEL-SPRACHE
                    MOVE SPRACHE OF FORMAT3 TO ZIEL-SPRACHE
                    GO TO ANZ-SFL-90
           END-IF.

      * F6 OFFENE TEXTE DER ZIELSPRACHE EXPORTIEREN
           IF       IN06 OF FORMAT3-I-INDIC = AN
                    PERFORM EXPORT-TEXTE
                    GO TO ANZ-SFL-90
           END-IF.

      * F7 UEBERSETZUNGEN IMPORTIEREN
           IF       IN07 OF FORMAT3-I-INDIC = AN
                    CALL "CFP0037"
                    END-CALL
                    GO TO ANZ-SFL-90
           END-IF.

       ANZ-SFL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * IST DIE UEBERSETZUNG VERALTET? DER DEUTSCHE TEXT WEICHT VOM
      * STAND BEI DER UEBERSETZUNG (PTXTUEB) AB
      *--------------------------------------------------------------
       PRUEFE-VERALTET SECTION.
       PRU-VER-00.

           INITIALIZE PTXTUEBF OF PTXTUEB-P.
           MOVE     TXID OF PCFGTXT-P TO TUID  OF PTXTUEB-P.
           MOVE     ZIEL-SPRACHE      TO TUSPR OF PTXTUEB-P.
           READ     PTXTUEB-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-VER-90
           END-IF.

           IF       TUDEUT OF PTXTUEB-P NOT = TXTEXT OF PCFGTXT-P
                    MOVE "VERALTET" TO TEXT-STATUS
           END-IF.

       PRU-VER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * OFFENE TEXTE DER ZIELSPRACHE IN DIE AUSTAUSCHDATEI SCHREIBEN
      *--------------------------------------------------------------
       EXPORT-TEXTE SECTION.
       EXP-TXT-00.

           IF       ZIEL-SPRACHE = SPACES
            OR      ZIEL-SPRACHE = "DEU"
                    MOVE "BITTE ZUERST EINE ZIELSPRACHE EINGEBEN"
                                        TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO EXP-TXT-90
           END-IF.

           MOVE     ZEROES TO EXP-ANZAHL.
           MOVE     SPACES TO EXP-RETCODE.
           CALL     "CFP0036" USING ZIEL-SPRACHE
                                    EXP-ANZAHL
                                    EXP-RETCODE
           END-CALL.

           MOVE     SPACES TO MELDUNG-WRK.
           IF       EXP-RETCODE NOT = SPACES
                    MOVE "EXPORT NICHT MOEGLICH (BERECHTIGUNG/PTXTXCH)"
                                        TO MELDUNG-WRK
           ELSE
                    MOVE EXP-ANZAHL TO DSP-ANZ
                    STRING DSP-ANZ " TEXTE NACH PTXTXCH EXPORTIERT ("
                           ZIEL-SPRACHE ")"
                           DELIMITED BY SIZE
                           INTO MELDUNG-WRK
                    END-STRING
           END-IF.
           PERFORM  MELDE-HINWEIS.

       EXP-TXT-90.
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
      * COPY-PERMISSION: BERECHTIGUNGSPRUEFUNG
      *---------------------------------------------------------------
