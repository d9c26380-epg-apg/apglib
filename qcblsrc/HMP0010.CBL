      *                  PROTOKOLLIERT DEN RUECKBAU IN PPROMLOG      *
      *                  UND BENACHRICHTIGT DEN UEBERNEHMER          *
      *                  UEBER CFP0030                               *
      * 15.10.2026 AP    DER RUECKBAU SETZT AUCH DIE MIT DER          *
      *                  UEBERNAHME TRANSPORTIERTE KONFIGURATION UND  *
      *                  TEXTE (PPROMCFG) UEBER HMP0015 AUF DEN       *
      *                  VORSTAND ZURUECK - AUCH BEI ERSTUEBERNAHME   *
      *                  OHNE GESICHERTE SOURCE                       *
      *                                                               *
      *****************************************************************
      *
       01  RB-USER                       PIC X(10).
       01  RB-SVER                       PIC 9(5).
       01  RB-FEHLER                     PIC 9(1).
      * ANZAHL TRANSPORTIERTER UND ZURUECKGESETZTER SCHLUESSEL
       01  RB-CANZ                       PIC 9(3).
       01  RB-CZUR                       PIC 9(3).

      * PARAMETER DES TRANSPORTDIENSTES (HMP0015)
           COPY WRKPROMCFG OF APG-QCPYSRC.

      * PARAMETER FUER DIE CRP0008-SPERRE
       01  LCK-AKT                       PIC 9(1).
           MOVE     PRNLIB OF PPROMLOG-P TO RB-NLIB.
           MOVE     PRUSER OF PPROMLOG-P TO RB-USER.
           MOVE     PRSVER OF PPROMLOG-P TO RB-SVER.
           MOVE     PRCANZ OF PPROMLOG-P TO RB-CANZ.
           MOVE     ZEROES               TO RB-CZUR.

      * OHNE GESICHERTEN VORSTAND IST KEIN RUECKBAU DER SOURCE
      * MOEGLICH (Z.B. ERSTUEBERNAHME) - TRANSPORTIERTE
      * KONFIGURATION WIRD TROTZDEM ZURUECKGESETZT
           IF       RB-SVER = ZEROES
                    IF   RB-CANZ = ZEROES
                         PERFORM MELDE-KEIN-VORSTAND
                         GO TO FUE-RBU-90
                    END-IF
                    PERFORM HOLE-KONFIGURATION-ZURUECK
                    IF   RB-FEHLER = ZEROES
                         PERFORM SCHREIBE-RUECKBAU-PROTOKOLL
                         PERFORM BENACHRICHTIGE-UEBERNEHMER
                    END-IF
                    GO TO FUE-RBU-85
           END-IF.

      * MEMBER GEGEN FREMDE ZUGRIFFE SPERREN
      * DEN ZURUECKGEHOLTEN STAND NEU WANDELN
           PERFORM  WANDLE-ZURUECK.

      * TRANSPORTIERTE KONFIGURATION UND TEXTE ZURUECKSETZEN
           IF       RB-CANZ NOT = ZEROES
                    PERFORM HOLE-KONFIGURATION-ZURUECK
           END-IF.

      * RUECKBAU PROTOKOLLIEREN UND UEBERNEHMER INFORMIEREN
           PERFORM  SCHREIBE-RUECKBAU-PROTOKOLL.
           PERFORM  BENACHRICHTIGE-UEBERNEHMER.
                                    LCK-RET
           END-CALL.

       FUE-RBU-85.
           IF       RB-FEHLER NOT = ZEROES
                    INITIALIZE SNDMSG-REC
                    MOVE "RUECKBAU FEHLGESCHLAGEN"
           EXIT.
      /
      *--------------------------------------------------------------
      * DIE MIT DER UEBERNAHME TRANSPORTIERTEN SCHLUESSEL IN DER
      * ZIELBIBLIOTHEK AUF DEN IN PPROMCFG GESICHERTEN VORSTAND
      * SETZEN (HMP0015)
      *--------------------------------------------------------------
       HOLE-KONFIGURATION-ZURUECK SECTION.
       HOL-KZR-00.

           INITIALIZE TRP-DATEN.
           MOVE     "RUE"   TO TRP-AKTION.
           MOVE     RB-LFDN TO TRP-LFDN.
           MOVE     RB-NLIB TO TRP-ZLIB.
           CALL     "HMP0015" USING TRP-DATEN
           END-CALL.

           MOVE     TRP-ANZAHL TO RB-CZUR.
           IF       TRP-RETCODE NOT = SPACES
                    MOVE 1 TO RB-FEHLER
           END-IF.

       HOL-KZR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HINWEIS: KEIN GESICHERTER VORSTAND VORHANDEN
      *--------------------------------------------------------------
       MELDE-KEIN-VORSTAND SECTION.
           MOVE     DATE-8            TO PRDTA  OF PPROMLOG-P.
           MOVE     TIME-6            TO PRTIA  OF PPROMLOG-P.
           MOVE     RB-SVER           TO PRSVER OF PPROMLOG-P.
           MOVE     RB-CZUR           TO PRCANZ OF PPROMLOG-P.

      * ALS RUECKBAU KENNZEICHNEN UND AUF DIE UEBERNAHME VERWEISEN
           MOVE     "R"               TO PRGATE OF PPROMLOG-P.
