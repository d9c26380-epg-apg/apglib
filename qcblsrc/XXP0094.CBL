      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 AP    AUSTRITT WIRD IM REGISTER PPSEUDO VERMERKT,  *
      *                  PSEUDONYMISIERUNG NACH FRIST DURCH XXP0277   *
      * 15.10.2026 AP    GERAETEREGISTER PGERAET (XXP0285): DIE ZAHL  *
      *                  DER NOCH ZUGEORDNETEN GERAETE WIRD ANGE-     *
      *                  ZEIGT, F8 DRUCKT DIE RUECKGABELISTE, F6      *
      *                  GEHT ERST NACH RUECKNAHME ALLER GERAETE      *
      *                                                               *
      *****************************************************************
      *
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PPSEUDO: PSUSER (AUSTRITTSREGISTER)
      *-------------------------------------------------------------
           SELECT PPSEUDO-DP
                  ASSIGN       TO  DATABASE-PPSEUDO
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PGERAET: GEINVN (GERAETEREGISTER)
      *-------------------------------------------------------------
           SELECT PGERAET-DP
                  ASSIGN       TO  DATABASE-PGERAET
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *- XXF0094: SPOOLAUSGABE DER SCHLUSSABRECHNUNG
      *-------------------------------------------------------------
       01  PCFGAUT-P.
           COPY DDS-ALL-FORMATS OF PCFGAUT.
      /
      *--- PPSEUDO: PSUSER
       FD  PPSEUDO-DP
           LABEL RECORDS ARE STANDARD.
       01  PPSEUDO-P.
           COPY DDS-ALL-FORMATS OF PPSEUDO.
      /
      *--- PGERAET: GEINVN
       FD  PGERAET-DP
           LABEL RECORDS ARE STANDARD.
       01  PGERAET-P.
           COPY DDS-ALL-FORMATS OF PGERAET.
      /
      *- XXF0094: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       77  ANZ-DIENSTE                   PIC 9(5)  COMP.
       77  ANZ-RESERV                    PIC 9(5)  COMP.
       77  ANZ-ROLLEN                    PIC 9(5)  COMP.
       77  ANZ-GERAETE                   PIC 9(5)  COMP.
       01  SALDO-OFFEN                   PIC S9(7)V9(2).

      * DURCHFUEHRUNGSZAEHLER
       01  DRUCK-ZEILE                   PIC X(132).
       01  DSP-BETRAG                    PIC Z(6)9,99-.
       01  DSP-ANZ-5                     PIC Z(4)9.
       01  MELDUNG-WRK                   PIC X(60).

      * PARAMETER FUER DIE NACHRICHTENZENTRALE (CFP0030)
       01  NOTIF-USER                    PIC X(10).
           OPEN     I-O   POPLLST-DP
                          PGABEL-DP
                          PRAUMRES-DP
                          PCFGAUT-DP
                          PPSEUDO-DP.
           OPEN     INPUT PSCHULD-DP
                          PGERAET-DP.
           OPEN     OUTPUT DRUCK-DAT.

           MOVE     AUS TO INXX.
                    PRAUMRES-DP
                    PSCHULD-DP
                    PCFGAUT-DP
                    PPSEUDO-DP
                    PGERAET-DP
                    DRUCK-DAT.

           PERFORM  COPY-PGM-EXIT.
                    MOVE ANZ-RESERV  TO OFRESV OF FORMAT1
                    MOVE ANZ-ROLLEN  TO OFROLL OF FORMAT1
                    MOVE SALDO-OFFEN TO OFSALD OF FORMAT1
                    MOVE ANZ-GERAETE TO OFGERT OF FORMAT1
           END-IF.

       ANZ-DAT-20.
                    GO TO ANZ-DAT-90
           END-IF.

      * F8 = RUECKGABELISTE DER GERAETE DRUCKEN
           IF       IN08 OF FORMAT1-I-INDIC = AN
                    PERFORM DRUCKE-RUECKGABELISTE
                    GO TO ANZ-DAT-90
           END-IF.

      * F6 = OFFBOARDING DURCHFUEHREN, ABER ERST WENN ALLE GERAETE
      * ZURUECKGENOMMEN SIND (XXP0285)
           IF       IN06 OF FORMAT1-I-INDIC = AN
                    PERFORM ZAEHLE-GERAETE
                    IF   ANZ-GERAETE NOT = ZEROES
                         MOVE SPACES TO MELDUNG-WRK
                         MOVE ANZ-GERAETE TO DSP-ANZ-5
                         STRING "NOCH " DELIMITED BY SIZE
                                DSP-ANZ-5 DELIMITED BY SIZE
                                " GERAETE ZURUECKZUNEHMEN (XXP0285)"
                                          DELIMITED BY SIZE
                           INTO MELDUNG-WRK
                         END-STRING
                         PERFORM MELDE-HINWEIS
                         GO TO ANZ-DAT-90
                    END-IF
                    MOVE OFZOPL OF FORMAT1 TO ZIEL-OPL
                    MOVE OFZGBL OF FORMAT1 TO ZIEL-GABEL
                    PERFORM FUEHRE-OFFBOARDING-AUS
                    PERFORM ZAEHLE-ROLLEN
           END-IF.

      * NOCH ZUGEORDNETE GERAETE
           PERFORM  ZAEHLE-GERAETE.

       ZAE-POS-90.
           EXIT.
      /
           EXIT.
      /
      *--------------------------------------------------------------
      * GERAETE AUS PGERAET ZAEHLEN, DIE DEM USER NOCH ZUGEORDNET
      * SIND
      *--------------------------------------------------------------
       ZAEHLE-GERAETE SECTION.
       ZAE-GER-00.
           MOVE     ZEROES TO ANZ-GERAETE.
           INITIALIZE PGERAETF OF PGERAET-P.
           START    PGERAET-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-GER-90
           END-IF.
       ZAE-GER-20.
           READ     PGERAET-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-GER-90
           END-IF.
           IF       GEUSER OF PGERAET-P = OFF-USER
                    ADD 1 TO ANZ-GERAETE
           END-IF.
           GO TO    ZAE-GER-20.
       ZAE-GER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * RUECKGABELISTE SPOOLEN: ALLE GERAETE, DIE DER USER VOR DEM
      * AUSTRITT ZURUECKGEBEN MUSS
      *--------------------------------------------------------------
       DRUCKE-RUECKGABELISTE SECTION.
       DRU-RUE-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "RUECKGABELISTE GERAETE " TO DRUCK-ZEILE.
           MOVE     OFF-USER TO DRUCK-ZEILE(25:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "=" TO DRUCK-ZEILE(1:34).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES          TO DRUCK-ZEILE.
           MOVE     "INVENTARNR"    TO DRUCK-ZEILE(1:10).
           MOVE     "TYP"           TO DRUCK-ZEILE(17:3).
           MOVE     "BEZEICHNUNG"   TO DRUCK-ZEILE(21:11).
           MOVE     "SERIENNUMMER"  TO DRUCK-ZEILE(63:12).
           MOVE     "ZURUECK"       TO DRUCK-ZEILE(95:7).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ZEROES TO ANZ-GERAETE.
           INITIALIZE PGERAETF OF PGERAET-P.
           START    PGERAET-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-RUE-40
           END-IF.

       DRU-RUE-20.
           READ     PGERAET-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-RUE-40
           END-IF.
           IF       GEUSER OF PGERAET-P NOT = OFF-USER
                    GO TO DRU-RUE-20
           END-IF.

           ADD      1 TO ANZ-GERAETE.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     GEINVN OF PGERAET-P TO DRUCK-ZEILE(1:15).
           MOVE     GETYP  OF PGERAET-P TO DRUCK-ZEILE(18:1).
           MOVE     GEBEZ  OF PGERAET-P TO DRUCK-ZEILE(21:40).
           MOVE     GESERN OF PGERAET-P TO DRUCK-ZEILE(63:30).
           MOVE     "[ ]"               TO DRUCK-ZEILE(97:3).
           PERFORM  DRUCKE-ZEILE.
           GO TO    DRU-RUE-20.

       DRU-RUE-40.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     ANZ-GERAETE TO DSP-ANZ-5.
           MOVE     "ANZAHL GERAETE:" TO DRUCK-ZEILE(1:15).
           MOVE     DSP-ANZ-5         TO DRUCK-ZEILE(18:5).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     "RUECKGABELISTE GEDRUCKT (XXF0094)" TO MELDUNG-WRK.
           PERFORM  MELDE-HINWEIS.

       DRU-RUE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DAS OFFBOARDING DURCHFUEHREN: UMHAENGEN, BEENDEN,
      * STILLLEGEN, ABRECHNEN - ALLES PROTOKOLLIERT
      *--------------------------------------------------------------
      * SCHLUSSABRECHNUNG DER KAFFEEKASSE SPOOLEN
           PERFORM  DRUCKE-SCHLUSSABRECHNUNG.

      * AUSTRITT FUER DIE SPAETERE PSEUDONYMISIERUNG VERMERKEN
           PERFORM  REGISTRIERE-AUSTRITT.

      * DIE GESAMTE AKTION PROTOKOLLIEREN
           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     ":OFFBOARD" TO STFILE OF LOG-CPY.
           EXIT.
      /
      *--------------------------------------------------------------
      * AUSTRITT IM REGISTER PPSEUDO VERMERKEN; XXP0277 ERSETZT DIE
      * USER-ID NACH ABLAUF DER AUFBEWAHRUNGSFRIST DURCH EIN PSEUDONYM
      *--------------------------------------------------------------
       REGISTRIERE-AUSTRITT SECTION.
       REG-AUS-00.

           INITIALIZE PPSEUDOF OF PPSEUDO-P.
           MOVE     OFF-USER TO PSUSER OF PPSEUDO-P.
           READ     PPSEUDO-DP.
           IF       FILE-STATUS = ZEROES
      * BEREITS PSEUDONYMISIERT: NICHTS MEHR ZU TUN
                    IF   PSPSEU OF PPSEUDO-P NOT = SPACES
                         GO TO REG-AUS-90
                    END-IF
                    MOVE DATE-8   TO PSAUDT OF PPSEUDO-P
                    MOVE T-USER   TO PSMSER OF PPSEUDO-P
                    MOVE T-TERM   TO PSMBS  OF PPSEUDO-P
                    MOVE PGM-WRK  TO PSMPGM OF PPSEUDO-P
                    MOVE DATE-8   TO PSMDTA OF PPSEUDO-P
                    MOVE TIME-6   TO PSMTIA OF PPSEUDO-P
                    REWRITE PPSEUDO-P
                    GO TO REG-AUS-90
           END-IF.

           INITIALIZE PPSEUDOF OF PPSEUDO-P.
           MOVE     OFF-USER          TO PSUSER OF PPSEUDO-P.
           MOVE     DATE-8            TO PSAUDT OF PPSEUDO-P.
           MOVE     T-USER            TO PSAUSR OF PPSEUDO-P.
           MOVE     T-TERM            TO PSABS  OF PPSEUDO-P.
           MOVE     PGM-WRK           TO PSAPGM OF PPSEUDO-P.
           MOVE     DATE-8            TO PSADTA OF PPSEUDO-P.
           MOVE     TIME-6            TO PSATIA OF PPSEUDO-P.
           WRITE    PPSEUDO-P.

       REG-AUS-90.
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
      *--------------------------------------------------------------
      * EINE BERICHTSZEILE IN DIE SPOOLDATEI SCHREIBEN
      *--------------------------------------------------------------
       DRUCKE-ZEILE SECTION.
