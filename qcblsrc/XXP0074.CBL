      *                  NACH DER KETTE WIRD EINE MORGENUEBERSICHT   *
      *                  DAUER/BASISLINIE JE SCHRITT GESPOOLT        *
      *                  (XXF0074)                                   *
      * 15.10.2026 AP    RUFBEREITSCHAFT: BEI ABBRUCH ODER BLOCKADE   *
      *                  EINES SCHRITTS WIRD ZUSAETZLICH DER LAUT     *
      *                  DIENSTPLAN PRUFBER (XXP0263) FUER DAS        *
      *                  LAUFDATUM EINGETEILTE USER BENACHRICHTIGT    *
      * 15.10.2026 AP    WARTUNGSFENSTER JE SCHRITT: STEHT ZU KETTE   *
      *                  UND SCHRITT EIN H062-SATZ (CFKEY = KETTE,    *
      *                  CFKEY2 = SCHRITT; CFIN01: ART P/G, MINUTEN,  *
      *                  AUSNAHMEROLLE; CFBG01 = PROGRAMM/GRUPPE),    *
      *                  WIRD VOR DEM SCHRITT EIN FENSTER IN PWARTFN  *
      *                  GEOEFFNET, ANGEKUENDIGT (CFP9034) UND NACH   *
      *                  ERFOLG WIEDER GESCHLOSSEN                    *
      * 15.10.2026 AP    SICHERUNG VOR KRITISCHEN SCHRITTEN: IST IN   *
      *                  PJOBSTEP JSSNAP = 1, WERDEN DIE DATEIEN      *
      *                  JSDAT1-JSDAT5 VOR DEM SCHRITT ALS MEMBER IN  *
      *                  DIE SICHERUNGSBIBLIOTHEK (A400/SNAPLIB)      *
      *                  KOPIERT (CLP0066), IN PJOBSNP REGISTRIERT    *
      *                  UND IN PJOBLOG PROTOKOLLIERT (STATUS S/U).   *
      *                  JE SCHRITT BLEIBEN DIE LETZTEN A400/SNAPANZ  *
      *                  SICHERUNGEN STEHEN. OHNE SICHERUNG LAEUFT    *
      *                  DER SCHRITT NICHT. EINE RUECKSICHERUNG       *
      *                  (XXP0272, STATUS R) SETZT DEN SCHRITT FUER   *
      *                  DEN WIEDERANLAUF ZURUECK                     *
      *                                                               *
      *****************************************************************
      *
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PRUFBER: RUFBEREITSCHAFT JE TAG (RFDATU)
      *-------------------------------------------------------------
           SELECT PRUFBER-DP
                  ASSIGN       TO  DATABASE-PRUFBER
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PWARTFN: WFNR (WARTUNGSFENSTER)
      *-------------------------------------------------------------
           SELECT PWARTFN-DP
                  ASSIGN       TO  DATABASE-PWARTFN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PJOBSNP: SNNR (DATEISICHERUNGEN DER SCHRITTE)
      *-------------------------------------------------------------
           SELECT PJOBSNP-DP
                  ASSIGN       TO  DATABASE-PJOBSNP
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *- XXF0074: SPOOLAUSGABE DER MORGENUEBERSICHT
      *-------------------------------------------------------------
       01  PCFGDAT-P.
           COPY DDS-ALL-FORMATS OF PCFGDAT.
      /
      *--- PRUFBER: RFDATU
       FD  PRUFBER-DP
           LABEL RECORDS ARE STANDARD.
       01  PRUFBER-P.
           COPY DDS-ALL-FORMATS OF PRUFBER.
      /
      *--- PWARTFN: WFNR
       FD  PWARTFN-DP
           LABEL RECORDS ARE STANDARD.
       01  PWARTFN-P.
           COPY DDS-ALL-FORMATS OF PWARTFN.
      /
      *--- PJOBSNP: SNNR
       FD  PJOBSNP-DP
           LABEL RECORDS ARE STANDARD.
       01  PJOBSNP-P.
           COPY DDS-ALL-FORMATS OF PJOBSNP.
      /
      *- XXF0074: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
         10 STP-STAT                     PIC 9(1).
         10 STP-DAUER                    PIC 9(5).
         10 STP-BASIS                    PIC 9(5).
         10 STP-SNAP                     PIC X(1).
         10 STP-DAT                      PIC X(10) OCCURS 5.
       01  WELLE-WRK                     PIC 9(3).
       01  WELLE-GESTARTET               PIC 9(1).
       01  VOR-FERTIG                    PIC 9(1).
       01  NOTIF-SEV                     PIC X(1).
       01  NOTIF-TEXT                    PIC X(70).

      * RUFBEREITSCHAFT DES LAUFDATUMS (LEER = NIEMAND EINGETEILT)
       01  RUF-USER                      PIC X(10).

      * WARTUNGSFENSTER DES SCHRITTS (WART-NR 0 = KEINES GEOEFFNET)
       01  WART-NR                       PIC 9(9).
       01  WART-ART                      PIC X(1).
       01  WART-OBJ                      PIC X(10).
       01  WART-ROLE                     PIC X(10).
       01  WART-MIN                      PIC 9(4).
       01  WART-RETCODE                  PIC X(1).
       01  WART-STEP                     PIC 9(3).
       01  WART-ENDE.
        05 STI-JAHR                      PIC 9(4).
        05 STI-MONAT                     PIC 9(2).
        05 STI-TAG                       PIC 9(2).
       01  WART-ENDE-ZEIT.
        05 WEZ-STD                       PIC 9(2).
        05 WEZ-MIN                       PIC 9(2).
        05 WEZ-SEK                       PIC 9(2).
       01  MINUTEN-WRK                   PIC 9(7).
       01  TAGE-WRK                      PIC 9(5).
       01  MONAT-LAENGE                  PIC 9(2).
       01  SJA-WERT                      PIC 9(9).
       01  SJA-MODREST                   PIC 9(9).

      * DATEISICHERUNG VOR DEM SCHRITT: BIBLIOTHEK, ANZAHL DER
      * AUFZUBEWAHRENDEN SICHERUNGEN JE SCHRITT, MEMBERNAME
       01  SNAP-LIB                      PIC X(10).
       01  SNAP-BEHALTEN                 PIC 9(3).
       01  SNAP-NR                       PIC 9(9).
       01  SNAP-MBR.
        05 SMB-KZ                        PIC X(1).
        05 SMB-NR                        PIC 9(9).
       01  SNAP-FEHLER                   PIC 9(1).
       77  DAT-IX                        PIC 9(3)  COMP.
       77  SNAP-ZAHL                     PIC 9(5)  COMP.
       77  SNAP-LOESCH                   PIC 9(5)  COMP.
       01  RMVM-DATEI                    PIC X(10).

      * STATUS DES NAECHSTEN PJOBLOG-SATZES UND ZUGEHOERIGE SICHERUNG
       01  LOG-STAT                      PIC X(1).
       01  LOG-SNNR                      PIC 9(9).

      * PARAMETER FUER CLP0066 (CPYF)
       01  CPYF-REC.
        05 FROMLIB                       PIC X(10).
        05 FROMFILE                      PIC X(10).
        05 FROMMBR                       PIC X(10).
        05 TOLIB                         PIC X(10).
        05 TOFILE                        PIC X(10).
        05 TOMBR                         PIC X(10).
        05 MBROPT                        PIC X(10).
        05 CRTFILE                       PIC X(4).

      * PARAMETER FUER CLP0018 (RMVM)
       01  RMVM-REC                      TYPE RMVM-TYPE.

      * ZAEHLER FUER DAS LAUFPROTOKOLL
       77  ANZ-GELAUFEN                  PIC 9(3)  COMP.
       77  ANZ-UEBERSPRUNGEN             PIC 9(3)  COMP.
           PERFORM  COPY-PGM-INIT.

           OPEN     INPUT PJOBSTEP-DP
                          PCFGDAT-DP
                          PRUFBER-DP.
           OPEN     I-O   PJOBLOG-DP
                          PWARTFN-DP
                          PJOBSNP-DP.
           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
      * IST DER LAUFTAG EIN ARBEITSTAG?
           PERFORM  PRUEFE-ARBEITSTAG.

      * WER HAT RUFBEREITSCHAFT?
           PERFORM  LESE-RUFBEREITSCHAFT.

      * TOLERANZ DER LAUFZEITUEBERWACHUNG LESEN
           PERFORM  LESE-LAUFZEIT-PROZ.

      * SICHERUNGSBIBLIOTHEK UND AUFBEWAHRUNG LESEN
           PERFORM  LESE-SNAP-PARM.

      * DIE KETTE SCHRITT FUER SCHRITT FAHREN
           PERFORM  FAHRE-KETTE.

           CLOSE    PJOBSTEP-DP
                    PJOBLOG-DP
                    PCFGDAT-DP
                    PRUFBER-DP
                    PWARTFN-DP
                    PJOBSNP-DP
                    DRUCK-DAT.

           PERFORM  COPY-PGM-EXIT.
           MOVE     JSVOR2  OF PJOBSTEP-P TO STP-VOR2(STP-IDX).
           MOVE     JSVOR3  OF PJOBSTEP-P TO STP-VOR3(STP-IDX).
           MOVE     ZEROES                TO STP-STAT(STP-IDX).
           MOVE     JSSNAP  OF PJOBSTEP-P TO STP-SNAP(STP-IDX).
           MOVE     JSDAT1  OF PJOBSTEP-P TO STP-DAT (STP-IDX, 1).
           MOVE     JSDAT2  OF PJOBSTEP-P TO STP-DAT (STP-IDX, 2).
           MOVE     JSDAT3  OF PJOBSTEP-P TO STP-DAT (STP-IDX, 3).
           MOVE     JSDAT4  OF PJOBSTEP-P TO STP-DAT (STP-IDX, 4).
           MOVE     JSDAT5  OF PJOBSTEP-P TO STP-DAT (STP-IDX, 5).

      * FEIERTAGSSCHRITTE AN NICHT-ARBEITSTAGEN GELTEN ALS FERTIG
           IF       JSFEIER OF PJOBSTEP-P = "1"
                                    PGM-WRK
                                    NOTIF-TEXT
           END-CALL.
           PERFORM  MELDE-RUFBEREITSCHAFT.

       MEL-BLO-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DIE RUFBEREITSCHAFT DES LAUFDATUMS AUS PRUFBER LESEN
      *--------------------------------------------------------------
       LESE-RUFBEREITSCHAFT SECTION.
       LES-RUF-00.

           MOVE     SPACES TO RUF-USER.

           INITIALIZE PRUFBERF OF PRUFBER-P.
           MOVE     X-DATUM TO RFDATU OF PRUFBER-P.
           READ     PRUFBER-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE RFUSER OF PRUFBER-P TO RUF-USER
           END-IF.

       LES-RUF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DIE MELDUNG IN NOTIF-TEXT AUCH AN DIE RUFBEREITSCHAFT SENDEN
      *--------------------------------------------------------------
       MELDE-RUFBEREITSCHAFT SECTION.
       MEL-RUF-00.

           IF       RUF-USER = SPACES
                    GO TO MEL-RUF-90
           END-IF.

           MOVE     RUF-USER TO NOTIF-USER.
           MOVE     "E"      TO NOTIF-SEV.
           CALL     "CFP0030" USING NOTIF-USER
                                    NOTIF-SEV
                                    PGM-WRK
                                    NOTIF-TEXT
           END-CALL.

       MEL-RUF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PRUEFEN OB DER SCHRITT FUER KETTE UND TAG SCHON
      * ERFOLGREICH GELAUFEN IST (WIEDERANLAUF)
      *--------------------------------------------------------------
                    GO TO PRU-GEL-90
           END-IF.

           IF       JLKETTE OF PJOBLOG-P  NOT = KETTE-WRK
            OR      JLDATUM OF PJOBLOG-P  NOT = X-DATUM
            OR      JLSTEP  OF PJOBLOG-P  NOT = JSSTEP OF PJOBSTEP-P
                    GO TO PRU-GEL-20
           END-IF.

      * DER LETZTE SATZ ZAEHLT: NACH EINER RUECKSICHERUNG (R) MUSS
      * DER SCHRITT AUCH NACH EINEM ERFOLGREICHEN LAUF NEU LAUFEN
           IF       JLSTAT OF PJOBLOG-P = "E"
                    MOVE 1 TO SCHON-GELAUFEN
           END-IF.
           IF       JLSTAT OF PJOBLOG-P = "R"
                    MOVE ZEROES TO SCHON-GELAUFEN
           END-IF.

           GO TO    PRU-GEL-20.
           MOVE     DATE-8 TO START-DTA.
           MOVE     TIME-6 TO START-TIA.

      * WARTUNGSFENSTER UM DEN SCHRITT OEFFNEN (FALLS KONFIGURIERT)
           PERFORM  OEFFNE-WARTUNG.

      * DATEIEN SICHERN - OHNE SICHERUNG LAEUFT DER SCHRITT NICHT
           MOVE     ZEROES TO LOG-SNNR.
           PERFORM  SICHERE-DATEIEN.
           IF       SNAP-FEHLER NOT = ZEROES
                    MOVE 1 TO SCHRITT-FEHLER
                    GO TO FAH-SCH-50
           END-IF.

      * AUFRUF JE PARAMETERART; DIE RUECKMELDUNG WIRD IMMER
      * MITGEGEBEN, DAMIT INTERNE FEHLER DER KETTENPROGRAMME
      * (DIE SELBST SAUBER ZURUECKKEHREN) ERKANNT WERDEN
                         END-CALL
           END-EVALUATE.

       FAH-SCH-50.
      * EINE NICHT LEERE RUECKMELDUNG ZAEHLT ALS SCHRITTFEHLER
           IF       STEP-RETCODE NOT = SPACES
                    MOVE 1 TO SCHRITT-FEHLER
           PERFORM  MESSE-LAUFZEIT.

      * SCHRITT PROTOKOLLIEREN
           IF       SCHRITT-FEHLER = ZEROES
                    MOVE "E" TO LOG-STAT
           ELSE
                    MOVE "F" TO LOG-STAT
           END-IF.
           PERFORM  SCHREIBE-LOG.

      * WARTUNGSFENSTER WIEDER SCHLIESSEN
           PERFORM  SCHLIESSE-WARTUNG.

      * FEHLER SOFORT MELDEN
           IF       SCHRITT-FEHLER NOT = ZEROES
                    MOVE "*OPER"  TO NOTIF-USER
                                         PGM-WRK
                                         NOTIF-TEXT
                    END-CALL
                    PERFORM MELDE-RUFBEREITSCHAFT
           END-IF.

       FAH-SCH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * WARTUNGSFENSTER FUER DEN SCHRITT OEFFNEN: STEHT ZU KETTE UND
      * SCHRITT EIN H062-SATZ, WIRD EIN AKTIVES FENSTER AB JETZT
      * UEBER DIE GEPLANTEN MINUTEN (CFIN01 STELLE 2-5, STANDARD
      * 120) IN PWARTFN GESCHRIEBEN UND SOFORT ANGEKUENDIGT.
      * CFIN01 STELLE 1 = ART (P/G), STELLE 6-15 = AUSNAHMEROLLE,
      * CFBG01 = PROGRAMM ODER GRUPPE (LEER = SCHRITTPROGRAMM)
      *--------------------------------------------------------------
       OEFFNE-WARTUNG SECTION.
       OEF-WAR-00.

           MOVE     ZEROES TO WART-NR.

           MOVE     STP-STEP(STP-IDX) TO WART-STEP.
           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "H062"            TO CFID   OF CFG-CPY.
           MOVE     KETTE-WRK         TO CFKEY  OF CFG-CPY.
           MOVE     WART-STEP         TO CFKEY2 OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = 1
                    GO TO OEF-WAR-90
           END-IF.

           MOVE     CFIN01 OF CFG-CPY(1:1) TO WART-ART.
           IF       WART-ART NOT = "P"
            AND     WART-ART NOT = "G"
                    GO TO OEF-WAR-90
           END-IF.
           MOVE     CFBG01 OF CFG-CPY(1:10) TO WART-OBJ.
           IF       WART-OBJ = SPACES
                    MOVE STEP-PGM-WRK TO WART-OBJ
           END-IF.
           MOVE     120 TO WART-MIN.
           IF       CFIN01 OF CFG-CPY(2:4) IS NUMERIC
            AND     CFIN01 OF CFG-CPY(2:4) NOT = ZEROES
                    MOVE CFIN01 OF CFG-CPY(2:4) TO WART-MIN
           END-IF.
           MOVE     CFIN01 OF CFG-CPY(6:10) TO WART-ROLE.

      * GEPLANTES ENDE = START PLUS MINUTEN
           PERFORM  RECHNE-WARTUNGSENDE.

           INITIALIZE PWARTFNF OF PWARTFN-P.
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PWARTFN" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK          TO WFNR   OF PWARTFN-P.
           MOVE     WART-ART          TO WFART  OF PWARTFN-P.
           MOVE     WART-OBJ          TO WFOBJ  OF PWARTFN-P.
           MOVE     START-DTA         TO WFVDAT OF PWARTFN-P.
           MOVE     START-TIA         TO WFVZEI OF PWARTFN-P.
           MOVE     WART-ENDE         TO WFBDAT OF PWARTFN-P.
           MOVE     WART-ENDE-ZEIT    TO WFBZEI OF PWARTFN-P.
           MOVE     SPACES            TO WFGRND OF PWARTFN-P.
           STRING   "JOBKETTE "       DELIMITED BY SIZE
                    KETTE-WRK         DELIMITED BY SPACE
                    ", SCHRITT "      DELIMITED BY SIZE
                    STEP-PGM-WRK      DELIMITED BY SPACE
               INTO WFGRND OF PWARTFN-P
           END-STRING.
           MOVE     WART-ROLE         TO WFROLE OF PWARTFN-P.
           MOVE     "A"               TO WFSTAT OF PWARTFN-P.
           MOVE     KETTE-WRK         TO WFKETT OF PWARTFN-P.
           MOVE     WART-STEP         TO WFSTEP OF PWARTFN-P.
           MOVE     SPACES            TO WFAVIS OF PWARTFN-P.

      * ANLAGEDATEN FUELLEN - DER JOBUSER BLEIBT VOM FENSTER FREI
           MOVE     T-USER            TO WFAUSR OF PWARTFN-P.
           MOVE     T-TERM            TO WFABS  OF PWARTFN-P.
           MOVE     PGM-WRK           TO WFAPGM OF PWARTFN-P.
           MOVE     START-DTA         TO WFADTA OF PWARTFN-P.
           MOVE     START-TIA         TO WFATIA OF PWARTFN-P.

           WRITE    PWARTFN-P.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO OEF-WAR-90
           END-IF.
           MOVE     WFNR OF PWARTFN-P TO WART-NR.

      * DIE BETROFFENEN USER SOFORT BENACHRICHTIGEN
           MOVE     SPACES TO WART-RETCODE.
           CALL     "CFP9034" USING WART-RETCODE
           END-CALL.

       OEF-WAR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DAS WARTUNGSFENSTER DES SCHRITTS SCHLIESSEN. NACH EINEM
      * FEHLER BLEIBT ES BIS ZUM GEPLANTEN ENDE AKTIV, DAMIT NIEMAND
      * AUF HALB VERARBEITETEN DATEN ARBEITET; DER OPERATOR KANN ES
      * IN CFP9033 VORZEITIG BEENDEN
      *--------------------------------------------------------------
       SCHLIESSE-WARTUNG SECTION.
       SCH-WAR-00.

           IF       WART-NR = ZEROES
                    GO TO SCH-WAR-90
           END-IF.

           IF       SCHRITT-FEHLER NOT = ZEROES
                    MOVE "*OPER"  TO NOTIF-USER
                    MOVE "E"      TO NOTIF-SEV
                    MOVE SPACES   TO NOTIF-TEXT
                    STRING "WARTUNGSFENSTER " DELIMITED BY SIZE
                           WART-OBJ          DELIMITED BY SPACE
                           " BLEIBT BIS ZUM GEPLANTEN ENDE AKTIV"
                                             DELIMITED BY SIZE
                      INTO NOTIF-TEXT
                    END-STRING
                    CALL "CFP0030" USING NOTIF-USER
                                         NOTIF-SEV
                                         PGM-WRK
                                         NOTIF-TEXT
                    END-CALL
                    GO TO SCH-WAR-80
           END-IF.

           INITIALIZE PWARTFNF OF PWARTFN-P.
           MOVE     WART-NR TO WFNR OF PWARTFN-P.
           READ     PWARTFN-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-WAR-80
           END-IF.

      * NUR EIN NOCH AKTIVES FENSTER WIRD ZUM JETZIGEN ZEITPUNKT
      * BEENDET
           IF       WFSTAT OF PWARTFN-P NOT = "A"
                    GO TO SCH-WAR-80
           END-IF.

           PERFORM  COPY-GET-TIME.
           MOVE     "B"               TO WFSTAT OF PWARTFN-P.
           MOVE     DATE-8            TO WFBDAT OF PWARTFN-P.
           MOVE     TIME-6            TO WFBZEI OF PWARTFN-P.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO WFMSER OF PWARTFN-P.
           MOVE     T-TERM            TO WFMBS  OF PWARTFN-P.
           MOVE     PGM-WRK           TO WFMPGM OF PWARTFN-P.
           MOVE     DATE-8            TO WFMDTA OF PWARTFN-P.
           MOVE     TIME-6            TO WFMTIA OF PWARTFN-P.

           REWRITE  PWARTFN-P.

       SCH-WAR-80.
           MOVE     ZEROES TO WART-NR.

       SCH-WAR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GEPLANTES FENSTERENDE: SCHRITTSTART PLUS WART-MIN MINUTEN
      *--------------------------------------------------------------
       RECHNE-WARTUNGSENDE SECTION.
       REC-WAE-00.

           MOVE     START-DTA TO WART-ENDE.
           MOVE     START-TIA TO WART-ENDE-ZEIT.

      * MINUTEN DES TAGES PLUS DAUER, UEBERLAUF IN GANZEN TAGEN
           COMPUTE  MINUTEN-WRK = WEZ-STD * 60 + WEZ-MIN
                                + WART-MIN.
           DIVIDE   MINUTEN-WRK BY 1440 GIVING TAGE-WRK
                    REMAINDER MINUTEN-WRK.
           DIVIDE   MINUTEN-WRK BY 60 GIVING WEZ-STD
                    REMAINDER WEZ-MIN.

       REC-WAE-20.
           IF       TAGE-WRK = ZEROES
                    GO TO REC-WAE-90
           END-IF.
           PERFORM  ADD-EIN-TAG.
           SUBTRACT 1 FROM TAGE-WRK.
           GO TO    REC-WAE-20.

       REC-WAE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FENSTERENDE UM EINEN TAG VORRECHNEN
      *--------------------------------------------------------------
       ADD-EIN-TAG SECTION.
       ADD-EIN-00.

           PERFORM  MONATS-LAENGE-RECHNEN.
           IF       STI-TAG < MONAT-LAENGE
                    ADD 1 TO STI-TAG
                    GO TO ADD-EIN-90
           END-IF.

      * MONATSWECHSEL
           MOVE     1 TO STI-TAG.
           IF       STI-MONAT < 12
                    ADD  1  TO STI-MONAT
           ELSE
                    MOVE 1  TO STI-MONAT
                    ADD  1  TO STI-JAHR
           END-IF.

       ADD-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LAENGE DES MONATS STI-MONAT IM JAHR STI-JAHR ERMITTELN
      *--------------------------------------------------------------
       MONATS-LAENGE-RECHNEN SECTION.
       MON-LAE-00.

           EVALUATE STI-MONAT
                    WHEN 1
                    WHEN 3
                    WHEN 5
                    WHEN 7
                    WHEN 8
                    WHEN 10
                    WHEN 12
                         MOVE 31 TO MONAT-LAENGE
                    WHEN 4
                    WHEN 6
                    WHEN 9
                    WHEN 11
                         MOVE 30 TO MONAT-LAENGE
                    WHEN 2
      *                  SCHALTJAHRESPRUEFUNG (VEREINFACHT)
                         MOVE ZEROES TO SJA-WERT SJA-MODREST
                         DIVIDE STI-JAHR BY 4 GIVING SJA-WERT
                                REMAINDER SJA-MODREST
                         IF   SJA-MODREST = ZEROES
                              MOVE 29 TO MONAT-LAENGE
                         ELSE
                              MOVE 28 TO MONAT-LAENGE
                         END-IF
           END-EVALUATE.

       MON-LAE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SICHERUNGSBIBLIOTHEK (A400/SNAPLIB, STANDARD APGSNAP) UND
      * ANZAHL DER JE SCHRITT AUFZUBEWAHRENDEN SICHERUNGEN
      * (A400/SNAPANZ, STANDARD 5) LESEN
      *--------------------------------------------------------------
       LESE-SNAP-PARM SECTION.
       LES-SNP-00.

           MOVE     "APGSNAP" TO SNAP-LIB.
           MOVE     5         TO SNAP-BEHALTEN.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "A400"            TO CFID   OF CFG-CPY.
           MOVE     "SNAPLIB"         TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
            AND     CFIN01 OF CFG-CPY(1:10) NOT = SPACES
                    MOVE CFIN01 OF CFG-CPY(1:10) TO SNAP-LIB
           END-IF.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "A400"            TO CFID   OF CFG-CPY.
           MOVE     "SNAPANZ"         TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
            AND     CFIN01 OF CFG-CPY(1:3) IS NUMERIC
            AND     CFIN01 OF CFG-CPY(1:3) NOT = ZEROES
                    MOVE CFIN01 OF CFG-CPY(1:3) TO SNAP-BEHALTEN
           END-IF.

       LES-SNP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DATEIEN DES SCHRITTS VOR DEM LAUF SICHERN: JEDE DATEI AUS
      * JSDAT1-JSDAT5 WIRD ALS MEMBER S<NUMMER> IN DIE GLEICHNAMIGE
      * DATEI DER SICHERUNGSBIBLIOTHEK KOPIERT. DIE SICHERUNG WIRD
      * IN PJOBSNP REGISTRIERT UND IN PJOBLOG PROTOKOLLIERT
      * (S = GESICHERT, U = UNVOLLSTAENDIG - DANN SNAP-FEHLER)
      *--------------------------------------------------------------
       SICHERE-DATEIEN SECTION.
       SIC-DAT-00.

           MOVE     ZEROES TO SNAP-FEHLER.

           IF       STP-SNAP(STP-IDX) NOT = "1"
            OR      STP-DAT(STP-IDX, 1) = SPACES
                    GO TO SIC-DAT-90
           END-IF.

      * NUMMER UND MEMBERNAME DER SICHERUNG
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PJOBSNP" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK TO SNAP-NR.
           MOVE     "S"      TO SMB-KZ.
           MOVE     SNAP-NR  TO SMB-NR.

           MOVE     1 TO DAT-IX.

       SIC-DAT-20.
           IF       DAT-IX > 5
                    GO TO SIC-DAT-50
           END-IF.
           IF       STP-DAT(STP-IDX, DAT-IX) = SPACES
                    ADD   1 TO DAT-IX
                    GO TO SIC-DAT-20
           END-IF.

           INITIALIZE RET-CODE.
           INITIALIZE CPYF-REC.
           MOVE     "*LIBL"                   TO FROMLIB  OF CPYF-REC.
           MOVE     STP-DAT(STP-IDX, DAT-IX)  TO FROMFILE OF CPYF-REC.
           MOVE     "*FIRST"                  TO FROMMBR  OF CPYF-REC.
           MOVE     SNAP-LIB                  TO TOLIB    OF CPYF-REC.
           MOVE     STP-DAT(STP-IDX, DAT-IX)  TO TOFILE   OF CPYF-REC.
           MOVE     SNAP-MBR                  TO TOMBR    OF CPYF-REC.
           MOVE     "*REPLACE"                TO MBROPT   OF CPYF-REC.
           MOVE     "*YES"                    TO CRTFILE  OF CPYF-REC.
           CALL     "CLP0066" USING CPYF-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    MOVE 1 TO SNAP-FEHLER
           END-IF.

           ADD      1 TO DAT-IX.
           GO TO    SIC-DAT-20.

       SIC-DAT-50.
      * SICHERUNG REGISTRIEREN
           PERFORM  COPY-GET-TIME.
           INITIALIZE PJOBSNPF OF PJOBSNP-P.
           MOVE     SNAP-NR                 TO SNNR   OF PJOBSNP-P.
           MOVE     KETTE-WRK               TO SNKETT OF PJOBSNP-P.
           MOVE     X-DATUM                 TO SNDATU OF PJOBSNP-P.
           MOVE     STP-STEP(STP-IDX)       TO SNSTEP OF PJOBSNP-P.
           MOVE     STEP-PGM-WRK            TO SNPGM  OF PJOBSNP-P.
           MOVE     SNAP-LIB                TO SNLIB  OF PJOBSNP-P.
           MOVE     SNAP-MBR                TO SNMBR  OF PJOBSNP-P.
           MOVE     STP-DAT(STP-IDX, 1)     TO SNDAT1 OF PJOBSNP-P.
           MOVE     STP-DAT(STP-IDX, 2)     TO SNDAT2 OF PJOBSNP-P.
           MOVE     STP-DAT(STP-IDX, 3)     TO SNDAT3 OF PJOBSNP-P.
           MOVE     STP-DAT(STP-IDX, 4)     TO SNDAT4 OF PJOBSNP-P.
           MOVE     STP-DAT(STP-IDX, 5)     TO SNDAT5 OF PJOBSNP-P.
           IF       SNAP-FEHLER = ZEROES
                    MOVE "A" TO SNSTAT OF PJOBSNP-P
           ELSE
                    MOVE "U" TO SNSTAT OF PJOBSNP-P
           END-IF.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO SNAUSR OF PJOBSNP-P.
           MOVE     T-TERM            TO SNABS  OF PJOBSNP-P.
           MOVE     PGM-WRK           TO SNAPGM OF PJOBSNP-P.
           MOVE     DATE-8            TO SNADTA OF PJOBSNP-P.
           MOVE     TIME-6            TO SNATIA OF PJOBSNP-P.

           WRITE    PJOBSNP-P.

      * SICHERUNG PROTOKOLLIEREN
           MOVE     SNAP-NR TO LOG-SNNR.
           IF       SNAP-FEHLER = ZEROES
                    MOVE "S" TO LOG-STAT
           ELSE
                    MOVE "U" TO LOG-STAT
           END-IF.
           PERFORM  SCHREIBE-LOG.

           IF       SNAP-FEHLER NOT = ZEROES
                    MOVE "*OPER"  TO NOTIF-USER
                    MOVE "E"      TO NOTIF-SEV
                    MOVE SPACES   TO NOTIF-TEXT
                    STRING "SICHERUNG VOR "  DELIMITED BY SIZE
                           STEP-PGM-WRK      DELIMITED BY SPACE
                           " FEHLGESCHLAGEN - SCHRITT NICHT GESTARTET"
                                             DELIMITED BY SIZE
                      INTO NOTIF-TEXT
                    END-STRING
                    CALL "CFP0030" USING NOTIF-USER
                                         NOTIF-SEV
                                         PGM-WRK
                                         NOTIF-TEXT
                    END-CALL
                    GO TO SIC-DAT-90
           END-IF.

      * AELTERE SICHERUNGEN DES SCHRITTS ENTFERNEN
           PERFORM  BEREINIGE-SICHERUNGEN.

       SIC-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * JE KETTE UND SCHRITT NUR DIE LETZTEN SNAP-BEHALTEN
      * SICHERUNGEN AUFHEBEN: ERST DIE AKTIVEN ZAEHLEN, DANN DIE
      * AELTESTEN (KLEINSTE NUMMER) ENTFERNEN UND AUF G SETZEN
      *--------------------------------------------------------------
       BEREINIGE-SICHERUNGEN SECTION.
       BER-SIC-00.

           MOVE     ZEROES TO SNAP-ZAHL.

           INITIALIZE PJOBSNPF OF PJOBSNP-P.
           START    PJOBSNP-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BER-SIC-90
           END-IF.

       BER-SIC-20.
           READ     PJOBSNP-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BER-SIC-40
           END-IF.
           IF       SNKETT OF PJOBSNP-P = KETTE-WRK
            AND     SNSTEP OF PJOBSNP-P = STP-STEP(STP-IDX)
            AND     SNSTAT OF PJOBSNP-P = "A"
                    ADD 1 TO SNAP-ZAHL
           END-IF.
           GO TO    BER-SIC-20.

       BER-SIC-40.
           IF       SNAP-ZAHL NOT > SNAP-BEHALTEN
                    GO TO BER-SIC-90
           END-IF.
           COMPUTE  SNAP-LOESCH = SNAP-ZAHL - SNAP-BEHALTEN.

           INITIALIZE PJOBSNPF OF PJOBSNP-P.
           START    PJOBSNP-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BER-SIC-90
           END-IF.

       BER-SIC-50.
           IF       SNAP-LOESCH = ZEROES
                    GO TO BER-SIC-90
           END-IF.
           READ     PJOBSNP-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BER-SIC-90
           END-IF.
           IF       SNKETT OF PJOBSNP-P NOT = KETTE-WRK
            OR      SNSTEP OF PJOBSNP-P NOT = STP-STEP(STP-IDX)
            OR      SNSTAT OF PJOBSNP-P NOT = "A"
                    GO TO BER-SIC-50
           END-IF.

      * MEMBER DER SICHERUNG IN ALLEN DATEIEN ENTFERNEN
           MOVE     SNDAT1 OF PJOBSNP-P TO RMVM-DATEI.
           PERFORM  ENTFERNE-MEMBER.
           MOVE     SNDAT2 OF PJOBSNP-P TO RMVM-DATEI.
           PERFORM  ENTFERNE-MEMBER.
           MOVE     SNDAT3 OF PJOBSNP-P TO RMVM-DATEI.
           PERFORM  ENTFERNE-MEMBER.
           MOVE     SNDAT4 OF PJOBSNP-P TO RMVM-DATEI.
           PERFORM  ENTFERNE-MEMBER.
           MOVE     SNDAT5 OF PJOBSNP-P TO RMVM-DATEI.
           PERFORM  ENTFERNE-MEMBER.

           MOVE     "G"               TO SNSTAT OF PJOBSNP-P.
           MOVE     T-USER            TO SNMSER OF PJOBSNP-P.
           MOVE     T-TERM            TO SNMBS  OF PJOBSNP-P.
           MOVE     PGM-WRK           TO SNMPGM OF PJOBSNP-P.
           MOVE     DATE-8            TO SNMDTA OF PJOBSNP-P.
           MOVE     TIME-6            TO SNMTIA OF PJOBSNP-P.
           REWRITE  PJOBSNP-P.

           SUBTRACT 1 FROM SNAP-LOESCH.
           GO TO    BER-SIC-50.

       BER-SIC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DEN MEMBER DER SICHERUNG AUS DER DATEI RMVM-DATEI ENTFERNEN
      *--------------------------------------------------------------
       ENTFERNE-MEMBER SECTION.
       ENT-MBR-00.

           IF       RMVM-DATEI = SPACES
                    GO TO ENT-MBR-90
           END-IF.

           INITIALIZE RET-CODE.
           INITIALIZE RMVM-REC.
           MOVE     SNLIB OF PJOBSNP-P TO LIB      OF RMVM-REC.
           MOVE     RMVM-DATEI         TO FILENAME OF RMVM-REC.
           MOVE     SNMBR OF PJOBSNP-P TO MBRNAME  OF RMVM-REC.
           CALL     "CLP0018" USING RMVM-REC
                                    RET-CODE
           END-CALL.

       ENT-MBR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINEN LOGSATZ FUER DEN SCHRITT SCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-LOG SECTION.
           MOVE     STP-STEP(STP-IDX)   TO JLSTEP  OF PJOBLOG-P.
           MOVE     WELLE-WRK           TO JLWELLE OF PJOBLOG-P.
           MOVE     STEP-PGM-WRK        TO JLPGM   OF PJOBLOG-P.
           MOVE     LOG-STAT            TO JLSTAT  OF PJOBLOG-P.
           MOVE     LOG-SNNR            TO JLSNNR  OF PJOBLOG-P.
           IF       LOG-STAT = "E"
            OR      LOG-STAT = "F"
                    MOVE STEP-DAUER     TO JLDAUER OF PJOBLOG-P
           END-IF.
           MOVE     DATE-8              TO JLDTA   OF PJOBLOG-P.
           MOVE     TIME-6              TO JLTIA   OF PJOBLOG-P.

