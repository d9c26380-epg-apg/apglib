      *                  VERSTOSS NUR MIT BEGRUENDETEM OVERRIDE      *
      *                  DURCH EINEN ZWEITEN USER (FMT02), ALLES     *
      *                  IM PROTOKOLL PPROMLOG FESTGEHALTEN          *
      * 15.10.2026 AP    UEBERNAHME NUR MIT OFFENEM AENDERUNGSTICKET  *
      *                  (PCHGTKT, CRP0054): TICKET STEHT IN PPROMLOG *
      *                  UND IN DER VERSIONSSICHERUNG, DIE UEBERNAHME *
      *                  SETZT DAS TATSAECHLICHE PRODUKTIONSDATUM     *
      * 15.10.2026 AP    QUALITAETSPRUEFUNG UM DIE CODIERRICHTLINIEN  *
      *                  ERWEITERT: ERGEBNIS AUS PCHKERG (CRP0057),   *
      *                  FEHLT ES ODER IST ES VERALTET, WIRD DER      *
      *                  MEMBER VORHER GEPRUEFT                       *
      * 15.10.2026 AP    KONFIGURATIONSTRANSPORT: DIE SCHLUESSEL DER  *
      *                  TRANSPORTLISTE DES TICKETS (PPROMKEY,        *
      *                  HMP0014) WERDEN VORHER MIT IHREN             *
      *                  UNTERSCHIEDEN ZUM ZIEL ANGEZEIGT (HMP0016),  *
      *                  NACH DER UEBERNAHME IN DIE PCONFIG/PCFGTXT   *
      *                  DER ZIELBIBLIOTHEK UEBERTRAGEN (HMP0015) UND *
      *                  UNTER DER PROTOKOLLNUMMER IN PPROMCFG        *
      *                  GESICHERT; ANZAHL STEHT IN PPROMLOG          *
      * 15.10.2026 AP    QUALITAETSPRUEFUNG UM DEN REGRESSIONSTEST    *
      *                  ERWEITERT: IST ER IN A400/REGTEST VERLANGT,  *
      *                  MUSS DER TESTFALL AUS PREGTST FUER DEN       *
      *                  AKTUELLEN SOURCESTAND BESTANDEN SEIN, SONST  *
      *                  LAEUFT VORHER HMP0018 IN DER TESTBIBLIOTHEK  *
      *                                                               *
      *****************************************************************
      *
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCHGTKT: CTNR (AENDERUNGSTICKETS)
      *-------------------------------------------------------------
           SELECT PCHGTKT-DP
                  ASSIGN       TO  DATABASE-PCHGTKT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCHKERG: CELIB, CEMBR (ERGEBNIS DER RICHTLINIENPRUEFUNG)
      *-------------------------------------------------------------
           SELECT PCHKERG-DP
                  ASSIGN       TO  DATABASE-PCHKERG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PREGTST: RTPGM (REGRESSIONSTESTFAELLE)
      *-------------------------------------------------------------
           SELECT PREGTST-DP
                  ASSIGN       TO  DATABASE-PREGTST
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  PPROMLOG-P.
           COPY DDS-ALL-FORMATS OF PPROMLOG.
      /
      *--- PCHGTKT: CTNR
       FD  PCHGTKT-DP
           LABEL RECORDS ARE STANDARD.
       01  PCHGTKT-P.
           COPY DDS-ALL-FORMATS OF PCHGTKT.
      /
      *--- PCHKERG: CELIB, CEMBR
       FD  PCHKERG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCHKERG-P.
           COPY DDS-ALL-FORMATS OF PCHKERG.
      /
      *--- PREGTST: RTPGM
       FD  PREGTST-DP
           LABEL RECORDS ARE STANDARD.
       01  PREGTST-P.
           COPY DDS-ALL-FORMATS OF PREGTST.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "HMP0009".
       01  PGM-TYP                       PIC X(8)  VALUE "HERMES".

       01  PROM-VLIB                     PIC X(10).
       01  PROM-NLIB                     PIC X(10).
       01  PROM-FEHLER                   PIC 9(1).
       01  PROM-TICKET                   PIC 9(9).
       01  PROM-LFDN                     PIC 9(9).

      * KONFIGURATIONSTRANSPORT: ANZAHL SCHLUESSEL UND BESTAETIGUNG
      * (HMP0016), PARAMETER DES TRANSPORTDIENSTES (HMP0015)
       01  KFG-ANZAHL                    PIC 9(3).
       01  KFG-RETCODE                   PIC X(1).
           COPY WRKPROMCFG OF APG-QCPYSRC.

      * PARAMETER FUER DIE WANDELHISTORIE (CMP0011)
       01  HIS-AKTION                    PIC X(10).
       01  OBJ-ERSTELLT                  PIC X(13).
       01  SRC-GEAENDERT                 PIC X(13).

      * PARAMETER FUER DIE RICHTLINIENPRUEFUNG (CRP0057)
       01  CHK-LIB                       PIC X(10).
       01  CHK-MBR                       PIC X(10).
       01  CHK-RET                       PIC X(1).
       01  CHK-ANZ                       PIC Z(4)9.

      * PARAMETER FUER DEN REGRESSIONSTEST (HMP0018)
       01  REG-TLIB                      PIC X(10).
       01  REG-MODUS                     PIC X(1).
       01  REG-RET                       PIC X(1).
       01  REG-ANZ                       PIC Z(6)9.

      * ERTEILTER OVERRIDE
       01  OVR-OK                        PIC 9(1).
       01  OVR-GRUND                     PIC X(50).
           OPEN     INPUT PPGMLIB-DP
                          PCMPSCM-DP
                          PSRCVER-DP
                          PSRCLCK-DP
                          PCHKERG-DP
                          PREGTST-DP.
           OPEN     I-O   PPROMLOG-DP
                          PCHGTKT-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.
                    PCMPSCM-DP
                    PSRCVER-DP
                    PSRCLCK-DP
                    PPROMLOG-DP
                    PCHGTKT-DP
                    PCHKERG-DP
                    PREGTST-DP.

           PERFORM  COPY-PGM-EXIT.


           MOVE     ZLLIB OF FORMAT1 TO PROM-NLIB.

      * OHNE OFFENES AENDERUNGSTICKET KEINE UEBERNAHME
           MOVE     CTNR OF FORMAT1 TO PROM-TICKET.
           PERFORM  PRUEFE-TICKET.
           IF       GATE-FEHLER NOT = ZEROES
                    PERFORM MELDE-ABGEWIESEN
                    GO TO ANZ-DAT-90
           END-IF.

      * QUALITAETSPRUEFUNG VOR DER UEBERNAHME
           INITIALIZE OVR-OK OVR-GRUND OVR-USER.
           PERFORM  PRUEFE-QUALITAET.
                    END-IF
           END-IF.

      * MITZUNEHMENDE KONFIGURATION UND TEXTE MIT IHREN
      * UNTERSCHIEDEN ZUM ZIEL ZEIGEN UND BESTAETIGEN LASSEN
           INITIALIZE KFG-ANZAHL KFG-RETCODE.
           CALL     "HMP0016" USING PROM-TICKET
                                    PROM-NLIB
                                    KFG-ANZAHL
                                    KFG-RETCODE
           END-CALL.
           IF       KFG-RETCODE NOT = SPACES
                    MOVE "KONFIGURATIONSTRANSPORT NICHT BESTAETIGT"
                         TO GATE-GRUND
                    PERFORM MELDE-ABGEWIESEN
                    GO TO ANZ-DAT-90
           END-IF.

      * UEBERNAHME AUSFUEHREN
           PERFORM  FUEHRE-UEBERNAHME-AUS.
           IF       PROM-FEHLER = ZEROES
           EXIT.
      /
      *--------------------------------------------------------------
      * DAS AENDERUNGSTICKET MUSS IN PCHGTKT VORHANDEN UND OFFEN
      * SEIN (KEIN OVERRIDE MOEGLICH)
      *--------------------------------------------------------------
       PRUEFE-TICKET SECTION.
       PRU-TKT-00.

           INITIALIZE GATE-FEHLER GATE-GRUND.

           IF       PROM-TICKET = ZEROES
                    MOVE 1 TO GATE-FEHLER
                    MOVE "KEIN AENDERUNGSTICKET ANGEGEBEN"
                         TO GATE-GRUND
                    GO TO PRU-TKT-90
           END-IF.

           INITIALIZE PCHGTKTF OF PCHGTKT-P.
           MOVE     PROM-TICKET TO CTNR OF PCHGTKT-P.
           READ     PCHGTKT-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE 1 TO GATE-FEHLER
                    MOVE "AENDERUNGSTICKET NICHT VORHANDEN"
                         TO GATE-GRUND
                    GO TO PRU-TKT-90
           END-IF.

           IF       CTSTAT OF PCHGTKT-P NOT = "O"
                    MOVE 1 TO GATE-FEHLER
                    MOVE "AENDERUNGSTICKET IST NICHT OFFEN"
                         TO GATE-GRUND
           END-IF.

       PRU-TKT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * QUALITAETSPRUEFUNG: LETZTE WANDLUNG FEHLERFREI, OBJEKT
      * NICHT AELTER ALS DIE SOURCE, KEINE OFFENE SPERRE, KEINE
      * FEHLER GEGEN DIE CODIERRICHTLINIEN, REGRESSIONSTEST
      * BESTANDEN (FALLS VERLANGT)
      *--------------------------------------------------------------
       PRUEFE-QUALITAET SECTION.
       PRU-QUA-00.
                    MOVE 1 TO GATE-FEHLER
                    MOVE "MEMBER IST GESPERRT DURCH:" TO GATE-GRUND
                    MOVE LKUSER OF PSRCLCK-P TO GATE-GRUND(28:10)
                    GO TO PRU-QUA-90
           END-IF.

      * 4. KEINE FEHLER GEGEN DIE CODIERRICHTLINIEN (CRP0057)
           PERFORM  PRUEFE-RICHTLINIEN.
           IF       GATE-FEHLER NOT = ZEROES
                    GO TO PRU-QUA-90
           END-IF.

      * 5. REGRESSIONSTEST BESTANDEN, FALLS VERLANGT (HMP0018)
           PERFORM  PRUEFE-REGRESSION.

       PRU-QUA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ERGEBNIS DER RICHTLINIENPRUEFUNG AUS PCHKERG LESEN - FEHLT
      * ES ODER STAMMT ES VON EINEM AELTEREN STAND DES MEMBERS,
      * WIRD DER MEMBER VORHER MIT CRP0057 GEPRUEFT
      *--------------------------------------------------------------
       PRUEFE-RICHTLINIEN SECTION.
       PRU-RIL-00.

           INITIALIZE PCHKERGF OF PCHKERG-P.
           MOVE     PROM-VLIB TO CELIB OF PCHKERG-P.
           MOVE     PROM-PGM  TO CEMBR OF PCHKERG-P.
           READ     PCHKERG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     CESRCD OF PCHKERG-P = SRC-GEAENDERT
                    GO TO PRU-RIL-20
           END-IF.

           MOVE     PROM-VLIB TO CHK-LIB.
           MOVE     PROM-PGM  TO CHK-MBR.
           INITIALIZE CHK-RET.
           CALL     "CRP0057" USING CHK-LIB
                                    CHK-MBR
                                    CHK-RET
           END-CALL.

           INITIALIZE PCHKERGF OF PCHKERG-P.
           MOVE     PROM-VLIB TO CELIB OF PCHKERG-P.
           MOVE     PROM-PGM  TO CEMBR OF PCHKERG-P.
           READ     PCHKERG-DP WITH NO LOCK.
           IF       CHK-RET NOT = SPACES
            OR      FILE-STATUS NOT = ZEROES
                    MOVE 1 TO GATE-FEHLER
                    MOVE "CODIERRICHTLINIEN NICHT GEPRUEFT (CRP0057)"
                         TO GATE-GRUND
                    GO TO PRU-RIL-90
           END-IF.

       PRU-RIL-20.
           IF       CEANZE OF PCHKERG-P NOT = ZEROES
                    MOVE 1 TO GATE-FEHLER
                    MOVE CEANZE OF PCHKERG-P TO CHK-ANZ
                    MOVE "VERSTOESSE GEGEN CODIERRICHTLINIEN:"
                         TO GATE-GRUND
                    MOVE CHK-ANZ TO GATE-GRUND(37:5)
           END-IF.

       PRU-RIL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * REGRESSIONSTEST: NUR WENN A400/REGTEST CFIN01 = "1". GILT
      * DER LETZTE BESTANDENE PRUEFLAUF AUS PREGTST FUER DEN
      * AKTUELLEN SOURCESTAND, REICHT DAS, SONST LAEUFT HMP0018
      * VORHER IN DER TESTBIBLIOTHEK (CFIN04). OHNE TESTFALL WIRD
      * NUR ABGEWIESEN, WENN CFIN02 = "1"
      *--------------------------------------------------------------
       PRUEFE-REGRESSION SECTION.
       PRU-REG-00.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "A400"            TO CFID   OF CFG-CPY.
           MOVE     "REGTEST"         TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = 1
            OR      CFIN01 OF CFG-CPY(1:1) NOT = "1"
                    GO TO PRU-REG-90
           END-IF.

           INITIALIZE PREGTSTF OF PREGTST-P.
           MOVE     PROM-PGM TO RTPGM OF PREGTST-P.
           READ     PREGTST-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      RTAKTV OF PREGTST-P NOT = "J"
                    IF   CFIN02 OF CFG-CPY(1:1) = "1"
                         MOVE 1 TO GATE-FEHLER
                         MOVE "KEIN REGRESSIONSTEST FUER DAS PROGRAMM"
                              TO GATE-GRUND
                    END-IF
                    GO TO PRU-REG-90
           END-IF.

           IF       RTBDTA OF PREGTST-P = ZEROES
                    MOVE 1 TO GATE-FEHLER
                    MOVE "KEINE BASIS FUER DEN REGRESSIONSTEST"
                         TO GATE-GRUND
                    GO TO PRU-REG-90
           END-IF.

           IF       RTLERG OF PREGTST-P = "O"
            AND     RTLSRC OF PREGTST-P = SRC-GEAENDERT
                    GO TO PRU-REG-90
           END-IF.

      * PRUEFLAUF MIT DEM PROGRAMM AUS DER TESTBIBLIOTHEK
           MOVE     CFIN04 OF CFG-CPY(1:10) TO REG-TLIB.
           IF       REG-TLIB = SPACES
                    MOVE 1 TO GATE-FEHLER
                    MOVE "KEINE TESTBIBLIOTHEK FUER DEN REGRESSIONSTEST"
                         TO GATE-GRUND
                    GO TO PRU-REG-90
           END-IF.

           MOVE     "P"    TO REG-MODUS.
           INITIALIZE REG-RET.
           CALL     "HMP0018" USING PROM-PGM
                                    REG-TLIB
                                    PROM-VLIB
                                    REG-MODUS
                                    REG-RET
           END-CALL.

      * DAS ERGEBNIS HAELT HMP0018 IN PREGTST FEST
           INITIALIZE PREGTSTF OF PREGTST-P.
           MOVE     PROM-PGM TO RTPGM OF PREGTST-P.
           READ     PREGTST-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      RTLERG OF PREGTST-P = "A"
            OR      RTLERG OF PREGTST-P = SPACES
                    MOVE 1 TO GATE-FEHLER
                    MOVE "REGRESSIONSTEST ABGEBROCHEN (HMF0018)"
                         TO GATE-GRUND
                    GO TO PRU-REG-90
           END-IF.
           IF       RTLERG OF PREGTST-P NOT = "O"
                    MOVE 1 TO GATE-FEHLER
                    MOVE RTLANZ OF PREGTST-P TO REG-ANZ
                    MOVE "REGRESSIONSTEST NICHT BESTANDEN, ABW.:"
                         TO GATE-GRUND
                    MOVE REG-ANZ TO GATE-GRUND(40:7)
           END-IF.

       PRU-REG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * OBJEKT GEGEN SOURCE VERGLEICHEN (WIE DER DRIFTBERICHT
      * CRP0046, NUR FUER DEN EINEN MEMBER)
      *--------------------------------------------------------------
      * UEBERNAHME PROTOKOLLIEREN
           PERFORM  SCHREIBE-PROTOKOLL.

      * KONFIGURATION UND TEXTE DER TRANSPORTLISTE UEBERTRAGEN
           IF       KFG-ANZAHL NOT = ZEROES
                    PERFORM TRANSPORTIERE-KONFIGURATION
           END-IF.

      * TATSAECHLICHES PRODUKTIONSDATUM IM TICKET SETZEN
           PERFORM  SETZE-TICKET-DATUM.

           INITIALIZE SNDMSG-REC.
           MOVE "UEBERNAHME AUSGEFUEHRT UND PROTOKOLLIERT"
                                      TO MSGTXT OF SNDMSG-REC(1:41).
                                    VER-RCN
                                    VER-MBR
                                    PGM-WRK
                                    PROM-TICKET
                                    VER-RET
           END-CALL.
           IF       VER-RET NOT = SPACES
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK          TO PRLFDN OF PPROMLOG-P.
           MOVE     LFDN-WRK          TO PROM-LFDN.

           MOVE     PROM-PGM          TO PRPGM  OF PPROMLOG-P.
           MOVE     PROM-VLIB         TO PRVLIB OF PPROMLOG-P.
      * GESICHERTE VERSION DES ALTEN PRODUKTIONSSTANDS
           MOVE     VER-NUMMER        TO PRSVER OF PPROMLOG-P.

      * AENDERUNGSTICKET DER UEBERNAHME
           MOVE     PROM-TICKET       TO PRTKT  OF PPROMLOG-P.

      * ERGEBNIS DER QUALITAETSPRUEFUNG FESTHALTEN
           IF       OVR-OK NOT = ZEROES
                    MOVE "U"       TO PRGATE OF PPROMLOG-P
       SCH-PRO-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SCHLUESSEL DER TRANSPORTLISTE IN DIE PCONFIG/PCFGTXT DER
      * ZIELBIBLIOTHEK UEBERTRAGEN (VORSTAND IN PPROMCFG UNTER DER
      * PROTOKOLLNUMMER) UND DIE ANZAHL IM PROTOKOLL VERMERKEN
      *--------------------------------------------------------------
       TRANSPORTIERE-KONFIGURATION SECTION.
       TRA-KFG-00.

           INITIALIZE TRP-DATEN.
           MOVE     "UEB"       TO TRP-AKTION.
           MOVE     PROM-TICKET TO TRP-TICKET.
           MOVE     PROM-NLIB   TO TRP-ZLIB.
           MOVE     PROM-LFDN   TO TRP-LFDN.
           CALL     "HMP0015" USING TRP-DATEN
           END-CALL.

           INITIALIZE PPROMLOGF OF PPROMLOG-P.
           MOVE     PROM-LFDN TO PRLFDN OF PPROMLOG-P.
           READ     PPROMLOG-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE TRP-ANZAHL TO PRCANZ OF PPROMLOG-P
                    REWRITE PPROMLOG-P
           END-IF.

      * UNVOLLSTAENDIG: DER GESICHERTE VORSTAND ERLAUBT DEN RUECKBAU
           IF       TRP-RETCODE NOT = SPACES
                    INITIALIZE SNDMSG-REC
                    MOVE "KONFIGURATIONSTRANSPORT UNVOLLSTAENDIG -"
                                     TO MSGTXT OF SNDMSG-REC(1:40)
                    MOVE "RUECKBAU UEBER HMP0010"
                                     TO MSGTXT OF SNDMSG-REC(42:22)
                    MOVE T-USER      TO USER   OF SNDMSG-REC
                    CALL "CLP0010" USING SNDMSG-REC
                                         RET-CODE
                    END-CALL
           END-IF.

       TRA-KFG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TATSAECHLICHES PRODUKTIONSDATUM DES TICKETS AUF DIE
      * LETZTE UEBERNAHME SETZEN
      *--------------------------------------------------------------
       SETZE-TICKET-DATUM SECTION.
       SET-TKD-00.

           INITIALIZE PCHGTKTF OF PCHGTKT-P.
           MOVE     PROM-TICKET TO CTNR OF PCHGTKT-P.
           READ     PCHGTKT-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SET-TKD-90
           END-IF.

           MOVE     DATE-8            TO CTIDAT OF PCHGTKT-P.

      * AENDERUNGSDATEN FUELLEN
           MOVE     T-USER            TO CTMSER OF PCHGTKT-P.
           MOVE     T-TERM            TO CTMBS  OF PCHGTKT-P.
           MOVE     PGM-WRK           TO CTMPGM OF PCHGTKT-P.
           MOVE     DATE-8            TO CTMDTA OF PCHGTKT-P.
           MOVE     TIME-6            TO CTMTIA OF PCHGTKT-P.

           REWRITE  PCHGTKT-P.

       SET-TKD-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-CFG-CPY: LESEN DER KONFIGURATION
      *---------------------------------------------------------------

           COPY     CFGCPY     OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------
