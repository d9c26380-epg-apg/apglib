       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              HMP0018.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * REGRESSIONSTEST FUER BATCHPROGRAMME AUSFUEHREN                *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  FUEHRT DIE TESTFAELLE AUS PREGTST (PFLEGE    *
      *                  HMP0017) IN EINER TESTBIBLIOTHEK AUS, DIE IN *
      *                  PCONFIG H064 FREIGEGEBEN SEIN MUSS.          *
      *                  MODUS B (BASIS AUFNEHMEN): EINGABE- UND      *
      *                  AUSGABEDATEIEN DER TESTBIBLIOTHEK WERDEN ALS *
      *                  MEMBER I<PGM> IN DIE BASISBIBLIOTHEK         *
      *                  (A400/REGTEST, STANDARD APGREG) KOPIERT,     *
      *                  DAS PROGRAMM LAEUFT EINMAL UND DIE           *
      *                  AUSGABEDATEIEN SOWIE DER SPOOL WERDEN ALS    *
      *                  ERWARTETES ERGEBNIS O<PGM> GESICHERT.        *
      *                  MODUS P (PRUEFEN): DIE DATEIEN WERDEN AUS    *
      *                  I<PGM> WIEDERHERGESTELLT, DAS PROGRAMM       *
      *                  LAEUFT UND AUSGABEDATEIEN UND SPOOL WERDEN   *
      *                  SATZ FUER SATZ MIT O<PGM> VERGLICHEN. FELDER *
      *                  AUS PCONFIG H067 (Z.B. DATUM UND UHRZEIT)    *
      *                  WERDEN DABEI NICHT BEACHTET. DIE             *
      *                  ABWEICHUNGEN STEHEN JE FELD IM PROTOKOLL     *
      *                  HMF0018, DAS ERGEBNIS DES LETZTEN LAUFS IN   *
      *                  PREGTST (GRUNDLAGE FUER DIE QUALITAETS-      *
      *                  PRUEFUNG DER UEBERNAHME HMP0009).            *
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
      * PREGTST: RTPGM (TESTFAELLE)
      *-------------------------------------------------------------
           SELECT PREGTST-DP
                  ASSIGN       TO  DATABASE-PREGTST
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCONFIG: CFID, CFKEY, CFKEY2, CFKEY3, CFKEY4
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PTMPFFD: FELDBESCHREIBUNG (PER OVRDBF AUF QTEMP/PTMPFFD)
      *-------------------------------------------------------------
           SELECT PTMPFFD-DP
                  ASSIGN       TO  DATABASE-PTMPFFD
                  ORGANIZATION IS  SEQUENTIAL
                  ACCESS       IS  SEQUENTIAL
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PREGSOL: ERWARTETES ERGEBNIS (PER OVRDBF AUF DEN MEMBER
      * O<PGM> DER BASISBIBLIOTHEK, OHNE FORMATPRUEFUNG)
      *-------------------------------------------------------------
           SELECT PREGSOL-DP
                  ASSIGN       TO  DATABASE-PREGSOL
                  ORGANIZATION IS  SEQUENTIAL
                  ACCESS       IS  SEQUENTIAL
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PREGIST: TATSAECHLICHES ERGEBNIS (PER OVRDBF AUF DIE DATEI
      * DER TESTBIBLIOTHEK, OHNE FORMATPRUEFUNG)
      *-------------------------------------------------------------
           SELECT PREGIST-DP
                  ASSIGN       TO  DATABASE-PREGIST
                  ORGANIZATION IS  SEQUENTIAL
                  ACCESS       IS  SEQUENTIAL
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *- HMF0018: SPOOLAUSGABE DES TESTPROTOKOLLS
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-HMF0018
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PREGTST: RTPGM
       FD  PREGTST-DP
           LABEL RECORDS ARE STANDARD.
       01  PREGTST-P.
           COPY DDS-ALL-FORMATS OF PREGTST.
      /
      *--- PCONFIG: CFID, CFKEY, CFKEY2, CFKEY3, CFKEY4
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
      *--- PTMPFFD: FELDBESCHREIBUNG
       FD  PTMPFFD-DP
           LABEL RECORDS ARE STANDARD.
       01  PTMPFFD-P.
           COPY DDS-ALL-FORMATS OF PTMPFFD.
      /
      *--- PREGSOL: ERWARTETER SATZ
       FD  PREGSOL-DP
           LABEL RECORDS ARE STANDARD.
       01  PREGSOL-P.
           COPY DDS-ALL-FORMATS OF PREGSOL.
      /
      *--- PREGIST: TATSAECHLICHER SATZ
       FD  PREGIST-DP
           LABEL RECORDS ARE STANDARD.
       01  PREGIST-P.
           COPY DDS-ALL-FORMATS OF PREGIST.
      /
      *- HMF0018: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF HMF0018.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME (OVRDBF-REC, DELOVR-REC, ...)
           COPY WRKPGMPARM  OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "HMP0018".
       01  PGM-TYP                       PIC X(8)  VALUE "HERMES".

      * PARAMETER FUER CL-PROGRAMME
       01  CPYSPLF-REC                   TYPE CPYSPLF-TYPE.
       01  RTVMBRD-REC                   TYPE RTVMBRD-TYPE.

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

      * PARAMETER FUER CLP0067 (ADDLIBLE/RMVLIBLE)
       01  LIBL-REC.
        05 LIBL-LIB                      PIC X(10).
      *    A = AN ERSTER STELLE HINZUFUEGEN, R = ENTFERNEN
        05 LIBL-AKT                      PIC X(1).
      *    1 = BIBLIOTHEK STAND SCHON IN DER BIBLIOTHEKSLISTE
        05 LIBL-VORH                     PIC X(1).

      * EINSTELLUNGEN (A400/REGTEST)
       01  REG-LIB                       PIC X(10).
       01  MAX-ABW                       PIC 9(3).

      * TESTFALL IN BEARBEITUNG
       01  TST-PGM                       PIC X(10).
       01  TST-MBR-EIN.
        05 TST-MBR-EIN-KZ                PIC X(1)  VALUE "I".
        05 TST-MBR-EIN-PGM               PIC X(9).
       01  TST-MBR-AUS.
        05 TST-MBR-AUS-KZ                PIC X(1)  VALUE "O".
        05 TST-MBR-AUS-PGM               PIC X(9).
      *    O = BESTANDEN, F = ABWEICHUNGEN, A = ABGEBROCHEN
       01  TST-ERG                       PIC X(1).
       01  TST-ABW                       PIC 9(7).
       01  TST-SAETZE                    PIC 9(7).
       01  TST-FEHLER                    PIC X(60).
       01  TST-SRCD                      PIC X(13).

      * DATEIEN DES TESTFALLS (E = NUR EINGABE, A = AUSGABE)
       01  DAT-ANZ                       PIC 9(2)  COMP.
       01  DAT-IX                        PIC 9(2)  COMP.
       01  DAT-SUCH-IX                   PIC 9(2)  COMP.
       01  DAT-TAB.
        05 DAT-EIN OCCURS 10.
         10 DAT-NAME                     PIC X(10).
         10 DAT-ART                      PIC X(1).
       01  DAT-NEU                       PIC X(10).
       01  DAT-NEU-ART                   PIC X(1).

      * AUFRUFPARAMETER DES GETESTETEN PROGRAMMS
       01  AUF-PGM                       PIC X(10).
       01  AUF-DATUM                     PIC 9(8).
       01  AUF-JHMO                      PIC 9(6).
       01  AUF-USER                      PIC X(10).
       01  AUF-GRUPPE                    PIC X(20).
       01  AUF-TESTKNZ                   PIC X(1).
       01  AUF-RETCODE                   PIC X(1).
       01  AUF-FEHLER                    PIC 9(1).
       01  AUF-PLIB-VORH                 PIC X(1).

      * NICHT ZU VERGLEICHENDE FELDER UND STELLEN (PCONFIG H067)
       01  IGN-ANZ                       PIC 9(3)  COMP.
       01  IGN-IX                        PIC 9(3)  COMP.
       01  IGN-TAB.
        05 IGN-EIN OCCURS 100.
         10 IGN-DATEI                    PIC X(10).
         10 IGN-FELD                     PIC X(10).
         10 IGN-POS                      PIC 9(4).
         10 IGN-LEN                      PIC 9(4).
       01  IGN-SCHL                      PIC X(10).

      * FELDER DER VERGLICHENEN DATEI (AUS DSPFFD, CMP0006)
       01  FLD-ANZ                       PIC 9(3)  COMP.
       01  FLD-IX                        PIC 9(3)  COMP.
       01  FLD-TAB.
        05 FLD-EIN OCCURS 300.
         10 FLD-NAME                     PIC X(10).
         10 FLD-POS                      PIC 9(4).
         10 FLD-LEN                      PIC 9(4).

      * VERGLEICH EINER DATEI
       01  VGL-DATEI                     PIC X(10).
       01  VGL-IST-LIB                   PIC X(10).
       01  VGL-IST-DATEI                 PIC X(10).
       01  VGL-IST-MBR                   PIC X(10).
       01  VGL-SOLL-DATEI                PIC X(10).
      *    1 = SPOOL (SPALTEN AB STELLE 13 DES QUELLSATZES)
       01  VGL-SPOOL                     PIC 9(1).
       01  VGL-SATZNR                    PIC 9(7).
       01  VGL-ABW                       PIC 9(7).
       01  VGL-SOLL-EOF                  PIC 9(1).
       01  VGL-IST-EOF                   PIC 9(1).
       01  SATZ-LEN                      PIC 9(4).
       01  SATZ-VERSATZ                  PIC 9(4).
       01  SATZ-SOLL                     PIC X(2000).
       01  SATZ-IST                      PIC X(2000).
       01  MASK-POS                      PIC 9(4).
       01  MASK-LEN                      PIC 9(4).
       01  DIFF-POS                      PIC 9(4).
       01  DIFF-LEN                      PIC 9(4).
       01  DIFF-NAME                     PIC X(10).

      * PARAMETER FUER CMP0006 (DSPFFD NACH QTEMP/PTMPFFD)
       01  FFD-LIB                       PIC X(10).
       01  FFD-DATEI                     PIC X(10).

      * ZAEHLER DES LAUFS
       77  ANZ-TESTFAELLE                PIC 9(5)  COMP.
       77  ANZ-BESTANDEN                 PIC 9(5)  COMP.
       77  ANZ-FEHLER                    PIC 9(5)  COMP.

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DSP-ANZ-5                     PIC Z(4)9.
       01  DSP-ANZ-7                     PIC Z(6)9.
       01  DSP-POS-4                     PIC Z(3)9.
       01  DSP-DATUM.
        05 DSP-DT-TAG                    PIC 9(2).
        05 FILLER                        PIC X(1)  VALUE ".".
        05 DSP-DT-MONAT                  PIC 9(2).
        05 FILLER                        PIC X(1)  VALUE ".".
        05 DSP-DT-JAHR                   PIC 9(4).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * PROGRAMM (LEER = ALLE AKTIVEN TESTFAELLE)
       01  X-PGM                         PIC X(10).
      * TESTBIBLIOTHEK MIT DEN DATEIEN (MUSS IN H064 STEHEN)
       01  X-TLIB                        PIC X(10).
      * BIBLIOTHEK DES ZU TESTENDEN PROGRAMMS (LEER = LIBL)
       01  X-PLIB                        PIC X(10).
      * B = BASIS AUFNEHMEN, P = PRUEFEN
       01  X-MODUS                       PIC X(1).
      * RUECKMELDUNG (LEER = ALLE BESTANDEN / BASIS AUFGENOMMEN)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-PGM
                                X-TLIB
                                X-PLIB
                                X-MODUS
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "HMP0018" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.

           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    CLOSE DRUCK-DAT
                    GO TO ENDE
           END-IF.

      * DIE EIGENEN DATEIEN WERDEN VOR DEN UEBERSCHREIBUNGEN AUF
      * DIE TESTBIBLIOTHEK GEOEFFNET UND BLEIBEN SO UNBERUEHRT
           OPEN     I-O   PREGTST-DP.
           OPEN     INPUT PCONFIG-DP.

           PERFORM  COPY-GET-TIME.
           MOVE     ZEROES TO ANZ-TESTFAELLE ANZ-BESTANDEN ANZ-FEHLER.

           PERFORM  LESE-EINSTELLUNGEN.
           PERFORM  PRUEFE-PARAMETER.
           PERFORM  DRUCKE-KOPF.
           IF       TST-FEHLER NOT = SPACES
                    MOVE SPACES     TO DRUCK-ZEILE
                    MOVE TST-FEHLER TO DRUCK-ZEILE(1:60)
                    PERFORM DRUCKE-ZEILE
                    MOVE "1" TO X-RETCODE
                    GO TO ANFANG-90
           END-IF.

      * EIN EINZELNER TESTFALL
           IF       X-PGM NOT = SPACES
                    INITIALIZE PREGTSTF OF PREGTST-P
                    MOVE X-PGM TO RTPGM OF PREGTST-P
                    READ PREGTST-DP WITH NO LOCK
                    IF   FILE-STATUS NOT = ZEROES
                         MOVE SPACES TO DRUCK-ZEILE
                         MOVE "KEIN TESTFALL FUER DAS PROGRAMM:"
                                     TO DRUCK-ZEILE(1:32)
                         MOVE X-PGM  TO DRUCK-ZEILE(34:10)
                         PERFORM DRUCKE-ZEILE
                         MOVE "1" TO X-RETCODE
                    ELSE
                         PERFORM VERARBEITE-TESTFALL
                    END-IF
                    GO TO ANFANG-80
           END-IF.

      * ALLE AKTIVEN TESTFAELLE
           INITIALIZE PREGTSTF OF PREGTST-P.
           START    PREGTST-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANFANG-80
           END-IF.

       ANFANG-20.
           READ     PREGTST-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANFANG-80
           END-IF.
           IF       RTAKTV OF PREGTST-P NOT = "J"
                    GO TO ANFANG-20
           END-IF.

           PERFORM  VERARBEITE-TESTFALL.

      * NACH DEM ZURUECKSCHREIBEN DES ERGEBNISSES WEITERLESEN
           INITIALIZE PREGTSTF OF PREGTST-P.
           MOVE     TST-PGM TO RTPGM OF PREGTST-P.
           START    PREGTST-DP KEY > EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANFANG-80
           END-IF.
           GO TO    ANFANG-20.

       ANFANG-80.
           PERFORM  DRUCKE-SUMMEN.
           IF       ANZ-FEHLER NOT = ZEROES
                    MOVE "1" TO X-RETCODE
           END-IF.

       ANFANG-90.
           CLOSE    PREGTST-DP
                    PCONFIG-DP
                    DRUCK-DAT.

       ENDE.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * EINSTELLUNGEN AUS A400/REGTEST: CFIN03 BASISBIBLIOTHEK
      * (STANDARD APGREG), CFIN05 HOECHSTZAHL GEDRUCKTER
      * ABWEICHUNGEN JE DATEI (STANDARD 50)
      *--------------------------------------------------------------
       LESE-EINSTELLUNGEN SECTION.
       LES-EIN-00.

           MOVE     "APGREG" TO REG-LIB.
           MOVE     50       TO MAX-ABW.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "A400"            TO CFID   OF CFG-CPY.
           MOVE     "REGTEST"         TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = 1
                    GO TO LES-EIN-90
           END-IF.

           IF       CFIN03 OF CFG-CPY(1:10) NOT = SPACES
                    MOVE CFIN03 OF CFG-CPY(1:10) TO REG-LIB
           END-IF.
           IF       CFIN05 OF CFG-CPY(1:3) IS NUMERIC
            AND     CFIN05 OF CFG-CPY(1:3) NOT = ZEROES
                    MOVE CFIN05 OF CFG-CPY(1:3) TO MAX-ABW
           END-IF.

       LES-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MODUS UND TESTBIBLIOTHEK PRUEFEN. DER TEST UEBERSCHREIBT
      * DIE DATEIEN DER TESTBIBLIOTHEK, DESHALB NUR IN EINE
      * AUSDRUECKLICH FREIGEGEBENE TESTBIBLIOTHEK (H064)
      *--------------------------------------------------------------
       PRUEFE-PARAMETER SECTION.
       PRU-PAR-00.

           MOVE     SPACES TO TST-FEHLER.

           IF       X-MODUS NOT = "B"
            AND     X-MODUS NOT = "P"
                    MOVE "MODUS B (BASIS AUFNEHMEN) ODER P (PRUEFEN)"
                         TO TST-FEHLER
                    GO TO PRU-PAR-90
           END-IF.

           IF       X-TLIB = SPACES
            OR      X-TLIB(1:1) = "*"
                    MOVE "KEINE TESTBIBLIOTHEK ANGEGEBEN"
                         TO TST-FEHLER
                    GO TO PRU-PAR-90
           END-IF.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "H064"            TO CFID   OF CFG-CPY.
           MOVE     X-TLIB            TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = 1
                    MOVE "TESTBIBLIOTHEK IST IN H064 NICHT FREIGEGEBEN"
                         TO TST-FEHLER
           END-IF.

       PRU-PAR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINEN TESTFALL AUSFUEHREN (SATZ STEHT IN PREGTST-P)
      *--------------------------------------------------------------
       VERARBEITE-TESTFALL SECTION.
       VER-TST-00.

           ADD      1 TO ANZ-TESTFAELLE.
           MOVE     RTPGM OF PREGTST-P    TO TST-PGM.
           MOVE     TST-PGM(1:9)          TO TST-MBR-EIN-PGM.
           MOVE     TST-PGM(1:9)          TO TST-MBR-AUS-PGM.
           MOVE     SPACES                TO TST-FEHLER.
           MOVE     SPACES                TO TST-ERG.
           MOVE     ZEROES                TO TST-ABW TST-SAETZE.

           PERFORM  DRUCKE-TESTFALL.

           IF       X-MODUS = "P"
            AND     RTBDTA OF PREGTST-P = ZEROES
                    MOVE "FUER DEN TESTFALL IST KEINE BASIS AUFGENOMMEN"
                         TO TST-FEHLER
                    GO TO VER-TST-80
           END-IF.

           PERFORM  BAUE-DATEILISTE.
           IF       DAT-ANZ = ZEROES
            AND     RTSPL OF PREGTST-P = SPACES
                    MOVE "TESTFALL OHNE AUSGABEDATEI UND OHNE SPOOL"
                         TO TST-FEHLER
                    GO TO VER-TST-80
           END-IF.

      * AUSGANGSSTAND DER DATEIEN SICHERN BZW. WIEDERHERSTELLEN
           IF       X-MODUS = "B"
                    PERFORM SICHERE-EINGABE
           ELSE
                    PERFORM STELLE-EINGABE-HER
           END-IF.
           IF       TST-FEHLER NOT = SPACES
                    GO TO VER-TST-80
           END-IF.

      * PROGRAMM GEGEN DIE TESTBIBLIOTHEK LAUFEN LASSEN
           PERFORM  FUEHRE-PROGRAMM-AUS.
           IF       TST-FEHLER NOT = SPACES
                    GO TO VER-TST-80
           END-IF.

      * SPOOL DES LAUFS NACH QTEMP/PTMPSEU KOPIEREN
           IF       RTSPL OF PREGTST-P NOT = SPACES
                    PERFORM KOPIERE-SPOOL
                    IF   TST-FEHLER NOT = SPACES
                         GO TO VER-TST-80
                    END-IF
           END-IF.

           IF       X-MODUS = "B"
                    PERFORM SICHERE-AUSGABE
           ELSE
                    PERFORM VERGLEICHE-AUSGABE
           END-IF.

       VER-TST-80.
      * ERGEBNIS FESTLEGEN, DRUCKEN UND IM TESTFALL VERMERKEN
           EVALUATE TRUE
                    WHEN TST-FEHLER NOT = SPACES
                         MOVE "A" TO TST-ERG
                         ADD  1   TO ANZ-FEHLER
                    WHEN TST-ABW NOT = ZEROES
                         MOVE "F" TO TST-ERG
                         ADD  1   TO ANZ-FEHLER
                    WHEN OTHER
                         MOVE "O" TO TST-ERG
                         ADD  1   TO ANZ-BESTANDEN
           END-EVALUATE.

           PERFORM  DRUCKE-ERGEBNIS.
           PERFORM  SCHREIBE-ERGEBNIS.

       VER-TST-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DATEILISTE DES TESTFALLS AUFBAUEN: EINGABEDATEIEN RTEIN1-5
      * UND AUSGABEDATEIEN RTAUS1-5 (EINE DATEI, DIE IN BEIDEN
      * LISTEN STEHT, GILT ALS AUSGABEDATEI)
      *--------------------------------------------------------------
       BAUE-DATEILISTE SECTION.
       BAU-DAT-00.

           INITIALIZE DAT-TAB.
           MOVE     ZEROES TO DAT-ANZ.

           MOVE     "E" TO DAT-NEU-ART.
           MOVE     RTEIN1 OF PREGTST-P TO DAT-NEU.
           PERFORM  NIMM-DATEI-AUF.
           MOVE     RTEIN2 OF PREGTST-P TO DAT-NEU.
           PERFORM  NIMM-DATEI-AUF.
           MOVE     RTEIN3 OF PREGTST-P TO DAT-NEU.
           PERFORM  NIMM-DATEI-AUF.
           MOVE     RTEIN4 OF PREGTST-P TO DAT-NEU.
           PERFORM  NIMM-DATEI-AUF.
           MOVE     RTEIN5 OF PREGTST-P TO DAT-NEU.
           PERFORM  NIMM-DATEI-AUF.

           MOVE     "A" TO DAT-NEU-ART.
           MOVE     RTAUS1 OF PREGTST-P TO DAT-NEU.
           PERFORM  NIMM-DATEI-AUF.
           MOVE     RTAUS2 OF PREGTST-P TO DAT-NEU.
           PERFORM  NIMM-DATEI-AUF.
           MOVE     RTAUS3 OF PREGTST-P TO DAT-NEU.
           PERFORM  NIMM-DATEI-AUF.
           MOVE     RTAUS4 OF PREGTST-P TO DAT-NEU.
           PERFORM  NIMM-DATEI-AUF.
           MOVE     RTAUS5 OF PREGTST-P TO DAT-NEU.
           PERFORM  NIMM-DATEI-AUF.

       BAU-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DAT-NEU MIT DER ART DAT-NEU-ART IN DIE DATEILISTE AUFNEHMEN
      *--------------------------------------------------------------
       NIMM-DATEI-AUF SECTION.
       NIM-DAT-00.

           IF       DAT-NEU = SPACES
                    GO TO NIM-DAT-90
           END-IF.

           MOVE     ZEROES TO DAT-SUCH-IX.

       NIM-DAT-20.
           ADD      1 TO DAT-SUCH-IX.
           IF       DAT-SUCH-IX > DAT-ANZ
                    GO TO NIM-DAT-40
           END-IF.
           IF       DAT-NAME(DAT-SUCH-IX) = DAT-NEU
                    IF   DAT-NEU-ART = "A"
                         MOVE "A" TO DAT-ART(DAT-SUCH-IX)
                    END-IF
                    GO TO NIM-DAT-90
           END-IF.
           GO TO    NIM-DAT-20.

       NIM-DAT-40.
           IF       DAT-ANZ NOT < 10
                    GO TO NIM-DAT-90
           END-IF.
           ADD      1 TO DAT-ANZ.
           MOVE     DAT-NEU     TO DAT-NAME(DAT-ANZ).
           MOVE     DAT-NEU-ART TO DAT-ART(DAT-ANZ).

       NIM-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BASIS: STAND ALLER DATEIEN DER TESTBIBLIOTHEK VOR DEM LAUF
      * ALS MEMBER I<PGM> IN DIE BASISBIBLIOTHEK KOPIEREN
      *--------------------------------------------------------------
       SICHERE-EINGABE SECTION.
       SIC-EIN-00.

           MOVE     ZEROES TO DAT-IX.

       SIC-EIN-20.
           ADD      1 TO DAT-IX.
           IF       DAT-IX > DAT-ANZ
                    GO TO SIC-EIN-90
           END-IF.

           INITIALIZE RET-CODE.
           INITIALIZE CPYF-REC.
           MOVE     X-TLIB            TO FROMLIB  OF CPYF-REC.
           MOVE     DAT-NAME(DAT-IX)  TO FROMFILE OF CPYF-REC.
           MOVE     "*FIRST"          TO FROMMBR  OF CPYF-REC.
           MOVE     REG-LIB           TO TOLIB    OF CPYF-REC.
           MOVE     DAT-NAME(DAT-IX)  TO TOFILE   OF CPYF-REC.
           MOVE     TST-MBR-EIN       TO TOMBR    OF CPYF-REC.
           MOVE     "*REPLACE"        TO MBROPT   OF CPYF-REC.
           MOVE     "*YES"            TO CRTFILE  OF CPYF-REC.
           CALL     "CLP0066" USING CPYF-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    MOVE "EINGABE NICHT GESICHERT:" TO TST-FEHLER
                    MOVE DAT-NAME(DAT-IX) TO TST-FEHLER(26:10)
                    GO TO SIC-EIN-90
           END-IF.
           GO TO    SIC-EIN-20.

       SIC-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PRUEFEN: DATEIEN DER TESTBIBLIOTHEK AUS DEN MEMBERN I<PGM>
      * DER BASISBIBLIOTHEK WIEDERHERSTELLEN
      *--------------------------------------------------------------
       STELLE-EINGABE-HER SECTION.
       STE-EIN-00.

           MOVE     ZEROES TO DAT-IX.

       STE-EIN-20.
           ADD      1 TO DAT-IX.
           IF       DAT-IX > DAT-ANZ
                    GO TO STE-EIN-90
           END-IF.

           INITIALIZE RET-CODE.
           INITIALIZE CPYF-REC.
           MOVE     REG-LIB           TO FROMLIB  OF CPYF-REC.
           MOVE     DAT-NAME(DAT-IX)  TO FROMFILE OF CPYF-REC.
           MOVE     TST-MBR-EIN       TO FROMMBR  OF CPYF-REC.
           MOVE     X-TLIB            TO TOLIB    OF CPYF-REC.
           MOVE     DAT-NAME(DAT-IX)  TO TOFILE   OF CPYF-REC.
           MOVE     "*FIRST"          TO TOMBR    OF CPYF-REC.
           MOVE     "*REPLACE"        TO MBROPT   OF CPYF-REC.
           MOVE     "*NO"             TO CRTFILE  OF CPYF-REC.
           CALL     "CLP0066" USING CPYF-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    MOVE "EINGABE NICHT WIEDERHERGESTELLT:"
                         TO TST-FEHLER
                    MOVE DAT-NAME(DAT-IX) TO TST-FEHLER(34:10)
                    GO TO STE-EIN-90
           END-IF.
           GO TO    STE-EIN-20.

       STE-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DAS PROGRAMM MIT DEN PARAMETERN DES TESTFALLS AUFRUFEN.
      * ALLE DATEIEN DES TESTFALLS WERDEN PER OVRDBF AUF DIE
      * TESTBIBLIOTHEK GELENKT, DIE PROGRAMMBIBLIOTHEK STEHT FUER
      * DIE DAUER DES AUFRUFS AN ERSTER STELLE DER BIBLIOTHEKSLISTE
      *--------------------------------------------------------------
       FUEHRE-PROGRAMM-AUS SECTION.
       FUE-PGM-00.

           MOVE     ZEROES TO AUF-FEHLER.
           MOVE     SPACES TO AUF-RETCODE AUF-PLIB-VORH.

      * UEBERSCHREIBUNGEN AUF DIE TESTBIBLIOTHEK
           MOVE     ZEROES TO DAT-IX.

       FUE-PGM-10.
           ADD      1 TO DAT-IX.
           IF       DAT-IX > DAT-ANZ
                    GO TO FUE-PGM-20
           END-IF.
           INITIALIZE RET-CODE.
           INITIALIZE OVRDBF-REC.
           MOVE     DAT-NAME(DAT-IX) TO FROMFILE OF OVRDBF-REC.
           MOVE     X-TLIB           TO TOLIB    OF OVRDBF-REC.
           MOVE     DAT-NAME(DAT-IX) TO TOFILE   OF OVRDBF-REC.
           MOVE     "*FIRST"         TO TOMBR    OF OVRDBF-REC.
           CALL     "CLP0011" USING OVRDBF-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    MOVE "OVRDBF AUF DIE TESTBIBLIOTHEK FEHLGESCHLAGEN:"
                         TO TST-FEHLER
                    MOVE DAT-NAME(DAT-IX) TO TST-FEHLER(47:10)
                    GO TO FUE-PGM-70
           END-IF.
           GO TO    FUE-PGM-10.

       FUE-PGM-20.
      * PROGRAMMBIBLIOTHEK VORANSTELLEN
           IF       X-PLIB NOT = SPACES
                    INITIALIZE RET-CODE
                    INITIALIZE LIBL-REC
                    MOVE X-PLIB TO LIBL-LIB
                    MOVE "A"    TO LIBL-AKT
                    CALL "CLP0067" USING LIBL-REC
                                         RET-CODE
                    END-CALL
                    MOVE LIBL-VORH TO AUF-PLIB-VORH
                    IF   RET-CODE NOT = SPACES
                         MOVE "PROGRAMMBIBLIOTHEK NICHT VERFUEGBAR:"
                              TO TST-FEHLER
                         MOVE X-PLIB TO TST-FEHLER(38:10)
                         GO TO FUE-PGM-70
                    END-IF
           END-IF.

      * AUFRUF JE PARAMETERART (WIE IN DER NACHTVERARBEITUNG
      * XXP0074, ZUSAETZLICH ABRECHNUNGSMONAT M UND MONAT/USER U)
           MOVE     TST-PGM TO AUF-PGM.
           EVALUATE RTPTYP OF PREGTST-P
                    WHEN "D"
                         MOVE RTPARM OF PREGTST-P(1:8) TO AUF-DATUM
                         CALL AUF-PGM USING AUF-DATUM
                                            AUF-RETCODE
                           ON EXCEPTION
                              MOVE 1 TO AUF-FEHLER
                         END-CALL
                    WHEN "G"
                         MOVE RTPARM OF PREGTST-P TO AUF-GRUPPE
                         CALL AUF-PGM USING AUF-GRUPPE
                                            AUF-RETCODE
                           ON EXCEPTION
                              MOVE 1 TO AUF-FEHLER
                         END-CALL
                    WHEN "T"
                         MOVE RTPARM OF PREGTST-P(1:8) TO AUF-DATUM
                         MOVE SPACES TO AUF-TESTKNZ
                         CALL AUF-PGM USING AUF-DATUM
                                            AUF-TESTKNZ
                                            AUF-RETCODE
                           ON EXCEPTION
                              MOVE 1 TO AUF-FEHLER
                         END-CALL
                    WHEN "M"
                         MOVE RTPARM OF PREGTST-P(1:6) TO AUF-JHMO
                         CALL AUF-PGM USING AUF-JHMO
                           ON EXCEPTION
                              MOVE 1 TO AUF-FEHLER
                         END-CALL
                    WHEN "U"
                         MOVE RTPARM OF PREGTST-P(1:6)  TO AUF-JHMO
                         MOVE RTPARM OF PREGTST-P(7:10) TO AUF-USER
                         CALL AUF-PGM USING AUF-JHMO
                                            AUF-USER
                           ON EXCEPTION
                              MOVE 1 TO AUF-FEHLER
                         END-CALL
                    WHEN "O"
                         CALL AUF-PGM
                           ON EXCEPTION
                              MOVE 1 TO AUF-FEHLER
                         END-CALL
                    WHEN OTHER
                         CALL AUF-PGM USING AUF-RETCODE
                           ON EXCEPTION
                              MOVE 1 TO AUF-FEHLER
                         END-CALL
           END-EVALUATE.

      * DAS PROGRAMM WIEDER FREIGEBEN (NEUER AKTIVIERUNGSLAUF)
           CANCEL   AUF-PGM.

           IF       AUF-FEHLER NOT = ZEROES
                    MOVE "PROGRAMM KONNTE NICHT AUFGERUFEN WERDEN"
                         TO TST-FEHLER
           ELSE
                    IF   AUF-RETCODE NOT = SPACES
                         MOVE "PROGRAMM MELDET FEHLER, RUECKMELDUNG:"
                              TO TST-FEHLER
                         MOVE AUF-RETCODE TO TST-FEHLER(39:1)
                    END-IF
           END-IF.

      * PROGRAMMBIBLIOTHEK WIEDER ENTFERNEN, FALLS SIE VORHER
      * NICHT IN DER BIBLIOTHEKSLISTE STAND
           IF       X-PLIB NOT = SPACES
            AND     AUF-PLIB-VORH NOT = "1"
                    INITIALIZE RET-CODE
                    INITIALIZE LIBL-REC
                    MOVE X-PLIB TO LIBL-LIB
                    MOVE "R"    TO LIBL-AKT
                    CALL "CLP0067" USING LIBL-REC
                                         RET-CODE
                    END-CALL
           END-IF.

       FUE-PGM-70.
      * UEBERSCHREIBUNGEN ENTFERNEN
           MOVE     ZEROES TO DAT-IX.

       FUE-PGM-80.
           ADD      1 TO DAT-IX.
           IF       DAT-IX > DAT-ANZ
                    GO TO FUE-PGM-90
           END-IF.
           INITIALIZE DELOVR-REC.
           MOVE     DAT-NAME(DAT-IX) TO FROMFILE OF DELOVR-REC.
           CALL     "CLP0012" USING DELOVR-REC
           END-CALL.
           GO TO    FUE-PGM-80.

       FUE-PGM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SPOOL DES LAUFS (DRUCKDATEI RTSPL) NACH QTEMP/PTMPSEU,
      * MEMBER REGLST KOPIEREN
      *--------------------------------------------------------------
       KOPIERE-SPOOL SECTION.
       KOP-SPL-00.

           INITIALIZE RET-CODE.
           INITIALIZE CPYSPLF-REC.
           MOVE     RTSPL OF PREGTST-P TO SPOOLNAME OF CPYSPLF-REC.
           MOVE     "*"                TO JOBNAME   OF CPYSPLF-REC.
           MOVE     "QTEMP"            TO TOLIB     OF CPYSPLF-REC.
           MOVE     "PTMPSEU"          TO TOFILE    OF CPYSPLF-REC.
           MOVE     "REGLST"           TO TOMBR     OF CPYSPLF-REC.
           MOVE     "*REPLACE"         TO MBROPT    OF CPYSPLF-REC.
           CALL     "CLP0046" USING CPYSPLF-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    MOVE "SPOOL DES LAUFS NICHT GEFUNDEN:" TO TST-FEHLER
                    MOVE RTSPL OF PREGTST-P TO TST-FEHLER(33:10)
           END-IF.

       KOP-SPL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BASIS: AUSGABEDATEIEN UND SPOOL ALS ERWARTETES ERGEBNIS
      * (MEMBER O<PGM>) IN DIE BASISBIBLIOTHEK KOPIEREN
      *--------------------------------------------------------------
       SICHERE-AUSGABE SECTION.
       SIC-AUS-00.

           MOVE     ZEROES TO DAT-IX.

       SIC-AUS-20.
           ADD      1 TO DAT-IX.
           IF       DAT-IX > DAT-ANZ
                    GO TO SIC-AUS-40
           END-IF.
           IF       DAT-ART(DAT-IX) NOT = "A"
                    GO TO SIC-AUS-20
           END-IF.

           INITIALIZE RET-CODE.
           INITIALIZE CPYF-REC.
           MOVE     X-TLIB            TO FROMLIB  OF CPYF-REC.
           MOVE     DAT-NAME(DAT-IX)  TO FROMFILE OF CPYF-REC.
           MOVE     "*FIRST"          TO FROMMBR  OF CPYF-REC.
           MOVE     REG-LIB           TO TOLIB    OF CPYF-REC.
           MOVE     DAT-NAME(DAT-IX)  TO TOFILE   OF CPYF-REC.
           MOVE     TST-MBR-AUS       TO TOMBR    OF CPYF-REC.
           MOVE     "*REPLACE"        TO MBROPT   OF CPYF-REC.
           MOVE     "*YES"            TO CRTFILE  OF CPYF-REC.
           CALL     "CLP0066" USING CPYF-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    MOVE "ERGEBNIS NICHT GESICHERT:" TO TST-FEHLER
                    MOVE DAT-NAME(DAT-IX) TO TST-FEHLER(27:10)
                    GO TO SIC-AUS-90
           END-IF.
           GO TO    SIC-AUS-20.

       SIC-AUS-40.
           IF       RTSPL OF PREGTST-P = SPACES
                    GO TO SIC-AUS-90
           END-IF.

           INITIALIZE RET-CODE.
           INITIALIZE CPYF-REC.
           MOVE     "QTEMP"           TO FROMLIB  OF CPYF-REC.
           MOVE     "PTMPSEU"         TO FROMFILE OF CPYF-REC.
           MOVE     "REGLST"          TO FROMMBR  OF CPYF-REC.
           MOVE     REG-LIB           TO TOLIB    OF CPYF-REC.
           MOVE     "PTMPSEU"         TO TOFILE   OF CPYF-REC.
           MOVE     TST-MBR-AUS       TO TOMBR    OF CPYF-REC.
           MOVE     "*REPLACE"        TO MBROPT   OF CPYF-REC.
           MOVE     "*YES"            TO CRTFILE  OF CPYF-REC.
           CALL     "CLP0066" USING CPYF-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    MOVE "SPOOL NICHT GESICHERT:" TO TST-FEHLER
                    MOVE RTSPL OF PREGTST-P TO TST-FEHLER(24:10)
           END-IF.

       SIC-AUS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PRUEFEN: AUSGABEDATEIEN UND SPOOL MIT DEM ERWARTETEN
      * ERGEBNIS VERGLEICHEN
      *--------------------------------------------------------------
       VERGLEICHE-AUSGABE SECTION.
       VGL-AUS-00.

           PERFORM  LADE-IGNORIERTE.

           MOVE     ZEROES TO DAT-IX.

       VGL-AUS-20.
           ADD      1 TO DAT-IX.
           IF       DAT-IX > DAT-ANZ
                    GO TO VGL-AUS-40
           END-IF.
           IF       DAT-ART(DAT-IX) NOT = "A"
                    GO TO VGL-AUS-20
           END-IF.

           MOVE     DAT-NAME(DAT-IX) TO VGL-DATEI.
           MOVE     X-TLIB           TO VGL-IST-LIB.
           MOVE     DAT-NAME(DAT-IX) TO VGL-IST-DATEI.
           MOVE     "*FIRST"         TO VGL-IST-MBR.
           MOVE     DAT-NAME(DAT-IX) TO VGL-SOLL-DATEI.
           MOVE     ZEROES           TO VGL-SPOOL.
           PERFORM  VERGLEICHE-DATEI.
           IF       TST-FEHLER NOT = SPACES
                    GO TO VGL-AUS-90
           END-IF.
           GO TO    VGL-AUS-20.

       VGL-AUS-40.
           IF       RTSPL OF PREGTST-P = SPACES
                    GO TO VGL-AUS-90
           END-IF.

           MOVE     RTSPL OF PREGTST-P TO VGL-DATEI.
           MOVE     "QTEMP"          TO VGL-IST-LIB.
           MOVE     "PTMPSEU"        TO VGL-IST-DATEI.
           MOVE     "REGLST"         TO VGL-IST-MBR.
           MOVE     "PTMPSEU"        TO VGL-SOLL-DATEI.
           MOVE     1                TO VGL-SPOOL.
           PERFORM  VERGLEICHE-DATEI.

       VGL-AUS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NICHT ZU VERGLEICHENDE FELDER AUS PCONFIG H067 LADEN:
      * CFKEY = PROGRAMM ODER *ALL, CFKEY2 = DATEI/DRUCKDATEI ODER
      * *ALL, CFKEY3 = FELDNAME. IST CFIN01 GEFUELLT, GILT STATT
      * DES FELDES DER BEREICH AB STELLE CFIN01(1:4) MIT DER
      * LAENGE CFIN01(5:4) (BEIM SPOOL = SPALTE DER LISTE)
      *--------------------------------------------------------------
       LADE-IGNORIERTE SECTION.
       LAD-IGN-00.

           INITIALIZE IGN-TAB.
           MOVE     ZEROES TO IGN-ANZ.

           MOVE     TST-PGM TO IGN-SCHL.
           PERFORM  LADE-IGNORIERTE-SCHL.
           MOVE     "*ALL"  TO IGN-SCHL.
           PERFORM  LADE-IGNORIERTE-SCHL.

       LAD-IGN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * H067-EINTRAEGE ZUM SCHLUESSEL IGN-SCHL LADEN
      *--------------------------------------------------------------
       LADE-IGNORIERTE-SCHL SECTION.
       LAD-IGS-00.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "H067"   TO CFID   OF PCONFIG-P.
           MOVE     IGN-SCHL TO CFKEY  OF PCONFIG-P.
           START    PCONFIG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-IGS-90
           END-IF.

       LAD-IGS-20.
           READ     PCONFIG-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      CFID  OF PCONFIG-P NOT = "H067"
            OR      CFKEY OF PCONFIG-P NOT = IGN-SCHL
                    GO TO LAD-IGS-90
           END-IF.

           IF       IGN-ANZ NOT < 100
                    GO TO LAD-IGS-90
           END-IF.

           ADD      1 TO IGN-ANZ.
           MOVE     CFKEY2 OF PCONFIG-P(1:10) TO IGN-DATEI(IGN-ANZ).
           MOVE     CFKEY3 OF PCONFIG-P(1:10) TO IGN-FELD(IGN-ANZ).
           IF       CFIN01 OF PCONFIG-P(1:8) IS NUMERIC
            AND     CFIN01 OF PCONFIG-P(1:4) NOT = ZEROES
            AND     CFIN01 OF PCONFIG-P(5:4) NOT = ZEROES
                    MOVE CFIN01 OF PCONFIG-P(1:4) TO IGN-POS(IGN-ANZ)
                    MOVE CFIN01 OF PCONFIG-P(5:4) TO IGN-LEN(IGN-ANZ)
           END-IF.
           GO TO    LAD-IGS-20.

       LAD-IGS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE DATEI (ODER DEN SPOOL) SATZ FUER SATZ VERGLEICHEN:
      * SOLL = MEMBER O<PGM> DER BASISBIBLIOTHEK,
      * IST  = VGL-IST-LIB/VGL-IST-DATEI/VGL-IST-MBR
      *--------------------------------------------------------------
       VERGLEICHE-DATEI SECTION.
       VGL-DAT-00.

           MOVE     ZEROES TO VGL-SATZNR VGL-ABW.
           MOVE     ZEROES TO VGL-SOLL-EOF VGL-IST-EOF.

      * FELDAUFBAU DER DATEI, BEIM SPOOL NUR DIE LISTENZEILE
           IF       VGL-SPOOL = 1
                    MOVE ZEROES TO FLD-ANZ
                    MOVE 12     TO SATZ-VERSATZ
                    MOVE 144    TO SATZ-LEN
           ELSE
                    MOVE ZEROES TO SATZ-VERSATZ
                    PERFORM LADE-FELDER
           END-IF.

           PERFORM  SET-OVR-VGL.
           IF       TST-FEHLER NOT = SPACES
                    GO TO VGL-DAT-80
           END-IF.

           OPEN     INPUT PREGSOL-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "ERWARTETES ERGEBNIS FEHLT:" TO TST-FEHLER
                    MOVE VGL-DATEI TO TST-FEHLER(28:10)
                    GO TO VGL-DAT-80
           END-IF.
           OPEN     INPUT PREGIST-DP.
           IF       FILE-STATUS NOT = ZEROES
                    CLOSE PREGSOL-DP
                    MOVE "ERGEBNIS DES LAUFS FEHLT:" TO TST-FEHLER
                    MOVE VGL-DATEI TO TST-FEHLER(27:10)
                    GO TO VGL-DAT-80
           END-IF.

       VGL-DAT-20.
           MOVE     SPACES TO SATZ-SOLL SATZ-IST.
           IF       VGL-SOLL-EOF = ZEROES
                    READ PREGSOL-DP NEXT RECORD
                         AT END
                         MOVE 1 TO VGL-SOLL-EOF
                    END-READ
           END-IF.
           IF       VGL-SOLL-EOF = ZEROES
                    MOVE RSSATZ OF PREGSOL-P TO SATZ-SOLL
           END-IF.
           IF       VGL-IST-EOF = ZEROES
                    READ PREGIST-DP NEXT RECORD
                         AT END
                         MOVE 1 TO VGL-IST-EOF
                    END-READ
           END-IF.
           IF       VGL-IST-EOF = ZEROES
                    MOVE RISATZ OF PREGIST-P TO SATZ-IST
           END-IF.

           IF       VGL-SOLL-EOF = 1
            AND     VGL-IST-EOF = 1
                    GO TO VGL-DAT-60
           END-IF.

           ADD      1 TO VGL-SATZNR.
           ADD      1 TO TST-SAETZE.

      * SATZ NUR AUF EINER SEITE VORHANDEN
           IF       VGL-SOLL-EOF = 1
                    MOVE "*ZUVIEL" TO DIFF-NAME
                    MOVE 1         TO DIFF-POS
                    MOVE 40        TO DIFF-LEN
                    PERFORM MELDE-ABWEICHUNG
                    GO TO VGL-DAT-20
           END-IF.
           IF       VGL-IST-EOF = 1
                    MOVE "*FEHLT"  TO DIFF-NAME
                    MOVE 1         TO DIFF-POS
                    MOVE 40        TO DIFF-LEN
                    PERFORM MELDE-ABWEICHUNG
                    GO TO VGL-DAT-20
           END-IF.

      * NICHT ZU VERGLEICHENDE FELDER AUF BEIDEN SEITEN LEEREN
           PERFORM  MASKIERE-SATZ.

           IF       SATZ-SOLL(1:SATZ-LEN) = SATZ-IST(1:SATZ-LEN)
                    GO TO VGL-DAT-20
           END-IF.

           PERFORM  ERMITTLE-FELDABWEICHUNG.
           GO TO    VGL-DAT-20.

       VGL-DAT-60.
           CLOSE    PREGSOL-DP
                    PREGIST-DP.

      * UEBER DIE DRUCKGRENZE HINAUS NUR DIE ANZAHL
           IF       VGL-ABW > MAX-ABW
                    MOVE SPACES TO DRUCK-ZEILE
                    MOVE "WEITERE ABWEICHUNGEN NICHT GEDRUCKT, GESAMT:"
                                   TO DRUCK-ZEILE(3:45)
                    MOVE VGL-ABW   TO DSP-ANZ-7
                    MOVE DSP-ANZ-7 TO DRUCK-ZEILE(49:7)
                    PERFORM DRUCKE-ZEILE
           END-IF.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     VGL-DATEI  TO DRUCK-ZEILE(3:10).
           MOVE     "SAETZE:"  TO DRUCK-ZEILE(15:7).
           MOVE     VGL-SATZNR TO DSP-ANZ-7.
           MOVE     DSP-ANZ-7  TO DRUCK-ZEILE(23:7).
           MOVE     "ABWEICHUNGEN:" TO DRUCK-ZEILE(32:13).
           MOVE     VGL-ABW    TO DSP-ANZ-7.
           MOVE     DSP-ANZ-7  TO DRUCK-ZEILE(46:7).
           PERFORM  DRUCKE-ZEILE.

       VGL-DAT-80.
           PERFORM  DLT-OVR-VGL.

       VGL-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FELDAUFBAU DER DATEI AUS DER TESTBIBLIOTHEK LADEN (DSPFFD
      * UEBER CMP0006 NACH QTEMP/PTMPFFD), SATZLAENGE ERMITTELN
      *--------------------------------------------------------------
       LADE-FELDER SECTION.
       LAD-FLD-00.

           INITIALIZE FLD-TAB.
           MOVE     ZEROES TO FLD-ANZ SATZ-LEN.

           MOVE     X-TLIB    TO FFD-LIB.
           MOVE     VGL-DATEI TO FFD-DATEI.
           CALL     "CMP0006" USING FFD-LIB
                                    FFD-DATEI
           END-CALL.

           INITIALIZE RET-CODE.
           INITIALIZE OVRDBF-REC.
           MOVE     "PTMPFFD"  TO FROMFILE OF OVRDBF-REC.
           MOVE     "QTEMP"    TO TOLIB    OF OVRDBF-REC.
           MOVE     "PTMPFFD"  TO TOFILE   OF OVRDBF-REC.
           CALL     "CLP0011" USING OVRDBF-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    GO TO LAD-FLD-80
           END-IF.

           OPEN     INPUT PTMPFFD-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-FLD-70
           END-IF.

       LAD-FLD-20.
           READ     PTMPFFD-DP NEXT RECORD
                    AT END
                    GO TO LAD-FLD-60
           END-READ.
           IF       WHFLDE OF PTMPFFD-P = SPACES
                    GO TO LAD-FLD-20
           END-IF.
           IF       FLD-ANZ NOT < 300
                    GO TO LAD-FLD-60
           END-IF.

           ADD      1 TO FLD-ANZ.
           MOVE     WHFLDE OF PTMPFFD-P TO FLD-NAME(FLD-ANZ).
           MOVE     WHFOBO OF PTMPFFD-P TO FLD-POS(FLD-ANZ).
           MOVE     WHFLDB OF PTMPFFD-P TO FLD-LEN(FLD-ANZ).
           IF       FLD-POS(FLD-ANZ) + FLD-LEN(FLD-ANZ) - 1 > SATZ-LEN
                    COMPUTE SATZ-LEN = FLD-POS(FLD-ANZ)
                                     + FLD-LEN(FLD-ANZ) - 1
           END-IF.
           GO TO    LAD-FLD-20.

       LAD-FLD-60.
           CLOSE    PTMPFFD-DP.

       LAD-FLD-70.
           INITIALIZE DELOVR-REC.
           MOVE     "PTMPFFD"  TO FROMFILE OF DELOVR-REC.
           CALL     "CLP0012" USING DELOVR-REC
           END-CALL.

       LAD-FLD-80.
      * OHNE FELDAUFBAU WIRD DER GANZE SATZ VERGLICHEN
           IF       SATZ-LEN = ZEROES
            OR      SATZ-LEN > 2000
                    MOVE 2000 TO SATZ-LEN
           END-IF.

       LAD-FLD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NICHT ZU VERGLEICHENDE FELDER UND BEREICHE IN SOLL- UND
      * IST-SATZ LEEREN
      *--------------------------------------------------------------
       MASKIERE-SATZ SECTION.
       MAS-SAT-00.

           MOVE     ZEROES TO IGN-IX.

       MAS-SAT-20.
           ADD      1 TO IGN-IX.
           IF       IGN-IX > IGN-ANZ
                    GO TO MAS-SAT-90
           END-IF.
           IF       IGN-DATEI(IGN-IX) NOT = VGL-DATEI
            AND     IGN-DATEI(IGN-IX) NOT = "*ALL"
                    GO TO MAS-SAT-20
           END-IF.

      * BEREICH NACH STELLE UND LAENGE
           IF       IGN-POS(IGN-IX) NOT = ZEROES
                    COMPUTE MASK-POS = IGN-POS(IGN-IX) + SATZ-VERSATZ
                    MOVE IGN-LEN(IGN-IX) TO MASK-LEN
                    PERFORM LEERE-BEREICH
                    GO TO MAS-SAT-20
           END-IF.

      * FELD NACH NAMEN
           MOVE     ZEROES TO FLD-IX.

       MAS-SAT-40.
           ADD      1 TO FLD-IX.
           IF       FLD-IX > FLD-ANZ
                    GO TO MAS-SAT-20
           END-IF.
           IF       FLD-NAME(FLD-IX) NOT = IGN-FELD(IGN-IX)
                    GO TO MAS-SAT-40
           END-IF.
           MOVE     FLD-POS(FLD-IX) TO MASK-POS.
           MOVE     FLD-LEN(FLD-IX) TO MASK-LEN.
           PERFORM  LEERE-BEREICH.
           GO TO    MAS-SAT-20.

       MAS-SAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BEREICH MASK-POS/MASK-LEN IN BEIDEN SAETZEN LEEREN
      * (AUF DIE VERGLICHENE SATZLAENGE BEGRENZT)
      *--------------------------------------------------------------
       LEERE-BEREICH SECTION.
       LEE-BER-00.

           IF       MASK-POS = ZEROES
            OR      MASK-LEN = ZEROES
            OR      MASK-POS > SATZ-LEN
                    GO TO LEE-BER-90
           END-IF.
           IF       MASK-POS + MASK-LEN - 1 > SATZ-LEN
                    COMPUTE MASK-LEN = SATZ-LEN - MASK-POS + 1
           END-IF.

           MOVE     SPACES TO SATZ-SOLL(MASK-POS:MASK-LEN).
           MOVE     SPACES TO SATZ-IST(MASK-POS:MASK-LEN).

       LEE-BER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABWEICHENDE FELDER DES SATZES MELDEN; OHNE FELDAUFBAU
      * (UND BEIM SPOOL) AB DER ERSTEN ABWEICHENDEN STELLE
      *--------------------------------------------------------------
       ERMITTLE-FELDABWEICHUNG SECTION.
       ERM-FAB-00.

           IF       FLD-ANZ NOT = ZEROES
                    GO TO ERM-FAB-40
           END-IF.

           COMPUTE  DIFF-POS = SATZ-VERSATZ + 1.

       ERM-FAB-20.
           IF       DIFF-POS > SATZ-LEN
                    GO TO ERM-FAB-90
           END-IF.
           IF       SATZ-SOLL(DIFF-POS:1) = SATZ-IST(DIFF-POS:1)
                    ADD 1 TO DIFF-POS
                    GO TO ERM-FAB-20
           END-IF.

           MOVE     SPACES TO DIFF-NAME.
           MOVE     "POS"  TO DIFF-NAME(1:3).
           COMPUTE  DSP-POS-4 = DIFF-POS - SATZ-VERSATZ.
           MOVE     DSP-POS-4 TO DIFF-NAME(5:4).
           MOVE     40        TO DIFF-LEN.
           PERFORM  MELDE-ABWEICHUNG.
           GO TO    ERM-FAB-90.

       ERM-FAB-40.
           MOVE     ZEROES TO FLD-IX.

       ERM-FAB-60.
           ADD      1 TO FLD-IX.
           IF       FLD-IX > FLD-ANZ
                    GO TO ERM-FAB-90
           END-IF.
           MOVE     FLD-POS(FLD-IX) TO DIFF-POS.
           MOVE     FLD-LEN(FLD-IX) TO DIFF-LEN.
           IF       DIFF-POS + DIFF-LEN - 1 > SATZ-LEN
                    GO TO ERM-FAB-60
           END-IF.
           IF       SATZ-SOLL(DIFF-POS:DIFF-LEN)
                    = SATZ-IST(DIFF-POS:DIFF-LEN)
                    GO TO ERM-FAB-60
           END-IF.

           MOVE     FLD-NAME(FLD-IX) TO DIFF-NAME.
           PERFORM  MELDE-ABWEICHUNG.
           GO TO    ERM-FAB-60.

       ERM-FAB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE ABWEICHUNG ZAEHLEN UND (BIS ZUR DRUCKGRENZE) DRUCKEN:
      * DATEI, SATZ, FELD, SOLL- UND ISTWERT (JE BIS 40 STELLEN)
      *--------------------------------------------------------------
       MELDE-ABWEICHUNG SECTION.
       MEL-ABW-00.

           ADD      1 TO VGL-ABW.
           ADD      1 TO TST-ABW.

           IF       VGL-ABW > MAX-ABW
                    GO TO MEL-ABW-90
           END-IF.

           IF       DIFF-LEN > 40
                    MOVE 40 TO DIFF-LEN
           END-IF.
           IF       DIFF-POS + DIFF-LEN - 1 > SATZ-LEN
                    COMPUTE DIFF-LEN = SATZ-LEN - DIFF-POS + 1
           END-IF.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     VGL-DATEI  TO DRUCK-ZEILE(3:10).
           MOVE     VGL-SATZNR TO DSP-ANZ-7.
           MOVE     DSP-ANZ-7  TO DRUCK-ZEILE(14:7).
           MOVE     DIFF-NAME  TO DRUCK-ZEILE(22:10).
           IF       DIFF-NAME NOT = "*ZUVIEL"
                    MOVE SATZ-SOLL(DIFF-POS:DIFF-LEN)
                                   TO DRUCK-ZEILE(33:DIFF-LEN)
           END-IF.
           IF       DIFF-NAME NOT = "*FEHLT"
                    MOVE SATZ-IST(DIFF-POS:DIFF-LEN)
                                   TO DRUCK-ZEILE(75:DIFF-LEN)
           END-IF.
           PERFORM  DRUCKE-ZEILE.

       MEL-ABW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ERGEBNIS DES LAUFS IM TESTFALL VERMERKEN; NACH EINER
      * BASISAUFNAHME GILT DER LETZTE PRUEFLAUF NICHT MEHR
      *--------------------------------------------------------------
       SCHREIBE-ERGEBNIS SECTION.
       SCH-ERG-00.

      * AENDERUNGSDATUM DER SOURCE IN DER PROGRAMMBIBLIOTHEK
           MOVE     SPACES TO TST-SRCD.
           INITIALIZE RET-CODE.
           INITIALIZE RTVMBRD-REC.
           IF       X-PLIB NOT = SPACES
                    MOVE X-PLIB TO OBJLIB OF RTVMBRD-REC
           ELSE
                    MOVE X-TLIB TO OBJLIB OF RTVMBRD-REC
           END-IF.
           MOVE     "QSETSRC" TO FILENAME OF RTVMBRD-REC.
           MOVE     TST-PGM   TO MBRNAME  OF RTVMBRD-REC.
           CALL     "CLP0002" USING RTVMBRD-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE = SPACES
                    MOVE CHGDTA OF RTVMBRD-REC TO TST-SRCD
           END-IF.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PREGTSTF OF PREGTST-P.
           MOVE     TST-PGM TO RTPGM OF PREGTST-P.
           READ     PREGTST-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-ERG-90
           END-IF.

           IF       X-MODUS = "B"
            AND     TST-ERG = "O"
                    MOVE DATE-8   TO RTBDTA OF PREGTST-P
                    MOVE TIME-6   TO RTBTIA OF PREGTST-P
                    MOVE T-USER   TO RTBUSR OF PREGTST-P
                    MOVE X-TLIB   TO RTBLIB OF PREGTST-P
                    MOVE ZEROES   TO RTLDTA OF PREGTST-P
                                     RTLTIA OF PREGTST-P
                                     RTLANZ OF PREGTST-P
                    MOVE SPACES   TO RTLUSR OF PREGTST-P
                                     RTLERG OF PREGTST-P
                                     RTLSRC OF PREGTST-P
                                     RTLLIB OF PREGTST-P
           END-IF.

           IF       X-MODUS = "P"
                    MOVE DATE-8   TO RTLDTA OF PREGTST-P
                    MOVE TIME-6   TO RTLTIA OF PREGTST-P
                    MOVE T-USER   TO RTLUSR OF PREGTST-P
                    MOVE TST-ERG  TO RTLERG OF PREGTST-P
                    MOVE TST-ABW  TO RTLANZ OF PREGTST-P
                    MOVE TST-SRCD TO RTLSRC OF PREGTST-P
                    MOVE X-TLIB   TO RTLLIB OF PREGTST-P
           END-IF.

           MOVE     T-USER   TO RTMSER OF PREGTST-P.
           MOVE     T-TERM   TO RTMBS  OF PREGTST-P.
           MOVE     PGM-WRK  TO RTMPGM OF PREGTST-P.
           MOVE     DATE-8   TO RTMDTA OF PREGTST-P.
           MOVE     TIME-6   TO RTMTIA OF PREGTST-P.
           REWRITE  PREGTST-P.

       SCH-ERG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPF DES PROTOKOLLS
      *--------------------------------------------------------------
       DRUCKE-KOPF SECTION.
       DRU-KPF-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           IF       X-MODUS = "B"
                    MOVE "REGRESSIONSTEST - BASIS AUFNEHMEN"
                         TO DRUCK-ZEILE(1:33)
           ELSE
                    MOVE "REGRESSIONSTEST - PRUEFLAUF"
                         TO DRUCK-ZEILE(1:27)
           END-IF.
           MOVE     DATE-8(7:2) TO DSP-DT-TAG.
           MOVE     DATE-8(5:2) TO DSP-DT-MONAT.
           MOVE     DATE-8(1:4) TO DSP-DT-JAHR.
           MOVE     DSP-DATUM   TO DRUCK-ZEILE(50:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "TESTBIBLIOTHEK:"   TO DRUCK-ZEILE(1:15).
           MOVE     X-TLIB              TO DRUCK-ZEILE(17:10).
           MOVE     "PROGRAMMBIBL.:"    TO DRUCK-ZEILE(30:14).
           MOVE     X-PLIB              TO DRUCK-ZEILE(45:10).
           MOVE     "BASISBIBL.:"       TO DRUCK-ZEILE(58:11).
           MOVE     REG-LIB             TO DRUCK-ZEILE(70:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "=" TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

       DRU-KPF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPF EINES TESTFALLS UND SPALTENUEBERSCHRIFT
      *--------------------------------------------------------------
       DRUCKE-TESTFALL SECTION.
       DRU-TST-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "TESTFALL:"         TO DRUCK-ZEILE(1:9).
           MOVE     TST-PGM             TO DRUCK-ZEILE(11:10).
           MOVE     RTTEXT OF PREGTST-P TO DRUCK-ZEILE(23:50).
           PERFORM  DRUCKE-ZEILE.

           IF       X-MODUS = "P"
                    MOVE SPACES TO DRUCK-ZEILE
                    MOVE "DATEI"   TO DRUCK-ZEILE(3:5)
                    MOVE "SATZ"    TO DRUCK-ZEILE(17:4)
                    MOVE "FELD"    TO DRUCK-ZEILE(22:4)
                    MOVE "ERWARTET" TO DRUCK-ZEILE(33:8)
                    MOVE "ERGEBNIS DES LAUFS" TO DRUCK-ZEILE(75:18)
                    PERFORM DRUCKE-ZEILE
                    MOVE ALL "-" TO DRUCK-ZEILE
                    PERFORM DRUCKE-ZEILE
           END-IF.

       DRU-TST-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ERGEBNIS EINES TESTFALLS DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-ERGEBNIS SECTION.
       DRU-ERG-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "ERGEBNIS:" TO DRUCK-ZEILE(1:9).
           EVALUATE TRUE
                    WHEN TST-ERG = "A"
                         MOVE "ABGEBROCHEN - " TO DRUCK-ZEILE(11:14)
                         MOVE TST-FEHLER       TO DRUCK-ZEILE(25:60)
                    WHEN TST-ERG = "F"
                         MOVE "ABWEICHUNGEN:"  TO DRUCK-ZEILE(11:13)
                         MOVE TST-ABW          TO DSP-ANZ-7
                         MOVE DSP-ANZ-7        TO DRUCK-ZEILE(25:7)
                    WHEN X-MODUS = "B"
                         MOVE "BASIS AUFGENOMMEN" TO DRUCK-ZEILE(11:17)
                    WHEN OTHER
                         MOVE "BESTANDEN, VERGLICHENE SAETZE:"
                                               TO DRUCK-ZEILE(11:30)
                         MOVE TST-SAETZE       TO DSP-ANZ-7
                         MOVE DSP-ANZ-7        TO DRUCK-ZEILE(42:7)
           END-EVALUATE.
           PERFORM  DRUCKE-ZEILE.

       DRU-ERG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUMMEN DES LAUFS
      *--------------------------------------------------------------
       DRUCKE-SUMMEN SECTION.
       DRU-SUM-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "=" TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "TESTFAELLE:"  TO DRUCK-ZEILE(1:11).
           MOVE     ANZ-TESTFAELLE TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5      TO DRUCK-ZEILE(13:5).
           MOVE     "OK:"          TO DRUCK-ZEILE(20:3).
           MOVE     ANZ-BESTANDEN  TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5      TO DRUCK-ZEILE(24:5).
           MOVE     "FEHLER:"      TO DRUCK-ZEILE(31:7).
           MOVE     ANZ-FEHLER     TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5      TO DRUCK-ZEILE(39:5).
           PERFORM  DRUCKE-ZEILE.

       DRU-SUM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE ZEILE IN DEN SPOOL SCHREIBEN
      *--------------------------------------------------------------
       DRUCKE-ZEILE SECTION.
       DRU-ZEI-00.

           MOVE     SPACES      TO RPZEIL OF DRUCK-REC.
           MOVE     DRUCK-ZEILE TO RPZEIL OF DRUCK-REC.
           WRITE    DRUCK-REC FORMAT IS "FMT01".

       DRU-ZEI-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * SETZEN OVRWRT FUER DEN VERGLEICH: PREGSOL AUF DEN MEMBER
      * O<PGM> DER BASISBIBLIOTHEK, PREGIST AUF DAS ERGEBNIS DES
      * LAUFS (JEWEILS OHNE FORMATPRUEFUNG)
      *---------------------------------------------------------------
       SET-OVR-VGL SECTION.
       SET-OVV-00.

           INITIALIZE RET-CODE.
           INITIALIZE OVRDBF-REC.
           MOVE     "PREGSOL"      TO FROMFILE OF OVRDBF-REC.
           MOVE     REG-LIB        TO TOLIB    OF OVRDBF-REC.
           MOVE     VGL-SOLL-DATEI TO TOFILE   OF OVRDBF-REC.
           MOVE     TST-MBR-AUS    TO TOMBR    OF OVRDBF-REC.
           MOVE     "*NO"          TO LVLCHK   OF OVRDBF-REC.
           CALL     "CLP0011" USING OVRDBF-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    MOVE "OVRDBF AUF DAS ERWARTETE ERGEBNIS FEHLGESCHL."
                         TO TST-FEHLER
                    GO TO SET-OVV-90
           END-IF.

           INITIALIZE RET-CODE.
           INITIALIZE OVRDBF-REC.
           MOVE     "PREGIST"      TO FROMFILE OF OVRDBF-REC.
           MOVE     VGL-IST-LIB    TO TOLIB    OF OVRDBF-REC.
           MOVE     VGL-IST-DATEI  TO TOFILE   OF OVRDBF-REC.
           MOVE     VGL-IST-MBR    TO TOMBR    OF OVRDBF-REC.
           MOVE     "*NO"          TO LVLCHK   OF OVRDBF-REC.
           CALL     "CLP0011" USING OVRDBF-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    MOVE "OVRDBF AUF DAS ERGEBNIS DES LAUFS FEHLGESCHL."
                         TO TST-FEHLER
           END-IF.

       SET-OVV-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * ENTFERNEN OVRWRT DES VERGLEICHS
      *---------------------------------------------------------------
       DLT-OVR-VGL SECTION.
       DEL-OVV-00.

           INITIALIZE DELOVR-REC.
           MOVE     "PREGSOL"  TO FROMFILE OF DELOVR-REC.
           CALL     "CLP0012" USING DELOVR-REC
           END-CALL.

           INITIALIZE DELOVR-REC.
           MOVE     "PREGIST"  TO FROMFILE OF DELOVR-REC.
           CALL     "CLP0012" USING DELOVR-REC
           END-CALL.

       DEL-OVV-90.
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

           COPY     GETTIME    OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-PERMISSION: BERECHTIGUNGSPRUEFUNG
      *---------------------------------------------------------------

           COPY     PERMISSION OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-PGM-INIT/COPY-PGM-EXIT: STANDARDROUTINEN START UND ENDE
      *---------------------------------------------------------------

           COPY     PGMWRK     OF APG-QCPYSRC.
      /
