       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0276.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * TESTDATEN AUS DER PRODUKTION ANONYMISIERT AUFBAUEN            *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  KOPIERT DIE IN PCONFIG H063 AUSGEWAEHLTEN    *
      *                  PRODUKTIVDATEIEN (OHNE EINTRAG ALLE          *
      *                  UNTERSTUETZTEN) PER CPYF (CLP0066) IN DIE    *
      *                  TESTBIBLIOTHEK. DIESE MUSS IN H064           *
      *                  FREIGEGEBEN SEIN. DIE KOPIE WIRD UEBER       *
      *                  OVRDBF BEARBEITET: USER UND NAMEN WERDEN     *
      *                  DURCH PSEUDONYME ERSETZT, DIE UEBER ALLE     *
      *                  DATEIEN DES LAUFS GLEICH SIND (GLEICHER      *
      *                  USER = GLEICHES PSEUDONYM), DAMIT            *
      *                  VERKNUEPFUNGEN ERHALTEN BLEIBEN. FREITEXTE   *
      *                  ERHALTEN JE SATZ EINEN NEUEN ERSATZTEXT.     *
      *                  SCHLAEGT OVRDBF ODER DAS OEFFNEN DER KOPIE   *
      *                  FEHL, WIRD DIE UNMASKIERTE KOPIE PER RMVM    *
      *                  (CLP0018) WIEDER ENTFERNT. OPTIONAL          *
      *                  WERDEN BEWEGUNGSDATEN VOR DEM STICHTAG       *
      *                  (X-MONATE ZURUECK) ENTFERNT UND ALLE         *
      *                  FACHLICHEN DATUMSFELDER UM X-TAGE VER-       *
      *                  SCHOBEN. DAS PROTOKOLL (XXF0276) ZEIGT JE    *
      *                  DATEI KOPIERTE, ENTFERNTE UND MASKIERTE      *
      *                  SAETZE.                                      *
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
      * PCONFIG: CFID, CFKEY, CFKEY2, CFKEY3, CFKEY4
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PSTRTIM: STLFDN
      *-------------------------------------------------------------
           SELECT PSTRTIM-DP
                  ASSIGN       TO  DATABASE-PSTRTIM
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PSCHULD: SCLFDN
      *-------------------------------------------------------------
           SELECT PSCHULD-DP
                  ASSIGN       TO  DATABASE-PSCHULD
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDLIEF: KLLIEF
      *-------------------------------------------------------------
           SELECT PKDLIEF-DP
                  ASSIGN       TO  DATABASE-PKDLIEF
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDBST1: KBLFDN
      *-------------------------------------------------------------
           SELECT PKDBST1-DP
                  ASSIGN       TO  DATABASE-PKDBST1
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDBSTP: KPBLFD, KPPOS
      *-------------------------------------------------------------
           SELECT PKDBSTP-DP
                  ASSIGN       TO  DATABASE-PKDBSTP
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PBESUCH: BELFDN
      *-------------------------------------------------------------
           SELECT PBESUCH-DP
                  ASSIGN       TO  DATABASE-PBESUCH
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *- XXF0276: SPOOLAUSGABE DES PROTOKOLLS
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0276
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PCONFIG: CFID, CFKEY, CFKEY2, CFKEY3, CFKEY4
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
      *--- PSTRTIM: STLFDN
       FD  PSTRTIM-DP
           LABEL RECORDS ARE STANDARD.
       01  PSTRTIM-P.
           COPY DDS-ALL-FORMATS OF PSTRTIM.
      /
      *--- PSCHULD: SCLFDN
       FD  PSCHULD-DP
           LABEL RECORDS ARE STANDARD.
       01  PSCHULD-P.
           COPY DDS-ALL-FORMATS OF PSCHULD.
      /
      *--- PKDLIEF: KLLIEF
       FD  PKDLIEF-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDLIEF-P.
           COPY DDS-ALL-FORMATS OF PKDLIEF.
      /
      *--- PKDBST1: KBLFDN
       FD  PKDBST1-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDBST1-P.
           COPY DDS-ALL-FORMATS OF PKDBST1.
      /
      *--- PKDBSTP: KPBLFD, KPPOS
       FD  PKDBSTP-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDBSTP-P.
           COPY DDS-ALL-FORMATS OF PKDBSTP.
      /
      *--- PBESUCH: BELFDN
       FD  PBESUCH-DP
           LABEL RECORDS ARE STANDARD.
       01  PBESUCH-P.
           COPY DDS-ALL-FORMATS OF PBESUCH.
      /
      *- XXF0276: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0276.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME (OVRDBF-REC, DELOVR-REC)
           COPY WRKPGMPARM  OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0276".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".

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

      * UNTERSTUETZTE DATEIEN IN DER REIHENFOLGE DER BEARBEITUNG
      * (PKDBSTP NACH PKDBST1 WEGEN DER POSITIONEN OHNE KOPF,
      * PCONFIG ZULETZT, DAMIT DIE USER-PSEUDONYME FEST STEHEN)
       01  UNT-NAMEN.
        05 FILLER                        PIC X(10) VALUE "PSTRTIM".
        05 FILLER                        PIC X(10) VALUE "PSCHULD".
        05 FILLER                        PIC X(10) VALUE "PKDLIEF".
        05 FILLER                        PIC X(10) VALUE "PKDBST1".
        05 FILLER                        PIC X(10) VALUE "PKDBSTP".
        05 FILLER                        PIC X(10) VALUE "PBESUCH".
        05 FILLER                        PIC X(10) VALUE "PCONFIG".
       01  UNT-NAMEN-RED REDEFINES UNT-NAMEN.
        05 UNT-NAME OCCURS 7             PIC X(10).
       77  UNT-IDX                       PIC 9(2)  COMP.

      * AUSWAHL AUS PCONFIG H063 (LEER = ALLE UNTERSTUETZTEN)
       01  SEL-ANZAHL                    PIC 9(2).
       01  SEL-TAB.
        05 SEL-DATEI OCCURS 30           PIC X(10).
       77  SEL-IDX                       PIC 9(2)  COMP.
       01  SEL-GEFUNDEN                  PIC 9(1).

      * ZEITRAUM UND DATUMSVERSATZ
       01  AB-DATUM                      PIC 9(8).
       01  SATZ-ALT                      PIC 9(1).
       01  MON-ZAEHLER                   PIC 9(7).
       01  MON-REST                      PIC 9(2).
       01  TAG-ZAEHLER                   PIC 9(5).
       01  VER-ALT                       PIC 9(8).
       01  VER-NEU                       PIC 9(8).

      * DATUMSRECHNUNG
       01  STICHTAG                      PIC 9(8).
       01  STICHTAG-RED REDEFINES STICHTAG.
        05 STI-JAHR                      PIC 9(4).
        05 STI-MONAT                     PIC 9(2).
        05 STI-TAG                       PIC 9(2).
       01  MONAT-LAENGE                  PIC 9(2).
       01  SJA-WERT                      PIC 9(9).
       01  SJA-MODREST                   PIC 9(9).

      * PSEUDONYME: ART (U = USER, B = BESUCHER, F = FIRMA,
      * L = LIEFERANT), ORIGINAL UND ERSATZ. FREITEXTE (T = TEXT,
      * Z = ZWECK) SIND KEINE VERKNUEPFUNG UND WERDEN NICHT
      * GEMERKT
       01  MAP-ANZAHL                    PIC 9(5).
       01  MAP-TAB.
        05 MAP-EINTRAG OCCURS 9999.
         10 MAP-ART                      PIC X(1).
         10 MAP-ALT                      PIC X(40).
         10 MAP-NEU                      PIC X(40).
       77  MAP-IDX                       PIC 9(5)  COMP.
       01  MAP-VOLL                      PIC 9(1).

      * LAUFENDE NUMMER JE ART FUER DAS PSEUDONYM
       01  NR-USER                       PIC 9(5).
       01  NR-BESUCHER                   PIC 9(5).
       01  NR-FIRMA                      PIC 9(5).
       01  NR-LIEFERANT                  PIC 9(5).
       01  NR-TEXT                       PIC 9(5).
       01  NR-ZWECK                      PIC 9(5).
       01  NR-WRK                        PIC 9(5).

      * SCHNITTSTELLE MASKIERE-WERT
       01  MSK-ART                       PIC X(1).
       01  MSK-ALT                       PIC X(40).
       01  MSK-NEU                       PIC X(40).
      * 1 = NUR BEKANNTE WERTE ERSETZEN, KEIN NEUES PSEUDONYM
       01  MSK-NUR-SUCHEN                PIC 9(1).
       01  MSK-GEFUNDEN                  PIC 9(1).
      * 1 = MSK-ALT IST SELBST SCHON EIN PSEUDONYM
       01  MSK-IST-PSEUDO                PIC 9(1).

      * PCONFIG: SCHLUESSELWECHSEL BEI USERBEZOGENEN EINTRAEGEN
       01  PCONFIG-NEU.
           COPY DDS-ALL-FORMATS OF PCONFIG.
       01  PCONFIG-POS.
           COPY DDS-ALL-FORMATS OF PCONFIG.

      * ZAEHLER JE DATEI UND SUMMEN
       01  DATEI-WRK                     PIC X(10).
       01  ANZ-GELESEN                   PIC 9(9).
       01  ANZ-ENTFERNT                  PIC 9(9).
       01  ANZ-MASKIERT                  PIC 9(9).
       01  ANZ-REST                      PIC 9(9).
       01  SUM-DATEIEN                   PIC 9(3).
       01  SUM-GELESEN                   PIC 9(9).
       01  SUM-ENTFERNT                  PIC 9(9).
       01  SUM-MASKIERT                  PIC 9(9).
       01  BEMERKUNG                     PIC X(50).
       01  FEHLER-TEXT                   PIC X(70).

      * PKDBST1 IN DIESEM LAUF BEARBEITET (POSITIONEN OHNE KOPF
      * WERDEN DANN AUS PKDBSTP ENTFERNT)
       01  KOPF-BEARBEITET               PIC 9(1).

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DATUM-WRK                     PIC 9(8).
       01  DSP-DATUM                     PIC X(10).
       01  DSP-ANZ-2                     PIC Z9.
       01  DSP-ANZ-5                     PIC Z(4)9.
       01  DSP-ANZ-9                     PIC Z(8)9.
       01  DSP-TAGE                      PIC -(4)9.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * TESTBIBLIOTHEK (MUSS IN PCONFIG H064 FREIGEGEBEN SEIN)
       01  X-ZLIB                        PIC X(10).
      * ZEITRAUM IN MONATEN (0 = ALLE SAETZE)
       01  X-MONATE                      PIC 9(2).
      * DATUMSVERSATZ IN TAGEN (0 = KEIN VERSATZ)
       01  X-TAGE                        PIC S9(4).
      * RUECKMELDUNG AN DEN AUFRUFER (LEER = OK)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-ZLIB
                                X-MONATE
                                X-TAGE
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0276" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.

           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.
           INITIALIZE MAP-TAB.
           MOVE     ZEROES TO MAP-ANZAHL MAP-VOLL
                              NR-USER NR-BESUCHER NR-FIRMA
                              NR-LIEFERANT NR-TEXT NR-ZWECK
                              SUM-DATEIEN SUM-GELESEN
                              SUM-ENTFERNT SUM-MASKIERT
                              KOPF-BEARBEITET VER-ALT VER-NEU.

      * PARAMETER PRUEFEN UND STICHTAG ERMITTELN, ERST DANACH
      * DEN KOPF DRUCKEN (ER ZEIGT DEN STICHTAG)
           PERFORM  PRUEFE-PARAMETER.
           PERFORM  DRUCKE-KOPF.
           IF       FEHLER-TEXT NOT = SPACES
                    MOVE SPACES      TO DRUCK-ZEILE
                    MOVE FEHLER-TEXT TO DRUCK-ZEILE(1:70)
                    PERFORM DRUCKE-ZEILE
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

      * AUSWAHL DER DATEIEN LESEN (NOCH OHNE OVRDBF)
           PERFORM  LESE-DATEILISTE.

           MOVE     1 TO UNT-IDX.

       ANFANG-20.
           IF       UNT-IDX > 7
                    GO TO ANFANG-80
           END-IF.

           PERFORM  VERARBEITE-DATEI.
           ADD      1 TO UNT-IDX.
           GO TO    ANFANG-20.

       ANFANG-80.
           PERFORM  DRUCKE-SUMMEN.

       ENDE.
           CLOSE    DRUCK-DAT.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * TESTBIBLIOTHEK, ZEITRAUM UND VERSATZ PRUEFEN. DIE KOPIE
      * ERSETZT DATEIEN DER ZIELBIBLIOTHEK, DESHALB NUR IN EINE
      * AUSDRUECKLICH FREIGEGEBENE TESTBIBLIOTHEK (H064)
      *--------------------------------------------------------------
       PRUEFE-PARAMETER SECTION.
       PRU-PAR-00.

           MOVE     SPACES TO FEHLER-TEXT.
           MOVE     ZEROES TO AB-DATUM.

           IF       X-ZLIB = SPACES
            OR      X-ZLIB(1:1) = "*"
                    MOVE "KEINE TESTBIBLIOTHEK ANGEGEBEN"
                         TO FEHLER-TEXT
                    GO TO PRU-PAR-90
           END-IF.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "H064"            TO CFID   OF CFG-CPY.
           MOVE     X-ZLIB            TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = 1
                    MOVE "TESTBIBLIOTHEK IST IN H064 NICHT FREIGEGEBEN"
                         TO FEHLER-TEXT
                    GO TO PRU-PAR-90
           END-IF.

           IF       X-TAGE > 3660
            OR      X-TAGE < -3660
                    MOVE "DATUMSVERSATZ UNZULAESSIG (HOECHSTENS 3660)"
                         TO FEHLER-TEXT
                    GO TO PRU-PAR-90
           END-IF.

      * STICHTAG: HEUTE VOR X-MONATE MONATEN (TAG AUF DAS
      * MONATSENDE BEGRENZT)
           IF       X-MONATE > ZEROES
                    MOVE    DATE-8 TO STICHTAG
                    COMPUTE MON-ZAEHLER = STI-JAHR * 12
                                        + STI-MONAT - 1 - X-MONATE
                    DIVIDE  MON-ZAEHLER BY 12 GIVING STI-JAHR
                            REMAINDER MON-REST
                    COMPUTE STI-MONAT = MON-REST + 1
                    PERFORM MONATS-LAENGE-RECHNEN
                    IF      STI-TAG > MONAT-LAENGE
                            MOVE MONAT-LAENGE TO STI-TAG
                    END-IF
                    MOVE    STICHTAG TO AB-DATUM
           END-IF.

       PRU-PAR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AUSGEWAEHLTE DATEIEN AUS PCONFIG H063 LESEN; DATEIEN OHNE
      * MASKIERUNGSREGEL WERDEN IM PROTOKOLL GEMELDET
      *--------------------------------------------------------------
       LESE-DATEILISTE SECTION.
       LES-DAT-00.

           MOVE     ZEROES TO SEL-ANZAHL.
           INITIALIZE SEL-TAB.

           OPEN     INPUT PCONFIG-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-DAT-90
           END-IF.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "H063"              TO CFID   OF PCONFIG-P.
           MOVE     SPACES              TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES              TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES              TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES              TO CFKEY4 OF PCONFIG-P.
           START    PCONFIG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-DAT-80
           END-IF.

       LES-DAT-20.
           READ     PCONFIG-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      CFID OF PCONFIG-P NOT = "H063"
                    GO TO LES-DAT-80
           END-IF.
           IF       CFKEY OF PCONFIG-P = SPACES
                    GO TO LES-DAT-20
           END-IF.

      * IST DIE DATEI UNTERSTUETZT?
           MOVE     ZEROES TO SEL-GEFUNDEN.
           MOVE     1 TO UNT-IDX.

       LES-DAT-30.
           IF       UNT-IDX > 7
                    GO TO LES-DAT-40
           END-IF.
           IF       UNT-NAME(UNT-IDX) = CFKEY OF PCONFIG-P(1:10)
                    MOVE 1 TO SEL-GEFUNDEN
                    GO TO LES-DAT-40
           END-IF.
           ADD      1 TO UNT-IDX.
           GO TO    LES-DAT-30.

       LES-DAT-40.
           IF       SEL-GEFUNDEN = ZEROES
                    MOVE SPACES TO DRUCK-ZEILE
                    MOVE CFKEY OF PCONFIG-P(1:10)
                                       TO DRUCK-ZEILE(1:10)
                    MOVE "KEINE MASKIERUNGSREGEL - NICHT KOPIERT"
                                       TO DRUCK-ZEILE(61:38)
                    PERFORM DRUCKE-ZEILE
                    GO TO LES-DAT-20
           END-IF.

           IF       SEL-ANZAHL < 30
                    ADD  1 TO SEL-ANZAHL
                    MOVE CFKEY OF PCONFIG-P(1:10)
                      TO SEL-DATEI(SEL-ANZAHL)
           END-IF.
           GO TO    LES-DAT-20.

       LES-DAT-80.
           CLOSE    PCONFIG-DP.

       LES-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE DATEI KOPIEREN, MASKIEREN UND PROTOKOLLIEREN
      *--------------------------------------------------------------
       VERARBEITE-DATEI SECTION.
       VER-DAT-00.

           MOVE     UNT-NAME(UNT-IDX) TO DATEI-WRK.

      * NUR AUSGEWAEHLTE DATEIEN (OHNE H063-EINTRAG ALLE)
           IF       SEL-ANZAHL > ZEROES
                    PERFORM PRUEFE-AUSWAHL
                    IF   SEL-GEFUNDEN = ZEROES
                         GO TO VER-DAT-90
                    END-IF
           END-IF.

           MOVE     ZEROES TO ANZ-GELESEN ANZ-ENTFERNT ANZ-MASKIERT.
           MOVE     SPACES TO BEMERKUNG.

           PERFORM  KOPIERE-DATEI.
           IF       RET-CODE NOT = SPACES
                    MOVE "KOPIE FEHLGESCHLAGEN" TO BEMERKUNG
                    MOVE "1" TO X-RETCODE
                    GO TO VER-DAT-80
           END-IF.

      * AB HIER NUR NOCH DIE KOPIE IN DER TESTBIBLIOTHEK - OHNE
      * OVRDBF WIRD NICHTS BEARBEITET
           PERFORM  SET-OVR-MBR.
           IF       RET-CODE NOT = SPACES
                    MOVE "OVRDBF FEHLGESCHLAGEN" TO BEMERKUNG
                    MOVE "1" TO X-RETCODE
                    PERFORM ENTFERNE-KOPIE
                    GO TO VER-DAT-80
           END-IF.

           EVALUATE DATEI-WRK
                    WHEN "PSTRTIM"
                         PERFORM MASKIERE-PSTRTIM
                    WHEN "PSCHULD"
                         PERFORM MASKIERE-PSCHULD
                    WHEN "PKDLIEF"
                         PERFORM MASKIERE-PKDLIEF
                    WHEN "PKDBST1"
                         PERFORM MASKIERE-PKDBST1
                    WHEN "PKDBSTP"
                         PERFORM MASKIERE-PKDBSTP
                    WHEN "PBESUCH"
                         PERFORM MASKIERE-PBESUCH
                    WHEN "PCONFIG"
                         PERFORM MASKIERE-PCONFIG
           END-EVALUATE.

           MOVE     UNT-NAME(UNT-IDX) TO DATEI-WRK.
           PERFORM  DLT-OVR-MBR.

       VER-DAT-80.
           PERFORM  DRUCKE-DATEIZEILE.

           ADD      1            TO SUM-DATEIEN.
           ADD      ANZ-GELESEN  TO SUM-GELESEN.
           ADD      ANZ-ENTFERNT TO SUM-ENTFERNT.
           ADD      ANZ-MASKIERT TO SUM-MASKIERT.

       VER-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STEHT DATEI-WRK IN DER AUSWAHL AUS H063?
      *--------------------------------------------------------------
       PRUEFE-AUSWAHL SECTION.
       PRU-AUS-00.

           MOVE     ZEROES TO SEL-GEFUNDEN.
           MOVE     1 TO SEL-IDX.

       PRU-AUS-20.
           IF       SEL-IDX > SEL-ANZAHL
                    GO TO PRU-AUS-90
           END-IF.
           IF       SEL-DATEI(SEL-IDX) = DATEI-WRK
                    MOVE 1 TO SEL-GEFUNDEN
                    GO TO PRU-AUS-90
           END-IF.
           ADD      1 TO SEL-IDX.
           GO TO    PRU-AUS-20.

       PRU-AUS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PRODUKTIVDATEI (BIBLIOTHEKSLISTE) IN DIE TESTBIBLIOTHEK
      * KOPIEREN, BESTEHENDE DATEN DORT ERSETZEN
      *--------------------------------------------------------------
       KOPIERE-DATEI SECTION.
       KOP-DAT-00.

           INITIALIZE RET-CODE.
           INITIALIZE CPYF-REC.
           MOVE     "*LIBL"           TO FROMLIB  OF CPYF-REC.
           MOVE     DATEI-WRK         TO FROMFILE OF CPYF-REC.
           MOVE     "*FIRST"          TO FROMMBR  OF CPYF-REC.
           MOVE     X-ZLIB            TO TOLIB    OF CPYF-REC.
           MOVE     DATEI-WRK         TO TOFILE   OF CPYF-REC.
           MOVE     "*FIRST"          TO TOMBR    OF CPYF-REC.
           MOVE     "*REPLACE"        TO MBROPT   OF CPYF-REC.
           MOVE     "*YES"            TO CRTFILE  OF CPYF-REC.
           CALL     "CLP0066" USING CPYF-REC
                                    RET-CODE
           END-CALL.

       KOP-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DIE NICHT MASKIERTE KOPIE WIEDER ENTFERNEN (RMVM ALLER
      * MEMBER DER DATEI IN DER TESTBIBLIOTHEK), DAMIT KEINE
      * PRODUKTIVDATEN IN DER TESTUMGEBUNG BLEIBEN. GELINGT AUCH
      * DAS NICHT, WIRD ES IM PROTOKOLL AUSDRUECKLICH GEMELDET
      *--------------------------------------------------------------
       ENTFERNE-KOPIE SECTION.
       ENT-KOP-00.

           INITIALIZE RET-CODE.
           INITIALIZE RMVM-REC.
           MOVE     X-ZLIB            TO LIB      OF RMVM-REC.
           MOVE     DATEI-WRK         TO FILENAME OF RMVM-REC.
           MOVE     "*ALL"            TO MBRNAME  OF RMVM-REC.
           CALL     "CLP0018" USING RMVM-REC
                                    RET-CODE
           END-CALL.

           IF       RET-CODE = SPACES
                    MOVE "KOPIE ENTFERNT" TO BEMERKUNG(31:20)
           ELSE
                    MOVE "KOPIE NICHT ENTFERNT" TO BEMERKUNG(31:20)
           END-IF.

       ENT-KOP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PSTRTIM: USER, KORREKTUR-USER UND TEXT MASKIEREN, SAETZE
      * VOR DEM STICHTAG (STDTS) ENTFERNEN, DATUM VERSCHIEBEN
      *--------------------------------------------------------------
       MASKIERE-PSTRTIM SECTION.
       MSK-STR-00.

           OPEN     I-O PSTRTIM-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "KOPIE NICHT ZU OEFFNEN" TO BEMERKUNG
                    MOVE "1" TO X-RETCODE
                    PERFORM ENTFERNE-KOPIE
                    GO TO MSK-STR-90
           END-IF.

       MSK-STR-20.
           READ     PSTRTIM-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO MSK-STR-80
           END-IF.
           ADD      1 TO ANZ-GELESEN.

           MOVE     STDTS OF PSTRTIM-P TO DATUM-WRK.
           PERFORM  PRUEFE-ZEITRAUM.
           IF       SATZ-ALT = 1
                    DELETE PSTRTIM-DP RECORD
                    ADD    1 TO ANZ-ENTFERNT
                    GO TO  MSK-STR-20
           END-IF.

           MOVE     "U"                 TO MSK-ART.
           MOVE     STUSER  OF PSTRTIM-P TO MSK-ALT.
           PERFORM  MASKIERE-WERT.
           MOVE     MSK-NEU             TO STUSER  OF PSTRTIM-P.
           MOVE     STKORU  OF PSTRTIM-P TO MSK-ALT.
           PERFORM  MASKIERE-WERT.
           MOVE     MSK-NEU             TO STKORU  OF PSTRTIM-P.
           MOVE     STKODEL OF PSTRTIM-P TO MSK-ALT.
           PERFORM  MASKIERE-WERT.
           MOVE     MSK-NEU             TO STKODEL OF PSTRTIM-P.
           MOVE     STAUSR  OF PSTRTIM-P TO MSK-ALT.
           PERFORM  MASKIERE-WERT.
           MOVE     MSK-NEU             TO STAUSR  OF PSTRTIM-P.

           MOVE     "T"                 TO MSK-ART.
           MOVE     STTEXT  OF PSTRTIM-P TO MSK-ALT.
           PERFORM  MASKIERE-WERT.
           MOVE     MSK-NEU             TO STTEXT  OF PSTRTIM-P.

           MOVE     STDTS  OF PSTRTIM-P TO DATUM-WRK.
           PERFORM  VERSCHIEBE-DATUM.
           MOVE     DATUM-WRK           TO STDTS  OF PSTRTIM-P.
           MOVE     STDTE  OF PSTRTIM-P TO DATUM-WRK.
           PERFORM  VERSCHIEBE-DATUM.
           MOVE     DATUM-WRK           TO STDTE  OF PSTRTIM-P.
           MOVE     STODTE OF PSTRTIM-P TO DATUM-WRK.
           PERFORM  VERSCHIEBE-DATUM.
           MOVE     DATUM-WRK           TO STODTE OF PSTRTIM-P.
           MOVE     STKODT OF PSTRTIM-P TO DATUM-WRK.
           PERFORM  VERSCHIEBE-DATUM.
           MOVE     DATUM-WRK           TO STKODT OF PSTRTIM-P.

           REWRITE  PSTRTIM-P.
           ADD      1 TO ANZ-MASKIERT.
           GO TO    MSK-STR-20.

       MSK-STR-80.
           CLOSE    PSTRTIM-DP.

       MSK-STR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PSCHULD: SCHULDNER, GLAEUBIGER UND VERWENDUNGSZWECK
      * MASKIEREN (*GUTHABEN, *BANK BLEIBEN), SAETZE VOR DEM
      * STICHTAG (SCBZDT) ENTFERNEN, DATUM VERSCHIEBEN
      *--------------------------------------------------------------
       MASKIERE-PSCHULD SECTION.
       MSK-SCH-00.

           OPEN     I-O PSCHULD-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "KOPIE NICHT ZU OEFFNEN" TO BEMERKUNG
                    MOVE "1" TO X-RETCODE
                    PERFORM ENTFERNE-KOPIE
                    GO TO MSK-SCH-90
           END-IF.

       MSK-SCH-20.
           READ     PSCHULD-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO MSK-SCH-80
           END-IF.
           ADD      1 TO ANZ-GELESEN.

           MOVE     SCBZDT OF PSCHULD-P TO DATUM-WRK.
           PERFORM  PRUEFE-ZEITRAUM.
           IF       SATZ-ALT = 1
                    DELETE PSCHULD-DP RECORD
                    ADD    1 TO ANZ-ENTFERNT
                    GO TO  MSK-SCH-20
           END-IF.

           MOVE     "U"                 TO MSK-ART.
           MOVE     SCUSER OF PSCHULD-P TO MSK-ALT.
           PERFORM  MASKIERE-WERT.
           MOVE     MSK-NEU             TO SCUSER OF PSCHULD-P.
           MOVE     SCKUSR OF PSCHULD-P TO MSK-ALT.
           PERFORM  MASKIERE-WERT.
           MOVE     MSK-NEU             TO SCKUSR OF PSCHULD-P.
           MOVE     STAUSR OF PSCHULD-P TO MSK-ALT.
           PERFORM  MASKIERE-WERT.
           MOVE     MSK-NEU             TO STAUSR OF PSCHULD-P.

           MOVE     "Z"                 TO MSK-ART.
           MOVE     SCZWCK OF PSCHULD-P TO MSK-ALT.
           PERFORM  MASKIERE-WERT.
           MOVE     MSK-NEU             TO SCZWCK OF PSCHULD-P.

           MOVE     SCBZDT OF PSCHULD-P TO DATUM-WRK.
           PERFORM  VERSCHIEBE-DATUM.
           MOVE     DATUM-WRK           TO SCBZDT OF PSCHULD-P.
           MOVE     SCBZDA OF PSCHULD-P TO DATUM-WRK.
           PERFORM  VERSCHIEBE-DATUM.
           MOVE     DATUM-WRK           TO SCBZDA OF PSCHULD-P.

           REWRITE  PSCHULD-P.
           ADD      1 TO ANZ-MASKIERT.
           GO TO    MSK-SCH-20.

       MSK-SCH-80.
           CLOSE    PSCHULD-DP.

       MSK-SCH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PKDLIEF: LIEFERANTENNAME UND USER MASKIEREN. STAMMDATEN
      * WERDEN IMMER VOLLSTAENDIG UEBERNOMMEN
      *--------------------------------------------------------------
       MASKIERE-PKDLIEF SECTION.
       MSK-LIE-00.

           OPEN     I-O PKDLIEF-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "KOPIE NICHT ZU OEFFNEN" TO BEMERKUNG
                    MOVE "1" TO X-RETCODE
                    PERFORM ENTFERNE-KOPIE
                    GO TO MSK-LIE-90
           END-IF.

       MSK-LIE-20.
           READ     PKDLIEF-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO MSK-LIE-80
           END-IF.
           ADD      1 TO ANZ-GELESEN.

           MOVE     "L"                 TO MSK-ART.
           MOVE     KLNAME OF PKDLIEF-P TO MSK-ALT.
           PERFORM  MASKIERE-WERT.
           MOVE     MSK-NEU             TO KLNAME OF PKDLIEF-P.

           MOVE     "U"                 TO MSK-ART.
           MOVE     KLAUSR OF PKDLIEF-P TO MSK-ALT.
           PERFORM  MASKIERE-WERT.
           MOVE     MSK-NEU             TO KLAUSR OF PKDLIEF-P.
           MOVE     KLMSER OF PKDLIEF-P TO MSK-ALT.
           PERFORM  MASKIERE-WERT.
           MOVE     MSK-NEU             TO KLMSER OF PKDLIEF-P.

           REWRITE  PKDLIEF-P.
           ADD      1 TO ANZ-MASKIERT.
           GO TO    MSK-LIE-20.

       MSK-LIE-80.
           CLOSE    PKDLIEF-DP.

       MSK-LIE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PKDBST1: BESTELLER, FREIGEBER, DRUCKER UND USER MASKIEREN,
      * BESTELLUNGEN VOR DEM STICHTAG (KBDTB) ENTFERNEN, DATUM
      * VERSCHIEBEN. DER LIEFERANT BLEIBT ALS NUMMER ERHALTEN
      *--------------------------------------------------------------
       MASKIERE-PKDBST1 SECTION.
       MSK-BST-00.

           OPEN     I-O PKDBST1-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "KOPIE NICHT ZU OEFFNEN" TO BEMERKUNG
                    MOVE "1" TO X-RETCODE
                    PERFORM ENTFERNE-KOPIE
                    GO TO MSK-BST-90
           END-IF.
           MOVE     1 TO KOPF-BEARBEITET.

       MSK-BST-20.
           READ     PKDBST1-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO MSK-BST-80
           END-IF.
           ADD      1 TO ANZ-GELESEN.

           MOVE     KBDTB OF PKDBST1-P TO DATUM-WRK.
           PERFORM  PRUEFE-ZEITRAUM.
           IF       SATZ-ALT = 1
                    DELETE PKDBST1-DP RECORD
                    ADD    1 TO ANZ-ENTFERNT
                    GO TO  MSK-BST-20
           END-IF.

           MOVE     "U"                 TO MSK-ART.
           MOVE     KBBUSR OF PKDBST1-P TO MSK-ALT.
           PERFORM  MASKIERE-WERT.
           MOVE     MSK-NEU             TO KBBUSR OF PKDBST1-P.
           MOVE     KBFUSR OF PKDBST1-P TO MSK-ALT.
           PERFORM  MASKIERE-WERT.
           MOVE     MSK-NEU             TO KBFUSR OF PKDBST1-P.
           MOVE     KBDRUS OF PKDBST1-P TO MSK-ALT.
           PERFORM  MASKIERE-WERT.
           MOVE     MSK-NEU             TO KBDRUS OF PKDBST1-P.
           MOVE     KBAUSR OF PKDBST1-P TO MSK-ALT.
           PERFORM  MASKIERE-WERT.
           MOVE     MSK-NEU             TO KBAUSR OF PKDBST1-P.
           MOVE     KBMSER OF PKDBST1-P TO MSK-ALT.
           PERFORM  MASKIERE-WERT.
           MOVE     MSK-NEU             TO KBMSER OF PKDBST1-P.

           MOVE     KBDTB  OF PKDBST1-P TO DATUM-WRK.
           PERFORM  VERSCHIEBE-DATUM.
           MOVE     DATUM-WRK           TO KBDTB  OF PKDBST1-P.
           MOVE     KBFDTA OF PKDBST1-P TO DATUM-WRK.
           PERFORM  VERSCHIEBE-DATUM.
           MOVE     DATUM-WRK           TO KBFDTA OF PKDBST1-P.
           MOVE     KBDRDT OF PKDBST1-P TO DATUM-WRK.
           PERFORM  VERSCHIEBE-DATUM.
           MOVE     DATUM-WRK           TO KBDRDT OF PKDBST1-P.

           REWRITE  PKDBST1-P.
           ADD      1 TO ANZ-MASKIERT.
           GO TO    MSK-BST-20.

       MSK-BST-80.
           CLOSE    PKDBST1-DP.

       MSK-BST-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PKDBSTP: USER MASKIEREN, WUNSCHDATUM VERSCHIEBEN. WURDE
      * PKDBST1 IN DIESEM LAUF AUF DEN ZEITRAUM BESCHRAENKT,
      * WERDEN POSITIONEN OHNE KOPF IN DER KOPIE ENTFERNT
      *--------------------------------------------------------------
       MASKIERE-PKDBSTP SECTION.
       MSK-BSP-00.

           OPEN     I-O PKDBSTP-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "KOPIE NICHT ZU OEFFNEN" TO BEMERKUNG
                    MOVE "1" TO X-RETCODE
                    PERFORM ENTFERNE-KOPIE
                    GO TO MSK-BSP-90
           END-IF.

      * KOPF DER TESTBIBLIOTHEK ZUR PRUEFUNG DAZU OEFFNEN
           IF       KOPF-BEARBEITET = 1
            AND     AB-DATUM > ZEROES
                    MOVE    "PKDBST1" TO DATEI-WRK
                    PERFORM SET-OVR-MBR
                    IF      RET-CODE = SPACES
                            OPEN INPUT PKDBST1-DP
                            IF   FILE-STATUS NOT = ZEROES
                                 PERFORM DLT-OVR-MBR
                                 MOVE ZEROES TO KOPF-BEARBEITET
                            END-IF
                    ELSE
                            MOVE ZEROES TO KOPF-BEARBEITET
                    END-IF
                    MOVE    "PKDBSTP" TO DATEI-WRK
           ELSE
                    MOVE    ZEROES TO KOPF-BEARBEITET
           END-IF.

       MSK-BSP-20.
           READ     PKDBSTP-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO MSK-BSP-80
           END-IF.
           ADD      1 TO ANZ-GELESEN.

           IF       KOPF-BEARBEITET = 1
                    INITIALIZE PKDBST1F OF PKDBST1-P
                    MOVE KPBLFD OF PKDBSTP-P TO KBLFDN OF PKDBST1-P
                    READ PKDBST1-DP WITH NO LOCK
                    IF   FILE-STATUS NOT = ZEROES
                         DELETE PKDBSTP-DP RECORD
                         ADD    1 TO ANZ-ENTFERNT
                         GO TO  MSK-BSP-20
                    END-IF
           END-IF.

           MOVE     "U"                 TO MSK-ART.
           MOVE     KPAUSR OF PKDBSTP-P TO MSK-ALT.
           PERFORM  MASKIERE-WERT.
           MOVE     MSK-NEU             TO KPAUSR OF PKDBSTP-P.
           MOVE     KPMSER OF PKDBSTP-P TO MSK-ALT.
           PERFORM  MASKIERE-WERT.
           MOVE     MSK-NEU             TO KPMSER OF PKDBSTP-P.

           MOVE     KPWDAT OF PKDBSTP-P TO DATUM-WRK.
           PERFORM  VERSCHIEBE-DATUM.
           MOVE     DATUM-WRK           TO KPWDAT OF PKDBSTP-P.

           REWRITE  PKDBSTP-P.
           ADD      1 TO ANZ-MASKIERT.
           GO TO    MSK-BSP-20.

       MSK-BSP-80.
           CLOSE    PKDBSTP-DP.
           IF       KOPF-BEARBEITET = 1
                    CLOSE   PKDBST1-DP
                    MOVE    "PKDBST1" TO DATEI-WRK
                    PERFORM DLT-OVR-MBR
                    MOVE    "PKDBSTP" TO DATEI-WRK
           END-IF.

       MSK-BSP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PBESUCH: BESUCHERNAME, FIRMA, GASTGEBER UND USER
      * MASKIEREN, BESUCHE VOR DEM STICHTAG (BEDATU) ENTFERNEN,
      * DATUM VERSCHIEBEN
      *--------------------------------------------------------------
       MASKIERE-PBESUCH SECTION.
       MSK-BES-00.

           OPEN     I-O PBESUCH-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "KOPIE NICHT ZU OEFFNEN" TO BEMERKUNG
                    MOVE "1" TO X-RETCODE
                    PERFORM ENTFERNE-KOPIE
                    GO TO MSK-BES-90
           END-IF.

       MSK-BES-20.
           READ     PBESUCH-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO MSK-BES-80
           END-IF.
           ADD      1 TO ANZ-GELESEN.

           MOVE     BEDATU OF PBESUCH-P TO DATUM-WRK.
           PERFORM  PRUEFE-ZEITRAUM.
           IF       SATZ-ALT = 1
                    DELETE PBESUCH-DP RECORD
                    ADD    1 TO ANZ-ENTFERNT
                    GO TO  MSK-BES-20
           END-IF.

           MOVE     "B"                 TO MSK-ART.
           MOVE     BENAME OF PBESUCH-P TO MSK-ALT.
           PERFORM  MASKIERE-WERT.
           MOVE     MSK-NEU             TO BENAME OF PBESUCH-P.

           MOVE     "F"                 TO MSK-ART.
           MOVE     BEFIRM OF PBESUCH-P TO MSK-ALT.
           PERFORM  MASKIERE-WERT.
           MOVE     MSK-NEU             TO BEFIRM OF PBESUCH-P.

           MOVE     "U"                 TO MSK-ART.
           MOVE     BEHOST OF PBESUCH-P TO MSK-ALT.
           PERFORM  MASKIERE-WERT.
           MOVE     MSK-NEU             TO BEHOST OF PBESUCH-P.
           MOVE     BEAUSR OF PBESUCH-P TO MSK-ALT.
           PERFORM  MASKIERE-WERT.
           MOVE     MSK-NEU             TO BEAUSR OF PBESUCH-P.
           MOVE     BEMSER OF PBESUCH-P TO MSK-ALT.
           PERFORM  MASKIERE-WERT.
           MOVE     MSK-NEU             TO BEMSER OF PBESUCH-P.

           MOVE     BEDATU OF PBESUCH-P TO DATUM-WRK.
           PERFORM  VERSCHIEBE-DATUM.
           MOVE     DATUM-WRK           TO BEDATU OF PBESUCH-P.

           REWRITE  PBESUCH-P.
           ADD      1 TO ANZ-MASKIERT.
           GO TO    MSK-BES-20.

       MSK-BES-80.
           CLOSE    PBESUCH-DP.

       MSK-BES-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PCONFIG: H050 ERHAELT DAS USER-PSEUDONYM ALS SCHLUESSEL
      * UND STATT VOR- UND NACHNAME (CFIN21/CFIN22) "TEST" UND
      * DAS PSEUDONYM. ANDERE EINTRAEGE, DEREN CFKEY EIN SCHON
      * MASKIERTER USER IST, WERDEN AUF DAS PSEUDONYM UMGESCHLUESSELT
      *--------------------------------------------------------------
       MASKIERE-PCONFIG SECTION.
       MSK-CFG-00.

           OPEN     I-O PCONFIG-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "KOPIE NICHT ZU OEFFNEN" TO BEMERKUNG
                    MOVE "1" TO X-RETCODE
                    PERFORM ENTFERNE-KOPIE
                    GO TO MSK-CFG-90
           END-IF.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           START    PCONFIG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO MSK-CFG-80
           END-IF.

       MSK-CFG-20.
           READ     PCONFIG-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO MSK-CFG-80
           END-IF.
           ADD      1 TO ANZ-GELESEN.

           IF       CFKEY OF PCONFIG-P = SPACES
                    GO TO MSK-CFG-20
           END-IF.

           MOVE     "U"                     TO MSK-ART.
           MOVE     CFKEY OF PCONFIG-P(1:10) TO MSK-ALT.
           IF       CFID OF PCONFIG-P = "H050"
                    MOVE ZEROES TO MSK-NUR-SUCHEN
           ELSE
                    MOVE 1      TO MSK-NUR-SUCHEN
           END-IF.
           PERFORM  MASKIERE-WERT.
           MOVE     ZEROES TO MSK-NUR-SUCHEN.

      * EIN SCHON UMGESCHLUESSELTER SATZ WIRD NICHT DOPPELT GEZAEHLT
           IF       MSK-IST-PSEUDO = 1
                    SUBTRACT 1 FROM ANZ-GELESEN
           END-IF.
           IF       MSK-NEU(1:10) = CFKEY OF PCONFIG-P(1:10)
                    GO TO MSK-CFG-20
           END-IF.

      * NEUEN SATZ UNTER DEM PSEUDONYM SCHREIBEN, ALTEN LOESCHEN
           MOVE     PCONFIG-P TO PCONFIG-POS.
           MOVE     PCONFIG-P TO PCONFIG-NEU.
           MOVE     MSK-NEU(1:10) TO CFKEY OF PCONFIG-NEU.
           IF       CFID OF PCONFIG-P = "H050"
                    MOVE "TEST"        TO CFIN21 OF PCONFIG-NEU
                    MOVE MSK-NEU(1:10) TO CFIN22 OF PCONFIG-NEU
           END-IF.

           DELETE   PCONFIG-DP RECORD.
           MOVE     PCONFIG-NEU TO PCONFIG-P.
           WRITE    PCONFIG-P.
           IF       FILE-STATUS = ZEROES
                    ADD 1 TO ANZ-MASKIERT
           END-IF.

      * HINTER DEM ALTEN SCHLUESSEL WEITERLESEN
           MOVE     PCONFIG-POS TO PCONFIG-P.
           START    PCONFIG-DP KEY > EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO MSK-CFG-80
           END-IF.
           GO TO    MSK-CFG-20.

       MSK-CFG-80.
           CLOSE    PCONFIG-DP.

       MSK-CFG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LIEGT DATUM-WRK VOR DEM STICHTAG? SAETZE OHNE DATUM
      * BLEIBEN IMMER ERHALTEN
      *--------------------------------------------------------------
       PRUEFE-ZEITRAUM SECTION.
       PRU-ZEI-00.

           MOVE     ZEROES TO SATZ-ALT.

           IF       AB-DATUM > ZEROES
            AND     DATUM-WRK > ZEROES
            AND     DATUM-WRK < AB-DATUM
                    MOVE 1 TO SATZ-ALT
           END-IF.

       PRU-ZEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * WERT MSK-ALT DER ART MSK-ART DURCH SEIN PSEUDONYM MSK-NEU
      * ERSETZEN. GLEICHER WERT ERGIBT IM GANZEN LAUF DAS GLEICHE
      * PSEUDONYM. LEERE WERTE, SONDERWERTE (*...) UND SCHON
      * VERGEBENE PSEUDONYME BLEIBEN UNVERAENDERT. FREITEXTE
      * (T, Z) ERHALTEN OHNE TABELLENEINTRAG IMMER EINEN NEUEN
      * ERSATZTEXT - DAS ORIGINAL WIRD NICHT GEMERKT
      *--------------------------------------------------------------
       MASKIERE-WERT SECTION.
       MSK-WRT-00.

           MOVE     MSK-ALT TO MSK-NEU.
           MOVE     ZEROES  TO MSK-GEFUNDEN MSK-IST-PSEUDO.

           IF       MSK-ALT = SPACES
            OR      MSK-ALT(1:1) = "*"
                    GO TO MSK-WRT-90
           END-IF.
           IF       MSK-ART = "T"
            OR      MSK-ART = "Z"
                    GO TO MSK-WRT-50
           END-IF.

           MOVE     1 TO MAP-IDX.

       MSK-WRT-20.
           IF       MAP-IDX > MAP-ANZAHL
                    GO TO MSK-WRT-40
           END-IF.
           IF       MAP-ART(MAP-IDX) = MSK-ART
                    IF   MAP-ALT(MAP-IDX) = MSK-ALT
                         MOVE MAP-NEU(MAP-IDX) TO MSK-NEU
                         MOVE 1 TO MSK-GEFUNDEN
                         GO TO MSK-WRT-90
                    END-IF
                    IF   MAP-NEU(MAP-IDX) = MSK-ALT
                         MOVE 1 TO MSK-GEFUNDEN MSK-IST-PSEUDO
                         GO TO MSK-WRT-90
                    END-IF
           END-IF.
           ADD      1 TO MAP-IDX.
           GO TO    MSK-WRT-20.

       MSK-WRT-40.
           IF       MSK-NUR-SUCHEN = 1
                    GO TO MSK-WRT-90
           END-IF.

       MSK-WRT-50.
      * NEUES PSEUDONYM VERGEBEN
           EVALUATE MSK-ART
                    WHEN "U"
                         ADD  1 TO NR-USER
                         MOVE NR-USER      TO NR-WRK
                    WHEN "B"
                         ADD  1 TO NR-BESUCHER
                         MOVE NR-BESUCHER  TO NR-WRK
                    WHEN "F"
                         ADD  1 TO NR-FIRMA
                         MOVE NR-FIRMA     TO NR-WRK
                    WHEN "L"
                         ADD  1 TO NR-LIEFERANT
                         MOVE NR-LIEFERANT TO NR-WRK
                    WHEN "T"
                         ADD  1 TO NR-TEXT
                         MOVE NR-TEXT      TO NR-WRK
                    WHEN OTHER
                         ADD  1 TO NR-ZWECK
                         MOVE NR-ZWECK     TO NR-WRK
           END-EVALUATE.

           MOVE     SPACES TO MSK-NEU.
           EVALUATE MSK-ART
                    WHEN "U"
                         STRING "TU" NR-WRK DELIMITED BY SIZE
                                INTO MSK-NEU
                    WHEN "B"
                         STRING "BESUCHER " NR-WRK DELIMITED BY SIZE
                                INTO MSK-NEU
                    WHEN "F"
                         STRING "FIRMA " NR-WRK DELIMITED BY SIZE
                                INTO MSK-NEU
                    WHEN "L"
                         STRING "LIEFERANT " NR-WRK DELIMITED BY SIZE
                                INTO MSK-NEU
                    WHEN "T"
                         STRING "TESTTEXT " NR-WRK DELIMITED BY SIZE
                                INTO MSK-NEU
                    WHEN OTHER
                         STRING "ZWECK " NR-WRK DELIMITED BY SIZE
                                INTO MSK-NEU
           END-EVALUATE.
           MOVE     1 TO MSK-GEFUNDEN.

      * FREITEXTE NICHT IN DIE TABELLE
           IF       MSK-ART = "T"
            OR      MSK-ART = "Z"
                    GO TO MSK-WRT-90
           END-IF.

      * TABELLE VOLL: PSEUDONYM GILT NUR FUER DIESEN SATZ
           IF       MAP-ANZAHL NOT < 9999
                    MOVE 1 TO MAP-VOLL
                    GO TO MSK-WRT-90
           END-IF.

           ADD      1 TO MAP-ANZAHL.
           MOVE     MSK-ART TO MAP-ART(MAP-ANZAHL).
           MOVE     MSK-ALT TO MAP-ALT(MAP-ANZAHL).
           MOVE     MSK-NEU TO MAP-NEU(MAP-ANZAHL).

       MSK-WRT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DATUM-WRK UM X-TAGE TAGE VERSCHIEBEN (LEERES ODER
      * UNGUELTIGES DATUM BLEIBT). DAS LETZTE ERGEBNIS WIRD
      * GEMERKT, DA AUFEINANDERFOLGENDE SAETZE MEIST DASSELBE
      * DATUM TRAGEN
      *--------------------------------------------------------------
       VERSCHIEBE-DATUM SECTION.
       VER-SCH-00.

           IF       X-TAGE = ZEROES
            OR      DATUM-WRK = ZEROES
                    GO TO VER-SCH-90
           END-IF.

           IF       DATUM-WRK = VER-ALT
                    MOVE VER-NEU TO DATUM-WRK
                    GO TO VER-SCH-90
           END-IF.

           MOVE     DATUM-WRK TO STICHTAG.
           IF       STI-MONAT < 1
            OR      STI-MONAT > 12
            OR      STI-TAG   < 1
                    GO TO VER-SCH-90
           END-IF.
           PERFORM  MONATS-LAENGE-RECHNEN.
           IF       STI-TAG > MONAT-LAENGE
                    GO TO VER-SCH-90
           END-IF.

           IF       X-TAGE > ZEROES
                    MOVE    X-TAGE TO TAG-ZAEHLER
                    PERFORM ADD-TAGE
           ELSE
                    COMPUTE TAG-ZAEHLER = ZEROES - X-TAGE
                    PERFORM SUB-TAGE
           END-IF.

           MOVE     DATUM-WRK TO VER-ALT.
           MOVE     STICHTAG  TO VER-NEU.
           MOVE     STICHTAG  TO DATUM-WRK.

       VER-SCH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STICHTAG UM TAG-ZAEHLER TAGE ZURUECKRECHNEN
      *--------------------------------------------------------------
       SUB-TAGE SECTION.
       SUB-TAG-00.

           IF       TAG-ZAEHLER > ZEROES
                    PERFORM SUB-EIN-TAG
                    SUBTRACT 1 FROM TAG-ZAEHLER
                    GO TO SUB-TAG-00
           END-IF.

       SUB-TAG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STICHTAG UM TAG-ZAEHLER TAGE VORRECHNEN
      *--------------------------------------------------------------
       ADD-TAGE SECTION.
       ADD-TAG-00.

           IF       TAG-ZAEHLER > ZEROES
                    PERFORM ADD-EIN-TAG
                    SUBTRACT 1 FROM TAG-ZAEHLER
                    GO TO ADD-TAG-00
           END-IF.

       ADD-TAG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STICHTAG UM EINEN TAG ZURUECKRECHNEN
      *--------------------------------------------------------------
       SUB-EIN-TAG SECTION.
       SUB-EIN-00.

           IF       STI-TAG > 1
                    SUBTRACT 1 FROM STI-TAG
                    GO TO SUB-EIN-90
           END-IF.

      * MONATSWECHSEL
           IF       STI-MONAT > 1
                    SUBTRACT 1 FROM STI-MONAT
           ELSE
                    MOVE     12 TO STI-MONAT
                    SUBTRACT 1  FROM STI-JAHR
           END-IF.
           PERFORM  MONATS-LAENGE-RECHNEN.
           MOVE     MONAT-LAENGE TO STI-TAG.

       SUB-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STICHTAG UM EINEN TAG VORRECHNEN
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
      * PROTOKOLLKOPF: LAUF, TESTBIBLIOTHEK, ZEITRAUM, VERSATZ
      *--------------------------------------------------------------
       DRUCKE-KOPF SECTION.
       DRU-KOP-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "TESTDATEN AUS PRODUKTION AUFBAUEN"
                                   TO DRUCK-ZEILE(1:33).
           MOVE     DATE-8         TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     "LAUF VOM"     TO DRUCK-ZEILE(41:8).
           MOVE     DSP-DATUM      TO DRUCK-ZEILE(50:10).
           MOVE     T-USER         TO DRUCK-ZEILE(62:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "TESTBIBLIOTHEK"   TO DRUCK-ZEILE(1:14).
           MOVE     X-ZLIB             TO DRUCK-ZEILE(20:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "ZEITRAUM"         TO DRUCK-ZEILE(1:8).
           IF       AB-DATUM = ZEROES
                    MOVE "ALLE SAETZE"  TO DRUCK-ZEILE(20:11)
           ELSE
                    MOVE AB-DATUM       TO DATUM-WRK
                    PERFORM FORMATIERE-DATUM
                    MOVE "AB"           TO DRUCK-ZEILE(20:2)
                    MOVE DSP-DATUM      TO DRUCK-ZEILE(23:10)
                    MOVE X-MONATE       TO DSP-ANZ-2
                    MOVE "("            TO DRUCK-ZEILE(35:1)
                    MOVE DSP-ANZ-2      TO DRUCK-ZEILE(36:2)
                    MOVE "MONATE)"      TO DRUCK-ZEILE(39:7)
           END-IF.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "DATUMSVERSATZ"    TO DRUCK-ZEILE(1:13).
           IF       X-TAGE = ZEROES
                    MOVE "KEINER"       TO DRUCK-ZEILE(20:6)
           ELSE
                    MOVE X-TAGE         TO DSP-TAGE
                    MOVE DSP-TAGE       TO DRUCK-ZEILE(20:5)
                    MOVE "TAGE"         TO DRUCK-ZEILE(26:4)
           END-IF.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "DATEI"            TO DRUCK-ZEILE(1:5).
           MOVE     "KOPIERT"          TO DRUCK-ZEILE(15:7).
           MOVE     "ENTFERNT"         TO DRUCK-ZEILE(26:8).
           MOVE     "VERBLIEBEN"       TO DRUCK-ZEILE(36:10).
           MOVE     "MASKIERT"         TO DRUCK-ZEILE(50:8).
           MOVE     "BEMERKUNG"        TO DRUCK-ZEILE(61:9).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "-" TO DRUCK-ZEILE(1:110).
           PERFORM  DRUCKE-ZEILE.

       DRU-KOP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PROTOKOLLZEILE EINER DATEI
      *--------------------------------------------------------------
       DRUCKE-DATEIZEILE SECTION.
       DRU-DAT-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     UNT-NAME(UNT-IDX) TO DRUCK-ZEILE(1:10).
           MOVE     ANZ-GELESEN       TO DSP-ANZ-9.
           MOVE     DSP-ANZ-9         TO DRUCK-ZEILE(12:9).
           MOVE     ANZ-ENTFERNT      TO DSP-ANZ-9.
           MOVE     DSP-ANZ-9         TO DRUCK-ZEILE(24:9).
           COMPUTE  ANZ-REST = ANZ-GELESEN - ANZ-ENTFERNT.
           MOVE     ANZ-REST          TO DSP-ANZ-9.
           MOVE     DSP-ANZ-9         TO DRUCK-ZEILE(36:9).
           MOVE     ANZ-MASKIERT      TO DSP-ANZ-9.
           MOVE     DSP-ANZ-9         TO DRUCK-ZEILE(48:9).
           MOVE     BEMERKUNG         TO DRUCK-ZEILE(61:50).
           PERFORM  DRUCKE-ZEILE.

       DRU-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUMMEN UND ANZAHL DER VERGEBENEN PSEUDONYME
      *--------------------------------------------------------------
       DRUCKE-SUMMEN SECTION.
       DRU-SUM-00.

           MOVE     ALL "-" TO DRUCK-ZEILE(1:110).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "SUMME"           TO DRUCK-ZEILE(1:5).
           MOVE     SUM-GELESEN       TO DSP-ANZ-9.
           MOVE     DSP-ANZ-9         TO DRUCK-ZEILE(12:9).
           MOVE     SUM-ENTFERNT      TO DSP-ANZ-9.
           MOVE     DSP-ANZ-9         TO DRUCK-ZEILE(24:9).
           COMPUTE  ANZ-REST = SUM-GELESEN - SUM-ENTFERNT.
           MOVE     ANZ-REST          TO DSP-ANZ-9.
           MOVE     DSP-ANZ-9         TO DRUCK-ZEILE(36:9).
           MOVE     SUM-MASKIERT      TO DSP-ANZ-9.
           MOVE     DSP-ANZ-9         TO DRUCK-ZEILE(48:9).
           MOVE     SUM-DATEIEN       TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5         TO DRUCK-ZEILE(61:5).
           MOVE     "DATEIEN"         TO DRUCK-ZEILE(67:7).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "PSEUDONYME: USER"  TO DRUCK-ZEILE(1:16).
           MOVE     NR-USER             TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5           TO DRUCK-ZEILE(18:5).
           MOVE     "BESUCHER"          TO DRUCK-ZEILE(25:8).
           MOVE     NR-BESUCHER         TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5           TO DRUCK-ZEILE(34:5).
           MOVE     "FIRMEN"            TO DRUCK-ZEILE(41:6).
           MOVE     NR-FIRMA            TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5           TO DRUCK-ZEILE(48:5).
           MOVE     "LIEFERANTEN"       TO DRUCK-ZEILE(55:11).
           MOVE     NR-LIEFERANT        TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5           TO DRUCK-ZEILE(67:5).
           MOVE     "TEXTE"             TO DRUCK-ZEILE(74:5).
           COMPUTE  NR-WRK = NR-TEXT + NR-ZWECK.
           MOVE     NR-WRK              TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5           TO DRUCK-ZEILE(80:5).
           PERFORM  DRUCKE-ZEILE.

           IF       MAP-VOLL = 1
                    MOVE SPACES TO DRUCK-ZEILE
                    MOVE "PSEUDONYMTABELLE VOLL - NICHT ALLE WERTE SIND"
                         TO DRUCK-ZEILE(1:46)
                    MOVE "DATEIUEBERGREIFEND EINHEITLICH"
                         TO DRUCK-ZEILE(48:30)
                    PERFORM DRUCKE-ZEILE
           END-IF.

       DRU-SUM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DATUM-WRK (JJJJMMTT) ALS TT.MM.JJJJ NACH DSP-DATUM
      *--------------------------------------------------------------
       FORMATIERE-DATUM SECTION.
       FOR-DAT-00.

           MOVE     SPACES TO DSP-DATUM.
           IF       DATUM-WRK = ZEROES
                    GO TO FOR-DAT-90
           END-IF.

           MOVE     DATUM-WRK(7:2) TO DSP-DATUM(1:2).
           MOVE     "."            TO DSP-DATUM(3:1).
           MOVE     DATUM-WRK(5:2) TO DSP-DATUM(4:2).
           MOVE     "."            TO DSP-DATUM(6:1).
           MOVE     DATUM-WRK(1:4) TO DSP-DATUM(7:4).

       FOR-DAT-90.
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
      * ENTFERNEN OVERWRITE FUER DIE DATEI DER TESTBIBLIOTHEK
      *---------------------------------------------------------------
       DLT-OVR-MBR SECTION.
       DEL-OVR-00.

           INITIALIZE DELOVR-REC.
           MOVE     DATEI-WRK  TO FROMFILE OF DELOVR-REC.
           CALL     "CLP0012" USING DELOVR-REC
           END-CALL.

       DEL-OVR-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * SETZEN OVRWRT AUF DIE DATEI DER TESTBIBLIOTHEK
      *---------------------------------------------------------------
       SET-OVR-MBR SECTION.
       SET-OVR-00.

           INITIALIZE RET-CODE.
           INITIALIZE OVRDBF-REC.
           MOVE     DATEI-WRK  TO FROMFILE OF OVRDBF-REC.
           MOVE     X-ZLIB     TO TOLIB    OF OVRDBF-REC.
           MOVE     DATEI-WRK  TO TOFILE   OF OVRDBF-REC.
           MOVE     DATEI-WRK  TO TOMBR    OF OVRDBF-REC.
           CALL     "CLP0011" USING OVRDBF-REC
                                    RET-CODE
           END-CALL.

       SET-OVR-90.
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
