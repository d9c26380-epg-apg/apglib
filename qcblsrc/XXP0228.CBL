       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0228.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * INVENTUR EROEFFNEN UND ZAEHLLISTE DRUCKEN                     *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ERSTER SCHRITT DER INVENTUR: FUER ALLE       *
      *                  AKTIVEN ARTIKEL AUS PKDART WIRD UNTER EINER  *
      *                  NEUEN INVENTURNUMMER EIN ZAEHLSATZ IN        *
      *                  PKDINV ANGELEGT (IVINVN, IVANR) UND DER      *
      *                  BUCHBESTAND ZUM STICHTAG (IVSOLL) FESTGE-    *
      *                  HALTEN. DER BESTANDSSATZ IN PKDLAG WIRD MIT  *
      *                  LBINV = 1 GESPERRT, BIS DIE INVENTUR         *
      *                  GEBUCHT IST (XXP0230) - SOLANGE SIND WAREN-  *
      *                  EINGANG (XXP0211), ENTNAHME (XXP0220) UND    *
      *                  RUECKSENDUNG (XXP0227) FUER DEN ARTIKEL      *
      *                  NICHT MOEGLICH.                              *
      *                  DIE ZAEHLLISTE JE ARTIKEL (KAANR, KABEZ,     *
      *                  KAEINH) ENTHAELT BEWUSST KEINE BUCHMENGEN.   *
      *                  IST BEREITS EINE INVENTUR OFFEN, WIRD NUR    *
      *                  DEREN ZAEHLLISTE NEU GEDRUCKT.               *
      *                  DIE ZAEHLMENGEN WERDEN IN XXP0229 ERFASST.   *
      *                  AUSGABE ALS SPOOLDATEI XXF0228.              *
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
      * PKDART: ARTIKELSTAMM
      *-------------------------------------------------------------
           SELECT PKDART-DP
                  ASSIGN       TO  DATABASE-PKDART
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDLAG: LAGERBESTAND JE ARTIKEL
      *-------------------------------------------------------------
           SELECT PKDLAG-DP
                  ASSIGN       TO  DATABASE-PKDLAG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDINV: INVENTUR-ZAEHLSAETZE
      *-------------------------------------------------------------
           SELECT PKDINV-DP
                  ASSIGN       TO  DATABASE-PKDINV
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *- XXF0228: SPOOLAUSGABE ZAEHLLISTE
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0228
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PKDART: KAANR
       FD  PKDART-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDART-P.
           COPY DDS-ALL-FORMATS OF PKDART.
      /
      *--- PKDLAG: LBANR
       FD  PKDLAG-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDLAG-P.
           COPY DDS-ALL-FORMATS OF PKDLAG.
      /
      *--- PKDINV: IVINVN, IVANR
       FD  PKDINV-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDINV-P.
           COPY DDS-ALL-FORMATS OF PKDINV.
      /
      *- XXF0228: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0228.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0228".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * INVENTURNUMMER (NEU ODER DIE NOCH OFFENE)
       01  INVN-WRK                      PIC 9(9).

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DSP-ANZ-5                     PIC Z(4)9.
       01  DSP-INVN                      PIC Z(8)9.

      * ZAEHLER FUER DAS LAUFPROTOKOLL
       77  ANZ-ARTIKEL                   PIC 9(5)  COMP.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * NUMMER DER EROEFFNETEN BZW. OFFENEN INVENTUR
       01  X-INVN                        PIC 9(9).
      * RUECKMELDUNG AN DEN AUFRUFER (LEER = OK)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-INVN
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0228" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.

      * DATEIEN OEFFNEN
           OPEN     INPUT  PKDART-DP.
           OPEN     I-O    PKDLAG-DP
                           PKDINV-DP.
           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

           INITIALIZE ANZ-ARTIKEL.

      * IST NOCH EINE INVENTUR OFFEN, NUR DIE LISTE NEU DRUCKEN
           PERFORM  SUCHE-OFFENE-INVENTUR.
           IF       INVN-WRK = ZEROES
                    PERFORM EROEFFNE-INVENTUR
           END-IF.
           MOVE     INVN-WRK TO X-INVN.

           PERFORM  DRUCKE-ZAEHLLISTE.

       ENDE.
           CLOSE    PKDART-DP
                    PKDLAG-DP
                    PKDINV-DP
                    DRUCK-DAT.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * NOCH NICHT GEBUCHTE INVENTUR (IVSTS 0) SUCHEN
      *--------------------------------------------------------------
       SUCHE-OFFENE-INVENTUR SECTION.
       SUC-OIN-00.

           INITIALIZE INVN-WRK.

           INITIALIZE PKDINVF OF PKDINV-P.
           START    PKDINV-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUC-OIN-90
           END-IF.

       SUC-OIN-20.
           READ     PKDINV-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUC-OIN-90
           END-IF.

           IF       IVSTS OF PKDINV-P = "0"
                    MOVE IVINVN OF PKDINV-P TO INVN-WRK
                    GO TO SUC-OIN-90
           END-IF.

           GO TO    SUC-OIN-20.

       SUC-OIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NEUE INVENTUR EROEFFNEN: JE AKTIVEM ARTIKEL EINEN ZAEHLSATZ
      * MIT DEM BUCHBESTAND ANLEGEN UND DEN BESTAND SPERREN
      *--------------------------------------------------------------
       EROEFFNE-INVENTUR SECTION.
       ERO-INV-00.

           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PKDINV" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK TO INVN-WRK.

           INITIALIZE PKDARTF OF PKDART-P.
           START    PKDART-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERO-INV-90
           END-IF.

       ERO-INV-20.
           READ     PKDART-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERO-INV-90
           END-IF.

      * INAKTIVE ARTIKEL WERDEN NICHT GEZAEHLT
           IF       KASTAT OF PKDART-P = "I"
                    GO TO ERO-INV-20
           END-IF.

           PERFORM  COPY-GET-TIME.

      * BESTANDSSATZ MIT SPERRE LESEN, BEI BEDARF ANLEGEN, UND FUER
      * DIE DAUER DER INVENTUR SPERREN
           INITIALIZE PKDLAGF OF PKDLAG-P.
           MOVE     KAANR OF PKDART-P TO LBANR OF PKDLAG-P.
           READ     PKDLAG-DP.
           IF       FILE-STATUS NOT = ZEROES
                    INITIALIZE PKDLAGF OF PKDLAG-P
                    MOVE KAANR OF PKDART-P   TO LBANR  OF PKDLAG-P
                    MOVE ZEROES              TO LBBEST OF PKDLAG-P
                    MOVE "1"                 TO LBINV  OF PKDLAG-P
                    MOVE T-USER              TO LBAUSR OF PKDLAG-P
                    MOVE T-TERM              TO LBABS  OF PKDLAG-P
                    MOVE PGM-WRK             TO LBAPGM OF PKDLAG-P
                    MOVE DATE-8              TO LBADTA OF PKDLAG-P
                    MOVE TIME-6              TO LBATIA OF PKDLAG-P
                    WRITE PKDLAG-P
           ELSE
                    MOVE "1"                 TO LBINV  OF PKDLAG-P
                    MOVE T-USER              TO LBMSER OF PKDLAG-P
                    MOVE T-TERM              TO LBMBS  OF PKDLAG-P
                    MOVE PGM-WRK             TO LBMPGM OF PKDLAG-P
                    MOVE DATE-8              TO LBMDTA OF PKDLAG-P
                    MOVE TIME-6              TO LBMTIA OF PKDLAG-P
                    REWRITE PKDLAG-P
           END-IF.

      * ZAEHLSATZ MIT DEM BUCHBESTAND ZUM STICHTAG
           INITIALIZE PKDINVF OF PKDINV-P.
           MOVE     INVN-WRK             TO IVINVN OF PKDINV-P.
           MOVE     KAANR  OF PKDART-P   TO IVANR  OF PKDINV-P.
           MOVE     LBBEST OF PKDLAG-P   TO IVSOLL OF PKDINV-P.
           MOVE     ZEROES               TO IVIST  OF PKDINV-P.
           MOVE     SPACES               TO IVGEZ  OF PKDINV-P.
           MOVE     "0"                  TO IVSTS  OF PKDINV-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO IVAUSR OF PKDINV-P.
           MOVE     T-TERM            TO IVABS  OF PKDINV-P.
           MOVE     PGM-WRK           TO IVAPGM OF PKDINV-P.
           MOVE     DATE-8            TO IVADTA OF PKDINV-P.
           MOVE     TIME-6            TO IVATIA OF PKDINV-P.

           WRITE    PKDINV-P.

           GO TO    ERO-INV-20.

       ERO-INV-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZAEHLLISTE DER INVENTUR DRUCKEN: JE ARTIKEL NUMMER,
      * BEZEICHNUNG, EINHEIT UND EINE LEERE SPALTE FUER DIE MENGE
      *--------------------------------------------------------------
       DRUCKE-ZAEHLLISTE SECTION.
       DRU-ZLI-00.

           PERFORM  DRUCKE-KOPF.

           INITIALIZE PKDINVF OF PKDINV-P.
           MOVE     INVN-WRK TO IVINVN OF PKDINV-P.
           START    PKDINV-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-ZLI-80
           END-IF.

       DRU-ZLI-20.
           READ     PKDINV-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-ZLI-80
           END-IF.
           IF       IVINVN OF PKDINV-P NOT = INVN-WRK
                    GO TO DRU-ZLI-80
           END-IF.

           INITIALIZE PKDARTF OF PKDART-P.
           MOVE     IVANR OF PKDINV-P TO KAANR OF PKDART-P.
           READ     PKDART-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    INITIALIZE PKDARTF OF PKDART-P
           END-IF.

           ADD      1 TO ANZ-ARTIKEL.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     IVANR  OF PKDINV-P    TO DRUCK-ZEILE(1:20).
           MOVE     KABEZ  OF PKDART-P    TO DRUCK-ZEILE(23:40).
           MOVE     KAEINH OF PKDART-P    TO DRUCK-ZEILE(65:5).
           MOVE     "__________"          TO DRUCK-ZEILE(73:10).
           MOVE     "____________________" TO DRUCK-ZEILE(86:20).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           GO TO    DRU-ZLI-20.

       DRU-ZLI-80.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "ARTIKEL:"            TO DRUCK-ZEILE(1:8).
           MOVE     ANZ-ARTIKEL           TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(12:5).
           PERFORM  DRUCKE-ZEILE.

       DRU-ZLI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPF DER ZAEHLLISTE DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-KOPF SECTION.
       DRU-KOP-00.

           PERFORM  COPY-GET-TIME.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "ZAEHLLISTE INVENTUR" TO DRUCK-ZEILE(1:19).
           MOVE     INVN-WRK              TO DSP-INVN.
           MOVE     DSP-INVN              TO DRUCK-ZEILE(21:9).
           MOVE     "DATUM"               TO DRUCK-ZEILE(33:5).
           MOVE     DATE-8(7:2)           TO DRUCK-ZEILE(39:2).
           MOVE     "."                   TO DRUCK-ZEILE(41:1).
           MOVE     DATE-8(5:2)           TO DRUCK-ZEILE(42:2).
           MOVE     "."                   TO DRUCK-ZEILE(44:1).
           MOVE     DATE-8(1:4)           TO DRUCK-ZEILE(45:4).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "=" TO DRUCK-ZEILE(1:48).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "ARTIKEL"             TO DRUCK-ZEILE(1:7).
           MOVE     "BEZEICHNUNG"         TO DRUCK-ZEILE(23:11).
           MOVE     "EINH."               TO DRUCK-ZEILE(65:5).
           MOVE     "GEZAEHLT"            TO DRUCK-ZEILE(73:8).
           MOVE     "ZAEHLER/BEMERKUNG"   TO DRUCK-ZEILE(86:17).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

       DRU-KOP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE BERICHTSZEILE IN DIE SPOOLDATEI SCHREIBEN
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
