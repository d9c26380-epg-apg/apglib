       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.             CRP0057.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * PRUEFUNG DER CODIERRICHTLINIEN FUER QSETSRC-MEMBER            *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  REGELGESTEUERTE PRUEFUNG EINES MEMBERS ODER  *
      *                  ALLER IN PPGMLIB REGISTRIERTEN PROGRAMME.    *
      *                  DIE SOURCE WIRD UEBER DEN PARSER CRP0025     *
      *                  GELESEN, DIE REGELN STEHEN JE CFKEY IN       *
      *                  PCONFIG H061 (CFIN01 = SCHWERE E/W/I, ALLES  *
      *                  ANDERE = REGEL AUS, CFBG01 = PARAMETER,      *
      *                  CFTXT1 = TEXT). OHNE EINTRAG GILT DIE        *
      *                  STANDARDSCHWERE. FUNDE WERDEN JE MEMBER UND  *
      *                  REGEL GESPOOLT (CRF0057), DAS ERGEBNIS JE    *
      *                  MEMBER STEHT IN PCHKERG (FUER HMP0009).      *
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
      * PPGMLIB: PLLIB, PLFILE
      *-------------------------------------------------------------
           SELECT PPGMLIB-DP
                  ASSIGN       TO  DATABASE-PPGMLIB
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
      * PCHKERG: CELIB, CEMBR (ERGEBNIS JE MEMBER)
      *-------------------------------------------------------------
           SELECT PCHKERG-DP
                  ASSIGN       TO  DATABASE-PCHKERG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *- CRF0057: SPOOLAUSGABE DER FUNDE
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-CRF0057
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PPGMLIB: PLLIB, PLFILE
       FD  PPGMLIB-DP
           LABEL RECORDS ARE STANDARD.
       01  PPGMLIB-P.
           COPY DDS-ALL-FORMATS OF PPGMLIB.
      /
      *--- PCONFIG: CFID, CFKEY, CFKEY2, CFKEY3, CFKEY4
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF APG-PCONFIG.
      /
      *--- PCHKERG: CELIB, CEMBR
       FD  PCHKERG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCHKERG-P.
           COPY DDS-ALL-FORMATS OF PCHKERG.
      /
      *- CRF0057: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF CRF0057.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY  OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME (RTVMBRD-REC)
           COPY WRKPGMPARM OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CRP0057".
       01  PGM-TYP                       PIC X(8)  VALUE "CROSS".

       01  SRC-WRK.
           COPY DDS-ALL-FORMATS OF QSETSRC.

       01  LFDN-MAP                      LIKE MAP-LFDN OF MAPDTA-REC.

      * PARAMETER FUER DAS CRP0025
       01  SRCLIB-WRK                    PIC X(10).
       01  SRCRCN-WRK                    PIC X(10).
       01  SRCMBR-WRK                    PIC X(10).
       01  SRCZEI-WRK                    LIKE SRCSEQ OF SRC-WRK.
       01  ANZREC-SAV                    PIC 9(9).
       01  FIRST-SEQNBR                  LIKE SRCSEQ OF SRC-WRK.
       01  LAST-SEQNBR                   LIKE SRCSEQ OF SRC-WRK.
       01  SOURCE-PTR                    USAGE POINTER.
       01  SECTION-PTR                   USAGE POINTER.
       01  PARSER-RET                    PIC X(1).

      * REGELN (1 = FILESTAT, 2 = GOTOSEC, 3 = PGMINIT,
      *         4 = PERMISSION, 5 = CFIDLIST, 6 = AENDLOG)
      * REG-SEV: E = FEHLER, W = WARNUNG, I = HINWEIS, LEER = AUS
       01  REG-MAX                       PIC 9(2)  COMP VALUE 6.
       01  REG-IDX                       PIC 9(2)  COMP.
       01  REG-TAB.
        05 REG-EINTRAG OCCURS 6.
         10 REG-ID                       PIC X(10).
         10 REG-SEV                      PIC X(1).
         10 REG-TEXT                     PIC X(40).
         10 REG-PARM                     PIC X(120).
         10 REG-MANZ                     PIC 9(5)  COMP.

      * PARAGRAPHEN UND SECTIONS DES MEMBERS AUS DER GLIEDERUNG
      * DES PARSERS (PAR-SEC = SECTION, IN DER DER NAME STEHT)
       01  PAR-MAX                       PIC 9(4)  COMP VALUE 1500.
       01  PAR-ANZAHL                    PIC 9(4)  COMP.
       01  PAR-IDX                       PIC 9(4)  COMP.
       01  ZIEL-IDX                      PIC 9(4)  COMP.
       01  PAR-TAB.
        05 PAR-EINTRAG OCCURS 1500.
         10 PAR-NAME                     PIC X(30).
         10 PAR-SEC                      PIC X(30).

      * FUNDE DES MEMBERS
       01  FND-MAX                       PIC 9(3)  COMP VALUE 500.
       01  FND-ANZAHL                    PIC 9(3)  COMP.
       01  FND-IDX                       PIC 9(3)  COMP.
       01  FND-TAB.
        05 FND-EINTRAG OCCURS 500.
         10 FND-REG                      PIC 9(2)  COMP.
         10 FND-SEQ                      PIC X(6).
         10 FND-TEXT                     PIC X(60).

      * UEBERGABE AN REGISTRIERE-FUND
       01  FND-REG-WRK                   PIC 9(2)  COMP.
       01  FND-SEQ-WRK                   PIC X(6).
       01  FND-TEXT-WRK                  PIC X(60).

      * ZERLEGUNG DER QUELLZEILE
       01  ZEILE-WRK                     PIC X(100).
       01  ZEILE-SEQ                     PIC X(6).
       01  ZEILE-POS                     PIC 9(3)  COMP.
       01  NAME-LEN                      PIC 9(3)  COMP.
       01  WORT-ANF                      PIC 9(3)  COMP.
       01  WORT-LEN                      PIC 9(3)  COMP.
       01  WORT-WRK                      PIC X(30).
       01  WORT-1                        PIC X(30).
       01  WORT-2                        PIC X(30).
       01  WORT-3                        PIC X(30).
       01  AKT-SECTION                   PIC X(30).
       01  PROZ-DIV-SW                   PIC 9(1).
       01  PROZ-SEQ                      PIC X(6).
       01  KOPF-ENDE-SW                  PIC 9(1).
       01  HAT-INIT                      PIC 9(1).
       01  HAT-PERM                      PIC 9(1).
       01  TREFFER-ANZ                   PIC 9(3)  COMP.
       01  CFID-POS                      PIC 9(3)  COMP.
       01  QUOTE-POS                     PIC 9(3)  COMP.
       01  LIT-ANF                       PIC 9(3)  COMP.
       01  LIT-LEN                       PIC 9(3)  COMP.
       01  LIT-WRK                       PIC X(10).

      * OFFENER DATEIZUGRIFF, DESSEN PRUEFUNG NOCH AUSSTEHT
       01  IO-OFFEN                      PIC 9(1).
       01  IO-SEQ                        PIC X(6).
       01  IO-ZEILEN                     PIC 9(2)  COMP.
       01  IO-TEXT                       PIC X(41).
       01  IO-FENSTER                    PIC 9(2)  COMP VALUE 3.

      * SUCHE EINES WORTES IN EINER PARAMETERLISTE
       01  LISTE-WRK                     PIC X(122).
       01  SUCH-WRK                      PIC X(32).
       01  SUCH-LEN                      PIC 9(3)  COMP.
       01  IN-LISTE                      PIC 9(1).

      * DATUMSPRUEFUNG AENDERUNGSPROTOKOLL
       01  KOPF-DATUM                    PIC 9(8).
       01  KOPF-DATUM-WRK                PIC 9(8).
       01  MBR-DATUM                     PIC 9(8).
       01  DAT-POS                       PIC 9(3)  COMP.
       01  DATUM-WRK                     PIC 9(8).
       01  DSP-DATUM                     PIC X(10).

      * ERGEBNIS DES MEMBERS
       01  ANZ-E                         PIC 9(5)  COMP.
       01  ANZ-W                         PIC 9(5)  COMP.
       01  ANZ-I                         PIC 9(5)  COMP.
       01  STUFE-WRK                     PIC X(1).
       01  MBR-GEAENDERT                 PIC X(13).

      * AUFBEREITUNG DES BERICHTS
       01  DRUCK-ZEILE                   PIC X(132).
       01  ZAHL-ANZ                      PIC ZZZZ9.
       77  ANZ-MEMBER                    PIC 9(5)  COMP.
       77  ANZ-MBR-FEHLER                PIC 9(5)  COMP.
       77  ANZ-FUNDE                     PIC 9(7)  COMP.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * QUELLBIBLIOTHEK (LEER = BIBLIOTHEK AUS PPGMLIB BZW.
      * STANDARDBIBLIOTHEK)
       01  X-SRCLIB                      PIC X(10).
      * MEMBER (LEER = ALLE IN PPGMLIB REGISTRIERTEN PROGRAMME)
       01  X-SRCMBR                      PIC X(10).
      * RUECKMELDUNG AN DEN AUFRUFER (LEER = OK, 1 = KEINE
      * BERECHTIGUNG, 2 = MEMBER NICHT LESBAR)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-SRCLIB
                                X-SRCMBR
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "CRP0057" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.

           OPEN     INPUT  PPGMLIB-DP
                           PCONFIG-DP.
           OPEN     I-O    PCHKERG-DP.
           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

           INITIALIZE ANZ-MEMBER ANZ-MBR-FEHLER ANZ-FUNDE.
           PERFORM  COPY-GET-TIME.

      * REGELN UND IHRE SCHWERE LADEN
           PERFORM  LADE-REGELN.

           PERFORM  DRUCKE-KOPF.

           IF       X-SRCMBR NOT = SPACES
      *             EIN EINZELNER MEMBER
                    MOVE X-SRCLIB TO SRCLIB-WRK
                    IF   SRCLIB-WRK = SPACES
                         MOVE CONST-LIB TO SRCLIB-WRK
                    END-IF
                    MOVE X-SRCMBR TO SRCMBR-WRK
                    PERFORM PRUEFE-MEMBER
                    IF   PARSER-RET NOT = SPACES
                         MOVE "2" TO X-RETCODE
                    END-IF
           ELSE
      *             ALLE REGISTRIERTEN PROGRAMME
                    PERFORM VERARBEITE-PROGRAMME
           END-IF.

           PERFORM  DRUCKE-SUMME.

       ENDE.
           CLOSE    PPGMLIB-DP
                    PCONFIG-DP
                    PCHKERG-DP
                    DRUCK-DAT.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * REGELN MIT STANDARDSCHWERE VORBELEGEN UND JE REGEL DEN
      * EINTRAG AUS PCONFIG H061 (CFKEY = REGEL) UEBERNEHMEN
      *--------------------------------------------------------------
       LADE-REGELN SECTION.
       LAD-REG-00.

           INITIALIZE REG-TAB.

           MOVE     "FILESTAT"          TO REG-ID  (1).
           MOVE     "W"                 TO REG-SEV (1).
           MOVE     "DATEIZUGRIFF OHNE FILE-STATUS-PRUEFUNG"
                                        TO REG-TEXT(1).
           MOVE     "DRUCK-REC WS-REC"  TO REG-PARM(1).

           MOVE     "GOTOSEC"           TO REG-ID  (2).
           MOVE     "E"                 TO REG-SEV (2).
           MOVE     "GO TO AUSSERHALB DER EIGENEN SECTION"
                                        TO REG-TEXT(2).

           MOVE     "PGMINIT"           TO REG-ID  (3).
           MOVE     "E"                 TO REG-SEV (3).
           MOVE     "KEIN PERFORM COPY-PGM-INIT"
                                        TO REG-TEXT(3).

           MOVE     "PERMISSION"        TO REG-ID  (4).
           MOVE     "E"                 TO REG-SEV (4).
           MOVE     "KEIN PERFORM COPY-PERMISSION"
                                        TO REG-TEXT(4).

           MOVE     "CFIDLIST"          TO REG-ID  (5).
           MOVE     "W"                 TO REG-SEV (5).
           MOVE     "CFID-LITERAL AUSSERHALB DER LISTE"
                                        TO REG-TEXT(5).

           MOVE     "AENDLOG"           TO REG-ID  (6).
           MOVE     "W"                 TO REG-SEV (6).
           MOVE     "AENDERUNG OHNE EINTRAG IM PROGRAMMKOPF"
                                        TO REG-TEXT(6).

           INITIALIZE REG-IDX.

       LAD-REG-20.
           ADD      1 TO REG-IDX.
           IF       REG-IDX > REG-MAX
                    GO TO LAD-REG-90
           END-IF.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "H061"            TO CFID   OF CFG-CPY.
           MOVE     REG-ID(REG-IDX)   TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = 1
                    GO TO LAD-REG-20
           END-IF.

      * SCHWERE: NUR E, W ODER I - ALLES ANDERE SCHALTET AB
           IF       CFIN01 OF CFG-CPY(1:1) = "E"
            OR      CFIN01 OF CFG-CPY(1:1) = "W"
            OR      CFIN01 OF CFG-CPY(1:1) = "I"
                    MOVE CFIN01 OF CFG-CPY(1:1) TO REG-SEV(REG-IDX)
           ELSE
                    MOVE SPACES TO REG-SEV(REG-IDX)
           END-IF.
           IF       CFBG01 OF CFG-CPY(1:120) NOT = SPACES
                    MOVE CFBG01 OF CFG-CPY(1:120) TO REG-PARM(REG-IDX)
           END-IF.
           IF       CFTXT1 OF CFG-CPY(1:40) NOT = SPACES
                    MOVE CFTXT1 OF CFG-CPY(1:40) TO REG-TEXT(REG-IDX)
           END-IF.

           GO TO    LAD-REG-20.

       LAD-REG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE IN PPGMLIB REGISTRIERTEN PROGRAMME PRUEFEN
      *--------------------------------------------------------------
       VERARBEITE-PROGRAMME SECTION.
       VER-PGM-00.

           INITIALIZE PPGMLIBF OF PPGMLIB-P.
           START    PPGMLIB-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-PGM-90
           END-IF.

       VER-PGM-20.
           READ     PPGMLIB-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-PGM-90
           END-IF.

           IF       PLFILE OF PPGMLIB-P = SPACES
                    GO TO VER-PGM-20
           END-IF.

      * OHNE VORGABE DIE BIBLIOTHEK DER REGISTRIERUNG
           MOVE     X-SRCLIB TO SRCLIB-WRK.
           IF       SRCLIB-WRK = SPACES
                    MOVE PLLIB OF PPGMLIB-P TO SRCLIB-WRK
           END-IF.
           IF       SRCLIB-WRK = SPACES
                    MOVE CONST-LIB TO SRCLIB-WRK
           END-IF.
           MOVE     PLFILE OF PPGMLIB-P TO SRCMBR-WRK.
           PERFORM  PRUEFE-MEMBER.

           GO TO    VER-PGM-20.

       VER-PGM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINEN MEMBER PRUEFEN: SOURCE UEBER CRP0025 LADEN,
      * PARAGRAPHEN AUS DER GLIEDERUNG UEBERNEHMEN, ALLE ZEILEN
      * GEGEN DIE REGELN HALTEN, BERICHTEN UND DAS ERGEBNIS IN
      * PCHKERG FESTHALTEN
      *--------------------------------------------------------------
       PRUEFE-MEMBER SECTION.
       PRU-MBR-00.

           INITIALIZE FND-ANZAHL FND-TAB PAR-ANZAHL PAR-TAB.
           INITIALIZE ANZ-E ANZ-W ANZ-I.
           INITIALIZE PROZ-DIV-SW PROZ-SEQ KOPF-ENDE-SW.
           INITIALIZE HAT-INIT HAT-PERM IO-OFFEN AKT-SECTION.
           INITIALIZE KOPF-DATUM.
           MOVE     ZEROES TO REG-IDX.

       PRU-MBR-10.
           ADD      1 TO REG-IDX.
           IF       REG-IDX NOT > REG-MAX
                    MOVE ZEROES TO REG-MANZ(REG-IDX)
                    GO TO PRU-MBR-10
           END-IF.

      * EINLESEN DER SOURCE
           MOVE     "QSETSRC" TO SRCRCN-WRK.
           INITIALIZE SRCZEI-WRK ANZREC-SAV FIRST-SEQNBR LAST-SEQNBR.
           INITIALIZE PARSER-RET.
           SET      SOURCE-PTR  TO NULL.
           SET      SECTION-PTR TO NULL.
           CALL     "CRP0025" USING SRCLIB-WRK
                                    SRCRCN-WRK
                                    SRCMBR-WRK
                                    SRCLIB-WRK
                                    SRCRCN-WRK
                                    SRCMBR-WRK
                                    SRCZEI-WRK
                                    ANZREC-SAV
                                    FIRST-SEQNBR
                                    LAST-SEQNBR
                                    SOURCE-PTR
                                    SECTION-PTR
                                    PARSER-RET
           END-CALL.
           IF       PARSER-RET NOT = SPACES
            OR      ANZREC-SAV = ZEROES
                    IF   PARSER-RET = SPACES
                         MOVE "2" TO PARSER-RET
                    END-IF
                    PERFORM GEBE-MAPS-FREI
                    MOVE SPACES TO DRUCK-ZEILE
                    PERFORM DRUCKE-ZEILE
                    MOVE "MEMBER:"  TO DRUCK-ZEILE(1:7)
                    MOVE SRCLIB-WRK TO DRUCK-ZEILE(9:10)
                    MOVE "/"        TO DRUCK-ZEILE(19:1)
                    MOVE SRCMBR-WRK TO DRUCK-ZEILE(20:10)
                    MOVE "NICHT LESBAR" TO DRUCK-ZEILE(33:12)
                    PERFORM DRUCKE-ZEILE
                    GO TO PRU-MBR-90
           END-IF.
           ADD      1 TO ANZ-MEMBER.

      * PARAGRAPHEN UND SECTIONS AUS DER GLIEDERUNG
           PERFORM  LADE-GLIEDERUNG.

      * ALLE ZEILEN PRUEFEN
           MOVE     ZEROES TO LFDN-MAP.

       PRU-MBR-20.
           SET      MAP-PTR OF MAPDTA-REC TO SOURCE-PTR.
           MOVE     LFDN-MAP      TO MAP-LFDN OF MAPDTA-REC.
           MOVE     MAP-READ-LFDN TO MAP-ACT  OF MAPDTA-REC.
           PERFORM  COPY-CALL-MAPDTA.
           IF       RET-CODE NOT = SPACES
                    GO TO PRU-MBR-40
           END-IF.
           ADD      1 TO LFDN-MAP.

           MOVE     MAP-REC OF MAPDTA-REC(10:) TO SRC-WRK.
           MOVE     SRCDTA OF SRC-WRK TO ZEILE-WRK.
           MOVE     SRCSEQ OF SRC-WRK TO ZEILE-SEQ.
           PERFORM  PRUEFE-ZEILE.
           GO TO    PRU-MBR-20.

       PRU-MBR-40.
      * REGELN, DIE ERST AM ENDE DES MEMBERS ENTSCHIEDEN WERDEN
           PERFORM  PRUEFE-MEMBER-ENDE.

           PERFORM  GEBE-MAPS-FREI.

           PERFORM  BERICHTE-MEMBER.
           PERFORM  SCHREIBE-ERGEBNIS.

       PRU-MBR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DIE VOM PARSER ANGELEGTEN MAPS WIEDER FREIGEBEN
      *--------------------------------------------------------------
       GEBE-MAPS-FREI SECTION.
       GEB-MAP-00.

           IF       SOURCE-PTR NOT = NULL
                    SET      MAP-PTR OF MAPDTA-REC TO SOURCE-PTR
                    MOVE     MAP-CLEAR TO MAP-ACT OF MAPDTA-REC
                    PERFORM  COPY-CALL-MAPDTA
           END-IF.
           SET      SOURCE-PTR TO NULL.

           IF       SECTION-PTR NOT = NULL
                    SET      MAP-PTR OF MAPDTA-REC TO SECTION-PTR
                    MOVE     MAP-CLEAR TO MAP-ACT OF MAPDTA-REC
                    PERFORM  COPY-CALL-MAPDTA
           END-IF.
           SET      SECTION-PTR TO NULL.

       GEB-MAP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GLIEDERUNG DES PARSERS DURCHLAUFEN: JEDER PARAGRAPH WIRD
      * MIT DER SECTION, IN DER ER STEHT, IN DIE TABELLE GESTELLT,
      * JEDE SECTION MIT SICH SELBST
      *--------------------------------------------------------------
       LADE-GLIEDERUNG SECTION.
       LAD-GLI-00.

           IF       SECTION-PTR = NULL
                    GO TO LAD-GLI-90
           END-IF.

           INITIALIZE AKT-SECTION.
           MOVE     ZEROES TO LFDN-MAP.

       LAD-GLI-20.
           SET      MAP-PTR OF MAPDTA-REC TO SECTION-PTR.
           MOVE     LFDN-MAP      TO MAP-LFDN OF MAPDTA-REC.
           MOVE     MAP-READ-LFDN TO MAP-ACT  OF MAPDTA-REC.
           PERFORM  COPY-CALL-MAPDTA.
           IF       RET-CODE NOT = SPACES
                    GO TO LAD-GLI-80
           END-IF.
           ADD      1 TO LFDN-MAP.

           IF       PAR-ANZAHL NOT < PAR-MAX
                    GO TO LAD-GLI-80
           END-IF.

      * SECTION: NUR ECHTE KOEPFE (NAME IN BEREICH A)
           IF       MAP-KEY OF MAPDTA-REC(38:7) = "SECTION"
                    MOVE MAP-REC OF MAPDTA-REC(1:100) TO ZEILE-WRK
                    PERFORM SUCHE-SECTION-KOPF
                    IF   WORT-WRK NOT = SPACES
                         MOVE WORT-WRK TO AKT-SECTION
                         ADD  1 TO PAR-ANZAHL
                         MOVE WORT-WRK TO PAR-NAME(PAR-ANZAHL)
                         MOVE WORT-WRK TO PAR-SEC (PAR-ANZAHL)
                    END-IF
                    GO TO LAD-GLI-20
           END-IF.

           IF       MAP-KEY OF MAPDTA-REC(38:7) = "PARA   "
                    ADD  1 TO PAR-ANZAHL
                    MOVE MAP-REC OF MAPDTA-REC(1:30)
                                    TO PAR-NAME(PAR-ANZAHL)
                    MOVE AKT-SECTION TO PAR-SEC (PAR-ANZAHL)
           END-IF.

           GO TO    LAD-GLI-20.

       LAD-GLI-80.
           INITIALIZE AKT-SECTION.

       LAD-GLI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SECTION-KOPF ERKENNEN: NAME IN BEREICH A, GEFOLGT VON
      * " SECTION." - DER NAME STEHT DANACH IN WORT-WRK
      *--------------------------------------------------------------
       SUCHE-SECTION-KOPF SECTION.
       SUC-SEC-00.

           MOVE     SPACES TO WORT-WRK.

           IF       ZEILE-WRK(8:1) = SPACE
                    GO TO SUC-SEC-90
           END-IF.

      * NAMENSENDE SUCHEN
           MOVE     8 TO ZEILE-POS.

       SUC-SEC-20.
           IF       ZEILE-POS > 70
                    GO TO SUC-SEC-90
           END-IF.
           IF       ZEILE-WRK(ZEILE-POS:1) NOT = SPACE
                    ADD   1 TO ZEILE-POS
                    GO TO SUC-SEC-20
           END-IF.

           COMPUTE  NAME-LEN = ZEILE-POS - 8.
           IF       NAME-LEN = ZEROES
            OR      NAME-LEN > 30
                    GO TO SUC-SEC-90
           END-IF.
           IF       ZEILE-WRK(ZEILE-POS:9) NOT = " SECTION."
                    GO TO SUC-SEC-90
           END-IF.

           MOVE     ZEILE-WRK(8:NAME-LEN) TO WORT-WRK.

       SUC-SEC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE QUELLZEILE GEGEN DIE ZEILENREGELN HALTEN
      *--------------------------------------------------------------
       PRUEFE-ZEILE SECTION.
       PRU-ZEI-00.

      * KOMMENTARE: IM PROGRAMMKOPF DIE DATUMSANGABEN SAMMELN
           IF       ZEILE-WRK(7:1) = "*"
            OR      ZEILE-WRK(7:1) = "/"
                    IF   KOPF-ENDE-SW = ZEROES
                         PERFORM PRUEFE-KOPFDATUM
                    END-IF
                    GO TO PRU-ZEI-90
           END-IF.

           IF       ZEILE-WRK(8:20) = "ENVIRONMENT DIVISION"
                    MOVE 1 TO KOPF-ENDE-SW
           END-IF.

           IF       PROZ-DIV-SW = ZEROES
                    IF   ZEILE-WRK(8:18) = "PROCEDURE DIVISION"
                         MOVE 1 TO PROZ-DIV-SW KOPF-ENDE-SW
                         MOVE ZEILE-SEQ TO PROZ-SEQ
                    END-IF
                    GO TO PRU-ZEI-90
           END-IF.

      * AKTUELLE SECTION MERKEN
           PERFORM  SUCHE-SECTION-KOPF.
           IF       WORT-WRK NOT = SPACES
                    MOVE WORT-WRK TO AKT-SECTION
                    GO TO PRU-ZEI-90
           END-IF.

      * DIE ERSTEN DREI WORTE DER ZEILE
           MOVE     8 TO ZEILE-POS.
           PERFORM  HOLE-WORT.
           MOVE     WORT-WRK TO WORT-1.
           PERFORM  HOLE-WORT.
           MOVE     WORT-WRK TO WORT-2.
           PERFORM  HOLE-WORT.
           MOVE     WORT-WRK TO WORT-3.

           PERFORM  PRUEFE-DATEIZUGRIFF.
           PERFORM  PRUEFE-GOTO.
           PERFORM  PRUEFE-CFID.

      * STANDARDROUTINEN
           IF       WORT-1 = "PERFORM"
                    IF   WORT-2 = "COPY-PGM-INIT"
                         MOVE 1 TO HAT-INIT
                    END-IF
                    IF   WORT-2 = "COPY-PERMISSION"
                         MOVE 1 TO HAT-PERM
                    END-IF
           END-IF.

       PRU-ZEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NAECHSTES WORT AB ZEILE-POS IN WORT-WRK STELLEN (EIN
      * ABSCHLIESSENDER PUNKT GEHOERT NICHT ZUM WORT)
      *--------------------------------------------------------------
       HOLE-WORT SECTION.
       HOL-WOR-00.

           MOVE     SPACES TO WORT-WRK.

       HOL-WOR-20.
           IF       ZEILE-POS > 72
                    GO TO HOL-WOR-90
           END-IF.
           IF       ZEILE-WRK(ZEILE-POS:1) = SPACE
                    ADD   1 TO ZEILE-POS
                    GO TO HOL-WOR-20
           END-IF.
           MOVE     ZEILE-POS TO WORT-ANF.

       HOL-WOR-40.
           IF       ZEILE-POS > 72
            OR      ZEILE-WRK(ZEILE-POS:1) = SPACE
                    GO TO HOL-WOR-60
           END-IF.
           ADD      1 TO ZEILE-POS.
           GO TO    HOL-WOR-40.

       HOL-WOR-60.
           COMPUTE  WORT-LEN = ZEILE-POS - WORT-ANF.
           IF       ZEILE-WRK(ZEILE-POS - 1:1) = "."
            AND     WORT-LEN > 1
                    SUBTRACT 1 FROM WORT-LEN
           END-IF.
           IF       WORT-LEN > 30
                    MOVE 30 TO WORT-LEN
           END-IF.
           MOVE     ZEILE-WRK(WORT-ANF:WORT-LEN) TO WORT-WRK.

       HOL-WOR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * REGEL FILESTAT: NACH READ/WRITE/REWRITE/DELETE/START MUSS
      * SPAETESTENS IN DEN NAECHSTEN ZEILEN DER FILE-STATUS (ODER
      * AT END/INVALID KEY) GEPRUEFT WERDEN. SAETZE AUS CFBG01
      * (Z.B. DRUCK-REC) SIND AUSGENOMMEN.
      *--------------------------------------------------------------
       PRUEFE-DATEIZUGRIFF SECTION.
       PRU-DZG-00.

           IF       REG-SEV(1) = SPACES
                    GO TO PRU-DZG-90
           END-IF.

      * OFFENEN ZUGRIFF AUS DEN VORZEILEN WEITERVERFOLGEN
           IF       IO-OFFEN NOT = ZEROES
                    PERFORM ZAEHLE-STATUSPRUEFUNG
                    IF   TREFFER-ANZ NOT = ZEROES
                         MOVE ZEROES TO IO-OFFEN
                    ELSE
                         ADD 1 TO IO-ZEILEN
                         IF   IO-ZEILEN > IO-FENSTER
                              PERFORM MELDE-DATEIZUGRIFF
                         END-IF
                    END-IF
           END-IF.

           IF       WORT-1 NOT = "READ"
            AND     WORT-1 NOT = "WRITE"
            AND     WORT-1 NOT = "REWRITE"
            AND     WORT-1 NOT = "DELETE"
            AND     WORT-1 NOT = "START"
                    GO TO PRU-DZG-90
           END-IF.

      * AUSGENOMMENE SAETZE
           MOVE     REG-PARM(1) TO LISTE-WRK(2:120).
           MOVE     WORT-2      TO SUCH-WRK(2:30).
           PERFORM  SUCHE-IN-LISTE.
           IF       IN-LISTE NOT = ZEROES
                    GO TO PRU-DZG-90
           END-IF.

      * EIN NOCH OFFENER ZUGRIFF WIRD VOM NEUEN ABGELOEST
           IF       IO-OFFEN NOT = ZEROES
                    PERFORM MELDE-DATEIZUGRIFF
           END-IF.

           MOVE     1         TO IO-OFFEN.
           MOVE     ZEROES    TO IO-ZEILEN.
           MOVE     ZEILE-SEQ TO IO-SEQ.
           MOVE     SPACES    TO IO-TEXT.
           MOVE     WORT-1    TO IO-TEXT(1:10).
           MOVE     WORT-2    TO IO-TEXT(11:30).

      * PRUEFUNG IN DERSELBEN ZEILE
           PERFORM  ZAEHLE-STATUSPRUEFUNG.
           IF       TREFFER-ANZ NOT = ZEROES
                    MOVE ZEROES TO IO-OFFEN
           END-IF.

       PRU-DZG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STEHT IN DER ZEILE EINE STATUSPRUEFUNG?
      *--------------------------------------------------------------
       ZAEHLE-STATUSPRUEFUNG SECTION.
       ZAE-STP-00.

           INITIALIZE TREFFER-ANZ.
           INSPECT  ZEILE-WRK(8:65) TALLYING TREFFER-ANZ
                    FOR ALL "FILE-STATUS"
                        ALL "AT END"
                        ALL "INVALID KEY"
                        ALL "BS-STAT".

       ZAE-STP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FUND FUER DEN OFFENEN DATEIZUGRIFF REGISTRIEREN
      *--------------------------------------------------------------
       MELDE-DATEIZUGRIFF SECTION.
       MEL-DZG-00.

           MOVE     1        TO FND-REG-WRK.
           MOVE     IO-SEQ   TO FND-SEQ-WRK.
           MOVE     SPACES   TO FND-TEXT-WRK.
           MOVE     IO-TEXT  TO FND-TEXT-WRK.
           PERFORM  REGISTRIERE-FUND.
           MOVE     ZEROES   TO IO-OFFEN.

       MEL-DZG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * REGEL GOTOSEC: DAS ZIEL EINES GO TO MUSS IN DERSELBEN
      * SECTION STEHEN (ZIELE AUSSERHALB DER GLIEDERUNG, ETWA IN
      * COPYSTRECKEN, WERDEN NICHT BEWERTET)
      *--------------------------------------------------------------
       PRUEFE-GOTO SECTION.
       PRU-GTO-00.

           IF       REG-SEV(2) = SPACES
            OR      WORT-1 NOT = "GO"
            OR      WORT-2 NOT = "TO"
            OR      WORT-3 = SPACES
                    GO TO PRU-GTO-90
           END-IF.

           MOVE     ZEROES TO PAR-IDX ZIEL-IDX.

      * GLEICHNAMIGE PARAGRAPHEN IN MEHREREN SECTIONS SIND MOEGLICH -
      * EIN TREFFER IN DER EIGENEN SECTION GENUEGT
       PRU-GTO-20.
           ADD      1 TO PAR-IDX.
           IF       PAR-IDX > PAR-ANZAHL
                    GO TO PRU-GTO-40
           END-IF.
           IF       PAR-NAME(PAR-IDX) NOT = WORT-3
                    GO TO PRU-GTO-20
           END-IF.

           IF       PAR-SEC(PAR-IDX) = AKT-SECTION
                    GO TO PRU-GTO-90
           END-IF.
           MOVE     PAR-IDX TO ZIEL-IDX.
           GO TO    PRU-GTO-20.

       PRU-GTO-40.
           IF       ZIEL-IDX = ZEROES
                    GO TO PRU-GTO-90
           END-IF.

           MOVE     2         TO FND-REG-WRK.
           MOVE     ZEILE-SEQ TO FND-SEQ-WRK.
           MOVE     SPACES    TO FND-TEXT-WRK.
           MOVE     "GO TO"   TO FND-TEXT-WRK(1:5).
           MOVE     WORT-3    TO FND-TEXT-WRK(7:30).
           MOVE     "IN"      TO FND-TEXT-WRK(38:2).
           MOVE     PAR-SEC(ZIEL-IDX) TO FND-TEXT-WRK(41:20).
           PERFORM  REGISTRIERE-FUND.

       PRU-GTO-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * REGEL CFIDLIST: EIN LITERAL, DAS NACH CFID BEWEGT WIRD,
      * MUSS IN DER LISTE AUS CFBG01 STEHEN - OHNE LISTE MUSS DIE
      * CFID IN PCONFIG VORHANDEN SEIN
      *--------------------------------------------------------------
       PRUEFE-CFID SECTION.
       PRU-CFI-00.

           IF       REG-SEV(5) = SPACES
                    GO TO PRU-CFI-90
           END-IF.

           INITIALIZE CFID-POS.
           INSPECT  ZEILE-WRK TALLYING CFID-POS
                    FOR CHARACTERS BEFORE INITIAL " TO CFID ".
           IF       CFID-POS > 72
                    GO TO PRU-CFI-90
           END-IF.

           INITIALIZE QUOTE-POS.
           INSPECT  ZEILE-WRK TALLYING QUOTE-POS
                    FOR CHARACTERS BEFORE INITIAL QUOTE.
           IF       QUOTE-POS NOT < CFID-POS
                    GO TO PRU-CFI-90
           END-IF.

      * LITERAL ZWISCHEN DEN ANFUEHRUNGSZEICHEN
           COMPUTE  LIT-ANF = QUOTE-POS + 2.
           MOVE     LIT-ANF TO ZEILE-POS.

       PRU-CFI-20.
           IF       ZEILE-POS > CFID-POS
                    GO TO PRU-CFI-90
           END-IF.
           IF       ZEILE-WRK(ZEILE-POS:1) NOT = QUOTE
                    ADD   1 TO ZEILE-POS
                    GO TO PRU-CFI-20
           END-IF.

           COMPUTE  LIT-LEN = ZEILE-POS - LIT-ANF.
           IF       LIT-LEN = ZEROES
            OR      LIT-LEN > 10
                    GO TO PRU-CFI-90
           END-IF.
           MOVE     SPACES TO LIT-WRK.
           MOVE     ZEILE-WRK(LIT-ANF:LIT-LEN) TO LIT-WRK.

           IF       REG-PARM(5) NOT = SPACES
                    MOVE REG-PARM(5) TO LISTE-WRK(2:120)
                    MOVE LIT-WRK     TO SUCH-WRK(2:30)
                    PERFORM SUCHE-IN-LISTE
                    IF   IN-LISTE NOT = ZEROES
                         GO TO PRU-CFI-90
                    END-IF
           ELSE
                    INITIALIZE PCONFIGF OF PCONFIG-P
                    MOVE LIT-WRK TO CFID OF PCONFIG-P
                    START PCONFIG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY
                    IF   FILE-STATUS = ZEROES
                         READ PCONFIG-DP NEXT RECORD
                         IF   FILE-STATUS = ZEROES
                          AND CFID OF PCONFIG-P = LIT-WRK
                              GO TO PRU-CFI-90
                         END-IF
                    END-IF
           END-IF.

           MOVE     5         TO FND-REG-WRK.
           MOVE     ZEILE-SEQ TO FND-SEQ-WRK.
           MOVE     SPACES    TO FND-TEXT-WRK.
           MOVE     "CFID"    TO FND-TEXT-WRK(1:4).
           MOVE     LIT-WRK   TO FND-TEXT-WRK(6:10).
           PERFORM  REGISTRIERE-FUND.

       PRU-CFI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * WORT AUS SUCH-WRK(2:30) ALS GANZES WORT IN LISTE-WRK(2:120)
      * SUCHEN (WORTE DURCH LEERSTELLEN GETRENNT)
      *--------------------------------------------------------------
       SUCHE-IN-LISTE SECTION.
       SUC-LIS-00.

           INITIALIZE IN-LISTE.
           MOVE     SPACE TO LISTE-WRK(1:1) LISTE-WRK(122:1).
           MOVE     SPACE TO SUCH-WRK(1:1) SUCH-WRK(32:1).
           IF       SUCH-WRK(2:30) = SPACES
                    GO TO SUC-LIS-90
           END-IF.

      * LAENGE DES WORTES EINSCHLIESSLICH EINER LEERSTELLE DAVOR
      * UND DAHINTER
           MOVE     31 TO SUCH-LEN.

       SUC-LIS-20.
           IF       SUCH-WRK(SUCH-LEN:1) = SPACE
                    SUBTRACT 1 FROM SUCH-LEN
                    GO TO SUC-LIS-20
           END-IF.
           ADD      1 TO SUCH-LEN.

           INITIALIZE TREFFER-ANZ.
           INSPECT  LISTE-WRK TALLYING TREFFER-ANZ
                    FOR ALL SUCH-WRK(1:SUCH-LEN).
           IF       TREFFER-ANZ NOT = ZEROES
                    MOVE 1 TO IN-LISTE
           END-IF.

       SUC-LIS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DATUMSANGABEN TT.MM.JJJJ IM PROGRAMMKOPF SAMMELN - DAS
      * JUENGSTE DATUM IST DER LETZTE EINTRAG DES KOPFES
      *--------------------------------------------------------------
       PRUEFE-KOPFDATUM SECTION.
       PRU-KDT-00.

           MOVE     8 TO DAT-POS.

       PRU-KDT-20.
           IF       DAT-POS > 62
                    GO TO PRU-KDT-90
           END-IF.

           IF       ZEILE-WRK(DAT-POS:2)     IS NUMERIC
            AND     ZEILE-WRK(DAT-POS + 2:1) = "."
            AND     ZEILE-WRK(DAT-POS + 3:2) IS NUMERIC
            AND     ZEILE-WRK(DAT-POS + 5:1) = "."
            AND     ZEILE-WRK(DAT-POS + 6:4) IS NUMERIC
                    MOVE ZEILE-WRK(DAT-POS + 6:4)
                                       TO KOPF-DATUM-WRK(1:4)
                    MOVE ZEILE-WRK(DAT-POS + 3:2)
                                       TO KOPF-DATUM-WRK(5:2)
                    MOVE ZEILE-WRK(DAT-POS:2)
                                       TO KOPF-DATUM-WRK(7:2)
                    IF   KOPF-DATUM-WRK > KOPF-DATUM
                         MOVE KOPF-DATUM-WRK TO KOPF-DATUM
                    END-IF
                    GO TO PRU-KDT-90
           END-IF.

           ADD      1 TO DAT-POS.
           GO TO    PRU-KDT-20.

       PRU-KDT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * REGELN AM ENDE DES MEMBERS: STANDARDROUTINEN VORHANDEN,
      * KEIN OFFENER DATEIZUGRIFF, AENDERUNGSPROTOKOLL AKTUELL
      *--------------------------------------------------------------
       PRUEFE-MEMBER-ENDE SECTION.
       PRU-MBE-00.

           IF       IO-OFFEN NOT = ZEROES
                    PERFORM MELDE-DATEIZUGRIFF
           END-IF.

      * NUR PROGRAMME (MIT PROCEDURE DIVISION)
           IF       PROZ-DIV-SW NOT = ZEROES
            AND     HAT-INIT = ZEROES
            AND     REG-SEV(3) NOT = SPACES
                    MOVE 3         TO FND-REG-WRK
                    MOVE PROZ-SEQ  TO FND-SEQ-WRK
                    MOVE "PERFORM COPY-PGM-INIT FEHLT"
                                   TO FND-TEXT-WRK
                    PERFORM REGISTRIERE-FUND
           END-IF.

           IF       PROZ-DIV-SW NOT = ZEROES
            AND     HAT-PERM = ZEROES
            AND     REG-SEV(4) NOT = SPACES
                    MOVE 4         TO FND-REG-WRK
                    MOVE PROZ-SEQ  TO FND-SEQ-WRK
                    MOVE "PERFORM COPY-PERMISSION FEHLT"
                                   TO FND-TEXT-WRK
                    PERFORM REGISTRIERE-FUND
           END-IF.

           IF       REG-SEV(6) NOT = SPACES
                    PERFORM PRUEFE-AENDERUNGSKOPF
           END-IF.

       PRU-MBE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * REGEL AENDLOG: IST DER MEMBER NACH DEM LETZTEN DATUM IM
      * PROGRAMMKOPF GEAENDERT WORDEN, FEHLT DER EINTRAG UNTER
      * "AENDERUNGEN"
      *--------------------------------------------------------------
       PRUEFE-AENDERUNGSKOPF SECTION.
       PRU-AEK-00.

           INITIALIZE MBR-GEAENDERT MBR-DATUM.

           INITIALIZE RET-CODE.
           INITIALIZE RTVMBRD-REC.
           MOVE     SRCLIB-WRK TO OBJLIB   OF RTVMBRD-REC.
           MOVE     SRCRCN-WRK TO FILENAME OF RTVMBRD-REC.
           MOVE     SRCMBR-WRK TO MBRNAME  OF RTVMBRD-REC.
           CALL     "CLP0002" USING RTVMBRD-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    GO TO PRU-AEK-90
           END-IF.
           MOVE     CHGDTA OF RTVMBRD-REC TO MBR-GEAENDERT.

      * AENDERUNGSDATUM IM FORMAT JHHMMTT (J 1 = 20XX)
           IF       MBR-GEAENDERT(2:6) IS NOT NUMERIC
                    GO TO PRU-AEK-90
           END-IF.
           IF       MBR-GEAENDERT(1:1) = "1"
                    MOVE "20" TO MBR-DATUM(1:2)
           ELSE
                    MOVE "19" TO MBR-DATUM(1:2)
           END-IF.
           MOVE     MBR-GEAENDERT(2:6) TO MBR-DATUM(3:6).

           IF       MBR-DATUM NOT > KOPF-DATUM
                    GO TO PRU-AEK-90
           END-IF.

           MOVE     6         TO FND-REG-WRK.
           MOVE     SPACES    TO FND-SEQ-WRK.
           MOVE     SPACES    TO FND-TEXT-WRK.
           MOVE     "GEAENDERT AM" TO FND-TEXT-WRK(1:12).
           MOVE     MBR-DATUM TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM TO FND-TEXT-WRK(14:10).
           MOVE     "LETZTER EINTRAG" TO FND-TEXT-WRK(26:15).
           IF       KOPF-DATUM = ZEROES
                    MOVE "KEINER" TO FND-TEXT-WRK(42:6)
           ELSE
                    MOVE KOPF-DATUM TO DATUM-WRK
                    PERFORM FORMATIERE-DATUM
                    MOVE DSP-DATUM TO FND-TEXT-WRK(42:10)
           END-IF.
           PERFORM  REGISTRIERE-FUND.

       PRU-AEK-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINEN FUND IN DIE TABELLE STELLEN UND NACH SCHWERE ZAEHLEN
      * (FND-REG-WRK, FND-SEQ-WRK UND FND-TEXT-WRK ALS UEBERGABE)
      *--------------------------------------------------------------
       REGISTRIERE-FUND SECTION.
       REG-FND-00.

           IF       REG-SEV(FND-REG-WRK) = SPACES
                    GO TO REG-FND-90
           END-IF.

           ADD      1 TO REG-MANZ(FND-REG-WRK).
           EVALUATE REG-SEV(FND-REG-WRK)
                    WHEN "E"
                         ADD 1 TO ANZ-E
                    WHEN "W"
                         ADD 1 TO ANZ-W
                    WHEN OTHER
                         ADD 1 TO ANZ-I
           END-EVALUATE.

      * ZAEHLEN AUCH UEBER DIE TABELLENGROESSE HINAUS
           IF       FND-ANZAHL NOT < FND-MAX
                    GO TO REG-FND-90
           END-IF.

           ADD      1 TO FND-ANZAHL.
           MOVE     FND-REG-WRK  TO FND-REG (FND-ANZAHL).
           MOVE     FND-SEQ-WRK  TO FND-SEQ (FND-ANZAHL).
           MOVE     FND-TEXT-WRK TO FND-TEXT(FND-ANZAHL).

       REG-FND-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FUNDE DES MEMBERS JE REGEL DRUCKEN
      *--------------------------------------------------------------
       BERICHTE-MEMBER SECTION.
       BER-MBR-00.

      * SCHLECHTESTE STUFE DES MEMBERS
           MOVE     SPACES TO STUFE-WRK.
           IF       ANZ-I NOT = ZEROES
                    MOVE "I" TO STUFE-WRK
           END-IF.
           IF       ANZ-W NOT = ZEROES
                    MOVE "W" TO STUFE-WRK
           END-IF.
           IF       ANZ-E NOT = ZEROES
                    MOVE "E" TO STUFE-WRK
                    ADD  1 TO ANZ-MBR-FEHLER
           END-IF.
           COMPUTE  ANZ-FUNDE = ANZ-FUNDE + ANZ-E + ANZ-W + ANZ-I.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "MEMBER:"    TO DRUCK-ZEILE(1:7).
           MOVE     SRCLIB-WRK   TO DRUCK-ZEILE(9:10).
           MOVE     "/"          TO DRUCK-ZEILE(19:1).
           MOVE     SRCMBR-WRK   TO DRUCK-ZEILE(20:10).
           MOVE     "FEHLER:"    TO DRUCK-ZEILE(33:7).
           MOVE     ANZ-E        TO ZAHL-ANZ.
           MOVE     ZAHL-ANZ     TO DRUCK-ZEILE(41:5).
           MOVE     "WARNUNGEN:" TO DRUCK-ZEILE(48:10).
           MOVE     ANZ-W        TO ZAHL-ANZ.
           MOVE     ZAHL-ANZ     TO DRUCK-ZEILE(59:5).
           MOVE     "HINWEISE:"  TO DRUCK-ZEILE(66:9).
           MOVE     ANZ-I        TO ZAHL-ANZ.
           MOVE     ZAHL-ANZ     TO DRUCK-ZEILE(76:5).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ZEROES TO REG-IDX.

       BER-MBR-20.
           ADD      1 TO REG-IDX.
           IF       REG-IDX > REG-MAX
                    GO TO BER-MBR-90
           END-IF.
           IF       REG-MANZ(REG-IDX) = ZEROES
                    GO TO BER-MBR-20
           END-IF.

      * REGELKOPF MIT SCHWERE UND ANZAHL
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "REGEL"            TO DRUCK-ZEILE(3:5).
           MOVE     REG-ID(REG-IDX)    TO DRUCK-ZEILE(9:10).
           MOVE     "("                TO DRUCK-ZEILE(20:1).
           MOVE     REG-SEV(REG-IDX)   TO DRUCK-ZEILE(21:1).
           MOVE     ")"                TO DRUCK-ZEILE(22:1).
           MOVE     REG-TEXT(REG-IDX)  TO DRUCK-ZEILE(24:40).
           MOVE     REG-MANZ(REG-IDX)  TO ZAHL-ANZ.
           MOVE     ZAHL-ANZ           TO DRUCK-ZEILE(66:5).
           MOVE     "FUNDE"            TO DRUCK-ZEILE(72:5).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ZEROES TO FND-IDX.

       BER-MBR-40.
           ADD      1 TO FND-IDX.
           IF       FND-IDX > FND-ANZAHL
                    GO TO BER-MBR-20
           END-IF.
           IF       FND-REG(FND-IDX) NOT = REG-IDX
                    GO TO BER-MBR-40
           END-IF.

           MOVE     SPACES TO DRUCK-ZEILE.
           IF       FND-SEQ(FND-IDX) NOT = SPACES
                    MOVE "ZEILE"          TO DRUCK-ZEILE(5:5)
                    MOVE FND-SEQ(FND-IDX) TO DRUCK-ZEILE(11:6)
           END-IF.
           MOVE     FND-TEXT(FND-IDX) TO DRUCK-ZEILE(19:60).
           PERFORM  DRUCKE-ZEILE.
           GO TO    BER-MBR-40.

       BER-MBR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ERGEBNIS DES MEMBERS IN PCHKERG FESTHALTEN (ZUSAMMEN MIT
      * DEM AENDERUNGSSTAND DES MEMBERS, DAMIT HMP0009 VERALTETE
      * ERGEBNISSE ERKENNT)
      *--------------------------------------------------------------
       SCHREIBE-ERGEBNIS SECTION.
       SCH-ERG-00.

      * AENDERUNGSSTAND DES MEMBERS (FALLS NOCH NICHT ERMITTELT)
           IF       MBR-GEAENDERT = SPACES
            OR      REG-SEV(6) = SPACES
                    INITIALIZE MBR-GEAENDERT
                    INITIALIZE RET-CODE
                    INITIALIZE RTVMBRD-REC
                    MOVE SRCLIB-WRK TO OBJLIB   OF RTVMBRD-REC
                    MOVE SRCRCN-WRK TO FILENAME OF RTVMBRD-REC
                    MOVE SRCMBR-WRK TO MBRNAME  OF RTVMBRD-REC
                    CALL "CLP0002" USING RTVMBRD-REC
                                         RET-CODE
                    END-CALL
                    IF   RET-CODE = SPACES
                         MOVE CHGDTA OF RTVMBRD-REC TO MBR-GEAENDERT
                    END-IF
           END-IF.

           INITIALIZE PCHKERGF OF PCHKERG-P.
           MOVE     SRCLIB-WRK TO CELIB OF PCHKERG-P.
           MOVE     SRCMBR-WRK TO CEMBR OF PCHKERG-P.
           READ     PCHKERG-DP.
           IF       FILE-STATUS = ZEROES
                    PERFORM FUELLE-ERGEBNIS
                    REWRITE PCHKERG-P
           ELSE
                    INITIALIZE PCHKERGF OF PCHKERG-P
                    MOVE SRCLIB-WRK TO CELIB OF PCHKERG-P
                    MOVE SRCMBR-WRK TO CEMBR OF PCHKERG-P
                    PERFORM FUELLE-ERGEBNIS
                    WRITE PCHKERG-P
           END-IF.

       SCH-ERG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ERGEBNISFELDER FUELLEN
      *--------------------------------------------------------------
       FUELLE-ERGEBNIS SECTION.
       FUE-ERG-00.

           MOVE     DATE-8        TO CEDAT  OF PCHKERG-P.
           MOVE     TIME-6        TO CETIM  OF PCHKERG-P.
           MOVE     T-USER        TO CEUSER OF PCHKERG-P.
           MOVE     MBR-GEAENDERT TO CESRCD OF PCHKERG-P.
           MOVE     ANZ-E         TO CEANZE OF PCHKERG-P.
           MOVE     ANZ-W         TO CEANZW OF PCHKERG-P.
           MOVE     ANZ-I         TO CEANZI OF PCHKERG-P.
           MOVE     STUFE-WRK     TO CESTUF OF PCHKERG-P.

       FUE-ERG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BERICHTSKOPF DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-KOPF SECTION.
       DRU-KOP-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "PRUEFUNG CODIERRICHTLINIEN" TO DRUCK-ZEILE.
           MOVE     DATE-8 TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM TO DRUCK-ZEILE(30:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "=" TO DRUCK-ZEILE(1:39).
           PERFORM  DRUCKE-ZEILE.

      * AKTIVE REGELN
           MOVE     ZEROES TO REG-IDX.

       DRU-KOP-20.
           ADD      1 TO REG-IDX.
           IF       REG-IDX > REG-MAX
                    GO TO DRU-KOP-90
           END-IF.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     REG-ID(REG-IDX)    TO DRUCK-ZEILE(1:10).
           IF       REG-SEV(REG-IDX) = SPACES
                    MOVE "AUS"               TO DRUCK-ZEILE(12:3)
           ELSE
                    MOVE REG-SEV(REG-IDX)    TO DRUCK-ZEILE(12:1)
           END-IF.
           MOVE     REG-TEXT(REG-IDX)  TO DRUCK-ZEILE(16:40).
           PERFORM  DRUCKE-ZEILE.
           GO TO    DRU-KOP-20.

       DRU-KOP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABSCHLUSSZEILE DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-SUMME SECTION.
       DRU-SUM-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "GEPRUEFTE MEMBER:"  TO DRUCK-ZEILE(1:17).
           MOVE     ANZ-MEMBER          TO DRUCK-ZEILE(20:5).
           MOVE     "MIT FEHLERN:"      TO DRUCK-ZEILE(28:12).
           MOVE     ANZ-MBR-FEHLER      TO DRUCK-ZEILE(41:5).
           MOVE     "FUNDE:"            TO DRUCK-ZEILE(49:6).
           MOVE     ANZ-FUNDE           TO DRUCK-ZEILE(56:7).
           PERFORM  DRUCKE-ZEILE.

       DRU-SUM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DATUM JJJJMMTT AUS DATUM-WRK ALS TT.MM.JJJJ AUFBEREITEN
      *--------------------------------------------------------------
       FORMATIERE-DATUM SECTION.
       FOR-DAT-00.

           MOVE     SPACES          TO DSP-DATUM.
           MOVE     DATUM-WRK(7:2)  TO DSP-DATUM(1:2).
           MOVE     "."             TO DSP-DATUM(3:1).
           MOVE     DATUM-WRK(5:2)  TO DSP-DATUM(4:2).
           MOVE     "."             TO DSP-DATUM(6:1).
           MOVE     DATUM-WRK(1:4)  TO DSP-DATUM(7:4).

       FOR-DAT-90.
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
      * COPY-CALL-MAPDTA: MAPDTA AUSFUEHREN
      *---------------------------------------------------------------

           COPY     MAPDTA     OF APG-QCPYSRC.
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
