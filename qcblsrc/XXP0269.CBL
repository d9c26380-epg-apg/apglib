       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0269.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * TERMINEXPORT ALS ICALENDAR-DATEI (.ICS) INS IFS               *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  SCHREIBT DIE PERSOENLICHEN TERMINE EINES     *
      *                  USERS ALS ICALENDAR-DATEI TERMINE.ICS IN     *
      *                  SEINEN IFS-ORDNER, DAMIT SIE IN OUTLOOK      *
      *                  IMPORTIERT ODER ABONNIERT WERDEN KOENNEN:    *
      *                  - ABWESENHEITEN (PABSENZ)                    *
      *                  - RAUMBUCHUNGEN ALS ORGANISATOR (PRAUMBES)   *
      *                  - ARBEITSPLATZRESERVIERUNGEN (PRAUMRES)      *
      *                  - GABEL-DIENSTE (PGABEL)                     *
      *                  JEDER EXPORTIERTE TERMIN WIRD IN PICSLOG     *
      *                  FESTGEHALTEN (UID, STAND, SEQUENZ). WIRD     *
      *                  EIN TERMIN STORNIERT ODER FAELLT ER WEG      *
      *                  (GELOESCHT, GABEL-DIENST GETAUSCHT), GEHT    *
      *                  ER MIT STATUS:CANCELLED UND HOCHGEZAEHLTER   *
      *                  SEQUENZ IN DIE DATEI, DAMIT ER IM KALENDER   *
      *                  ENTFERNT WIRD.                               *
      *                  X-USER GEFUELLT: EXPORT NUR FUER DIESEN      *
      *                  USER. X-USER LEER (NACHTLAUF, SCHRITTART G): *
      *                  EXPORT FUER ALLE USER MIT EINTRAG IN         *
      *                  PCONFIG H060 (CFKEY = USER, CFBG01 = IFS-    *
      *                  ORDNER, LEER = A400/ICAL CFBG01 + /USER,     *
      *                  STANDARD /HOME/USER). EXPORTIERT WIRD AB     *
      *                  A400/ICAL CFIN01 TAGEN VOR HEUTE (STANDARD   *
      *                  30). DIE DATEI ENTSTEHT IN QTEMP/PICSDAT,    *
      *                  CLP0065 KOPIERT SIE INS IFS.                 *
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
      * PABSENZ: ABLFDN
      *-------------------------------------------------------------
           SELECT PABSENZ-DP
                  ASSIGN       TO  DATABASE-PABSENZ
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PRAUMBES: RAUMBUCHUNGEN
      *-------------------------------------------------------------
           SELECT PRAUMBES-DP
                  ASSIGN       TO  DATABASE-PRAUMBES
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PRAUMRES: RESERVIERUNGEN DER ARBEITSPLAETZE
      *-------------------------------------------------------------
           SELECT PRAUMRES-DP
                  ASSIGN       TO  DATABASE-PRAUMRES
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PGABEL: GBDATUM
      *-------------------------------------------------------------
           SELECT PGABEL-DP
                  ASSIGN       TO  DATABASE-PGABEL
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
      * PICSLOG: EXPORTIERTE TERMINE (ICUSER, ICUID)
      *-------------------------------------------------------------
           SELECT PICSLOG-DP
                  ASSIGN       TO  DATABASE-PICSLOG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PICSDAT: ZEILEN DER ICS-DATEI (UEBERSCHRIEBEN AUF QTEMP)
      *-------------------------------------------------------------
           SELECT PICSDAT-DAT
                  ASSIGN       TO  DATABASE-PICSDAT
                  ORGANIZATION IS  SEQUENTIAL
                  ACCESS       IS  SEQUENTIAL
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PABSENZ: ABLFDN
       FD  PABSENZ-DP
           LABEL RECORDS ARE STANDARD.
       01  PABSENZ-P.
           COPY DDS-ALL-FORMATS OF PABSENZ.
      /
      *--- PRAUMBES: RBLFDN
       FD  PRAUMBES-DP
           LABEL RECORDS ARE STANDARD.
       01  PRAUMBES-P.
           COPY DDS-ALL-FORMATS OF PRAUMBES.
      /
      *--- PRAUMRES: RSLFDN
       FD  PRAUMRES-DP
           LABEL RECORDS ARE STANDARD.
       01  PRAUMRES-P.
           COPY DDS-ALL-FORMATS OF PRAUMRES.
      /
      *--- PGABEL: GBDATUM
       FD  PGABEL-DP
           LABEL RECORDS ARE STANDARD.
       01  PGABEL-P.
           COPY DDS-ALL-FORMATS OF PGABEL.
      /
      *--- PCONFIG: CFID, CFKEY, CFKEY2, CFKEY3, CFKEY4
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF APG-PCONFIG.
      /
      *--- PICSLOG: ICUSER, ICUID
       FD  PICSLOG-DP
           LABEL RECORDS ARE STANDARD.
       01  PICSLOG-P.
           COPY DDS-ALL-FORMATS OF PICSLOG.
      /
      *--- PICSDAT: ICS-ZEILEN
       FD  PICSDAT-DAT
           LABEL RECORD IS STANDARD.
       01  PICSDAT-P.
           COPY DDS-ALL-FORMATS OF PICSDAT.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY   OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

      * PARAMETER FUER CL-PROGRAMME
       01  CPYOBJ-REC                    TYPE CPYOBJ-TYPE.
       01  OVRDBF-REC                    TYPE OVRDBF-TYPE.
       01  DELOVR-REC                    TYPE DELOVR-TYPE.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0269".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * PARAMETER FUER DIE NACHRICHTENZENTRALE (CFP0030)
       01  NOTIF-USER                    PIC X(10).
       01  NOTIF-SEV                     PIC X(1).
       01  NOTIF-TEXT                    PIC X(70).

      * PARAMETER FUER DAS CLP0065 (QTEMP/PICSDAT INS IFS KOPIEREN)
       01  ICS-PFAD                      PIC X(150).

      * EINSTELLUNGEN AUS A400/ICAL
       01  ICS-TAGE-ZURUECK              PIC 9(3).
       01  ICS-BASIS                     PIC X(100).
       01  ICS-ORDNER                    PIC X(120).

      * STAND DES LAUFES (KENNUNG DER IN DIESEM LAUF GESEHENEN
      * TERMINE IN PICSLOG)
       01  LAUF-DTA                      PIC 9(8).
       01  LAUF-TIA                      PIC 9(6).
       01  FENSTER-VON                   PIC 9(8).

      * ARBEITSDATEI QTEMP/PICSDAT UEBERSCHRIEBEN (1 = JA)
       01  OVR-AKTIV                     PIC 9(1).

      * USER DES EXPORTS
       01  EXP-USER                      PIC X(10).

      * AKTUELLER TERMIN AUS DEN QUELLDATEIEN
       01  EVT-UID                       PIC X(40).
       01  EVT-QUEL                      PIC X(1).
       01  EVT-VON                       PIC 9(8).
       01  EVT-BIS                       PIC 9(8).
       01  EVT-ZVON                      PIC 9(4).
       01  EVT-ZBIS                      PIC 9(4).
       01  EVT-TEXT                      PIC X(60).
       01  EVT-ORT                       PIC X(60).
      * A = BESTAETIGT, S = STORNIERT
       01  EVT-STAT                      PIC X(1).
       01  EVT-NUMMER                    PIC 9(15).

      * RAUMNAME AUS PCONFIG H052
       01  RAUM-WRK                      PIC X(4).
       01  RAUM-NAME                     PIC X(40).

      * MASKIERUNG VON TEXTEN NACH RFC 5545 (\ , ; MIT \)
       01  ESC-EIN                       PIC X(60).
       01  ESC-AUS                       PIC X(70).
       01  ESC-LAENGE                    PIC 9(3)  COMP.
       01  ESC-IDX                       PIC 9(3)  COMP.
       01  ESC-ENDE                      PIC 9(3)  COMP.
       01  ESC-ZEICHEN                   PIC X(1).

      * AUFBEREITUNG DER ICS-ZEILEN
       01  ICS-DATUM                     PIC 9(8).
       01  ICS-ZEIT.
        05 ICS-ZEIT-HHMM                 PIC 9(4).
        05 ICS-ZEIT-SS                   PIC 9(2).
       01  ICS-STEMPEL-DTA               PIC 9(8).
       01  ICS-STEMPEL-TIA               PIC 9(6).
       01  ICS-SEQ                       PIC 9(5).
       01  ICS-FEHLER                    PIC 9(1).

      * DATUMSRECHNUNG
       01  STICHTAG                      PIC 9(8).
       01  STICHTAG-RED REDEFINES STICHTAG.
        05 STI-JAHR                      PIC 9(4).
        05 STI-MONAT                     PIC 9(2).
        05 STI-TAG                       PIC 9(2).
       01  MONAT-LAENGE                  PIC 9(2).
       01  SJA-WERT                      PIC 9(9).
       01  SJA-MODREST                   PIC 9(9).
       01  TAG-ZAEHLER                   PIC 9(3)  COMP.

      * ZAEHLER DES LAUFES
       77  ANZ-USER                      PIC 9(5)  COMP.
       77  ANZ-FEHLER                    PIC 9(5)  COMP.
       01  DSP-ANZ-5                     PIC Z(4)9.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * USER DES EXPORTS (LEER = ALLE USER AUS PCONFIG H060); IN
      * DER LAENGE DES GRUPPENPARAMETERS DER NACHTLAUFKETTE
       01  X-USER                        PIC X(20).
      * RUECKMELDUNG (LEER = OK)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-USER
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0269" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.
           INITIALIZE ANZ-USER ANZ-FEHLER OVR-AKTIV.

      * DATEIEN OEFFNEN
           OPEN     INPUT  PABSENZ-DP
                           PRAUMBES-DP
                           PRAUMRES-DP
                           PGABEL-DP
                           PCONFIG-DP.
           OPEN     I-O    PICSLOG-DP.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

      * STAND DES LAUFES UND EXPORTFENSTER
           PERFORM  COPY-GET-TIME.
           MOVE     DATE-8 TO LAUF-DTA.
           MOVE     TIME-6 TO LAUF-TIA.
           PERFORM  LESE-EINSTELLUNGEN.

           MOVE     LAUF-DTA TO STICHTAG.
           MOVE     ICS-TAGE-ZURUECK TO TAG-ZAEHLER.

       ANFANG-10.
           IF       TAG-ZAEHLER > ZEROES
                    PERFORM SUB-EIN-TAG
                    SUBTRACT 1 FROM TAG-ZAEHLER
                    GO TO ANFANG-10
           END-IF.
           MOVE     STICHTAG TO FENSTER-VON.

      * ARBEITSDATEI FUER DIE ICS-ZEILEN IN QTEMP BEREITSTELLEN
           PERFORM  BEREITE-ARBEITSDATEI.
           IF       OVR-AKTIV = ZEROES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

      * EINZELNER USER
           IF       X-USER NOT = SPACES
                    MOVE     X-USER(1:10) TO EXP-USER
                    PERFORM  LESE-ZIELORDNER
                    PERFORM  EXPORTIERE-USER
                    IF   ANZ-FEHLER NOT = ZEROES
                         MOVE "1" TO X-RETCODE
                    END-IF
                    GO TO ENDE
           END-IF.

      * NACHTLAUF: ALLE USER MIT EINTRAG IN PCONFIG H060
           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "H060"              TO CFID   OF PCONFIG-P.
           MOVE     SPACES              TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES              TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES              TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES              TO CFKEY4 OF PCONFIG-P.
           START    PCONFIG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANFANG-80
           END-IF.

       ANFANG-20.
           READ     PCONFIG-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      CFID OF PCONFIG-P NOT = "H060"
                    GO TO ANFANG-80
           END-IF.
           IF       CFKEY OF PCONFIG-P = SPACES
                    GO TO ANFANG-20
           END-IF.

           MOVE     CFKEY OF PCONFIG-P TO EXP-USER.
           MOVE     CFBG01 OF PCONFIG-P(1:120) TO ICS-ORDNER.
           IF       ICS-ORDNER = SPACES
                    PERFORM STANDARD-ORDNER
           END-IF.
           PERFORM  EXPORTIERE-USER.
           GO TO    ANFANG-20.

       ANFANG-80.
      * LAUF IN DIE NACHRICHTENZENTRALE MELDEN; EIN NICHT
      * ERREICHBARER ORDNER EINES USERS HAELT DIE KETTE NICHT AUF
           MOVE     "*OPER" TO NOTIF-USER.
           IF       ANZ-FEHLER NOT = ZEROES
                    MOVE "W" TO NOTIF-SEV
           ELSE
                    MOVE "I" TO NOTIF-SEV
           END-IF.
           MOVE     SPACES  TO NOTIF-TEXT.
           MOVE     ANZ-USER TO DSP-ANZ-5.
           STRING   "TERMINEXPORT: "
                    DSP-ANZ-5
                    " USER"
                    DELIMITED BY SIZE INTO NOTIF-TEXT
           END-STRING.
           IF       ANZ-FEHLER NOT = ZEROES
                    MOVE ANZ-FEHLER TO DSP-ANZ-5
                    MOVE ", FEHLER BEI"  TO NOTIF-TEXT(26:12)
                    MOVE DSP-ANZ-5       TO NOTIF-TEXT(38:5)
           END-IF.
           CALL     "CFP0030" USING NOTIF-USER
                                    NOTIF-SEV
                                    PGM-WRK
                                    NOTIF-TEXT
           END-CALL.

       ENDE.
           IF       OVR-AKTIV NOT = ZEROES
                    INITIALIZE DELOVR-REC
                    MOVE "PICSDAT" TO FROMFILE OF DELOVR-REC
                    CALL "CLP0012" USING DELOVR-REC
                    END-CALL
           END-IF.

           CLOSE    PABSENZ-DP
                    PRAUMBES-DP
                    PRAUMRES-DP
                    PGABEL-DP
                    PCONFIG-DP
                    PICSLOG-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * EINSTELLUNGEN AUS A400/ICAL LESEN: CFIN01 POSITIONEN 1-3 =
      * TAGE VOR HEUTE AB DENEN EXPORTIERT WIRD (STANDARD 30),
      * CFBG01 = BASISORDNER DER USERORDNER (STANDARD /home)
      *--------------------------------------------------------------
       LESE-EINSTELLUNGEN SECTION.
       LES-EIN-00.

           MOVE     30      TO ICS-TAGE-ZURUECK.
           MOVE     "/home" TO ICS-BASIS.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "A400"            TO CFID   OF CFG-CPY.
           MOVE     "ICAL"            TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = 1
                    GO TO LES-EIN-90
           END-IF.

           IF       CFIN01 OF CFG-CPY(1:3) IS NUMERIC
                    MOVE CFIN01 OF CFG-CPY(1:3) TO ICS-TAGE-ZURUECK
           END-IF.
           IF       CFBG01 OF CFG-CPY(1:100) NOT = SPACES
                    MOVE CFBG01 OF CFG-CPY(1:100) TO ICS-BASIS
           END-IF.

       LES-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZIELORDNER EINES EINZELNEN USERS AUS PCONFIG H060, OHNE
      * EINTRAG DER STANDARDORDNER
      *--------------------------------------------------------------
       LESE-ZIELORDNER SECTION.
       LES-ZIE-00.

           MOVE     SPACES TO ICS-ORDNER.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "H060"            TO CFID   OF CFG-CPY.
           MOVE     EXP-USER          TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
                    MOVE CFBG01 OF CFG-CPY(1:120) TO ICS-ORDNER
           END-IF.

           IF       ICS-ORDNER = SPACES
                    PERFORM STANDARD-ORDNER
           END-IF.

       LES-ZIE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STANDARDORDNER: BASISORDNER/USER
      *--------------------------------------------------------------
       STANDARD-ORDNER SECTION.
       STA-ORD-00.

           MOVE     SPACES TO ICS-ORDNER.
           STRING   ICS-BASIS DELIMITED BY SPACE
                    "/"       DELIMITED BY SIZE
                    EXP-USER  DELIMITED BY SPACE
                    INTO ICS-ORDNER
           END-STRING.

       STA-ORD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PICSDAT NACH QTEMP KOPIEREN UND DARAUF UEBERSCHREIBEN, DAMIT
      * GLEICHZEITIGE LAEUFE SICH NICHT STOEREN
      *--------------------------------------------------------------
       BEREITE-ARBEITSDATEI SECTION.
       BER-ARB-00.

      * IST DIE DATEI SCHON IN QTEMP (ZWEITER AUFRUF IM JOB), MELDET
      * DAS KOPIEREN EINEN FEHLER, DER HIER KEINE ROLLE SPIELT
           INITIALIZE RET-CODE.
           INITIALIZE CPYOBJ-REC.
           MOVE     "*LIBL"    TO FROMLIB  OF CPYOBJ-REC.
           MOVE     "PICSDAT"  TO OBJ      OF CPYOBJ-REC.
           MOVE     "*FILE"    TO OBJTYPE  OF CPYOBJ-REC.
           MOVE     "QTEMP"    TO TOLIB    OF CPYOBJ-REC.
           CALL     "CLP0016" USING CPYOBJ-REC
                                    RET-CODE
           END-CALL.

           INITIALIZE RET-CODE.
           INITIALIZE OVRDBF-REC.
           MOVE     "PICSDAT"  TO FROMFILE OF OVRDBF-REC.
           MOVE     "QTEMP"    TO TOLIB    OF OVRDBF-REC.
           MOVE     "PICSDAT"  TO TOFILE   OF OVRDBF-REC.
           MOVE     "*FIRST"   TO TOMBR    OF OVRDBF-REC.
           CALL     "CLP0011" USING OVRDBF-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE = SPACES
                    MOVE 1 TO OVR-AKTIV
           END-IF.

       BER-ARB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TERMINE EINES USERS (EXP-USER) ABGLEICHEN UND DIE ICS-DATEI
      * NACH ICS-ORDNER SCHREIBEN
      *--------------------------------------------------------------
       EXPORTIERE-USER SECTION.
       EXP-USR-00.

           ADD      1 TO ANZ-USER.

      * AKTUELLE TERMINE IN PICSLOG FORTSCHREIBEN
           PERFORM  UEBERNEHME-ABSENZEN.
           PERFORM  UEBERNEHME-RAUMBUCHUNGEN.
           PERFORM  UEBERNEHME-RESERVIERUNGEN.
           PERFORM  UEBERNEHME-GABELDIENSTE.

      * NICHT MEHR GEFUNDENE TERMINE STORNIEREN
           PERFORM  PRUEFE-WEGGEFALLENE.

      * DATEI SCHREIBEN UND INS IFS KOPIEREN
           PERFORM  SCHREIBE-ICS.
           IF       ICS-FEHLER NOT = ZEROES
                    ADD  1 TO ANZ-FEHLER
           END-IF.

       EXP-USR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABWESENHEITEN DES USERS (GANZTAEGIG)
      *--------------------------------------------------------------
       UEBERNEHME-ABSENZEN SECTION.
       UEB-ABS-00.

           INITIALIZE PABSENZF OF PABSENZ-P.
           START    PABSENZ-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO UEB-ABS-90
           END-IF.

       UEB-ABS-20.
           READ     PABSENZ-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO UEB-ABS-90
           END-IF.

           IF       ABUSER OF PABSENZ-P NOT = EXP-USER
            OR      ABBIS  OF PABSENZ-P < FENSTER-VON
                    GO TO UEB-ABS-20
           END-IF.

           MOVE     ABLFDN OF PABSENZ-P TO EVT-NUMMER.
           MOVE     SPACES              TO EVT-UID.
           STRING   "ABS-"              DELIMITED BY SIZE
                    EVT-NUMMER          DELIMITED BY SIZE
                    "@APG"              DELIMITED BY SIZE
                    INTO EVT-UID
           END-STRING.
           MOVE     "A"                 TO EVT-QUEL.
           MOVE     ABVON  OF PABSENZ-P TO EVT-VON.
           MOVE     ABBIS  OF PABSENZ-P TO EVT-BIS.
           MOVE     ZEROES              TO EVT-ZVON EVT-ZBIS.
           MOVE     SPACES              TO EVT-ORT.
           MOVE     "A"                 TO EVT-STAT.
           EVALUATE ABTYP  OF PABSENZ-P
                    WHEN "U"
                         MOVE "Urlaub"      TO EVT-TEXT
                    WHEN "K"
                         MOVE "Krank"       TO EVT-TEXT
                    WHEN "D"
                         MOVE "Dienstreise" TO EVT-TEXT
                    WHEN OTHER
                         MOVE "Abwesend"    TO EVT-TEXT
           END-EVALUATE.

           PERFORM  FORTSCHREIBEN-PROTOKOLL.
           GO TO    UEB-ABS-20.

       UEB-ABS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * RAUMBUCHUNGEN, DIE DER USER ORGANISIERT (MIT UHRZEIT);
      * STORNIERTE BUCHUNGEN (RBSTAT S) GEHEN ALS ABSAGE RAUS
      *--------------------------------------------------------------
       UEBERNEHME-RAUMBUCHUNGEN SECTION.
       UEB-RBU-00.

           INITIALIZE PRAUMBESF OF PRAUMBES-P.
           START    PRAUMBES-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO UEB-RBU-90
           END-IF.

       UEB-RBU-20.
           READ     PRAUMBES-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO UEB-RBU-90
           END-IF.

           IF       RBORGA  OF PRAUMBES-P NOT = EXP-USER
            OR      RBDATUM OF PRAUMBES-P < FENSTER-VON
                    GO TO UEB-RBU-20
           END-IF.

           EVALUATE RBSTAT  OF PRAUMBES-P
                    WHEN "A"
                         MOVE "A" TO EVT-STAT
                    WHEN "S"
                         MOVE "S" TO EVT-STAT
                    WHEN OTHER
                         GO TO UEB-RBU-20
           END-EVALUATE.

           MOVE     RBLFDN  OF PRAUMBES-P TO EVT-NUMMER.
           MOVE     SPACES                TO EVT-UID.
           STRING   "RBU-"                DELIMITED BY SIZE
                    EVT-NUMMER            DELIMITED BY SIZE
                    "@APG"                DELIMITED BY SIZE
                    INTO EVT-UID
           END-STRING.
           MOVE     "B"                   TO EVT-QUEL.
           MOVE     RBDATUM OF PRAUMBES-P TO EVT-VON.
           MOVE     RBDATUM OF PRAUMBES-P TO EVT-BIS.
           MOVE     RBVON   OF PRAUMBES-P TO EVT-ZVON.
           MOVE     RBBIS   OF PRAUMBES-P TO EVT-ZBIS.
           MOVE     RBTHEMA OF PRAUMBES-P TO EVT-TEXT.

           MOVE     RBRAUM  OF PRAUMBES-P TO RAUM-WRK.
           PERFORM  GET-RAUMNAME.
           MOVE     SPACES                TO EVT-ORT.
           STRING   "Raum "               DELIMITED BY SIZE
                    RAUM-WRK              DELIMITED BY SPACE
                    " "                   DELIMITED BY SIZE
                    RAUM-NAME             DELIMITED BY SIZE
                    INTO EVT-ORT
           END-STRING.

           PERFORM  FORTSCHREIBEN-PROTOKOLL.
           GO TO    UEB-RBU-20.

       UEB-RBU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ARBEITSPLATZRESERVIERUNGEN DES USERS (GANZTAEGIG); EINE
      * VORZEITIG BEENDETE RESERVIERUNG (RSSTAT E, ENDE NOCH NICHT
      * ERREICHT) GILT ALS ABSAGE
      *--------------------------------------------------------------
       UEBERNEHME-RESERVIERUNGEN SECTION.
       UEB-RES-00.

           INITIALIZE PRAUMRESF OF PRAUMRES-P.
           START    PRAUMRES-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO UEB-RES-90
           END-IF.

       UEB-RES-20.
           READ     PRAUMRES-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO UEB-RES-90
           END-IF.

           IF       RSUSER OF PRAUMRES-P NOT = EXP-USER
            OR      RSBIS  OF PRAUMRES-P < FENSTER-VON
                    GO TO UEB-RES-20
           END-IF.

           MOVE     "A" TO EVT-STAT.
           IF       RSSTAT OF PRAUMRES-P NOT = "A"
                    IF   RSSTAT OF PRAUMRES-P NOT = "E"
                     OR  RSBIS  OF PRAUMRES-P NOT < LAUF-DTA
                         MOVE "S" TO EVT-STAT
                    END-IF
           END-IF.

           MOVE     RSLFDN OF PRAUMRES-P TO EVT-NUMMER.
           MOVE     SPACES               TO EVT-UID.
           STRING   "RES-"               DELIMITED BY SIZE
                    EVT-NUMMER           DELIMITED BY SIZE
                    "@APG"               DELIMITED BY SIZE
                    INTO EVT-UID
           END-STRING.
           MOVE     "R"                  TO EVT-QUEL.
           MOVE     RSVON  OF PRAUMRES-P TO EVT-VON.
           MOVE     RSBIS  OF PRAUMRES-P TO EVT-BIS.
           MOVE     ZEROES               TO EVT-ZVON EVT-ZBIS.
           MOVE     "Arbeitsplatz reserviert" TO EVT-TEXT.

           MOVE     RSRAUM OF PRAUMRES-P TO RAUM-WRK.
           PERFORM  GET-RAUMNAME.
           MOVE     SPACES               TO EVT-ORT.
           STRING   "Arbeitsplatz "      DELIMITED BY SIZE
                    RAUM-WRK             DELIMITED BY SPACE
                    " "                  DELIMITED BY SIZE
                    RAUM-NAME            DELIMITED BY SIZE
                    INTO EVT-ORT
           END-STRING.

           PERFORM  FORTSCHREIBEN-PROTOKOLL.
           GO TO    UEB-RES-20.

       UEB-RES-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GABEL-DIENSTE DES USERS (GANZTAEGIG, EIN SATZ JE TAG)
      *--------------------------------------------------------------
       UEBERNEHME-GABELDIENSTE SECTION.
       UEB-GAB-00.

           INITIALIZE PGABELF OF PGABEL-P.
           MOVE     FENSTER-VON TO GBDATUM OF PGABEL-P.
           START    PGABEL-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO UEB-GAB-90
           END-IF.

       UEB-GAB-20.
           READ     PGABEL-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO UEB-GAB-90
           END-IF.

           IF       GBUSER OF PGABEL-P NOT = EXP-USER
                    GO TO UEB-GAB-20
           END-IF.

           MOVE     SPACES               TO EVT-UID.
           STRING   "GAB-"               DELIMITED BY SIZE
                    GBDATUM OF PGABEL-P  DELIMITED BY SIZE
                    "@APG"               DELIMITED BY SIZE
                    INTO EVT-UID
           END-STRING.
           MOVE     "G"                  TO EVT-QUEL.
           MOVE     GBDATUM OF PGABEL-P  TO EVT-VON.
           MOVE     GBDATUM OF PGABEL-P  TO EVT-BIS.
           MOVE     ZEROES               TO EVT-ZVON EVT-ZBIS.
           MOVE     "Gabel-Dienst"       TO EVT-TEXT.
           MOVE     SPACES               TO EVT-ORT.
           MOVE     "A"                  TO EVT-STAT.

           PERFORM  FORTSCHREIBEN-PROTOKOLL.
           GO TO    UEB-GAB-20.

       UEB-GAB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DEN TERMIN EVT-* IN PICSLOG FORTSCHREIBEN: NEU ANLEGEN ODER
      * BEI GEAENDERTEM INHALT DIE SEQUENZ HOCHZAEHLEN. DER STAND
      * DES LAUFES KENNZEICHNET DEN TERMIN ALS NOCH VORHANDEN
      *--------------------------------------------------------------
       FORTSCHREIBEN-PROTOKOLL SECTION.
       FOR-PRO-00.

           INITIALIZE PICSLOGF OF PICSLOG-P.
           MOVE     EXP-USER TO ICUSER OF PICSLOG-P.
           MOVE     EVT-UID  TO ICUID  OF PICSLOG-P.
           READ     PICSLOG-DP.
           IF       FILE-STATUS = ZEROES
                    GO TO FOR-PRO-50
           END-IF.

      * EIN NIE EXPORTIERTER TERMIN MUSS NICHT ABGESAGT WERDEN
           IF       EVT-STAT = "S"
                    GO TO FOR-PRO-90
           END-IF.

           INITIALIZE PICSLOGF OF PICSLOG-P.
           MOVE     EXP-USER          TO ICUSER OF PICSLOG-P.
           MOVE     EVT-UID           TO ICUID  OF PICSLOG-P.
           MOVE     EVT-QUEL          TO ICQUEL OF PICSLOG-P.
           MOVE     EVT-VON           TO ICVON  OF PICSLOG-P.
           MOVE     EVT-BIS           TO ICBIS  OF PICSLOG-P.
           MOVE     EVT-ZVON          TO ICZVON OF PICSLOG-P.
           MOVE     EVT-ZBIS          TO ICZBIS OF PICSLOG-P.
           MOVE     EVT-TEXT          TO ICTEXT OF PICSLOG-P.
           MOVE     EVT-ORT           TO ICORT  OF PICSLOG-P.
           MOVE     EVT-STAT          TO ICSTAT OF PICSLOG-P.
           MOVE     ZEROES            TO ICSEQ  OF PICSLOG-P.
           MOVE     LAUF-DTA          TO ICLDTA OF PICSLOG-P.
           MOVE     LAUF-TIA          TO ICLTIA OF PICSLOG-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO ICAUSR OF PICSLOG-P.
           MOVE     T-TERM            TO ICABS  OF PICSLOG-P.
           MOVE     PGM-WRK           TO ICAPGM OF PICSLOG-P.
           MOVE     LAUF-DTA          TO ICADTA OF PICSLOG-P.
           MOVE     LAUF-TIA          TO ICATIA OF PICSLOG-P.

           WRITE    PICSLOG-P.
           GO TO    FOR-PRO-90.

       FOR-PRO-50.
      * INHALT GEAENDERT: NEUE SEQUENZ
           IF       ICVON  OF PICSLOG-P NOT = EVT-VON
            OR      ICBIS  OF PICSLOG-P NOT = EVT-BIS
            OR      ICZVON OF PICSLOG-P NOT = EVT-ZVON
            OR      ICZBIS OF PICSLOG-P NOT = EVT-ZBIS
            OR      ICTEXT OF PICSLOG-P NOT = EVT-TEXT
            OR      ICORT  OF PICSLOG-P NOT = EVT-ORT
            OR      ICSTAT OF PICSLOG-P NOT = EVT-STAT
                    MOVE EVT-VON   TO ICVON  OF PICSLOG-P
                    MOVE EVT-BIS   TO ICBIS  OF PICSLOG-P
                    MOVE EVT-ZVON  TO ICZVON OF PICSLOG-P
                    MOVE EVT-ZBIS  TO ICZBIS OF PICSLOG-P
                    MOVE EVT-TEXT  TO ICTEXT OF PICSLOG-P
                    MOVE EVT-ORT   TO ICORT  OF PICSLOG-P
                    MOVE EVT-STAT  TO ICSTAT OF PICSLOG-P
                    ADD  1         TO ICSEQ  OF PICSLOG-P
                    PERFORM AENDERUNGSDATEN
           END-IF.

           MOVE     LAUF-DTA          TO ICLDTA OF PICSLOG-P.
           MOVE     LAUF-TIA          TO ICLTIA OF PICSLOG-P.
           REWRITE  PICSLOG-P.

       FOR-PRO-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TERMINE DES USERS, DIE IN DIESEM LAUF NICHT MEHR GEFUNDEN
      * WURDEN, WERDEN STORNIERT; TERMINE VOR DEM EXPORTFENSTER
      * WERDEN AUS PICSLOG ENTFERNT
      *--------------------------------------------------------------
       PRUEFE-WEGGEFALLENE SECTION.
       PRU-WEG-00.

           INITIALIZE PICSLOGF OF PICSLOG-P.
           MOVE     EXP-USER TO ICUSER OF PICSLOG-P.
           START    PICSLOG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-WEG-90
           END-IF.

       PRU-WEG-20.
           READ     PICSLOG-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      ICUSER OF PICSLOG-P NOT = EXP-USER
                    GO TO PRU-WEG-90
           END-IF.

           IF       ICBIS OF PICSLOG-P < FENSTER-VON
                    DELETE PICSLOG-DP RECORD
                    GO TO PRU-WEG-20
           END-IF.

           IF       ICLDTA OF PICSLOG-P = LAUF-DTA
            AND     ICLTIA OF PICSLOG-P = LAUF-TIA
                    GO TO PRU-WEG-20
           END-IF.

           IF       ICSTAT OF PICSLOG-P NOT = "S"
                    MOVE "S" TO ICSTAT OF PICSLOG-P
                    ADD  1   TO ICSEQ  OF PICSLOG-P
                    PERFORM AENDERUNGSDATEN
                    REWRITE PICSLOG-P
           END-IF.

           GO TO    PRU-WEG-20.

       PRU-WEG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AENDERUNGSDATEN IN PICSLOG FUELLEN
      *--------------------------------------------------------------
       AENDERUNGSDATEN SECTION.
       AEN-DAT-00.

           MOVE     T-USER            TO ICMSER OF PICSLOG-P.
           MOVE     T-TERM            TO ICMBS  OF PICSLOG-P.
           MOVE     PGM-WRK           TO ICMPGM OF PICSLOG-P.
           MOVE     LAUF-DTA          TO ICMDTA OF PICSLOG-P.
           MOVE     LAUF-TIA          TO ICMTIA OF PICSLOG-P.

       AEN-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DIE ICS-DATEI DES USERS AUS PICSLOG AUFBAUEN UND UEBER
      * CLP0065 NACH ICS-ORDNER/termine.ics KOPIEREN
      *--------------------------------------------------------------
       SCHREIBE-ICS SECTION.
       SCH-ICS-00.

           INITIALIZE ICS-FEHLER.
           OPEN     OUTPUT PICSDAT-DAT.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE 1 TO ICS-FEHLER
                    GO TO SCH-ICS-90
           END-IF.

           MOVE     "BEGIN:VCALENDAR"              TO ICSZEILE
                                                   OF PICSDAT-P.
           WRITE    PICSDAT-P.
           MOVE     "VERSION:2.0"                  TO ICSZEILE
                                                   OF PICSDAT-P.
           WRITE    PICSDAT-P.
           MOVE     "PRODID:-//APG//XXP0269//DE"   TO ICSZEILE
                                                   OF PICSDAT-P.
           WRITE    PICSDAT-P.
           MOVE     "CALSCALE:GREGORIAN"           TO ICSZEILE
                                                   OF PICSDAT-P.
           WRITE    PICSDAT-P.
           MOVE     "METHOD:PUBLISH"               TO ICSZEILE
                                                   OF PICSDAT-P.
           WRITE    PICSDAT-P.
           MOVE     SPACES                         TO ICSZEILE
                                                   OF PICSDAT-P.
           STRING   "X-WR-CALNAME:Termine "        DELIMITED BY SIZE
                    EXP-USER                       DELIMITED BY SPACE
                    INTO ICSZEILE OF PICSDAT-P
           END-STRING.
           WRITE    PICSDAT-P.

           INITIALIZE PICSLOGF OF PICSLOG-P.
           MOVE     EXP-USER TO ICUSER OF PICSLOG-P.
           START    PICSLOG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-ICS-80
           END-IF.

       SCH-ICS-20.
           READ     PICSLOG-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      ICUSER OF PICSLOG-P NOT = EXP-USER
                    GO TO SCH-ICS-80
           END-IF.

           PERFORM  SCHREIBE-TERMIN.
           GO TO    SCH-ICS-20.

       SCH-ICS-80.
           MOVE     "END:VCALENDAR"                TO ICSZEILE
                                                   OF PICSDAT-P.
           WRITE    PICSDAT-P.
           CLOSE    PICSDAT-DAT.

      * IN DEN IFS-ORDNER DES USERS KOPIEREN
           MOVE     SPACES TO ICS-PFAD.
           STRING   ICS-ORDNER                     DELIMITED BY SPACE
                    "/termine.ics"                 DELIMITED BY SIZE
                    INTO ICS-PFAD
           END-STRING.
           INITIALIZE RET-CODE.
           CALL     "CLP0065" USING ICS-PFAD
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    MOVE 1 TO ICS-FEHLER
           END-IF.

       SCH-ICS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINEN TERMIN AUS PICSLOG ALS VEVENT SCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-TERMIN SECTION.
       SCH-TER-00.

           MOVE     "BEGIN:VEVENT"                 TO ICSZEILE
                                                   OF PICSDAT-P.
           WRITE    PICSDAT-P.

           MOVE     SPACES                         TO ICSZEILE
                                                   OF PICSDAT-P.
           STRING   "UID:"                         DELIMITED BY SIZE
                    ICUID OF PICSLOG-P             DELIMITED BY SPACE
                    INTO ICSZEILE OF PICSDAT-P
           END-STRING.
           WRITE    PICSDAT-P.

      * ZEITSTEMPEL DES LETZTEN STANDES
           IF       ICMDTA OF PICSLOG-P NOT = ZEROES
                    MOVE ICMDTA OF PICSLOG-P TO ICS-STEMPEL-DTA
                    MOVE ICMTIA OF PICSLOG-P TO ICS-STEMPEL-TIA
           ELSE
                    MOVE ICADTA OF PICSLOG-P TO ICS-STEMPEL-DTA
                    MOVE ICATIA OF PICSLOG-P TO ICS-STEMPEL-TIA
           END-IF.
           MOVE     SPACES                         TO ICSZEILE
                                                   OF PICSDAT-P.
           STRING   "DTSTAMP:"                     DELIMITED BY SIZE
                    ICS-STEMPEL-DTA                DELIMITED BY SIZE
                    "T"                            DELIMITED BY SIZE
                    ICS-STEMPEL-TIA                DELIMITED BY SIZE
                    INTO ICSZEILE OF PICSDAT-P
           END-STRING.
           WRITE    PICSDAT-P.

           MOVE     ICSEQ OF PICSLOG-P             TO ICS-SEQ.
           MOVE     SPACES                         TO ICSZEILE
                                                   OF PICSDAT-P.
           STRING   "SEQUENCE:"                    DELIMITED BY SIZE
                    ICS-SEQ                        DELIMITED BY SIZE
                    INTO ICSZEILE OF PICSDAT-P
           END-STRING.
           WRITE    PICSDAT-P.

           IF       ICSTAT OF PICSLOG-P = "S"
                    MOVE "STATUS:CANCELLED"        TO ICSZEILE
                                                   OF PICSDAT-P
           ELSE
                    MOVE "STATUS:CONFIRMED"        TO ICSZEILE
                                                   OF PICSDAT-P
           END-IF.
           WRITE    PICSDAT-P.

      * RAUMBUCHUNGEN MIT UHRZEIT, ALLES ANDERE GANZTAEGIG (DAS
      * ENDE EINES GANZTAEGIGEN TERMINS IST DER FOLGETAG)
           IF       ICQUEL OF PICSLOG-P = "B"
                    PERFORM SCHREIBE-ZEITRAUM
           ELSE
                    PERFORM SCHREIBE-GANZTAGS
           END-IF.

           MOVE     ICTEXT OF PICSLOG-P            TO ESC-EIN.
           PERFORM  MASKIERE-TEXT.
           MOVE     SPACES                         TO ICSZEILE
                                                   OF PICSDAT-P.
           IF       ESC-LAENGE > ZEROES
                    STRING "SUMMARY:"              DELIMITED BY SIZE
                           ESC-AUS(1:ESC-LAENGE)   DELIMITED BY SIZE
                           INTO ICSZEILE OF PICSDAT-P
                    END-STRING
                    WRITE PICSDAT-P
           END-IF.

           MOVE     ICORT OF PICSLOG-P             TO ESC-EIN.
           PERFORM  MASKIERE-TEXT.
           MOVE     SPACES                         TO ICSZEILE
                                                   OF PICSDAT-P.
           IF       ESC-LAENGE > ZEROES
                    STRING "LOCATION:"             DELIMITED BY SIZE
                           ESC-AUS(1:ESC-LAENGE)   DELIMITED BY SIZE
                           INTO ICSZEILE OF PICSDAT-P
                    END-STRING
                    WRITE PICSDAT-P
           END-IF.

      * RESERVIERUNG UND GABEL-DIENST BLOCKIEREN DEN KALENDER NICHT
           IF       ICQUEL OF PICSLOG-P = "R"
            OR      ICQUEL OF PICSLOG-P = "G"
                    MOVE "TRANSP:TRANSPARENT"      TO ICSZEILE
                                                   OF PICSDAT-P
           ELSE
                    MOVE "TRANSP:OPAQUE"           TO ICSZEILE
                                                   OF PICSDAT-P
           END-IF.
           WRITE    PICSDAT-P.

           MOVE     "END:VEVENT"                   TO ICSZEILE
                                                   OF PICSDAT-P.
           WRITE    PICSDAT-P.

       SCH-TER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BEGINN UND ENDE MIT UHRZEIT (ORTSZEIT)
      *--------------------------------------------------------------
       SCHREIBE-ZEITRAUM SECTION.
       SCH-ZTR-00.

           MOVE     ZEROES                         TO ICS-ZEIT-SS.
           MOVE     ICZVON OF PICSLOG-P            TO ICS-ZEIT-HHMM.
           MOVE     SPACES                         TO ICSZEILE
                                                   OF PICSDAT-P.
           STRING   "DTSTART:"                     DELIMITED BY SIZE
                    ICVON OF PICSLOG-P             DELIMITED BY SIZE
                    "T"                            DELIMITED BY SIZE
                    ICS-ZEIT                       DELIMITED BY SIZE
                    INTO ICSZEILE OF PICSDAT-P
           END-STRING.
           WRITE    PICSDAT-P.

           MOVE     ICZBIS OF PICSLOG-P            TO ICS-ZEIT-HHMM.
           MOVE     SPACES                         TO ICSZEILE
                                                   OF PICSDAT-P.
           STRING   "DTEND:"                       DELIMITED BY SIZE
                    ICBIS OF PICSLOG-P             DELIMITED BY SIZE
                    "T"                            DELIMITED BY SIZE
                    ICS-ZEIT                       DELIMITED BY SIZE
                    INTO ICSZEILE OF PICSDAT-P
           END-STRING.
           WRITE    PICSDAT-P.

       SCH-ZTR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GANZTAEGIGER TERMIN: ENDE = TAG NACH ICBIS
      *--------------------------------------------------------------
       SCHREIBE-GANZTAGS SECTION.
       SCH-GTG-00.

           MOVE     SPACES                         TO ICSZEILE
                                                   OF PICSDAT-P.
           STRING   "DTSTART;VALUE=DATE:"          DELIMITED BY SIZE
                    ICVON OF PICSLOG-P             DELIMITED BY SIZE
                    INTO ICSZEILE OF PICSDAT-P
           END-STRING.
           WRITE    PICSDAT-P.

           MOVE     ICBIS OF PICSLOG-P             TO STICHTAG.
           PERFORM  ADD-EIN-TAG.
           MOVE     STICHTAG                       TO ICS-DATUM.
           MOVE     SPACES                         TO ICSZEILE
                                                   OF PICSDAT-P.
           STRING   "DTEND;VALUE=DATE:"            DELIMITED BY SIZE
                    ICS-DATUM                      DELIMITED BY SIZE
                    INTO ICSZEILE OF PICSDAT-P
           END-STRING.
           WRITE    PICSDAT-P.

       SCH-GTG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TEXT ESC-EIN FUER ICALENDAR MASKIEREN (\ , ; ERHALTEN EIN
      * VORANGESTELLTES \), ERGEBNIS IN ESC-AUS MIT ESC-LAENGE
      *--------------------------------------------------------------
       MASKIERE-TEXT SECTION.
       MAS-TXT-00.

           MOVE     SPACES TO ESC-AUS.
           MOVE     ZEROES TO ESC-LAENGE.

      * LETZTES BELEGTES ZEICHEN SUCHEN
           MOVE     60 TO ESC-ENDE.

       MAS-TXT-10.
           IF       ESC-ENDE = ZEROES
                    GO TO MAS-TXT-90
           END-IF.
           IF       ESC-EIN(ESC-ENDE:1) = SPACE
                    SUBTRACT 1 FROM ESC-ENDE
                    GO TO MAS-TXT-10
           END-IF.

           MOVE     1 TO ESC-IDX.

       MAS-TXT-20.
           IF       ESC-IDX > ESC-ENDE
            OR      ESC-LAENGE > 68
                    GO TO MAS-TXT-90
           END-IF.

           MOVE     ESC-EIN(ESC-IDX:1) TO ESC-ZEICHEN.
           IF       ESC-ZEICHEN = "\"
            OR      ESC-ZEICHEN = ","
            OR      ESC-ZEICHEN = ";"
                    ADD  1   TO ESC-LAENGE
                    MOVE "\" TO ESC-AUS(ESC-LAENGE:1)
           END-IF.
           ADD      1           TO ESC-LAENGE.
           MOVE     ESC-ZEICHEN TO ESC-AUS(ESC-LAENGE:1).

           ADD      1 TO ESC-IDX.
           GO TO    MAS-TXT-20.

       MAS-TXT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ERMITTELN DES RAUMNAMEN (PCONFIG H052)
      *--------------------------------------------------------------
       GET-RAUMNAME SECTION.
       GET-RMN-00.

           INITIALIZE RAUM-NAME.
           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "H052"            TO CFID   OF CFG-CPY.
           MOVE     RAUM-WRK          TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
                    MOVE CFIN01 OF CFG-CPY TO RAUM-NAME
           END-IF.

       GET-RMN-90.
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
