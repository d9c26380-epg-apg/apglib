       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0240.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * KONTOAUSZUG IMPORTIEREN UND KAFFEEKASSEN-ZAHLUNGEN ZUORDNEN   *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LIEST DEN CSV-EXPORT DES ONLINE-BANKINGS     *
      *                  (ZEILENWEISE NACH PKKIMP KOPIERT) MIT DEN    *
      *                  SPALTEN BUCHUNGSTAG;WERTSTELLUNG;AUFTRAG-    *
      *                  GEBER;IBAN;VERWENDUNGSZWECK;BETRAG. ZEILEN   *
      *                  OHNE GUELTIGEN BUCHUNGSTAG (KOPFZEILEN)      *
      *                  WERDEN UEBERLESEN.                           *
      *                  - DER AUSZUG WIRD UEBER ZEITRAUM, ANZAHL UND *
      *                    SUMME DER UMSAETZE IN PKKAUSZ VERMERKT;    *
      *                    EIN SCHON IMPORTIERTER AUSZUG WIRD         *
      *                    ABGEWIESEN.                                *
      *                  - JEDE GUTSCHRIFT WIRD EINEM USER ZUGEORDNET:*
      *                    UEBER DIE REFERENZ IM VERWENDUNGSZWECK     *
      *                    (PRAEFIX A400/KKBANKREF, STANDARD "KK-",   *
      *                    GEFOLGT VOM USER) ODER UEBER DIE IN PKKIBAN*
      *                    HINTERLEGTE IBAN DES AUFTRAGGEBERS.        *
      *                  - EINDEUTIG ZUGEORDNETE GUTSCHRIFTEN BUCHT   *
      *                    XXP0242 ALS ZAHLUNG IN PSCHULD.            *
      *                  - GUTSCHRIFTEN OHNE ODER MIT WIDERSPRUECH-   *
      *                    LICHEM TREFFER GEHEN IN DIE KLAERUNGSLISTE *
      *                    PKKKLAR, DIE DER KASSENWART IN XXP0241     *
      *                    ABARBEITET.                                *
      *                  - LASTSCHRIFTEN WERDEN NUR GEZAEHLT.         *
      *                  DAS ERGEBNIS JE GUTSCHRIFT WIRD GEDRUCKT     *
      *                  (XXF0240).                                   *
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
      * PKKIMP: KONTOAUSZUG ALS CSV-ZEILEN
      *-------------------------------------------------------------
           SELECT PKKIMP-DP
                  ASSIGN       TO  DATABASE-PKKIMP
                  ORGANIZATION IS  SEQUENTIAL
                  ACCESS       IS  SEQUENTIAL
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKKAUSZ: IMPORTIERTE KONTOAUSZUEGE
      *-------------------------------------------------------------
           SELECT PKKAUSZ-DP
                  ASSIGN       TO  DATABASE-PKKAUSZ
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKKIBAN: ZUORDNUNG IBAN ZU USER
      *-------------------------------------------------------------
           SELECT PKKIBAN-DP
                  ASSIGN       TO  DATABASE-PKKIBAN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKKKLAR: KLAERUNGSLISTE BANKEINGAENGE
      *-------------------------------------------------------------
           SELECT PKKKLAR-DP
                  ASSIGN       TO  DATABASE-PKKKLAR
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
      *- XXF0240: SPOOLAUSGABE IMPORTPROTOKOLL
      *-------------------------------------------------------------
           SELECT DRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0240
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PKKIMP: CSV-ZEILEN
       FD  PKKIMP-DP
           LABEL RECORDS ARE STANDARD.
       01  PKKIMP-P.
           COPY DDS-ALL-FORMATS OF PKKIMP.
      /
      *--- PKKAUSZ: KAVON, KABIS, KAANZ, KASUMM
       FD  PKKAUSZ-DP
           LABEL RECORDS ARE STANDARD.
       01  PKKAUSZ-P.
           COPY DDS-ALL-FORMATS OF PKKAUSZ.
      /
      *--- PKKIBAN: KIIBAN
       FD  PKKIBAN-DP
           LABEL RECORDS ARE STANDARD.
       01  PKKIBAN-P.
           COPY DDS-ALL-FORMATS OF PKKIBAN.
      /
      *--- PKKKLAR: KQLFDN
       FD  PKKKLAR-DP
           LABEL RECORDS ARE STANDARD.
       01  PKKKLAR-P.
           COPY DDS-ALL-FORMATS OF PKKKLAR.
      /
      *- PSCHULD: SCLFDN
       FD  PSCHULD-DP
           LABEL RECORDS ARE STANDARD.
       01  PSCHULD-P.
           COPY DDS-ALL-FORMATS OF PSCHULD.
      /
      *- XXF0240: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  DRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0240.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0240".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * PARAMETER FUER DIE NACHRICHTENZENTRALE (CFP0030)
       01  NOTIF-USER                    PIC X(10).
       01  NOTIF-SEV                     PIC X(1).
       01  NOTIF-TEXT                    PIC X(70).

      * REFERENZ-PRAEFIX IM VERWENDUNGSZWECK
       01  REF-PRAEFIX                   PIC X(10).
       01  REF-LEN                       PIC 9(3)  COMP.

      * ZERLEGTE CSV-ZEILE
       01  IMP-ZEILE                     PIC X(512).
       01  CSV-DATUM                     PIC X(20).
       01  CSV-VALUTA                    PIC X(20).
       01  CSV-NAME                      PIC X(70).
       01  CSV-IBAN                      PIC X(40).
       01  CSV-VZWK                      PIC X(200).
       01  CSV-BETRAG                    PIC X(25).
       01  ZEILE-OK                      PIC 9(1).

      * UMSATZ AUS DER ZEILE
       01  UMS-DATUM                     PIC 9(8).
       01  UMS-NAME                      PIC X(40).
       01  UMS-IBAN                      PIC X(34).
       01  UMS-VZWK                      PIC X(140).
       01  UMS-BETRAG                    PIC S9(7)V9(2).
       01  UMS-GUTSCHRIFT                PIC 9(7)V9(2).

      * ARBEITSFELDER DER ZERLEGUNG
       01  POS-I                         PIC 9(3)  COMP.
       01  POS-O                         PIC 9(3)  COMP.
       01  ANZ-LEER                      PIC 9(3)  COMP.
       01  ZEICHEN                       PIC X(1).
       01  ZIFFER-X                      PIC X(1).
       01  ZIFFER REDEFINES ZIFFER-X     PIC 9(1).
       01  DATUM-ZIFFERN                 PIC X(8).
       01  DATUM-ZIFFERN-N REDEFINES DATUM-ZIFFERN
                                         PIC 9(8).
       01  DATUM-ANZ                     PIC 9(3)  COMP.
       01  BETRAG-GANZ                   PIC 9(7).
       01  BETRAG-DEZ                    PIC 9(2).
       01  DEZ-ANZ                       PIC 9(1).
       01  IN-DEZ                        PIC 9(1).
       01  BETRAG-NEG                    PIC 9(1).

      * ZUORDNUNG
       01  REF-ANZ                       PIC 9(3)  COMP.
       01  REF-POS                       PIC 9(3)  COMP.
       01  REF-USER                      PIC X(10).
       01  IBAN-USER                     PIC X(10).
       01  ZIEL-USER                     PIC X(10).
       01  USER-BEKANNT                  PIC 9(1).
       01  KLAER-GRUND                   PIC X(1).
       01  ANZ-BEGLICHEN                 PIC 9(5).

      * KENNUNG DES KONTOAUSZUGS
       01  AUSZ-VON                      PIC 9(8).
       01  AUSZ-BIS                      PIC 9(8).
       01  AUSZ-ANZ                      PIC 9(5).
       01  AUSZ-SUMME                    PIC S9(9)V9(2).
       01  AUSZ-NR                       PIC 9(9).

      * ZAEHLER DES LAUFES
       77  ANZ-GEBUCHT                   PIC 9(5)  COMP.
       77  ANZ-KLAERUNG                  PIC 9(5)  COMP.
       77  ANZ-LASTSCHRIFT               PIC 9(5)  COMP.
       01  SUM-GEBUCHT                   PIC S9(9)V9(2).
       01  SUM-KLAERUNG                  PIC S9(9)V9(2).

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DATUM-WRK                     PIC 9(8).
       01  DSP-DATUM                     PIC X(10).
       01  DSP-WERT-S                    PIC -(8)9,9(2).
       01  DSP-ANZ-5                     PIC Z(4)9.
       01  DSP-NR                        PIC Z(8)9.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * RUECKMELDUNG AN DEN AUFRUFER (LEER = OK)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0240" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.
           INITIALIZE ANZ-GEBUCHT ANZ-KLAERUNG ANZ-LASTSCHRIFT
                      SUM-GEBUCHT SUM-KLAERUNG.

      * DATEIEN OEFFNEN
           OPEN     I-O    PKKAUSZ-DP
                           PKKKLAR-DP.
           OPEN     INPUT  PKKIBAN-DP
                           PSCHULD-DP.
           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

      * REFERENZ-PRAEFIX ERMITTELN
           PERFORM  ERMITTLE-PRAEFIX.

      * ERSTER DURCHLAUF: KENNUNG DES AUSZUGS BILDEN
           PERFORM  ERMITTLE-KENNUNG.
           IF       AUSZ-ANZ = ZEROES
                    MOVE "KONTOAUSZUG ENTHAELT KEINE UMSAETZE"
                         TO NOTIF-TEXT
                    PERFORM MELDE-FEHLER
                    GO TO ENDE
           END-IF.

      * SCHON IMPORTIERT?
           INITIALIZE PKKAUSZF OF PKKAUSZ-P.
           MOVE     AUSZ-VON          TO KAVON  OF PKKAUSZ-P.
           MOVE     AUSZ-BIS          TO KABIS  OF PKKAUSZ-P.
           MOVE     AUSZ-ANZ          TO KAANZ  OF PKKAUSZ-P.
           MOVE     AUSZ-SUMME        TO KASUMM OF PKKAUSZ-P.
           READ     PKKAUSZ-DP.
           IF       FILE-STATUS = ZEROES
                    PERFORM DRUCKE-DOPPELT
                    MOVE KANR OF PKKAUSZ-P TO DSP-NR
                    MOVE SPACES TO NOTIF-TEXT
                    STRING "KONTOAUSZUG WURDE BEREITS IMPORTIERT, "
                           "IMPORT-NR "
                           DSP-NR
                           DELIMITED BY SIZE INTO NOTIF-TEXT
                    END-STRING
                    PERFORM MELDE-FEHLER
                    GO TO ENDE
           END-IF.

      * AUSZUG VERMERKEN, BEVOR DIE ERSTE ZAHLUNG GEBUCHT WIRD
           PERFORM  SCHREIBE-AUSZUG.

      * ZWEITER DURCHLAUF: GUTSCHRIFTEN ZUORDNEN UND BUCHEN
           PERFORM  DRUCKE-KOPF.
           PERFORM  VERARBEITE-AUSZUG.
           PERFORM  DRUCKE-SUMME.

      * ZAEHLER IM AUSZUG NACHTRAGEN
           PERFORM  AKTUALISIERE-AUSZUG.

      * ABSCHLUSS IN DIE NACHRICHTENZENTRALE MELDEN
           MOVE     "*OPER"  TO NOTIF-USER.
           IF       ANZ-KLAERUNG = ZEROES
                    MOVE "I" TO NOTIF-SEV
           ELSE
                    MOVE "W" TO NOTIF-SEV
           END-IF.
           MOVE     SPACES   TO NOTIF-TEXT.
           MOVE     ANZ-GEBUCHT  TO DSP-ANZ-5.
           STRING   "BANKIMPORT: GEBUCHT "
                    DSP-ANZ-5
                    DELIMITED BY SIZE INTO NOTIF-TEXT
           END-STRING.
           MOVE     ANZ-KLAERUNG TO DSP-ANZ-5.
           STRING   ", ZUR KLAERUNG (XXP0241) "
                    DSP-ANZ-5
                    DELIMITED BY SIZE INTO NOTIF-TEXT(26:45)
           END-STRING.
           CALL     "CFP0030" USING NOTIF-USER
                                    NOTIF-SEV
                                    PGM-WRK
                                    NOTIF-TEXT
           END-CALL.

       ENDE.
           CLOSE    PKKAUSZ-DP
                    PKKKLAR-DP
                    PKKIBAN-DP
                    PSCHULD-DP
                    DRUCK-DAT.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * EINEN FEHLER IN DIE NACHRICHTENZENTRALE MELDEN
      *--------------------------------------------------------------
       MELDE-FEHLER SECTION.
       MEL-FEH-00.

           MOVE     "1"                 TO X-RETCODE.

           MOVE     "*OPER"             TO NOTIF-USER.
           MOVE     "E"                 TO NOTIF-SEV.
           CALL     "CFP0030" USING NOTIF-USER
                                    NOTIF-SEV
                                    PGM-WRK
                                    NOTIF-TEXT
           END-CALL.

       MEL-FEH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * REFERENZ-PRAEFIX AUS A400/KKBANKREF LESEN (STANDARD "KK-")
      *--------------------------------------------------------------
       ERMITTLE-PRAEFIX SECTION.
       ERM-PRA-00.

           MOVE     "KK-" TO REF-PRAEFIX.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "A400"            TO CFID   OF CFG-CPY.
           MOVE     "KKBANKREF"       TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
            AND     CFIN01 OF CFG-CPY NOT = SPACES
                    MOVE CFIN01 OF CFG-CPY(1:10) TO REF-PRAEFIX
           END-IF.
           INSPECT  REF-PRAEFIX CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * LAENGE OHNE NACHFOLGENDE LEERZEICHEN
           MOVE     10 TO REF-LEN.

       ERM-PRA-20.
           IF       REF-LEN > 1
            AND     REF-PRAEFIX(REF-LEN:1) = SPACE
                    SUBTRACT 1 FROM REF-LEN
                    GO TO ERM-PRA-20
           END-IF.

       ERM-PRA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ERSTER DURCHLAUF: ZEITRAUM, ANZAHL UND SUMME ALLER UMSAETZE
      * ALS KENNUNG DES KONTOAUSZUGS
      *--------------------------------------------------------------
       ERMITTLE-KENNUNG SECTION.
       ERM-KEN-00.

           INITIALIZE AUSZ-VON AUSZ-BIS AUSZ-ANZ AUSZ-SUMME.

           OPEN     INPUT PKKIMP-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERM-KEN-90
           END-IF.

       ERM-KEN-20.
           READ     PKKIMP-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERM-KEN-80
           END-IF.

           PERFORM  ZERLEGE-ZEILE.
           IF       ZEILE-OK = ZEROES
                    GO TO ERM-KEN-20
           END-IF.

           IF       AUSZ-VON = ZEROES
            OR      UMS-DATUM < AUSZ-VON
                    MOVE UMS-DATUM TO AUSZ-VON
           END-IF.
           IF       UMS-DATUM > AUSZ-BIS
                    MOVE UMS-DATUM TO AUSZ-BIS
           END-IF.
           ADD      1          TO AUSZ-ANZ.
           ADD      UMS-BETRAG TO AUSZ-SUMME.
           GO TO    ERM-KEN-20.

       ERM-KEN-80.
           CLOSE    PKKIMP-DP.

       ERM-KEN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DEN KONTOAUSZUG IN PKKAUSZ VERMERKEN
      *--------------------------------------------------------------
       SCHREIBE-AUSZUG SECTION.
       SCH-AUS-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PKKAUSZ" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK TO AUSZ-NR.

           INITIALIZE PKKAUSZF OF PKKAUSZ-P.
           MOVE     AUSZ-VON          TO KAVON  OF PKKAUSZ-P.
           MOVE     AUSZ-BIS          TO KABIS  OF PKKAUSZ-P.
           MOVE     AUSZ-ANZ          TO KAANZ  OF PKKAUSZ-P.
           MOVE     AUSZ-SUMME        TO KASUMM OF PKKAUSZ-P.
           MOVE     AUSZ-NR           TO KANR   OF PKKAUSZ-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO KAAUSR OF PKKAUSZ-P.
           MOVE     T-TERM            TO KAABS  OF PKKAUSZ-P.
           MOVE     PGM-WRK           TO KAAPGM OF PKKAUSZ-P.
           MOVE     DATE-8            TO KAADTA OF PKKAUSZ-P.
           MOVE     TIME-6            TO KAATIA OF PKKAUSZ-P.

           WRITE    PKKAUSZ-P.

       SCH-AUS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ERGEBNISZAEHLER IM VERMERKTEN KONTOAUSZUG NACHTRAGEN
      *--------------------------------------------------------------
       AKTUALISIERE-AUSZUG SECTION.
       AKT-AUS-00.

           INITIALIZE PKKAUSZF OF PKKAUSZ-P.
           MOVE     AUSZ-VON          TO KAVON  OF PKKAUSZ-P.
           MOVE     AUSZ-BIS          TO KABIS  OF PKKAUSZ-P.
           MOVE     AUSZ-ANZ          TO KAANZ  OF PKKAUSZ-P.
           MOVE     AUSZ-SUMME        TO KASUMM OF PKKAUSZ-P.
           READ     PKKAUSZ-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AKT-AUS-90
           END-IF.

           MOVE     ANZ-GEBUCHT       TO KAZUGE OF PKKAUSZ-P.
           MOVE     ANZ-KLAERUNG      TO KAKLAE OF PKKAUSZ-P.
           MOVE     ANZ-LASTSCHRIFT   TO KALAST OF PKKAUSZ-P.

           REWRITE  PKKAUSZ-P.

       AKT-AUS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZWEITER DURCHLAUF: JEDE GUTSCHRIFT ZUORDNEN UND BUCHEN
      * ODER IN DIE KLAERUNGSLISTE STELLEN
      *--------------------------------------------------------------
       VERARBEITE-AUSZUG SECTION.
       VER-AUS-00.

           OPEN     INPUT PKKIMP-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-AUS-90
           END-IF.

       VER-AUS-20.
           READ     PKKIMP-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-AUS-80
           END-IF.

           PERFORM  ZERLEGE-ZEILE.
           IF       ZEILE-OK = ZEROES
                    GO TO VER-AUS-20
           END-IF.

      * LASTSCHRIFTEN GEHEN DIE KAFFEEKASSE NICHTS AN
           IF       UMS-BETRAG NOT > ZEROES
                    ADD 1 TO ANZ-LASTSCHRIFT
                    GO TO VER-AUS-20
           END-IF.
           MOVE     UMS-BETRAG TO UMS-GUTSCHRIFT.

           PERFORM  ORDNE-ZU.
           IF       KLAER-GRUND = SPACES
                    MOVE     ZEROES TO ANZ-BEGLICHEN
                    CALL     "XXP0242" USING ZIEL-USER
                                             UMS-GUTSCHRIFT
                                             UMS-DATUM
                                             PGM-WRK
                                             ANZ-BEGLICHEN
                    END-CALL
                    ADD      1              TO ANZ-GEBUCHT
                    ADD      UMS-GUTSCHRIFT TO SUM-GEBUCHT
           ELSE
                    PERFORM  SCHREIBE-KLAERUNG
                    ADD      1              TO ANZ-KLAERUNG
                    ADD      UMS-GUTSCHRIFT TO SUM-KLAERUNG
           END-IF.

           PERFORM  DRUCKE-UMSATZ.
           GO TO    VER-AUS-20.

       VER-AUS-80.
           CLOSE    PKKIMP-DP.

       VER-AUS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE CSV-ZEILE ZERLEGEN. ZEILE-OK = 1, WENN EIN GUELTIGER
      * BUCHUNGSTAG GEFUNDEN WURDE (SONST KOPF- ODER LEERZEILE)
      *--------------------------------------------------------------
       ZERLEGE-ZEILE SECTION.
       ZER-ZEI-00.

           MOVE     ZEROES TO ZEILE-OK.
           MOVE     KIZEIL OF PKKIMP-P TO IMP-ZEILE.

      * ANFUEHRUNGSZEICHEN DES EXPORTS ENTFERNEN
           INSPECT  IMP-ZEILE REPLACING ALL QUOTE BY SPACE.

           MOVE     SPACES TO CSV-DATUM CSV-VALUTA CSV-NAME
                              CSV-IBAN CSV-VZWK CSV-BETRAG.
           UNSTRING IMP-ZEILE DELIMITED BY ";"
                    INTO CSV-DATUM
                         CSV-VALUTA
                         CSV-NAME
                         CSV-IBAN
                         CSV-VZWK
                         CSV-BETRAG
           END-UNSTRING.

      * BUCHUNGSTAG TT.MM.JJJJ
           PERFORM  LESE-DATUM.
           IF       UMS-DATUM = ZEROES
                    GO TO ZER-ZEI-90
           END-IF.

      * BETRAG MIT DEZIMALKOMMA, OPTIONAL MIT VORZEICHEN UND
      * TAUSENDERPUNKTEN
           PERFORM  LESE-BETRAG.

      * IBAN OHNE LEERZEICHEN
           PERFORM  VERDICHTE-IBAN.

      * AUFTRAGGEBER UND VERWENDUNGSZWECK LINKSBUENDIG
           MOVE     ZEROES TO ANZ-LEER.
           INSPECT  CSV-NAME TALLYING ANZ-LEER FOR LEADING SPACES.
           MOVE     SPACES TO UMS-NAME.
           IF       ANZ-LEER < 70
                    MOVE CSV-NAME(ANZ-LEER + 1:) TO UMS-NAME
           END-IF.

           MOVE     ZEROES TO ANZ-LEER.
           INSPECT  CSV-VZWK TALLYING ANZ-LEER FOR LEADING SPACES.
           MOVE     SPACES TO UMS-VZWK.
           IF       ANZ-LEER < 200
                    MOVE CSV-VZWK(ANZ-LEER + 1:) TO UMS-VZWK
           END-IF.

           MOVE     1 TO ZEILE-OK.

       ZER-ZEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BUCHUNGSTAG AUS DEN ZIFFERN VON CSV-DATUM (TTMMJJJJ)
      * ERMITTELN, UMS-DATUM = 0 BEI UNGUELTIGEM DATUM
      *--------------------------------------------------------------
       LESE-DATUM SECTION.
       LES-DAT-00.

           MOVE     ZEROES TO UMS-DATUM.
           MOVE     SPACES TO DATUM-ZIFFERN.
           MOVE     ZEROES TO DATUM-ANZ.
           MOVE     1      TO POS-I.

       LES-DAT-20.
           IF       POS-I > 20
                    GO TO LES-DAT-50
           END-IF.
           MOVE     CSV-DATUM(POS-I:1) TO ZEICHEN.
           IF       ZEICHEN IS NUMERIC
                    ADD 1 TO DATUM-ANZ
                    IF   DATUM-ANZ > 8
                         GO TO LES-DAT-90
                    END-IF
                    MOVE ZEICHEN TO DATUM-ZIFFERN(DATUM-ANZ:1)
           END-IF.
           ADD      1 TO POS-I.
           GO TO    LES-DAT-20.

       LES-DAT-50.
           IF       DATUM-ANZ NOT = 8
                    GO TO LES-DAT-90
           END-IF.

      * TTMMJJJJ NACH JJJJMMTT
           MOVE     DATUM-ZIFFERN(5:4) TO UMS-DATUM(1:4).
           MOVE     DATUM-ZIFFERN(3:2) TO UMS-DATUM(5:2).
           MOVE     DATUM-ZIFFERN(1:2) TO UMS-DATUM(7:2).

           IF       UMS-DATUM(5:2) < "01"
            OR      UMS-DATUM(5:2) > "12"
            OR      UMS-DATUM(7:2) < "01"
            OR      UMS-DATUM(7:2) > "31"
                    MOVE ZEROES TO UMS-DATUM
           END-IF.

       LES-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BETRAG AUS CSV-BETRAG LESEN: "-" = LASTSCHRIFT, "," TRENNT
      * DIE NACHKOMMASTELLEN, ALLE ANDEREN ZEICHEN ZAEHLEN NICHT
      *--------------------------------------------------------------
       LESE-BETRAG SECTION.
       LES-BET-00.

           INITIALIZE BETRAG-GANZ BETRAG-DEZ DEZ-ANZ IN-DEZ
                      BETRAG-NEG UMS-BETRAG.
           MOVE     1 TO POS-I.

       LES-BET-20.
           IF       POS-I > 25
                    GO TO LES-BET-50
           END-IF.
           MOVE     CSV-BETRAG(POS-I:1) TO ZEICHEN.
           ADD      1 TO POS-I.

           IF       ZEICHEN = "-"
                    MOVE 1 TO BETRAG-NEG
                    GO TO LES-BET-20
           END-IF.
           IF       ZEICHEN = ","
                    MOVE 1 TO IN-DEZ
                    GO TO LES-BET-20
           END-IF.
           IF       ZEICHEN IS NOT NUMERIC
                    GO TO LES-BET-20
           END-IF.

           MOVE     ZEICHEN TO ZIFFER-X.
           IF       IN-DEZ = ZEROES
                    COMPUTE BETRAG-GANZ = BETRAG-GANZ * 10 + ZIFFER
           ELSE
                    IF   DEZ-ANZ < 2
                         COMPUTE BETRAG-DEZ = BETRAG-DEZ * 10 + ZIFFER
                         ADD 1 TO DEZ-ANZ
                    END-IF
           END-IF.
           GO TO    LES-BET-20.

       LES-BET-50.
      * NUR EINE NACHKOMMASTELLE: ZEHNTEL
           IF       DEZ-ANZ = 1
                    COMPUTE BETRAG-DEZ = BETRAG-DEZ * 10
           END-IF.

           COMPUTE  UMS-BETRAG = BETRAG-GANZ + BETRAG-DEZ / 100.
           IF       BETRAG-NEG = 1
                    COMPUTE UMS-BETRAG = UMS-BETRAG * -1
           END-IF.

       LES-BET-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * IBAN OHNE LEERZEICHEN IN GROSSBUCHSTABEN NACH UMS-IBAN
      *--------------------------------------------------------------
       VERDICHTE-IBAN SECTION.
       VER-IBA-00.

           MOVE     SPACES TO UMS-IBAN.
           INSPECT  CSV-IBAN CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE     1      TO POS-I.
           MOVE     ZEROES TO POS-O.

       VER-IBA-20.
           IF       POS-I > 40
                    GO TO VER-IBA-90
           END-IF.
           IF       CSV-IBAN(POS-I:1) NOT = SPACE
            AND     POS-O < 34
                    ADD  1 TO POS-O
                    MOVE CSV-IBAN(POS-I:1) TO UMS-IBAN(POS-O:1)
           END-IF.
           ADD      1 TO POS-I.
           GO TO    VER-IBA-20.

       VER-IBA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GUTSCHRIFT EINEM USER ZUORDNEN. ERGEBNIS: ZIEL-USER, ODER
      * KLAER-GRUND K = KEIN TREFFER, M = MEHRDEUTIG
      *--------------------------------------------------------------
       ORDNE-ZU SECTION.
       ORD-ZUO-00.

           MOVE     SPACES TO REF-USER IBAN-USER ZIEL-USER
                              KLAER-GRUND.

      * REFERENZ IM VERWENDUNGSZWECK SUCHEN
           INSPECT  UMS-VZWK CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE     ZEROES TO REF-ANZ.
           INSPECT  UMS-VZWK TALLYING REF-ANZ
                    FOR ALL REF-PRAEFIX(1:REF-LEN).

      * MEHRERE REFERENZEN IN EINER UEBERWEISUNG: MEHRDEUTIG
           IF       REF-ANZ > 1
                    MOVE "M" TO KLAER-GRUND
                    GO TO ORD-ZUO-50
           END-IF.

           IF       REF-ANZ = 1
                    MOVE ZEROES TO REF-POS
                    INSPECT UMS-VZWK TALLYING REF-POS
                            FOR CHARACTERS
                            BEFORE INITIAL REF-PRAEFIX(1:REF-LEN)
                    ADD  REF-LEN 1 TO REF-POS
                    IF   REF-POS NOT > 140
                         UNSTRING UMS-VZWK(REF-POS:)
                                  DELIMITED BY SPACE OR "," OR "/"
                                  INTO REF-USER
                         END-UNSTRING
                    END-IF
           END-IF.

      * REFERENZ AUF EINEN UNBEKANNTEN USER ZAEHLT NICHT
           IF       REF-USER NOT = SPACES
                    PERFORM PRUEFE-USER
                    IF   USER-BEKANNT = ZEROES
                         MOVE SPACES TO REF-USER
                    END-IF
           END-IF.

       ORD-ZUO-50.
      * HINTERLEGTE IBAN DES AUFTRAGGEBERS
           IF       UMS-IBAN NOT = SPACES
                    INITIALIZE PKKIBANF OF PKKIBAN-P
                    MOVE UMS-IBAN TO KIIBAN OF PKKIBAN-P
                    READ PKKIBAN-DP
                    IF   FILE-STATUS = ZEROES
                         MOVE KIUSER OF PKKIBAN-P TO IBAN-USER
                    END-IF
           END-IF.

           IF       KLAER-GRUND NOT = SPACES
                    GO TO ORD-ZUO-90
           END-IF.

      * REFERENZ UND IBAN WIDERSPRECHEN SICH: MEHRDEUTIG
           IF       REF-USER  NOT = SPACES
            AND     IBAN-USER NOT = SPACES
            AND     REF-USER  NOT = IBAN-USER
                    MOVE "M" TO KLAER-GRUND
                    GO TO ORD-ZUO-90
           END-IF.

           IF       REF-USER NOT = SPACES
                    MOVE REF-USER  TO ZIEL-USER
           ELSE
                    MOVE IBAN-USER TO ZIEL-USER
           END-IF.

           IF       ZIEL-USER = SPACES
                    MOVE "K" TO KLAER-GRUND
           END-IF.

       ORD-ZUO-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * IST REF-USER IN DER KAFFEEKASSE BEKANNT (MINDESTENS EIN
      * PSCHULD-EINTRAG)?
      *--------------------------------------------------------------
       PRUEFE-USER SECTION.
       PRU-USR-00.

           MOVE     ZEROES TO USER-BEKANNT.

           INITIALIZE PSCHULDF OF PSCHULD-P.
           START    PSCHULD-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-USR-90
           END-IF.

       PRU-USR-20.
           READ     PSCHULD-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-USR-90
           END-IF.

           IF       SCUSER OF PSCHULD-P NOT = REF-USER
                    GO TO PRU-USR-20
           END-IF.

           MOVE     1 TO USER-BEKANNT.

       PRU-USR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NICHT EINDEUTIG ZUORDENBARE GUTSCHRIFT IN DIE
      * KLAERUNGSLISTE STELLEN (MIT DEN GEFUNDENEN VORSCHLAEGEN)
      *--------------------------------------------------------------
       SCHREIBE-KLAERUNG SECTION.
       SCH-KLA-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PKKKLARF OF PKKKLAR-P.
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PKKKLAR" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK          TO KQLFDN OF PKKKLAR-P.

           MOVE     AUSZ-NR           TO KQANR  OF PKKKLAR-P.
           MOVE     UMS-DATUM         TO KQDATU OF PKKKLAR-P.
           MOVE     UMS-NAME          TO KQNAME OF PKKKLAR-P.
           MOVE     UMS-IBAN          TO KQIBAN OF PKKKLAR-P.
           MOVE     UMS-VZWK          TO KQVZWK OF PKKKLAR-P.
           MOVE     UMS-GUTSCHRIFT    TO KQBETR OF PKKKLAR-P.
           MOVE     KLAER-GRUND       TO KQGRND OF PKKKLAR-P.
           MOVE     REF-USER          TO KQVOR1 OF PKKKLAR-P.
           MOVE     IBAN-USER         TO KQVOR2 OF PKKKLAR-P.
           MOVE     "O"               TO KQSTAT OF PKKKLAR-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO KQAUSR OF PKKKLAR-P.
           MOVE     T-TERM            TO KQABS  OF PKKKLAR-P.
           MOVE     PGM-WRK           TO KQAPGM OF PKKKLAR-P.
           MOVE     DATE-8            TO KQADTA OF PKKKLAR-P.
           MOVE     TIME-6            TO KQATIA OF PKKKLAR-P.

           WRITE    PKKKLAR-P.

       SCH-KLA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DATUM-WRK (JJJJMMTT) ALS TT.MM.JJJJ NACH DSP-DATUM
      *--------------------------------------------------------------
       FORMATIERE-DATUM SECTION.
       FOR-DAT-00.

           MOVE     SPACES            TO DSP-DATUM.
           MOVE     DATUM-WRK(7:2)    TO DSP-DATUM(1:2).
           MOVE     "."               TO DSP-DATUM(3:1).
           MOVE     DATUM-WRK(5:2)    TO DSP-DATUM(4:2).
           MOVE     "."               TO DSP-DATUM(6:1).
           MOVE     DATUM-WRK(1:4)    TO DSP-DATUM(7:4).

       FOR-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPF DES IMPORTPROTOKOLLS
      *--------------------------------------------------------------
       DRUCKE-KOPF SECTION.
       DRU-KOP-00.

           PERFORM  COPY-GET-TIME.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "KONTOAUSZUG-IMPORT KAFFEEKASSE"
                                          TO DRUCK-ZEILE(1:30).
           MOVE     "NR"                  TO DRUCK-ZEILE(32:2).
           MOVE     AUSZ-NR               TO DSP-NR.
           MOVE     DSP-NR                TO DRUCK-ZEILE(35:9).
           MOVE     "DATUM"               TO DRUCK-ZEILE(48:5).
           MOVE     DATE-8                TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(54:10).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "ZEITRAUM"            TO DRUCK-ZEILE(1:8).
           MOVE     AUSZ-VON              TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(10:10).
           MOVE     "-"                   TO DRUCK-ZEILE(21:1).
           MOVE     AUSZ-BIS              TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(23:10).
           MOVE     "UMSAETZE"            TO DRUCK-ZEILE(36:8).
           MOVE     AUSZ-ANZ              TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(45:5).
           PERFORM  DRUCKE-ZEILE.

           MOVE     ALL "=" TO DRUCK-ZEILE(1:100).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "BUCHTAG"             TO DRUCK-ZEILE(1:7).
           MOVE     "AUFTRAGGEBER"        TO DRUCK-ZEILE(12:12).
           MOVE     "BETRAG"              TO DRUCK-ZEILE(50:6).
           MOVE     "ERGEBNIS"            TO DRUCK-ZEILE(58:8).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.

       DRU-KOP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE GUTSCHRIFT MIT IHREM ERGEBNIS DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-UMSATZ SECTION.
       DRU-UMS-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     UMS-DATUM             TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(1:10).
           MOVE     UMS-NAME(1:30)        TO DRUCK-ZEILE(12:30).
           MOVE     UMS-GUTSCHRIFT        TO DSP-WERT-S.
           MOVE     DSP-WERT-S            TO DRUCK-ZEILE(44:12).

           EVALUATE KLAER-GRUND
                    WHEN SPACES
                         MOVE "GEBUCHT FUER"    TO DRUCK-ZEILE(58:12)
                         MOVE ZIEL-USER         TO DRUCK-ZEILE(71:10)
                         MOVE ANZ-BEGLICHEN     TO DSP-ANZ-5
                         MOVE DSP-ANZ-5         TO DRUCK-ZEILE(82:5)
                         MOVE "SCHULD(EN) BEGLICHEN"
                                                TO DRUCK-ZEILE(88:20)
                    WHEN "M"
                         MOVE "KLAERUNG: MEHRDEUTIG"
                                                TO DRUCK-ZEILE(58:20)
                    WHEN OTHER
                         MOVE "KLAERUNG: KEIN TREFFER"
                                                TO DRUCK-ZEILE(58:22)
           END-EVALUATE.
           PERFORM  DRUCKE-ZEILE.

       DRU-UMS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUMMEN DES IMPORTS
      *--------------------------------------------------------------
       DRUCKE-SUMME SECTION.
       DRU-SUM-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  DRUCKE-ZEILE.
           MOVE     ALL "=" TO DRUCK-ZEILE(1:100).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "GEBUCHTE GUTSCHRIFTEN:" TO DRUCK-ZEILE(1:22).
           MOVE     ANZ-GEBUCHT           TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(30:5).
           MOVE     SUM-GEBUCHT           TO DSP-WERT-S.
           MOVE     DSP-WERT-S            TO DRUCK-ZEILE(44:12).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "ZUR KLAERUNG:"       TO DRUCK-ZEILE(1:13).
           MOVE     ANZ-KLAERUNG          TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(30:5).
           MOVE     SUM-KLAERUNG          TO DSP-WERT-S.
           MOVE     DSP-WERT-S            TO DRUCK-ZEILE(44:12).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "LASTSCHRIFTEN (NICHT VERARBEITET):"
                                          TO DRUCK-ZEILE(1:34).
           MOVE     ANZ-LASTSCHRIFT       TO DSP-ANZ-5.
           MOVE     DSP-ANZ-5             TO DRUCK-ZEILE(36:5).
           PERFORM  DRUCKE-ZEILE.

       DRU-SUM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HINWEIS AUF EINEN BEREITS IMPORTIERTEN AUSZUG DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-DOPPELT SECTION.
       DRU-DOP-00.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "KONTOAUSZUG-IMPORT KAFFEEKASSE ABGEWIESEN"
                                          TO DRUCK-ZEILE(1:41).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "DER AUSZUG WURDE BEREITS AM"
                                          TO DRUCK-ZEILE(1:27).
           MOVE     KAADTA OF PKKAUSZ-P   TO DATUM-WRK.
           PERFORM  FORMATIERE-DATUM.
           MOVE     DSP-DATUM             TO DRUCK-ZEILE(29:10).
           MOVE     "VON"                 TO DRUCK-ZEILE(40:3).
           MOVE     KAAUSR OF PKKAUSZ-P   TO DRUCK-ZEILE(44:10).
           MOVE     "IMPORTIERT, NR"      TO DRUCK-ZEILE(55:14).
           MOVE     KANR OF PKKAUSZ-P     TO DSP-NR.
           MOVE     DSP-NR                TO DRUCK-ZEILE(70:9).
           PERFORM  DRUCKE-ZEILE.

       DRU-DOP-90.
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
