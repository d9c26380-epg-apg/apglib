       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0238.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * MONATSLAUF: ERINNERUNG AN KUENDIGUNGSFRISTEN DER RAHMENVERTR. *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  PRUEFT ALLE LAUFENDEN RAHMENVERTRAEGE AUS    *
      *                  PKDRVT. DER LETZTE KUENDIGUNGSTAG IST DAS    *
      *                  VERTRAGSENDE (RVBIS) MINUS DER               *
      *                  KUENDIGUNGSFRIST IN MONATEN (RVKFRI). LIEGT  *
      *                  ER INNERHALB DER NAECHSTEN 90 TAGE, ERHAELT  *
      *                  DER VERTRAGSVERANTWORTLICHE (RVVERA) EINE    *
      *                  WARNUNG UEBER DIE NACHRICHTENZENTRALE        *
      *                  (CFP0030). DA DER LAUF MONATLICH LAEUFT,     *
      *                  WIRD BIS ZUM STICHTAG JEDEN MONAT ERINNERT.  *
      *                  SIGNATUR WIE EIN KETTENSCHRITT DER ART D     *
      *                  (LAUFDATUM UND RUECKMELDUNG), DAMIT          *
      *                  XXP0074 IHN UNVERAENDERT FAHREN KANN.        *
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
      * PKDRVT: RAHMENVERTRAEGE
      *-------------------------------------------------------------
           SELECT PKDRVT-DP
                  ASSIGN       TO  DATABASE-PKDRVT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PKDRVT: RVNR
       FD  PKDRVT-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDRVT-P.
           COPY DDS-ALL-FORMATS OF PKDRVT.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0238".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * VORLAUF DER WARNUNG IN TAGEN UND ERRECHNETES WARNDATUM
       01  VORLAUF-TAGE                  PIC 9(3)  VALUE 90.
       01  REST-TAGE                     PIC 9(3).
       01  WARNDATUM                     PIC 9(8).
       01  WARNDATUM-RED REDEFINES WARNDATUM.
        05 WARN-JAHR                     PIC 9(4).
        05 WARN-MONAT                    PIC 9(2).
        05 WARN-TAG                      PIC 9(2).

      * LETZTER KUENDIGUNGSTAG DES GELESENEN VERTRAGES
       01  KUENDDATUM                    PIC 9(8).
       01  KUENDDATUM-RED REDEFINES KUENDDATUM.
        05 KUEND-JAHR                    PIC 9(4).
        05 KUEND-MONAT                   PIC 9(2).
        05 KUEND-TAG                     PIC 9(2).
       01  FRIST-MONATE                  PIC 9(3).

      * TAGE JE MONAT (FEBRUAR IM SCHALTJAHR SIEHE MONATS-TAGE)
       01  MONATE-TAB-WERTE              PIC X(24)
                                 VALUE "312831303130313130313031".
       01  MONATE-TAB REDEFINES MONATE-TAB-WERTE.
        05 MONAT-TAGE                    PIC 9(2)  OCCURS 12.
       01  MONATS-TAGE                   PIC 9(2).
       01  SCHALT-QUOT                   PIC 9(4).
       01  SCHALT-REST-4                 PIC 9(4).
       01  SCHALT-REST-100               PIC 9(4).
       01  SCHALT-REST-400               PIC 9(4).

      * ZAEHLER FUER DAS ABSCHLUSSPROTOKOLL
       77  ANZ-ERINNERT                  PIC 9(5)  COMP.

      * PARAMETER FUER DIE NACHRICHTENZENTRALE (CFP0030)
       01  NOTIF-USER                    PIC X(10).
       01  NOTIF-SEV                     PIC X(1).
       01  NOTIF-TEXT                    PIC X(70).
       01  DSP-ANZ-5                     PIC Z(4)9.
       01  DSP-RVNR                      PIC Z(8)9.
       01  DSP-DATUM.
        05 DSP-TAG                       PIC 9(2).
        05 FILLER                        PIC X(1)  VALUE ".".
        05 DSP-MONAT                     PIC 9(2).
        05 FILLER                        PIC X(1)  VALUE ".".
        05 DSP-JAHR                      PIC 9(4).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * LAUFDATUM (NULL = HEUTE)
       01  X-DATUM                       PIC 9(8).
      * RUECKMELDUNG AN DEN AUFRUFER (LEER = OK)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-DATUM
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0238" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.

           OPEN     INPUT PKDRVT-DP.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

           INITIALIZE ANZ-ERINNERT.

      * LAUFDATUM ERMITTELN
           PERFORM  COPY-GET-TIME.
           IF       X-DATUM = ZEROES
                    MOVE     DATE-8 TO X-DATUM
           END-IF.

      * WARNDATUM = LAUFDATUM PLUS VORLAUF
           PERFORM  ERMITTLE-WARNDATUM.

      * ALLE RAHMENVERTRAEGE PRUEFEN
           PERFORM  VERARBEITE-VERTRAEGE.

      * ERGEBNIS AN DEN OPERATOR MELDEN
           PERFORM  MELDE-ABSCHLUSS.

       ENDE.
           CLOSE    PKDRVT-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * WARNDATUM = LAUFDATUM PLUS VORLAUF-TAGE, MONATSWEISE
      * WEITERGEZAEHLT
      *--------------------------------------------------------------
       ERMITTLE-WARNDATUM SECTION.
       ERM-WAR-00.

           MOVE     X-DATUM      TO WARNDATUM.
           MOVE     VORLAUF-TAGE TO REST-TAGE.

       ERM-WAR-20.
           PERFORM  ERMITTLE-MONATSTAGE.

      * PASST DER REST NOCH IN DEN LAUFENDEN MONAT?
           IF       WARN-TAG + REST-TAGE NOT > MONATS-TAGE
                    ADD  REST-TAGE TO WARN-TAG
                    GO TO ERM-WAR-90
           END-IF.

      * SONST BIS ZUM ERSTEN DES FOLGEMONATS WEITERZAEHLEN
           COMPUTE  REST-TAGE = REST-TAGE
                              - (MONATS-TAGE - WARN-TAG + 1)
           END-COMPUTE.
           MOVE     1 TO WARN-TAG.
           IF       WARN-MONAT = 12
                    MOVE 1 TO WARN-MONAT
                    ADD  1 TO WARN-JAHR
           ELSE
                    ADD  1 TO WARN-MONAT
           END-IF.
           GO TO    ERM-WAR-20.

       ERM-WAR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANZAHL TAGE DES MONATS WARN-MONAT/WARN-JAHR ERMITTELN
      *--------------------------------------------------------------
       ERMITTLE-MONATSTAGE SECTION.
       ERM-MON-00.

           MOVE     MONAT-TAGE(WARN-MONAT) TO MONATS-TAGE.
           IF       WARN-MONAT NOT = 2
                    GO TO ERM-MON-90
           END-IF.

      * SCHALTJAHR: DURCH 4 TEILBAR, ABER NICHT DURCH 100, AUSSER
      * DURCH 400
           DIVIDE   WARN-JAHR BY 4   GIVING SCHALT-QUOT
                                     REMAINDER SCHALT-REST-4.
           DIVIDE   WARN-JAHR BY 100 GIVING SCHALT-QUOT
                                     REMAINDER SCHALT-REST-100.
           DIVIDE   WARN-JAHR BY 400 GIVING SCHALT-QUOT
                                     REMAINDER SCHALT-REST-400.
           IF       SCHALT-REST-4 = ZEROES
            AND     (SCHALT-REST-100 NOT = ZEROES
             OR      SCHALT-REST-400 = ZEROES)
                    MOVE 29 TO MONATS-TAGE
           END-IF.

       ERM-MON-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE LAUFENDEN RAHMENVERTRAEGE LESEN UND BEI NAHENDEM
      * KUENDIGUNGSTAG DEN VERANTWORTLICHEN ERINNERN
      *--------------------------------------------------------------
       VERARBEITE-VERTRAEGE SECTION.
       VER-VER-00.

           INITIALIZE PKDRVTF OF PKDRVT-P.
           START    PKDRVT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-VER-90
           END-IF.

       VER-VER-20.
           READ     PKDRVT-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-VER-90
           END-IF.

      * ABGELAUFENE VERTRAEGE UEBERSPRINGEN
           IF       RVBIS OF PKDRVT-P < X-DATUM
                    GO TO VER-VER-20
           END-IF.

      * LETZTEN KUENDIGUNGSTAG ERRECHNEN
           PERFORM  ERMITTLE-KUENDIGUNG.

      * NUR ERINNERN, SOLANGE NOCH GEKUENDIGT WERDEN KANN UND DER
      * STICHTAG INNERHALB DES VORLAUFS LIEGT
           IF       KUENDDATUM < X-DATUM
            OR      KUENDDATUM > WARNDATUM
                    GO TO VER-VER-20
           END-IF.

           PERFORM  MELDE-VERTRAG.
           ADD      1 TO ANZ-ERINNERT.
           GO TO    VER-VER-20.

       VER-VER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LETZTER KUENDIGUNGSTAG = VERTRAGSENDE MINUS FRIST IN
      * MONATEN
      *--------------------------------------------------------------
       ERMITTLE-KUENDIGUNG SECTION.
       ERM-KUE-00.

           MOVE     RVBIS  OF PKDRVT-P TO KUENDDATUM.
           MOVE     RVKFRI OF PKDRVT-P TO FRIST-MONATE.

       ERM-KUE-20.
           IF       FRIST-MONATE = ZEROES
                    GO TO ERM-KUE-40
           END-IF.
           IF       KUEND-MONAT = 1
                    MOVE     12 TO KUEND-MONAT
                    SUBTRACT 1  FROM KUEND-JAHR
           ELSE
                    SUBTRACT 1  FROM KUEND-MONAT
           END-IF.
           SUBTRACT 1 FROM FRIST-MONATE.
           GO TO    ERM-KUE-20.

       ERM-KUE-40.
      * TAGE UEBER 28 KAPPEN, DAMIT DER STICHTAG GUELTIG BLEIBT
      * (LIEBER ETWAS ZU FRUEH ALS ZU SPAET ERINNERN)
           IF       RVKFRI OF PKDRVT-P NOT = ZEROES
            AND     KUEND-TAG > 28
                    MOVE 28 TO KUEND-TAG
           END-IF.

       ERM-KUE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VERTRAGSVERANTWORTLICHEN UEBER DIE NACHRICHTENZENTRALE
      * ERINNERN (OHNE VERANTWORTLICHEN GEHT ES AN DEN OPERATOR)
      *--------------------------------------------------------------
       MELDE-VERTRAG SECTION.
       MEL-VER-00.

           IF       RVVERA OF PKDRVT-P NOT = SPACES
                    MOVE RVVERA OF PKDRVT-P TO NOTIF-USER
           ELSE
                    MOVE "*OPER"            TO NOTIF-USER
           END-IF.
           MOVE     "W"      TO NOTIF-SEV.
           MOVE     SPACES   TO NOTIF-TEXT.
           MOVE     RVNR OF PKDRVT-P TO DSP-RVNR.
           MOVE     KUEND-TAG        TO DSP-TAG.
           MOVE     KUEND-MONAT      TO DSP-MONAT.
           MOVE     KUEND-JAHR       TO DSP-JAHR.
           STRING   "RAHMENVERTRAG "  DELIMITED BY SIZE
                    DSP-RVNR          DELIMITED BY SIZE
                    " LIEFERANT "     DELIMITED BY SIZE
                    RVLIEF OF PKDRVT-P DELIMITED BY SPACE
                    " - KUENDIGEN BIS " DELIMITED BY SIZE
                    DSP-DATUM         DELIMITED BY SIZE
               INTO NOTIF-TEXT
           END-STRING.
           CALL     "CFP0030" USING NOTIF-USER
                                    NOTIF-SEV
                                    PGM-WRK
                                    NOTIF-TEXT
           END-CALL.

       MEL-VER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABSCHLUSS DES LAUFES AN DEN OPERATOR MELDEN
      *--------------------------------------------------------------
       MELDE-ABSCHLUSS SECTION.
       MEL-ABS-00.

           IF       ANZ-ERINNERT = ZEROES
                    GO TO MEL-ABS-90
           END-IF.

           MOVE     "*OPER"  TO NOTIF-USER.
           MOVE     "I"      TO NOTIF-SEV.
           MOVE     SPACES   TO NOTIF-TEXT.
           MOVE     ANZ-ERINNERT TO DSP-ANZ-5.
           STRING   "RAHMENVERTRAEGE MIT NAHER KUENDIGUNGSFRIST: "
                                      DELIMITED BY SIZE
                    DSP-ANZ-5         DELIMITED BY SIZE
               INTO NOTIF-TEXT
           END-STRING.
           CALL     "CFP0030" USING NOTIF-USER
                                    NOTIF-SEV
                                    PGM-WRK
                                    NOTIF-TEXT
           END-CALL.

       MEL-ABS-90.
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
