      *                  PGLZFRG. ERST DIE ENTSCHEIDUNG IN XXP0090   *
      *                  SCHREIBT DEN (GGF. GEKAPPTEN) WERT, DER     *
      *                  USER WIRD UEBER CFP0030 INFORMIERT          *
      * 15.10.2026 AP    MONATSWERTE JE USER NACH PGLZMAB, ABSCHLUSS  *
      *                  DES MONATS IN PGLZMON (LOHNEXPORT XXP0260)   *
      *                                                               *
      *****************************************************************
      *
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PGLZMAB: MONATSWERTE JE USER (GAUSER, GAJHMO)
      *-------------------------------------------------------------
           SELECT PGLZMAB-DP
                  ASSIGN       TO  DATABASE-PGLZMAB
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PGLZMON: MONATSABSCHLUSS DER GLEITZEIT (GMJHMO)
      *-------------------------------------------------------------
           SELECT PGLZMON-DP
                  ASSIGN       TO  DATABASE-PGLZMON
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *- XXF0066: SPOOLAUSGABE DER GLEITZEITABRECHNUNG
      *-------------------------------------------------------------
       01  PGLZFRG-P.
           COPY DDS-ALL-FORMATS OF PGLZFRG.
      /
      *--- PGLZMAB: GAUSER, GAJHMO
       FD  PGLZMAB-DP
           LABEL RECORDS ARE STANDARD.
       01  PGLZMAB-P.
           COPY DDS-ALL-FORMATS OF PGLZMAB.
      /
      *--- PGLZMON: GMJHMO
       FD  PGLZMON-DP
           LABEL RECORDS ARE STANDARD.
       01  PGLZMON-P.
           COPY DDS-ALL-FORMATS OF PGLZMON.
      /
      *- XXF0066: SPOOLAUSGABE
       FD  DRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  KAL-TAB.
        05 KAL-ARBTAG OCCURS 31          PIC 9(1).

      * SONN- UND FEIERTAGE DES MONATS (1 = SONNTAG/FEIERTAG)
       01  KAL-SOFE-TAB.
        05 KAL-SOFE OCCURS 31            PIC 9(1).

      * IST-MINUTEN JE USER UND TAG
       01  USR-MAX                       PIC 9(3)  COMP VALUE 100.
       01  USR-ANZAHL                    PIC 9(3)  COMP.
       01  VORTRAG-ALT                   PIC S9(7).
       01  VORTRAG-NEU                   PIC S9(7).

      * MONATSWERTE JE USER FUER DEN LOHNEXPORT
       01  MONAT-SOLL                    PIC S9(7).
       01  MONAT-IST                     PIC S9(7).
       01  MONAT-SOFE                    PIC 9(2).

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DSP-MIN                       PIC Z(5)9-.
                           PCFGDAT-DP
                           PABSENZ-DP.
           OPEN     I-O    PGLZSLD-DP
                           PGLZFRG-DP
                           PGLZMAB-DP
                           PGLZMON-DP.
           OPEN     OUTPUT DRUCK-DAT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
      * JE USER ABRECHNEN UND DRUCKEN
           PERFORM  DRUCKE-ABRECHNUNGEN.

      * NUR EIN LAUF UEBER ALLE USER SCHLIESST DEN MONAT AB
           IF       X-USER = SPACES
                    PERFORM SCHREIBE-MONATSABSCHLUSS
           END-IF.

       ENDE.
           CLOSE    PSTRTIM-DP
                    PCFGDAT-DP
                    PABSENZ-DP
                    PGLZSLD-DP
                    PGLZFRG-DP
                    PGLZMAB-DP
                    PGLZMON-DP
                    DRUCK-DAT.

           PERFORM  COPY-PGM-EXIT.
       LAD-KAL-00.

           INITIALIZE KAL-TAB.
           INITIALIZE KAL-SOFE-TAB.

           INITIALIZE PCFGDATF OF PCFGDAT-P.
           MOVE     MONAT-VON TO DTLFDN OF PCFGDAT-P.
                    GO TO LAD-KAL-90
           END-IF.

           MOVE     DTLFDN OF PCFGDAT-P TO DATUM-WRK.

      * SONNTAGE UND FEIERTAGE FUER DEN LOHNEXPORT MERKEN
           IF       DTWOTA OF PCFGDAT-P = 7
            OR      DTFEIE OF PCFGDAT-P NOT = ZEROES
                    MOVE 1 TO KAL-SOFE(DAT-TAG)
           END-IF.

           IF       DTWOTA OF PCFGDAT-P > 5
            OR      DTFEIE OF PCFGDAT-P NOT = ZEROES
                    GO TO LAD-KAL-20
           END-IF.

           MOVE     1 TO KAL-ARBTAG(DAT-TAG).
           GO TO    LAD-KAL-20.

           PERFORM  DRUCKE-ZEILE.

           INITIALIZE MONAT-SALDO.
           INITIALIZE MONAT-SOLL MONAT-IST MONAT-SOFE.
           MOVE     1 TO TAG-IDX.

       DRU-USR-20.
           PERFORM  DRUCKE-ZEILE.

           ADD      DIFF-MINUTEN TO MONAT-SALDO.

      * MONATSWERTE FUER DEN LOHNEXPORT SAMMELN
           ADD      TAG-SOLL TO MONAT-SOLL.
           COMPUTE  MONAT-IST = MONAT-IST + USR-IST(USR-IDX TAG-IDX)
                              - PAUSE-ABZUG
           END-COMPUTE.
           IF       KAL-SOFE(TAG-IDX) NOT = ZEROES
            AND     USR-IST(USR-IDX TAG-IDX) > ZEROES
                    ADD 1 TO MONAT-SOFE
           END-IF.

           ADD      1 TO TAG-IDX.
           GO TO    DRU-USR-20.

      * UEBERTRAG JE USER/MONAT FORTSCHREIBEN
           PERFORM  SCHREIBE-SALDO.

      * MONATSWERTE DES USERS FUER DEN LOHNEXPORT FESTHALTEN
           PERFORM  SCHREIBE-MONATSWERTE.

       DRU-USR-90.
           EXIT.
      /
           EXIT.
      /
      *--------------------------------------------------------------
      * SOLL, IST UND SONN-/FEIERTAGE DES USERS FUER DEN MONAT IN
      * PGLZMAB FESTHALTEN (GRUNDLAGE DES LOHNEXPORTS XXP0260)
      *--------------------------------------------------------------
       SCHREIBE-MONATSWERTE SECTION.
       SCH-MOW-00.

           INITIALIZE PGLZMABF OF PGLZMAB-P.
           MOVE     USR-USER(USR-IDX) TO GAUSER OF PGLZMAB-P.
           MOVE     JHMO-WRK          TO GAJHMO OF PGLZMAB-P.
           READ     PGLZMAB-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE MONAT-SOLL  TO GASOLL OF PGLZMAB-P
                    MOVE MONAT-IST   TO GAIST  OF PGLZMAB-P
                    MOVE MONAT-SALDO TO GASALD OF PGLZMAB-P
                    MOVE MONAT-SOFE  TO GASOFE OF PGLZMAB-P
                    MOVE T-USER      TO GAMSER OF PGLZMAB-P
                    MOVE T-TERM      TO GAMBS  OF PGLZMAB-P
                    MOVE PGM-WRK     TO GAMPGM OF PGLZMAB-P
                    MOVE DATE-8      TO GAMDTA OF PGLZMAB-P
                    MOVE TIME-6      TO GAMTIA OF PGLZMAB-P
                    REWRITE PGLZMAB-P
                    GO TO SCH-MOW-90
           END-IF.

           INITIALIZE PGLZMABF OF PGLZMAB-P.
           MOVE     USR-USER(USR-IDX) TO GAUSER OF PGLZMAB-P.
           MOVE     JHMO-WRK          TO GAJHMO OF PGLZMAB-P.
           MOVE     MONAT-SOLL        TO GASOLL OF PGLZMAB-P.
           MOVE     MONAT-IST         TO GAIST  OF PGLZMAB-P.
           MOVE     MONAT-SALDO       TO GASALD OF PGLZMAB-P.
           MOVE     MONAT-SOFE        TO GASOFE OF PGLZMAB-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO GAAUSR OF PGLZMAB-P.
           MOVE     T-TERM            TO GAABS  OF PGLZMAB-P.
           MOVE     PGM-WRK           TO GAAPGM OF PGLZMAB-P.
           MOVE     DATE-8            TO GAADTA OF PGLZMAB-P.
           MOVE     TIME-6            TO GAATIA OF PGLZMAB-P.

           WRITE    PGLZMAB-P.

       SCH-MOW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DEN MONAT IN PGLZMON ALS ABGESCHLOSSEN KENNZEICHNEN. EIN
      * SCHON EXPORTIERTER MONAT BEHAELT SEINE EXPORTDATEN, DAMIT
      * EIN ERNEUTER EXPORT DAS KORREKTURKENNZEICHEN BRAUCHT
      *--------------------------------------------------------------
       SCHREIBE-MONATSABSCHLUSS SECTION.
       SCH-MAB-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PGLZMONF OF PGLZMON-P.
           MOVE     JHMO-WRK          TO GMJHMO OF PGLZMON-P.
           READ     PGLZMON-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE "1"         TO GMSTAT OF PGLZMON-P
                    MOVE T-USER      TO GMABUS OF PGLZMON-P
                    MOVE DATE-8      TO GMABDT OF PGLZMON-P
                    MOVE TIME-6      TO GMABTI OF PGLZMON-P
                    REWRITE PGLZMON-P
                    GO TO SCH-MAB-90
           END-IF.

           INITIALIZE PGLZMONF OF PGLZMON-P.
           MOVE     JHMO-WRK          TO GMJHMO OF PGLZMON-P.
           MOVE     "1"               TO GMSTAT OF PGLZMON-P.
           MOVE     T-USER            TO GMABUS OF PGLZMON-P.
           MOVE     DATE-8            TO GMABDT OF PGLZMON-P.
           MOVE     TIME-6            TO GMABTI OF PGLZMON-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO GMAUSR OF PGLZMON-P.
           MOVE     T-TERM            TO GMABS  OF PGLZMON-P.
           MOVE     PGM-WRK           TO GMAPGM OF PGLZMON-P.
           MOVE     DATE-8            TO GMADTA OF PGLZMON-P.
           MOVE     TIME-6            TO GMATIA OF PGLZMON-P.

           WRITE    PGLZMON-P.

       SCH-MAB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * UEBERTRAG IN DEN FREIGABEVORRAT PGLZFRG STELLEN: JE
      * USER/MONAT NUR EINMAL, DER USER WIRD INFORMIERT
      *--------------------------------------------------------------
