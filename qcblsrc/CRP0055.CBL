       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CRP0055.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * AENDERUNGSTICKET ZU EINER VERSIONSSICHERUNG ABFRAGEN          *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  FENSTER, DAS CRP0042 VOR DEM SICHERN EINER   *
      *                  VERSION AUFRUFT, WENN DER AUFRUFER NOCH      *
      *                  KEIN TICKET MITGIBT. ANGEZEIGT WERDEN        *
      *                  MEMBER UND SCHREIBENDES PROGRAMM; DAS        *
      *                  EINGEGEBENE TICKET MUSS IN PCHGTKT OFFEN     *
      *                  SEIN. F12 ODER EIN JOB OHNE BILDSCHIRM       *
      *                  LIEFERT TICKET 0 ZURUECK.                    *
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
      *-   BILDSCHIRM-DATEI
      *-------------------------------------------------------------
           SELECT WS-DISPLAY
                  ASSIGN       TO  WORKSTATION-CRD0055DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PCHGTKT: CTNR (AENDERUNGSTICKETS)
      *-------------------------------------------------------------
           SELECT PCHGTKT-DP
                  ASSIGN       TO  DATABASE-PCHGTKT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *----DISPLAY
       FD  WS-DISPLAY
           LABEL RECORDS ARE OMITTED.
       01  WS-REC.
           COPY DDS-ALL-FORMATS OF CRD0055DE.
      /
      *--- PCHGTKT: CTNR
       FD  PCHGTKT-DP
           LABEL RECORDS ARE STANDARD.
       01  PCHGTKT-P.
           COPY DDS-ALL-FORMATS OF PCHGTKT.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN01                          PIC 1.
        05 IN02                          PIC 1.
        05 IN41                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  CRD0055DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  CRD0055DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CRP0055".
       01  PGM-TYP                       PIC X(8)  VALUE "SEU".
       01  MELDUNG-WRK                   PIC X(60).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-SRCLIB                      PIC X(10).
       01  X-SRCRCN                      PIC X(10).
       01  X-SRCMBR                      PIC X(10).
      * DAS PROGRAMM, DAS DEN MEMBER GLEICH UEBERSCHREIBEN WIRD
       01  X-PGM                         PIC X(10).
      * RUECKGABE: OFFENES TICKET ODER 0
       01  X-TICKET                      PIC 9(9).
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-SRCLIB
                                X-SRCRCN
                                X-SRCMBR
                                X-PGM
                                X-TICKET.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "CRP0055" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     ZEROES TO X-TICKET.

      * DISPLAY OEFFNEN (IM STAPELJOB GIBT ES KEINEN BILDSCHIRM)
           MOVE     "CRD0055DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.
           IF       BS-STAT NOT = ZEROES
                    GO TO ENDE
           END-IF.

           OPEN     INPUT PCHGTKT-DP.

           MOVE     AUS TO INXX.
           INITIALIZE FORMAT1.

      * TICKET ABFRAGEN
           PERFORM  ANZEIGE-DATEN.

           CLOSE    PCHGTKT-DP.

      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * FENSTER ANZEIGEN, BIS EIN OFFENES TICKET EINGEGEBEN ODER
      * MIT F12 ABGEBROCHEN WURDE
      *--------------------------------------------------------------
       ANZEIGE-DATEN SECTION.
       ANZ-DAT-00.

      * UEBERSCHRIFT UND ZU SICHERNDER MEMBER
           MOVE     "CRP0055"         TO MAINUEB OF FORMAT1.
           MOVE     "CRP0055*1"       TO SUBUEB  OF FORMAT1.
           MOVE     PGM-TYP           TO PGMTYP  OF FORMAT1.
           MOVE     X-SRCLIB          TO SVLIB   OF FORMAT1.
           MOVE     X-SRCRCN          TO SVRCN   OF FORMAT1.
           MOVE     X-SRCMBR          TO SVMBR   OF FORMAT1.
           MOVE     X-PGM             TO SVPGM   OF FORMAT1.

       ANZ-DAT-20.
      * ANZEIGE FORMAT
           MOVE     CORR   INXX     TO  FORMAT1-O-INDIC.
           MOVE     "FMT01"         TO  FMT-WRK.
           MOVE     FORMAT1         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-WRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK TO FORMAT1-I.
           MOVE     CORR FORMAT1-I TO FORMAT1.
           MOVE     AUS  TO INXX.

      * F12 = OHNE TICKET WEITER
           IF       IN12 OF FORMAT1-I-INDIC = AN
                    MOVE ZEROES TO X-TICKET
                    GO TO ANZ-DAT-90
           END-IF.

           IF       CTNR OF FORMAT1 = ZEROES
                    GO TO ANZ-DAT-20
           END-IF.

      * DAS TICKET MUSS EXISTIEREN UND OFFEN SEIN
           INITIALIZE PCHGTKTF OF PCHGTKT-P.
           MOVE     CTNR OF FORMAT1 TO CTNR OF PCHGTKT-P.
           READ     PCHGTKT-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE SPACES TO CTTITL OF FORMAT1
                    MOVE "TICKET NICHT VORHANDEN (CRP0054)"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ANZ-DAT-20
           END-IF.
           MOVE     CTTITL OF PCHGTKT-P TO CTTITL OF FORMAT1.
           IF       CTSTAT OF PCHGTKT-P NOT = "O"
                    MOVE "TICKET IST NICHT OFFEN"
                                      TO MELDUNG-WRK
                    PERFORM MELDE-HINWEIS
                    GO TO ANZ-DAT-20
           END-IF.

           MOVE     CTNR OF PCHGTKT-P TO X-TICKET.

       ANZ-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HINWEIS AN DEN ANGEMELDETEN USER SENDEN
      *--------------------------------------------------------------
       MELDE-HINWEIS SECTION.
       MEL-HIN-00.

           INITIALIZE SNDMSG-REC.
           MOVE     MELDUNG-WRK       TO MSGTXT OF SNDMSG-REC(1:60).
           MOVE     T-USER            TO USER   OF SNDMSG-REC.
           CALL     "CLP0010" USING SNDMSG-REC
                                    RET-CODE
           END-CALL.

       MEL-HIN-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-PGM-INIT/COPY-PGM-EXIT: STANDARDROUTINEN START UND ENDE
      *---------------------------------------------------------------

           COPY     PGMWRK     OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-DSP-*: ALLE DISPLAYROUTINEN
      *---------------------------------------------------------------

           COPY     DSPWORKING OF APG-QCPYSRC.
      /
