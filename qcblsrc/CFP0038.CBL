       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CFP0038.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * AENDERUNGSJOURNAL: FELDAENDERUNG SCHREIBEN                    *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  SERVICEPROGRAMM DES AENDERUNGSJOURNALS:      *
      *                  SCHREIBT EINE FELDAENDERUNG EINES            *
      *                  STAMMSATZES (DATEI, SCHLUESSEL, FELD, ALTER  *
      *                  UND NEUER WERT, ART, PROGRAMM) MIT USER,     *
      *                  BILDSCHIRM UND ZEITPUNKT IN DIE DATEI        *
      *                  PCHGJRN. AUFGERUFEN UEBER COPY-JRN-FELD      *
      *                  (CHGJRN) AUS DEN PFLEGEPROGRAMMEN, DIE       *
      *                  ANZEIGE ERFOLGT UEBER CFP0039.               *
      *                  PARAMETER: WRKCHGJRN.                        *
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
      * PCHGJRN: CJLFDN (AENDERUNGSJOURNAL)
      *-------------------------------------------------------------
           SELECT PCHGJRN-DP
                  ASSIGN       TO  DATABASE-PCHGJRN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PCHGJRN: CJLFDN
       FD  PCHGJRN-DP
           LABEL RECORDS ARE STANDARD.
       01  PCHGJRN-P.
           COPY DDS-ALL-FORMATS OF PCHGJRN.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CFP0038".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * FELDAENDERUNG
           COPY WRKCHGJRN   OF APG-QCPYSRC.
      *-------------------------------------------------------------

      *-------------------------------------------------------------
       PROCEDURE DIVISION USING JRN-DATEN.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "CFP0038" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           IF       JRN-DATEI = SPACES
            OR      JRN-FELD  = SPACES
                    GO TO ENDE
           END-IF.

           OPEN     I-O   PCHGJRN-DP.

           PERFORM  SCHREIBE-JOURNAL.

           CLOSE    PCHGJRN-DP.

       ENDE.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * DIE FELDAENDERUNG IN PCHGJRN SCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-JOURNAL SECTION.
       SCH-JRN-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PCHGJRNF OF PCHGJRN-P.
      * NAECHSTE LAUFENDE NUMMER ERMITTELN
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PCHGJRN" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK          TO CJLFDN OF PCHGJRN-P.

           MOVE     JRN-DATEI         TO CJDATEI OF PCHGJRN-P.
           MOVE     JRN-SCHL          TO CJSCHL  OF PCHGJRN-P.
           MOVE     JRN-FELD          TO CJFELD  OF PCHGJRN-P.
           MOVE     JRN-ALT           TO CJALT   OF PCHGJRN-P.
           MOVE     JRN-NEU           TO CJNEU   OF PCHGJRN-P.
           MOVE     JRN-ART           TO CJART   OF PCHGJRN-P.
           MOVE     JRN-PGM           TO CJPGM   OF PCHGJRN-P.
           MOVE     T-USER            TO CJUSER  OF PCHGJRN-P.
           MOVE     T-TERM            TO CJBS    OF PCHGJRN-P.
           MOVE     DATE-8            TO CJDTA   OF PCHGJRN-P.
           MOVE     TIME-6            TO CJTIA   OF PCHGJRN-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO CJAUSR OF PCHGJRN-P.
           MOVE     T-TERM            TO CJABS  OF PCHGJRN-P.
           MOVE     JRN-PGM           TO CJAPGM OF PCHGJRN-P.
           MOVE     DATE-8            TO CJADTA OF PCHGJRN-P.
           MOVE     TIME-6            TO CJATIA OF PCHGJRN-P.

           WRITE    PCHGJRN-P.

       SCH-JRN-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------

           COPY     GETTIME    OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-PGM-INIT/COPY-PGM-EXIT: STANDARDROUTINEN START UND ENDE
      *---------------------------------------------------------------

           COPY     PGMWRK     OF APG-QCPYSRC.
      /
