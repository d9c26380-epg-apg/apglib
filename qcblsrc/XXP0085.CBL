      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 AP    JEDES GEAENDERTE FELD WIRD MIT ALTEM UND     *
      *                  NEUEM WERT IM AENDERUNGSJOURNAL PCHGJRN      *
      *                  FESTGEHALTEN (CFP0038, ANZEIGE CFP0039)      *
      *                                                               *
      *****************************************************************
      *

      * SONSTIGE VARIABLEN
       01  NEUANLAGE                     PIC 9(1).

      * STAND VOR DER AENDERUNG FUER DAS AENDERUNGSJOURNAL
       01  PURLKTO-ALT.
           COPY DDS-ALL-FORMATS OF PURLKTO.

      * PARAMETER AENDERUNGSJOURNAL (CFP0038)
           COPY WRKCHGJRN   OF APG-QCPYSRC.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.

           WRITE    PURLKTO-P.

      * NEUANLAGE INS AENDERUNGSJOURNAL
           IF       FILE-STATUS = ZEROES
                    INITIALIZE PURLKTOF OF PURLKTO-ALT
                    MOVE "A" TO JRN-ART
                    PERFORM JOURNALISIERE-AENDERUNG
           END-IF.

       ADD-ENT-90.
           EXIT.
      /
                    GO TO CHG-ENT-90
           END-IF.

      * STAND VOR DER AENDERUNG FESTHALTEN
           MOVE     PURLKTO-P TO PURLKTO-ALT.

           MOVE     UKANSPR OF FORMAT1 TO UKANSPR OF PURLKTO-P.
           MOVE     UKUEBER OF FORMAT1 TO UKUEBER OF PURLKTO-P.
           MOVE     UKKORR  OF FORMAT1 TO UKKORR  OF PURLKTO-P.

           REWRITE  PURLKTO-P.

      * GEAENDERTE FELDER INS AENDERUNGSJOURNAL
           IF       FILE-STATUS = ZEROES
                    MOVE "U" TO JRN-ART
                    PERFORM JOURNALISIERE-AENDERUNG
           END-IF.

       CHG-ENT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GEAENDERTE FELDER DES URLAUBSKONTOS INS AENDERUNGSJOURNAL
      * PCHGJRN SCHREIBEN (ALTER STAND IN PURLKTO-ALT, JRN-ART
      * A = NEUANLAGE ODER U = AENDERUNG)
      *--------------------------------------------------------------
       JOURNALISIERE-AENDERUNG SECTION.
       JRN-AEN-00.

           MOVE     "PURLKTO" TO JRN-DATEI.
           MOVE     PGM-WRK   TO JRN-PGM.

      * SCHLUESSEL: USER/JAHR
           MOVE     SPACES TO JRN-SCHL.
           MOVE     UKJAHR OF PURLKTO-P TO JRN-JAHR.
           STRING   UKUSER OF PURLKTO-P DELIMITED BY SPACE
                    "/"                 DELIMITED BY SIZE
                    JRN-JAHR            DELIMITED BY SIZE
                    INTO JRN-SCHL
           END-STRING.

           MOVE     "UKANSPR" TO JRN-FELD.
           MOVE     UKANSPR OF PURLKTO-ALT TO JRN-ALT-NUM.
           MOVE     UKANSPR OF PURLKTO-P TO JRN-NEU-NUM.
           PERFORM  COPY-JRN-BETRAG.

           MOVE     "UKUEBER" TO JRN-FELD.
           MOVE     UKUEBER OF PURLKTO-ALT TO JRN-ALT-NUM.
           MOVE     UKUEBER OF PURLKTO-P TO JRN-NEU-NUM.
           PERFORM  COPY-JRN-BETRAG.

           MOVE     "UKKORR" TO JRN-FELD.
           MOVE     UKKORR OF PURLKTO-ALT TO JRN-ALT-NUM.
           MOVE     UKKORR OF PURLKTO-P TO JRN-NEU-NUM.
           PERFORM  COPY-JRN-BETRAG.

       JRN-AEN-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-JRN-*: AENDERUNGSJOURNAL
      *---------------------------------------------------------------

           COPY     CHGJRN     OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------
