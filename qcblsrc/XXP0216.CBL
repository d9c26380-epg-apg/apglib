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
       01  PKDBUDG-ALT.
           COPY DDS-ALL-FORMATS OF PKDBUDG.

      * PARAMETER AENDERUNGSJOURNAL (CFP0038)
           COPY WRKCHGJRN   OF APG-QCPYSRC.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.

           WRITE    PKDBUDG-P.

      * NEUANLAGE INS AENDERUNGSJOURNAL
           IF       FILE-STATUS = ZEROES
                    INITIALIZE PKDBUDGF OF PKDBUDG-ALT
                    MOVE "A" TO JRN-ART
                    PERFORM JOURNALISIERE-AENDERUNG
           END-IF.

       ADD-ENT-90.
           EXIT.
      /
                    GO TO CHG-ENT-90
           END-IF.

      * STAND VOR DER AENDERUNG FESTHALTEN
           MOVE     PKDBUDG-P TO PKDBUDG-ALT.

           MOVE     BUBUDG OF FORMAT1 TO BUBUDG OF PKDBUDG-P.

      * DATUM/UHRZEIT

           REWRITE  PKDBUDG-P.

      * GEAENDERTE FELDER INS AENDERUNGSJOURNAL
           IF       FILE-STATUS = ZEROES
                    MOVE "U" TO JRN-ART
                    PERFORM JOURNALISIERE-AENDERUNG
           END-IF.

       CHG-ENT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GEAENDERTE FELDER DES BUDGETKONTOS INS AENDERUNGSJOURNAL
      * PCHGJRN SCHREIBEN (ALTER STAND IN PKDBUDG-ALT, JRN-ART
      * A = NEUANLAGE ODER U = AENDERUNG)
      *--------------------------------------------------------------
       JOURNALISIERE-AENDERUNG SECTION.
       JRN-AEN-00.

           MOVE     "PKDBUDG" TO JRN-DATEI.
           MOVE     PGM-WRK   TO JRN-PGM.

      * SCHLUESSEL: KOSTENSTELLE/JAHR
           MOVE     SPACES TO JRN-SCHL.
           MOVE     BUJAHR OF PKDBUDG-P TO JRN-JAHR.
           STRING   BUKST OF PKDBUDG-P DELIMITED BY SPACE
                    "/"                DELIMITED BY SIZE
                    JRN-JAHR           DELIMITED BY SIZE
                    INTO JRN-SCHL
           END-STRING.

           MOVE     "BUBUDG" TO JRN-FELD.
           MOVE     BUBUDG OF PKDBUDG-ALT TO JRN-ALT-NUM.
           MOVE     BUBUDG OF PKDBUDG-P TO JRN-NEU-NUM.
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
