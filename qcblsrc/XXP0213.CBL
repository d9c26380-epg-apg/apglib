      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 AP    ZAHLUNGSBEDINGUNGEN JE LIEFERANT (KLNETT     *
      *                  NETTOTAGE, KLSKTG SKONTOTAGE, KLSKPZ SKONTO- *
      *                  PROZENT) FUER DEN ZAHLLAUF XXP0226           *
      * 15.10.2026 AP    JEDES GEAENDERTE FELD WIRD MIT ALTEM UND     *
      *                  NEUEM WERT IM AENDERUNGSJOURNAL PCHGJRN      *
      *                  FESTGEHALTEN (CFP0038, ANZEIGE CFP0039)      *
      *                                                               *
      *****************************************************************
      *

      * SONSTIGE VARIABLEN
       01  NEUANLAGE                     PIC 9(1).

      * STAND VOR DER AENDERUNG FUER DAS AENDERUNGSJOURNAL
       01  PKDLIEF-ALT.
           COPY DDS-ALL-FORMATS OF PKDLIEF.

      * PARAMETER AENDERUNGSJOURNAL (CFP0038)
           COPY WRKCHGJRN   OF APG-QCPYSRC.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
                    GO TO ANZ-DAT-20
           END-IF.

      * ZAHLUNGSBEDINGUNGEN: SKONTO HOECHSTENS 100 PROZENT UND
      * DIE SKONTOFRIST NICHT LAENGER ALS DAS NETTOZIEL
           IF       KLSKPZ OF FORMAT1 > 100
                    GO TO ANZ-DAT-20
           END-IF.
           IF       KLSKTG OF FORMAT1 > KLNETT OF FORMAT1
                    GO TO ANZ-DAT-20
           END-IF.

      * NEUANLAGE/AENDERN
           IF       NEUANLAGE NOT = ZEROES
                    PERFORM ADD-ENTRY

           WRITE    PKDLIEF-P.

      * NEUANLAGE INS AENDERUNGSJOURNAL
           IF       FILE-STATUS = ZEROES
                    INITIALIZE PKDLIEFF OF PKDLIEF-ALT
                    MOVE "A" TO JRN-ART
                    PERFORM JOURNALISIERE-AENDERUNG
           END-IF.

       ADD-ENT-90.
           EXIT.
      /
                    GO TO CHG-ENT-90
           END-IF.

      * STAND VOR DER AENDERUNG FESTHALTEN
           MOVE     PKDLIEF-P TO PKDLIEF-ALT.

           MOVE     CORR FORMAT1 TO PKDLIEFF OF PKDLIEF-P.

      * DATUM/UHRZEIT

           REWRITE  PKDLIEF-P.

      * GEAENDERTE FELDER INS AENDERUNGSJOURNAL
           IF       FILE-STATUS = ZEROES
                    MOVE "U" TO JRN-ART
                    PERFORM JOURNALISIERE-AENDERUNG
           END-IF.

       CHG-ENT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GEAENDERTE FELDER DES LIEFERANTEN INS AENDERUNGSJOURNAL
      * PCHGJRN SCHREIBEN (ALTER STAND IN PKDLIEF-ALT, JRN-ART
      * A = NEUANLAGE ODER U = AENDERUNG)
      *--------------------------------------------------------------
       JOURNALISIERE-AENDERUNG SECTION.
       JRN-AEN-00.

           MOVE     "PKDLIEF" TO JRN-DATEI.
           MOVE     PGM-WRK   TO JRN-PGM.
           MOVE     KLLIEF OF PKDLIEF-P TO JRN-SCHL.

           MOVE     "KLNAME" TO JRN-FELD.
           MOVE     KLNAME OF PKDLIEF-ALT TO JRN-ALT.
           MOVE     KLNAME OF PKDLIEF-P TO JRN-NEU.
           PERFORM  COPY-JRN-FELD.

           MOVE     "KLSTAT" TO JRN-FELD.
           MOVE     KLSTAT OF PKDLIEF-ALT TO JRN-ALT.
           MOVE     KLSTAT OF PKDLIEF-P TO JRN-NEU.
           PERFORM  COPY-JRN-FELD.

           MOVE     "KLSKPZ" TO JRN-FELD.
           MOVE     KLSKPZ OF PKDLIEF-ALT TO JRN-ALT-NUM.
           MOVE     KLSKPZ OF PKDLIEF-P TO JRN-NEU-NUM.
           PERFORM  COPY-JRN-BETRAG.

           MOVE     "KLNETT" TO JRN-FELD.
           MOVE     KLNETT OF PKDLIEF-ALT TO JRN-ALT-NUM.
           MOVE     KLNETT OF PKDLIEF-P TO JRN-NEU-NUM.
           PERFORM  COPY-JRN-ZAHL.

           MOVE     "KLSKTG" TO JRN-FELD.
           MOVE     KLSKTG OF PKDLIEF-ALT TO JRN-ALT-NUM.
           MOVE     KLSKTG OF PKDLIEF-P TO JRN-NEU-NUM.
           PERFORM  COPY-JRN-ZAHL.

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
