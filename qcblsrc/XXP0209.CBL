      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 03.09.2026 AP    LIEFERANT (KALIEF) WIRD GEGEN DEN NEUEN     *
      *                  LIEFERANTENSTAMM PKDLIEF (XXP0213) GEPRUEFT *
      * 15.10.2026 AP    KENNZEICHEN CHARGENPFLICHT (KACHRG) FUER     *
      *                  VERDERBLICHE ARTIKEL MIT MINDESTHALTBARKEIT  *
      * 15.10.2026 AP    JEDES GEAENDERTE FELD WIRD MIT ALTEM UND     *
      *                  NEUEM WERT IM AENDERUNGSJOURNAL PCHGJRN      *
      *                  FESTGEHALTEN (CFP0038, ANZEIGE CFP0039)      *
      *                                                               *
      *****************************************************************
      *
      * SONSTIGE VARIABLEN
       01  NEUANLAGE                     PIC 9(1).
       01  LIEF-DA                       PIC 9(1).

      * STAND VOR DER AENDERUNG FUER DAS AENDERUNGSJOURNAL
       01  PKDART-ALT.
           COPY DDS-ALL-FORMATS OF PKDART.

      * PARAMETER AENDERUNGSJOURNAL (CFP0038)
           COPY WRKCHGJRN   OF APG-QCPYSRC.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
                    GO TO ANZ-DAT-20
           END-IF.

      * CHARGENPFLICHT: LEER = NEIN, 1 = JA (CHARGE UND MHD
      * BEIM WARENEINGANG, ENTNAHME NACH ABLAUFDATUM)
           IF       KACHRG OF FORMAT1 NOT = SPACES
            AND     KACHRG OF FORMAT1 NOT = "1"
                    GO TO ANZ-DAT-20
           END-IF.

      * LIEFERANT (WENN ANGEGEBEN) GEGEN DEN STAMM PRUEFEN
           IF       KALIEF OF FORMAT1 NOT = SPACES
                    PERFORM PRUEFE-LIEFERANT

           WRITE    PKDART-P.

      * NEUANLAGE INS AENDERUNGSJOURNAL
           IF       FILE-STATUS = ZEROES
                    INITIALIZE PKDARTF OF PKDART-ALT
                    MOVE "A" TO JRN-ART
                    PERFORM JOURNALISIERE-AENDERUNG
           END-IF.

       ADD-ENT-90.
           EXIT.
      /
                    GO TO CHG-ENT-90
           END-IF.

      * STAND VOR DER AENDERUNG FESTHALTEN
           MOVE     PKDART-P TO PKDART-ALT.

           MOVE     CORR FORMAT1 TO PKDARTF OF PKDART-P.

      * DATUM/UHRZEIT

           REWRITE  PKDART-P.

      * GEAENDERTE FELDER INS AENDERUNGSJOURNAL
           IF       FILE-STATUS = ZEROES
                    MOVE "U" TO JRN-ART
                    PERFORM JOURNALISIERE-AENDERUNG
           END-IF.

       CHG-ENT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GEAENDERTE FELDER DES ARTIKELS INS AENDERUNGSJOURNAL
      * PCHGJRN SCHREIBEN (ALTER STAND IN PKDART-ALT, JRN-ART
      * A = NEUANLAGE ODER U = AENDERUNG)
      *--------------------------------------------------------------
       JOURNALISIERE-AENDERUNG SECTION.
       JRN-AEN-00.

           MOVE     "PKDART" TO JRN-DATEI.
           MOVE     PGM-WRK   TO JRN-PGM.
           MOVE     KAANR OF PKDART-P TO JRN-SCHL.

           MOVE     "KABEZ" TO JRN-FELD.
           MOVE     KABEZ OF PKDART-ALT TO JRN-ALT.
           MOVE     KABEZ OF PKDART-P TO JRN-NEU.
           PERFORM  COPY-JRN-FELD.

           MOVE     "KAEINH" TO JRN-FELD.
           MOVE     KAEINH OF PKDART-ALT TO JRN-ALT.
           MOVE     KAEINH OF PKDART-P TO JRN-NEU.
           PERFORM  COPY-JRN-FELD.

           MOVE     "KALIEF" TO JRN-FELD.
           MOVE     KALIEF OF PKDART-ALT TO JRN-ALT.
           MOVE     KALIEF OF PKDART-P TO JRN-NEU.
           PERFORM  COPY-JRN-FELD.

           MOVE     "KASTAT" TO JRN-FELD.
           MOVE     KASTAT OF PKDART-ALT TO JRN-ALT.
           MOVE     KASTAT OF PKDART-P TO JRN-NEU.
           PERFORM  COPY-JRN-FELD.

           MOVE     "KACHRG" TO JRN-FELD.
           MOVE     KACHRG OF PKDART-ALT TO JRN-ALT.
           MOVE     KACHRG OF PKDART-P TO JRN-NEU.
           PERFORM  COPY-JRN-FELD.

           MOVE     "KAPREI" TO JRN-FELD.
           MOVE     KAPREI OF PKDART-ALT TO JRN-ALT-NUM.
           MOVE     KAPREI OF PKDART-P TO JRN-NEU-NUM.
           PERFORM  COPY-JRN-BETRAG.

           MOVE     "KAMELD" TO JRN-FELD.
           MOVE     KAMELD OF PKDART-ALT TO JRN-ALT-NUM.
           MOVE     KAMELD OF PKDART-P TO JRN-NEU-NUM.
           PERFORM  COPY-JRN-ZAHL.

           MOVE     "KANBME" TO JRN-FELD.
           MOVE     KANBME OF PKDART-ALT TO JRN-ALT-NUM.
           MOVE     KANBME OF PKDART-P TO JRN-NEU-NUM.
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
