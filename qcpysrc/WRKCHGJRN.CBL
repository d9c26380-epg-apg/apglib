      *---------------------------------------------------------------*
      * AENDERUNGSJOURNAL DER STAMMDATEN                              *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  PARAMETER DES JOURNALDIENSTES CFP0038 UND    *
      *                  ARBEITSFELDER ZU CHGJRN. JE GEAENDERTEM FELD *
      *                  WIRD EIN SATZ IN PCHGJRN GESCHRIEBEN: DATEI, *
      *                  SCHLUESSEL (AUFBEREITET), FELD, ALTER UND    *
      *                  NEUER WERT, ART (A = ANLAGE, U = AENDERUNG,  *
      *                  L = LOESCHUNG) UND DAS AENDERNDE PROGRAMM.   *
      *                  USER, BILDSCHIRM UND ZEITPUNKT SETZT CFP0038 *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      *                                                               *
      *****************************************************************
      *
       01  JRN-DATEN.
        05 JRN-DATEI                     PIC X(10).
        05 JRN-SCHL                      PIC X(40).
        05 JRN-FELD                      PIC X(10).
        05 JRN-ALT                       PIC X(50).
        05 JRN-NEU                       PIC X(50).
        05 JRN-ART                       PIC X(1).
        05 JRN-PGM                       PIC X(10).
      * NUMERISCHE WERTE FUER COPY-JRN-BETRAG UND COPY-JRN-ZAHL
        05 JRN-ALT-NUM                   PIC S9(11)V9(4).
        05 JRN-NEU-NUM                   PIC S9(11)V9(4).
        05 JRN-BETRAG                    PIC -.---.---.--9,99.
        05 JRN-ZAHL                      PIC -(10)9.
      * JAHR ALS TEIL EINES AUFBEREITETEN SCHLUESSELS
        05 JRN-JAHR                      PIC 9(4).
