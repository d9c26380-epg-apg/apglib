      *---------------------------------------------------------------*
      * PRUEFUNGSREIFE JE PRUEFUNGSBEREICH (QUIZ)                     *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ARBEITSFELDER ZU QIZBER: SAMMELTABELLE DER   *
      *                  QUIZ-ANTWORTEN AUS PSCHULLOG (SLART = "Q")   *
      *                  JE PRUEFUNGSBEREICH MIT BEZEICHNUNG UND      *
      *                  SCHWELLEN AUS PCONFIG H066 SOWIE DEM         *
      *                  ERGEBNIS BER-BEREIT (J = PRUEFUNGSREIF)      *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      *                                                               *
      *****************************************************************
      *
       01  BER-DATEN.
      * EINGABE FUER COPY-QIZ-SAMMELN: BEREICH, ERGEBNIS (1 = RICHTIG)
        05 BER-SUCH                      PIC X(4).
        05 BER-ERG                       PIC X(1).
      * BELEGTE EINTRAEGE, LAUFINDEX, UEBERLAUF (1 = TABELLE VOLL)
        05 BER-ANZ-EIN                   PIC 9(3)  COMP.
        05 BER-IX                        PIC 9(3)  COMP.
        05 BER-VOLL                      PIC 9(1).
        05 BER-EINTRAG OCCURS 50.
         10 BER-KEY                      PIC X(4).
         10 BER-TXT                      PIC X(30).
         10 BER-ANZ                      PIC 9(5).
         10 BER-OK                       PIC 9(5).
         10 BER-QUOTE                    PIC 9(3).
         10 BER-MINQUO                   PIC 9(3).
         10 BER-MINANZ                   PIC 9(5).
         10 BER-BEREIT                   PIC X(1).
