      *---------------------------------------------------------------*
      * PROGNOSE DER JOBKETTE FUER EIN LAUFDATUM                      *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ERGEBNIS DER PROGNOSE (XXP0273): KALENDER-   *
      *                  LAGE DES TAGES, SUMMEN UND JE SCHRITT        *
      *                  STATUS, WELLE, BASISLINIE, PARAMETER UND     *
      *                  BEGRUENDUNG. STATUS JE SCHRITT:              *
      *                  L = LAEUFT, F = ENTFAELLT (FEIERTAGS-        *
      *                  KENNZEICHEN AN NICHT-ARBEITSTAG),            *
      *                  I = STILLGELEGT (JSAKT), K = SCHEITERT       *
      *                  (KALENDERLAUF OHNE PCFGDAT-EINTRAG),         *
      *                  B = BLOCKIERT (VORGAENGER FEHLT/SCHEITERT)   *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      *                                                               *
      *****************************************************************
      *
       01  PRG-DATEN.
      * 1 = ARBEITSTAG, 1 = KALENDEREINTRAG VORHANDEN, WOCHENTAG
        05 PRG-ARBEITSTAG                PIC 9(1).
        05 PRG-KALENDER                  PIC 9(1).
        05 PRG-WOTA                      PIC 9(1).
      * ANZAHL SCHRITTE GESAMT, LAUFEND, NICHT LAUFEND
        05 PRG-ANZAHL                    PIC 9(3).
        05 PRG-ANZ-LAUF                  PIC 9(3).
        05 PRG-ANZ-AUS                   PIC 9(3).
      * ERWARTETE DAUER IN MINUTEN UND ANZAHL DER WELLEN
        05 PRG-DAUER                     PIC 9(7).
        05 PRG-WELLEN                    PIC 9(3).
        05 PRG-EINTRAG OCCURS 100.
         10 PRG-STEP                     PIC 9(3).
         10 PRG-PGM                      PIC X(10).
         10 PRG-PTYP                     PIC X(1).
         10 PRG-STAT                     PIC X(1).
         10 PRG-WELLE                    PIC 9(3).
         10 PRG-BASIS                    PIC 9(5).
         10 PRG-PARM                     PIC X(40).
         10 PRG-GRUND                    PIC X(40).
