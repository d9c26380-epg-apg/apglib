      *---------------------------------------------------------------*
      * KONFIGURATIONSTRANSPORT ZUR UEBERNAHME                        *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  PARAMETER DES TRANSPORTDIENSTES HMP0015.     *
      *                  AKTION VGL = EINEN EINTRAG DER TRANSPORT-    *
      *                  LISTE (PPROMKEY) MIT DER ZIELBIBLIOTHEK      *
      *                  VERGLEICHEN, UEB = ALLE EINTRAEGE DES        *
      *                  TICKETS UEBERTRAGEN UND IN PPROMCFG UNTER    *
      *                  DER PROTOKOLLNUMMER SICHERN, RUE = DEN       *
      *                  VORSTAND DER PROTOKOLLNUMMER ZURUECKHOLEN.   *
      *                  STATUS: N = NEU IM ZIEL, A = ABWEICHEND,     *
      *                  G = GLEICH, L = WIRD IM ZIEL GELOESCHT,      *
      *                  X = IN QUELLE UND ZIEL NICHT VORHANDEN       *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      *                                                               *
      *****************************************************************
      *
       01  TRP-DATEN.
      * AKTION (VGL, UEB, RUE), TICKET, EINTRAG, ZIELBIBLIOTHEK
        05 TRP-AKTION                    PIC X(3).
        05 TRP-TICKET                    PIC 9(9).
        05 TRP-POS                       PIC 9(3).
        05 TRP-ZLIB                      PIC X(10).
      * LAUFENDE NUMMER DER UEBERNAHME IN PPROMLOG
        05 TRP-LFDN                      PIC 9(9).
      * ERGEBNIS DES VERGLEICHS: STATUS, ERSTE ABWEICHENDE STELLE,
      * INHALT VORHER (ZIEL) UND NACHHER (QUELLE) AB DIESER STELLE
        05 TRP-STATUS                    PIC X(1).
        05 TRP-STELLE                    PIC 9(5).
        05 TRP-VORHER                    PIC X(40).
        05 TRP-NACHHER                   PIC X(40).
      * ANZAHL UEBERTRAGENER BZW. ZURUECKGEHOLTER EINTRAEGE
        05 TRP-ANZAHL                    PIC 9(3).
      * RUECKMELDUNG (LEER = OK, 1 = FEHLER)
        05 TRP-RETCODE                   PIC X(1).
