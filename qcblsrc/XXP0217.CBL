      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 AP    SPALTE LAGER: AUS LAGERENTNAHMEN             *
      *                  VERRECHNETER VERBRAUCH (BUVLAG, XXP0236),    *
      *                  ZAEHLT IM REST MIT                           *
      * 15.10.2026 AP    BESTELLUNGEN ZAEHLEN ZUM BUDGETJAHR KBBJAHR, *
      *                  WENN SIE IM JAHRESABSCHLUSS (XXP0239) INS    *
      *                  FOLGEJAHR UEBERTRAGEN WURDEN. ABGESCHLOSSENE *
      *                  KONTEN SIND GEKENNZEICHNET                   *
      *                                                               *
      *****************************************************************
      *
       01  SUM-GEBUNDEN                  PIC 9(9)V9(2).
       01  SUM-GELIEFERT                 PIC 9(9)V9(2).
       01  REST-WRK                      PIC S9(9)V9(2).
       01  BST-JAHR                      PIC 9(4).

      * AUFBEREITUNG DER DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
           IF       KBKST OF PKDBST1-P NOT = BUKST OF PKDBUDG-P
                    GO TO SUM-BST-20
           END-IF.
      * BUDGETJAHR: NACH EINEM UEBERTRAG KBBJAHR, SONST BESTELLJAHR
           IF       KBBJAHR OF PKDBST1-P NOT = ZEROES
                    MOVE KBBJAHR OF PKDBST1-P     TO BST-JAHR
           ELSE
                    MOVE KBDTB   OF PKDBST1-P(1:4) TO BST-JAHR
           END-IF.
           IF       BST-JAHR NOT = BUJAHR OF PKDBUDG-P
                    GO TO SUM-BST-20
           END-IF.

           MOVE     "BUDGET"     TO DRUCK-ZEILE(26:6).
           MOVE     "GEBUNDEN"   TO DRUCK-ZEILE(41:8).
           MOVE     "GELIEFERT"  TO DRUCK-ZEILE(55:9).
           MOVE     "LAGER"      TO DRUCK-ZEILE(72:5).
           MOVE     "REST"       TO DRUCK-ZEILE(90:4).
           PERFORM  DRUCKE-ZEILE.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     SUM-GELIEFERT       TO DSP-WERT.
           MOVE     DSP-WERT            TO DRUCK-ZEILE(51:13).

           MOVE     BUVLAG OF PKDBUDG-P TO DSP-WERT.
           MOVE     DSP-WERT            TO DRUCK-ZEILE(64:13).

           COMPUTE  REST-WRK = BUBUDG OF PKDBUDG-P
                             - SUM-GEBUNDEN - SUM-GELIEFERT
                             - BUVLAG OF PKDBUDG-P
           END-COMPUTE.
           MOVE     REST-WRK            TO DSP-WERT-S.
           MOVE     DSP-WERT-S          TO DRUCK-ZEILE(80:14).

      * UEBERZOGENE KONTEN DEUTLICH KENNZEICHNEN
           IF       REST-WRK < ZEROES
                    MOVE "*UEBERZOGEN*" TO DRUCK-ZEILE(96:12)
           END-IF.

      * ABGESCHLOSSENE JAHRE KENNZEICHNEN
           IF       BUABGS OF PKDBUDG-P = "1"
                    MOVE "ABGESCHLOSSEN" TO DRUCK-ZEILE(110:13)
           END-IF.

           PERFORM  DRUCKE-ZEILE.
