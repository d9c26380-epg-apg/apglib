      *                  USERSICHT PPGMLOGL3 STATT DAS GANZE ROHLOG, *
      *                  ZAEHLT NUR PROGRAMMSTARTS UND NUR PROGRAMME *
      *                  DES MENUEUNIVERSUMS (H051)                  *
      * 15.10.2026 AP    WARTUNGSFENSTER: DIE MENUELISTE PRUEFT MIT   *
      *                  AUSWAHL *L OHNE FENSTER, GESPERRTE PROGRAMME *
      *                  BLEIBEN SICHTBAR; DER START LEHNT SIE MIT    *
      *                  HINWEIS AUF DAS FENSTERENDE AB (CFP9002)     *
      *                                                               *
      *****************************************************************
      *
       01  MEN-AUSWAHL                   PIC X(2).
       01  MEN-PGM-WRK                   PIC X(10).
       01  MEN-RETCODE                   PIC X(1).
      * PRUEFART: *L = MENUELISTE (OHNE WARTUNGSFENSTER), LEER = START
       01  MEN-MODUS                     PIC X(2).

      * ZULETZT BENUTZTE PROGRAMME AUS PPGMLOG
       01  MRU-TAB.

      * NUR AUSGEBEN, WENN DER USER DAS PROGRAMM NOCH DARF
           MOVE     MRU-PGM(MRU-BESTE) TO MEN-PGM-WRK.
           MOVE     "*L"               TO MEN-MODUS.
           PERFORM  PRUEFE-PGM.
           IF       MEN-RETCODE = SPACES
                    MOVE "*LETZTE"            TO GRUPPE-SAV

      * NUR AUSGEBEN, WENN DER USER DAS PROGRAMM DARF
           MOVE     CFKEY2 OF PCONFIG-P TO MEN-PGM-WRK.
           MOVE     "*L"                TO MEN-MODUS.
           PERFORM  PRUEFE-PGM.
           IF       MEN-RETCODE NOT = SPACES
                    GO TO FUE-GRP-20
       STARTE-PROGRAMM SECTION.
       STA-PGM-00.

      * SICHERHEITSHALBER NOCH EINMAL GEGEN PCFGAUT PRUEFEN, JETZT
      * EINSCHLIESSLICH DER WARTUNGSFENSTER
           MOVE     SPACES TO MEN-MODUS.
           PERFORM  PRUEFE-PGM.
           IF       MEN-RETCODE NOT = SPACES
                    GO TO STA-PGM-90
      /
      *--------------------------------------------------------------
      * PRUEFEN UEBER CFP9002, OB DER USER DAS PROGRAMM IN
      * MEN-PGM-WRK BENUTZEN DARF (PRUEFART IN MEN-MODUS)
      *--------------------------------------------------------------
       PRUEFE-PGM SECTION.
       PRU-PGM-00.

           INITIALIZE MEN-AUSWAHL, MEN-RETCODE.
           MOVE     MEN-MODUS TO MEN-AUSWAHL.
           CALL     "CFP9002" USING T-USER
                                    MEN-AUSWAHL
                                    MEN-PGM-WRK
