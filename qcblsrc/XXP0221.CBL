      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 AP    LIEFERANT UND PREIS AUS DER LIEFERANTEN-     *
      *                  PREISLISTE PKDALP: VORZUGSLIEFERANT, SONST   *
      *                  GUENSTIGSTES GUELTIGES ANGEBOT, MENGE MIND.  *
      *                  DIE MINDESTBESTELLMENGE. OHNE ANGEBOT WIE    *
      *                  BISHER KALIEF/KAPREI                         *
      *                                                               *
      *****************************************************************
      *
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDALP: LIEFERANTENPREISE JE ARTIKEL
      *-------------------------------------------------------------
           SELECT PKDALP-DP
                  ASSIGN       TO  DATABASE-PKDALP
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PHYSISCHE DATEI BESTELLKOPF
      *-------------------------------------------------------------
       01  PKDLAG-P.
           COPY DDS-ALL-FORMATS OF PKDLAG.
      /
      *--- PKDALP: APANR, APLIEF
       FD  PKDALP-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDALP-P.
           COPY DDS-ALL-FORMATS OF PKDALP.
      /
      *--- PKDBST1: KBLFDN
       FD  PKDBST1-DP
           LABEL RECORDS ARE STANDARD.
       01  VORSCHLAG-WERT                PIC 9(9)V9(2).
       77  ANZ-ANGELEGT                  PIC 9(5)  COMP.

      * GEWAEHLTES ANGEBOT AUS DER LIEFERANTENPREISLISTE
       01  ANGEBOT-DA                    PIC 9(1).
       01  ANGEBOT-VORZUG                PIC 9(1).
       01  ANGEBOT-LIEF                  LIKE KBLIEF OF PKDBST1-P.
       01  ANGEBOT-PREI                  LIKE KPPREI OF PKDBSTP-P.
       01  ANGEBOT-MINM                  LIKE APMINM OF PKDALP-P.
       01  HEUTE-WRK                     PIC 9(8).

      * PARAMETER FUER DIE NACHRICHTENZENTRALE (CFP0030)
       01  NOTIF-USER                    PIC X(10).
       01  NOTIF-SEV                     PIC X(1).
           MOVE     SPACES TO X-RETCODE.

           OPEN     INPUT PKDART-DP
                          PKDLAG-DP
                          PKDALP-DP.
           OPEN     I-O   PKDBST1-DP
                          PKDBSTP-DP.


           INITIALIZE OFFEN-TAB OFFEN-ANZ ANZ-ANGELEGT.

      * TAGESDATUM FUER DIE GUELTIGKEIT DER ANGEBOTE
           PERFORM  COPY-GET-TIME.
           MOVE     DATE-8 TO HEUTE-WRK.

      * ARTIKEL MIT OFFENEN BESTELLUNGEN EINSAMMELN
           PERFORM  SAMMLE-OFFENE.

       ENDE.
           CLOSE    PKDART-DP
                    PKDLAG-DP
                    PKDALP-DP
                    PKDBST1-DP
                    PKDBSTP-DP.

                    END-COMPUTE
           END-IF.

      * LIEFERANT UND PREIS: ANGEBOT AUS DER PREISLISTE, SONST
      * DER ARTIKELSTAMM
           PERFORM  WAEHLE-ANGEBOT.
           IF       ANGEBOT-DA = ZEROES
                    MOVE KALIEF OF PKDART-P TO ANGEBOT-LIEF
                    MOVE KAPREI OF PKDART-P TO ANGEBOT-PREI
                    MOVE ZEROES             TO ANGEBOT-MINM
           END-IF.

      * MINDESTBESTELLMENGE DES LIEFERANTEN EINHALTEN
           IF       VORSCHLAG-MENGE < ANGEBOT-MINM
                    MOVE ANGEBOT-MINM TO VORSCHLAG-MENGE
           END-IF.

           COMPUTE  VORSCHLAG-WERT =
                    VORSCHLAG-MENGE * ANGEBOT-PREI
           END-COMPUTE.

      * DATUM/UHRZEIT
           MOVE     "K"                 TO KBBST1 OF PKDBST1-P(1:1).
           MOVE     LFDN-WRK            TO KBBST1 OF PKDBST1-P(2:9).
           MOVE     "KD"                TO KBTYP  OF PKDBST1-P.
           MOVE     ANGEBOT-LIEF        TO KBLIEF OF PKDBST1-P.
           MOVE     "0"                 TO KBVSTS OF PKDBST1-P.
           MOVE     VORSCHLAG-WERT      TO KBGWRT OF PKDBST1-P.
           MOVE     DATE-8              TO KBDTB  OF PKDBST1-P.
           MOVE     KAANR  OF PKDART-P  TO KPIDEN OF PKDBSTP-P.
           MOVE     VORSCHLAG-MENGE     TO KPBMEN OF PKDBSTP-P.
           MOVE     ZEROES              TO KPGMEN OF PKDBSTP-P.
           MOVE     ANGEBOT-PREI        TO KPPREI OF PKDBSTP-P.

      * ANLAGEDATEN FUELLEN
           MOVE     T-USER            TO KPAUSR OF PKDBSTP-P.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANGEBOT FUER DEN ARTIKEL AUS PKDALP WAEHLEN: DER GUELTIGE
      * VORZUGSLIEFERANT, SONST DAS GUENSTIGSTE GUELTIGE ANGEBOT
      * (GUELTIG BIS 0 = UNBEFRISTET)
      *--------------------------------------------------------------
       WAEHLE-ANGEBOT SECTION.
       WAE-ANG-00.

           INITIALIZE ANGEBOT-DA ANGEBOT-VORZUG.
           INITIALIZE ANGEBOT-LIEF ANGEBOT-PREI ANGEBOT-MINM.

           INITIALIZE PKDALPF OF PKDALP-P.
           MOVE     KAANR OF PKDART-P TO APANR OF PKDALP-P.
           START    PKDALP-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO WAE-ANG-90
           END-IF.

       WAE-ANG-20.
           READ     PKDALP-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO WAE-ANG-90
           END-IF.
           IF       APANR OF PKDALP-P NOT = KAANR OF PKDART-P
                    GO TO WAE-ANG-90
           END-IF.

      * NUR AM TAGESDATUM GUELTIGE ANGEBOTE
           IF       APGVON OF PKDALP-P > HEUTE-WRK
                    GO TO WAE-ANG-20
           END-IF.
           IF       APGBIS OF PKDALP-P NOT = ZEROES
            AND     APGBIS OF PKDALP-P < HEUTE-WRK
                    GO TO WAE-ANG-20
           END-IF.

      * EIN GEFUNDENER VORZUGSLIEFERANT BLEIBT GESETZT
           IF       ANGEBOT-VORZUG NOT = ZEROES
                    GO TO WAE-ANG-20
           END-IF.

           IF       APBEVZ OF PKDALP-P = "1"
                    MOVE 1 TO ANGEBOT-VORZUG
                    GO TO WAE-ANG-50
           END-IF.

      * SONST NUR UEBERNEHMEN, WENN GUENSTIGER
           IF       ANGEBOT-DA NOT = ZEROES
            AND     APPREI OF PKDALP-P NOT < ANGEBOT-PREI
                    GO TO WAE-ANG-20
           END-IF.

       WAE-ANG-50.
           MOVE     1                  TO ANGEBOT-DA.
           MOVE     APLIEF OF PKDALP-P TO ANGEBOT-LIEF.
           MOVE     APPREI OF PKDALP-P TO ANGEBOT-PREI.
           MOVE     APMINM OF PKDALP-P TO ANGEBOT-MINM.
           GO TO    WAE-ANG-20.

       WAE-ANG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABSCHLUSS DES LAUFES AN DEN OPERATOR MELDEN
      *--------------------------------------------------------------
       MELDE-ABSCHLUSS SECTION.
