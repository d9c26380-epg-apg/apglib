      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 AP    AENDERUNGSTICKET (PCHGTKT) ALS NEUER         *
      *                  PARAMETER X-TICKET; IST ER 0, WIRD DAS       *
      *                  TICKET UEBER CRP0055 ABGEFRAGT UND AN DEN    *
      *                  AUFRUFER ZURUECKGEGEBEN. DAS TICKET STEHT    *
      *                  IM KOPFSATZ DER VERSION (SVTKT)              *
      *                                                               *
      *****************************************************************
      *
       01  X-SRCMBR                      PIC X(10).
      * DAS PROGRAMM, DAS DEN MEMBER GLEICH UEBERSCHREIBEN WIRD
       01  X-PGM                         PIC X(10).
      * AENDERUNGSTICKET (0 = ABFRAGEN, RUECKGABE FUER FOLGEAUFRUFE)
       01  X-TICKET                      PIC 9(9).
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------

                                X-SRCRCN
                                X-SRCMBR
                                X-PGM
                                X-TICKET
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.

           INITIALIZE X-RETCODE.

      * OHNE MITGEGEBENES TICKET WIRD ES BEIM USER ABGEFRAGT
           IF       X-TICKET = ZEROES
                    CALL "CRP0055" USING X-SRCLIB
                                         X-SRCRCN
                                         X-SRCMBR
                                         X-PGM
                                         X-TICKET
                    END-CALL
           END-IF.

           OPEN     I-O   PSRCVER-DP.

      * NAECHSTE VERSIONSNUMMER DES MEMBERS ERMITTELN
           MOVE     T-USER            TO SVUSER OF PSRCVER-P.
           MOVE     DATE-8            TO SVDTA  OF PSRCVER-P.
           MOVE     TIME-6            TO SVTIA  OF PSRCVER-P.
           MOVE     X-TICKET          TO SVTKT  OF PSRCVER-P.

           WRITE    PSRCVER-P.

