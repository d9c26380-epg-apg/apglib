       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CFP9032.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * ORGANISATION: TEAM, VORGESETZTER UND GENEHMIGER EINES USERS   *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  A. PIEGER                                    *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ERMITTELT ZU EINEM USER UND STICHTAG AUS DER *
      *                  ZUORDNUNG PORGZUO (PFLEGE XXP0268) DAS TEAM  *
      *                  UND AUS DEN ORGANISATIONSEINHEITEN PORGEH    *
      *                  (PFLEGE XXP0267) DIE UEBERGEORDNETE EINHEIT, *
      *                  DEN LINIENVORGESETZTEN UND DEN ZUSTAENDIGEN  *
      *                  GENEHMIGER:                                  *
      *                  - VORGESETZTER IST DER LEITER DER EINHEIT;   *
      *                    IST DER USER SELBST DER LEITER, GILT DER   *
      *                    LEITER DER UEBERGEORDNETEN EINHEIT         *
      *                  - GENEHMIGER IST DER VORGESETZTE, BEI DESSEN *
      *                    ABWESENHEIT (PABSENZ) DER STELLVERTRETER;  *
      *                    SIND BEIDE ABWESEND, GEHT DIE GENEHMIGUNG  *
      *                    AN DIE UEBERGEORDNETE EINHEIT              *
      *                  OHNE ZUORDNUNG GILT DER VORGESETZTE AUS      *
      *                  PCONFIG H059 (CFKEY = USER, CFIN01).         *
      *                  RETURNCODE: LEER = AUS DER ORGANISATION,     *
      *                  1 = AUS H059, 9 = KEIN GENEHMIGER (DANN      *
      *                  ENTSCHEIDET WIE BISHER DIE ROLLE)            *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      *                                                               *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER.         IBM-AS400.
         OBJECT-COMPUTER.         IBM-AS400.
        SPECIAL-NAMES. , DECIMAL-POINT IS COMMA.
      /
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.

      *-------------------------------------------------------------
      * PORGEH: OEID
      *-------------------------------------------------------------
           SELECT PORGEH-DP
                  ASSIGN       TO  DATABASE-PORGEH
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PORGZUO: ZOLFDN
      *-------------------------------------------------------------
           SELECT PORGZUO-DP
                  ASSIGN       TO  DATABASE-PORGZUO
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PABSENZ: ABLFDN
      *-------------------------------------------------------------
           SELECT PABSENZ-DP
                  ASSIGN       TO  DATABASE-PABSENZ
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PORGEH: OEID
       FD  PORGEH-DP
           LABEL RECORDS ARE STANDARD.
       01  PORGEH-P.
           COPY DDS-ALL-FORMATS OF PORGEH.
      /
      *--- PORGZUO: ZOLFDN
       FD  PORGZUO-DP
           LABEL RECORDS ARE STANDARD.
       01  PORGZUO-P.
           COPY DDS-ALL-FORMATS OF PORGZUO.
      /
      *--- PABSENZ: ABLFDN
       FD  PABSENZ-DP
           LABEL RECORDS ARE STANDARD.
       01  PABSENZ-P.
           COPY DDS-ALL-FORMATS OF PABSENZ.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CFP9032".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".

      * STICHTAG DER ERMITTLUNG
       01  STICHTAG                      PIC 9(8).

      * EINHEIT DER AKTUELLEN EBENE BEIM AUFSTIEG
       01  EBENE-OEID                    PIC X(10).
       01  EBENE-ANZ                     PIC 9(2).
       01  EBENE-MAX                     PIC 9(2)  VALUE 10.

      * ABWESENHEITSPRUEFUNG
       01  ABW-USER                      PIC X(10).
       01  ABW-DA                        PIC 9(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-USER                        PIC X(10).
       01  X-DATUM                       PIC 9(8).
       01  X-OEID                        PIC X(10).
       01  X-OBER                        PIC X(10).
       01  X-LEITER                      PIC X(10).
       01  X-GENEHMIGER                  PIC X(10).
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-USER
                                X-DATUM
                                X-OEID
                                X-OBER
                                X-LEITER
                                X-GENEHMIGER
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "CFP9032" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           OPEN     INPUT PORGEH-DP
                          PORGZUO-DP
                          PABSENZ-DP.

           MOVE     SPACES TO X-OEID X-OBER X-LEITER X-GENEHMIGER.
           MOVE     SPACES TO X-RETCODE.

      * OHNE STICHTAG GILT HEUTE
           IF       X-DATUM NOT = ZEROES
                    MOVE X-DATUM TO STICHTAG
           ELSE
                    PERFORM COPY-GET-TIME
                    MOVE DATE-8  TO STICHTAG
           END-IF.

      * TEAM DES USERS ZUM STICHTAG
           PERFORM  LESE-ZUORDNUNG.
           IF       X-OEID = SPACES
                    PERFORM LESE-H059
                    GO TO ENDE
           END-IF.

      * VORGESETZTEN UND GENEHMIGER DURCH AUFSTIEG ERMITTELN
           PERFORM  ERMITTLE-GENEHMIGER.
           IF       X-GENEHMIGER = SPACES
                    MOVE "9" TO X-RETCODE
           END-IF.

       ENDE.
           CLOSE    PORGEH-DP
                    PORGZUO-DP
                    PABSENZ-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ZUM STICHTAG GUELTIGE TEAMZUORDNUNG DES USERS LESEN
      *--------------------------------------------------------------
       LESE-ZUORDNUNG SECTION.
       LES-ZUO-00.

           INITIALIZE PORGZUOF OF PORGZUO-P.
           START    PORGZUO-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-ZUO-90
           END-IF.

       LES-ZUO-20.
           READ     PORGZUO-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-ZUO-90
           END-IF.

           IF       ZOUSER OF PORGZUO-P NOT = X-USER
            OR      ZOGVON OF PORGZUO-P > STICHTAG
                    GO TO LES-ZUO-20
           END-IF.
           IF       ZOGBIS OF PORGZUO-P NOT = ZEROES
            AND     ZOGBIS OF PORGZUO-P < STICHTAG
                    GO TO LES-ZUO-20
           END-IF.

           MOVE     ZOOEID OF PORGZUO-P TO X-OEID.

      * UEBERGEORDNETE EINHEIT DES TEAMS
           INITIALIZE PORGEHF OF PORGEH-P.
           MOVE     X-OEID TO OEID OF PORGEH-P.
           READ     PORGEH-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE OEOBER OF PORGEH-P TO X-OBER
           END-IF.

       LES-ZUO-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * OHNE TEAMZUORDNUNG: VORGESETZTER AUS PCONFIG H059
      *--------------------------------------------------------------
       LESE-H059 SECTION.
       LES-H59-00.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "H059"  TO CFID   OF CFG-CPY.
           MOVE     X-USER  TO CFKEY  OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = 1
            AND     CFIN01 OF CFG-CPY(1:10) NOT = SPACES
            AND     CFIN01 OF CFG-CPY(1:10) NOT = X-USER
                    MOVE CFIN01 OF CFG-CPY(1:10) TO X-LEITER
                    MOVE CFIN01 OF CFG-CPY(1:10) TO X-GENEHMIGER
                    MOVE "1"                     TO X-RETCODE
           ELSE
                    MOVE "9"                     TO X-RETCODE
           END-IF.

       LES-H59-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VOM TEAM AUS NACH OBEN: DER ERSTE LEITER, DER NICHT DER
      * USER SELBST IST, IST DER VORGESETZTE. GENEHMIGER IST DER
      * ERSTE ANWESENDE LEITER ODER STELLVERTRETER
      *--------------------------------------------------------------
       ERMITTLE-GENEHMIGER SECTION.
       ERM-GEN-00.

           MOVE     X-OEID TO EBENE-OEID.
           MOVE     ZEROES TO EBENE-ANZ.

       ERM-GEN-20.
           IF       EBENE-OEID = SPACES
            OR      EBENE-ANZ NOT < EBENE-MAX
                    GO TO ERM-GEN-90
           END-IF.
           ADD      1 TO EBENE-ANZ.

           INITIALIZE PORGEHF OF PORGEH-P.
           MOVE     EBENE-OEID TO OEID OF PORGEH-P.
           READ     PORGEH-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERM-GEN-90
           END-IF.

      * STILLGELEGTE EINHEITEN WERDEN UEBERSPRUNGEN
           IF       OEAKT OF PORGEH-P = "0"
                    GO TO ERM-GEN-80
           END-IF.

      * LEITER DIESER EBENE
           IF       OELEIT OF PORGEH-P = SPACES
            OR      OELEIT OF PORGEH-P = X-USER
                    GO TO ERM-GEN-40
           END-IF.
           IF       X-LEITER = SPACES
                    MOVE OELEIT OF PORGEH-P TO X-LEITER
           END-IF.
           MOVE     OELEIT OF PORGEH-P TO ABW-USER.
           PERFORM  PRUEFE-ABWESENHEIT.
           IF       ABW-DA = ZEROES
                    MOVE OELEIT OF PORGEH-P TO X-GENEHMIGER
                    GO TO ERM-GEN-90
           END-IF.

       ERM-GEN-40.
      * STELLVERTRETER DIESER EBENE
           IF       OESTV OF PORGEH-P = SPACES
            OR      OESTV OF PORGEH-P = X-USER
                    GO TO ERM-GEN-80
           END-IF.
           MOVE     OESTV OF PORGEH-P TO ABW-USER.
           PERFORM  PRUEFE-ABWESENHEIT.
           IF       ABW-DA = ZEROES
                    MOVE OESTV OF PORGEH-P TO X-GENEHMIGER
                    GO TO ERM-GEN-90
           END-IF.

       ERM-GEN-80.
      * EINE EBENE HOEHER
           MOVE     OEOBER OF PORGEH-P TO EBENE-OEID.
           GO TO    ERM-GEN-20.

       ERM-GEN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * IST ABW-USER AM STICHTAG ABWESEND (PABSENZ)?
      *--------------------------------------------------------------
       PRUEFE-ABWESENHEIT SECTION.
       PRU-ABW-00.

           MOVE     ZEROES TO ABW-DA.

           INITIALIZE PABSENZF OF PABSENZ-P.
           START    PABSENZ-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-ABW-90
           END-IF.

       PRU-ABW-20.
           READ     PABSENZ-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-ABW-90
           END-IF.

           IF       ABUSER OF PABSENZ-P NOT = ABW-USER
            OR      ABVON  OF PABSENZ-P > STICHTAG
            OR      ABBIS  OF PABSENZ-P < STICHTAG
                    GO TO PRU-ABW-20
           END-IF.

           MOVE     1 TO ABW-DA.

       PRU-ABW-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-CFG-CPY: LESEN DER KONFIGURATION
      *---------------------------------------------------------------

           COPY     CFGCPY     OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------

           COPY     GETTIME    OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-PGM-INIT/COPY-PGM-EXIT: STANDARDROUTINEN START UND ENDE
      *---------------------------------------------------------------

           COPY     PGMWRK     OF APG-QCPYSRC.
      /
