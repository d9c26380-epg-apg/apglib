      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 AP    FILTER AUF EINE ORGANISATIONSEINHEIT         *
      *                  (ABOEID): GEZEIGT WERDEN DIE USER, DIE IM    *
      *                  MONAT DEM TEAM ZUGEORDNET SIND ODER DEREN    *
      *                  TEAM DER ABTEILUNG UNTERSTEHT (CFP9032).     *
      *                  VORBELEGT MIT DEM EIGENEN TEAM               *
      *                                                               *
      *****************************************************************
      *
       01  RASTER-USER                   PIC X(10).
       01  RASTER-ZEILE                  PIC X(31).
       77  TAG-IDX                       PIC 9(2)  COMP.

      * TEAM DES USERS AUS DER ORGANISATION (CFP9032)
       01  ORG-USER                      PIC X(10).
       01  ORG-DATUM                     PIC 9(8).
       01  ORG-OEID                      PIC X(10).
       01  ORG-OBER                      PIC X(10).
       01  ORG-LEITER                    PIC X(10).
       01  ORG-GENEHMIGER                PIC X(10).
       01  ORG-RETCODE                   PIC X(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
                    GO TO ENDE
           END-IF.

      * STANDARD: LAUFENDER MONAT UND DAS EIGENE TEAM
           PERFORM  COPY-GET-TIME.
           INITIALIZE FORMAT1.
           MOVE     DATE-8(1:6) TO ABJHMO OF FORMAT1.
           PERFORM  VORBELEGE-TEAM.

       ANF020.
      * MONATSRASTER ANZEIGEN
                    INITIALIZE F12
                    INITIALIZE FORMAT1
                    MOVE DATE-8(1:6) TO ABJHMO OF FORMAT1
                    PERFORM VORBELEGE-TEAM
           END-IF.
           GO TO    ANF020.

                    GO TO ANZ-SFL-10
           END-IF.

      * OPTIONALER FILTER AUF EINE ORGANISATIONSEINHEIT: TEAM DES
      * USERS AM MONATSERSTEN ODER DESSEN UEBERGEORDNETE EINHEIT
           IF       ABOEID OF FORMAT1 NOT = SPACES
                    MOVE CFKEY OF PCONFIG-P TO ORG-USER
                    MOVE RASTER-JHMO        TO ORG-DATUM(1:6)
                    MOVE "01"               TO ORG-DATUM(7:2)
                    PERFORM LESE-ORGANISATION
                    IF   ORG-OEID NOT = ABOEID OF FORMAT1
                     AND ORG-OBER NOT = ABOEID OF FORMAT1
                         GO TO ANZ-SFL-10
                    END-IF
           END-IF.

      * RASTERZEILE DES USERS AUFBAUEN
           MOVE     CFKEY OF PCONFIG-P TO RASTER-USER.
           PERFORM  BAUE-RASTERZEILE.
       BAU-RAS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DEN FILTER MIT DEM HEUTIGEN TEAM DES ANGEMELDETEN USERS
      * VORBELEGEN
      *--------------------------------------------------------------
       VORBELEGE-TEAM SECTION.
       VOR-TEA-00.

           MOVE     T-USER TO ORG-USER.
           MOVE     ZEROES TO ORG-DATUM.
           PERFORM  LESE-ORGANISATION.
           MOVE     ORG-OEID TO ABOEID OF FORMAT1.

       VOR-TEA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TEAM UND UEBERGEORDNETE EINHEIT VON ORG-USER ZUM STICHTAG
      * ORG-DATUM AUS DER ORGANISATION LESEN
      *--------------------------------------------------------------
       LESE-ORGANISATION SECTION.
       LES-ORG-00.

           MOVE     SPACES TO ORG-OEID ORG-OBER.
           CALL     "CFP9032" USING ORG-USER
                                    ORG-DATUM
                                    ORG-OEID
                                    ORG-OBER
                                    ORG-LEITER
                                    ORG-GENEHMIGER
                                    ORG-RETCODE
           END-CALL.

       LES-ORG-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------
