      *********************************************************
      * PROGRAM NAME:  MADAT                                  *
      * PROGRAM OBJET :ACCESSEUR DB2 DE LA TABLE TBDAT         *
      *                (DEPOTS A TERME : COMPTE LIE, CLIENT,   *
      *                CAPITAL, TAUX FIXE, DUREE, DATES DE     *
      *                PLACEMENT ET D'ECHEANCE, RENOUVELLEMENT,*
      *                STATUT)                                 *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - FONCTIONS SEL, INS, UPD,   *
      *          DEL, DEB/SUI (TOUS LES DEPOTS) ET CDB/CSU     *
      *          (DEPOTS D'UN CLIENT)                          *
      *                                                       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MADAT.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

            EXEC SQL INCLUDE SQLCA END-EXEC.
            EXEC SQL INCLUDE DATTBDCL END-EXEC.

      * PARCOURS DE TOUS LES DEPOTS, PAR IDENTIFIANT (DEB/SUI).
            EXEC SQL
               DECLARE CURDAT CURSOR FOR
                  SELECT ID_DAT, COMPTE, CODCLI, CODE_DEV, CAPITAL,
                         TAUX, DUREE, DATE_PLACEMENT, DATE_ECHEANCE,
                         RENOUVELLEMENT, STATUT, NB_RENOUV,
                         DATE_RUPTURE
                     FROM TBDAT
                     ORDER BY ID_DAT
            END-EXEC.

      * DEPOTS D'UN CLIENT, POUR LA POSITION CONSOLIDEE (CDB/CSU).
            EXEC SQL
               DECLARE CURDCL CURSOR FOR
                  SELECT ID_DAT, COMPTE, CODCLI, CODE_DEV, CAPITAL,
                         TAUX, DUREE, DATE_PLACEMENT, DATE_ECHEANCE,
                         RENOUVELLEMENT, STATUT, NB_RENOUV,
                         DATE_RUPTURE
                     FROM TBDAT
                     WHERE CODCLI = :CODCLI
                     ORDER BY ID_DAT
            END-EXEC.

       LINKAGE SECTION.
       COPY ZADAT REPLACING ==()== BY ==DAT==.

       PROCEDURE DIVISION USING DAT-ZCMA.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-CLOSEPGM.

       01-BEGIN.
           INITIALIZE  DAT-RETOUR.

       02-TREATMENT.
           EVALUATE DAT-FONCTION
              WHEN  'SEL'
                 PERFORM 02A-SELECT-LINE
              WHEN  'INS'
                 PERFORM 02B-INSERT-LINE
              WHEN  'UPD'
                 PERFORM 02C-UPDATE-LINE
              WHEN  'DEL'
                 PERFORM 02D-DELETE-LINE
              WHEN  'DEB'
                 PERFORM 02E-DEBUT-LISTE
              WHEN  'SUI'
                 PERFORM 02F-SUIVANT-LISTE
              WHEN  'CDB'
                 PERFORM 02H-DEBUT-CLIENT
              WHEN  'CSU'
                 PERFORM 02I-SUIVANT-CLIENT
              WHEN OTHER
                 MOVE '10'  TO  DAT-CODRET
                 MOVE 'FONCTION ERRONEE ' TO DAT-LIBRET
           END-EVALUATE
           .

       03-CLOSEPGM.
           EXIT PROGRAM
           .

      *************PARAGRAPHS TREATMENT*********************

       02A-SELECT-LINE.
           MOVE DAT-ID TO ID-DAT OF DCLTBDAT
           EXEC SQL
              SELECT COMPTE, CODCLI, CODE_DEV, CAPITAL, TAUX, DUREE,
                     DATE_PLACEMENT, DATE_ECHEANCE, RENOUVELLEMENT,
                     STATUT, NB_RENOUV, DATE_RUPTURE
                 INTO :COMPTE, :CODCLI, :CODE-DEV, :CAPITAL, :TAUX,
                      :DUREE, :DATE-PLACEMENT, :DATE-ECHEANCE,
                      :RENOUVELLEMENT, :STATUT, :NB-RENOUV,
                      :DATE-RUPTURE
                 FROM TBDAT
                 WHERE ID_DAT = :ID-DAT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00'           TO DAT-CODRET
                 MOVE COMPTE         TO DAT-COMPTE
                 MOVE CODCLI         TO DAT-CODCLI
                 MOVE CODE-DEV       TO DAT-CODE-DEV
                 MOVE CAPITAL        TO DAT-CAPITAL
                 MOVE TAUX           TO DAT-TAUX
                 MOVE DUREE          TO DAT-DUREE
                 MOVE DATE-PLACEMENT TO DAT-DATE-PLACEMENT
                 MOVE DATE-ECHEANCE  TO DAT-DATE-ECHEANCE
                 MOVE RENOUVELLEMENT TO DAT-RENOUVELLEMENT
                 MOVE STATUT         TO DAT-STATUT
                 MOVE NB-RENOUV      TO DAT-NB-RENOUV
                 MOVE DATE-RUPTURE   TO DAT-DATE-RUPTURE
              WHEN 100
                 MOVE '04' TO DAT-CODRET
                 MOVE 'DEPOT INCONNU DE TBDAT' TO DAT-LIBRET
              WHEN OTHER
                 MOVE '12'    TO DAT-CODRET
                 MOVE SQLCODE TO DAT-SQLCODE
                 MOVE 'ERREUR SQL SELECT TBDAT' TO DAT-LIBRET
           END-EVALUATE
           .

       02B-INSERT-LINE.
           MOVE DAT-DONNEES TO DCLTBDAT
           EXEC SQL
              INSERT INTO TBDAT VALUES
             (:ID-DAT,
              :COMPTE,
              :CODCLI,
              :CODE-DEV,
              :CAPITAL,
              :TAUX,
              :DUREE,
              :DATE-PLACEMENT,
              :DATE-ECHEANCE,
              :RENOUVELLEMENT,
              :STATUT,
              :NB-RENOUV,
              :DATE-RUPTURE)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO DAT-CODRET
              WHEN OTHER
                 MOVE '12'    TO DAT-CODRET
                 MOVE SQLCODE TO DAT-SQLCODE
                 MOVE 'ERREUR SQL INSERT TBDAT' TO DAT-LIBRET
           END-EVALUATE
           .

       02C-UPDATE-LINE.
           MOVE DAT-DONNEES TO DCLTBDAT
           EXEC SQL
              UPDATE TBDAT
                SET COMPTE         = :COMPTE,
                    CODCLI         = :CODCLI,
                    CODE_DEV       = :CODE-DEV,
                    CAPITAL        = :CAPITAL,
                    TAUX           = :TAUX,
                    DUREE          = :DUREE,
                    DATE_PLACEMENT = :DATE-PLACEMENT,
                    DATE_ECHEANCE  = :DATE-ECHEANCE,
                    RENOUVELLEMENT = :RENOUVELLEMENT,
                    STATUT         = :STATUT,
                    NB_RENOUV      = :NB-RENOUV,
                    DATE_RUPTURE   = :DATE-RUPTURE
                WHERE ID_DAT = :ID-DAT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO DAT-CODRET
              WHEN 100
                 MOVE '04' TO DAT-CODRET
                 MOVE 'DEPOT INCONNU DE TBDAT' TO DAT-LIBRET
              WHEN OTHER
                 MOVE '12'    TO DAT-CODRET
                 MOVE SQLCODE TO DAT-SQLCODE
                 MOVE 'ERREUR SQL UPDATE TBDAT' TO DAT-LIBRET
           END-EVALUATE
           .

       02D-DELETE-LINE.
           MOVE DAT-DONNEES TO DCLTBDAT
           EXEC SQL
              DELETE FROM TBDAT
                WHERE ID_DAT = :ID-DAT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO DAT-CODRET
              WHEN 100
                 MOVE '04' TO DAT-CODRET
                 MOVE 'DEPOT INCONNU DE TBDAT' TO DAT-LIBRET
              WHEN OTHER
                 MOVE '12'    TO DAT-CODRET
                 MOVE SQLCODE TO DAT-SQLCODE
                 MOVE 'ERREUR SQL DELETE TBDAT' TO DAT-LIBRET
           END-EVALUATE
           .

       02E-DEBUT-LISTE.
           EXEC SQL OPEN CURDAT END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02F-SUIVANT-LISTE
              WHEN OTHER
                 MOVE '12'    TO DAT-CODRET
                 MOVE SQLCODE TO DAT-SQLCODE
                 MOVE 'ERREUR SQL OPEN TBDAT' TO DAT-LIBRET
           END-EVALUATE
           .

       02F-SUIVANT-LISTE.
           EXEC SQL
              FETCH CURDAT
                 INTO :ID-DAT, :COMPTE, :CODCLI, :CODE-DEV, :CAPITAL,
                      :TAUX, :DUREE, :DATE-PLACEMENT, :DATE-ECHEANCE,
                      :RENOUVELLEMENT, :STATUT, :NB-RENOUV,
                      :DATE-RUPTURE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02K-RESTITUE-LIGNE
              WHEN 100
                 MOVE '04' TO DAT-CODRET
                 MOVE 'FIN DE LISTE TBDAT' TO DAT-LIBRET
                 PERFORM 02G-FERME-LISTE
              WHEN OTHER
                 MOVE '12'    TO DAT-CODRET
                 MOVE SQLCODE TO DAT-SQLCODE
                 MOVE 'ERREUR SQL FETCH TBDAT' TO DAT-LIBRET
           END-EVALUATE
           .

       02G-FERME-LISTE.
           EXEC SQL CLOSE CURDAT END-EXEC
           .

       02H-DEBUT-CLIENT.
           MOVE DAT-CODCLI TO CODCLI OF DCLTBDAT
           EXEC SQL OPEN CURDCL END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02I-SUIVANT-CLIENT
              WHEN OTHER
                 MOVE '12'    TO DAT-CODRET
                 MOVE SQLCODE TO DAT-SQLCODE
                 MOVE 'ERREUR SQL OPEN TBDAT' TO DAT-LIBRET
           END-EVALUATE
           .

       02I-SUIVANT-CLIENT.
           EXEC SQL
              FETCH CURDCL
                 INTO :ID-DAT, :COMPTE, :CODCLI, :CODE-DEV, :CAPITAL,
                      :TAUX, :DUREE, :DATE-PLACEMENT, :DATE-ECHEANCE,
                      :RENOUVELLEMENT, :STATUT, :NB-RENOUV,
                      :DATE-RUPTURE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02K-RESTITUE-LIGNE
              WHEN 100
                 MOVE '04' TO DAT-CODRET
                 MOVE 'FIN DE LISTE TBDAT' TO DAT-LIBRET
                 PERFORM 02J-FERME-CLIENT
              WHEN OTHER
                 MOVE '12'    TO DAT-CODRET
                 MOVE SQLCODE TO DAT-SQLCODE
                 MOVE 'ERREUR SQL FETCH TBDAT' TO DAT-LIBRET
           END-EVALUATE
           .

       02J-FERME-CLIENT.
           EXEC SQL CLOSE CURDCL END-EXEC
           .

       02K-RESTITUE-LIGNE.
           MOVE '00'           TO DAT-CODRET
           MOVE ID-DAT         TO DAT-ID
           MOVE COMPTE         TO DAT-COMPTE
           MOVE CODCLI         TO DAT-CODCLI
           MOVE CODE-DEV       TO DAT-CODE-DEV
           MOVE CAPITAL        TO DAT-CAPITAL
           MOVE TAUX           TO DAT-TAUX
           MOVE DUREE          TO DAT-DUREE
           MOVE DATE-PLACEMENT TO DAT-DATE-PLACEMENT
           MOVE DATE-ECHEANCE  TO DAT-DATE-ECHEANCE
           MOVE RENOUVELLEMENT TO DAT-RENOUVELLEMENT
           MOVE STATUT         TO DAT-STATUT
           MOVE NB-RENOUV      TO DAT-NB-RENOUV
           MOVE DATE-RUPTURE   TO DAT-DATE-RUPTURE
           .
