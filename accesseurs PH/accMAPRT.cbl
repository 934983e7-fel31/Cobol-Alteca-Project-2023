      *********************************************************
      * PROGRAM NAME:  MAPRT                                  *
      * PROGRAM OBJET :ACCESSEUR DB2 DE LA TABLE TBPRT         *
      *                (REGISTRE DES PRETS AMORTISSABLES :     *
      *                COMPTE DE REMBOURSEMENT, CAPITAL, TAUX, *
      *                DUREE, ECHEANCE CONSTANTE, CAPITAL      *
      *                RESTANT, REMBOURSEMENT ANTICIPE EN      *
      *                ATTENTE)                                *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - FONCTIONS SEL, INS, UPD,   *
      *          DEL ET DEB/SUI (PARCOURS DE TOUS LES PRETS)   *
      *                                                       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAPRT.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

            EXEC SQL INCLUDE SQLCA END-EXEC.
            EXEC SQL INCLUDE PRTTBDCL END-EXEC.

      * PARCOURS DE TOUS LES PRETS, PAR IDENTIFIANT, POUR LE
      * GENERATEUR QUOTIDIEN ET LES ETATS (FONCTIONS DEB/SUI).
            EXEC SQL
               DECLARE CURPRT CURSOR FOR
                  SELECT ID_PRET, COMPTE, CODE_DEV, CAPITAL, TAUX,
                         DUREE, DATE_PREMIERE, MT_ECHEANCE,
                         CAPITAL_RESTANT, STATUT, MT_ANTICIPE,
                         DATE_ANTICIPE, NB_ANTICIPES
                     FROM TBPRT
                     ORDER BY ID_PRET
            END-EXEC.

       LINKAGE SECTION.
       COPY ZAPRT REPLACING ==()== BY ==PRT==.

       PROCEDURE DIVISION USING PRT-ZCMA.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-CLOSEPGM.

       01-BEGIN.
           INITIALIZE  PRT-RETOUR.

       02-TREATMENT.
           EVALUATE PRT-FONCTION
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
              WHEN OTHER
                 MOVE '10'  TO  PRT-CODRET
                 MOVE 'FONCTION ERRONEE ' TO PRT-LIBRET
           END-EVALUATE
           .

       03-CLOSEPGM.
           EXIT PROGRAM
           .

      *************PARAGRAPHS TREATMENT*********************

       02A-SELECT-LINE.
           MOVE PRT-ID TO ID-PRET OF DCLTBPRT
           EXEC SQL
              SELECT COMPTE, CODE_DEV, CAPITAL, TAUX, DUREE,
                     DATE_PREMIERE, MT_ECHEANCE, CAPITAL_RESTANT,
                     STATUT, MT_ANTICIPE, DATE_ANTICIPE,
                     NB_ANTICIPES
                 INTO :COMPTE, :CODE-DEV, :CAPITAL, :TAUX, :DUREE,
                      :DATE-PREMIERE, :MT-ECHEANCE, :CAPITAL-RESTANT,
                      :STATUT, :MT-ANTICIPE, :DATE-ANTICIPE,
                      :NB-ANTICIPES
                 FROM TBPRT
                 WHERE ID_PRET = :ID-PRET
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00'            TO PRT-CODRET
                 MOVE COMPTE          TO PRT-COMPTE
                 MOVE CODE-DEV        TO PRT-CODE-DEV
                 MOVE CAPITAL         TO PRT-CAPITAL
                 MOVE TAUX            TO PRT-TAUX
                 MOVE DUREE           TO PRT-DUREE
                 MOVE DATE-PREMIERE   TO PRT-DATE-PREMIERE
                 MOVE MT-ECHEANCE     TO PRT-MT-ECHEANCE
                 MOVE CAPITAL-RESTANT TO PRT-CAPITAL-RESTANT
                 MOVE STATUT          TO PRT-STATUT
                 MOVE MT-ANTICIPE     TO PRT-MT-ANTICIPE
                 MOVE DATE-ANTICIPE   TO PRT-DATE-ANTICIPE
                 MOVE NB-ANTICIPES    TO PRT-NB-ANTICIPES
              WHEN 100
                 MOVE '04' TO PRT-CODRET
                 MOVE 'PRET INCONNU DE TBPRT' TO PRT-LIBRET
              WHEN OTHER
                 MOVE '12'    TO PRT-CODRET
                 MOVE SQLCODE TO PRT-SQLCODE
                 MOVE 'ERREUR SQL SELECT TBPRT' TO PRT-LIBRET
           END-EVALUATE
           .

       02B-INSERT-LINE.
           MOVE PRT-DONNEES TO DCLTBPRT
           EXEC SQL
              INSERT INTO TBPRT VALUES
             (:ID-PRET,
              :COMPTE,
              :CODE-DEV,
              :CAPITAL,
              :TAUX,
              :DUREE,
              :DATE-PREMIERE,
              :MT-ECHEANCE,
              :CAPITAL-RESTANT,
              :STATUT,
              :MT-ANTICIPE,
              :DATE-ANTICIPE,
              :NB-ANTICIPES)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO PRT-CODRET
              WHEN OTHER
                 MOVE '12'    TO PRT-CODRET
                 MOVE SQLCODE TO PRT-SQLCODE
                 MOVE 'ERREUR SQL INSERT TBPRT' TO PRT-LIBRET
           END-EVALUATE
           .

       02C-UPDATE-LINE.
           MOVE PRT-DONNEES TO DCLTBPRT
           EXEC SQL
              UPDATE TBPRT
                SET COMPTE          = :COMPTE,
                    CODE_DEV        = :CODE-DEV,
                    CAPITAL         = :CAPITAL,
                    TAUX            = :TAUX,
                    DUREE           = :DUREE,
                    DATE_PREMIERE   = :DATE-PREMIERE,
                    MT_ECHEANCE     = :MT-ECHEANCE,
                    CAPITAL_RESTANT = :CAPITAL-RESTANT,
                    STATUT          = :STATUT,
                    MT_ANTICIPE     = :MT-ANTICIPE,
                    DATE_ANTICIPE   = :DATE-ANTICIPE,
                    NB_ANTICIPES    = :NB-ANTICIPES
                WHERE ID_PRET = :ID-PRET
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO PRT-CODRET
              WHEN 100
                 MOVE '04' TO PRT-CODRET
                 MOVE 'PRET INCONNU DE TBPRT' TO PRT-LIBRET
              WHEN OTHER
                 MOVE '12'    TO PRT-CODRET
                 MOVE SQLCODE TO PRT-SQLCODE
                 MOVE 'ERREUR SQL UPDATE TBPRT' TO PRT-LIBRET
           END-EVALUATE
           .

       02D-DELETE-LINE.
           MOVE PRT-DONNEES TO DCLTBPRT
           EXEC SQL
              DELETE FROM TBPRT
                WHERE ID_PRET = :ID-PRET
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO PRT-CODRET
              WHEN 100
                 MOVE '04' TO PRT-CODRET
                 MOVE 'PRET INCONNU DE TBPRT' TO PRT-LIBRET
              WHEN OTHER
                 MOVE '12'    TO PRT-CODRET
                 MOVE SQLCODE TO PRT-SQLCODE
                 MOVE 'ERREUR SQL DELETE TBPRT' TO PRT-LIBRET
           END-EVALUATE
           .

       02E-DEBUT-LISTE.
           EXEC SQL OPEN CURPRT END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02F-SUIVANT-LISTE
              WHEN OTHER
                 MOVE '12'    TO PRT-CODRET
                 MOVE SQLCODE TO PRT-SQLCODE
                 MOVE 'ERREUR SQL OPEN TBPRT' TO PRT-LIBRET
           END-EVALUATE
           .

       02F-SUIVANT-LISTE.
           EXEC SQL
              FETCH CURPRT
                 INTO :ID-PRET, :COMPTE, :CODE-DEV, :CAPITAL, :TAUX,
                      :DUREE, :DATE-PREMIERE, :MT-ECHEANCE,
                      :CAPITAL-RESTANT, :STATUT, :MT-ANTICIPE,
                      :DATE-ANTICIPE, :NB-ANTICIPES
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00'            TO PRT-CODRET
                 MOVE ID-PRET         TO PRT-ID
                 MOVE COMPTE          TO PRT-COMPTE
                 MOVE CODE-DEV        TO PRT-CODE-DEV
                 MOVE CAPITAL         TO PRT-CAPITAL
                 MOVE TAUX            TO PRT-TAUX
                 MOVE DUREE           TO PRT-DUREE
                 MOVE DATE-PREMIERE   TO PRT-DATE-PREMIERE
                 MOVE MT-ECHEANCE     TO PRT-MT-ECHEANCE
                 MOVE CAPITAL-RESTANT TO PRT-CAPITAL-RESTANT
                 MOVE STATUT          TO PRT-STATUT
                 MOVE MT-ANTICIPE     TO PRT-MT-ANTICIPE
                 MOVE DATE-ANTICIPE   TO PRT-DATE-ANTICIPE
                 MOVE NB-ANTICIPES    TO PRT-NB-ANTICIPES
              WHEN 100
                 MOVE '04' TO PRT-CODRET
                 MOVE 'FIN DE LISTE TBPRT' TO PRT-LIBRET
                 PERFORM 02G-FERME-LISTE
              WHEN OTHER
                 MOVE '12'    TO PRT-CODRET
                 MOVE SQLCODE TO PRT-SQLCODE
                 MOVE 'ERREUR SQL FETCH TBPRT' TO PRT-LIBRET
           END-EVALUATE
           .

       02G-FERME-LISTE.
           EXEC SQL CLOSE CURPRT END-EXEC
           .
