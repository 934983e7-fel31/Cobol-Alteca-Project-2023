      * --------- ------------  ----------------------------- *
      * 03/09/26 SOUAD   CREATION - FONCTIONS SEL, INS, UPD    *
      *          ET DEL DU REFERENTIEL PRODUIT                 *
      * 15/10/26 SOUAD   DUREE CONTRACTUELLE EN MOIS (COLONNE  *
      *          DUREE_MOIS) PORTEE ET SERVIE AVEC LA LIGNE,   *
      *          POUR LA TRANCHE D'ECHEANCE DE GKDEPREG        *
      * 15/10/26 SOUAD   ELIGIBILITE A LA GARANTIE DES DEPOTS  *
      *          (COLONNE ELIGIBLE_FGD) PORTEE ET SERVIE AVEC  *
      *          LA LIGNE, POUR LA VUE UNIQUE CLIENT GKSCV     *
      * 15/10/26 SOUAD   REGLES D'EPARGNE REGLEMENTEE          *
      *          (COLONNES PLAFOND_DEPOT, SOLDE_DEBITEUR,      *
      *          RETRAIT_LIE ET NB_RETRAITS_MOIS) PORTEES ET   *
      *          SERVIES AVEC LA LIGNE, POUR LES CONTROLES DE  *
      *          POSTE DE MFMAJCPT                             *
      * 15/10/26 SOUAD   FONCTIONS DEB ET SUI (PARCOURS PAR    *
      *          CURSEUR DE TOUT LE REFERENTIEL) POUR          *
      *          L'EXTRACTION QUOTIDIENNE DES MOUVEMENTS DU    *
      *          REFERENTIEL                                   *
      *                                                       *
      *********************************************************

            EXEC SQL INCLUDE SQLCA END-EXEC.
            EXEC SQL INCLUDE PDTTBDCL END-EXEC.

      * PARCOURS DE TOUT LE REFERENTIEL, PAR CODE PRODUIT (FONCTIONS
      * DEB/SUI, MEME CONVENTION QUE LE CURSEUR CURDCV DE MADCV), POUR
      * L'EXTRACTION QUOTIDIENNE DES MOUVEMENTS DU REFERENTIEL.
            EXEC SQL
               DECLARE CURPDT CURSOR FOR
                  SELECT PRODUIT, LIBELLE, CODE_ICR, CODE_IDB,
                         DUREE_MOIS, ELIGIBLE_FGD, PLAFOND_DEPOT,
                         SOLDE_DEBITEUR, RETRAIT_LIE, NB_RETRAITS_MOIS
                     FROM TBPDT
                     ORDER BY PRODUIT
            END-EXEC.

       LINKAGE SECTION.
       COPY ZAPDT REPLACING ==()== BY ==PDT==.

                 PERFORM 02C-UPDATE-LINE
              WHEN  'DEL'
                 PERFORM 02D-DELETE-LINE
              WHEN  'DEB'
                 PERFORM 02E-DEBUT-LISTE
              WHEN  'SUI'
                 PERFORM 02F-SUIVANT-LISTE
              WHEN OTHER
                 MOVE '10'  TO  PDT-CODRET
                 MOVE 'FONCTION ERRONEE ' TO PDT-LIBRET
       02A-SELECT-LINE.
           MOVE PDT-DONNEES TO DCLTBPDT
           EXEC SQL
              SELECT LIBELLE, CODE_ICR, CODE_IDB, DUREE_MOIS,
                     ELIGIBLE_FGD, PLAFOND_DEPOT, SOLDE_DEBITEUR,
                     RETRAIT_LIE, NB_RETRAITS_MOIS
                 INTO :LIBELLE, :CODE-ICR, :CODE-IDB, :DUREE-MOIS,
                      :ELIGIBLE-FGD, :PLAFOND-DEPOT, :SOLDE-DEBITEUR,
                      :RETRAIT-LIE, :NB-RETRAITS-MOIS
                 FROM TBPDT
                 WHERE PRODUIT = :PRODUIT
           END-EXEC
             (:PRODUIT,
              :LIBELLE,
              :CODE-ICR,
              :CODE-IDB,
              :DUREE-MOIS,
              :ELIGIBLE-FGD,
              :PLAFOND-DEPOT,
              :SOLDE-DEBITEUR,
              :RETRAIT-LIE,
              :NB-RETRAITS-MOIS)
           END-EXEC

           EVALUATE SQLCODE
              UPDATE TBPDT
                SET LIBELLE  = :LIBELLE,
                    CODE_ICR = :CODE-ICR,
                    CODE_IDB = :CODE-IDB,
                    DUREE_MOIS = :DUREE-MOIS,
                    ELIGIBLE_FGD = :ELIGIBLE-FGD,
                    PLAFOND_DEPOT = :PLAFOND-DEPOT,
                    SOLDE_DEBITEUR = :SOLDE-DEBITEUR,
                    RETRAIT_LIE = :RETRAIT-LIE,
                    NB_RETRAITS_MOIS = :NB-RETRAITS-MOIS
                WHERE PRODUIT = :PRODUIT
           END-EXEC

                 MOVE 'ERREUR SQL DELETE TBPDT' TO PDT-LIBRET
           END-EVALUATE
           .

       02E-DEBUT-LISTE.
           EXEC SQL OPEN CURPDT END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02F-SUIVANT-LISTE
              WHEN OTHER
                 MOVE '12'    TO PDT-CODRET
                 MOVE SQLCODE TO PDT-SQLCODE
                 MOVE 'ERREUR SQL OPEN TBPDT' TO PDT-LIBRET
           END-EVALUATE
           .

       02F-SUIVANT-LISTE.
           EXEC SQL
              FETCH CURPDT
                 INTO :PRODUIT, :LIBELLE, :CODE-ICR, :CODE-IDB,
                      :DUREE-MOIS, :ELIGIBLE-FGD, :PLAFOND-DEPOT,
                      :SOLDE-DEBITEUR, :RETRAIT-LIE, :NB-RETRAITS-MOIS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLTBPDT TO PDT-DONNEES
                 MOVE '00'     TO PDT-CODRET
              WHEN 100
                 MOVE '04' TO PDT-CODRET
                 MOVE 'FIN DE LISTE TBPDT' TO PDT-LIBRET
                 PERFORM 02G-FERME-LISTE
              WHEN OTHER
                 MOVE '12'    TO PDT-CODRET
                 MOVE SQLCODE TO PDT-SQLCODE
                 MOVE 'ERREUR SQL FETCH TBPDT' TO PDT-LIBRET
           END-EVALUATE
           .

       02G-FERME-LISTE.
           EXEC SQL CLOSE CURPDT END-EXEC
           .
