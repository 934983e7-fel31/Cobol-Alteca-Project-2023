      * --------- ------------  ----------------------------- *
      * 22/08/26 SOUAD   CREATION - FONCTIONS SEL, INS, UPD    *
      *          ET DEL POUR LES ARRETES MENSUELS              *
      * 15/10/26 SOUAD   COLONNE DEVISE (DEVISE DE TENUE DU    *
      *          COMPTE) SERVIE PAR SEL, INS, UPD ET CURSOL    *
      *                                                       *
      *********************************************************

            EXEC SQL
               DECLARE CURSOL CURSOR FOR
                  SELECT COMPTE, MOIS, SOLDE_FIN, NB_MVTS, MT_MVTS,
                         PRODUIT, DEVISE
                     FROM TBSOLDM
                     ORDER BY COMPTE, MOIS
            END-EXEC.
           MOVE SOL-COMPTE TO COMPTE OF DCLTBSOLDM
           MOVE SOL-MOIS   TO MOIS   OF DCLTBSOLDM
           EXEC SQL
              SELECT SOLDE_FIN, NB_MVTS, MT_MVTS, PRODUIT, DEVISE
                 INTO :SOLDE-FIN, :NB-MVTS, :MT-MVTS, :PRODUIT,
                      :DEVISE
                 FROM TBSOLDM
                 WHERE COMPTE = :COMPTE
                   AND MOIS   = :MOIS
                 MOVE SOLDE-FIN  TO SOL-SOLDE-FIN
                 MOVE NB-MVTS    TO SOL-NB-MVTS
                 MOVE MT-MVTS    TO SOL-MT-MVTS
                 MOVE DEVISE     TO SOL-DEVISE
              WHEN 100
                 MOVE '04' TO SOL-CODRET
                 MOVE 'ARRETE INCONNU DE TBSOLDM' TO SOL-LIBRET
              :SOLDE-FIN,
              :NB-MVTS,
              :MT-MVTS,
              :PRODUIT,
              :DEVISE)
           END-EXEC

           EVALUATE SQLCODE
                SET SOLDE_FIN = :SOLDE-FIN,
                    NB_MVTS   = :NB-MVTS,
                    MT_MVTS   = :MT-MVTS,
                    PRODUIT   = :PRODUIT,
                    DEVISE    = :DEVISE
                WHERE COMPTE = :COMPTE
                  AND MOIS   = :MOIS
           END-EXEC
           EXEC SQL
              FETCH CURSOL
                 INTO :COMPTE, :MOIS, :SOLDE-FIN, :NB-MVTS,
                      :MT-MVTS, :PRODUIT, :DEVISE
           END-EXEC

           EVALUATE SQLCODE
