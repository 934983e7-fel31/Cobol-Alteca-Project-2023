      * 03/09/26 SOUAD   FONCTIONS RDB ET RSU (PARCOURS PAR    *
      *          PLAGE DE NUMEROS DE COMPTE) POUR LES FINS DE  *
      *          MOIS EN TRANCHES PARALLELES                   *
      * 15/10/26 SOUAD   ENTITE COMPTABLE (COLONNE ENTITE) DU  *
      *          COMPTE, SERVIE AVEC LA LIGNE ET PORTEE PAR    *
      *          L'INSERT, POUR LE CLOISONNEMENT MULTI-ENTITES *
      * 15/10/26 SOUAD   DEVISE DE TENUE DU COMPTE (COLONNE    *
      *          DEVISE) POSEE A L'INSERT ET SERVIE AVEC LA    *
      *          LIGNE PAR SEL ET LES CURSEURS                 *
      * 15/10/26 SOUAD   DATE D'OUVERTURE DU COMPTE (COLONNE   *
      *          DATE_OUV) POSEE A L'INSERT ET SERVIE AVEC LA  *
      *          LIGNE PAR SEL ET LES CURSEURS                 *
      * 15/10/26 SOUAD   FONCTION PDT (CHANGEMENT DE PRODUIT   *
      *          DU COMPTE) POUR LA CONVERSION DES COMPTES     *
      *          MINEURS A LA MAJORITE (GKMAJORI)              *
      *                                                       *
      *********************************************************

            EXEC SQL
               DECLARE CURCPT CURSOR FOR
                  SELECT COMPTE, NOM, SOLDE, DDMVT, DDMAJ, HDMAJ,
                         CODCLI, AGENCE, PRODUIT, STATUT, ENTITE,
                         DEVISE, DATE_OUV
                     FROM TBCPT
                     ORDER BY COMPTE
            END-EXEC.
            EXEC SQL
               DECLARE CURCLI CURSOR FOR
                  SELECT COMPTE, NOM, SOLDE, DDMVT, DDMAJ, HDMAJ,
                         CODCLI, AGENCE, PRODUIT, STATUT, ENTITE,
                         DEVISE, DATE_OUV
                     FROM TBCPT
                     WHERE CODCLI = :CODCLI
                     ORDER BY COMPTE
            EXEC SQL
               DECLARE CURRNG CURSOR FOR
                  SELECT COMPTE, NOM, SOLDE, DDMVT, DDMAJ, HDMAJ,
                         CODCLI, AGENCE, PRODUIT, STATUT, ENTITE,
                         DEVISE, DATE_OUV
                     FROM TBCPT
                     WHERE COMPTE BETWEEN :COMPTE
                                   AND   :WS-COMPTE-FIN
                 PERFORM 02D-SELECT-LINE
              WHEN  'STA'
                 PERFORM 02E-UPDATE-STATUT
              WHEN  'PDT'
                 PERFORM 02O-UPDATE-PRODUIT
              WHEN  'DEB'
                 PERFORM 02F-DEBUT-LISTE
              WHEN  'SUI'
              :CODCLI,
              :AGENCE,
              :PRODUIT,
              :STATUT,
              :ENTITE,
              :DEVISE,
              :DATE-OUV)
           END-EXEC

ERSQL      PERFORM ERRORS-SQL-CPT.
           DISPLAY CPT-DONNEES
           EXEC SQL
              SELECT NOM, SOLDE, DDMVT, DDMAJ, HDMAJ, CODCLI,
                     AGENCE, PRODUIT, STATUT, ENTITE, DEVISE,
                     DATE_OUV
                 INTO :NOM, :SOLDE, :DDMVT, :DDMAJ, :HDMAJ,
                      :CODCLI, :AGENCE, :PRODUIT, :STATUT,
                      :ENTITE, :DEVISE, :DATE-OUV
                  FROM TBCPT
                    WHERE  COMPTE = :COMPTE
           END-EXEC
           EXEC SQL
              FETCH CURCPT
                 INTO :COMPTE, :NOM, :SOLDE, :DDMVT, :DDMAJ, :HDMAJ,
                      :CODCLI, :AGENCE, :PRODUIT, :STATUT,
                      :ENTITE, :DEVISE, :DATE-OUV
           END-EXEC

           EVALUATE SQLCODE
           EXEC SQL
              FETCH CURCLI
                 INTO :COMPTE, :NOM, :SOLDE, :DDMVT, :DDMAJ, :HDMAJ,
                      :CODCLI, :AGENCE, :PRODUIT, :STATUT,
                      :ENTITE, :DEVISE, :DATE-OUV
           END-EXEC

           EVALUATE SQLCODE
           EXEC SQL
              FETCH CURRNG
                 INTO :COMPTE, :NOM, :SOLDE, :DDMVT, :DDMAJ, :HDMAJ,
                      :CODCLI, :AGENCE, :PRODUIT, :STATUT,
                      :ENTITE, :DEVISE, :DATE-OUV
           END-EXEC

           EVALUATE SQLCODE
       02N-FERME-PLAGE.
           EXEC SQL CLOSE CURRNG END-EXEC
           .

      * CHANGEMENT DE PRODUIT DU COMPTE (CONVERSION D'UN PRODUIT
      * MINEUR EN PRODUIT ADULTE A LA MAJORITE DU TITULAIRE) : MEME
      * CONTROLE DE CONCURRENCE QUE LE CHANGEMENT DE STATUT, LA LIGNE
      * AYANT ETE LUE PAR L'APPELANT.
       02O-UPDATE-PRODUIT.
           MOVE CPT-DONNEES TO DCLTBCPT
           PERFORM 02C3-DATE-HEURE-MAJ
           EXEC SQL
              UPDATE TBCPT
                SET PRODUIT = :PRODUIT,
                    DDMAJ   = :WS-DDMAJ-NOUVEAU,
                    HDMAJ   = :WS-HDMAJ-NOUVEAU
                WHERE COMPTE = :COMPTE
                  AND DDMAJ  = :DDMAJ
                  AND HDMAJ  = :HDMAJ
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO CPT-CODRET
                 MOVE WS-DDMAJ-NOUVEAU TO DDMAJ
                 MOVE WS-HDMAJ-NOUVEAU TO HDMAJ
                 MOVE DCLTBCPT TO CPT-DONNEES
              WHEN 100
                 MOVE '08' TO CPT-CODRET
                 MOVE 'COMPTE MODIFIE PAR UNE AUTRE MAJ' TO CPT-LIBRET
              WHEN OTHER
                 MOVE '12'    TO CPT-CODRET
                 MOVE SQLCODE TO CPT-SQLCODE
                 MOVE 'ERREUR SQL UPDATE PRODUIT TBCPT' TO CPT-LIBRET
           END-EVALUATE
           .
