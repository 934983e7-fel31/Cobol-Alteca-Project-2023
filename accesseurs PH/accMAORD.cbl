      * 22/08/26 SOUAD   COLONNE NB_EMISES (NUMERO DE LA       *
      *          DERNIERE OCCURRENCE EMISE PAR GKORDGEN, BASE  *
      *          DE LA REFERENCE DES OPERATIONS GENEREES)      *
      * 15/10/26 SOUAD   FONCTIONS CDB ET CSU (PARCOURS DES    *
      *          ORDRES D'UN COMPTE) POUR LE SOLDE DE CLOTURE  *
      *          QUI ANNULE LES ORDRES DU COMPTE CLOTURE       *
      *                                                       *
      *********************************************************

                     ORDER BY ID_ORDRE
            END-EXEC.

      * PARCOURS DES ORDRES PERMANENTS D'UN SEUL COMPTE (FONCTIONS
      * CDB/CSU), POUR L'ANNULATION A LA CLOTURE.
            EXEC SQL
               DECLARE CURORC CURSOR FOR
                  SELECT ID_ORDRE, COMPTE, CODE_OPER, MONTANT,
                         CODE_DEV, FREQUENCE, DATE_PROCHAINE, STATUT,
                         NB_EMISES
                     FROM TBORD
                     WHERE COMPTE = :COMPTE
                     ORDER BY ID_ORDRE
            END-EXEC.

       LINKAGE SECTION.
       COPY ZAORD REPLACING ==()== BY ==ORD==.

                 PERFORM 02E-DEBUT-LISTE
              WHEN  'SUI'
                 PERFORM 02F-SUIVANT-LISTE
              WHEN  'CDB'
                 PERFORM 02H-DEBUT-COMPTE
              WHEN  'CSU'
                 PERFORM 02I-SUIVANT-COMPTE
              WHEN OTHER
                 MOVE '10'  TO  ORD-CODRET
                 MOVE 'FONCTION ERRONEE ' TO ORD-LIBRET
       02G-FERME-LISTE.
           EXEC SQL CLOSE CURORD END-EXEC
           .

       02H-DEBUT-COMPTE.
           MOVE ORD-COMPTE TO COMPTE
           EXEC SQL OPEN CURORC END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02I-SUIVANT-COMPTE
              WHEN OTHER
                 MOVE '12'    TO ORD-CODRET
                 MOVE SQLCODE TO ORD-SQLCODE
                 MOVE 'ERREUR SQL OPEN TBORD' TO ORD-LIBRET
           END-EVALUATE
           .

       02I-SUIVANT-COMPTE.
           EXEC SQL
              FETCH CURORC
                 INTO :ID-ORDRE, :COMPTE, :CODE-OPER, :MONTANT,
                      :CODE-DEV, :FREQUENCE, :DATE-PROCHAINE,
                      :STATUT, :NB-EMISES
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00'           TO ORD-CODRET
                 MOVE ID-ORDRE       TO ORD-ID
                 MOVE COMPTE         TO ORD-COMPTE
                 MOVE CODE-OPER      TO ORD-CODE-OPER
                 MOVE MONTANT        TO ORD-MONTANT
                 MOVE CODE-DEV       TO ORD-CODE-DEV
                 MOVE FREQUENCE      TO ORD-FREQUENCE
                 MOVE DATE-PROCHAINE TO ORD-DATE-PROCHAINE
                 MOVE STATUT         TO ORD-STATUT
                 MOVE NB-EMISES      TO ORD-NB-EMISES
              WHEN 100
                 MOVE '04' TO ORD-CODRET
                 MOVE 'FIN DE LISTE TBORD' TO ORD-LIBRET
                 PERFORM 02J-FERME-COMPTE
              WHEN OTHER
                 MOVE '12'    TO ORD-CODRET
                 MOVE SQLCODE TO ORD-SQLCODE
                 MOVE 'ERREUR SQL FETCH TBORD' TO ORD-LIBRET
           END-EVALUATE
           .

       02J-FERME-COMPTE.
           EXEC SQL CLOSE CURORC END-EXEC
           .
