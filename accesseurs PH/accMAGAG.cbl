      * 03/09/26 SOUAD   CREATION - FONCTIONS SEL, INS, DEL,   *
      *          SOM (TOTAL DES GAGES ACTIFS D'UN COMPTE A     *
      *          UNE DATE) ET PARCOURS DEB/SUI                 *
      * 15/10/26 SOUAD   FONCTIONS CDB ET CSU (PARCOURS DES    *
      *          GAGES D'UN COMPTE) POUR LE SOLDE DE CLOTURE   *
      *          QUI LEVE LES GAGES DU COMPTE CLOTURE          *
      *                                                       *
      *********************************************************

                     ORDER BY COMPTE, ID_GAGE
            END-EXEC.

      * PARCOURS DES GAGES D'UN SEUL COMPTE (FONCTIONS CDB/CSU),
      * POUR LA LEVEE A LA CLOTURE.
            EXEC SQL
               DECLARE CURGAC CURSOR FOR
                  SELECT COMPTE, ID_GAGE, MONTANT, MOTIF, DATE_FIN
                     FROM TBGAG
                     WHERE COMPTE = :COMPTE
                     ORDER BY ID_GAGE
            END-EXEC.

       01 WS-GAG-TOTAL PIC S9(13)V9(2) USAGE COMP-3.
       01 WS-DATE-REF  PIC X(10).

                 PERFORM 02F-DEBUT-LISTE
              WHEN  'SUI'
                 PERFORM 02G-SUIVANT-LISTE
              WHEN  'CDB'
                 PERFORM 02I-DEBUT-COMPTE
              WHEN  'CSU'
                 PERFORM 02J-SUIVANT-COMPTE
              WHEN OTHER
                 MOVE '10'  TO  GAG-CODRET
                 MOVE 'FONCTION ERRONEE ' TO GAG-LIBRET
       02H-FERME-LISTE.
           EXEC SQL CLOSE CURGAG END-EXEC
           .

       02I-DEBUT-COMPTE.
           MOVE GAG-DONNEES TO DCLTBGAG
           EXEC SQL OPEN CURGAC END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02J-SUIVANT-COMPTE
              WHEN OTHER
                 MOVE '12'    TO GAG-CODRET
                 MOVE SQLCODE TO GAG-SQLCODE
                 MOVE 'ERREUR SQL OPEN TBGAG' TO GAG-LIBRET
           END-EVALUATE
           .

       02J-SUIVANT-COMPTE.
           EXEC SQL
              FETCH CURGAC
                 INTO :COMPTE, :ID-GAGE, :MONTANT, :MOTIF,
                      :DATE-FIN
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLTBGAG TO GAG-DONNEES
                 MOVE '00'     TO GAG-CODRET
              WHEN 100
                 MOVE '04' TO GAG-CODRET
                 MOVE 'FIN DE LISTE TBGAG' TO GAG-LIBRET
                 PERFORM 02K-FERME-COMPTE
              WHEN OTHER
                 MOVE '12'    TO GAG-CODRET
                 MOVE SQLCODE TO GAG-SQLCODE
                 MOVE 'ERREUR SQL FETCH TBGAG' TO GAG-LIBRET
           END-EVALUATE
           .

       02K-FERME-COMPTE.
           EXEC SQL CLOSE CURGAC END-EXEC
           .
