      * --------- ------------  ----------------------------- *
      * 03/09/26 SOUAD   CREATION - FONCTIONS SEL (PAR IBAN),  *
      *          RVS (PAR COMPTE), INS, UPD ET DEL             *
      * 15/10/26 SOUAD   FONCTIONS DEB ET SUI (PARCOURS DE     *
      *          TOUTE LA TABLE) POUR LE CONTROLE D'INTEGRITE  *
      *          REFERENTIELLE GKREFINT                        *
      *                                                       *
      *********************************************************

            EXEC SQL INCLUDE SQLCA END-EXEC.
            EXEC SQL INCLUDE IBNTBDCL END-EXEC.

      * PARCOURS DE TOUTES LES CORRESPONDANCES, PAR COMPTE (FONCTIONS
      * DEB/SUI, MEME CONVENTION QUE LE CURSEUR CURCPT DE MACPT).
            EXEC SQL
               DECLARE CURIBN CURSOR FOR
                  SELECT IBAN, COMPTE
                     FROM TBIBN
                     ORDER BY COMPTE, IBAN
            END-EXEC.

       LINKAGE SECTION.
       COPY ZAIBN REPLACING ==()== BY ==IBN==.

                 PERFORM 02C-UPDATE-LINE
              WHEN  'DEL'
                 PERFORM 02D-DELETE-LINE
              WHEN  'DEB'
                 PERFORM 02F-DEBUT-LISTE
              WHEN  'SUI'
                 PERFORM 02G-SUIVANT-LISTE
              WHEN OTHER
                 MOVE '10'  TO  IBN-CODRET
                 MOVE 'FONCTION ERRONEE ' TO IBN-LIBRET
                 MOVE 'ERREUR SQL DELETE TBIBN' TO IBN-LIBRET
           END-EVALUATE
           .

       02F-DEBUT-LISTE.
           EXEC SQL OPEN CURIBN END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02G-SUIVANT-LISTE
              WHEN OTHER
                 MOVE '12'    TO IBN-CODRET
                 MOVE SQLCODE TO IBN-SQLCODE
                 MOVE 'ERREUR SQL OPEN TBIBN' TO IBN-LIBRET
           END-EVALUATE
           .

       02G-SUIVANT-LISTE.
           EXEC SQL
              FETCH CURIBN
                 INTO :IBAN, :COMPTE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLTBIBN TO IBN-DONNEES
                 MOVE '00'     TO IBN-CODRET
              WHEN 100
                 MOVE '04' TO IBN-CODRET
                 MOVE 'FIN DE LISTE TBIBN' TO IBN-LIBRET
                 PERFORM 02H-FERME-LISTE
              WHEN OTHER
                 MOVE '12'    TO IBN-CODRET
                 MOVE SQLCODE TO IBN-SQLCODE
                 MOVE 'ERREUR SQL FETCH TBIBN' TO IBN-LIBRET
           END-EVALUATE
           .

       02H-FERME-LISTE.
           EXEC SQL CLOSE CURIBN END-EXEC
           .
