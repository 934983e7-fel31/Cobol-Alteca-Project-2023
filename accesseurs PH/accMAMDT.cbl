      * --------- ------------  ----------------------------- *
      * 03/09/26 SOUAD   CREATION - FONCTIONS SEL, INS, UPD    *
      *          ET DEL DES MANDATS                            *
      * 15/10/26 SOUAD   FONCTIONS DEB ET SUI (PARCOURS DES    *
      *          MANDATS D'UN COMPTE DEBITEUR) POUR LE SOLDE   *
      *          DE CLOTURE QUI REVOQUE LES MANDATS DU COMPTE  *
      * 15/10/26 SOUAD   FONCTIONS TDB ET TSU (PARCOURS DE     *
      *          TOUS LES MANDATS) POUR LE CONTROLE            *
      *          D'INTEGRITE REFERENTIELLE GKREFINT            *
      *                                                       *
      *********************************************************

            EXEC SQL INCLUDE SQLCA END-EXEC.
            EXEC SQL INCLUDE MDTTBDCL END-EXEC.

      * PARCOURS DES MANDATS D'UN COMPTE DEBITEUR, PAR CREANCIER
      * (FONCTIONS DEB/SUI).
            EXEC SQL
               DECLARE CURMDT CURSOR FOR
                  SELECT CREANCIER, COMPTE, DATE_SIGNATURE, STATUT
                     FROM TBMDT
                     WHERE COMPTE = :COMPTE
                     ORDER BY CREANCIER
            END-EXEC.

      * PARCOURS DE TOUS LES MANDATS, PAR COMPTE PUIS CREANCIER
      * (FONCTIONS TDB/TSU).
            EXEC SQL
               DECLARE CURMDTT CURSOR FOR
                  SELECT CREANCIER, COMPTE, DATE_SIGNATURE, STATUT
                     FROM TBMDT
                     ORDER BY COMPTE, CREANCIER
            END-EXEC.

       LINKAGE SECTION.
       COPY ZAMDT REPLACING ==()== BY ==MDT==.

                 PERFORM 02C-UPDATE-LINE
              WHEN  'DEL'
                 PERFORM 02D-DELETE-LINE
              WHEN  'DEB'
                 PERFORM 02E-DEBUT-LISTE
              WHEN  'SUI'
                 PERFORM 02F-SUIVANT-LISTE
              WHEN  'TDB'
                 PERFORM 02H-DEBUT-TOUS
              WHEN  'TSU'
                 PERFORM 02I-SUIVANT-TOUS
              WHEN OTHER
                 MOVE '10'  TO  MDT-CODRET
                 MOVE 'FONCTION ERRONEE ' TO MDT-LIBRET
                 MOVE 'ERREUR SQL DELETE TBMDT' TO MDT-LIBRET
           END-EVALUATE
           .

       02E-DEBUT-LISTE.
           MOVE MDT-DONNEES TO DCLTBMDT
           EXEC SQL OPEN CURMDT END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02F-SUIVANT-LISTE
              WHEN OTHER
                 MOVE '12'    TO MDT-CODRET
                 MOVE SQLCODE TO MDT-SQLCODE
                 MOVE 'ERREUR SQL OPEN TBMDT' TO MDT-LIBRET
           END-EVALUATE
           .

       02F-SUIVANT-LISTE.
           EXEC SQL
              FETCH CURMDT
                 INTO :CREANCIER, :COMPTE, :DATE-SIGNATURE, :STATUT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLTBMDT TO MDT-DONNEES
                 MOVE '00'     TO MDT-CODRET
              WHEN 100
                 MOVE '04' TO MDT-CODRET
                 MOVE 'FIN DE LISTE TBMDT' TO MDT-LIBRET
                 PERFORM 02G-FERME-LISTE
              WHEN OTHER
                 MOVE '12'    TO MDT-CODRET
                 MOVE SQLCODE TO MDT-SQLCODE
                 MOVE 'ERREUR SQL FETCH TBMDT' TO MDT-LIBRET
           END-EVALUATE
           .

       02G-FERME-LISTE.
           EXEC SQL CLOSE CURMDT END-EXEC
           .

       02H-DEBUT-TOUS.
           EXEC SQL OPEN CURMDTT END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02I-SUIVANT-TOUS
              WHEN OTHER
                 MOVE '12'    TO MDT-CODRET
                 MOVE SQLCODE TO MDT-SQLCODE
                 MOVE 'ERREUR SQL OPEN TBMDT' TO MDT-LIBRET
           END-EVALUATE
           .

       02I-SUIVANT-TOUS.
           EXEC SQL
              FETCH CURMDTT
                 INTO :CREANCIER, :COMPTE, :DATE-SIGNATURE, :STATUT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLTBMDT TO MDT-DONNEES
                 MOVE '00'     TO MDT-CODRET
              WHEN 100
                 MOVE '04' TO MDT-CODRET
                 MOVE 'FIN DE LISTE TBMDT' TO MDT-LIBRET
                 PERFORM 02J-FERME-TOUS
              WHEN OTHER
                 MOVE '12'    TO MDT-CODRET
                 MOVE SQLCODE TO MDT-SQLCODE
                 MOVE 'ERREUR SQL FETCH TBMDT' TO MDT-LIBRET
           END-EVALUATE
           .

       02J-FERME-TOUS.
           EXEC SQL CLOSE CURMDTT END-EXEC
           .
