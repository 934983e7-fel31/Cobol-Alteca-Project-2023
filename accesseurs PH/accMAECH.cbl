      *********************************************************
      * PROGRAM NAME:  MAECH                                  *
      * PROGRAM OBJET :ACCESSEUR DB2 DE LA TABLE TBECH         *
      *                (TABLEAU D'AMORTISSEMENT DES PRETS :    *
      *                UNE LIGNE PAR ECHEANCE, CAPITAL ET      *
      *                INTERETS, STATUT DE L'ECHEANCE)         *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - FONCTIONS SEL, INS, UPD,   *
      *          DEL, DEB/SUI (ECHEANCES D'UN PRET), EDB/ESU   *
      *          (ECHEANCES ARRIVEES NON REGLEES), IDB/ISU     *
      *          (IMPAYES) ET PUR (PURGE DES ECHEANCES         *
      *          PREVUES D'UN PRET AVANT RECALCUL)             *
      *                                                       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAECH.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

            EXEC SQL INCLUDE SQLCA END-EXEC.
            EXEC SQL INCLUDE ECHTBDCL END-EXEC.

      * ECHEANCES D'UN PRET, DANS L'ORDRE DU TABLEAU (DEB/SUI).
            EXEC SQL
               DECLARE CURECH CURSOR FOR
                  SELECT ID_PRET, NUM, DATE_ECHEANCE, MT_CAPITAL,
                         MT_INTERET, CAPITAL_RESTANT, STATUT,
                         DATE_IMPAYE, NB_PRESENTATIONS
                     FROM TBECH
                     WHERE ID_PRET = :ID-PRET
                     ORDER BY NUM
            END-EXEC.

      * ECHEANCES ARRIVEES A LA DATE COURANTE ET NON ENCORE REGLEES,
      * TOUS PRETS CONFONDUS, POUR LE GENERATEUR QUOTIDIEN (EDB/ESU).
            EXEC SQL
               DECLARE CURDUE CURSOR FOR
                  SELECT ID_PRET, NUM, DATE_ECHEANCE, MT_CAPITAL,
                         MT_INTERET, CAPITAL_RESTANT, STATUT,
                         DATE_IMPAYE, NB_PRESENTATIONS
                     FROM TBECH
                     WHERE DATE_ECHEANCE <= :DATE-ECHEANCE
                       AND STATUT <> 'R'
                     ORDER BY ID_PRET, NUM
            END-EXEC.

      * ECHEANCES IMPAYEES, POUR L'ETAT D'ANCIENNETE (IDB/ISU).
            EXEC SQL
               DECLARE CURIMP CURSOR FOR
                  SELECT ID_PRET, NUM, DATE_ECHEANCE, MT_CAPITAL,
                         MT_INTERET, CAPITAL_RESTANT, STATUT,
                         DATE_IMPAYE, NB_PRESENTATIONS
                     FROM TBECH
                     WHERE STATUT = 'I'
                     ORDER BY DATE_IMPAYE, ID_PRET, NUM
            END-EXEC.

       LINKAGE SECTION.
       COPY ZAECH REPLACING ==()== BY ==ECH==.

       PROCEDURE DIVISION USING ECH-ZCMA.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-CLOSEPGM.

       01-BEGIN.
           INITIALIZE  ECH-RETOUR.

       02-TREATMENT.
           EVALUATE ECH-FONCTION
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
              WHEN  'EDB'
                 PERFORM 02H-DEBUT-ECHUES
              WHEN  'ESU'
                 PERFORM 02I-SUIVANT-ECHUES
              WHEN  'IDB'
                 PERFORM 02K-DEBUT-IMPAYES
              WHEN  'ISU'
                 PERFORM 02L-SUIVANT-IMPAYES
              WHEN  'PUR'
                 PERFORM 02N-PURGE-PREVUES
              WHEN OTHER
                 MOVE '10'  TO  ECH-CODRET
                 MOVE 'FONCTION ERRONEE ' TO ECH-LIBRET
           END-EVALUATE
           .

       03-CLOSEPGM.
           EXIT PROGRAM
           .

      *************PARAGRAPHS TREATMENT*********************

       02A-SELECT-LINE.
           MOVE ECH-ID-PRET TO ID-PRET OF DCLTBECH
           MOVE ECH-NUM     TO NUM OF DCLTBECH
           EXEC SQL
              SELECT DATE_ECHEANCE, MT_CAPITAL, MT_INTERET,
                     CAPITAL_RESTANT, STATUT, DATE_IMPAYE,
                     NB_PRESENTATIONS
                 INTO :DATE-ECHEANCE, :MT-CAPITAL, :MT-INTERET,
                      :CAPITAL-RESTANT, :STATUT, :DATE-IMPAYE,
                      :NB-PRESENTATIONS
                 FROM TBECH
                 WHERE ID_PRET = :ID-PRET
                   AND NUM     = :NUM
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00'             TO ECH-CODRET
                 MOVE DATE-ECHEANCE    TO ECH-DATE-ECHEANCE
                 MOVE MT-CAPITAL       TO ECH-MT-CAPITAL
                 MOVE MT-INTERET       TO ECH-MT-INTERET
                 MOVE CAPITAL-RESTANT  TO ECH-CAPITAL-RESTANT
                 MOVE STATUT           TO ECH-STATUT
                 MOVE DATE-IMPAYE      TO ECH-DATE-IMPAYE
                 MOVE NB-PRESENTATIONS TO ECH-NB-PRESENTATIONS
              WHEN 100
                 MOVE '04' TO ECH-CODRET
                 MOVE 'ECHEANCE INCONNUE DE TBECH' TO ECH-LIBRET
              WHEN OTHER
                 MOVE '12'    TO ECH-CODRET
                 MOVE SQLCODE TO ECH-SQLCODE
                 MOVE 'ERREUR SQL SELECT TBECH' TO ECH-LIBRET
           END-EVALUATE
           .

       02B-INSERT-LINE.
           MOVE ECH-DONNEES TO DCLTBECH
           EXEC SQL
              INSERT INTO TBECH VALUES
             (:ID-PRET,
              :NUM,
              :DATE-ECHEANCE,
              :MT-CAPITAL,
              :MT-INTERET,
              :CAPITAL-RESTANT,
              :STATUT,
              :DATE-IMPAYE,
              :NB-PRESENTATIONS)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO ECH-CODRET
              WHEN OTHER
                 MOVE '12'    TO ECH-CODRET
                 MOVE SQLCODE TO ECH-SQLCODE
                 MOVE 'ERREUR SQL INSERT TBECH' TO ECH-LIBRET
           END-EVALUATE
           .

       02C-UPDATE-LINE.
           MOVE ECH-DONNEES TO DCLTBECH
           EXEC SQL
              UPDATE TBECH
                SET DATE_ECHEANCE    = :DATE-ECHEANCE,
                    MT_CAPITAL       = :MT-CAPITAL,
                    MT_INTERET       = :MT-INTERET,
                    CAPITAL_RESTANT  = :CAPITAL-RESTANT,
                    STATUT           = :STATUT,
                    DATE_IMPAYE      = :DATE-IMPAYE,
                    NB_PRESENTATIONS = :NB-PRESENTATIONS
                WHERE ID_PRET = :ID-PRET
                  AND NUM     = :NUM
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO ECH-CODRET
              WHEN 100
                 MOVE '04' TO ECH-CODRET
                 MOVE 'ECHEANCE INCONNUE DE TBECH' TO ECH-LIBRET
              WHEN OTHER
                 MOVE '12'    TO ECH-CODRET
                 MOVE SQLCODE TO ECH-SQLCODE
                 MOVE 'ERREUR SQL UPDATE TBECH' TO ECH-LIBRET
           END-EVALUATE
           .

       02D-DELETE-LINE.
           MOVE ECH-DONNEES TO DCLTBECH
           EXEC SQL
              DELETE FROM TBECH
                WHERE ID_PRET = :ID-PRET
                  AND NUM     = :NUM
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO ECH-CODRET
              WHEN 100
                 MOVE '04' TO ECH-CODRET
                 MOVE 'ECHEANCE INCONNUE DE TBECH' TO ECH-LIBRET
              WHEN OTHER
                 MOVE '12'    TO ECH-CODRET
                 MOVE SQLCODE TO ECH-SQLCODE
                 MOVE 'ERREUR SQL DELETE TBECH' TO ECH-LIBRET
           END-EVALUATE
           .

       02E-DEBUT-LISTE.
           MOVE ECH-ID-PRET TO ID-PRET OF DCLTBECH
           EXEC SQL OPEN CURECH END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02F-SUIVANT-LISTE
              WHEN OTHER
                 MOVE '12'    TO ECH-CODRET
                 MOVE SQLCODE TO ECH-SQLCODE
                 MOVE 'ERREUR SQL OPEN TBECH' TO ECH-LIBRET
           END-EVALUATE
           .

       02F-SUIVANT-LISTE.
           EXEC SQL
              FETCH CURECH
                 INTO :ID-PRET, :NUM, :DATE-ECHEANCE, :MT-CAPITAL,
                      :MT-INTERET, :CAPITAL-RESTANT, :STATUT,
                      :DATE-IMPAYE, :NB-PRESENTATIONS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02P-RESTITUE-LIGNE
              WHEN 100
                 MOVE '04' TO ECH-CODRET
                 MOVE 'FIN DE LISTE TBECH' TO ECH-LIBRET
                 PERFORM 02G-FERME-LISTE
              WHEN OTHER
                 MOVE '12'    TO ECH-CODRET
                 MOVE SQLCODE TO ECH-SQLCODE
                 MOVE 'ERREUR SQL FETCH TBECH' TO ECH-LIBRET
           END-EVALUATE
           .

       02G-FERME-LISTE.
           EXEC SQL CLOSE CURECH END-EXEC
           .

       02H-DEBUT-ECHUES.
           MOVE ECH-DATE-ECHEANCE TO DATE-ECHEANCE OF DCLTBECH
           EXEC SQL OPEN CURDUE END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02I-SUIVANT-ECHUES
              WHEN OTHER
                 MOVE '12'    TO ECH-CODRET
                 MOVE SQLCODE TO ECH-SQLCODE
                 MOVE 'ERREUR SQL OPEN TBECH' TO ECH-LIBRET
           END-EVALUATE
           .

       02I-SUIVANT-ECHUES.
           EXEC SQL
              FETCH CURDUE
                 INTO :ID-PRET, :NUM, :DATE-ECHEANCE, :MT-CAPITAL,
                      :MT-INTERET, :CAPITAL-RESTANT, :STATUT,
                      :DATE-IMPAYE, :NB-PRESENTATIONS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02P-RESTITUE-LIGNE
              WHEN 100
                 MOVE '04' TO ECH-CODRET
                 MOVE 'FIN DE LISTE TBECH' TO ECH-LIBRET
                 PERFORM 02J-FERME-ECHUES
              WHEN OTHER
                 MOVE '12'    TO ECH-CODRET
                 MOVE SQLCODE TO ECH-SQLCODE
                 MOVE 'ERREUR SQL FETCH TBECH' TO ECH-LIBRET
           END-EVALUATE
           .

       02J-FERME-ECHUES.
           EXEC SQL CLOSE CURDUE END-EXEC
           .

       02K-DEBUT-IMPAYES.
           EXEC SQL OPEN CURIMP END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02L-SUIVANT-IMPAYES
              WHEN OTHER
                 MOVE '12'    TO ECH-CODRET
                 MOVE SQLCODE TO ECH-SQLCODE
                 MOVE 'ERREUR SQL OPEN TBECH' TO ECH-LIBRET
           END-EVALUATE
           .

       02L-SUIVANT-IMPAYES.
           EXEC SQL
              FETCH CURIMP
                 INTO :ID-PRET, :NUM, :DATE-ECHEANCE, :MT-CAPITAL,
                      :MT-INTERET, :CAPITAL-RESTANT, :STATUT,
                      :DATE-IMPAYE, :NB-PRESENTATIONS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02P-RESTITUE-LIGNE
              WHEN 100
                 MOVE '04' TO ECH-CODRET
                 MOVE 'FIN DE LISTE TBECH' TO ECH-LIBRET
                 PERFORM 02M-FERME-IMPAYES
              WHEN OTHER
                 MOVE '12'    TO ECH-CODRET
                 MOVE SQLCODE TO ECH-SQLCODE
                 MOVE 'ERREUR SQL FETCH TBECH' TO ECH-LIBRET
           END-EVALUATE
           .

       02M-FERME-IMPAYES.
           EXEC SQL CLOSE CURIMP END-EXEC
           .

      * PURGE DES SEULES ECHEANCES PREVUES (STATUT 'P') D'UN PRET :
      * LES ECHEANCES DEJA EMISES, IMPAYEES OU REGLEES RESTENT AU
      * TABLEAU. UN PRET SANS ECHEANCE PREVUE N'EST PAS UNE ERREUR.
       02N-PURGE-PREVUES.
           MOVE ECH-ID-PRET TO ID-PRET OF DCLTBECH
           EXEC SQL
              DELETE FROM TBECH
                WHERE ID_PRET = :ID-PRET
                  AND STATUT  = 'P'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO ECH-CODRET
              WHEN 100
                 MOVE '00' TO ECH-CODRET
              WHEN OTHER
                 MOVE '12'    TO ECH-CODRET
                 MOVE SQLCODE TO ECH-SQLCODE
                 MOVE 'ERREUR SQL DELETE TBECH' TO ECH-LIBRET
           END-EVALUATE
           .

       02P-RESTITUE-LIGNE.
           MOVE '00'             TO ECH-CODRET
           MOVE ID-PRET          TO ECH-ID-PRET
           MOVE NUM              TO ECH-NUM
           MOVE DATE-ECHEANCE    TO ECH-DATE-ECHEANCE
           MOVE MT-CAPITAL       TO ECH-MT-CAPITAL
           MOVE MT-INTERET       TO ECH-MT-INTERET
           MOVE CAPITAL-RESTANT  TO ECH-CAPITAL-RESTANT
           MOVE STATUT           TO ECH-STATUT
           MOVE DATE-IMPAYE      TO ECH-DATE-IMPAYE
           MOVE NB-PRESENTATIONS TO ECH-NB-PRESENTATIONS
           .
