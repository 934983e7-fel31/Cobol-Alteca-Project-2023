      *********************************************************
      * PROGRAM NAME:  MASAI                                  *
      * PROGRAM OBJET :ACCESSEUR DB2 DE LA TABLE TBSAI         *
      *                (REGISTRE DES SAISIES ET AVIS A TIERS   *
      *                DETENTEUR), ALIMENTEE PAR CHGTBSAI,     *
      *                SERVIE PAR GKSAISIE ET GKSAIRPT         *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - FONCTIONS SEL, INS, UPD ET *
      *          PARCOURS DEB/SUI DES ORDRES OUVERTS PAR       *
      *          CLIENT ET RANG                                *
      *                                                       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASAI.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

            EXEC SQL INCLUDE SQLCA END-EXEC.
            EXEC SQL INCLUDE SAITBDCL END-EXEC.

      * ORDRES OUVERTS, PAR CLIENT DEBITEUR PUIS DANS L'ORDRE OU
      * ILS DOIVENT ETRE SERVIS (RANG, DATE DE SIGNIFICATION).
            EXEC SQL
               DECLARE CURSAI CURSOR FOR
                  SELECT ID_SAISIE, CODCLI, TYPE_ORDRE, CREANCIER,
                         IBAN_CREANCIER, MONTANT_RECLAME,
                         MONTANT_VERSE, PRIORITE, DATE_NOTIF,
                         STATUT, DATE_STATUT, NB_VERSEMENTS
                     FROM TBSAI
                     WHERE STATUT = 'O'
                     ORDER BY CODCLI, PRIORITE, DATE_NOTIF,
                              ID_SAISIE
            END-EXEC.

       LINKAGE SECTION.
       COPY ZASAI REPLACING ==()== BY ==SAI==.

       PROCEDURE DIVISION USING SAI-ZCMA.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-CLOSEPGM.

       01-BEGIN.
           INITIALIZE  SAI-RETOUR.

       02-TREATMENT.
           EVALUATE SAI-FONCTION
              WHEN  'SEL'
                 PERFORM 02A-SELECT-LINE
              WHEN  'INS'
                 PERFORM 02B-INSERT-LINE
              WHEN  'UPD'
                 PERFORM 02C-UPDATE-LINE
              WHEN  'DEB'
                 PERFORM 02E-DEBUT-LISTE
              WHEN  'SUI'
                 PERFORM 02F-SUIVANT-LISTE
              WHEN OTHER
                 MOVE '10'  TO  SAI-CODRET
                 MOVE 'FONCTION ERRONEE ' TO SAI-LIBRET
           END-EVALUATE
           .

       03-CLOSEPGM.
           EXIT PROGRAM
           .

      *************PARAGRAPHS TREATMENT*********************

       02A-SELECT-LINE.
           MOVE SAI-DONNEES TO DCLTBSAI
           EXEC SQL
              SELECT CODCLI, TYPE_ORDRE, CREANCIER, IBAN_CREANCIER,
                     MONTANT_RECLAME, MONTANT_VERSE, PRIORITE,
                     DATE_NOTIF, STATUT, DATE_STATUT, NB_VERSEMENTS
                 INTO :CODCLI, :TYPE-ORDRE, :CREANCIER,
                      :IBAN-CREANCIER, :MONTANT-RECLAME,
                      :MONTANT-VERSE, :PRIORITE, :DATE-NOTIF,
                      :STATUT, :DATE-STATUT, :NB-VERSEMENTS
                 FROM TBSAI
                 WHERE ID_SAISIE = :ID-SAISIE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLTBSAI TO SAI-DONNEES
                 MOVE '00'     TO SAI-CODRET
              WHEN 100
                 MOVE '04' TO SAI-CODRET
                 MOVE 'ORDRE INCONNU DE TBSAI' TO SAI-LIBRET
              WHEN OTHER
                 MOVE '12'    TO SAI-CODRET
                 MOVE SQLCODE TO SAI-SQLCODE
                 MOVE 'ERREUR SQL SELECT TBSAI' TO SAI-LIBRET
           END-EVALUATE
           .

       02B-INSERT-LINE.
           MOVE SAI-DONNEES TO DCLTBSAI
           EXEC SQL
              INSERT INTO TBSAI VALUES
             (:ID-SAISIE,
              :CODCLI,
              :TYPE-ORDRE,
              :CREANCIER,
              :IBAN-CREANCIER,
              :MONTANT-RECLAME,
              :MONTANT-VERSE,
              :PRIORITE,
              :DATE-NOTIF,
              :STATUT,
              :DATE-STATUT,
              :NB-VERSEMENTS)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO SAI-CODRET
              WHEN OTHER
                 MOVE '12'    TO SAI-CODRET
                 MOVE SQLCODE TO SAI-SQLCODE
                 MOVE 'ERREUR SQL INSERT TBSAI' TO SAI-LIBRET
           END-EVALUATE
           .

       02C-UPDATE-LINE.
           MOVE SAI-DONNEES TO DCLTBSAI
           EXEC SQL
              UPDATE TBSAI
                SET CREANCIER       = :CREANCIER,
                    IBAN_CREANCIER  = :IBAN-CREANCIER,
                    MONTANT_RECLAME = :MONTANT-RECLAME,
                    MONTANT_VERSE   = :MONTANT-VERSE,
                    PRIORITE        = :PRIORITE,
                    STATUT          = :STATUT,
                    DATE_STATUT     = :DATE-STATUT,
                    NB_VERSEMENTS   = :NB-VERSEMENTS
                WHERE ID_SAISIE = :ID-SAISIE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO SAI-CODRET
              WHEN 100
                 MOVE '04' TO SAI-CODRET
                 MOVE 'ORDRE INCONNU DE TBSAI' TO SAI-LIBRET
              WHEN OTHER
                 MOVE '12'    TO SAI-CODRET
                 MOVE SQLCODE TO SAI-SQLCODE
                 MOVE 'ERREUR SQL UPDATE TBSAI' TO SAI-LIBRET
           END-EVALUATE
           .

       02E-DEBUT-LISTE.
           EXEC SQL OPEN CURSAI END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02F-SUIVANT-LISTE
              WHEN OTHER
                 MOVE '12'    TO SAI-CODRET
                 MOVE SQLCODE TO SAI-SQLCODE
                 MOVE 'ERREUR SQL OPEN TBSAI' TO SAI-LIBRET
           END-EVALUATE
           .

       02F-SUIVANT-LISTE.
           EXEC SQL
              FETCH CURSAI
                 INTO :ID-SAISIE, :CODCLI, :TYPE-ORDRE, :CREANCIER,
                      :IBAN-CREANCIER, :MONTANT-RECLAME,
                      :MONTANT-VERSE, :PRIORITE, :DATE-NOTIF,
                      :STATUT, :DATE-STATUT, :NB-VERSEMENTS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLTBSAI TO SAI-DONNEES
                 MOVE '00'     TO SAI-CODRET
              WHEN 100
                 MOVE '04' TO SAI-CODRET
                 MOVE 'FIN DE LISTE TBSAI' TO SAI-LIBRET
                 PERFORM 02G-FERME-LISTE
              WHEN OTHER
                 MOVE '12'    TO SAI-CODRET
                 MOVE SQLCODE TO SAI-SQLCODE
                 MOVE 'ERREUR SQL FETCH TBSAI' TO SAI-LIBRET
           END-EVALUATE
           .

       02G-FERME-LISTE.
           EXEC SQL CLOSE CURSAI END-EXEC
           .
