      *********************************************************
      * PROGRAM NAME:  MAAJU                                  *
      * PROGRAM OBJET :ACCESSEUR DB2 DE LA TABLE TBAJU         *
      *                (REGISTRE DES AJUSTEMENTS MANUELS),     *
      *                ALIMENTEE ET TENUE A JOUR PAR GKAJUSTE, *
      *                SERVIE PAR GKAJURPT                     *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - FONCTIONS SEL, INS, UPD,   *
      *          MAX (DERNIER NUMERO ATTRIBUE) ET PARCOURS     *
      *          DEB/SUI PAR NUMERO                            *
      *                                                       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAAJU.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

            EXEC SQL INCLUDE SQLCA END-EXEC.
            EXEC SQL INCLUDE AJUTBDCL END-EXEC.

      * TOUTES LES DEMANDES, PAR NUMERO (ORDRE DE SAISIE).
            EXEC SQL
               DECLARE CURAJU CURSOR FOR
                  SELECT NUMERO, COMPTE, MONTANT, CODE_DEV, SENS,
                         MOTIF, TEXTE, DEMANDEUR, DATE_DEMANDE,
                         VALIDEUR, DATE_DECISION, MOTIF_REFUS,
                         STATUT, DATE_EMISSION, REF_OPER
                     FROM TBAJU
                     ORDER BY NUMERO
            END-EXEC.

       LINKAGE SECTION.
       COPY ZAAJU REPLACING ==()== BY ==AJU==.

       PROCEDURE DIVISION USING AJU-ZCMA.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-CLOSEPGM.

       01-BEGIN.
           INITIALIZE  AJU-RETOUR.

       02-TREATMENT.
           EVALUATE AJU-FONCTION
              WHEN  'SEL'
                 PERFORM 02A-SELECT-LINE
              WHEN  'INS'
                 PERFORM 02B-INSERT-LINE
              WHEN  'UPD'
                 PERFORM 02C-UPDATE-LINE
              WHEN  'MAX'
                 PERFORM 02D-SELECT-MAX
              WHEN  'DEB'
                 PERFORM 02E-DEBUT-LISTE
              WHEN  'SUI'
                 PERFORM 02F-SUIVANT-LISTE
              WHEN OTHER
                 MOVE '10'  TO  AJU-CODRET
                 MOVE 'FONCTION ERRONEE ' TO AJU-LIBRET
           END-EVALUATE
           .

       03-CLOSEPGM.
           EXIT PROGRAM
           .

      *************PARAGRAPHS TREATMENT*********************

       02A-SELECT-LINE.
           MOVE AJU-DONNEES TO DCLTBAJU
           EXEC SQL
              SELECT COMPTE, MONTANT, CODE_DEV, SENS, MOTIF, TEXTE,
                     DEMANDEUR, DATE_DEMANDE, VALIDEUR,
                     DATE_DECISION, MOTIF_REFUS, STATUT,
                     DATE_EMISSION, REF_OPER
                 INTO :COMPTE, :MONTANT, :CODE-DEV, :SENS, :MOTIF,
                      :TEXTE, :DEMANDEUR, :DATE-DEMANDE, :VALIDEUR,
                      :DATE-DECISION, :MOTIF-REFUS, :STATUT,
                      :DATE-EMISSION, :REF-OPER
                 FROM TBAJU
                 WHERE NUMERO = :NUMERO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLTBAJU TO AJU-DONNEES
                 MOVE '00'     TO AJU-CODRET
              WHEN 100
                 MOVE '04' TO AJU-CODRET
                 MOVE 'DEMANDE INCONNUE DE TBAJU' TO AJU-LIBRET
              WHEN OTHER
                 MOVE '12'    TO AJU-CODRET
                 MOVE SQLCODE TO AJU-SQLCODE
                 MOVE 'ERREUR SQL SELECT TBAJU' TO AJU-LIBRET
           END-EVALUATE
           .

       02B-INSERT-LINE.
           MOVE AJU-DONNEES TO DCLTBAJU
           EXEC SQL
              INSERT INTO TBAJU VALUES
             (:NUMERO,
              :COMPTE,
              :MONTANT,
              :CODE-DEV,
              :SENS,
              :MOTIF,
              :TEXTE,
              :DEMANDEUR,
              :DATE-DEMANDE,
              :VALIDEUR,
              :DATE-DECISION,
              :MOTIF-REFUS,
              :STATUT,
              :DATE-EMISSION,
              :REF-OPER)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO AJU-CODRET
              WHEN OTHER
                 MOVE '12'    TO AJU-CODRET
                 MOVE SQLCODE TO AJU-SQLCODE
                 MOVE 'ERREUR SQL INSERT TBAJU' TO AJU-LIBRET
           END-EVALUATE
           .

      * SEULES LA DECISION ET L'EMISSION EVOLUENT : LA DEMANDE
      * ELLE-MEME (COMPTE, MONTANT, SENS, MOTIF, DEMANDEUR) NE SE
      * MODIFIE PAS APRES SAISIE.
       02C-UPDATE-LINE.
           MOVE AJU-DONNEES TO DCLTBAJU
           EXEC SQL
              UPDATE TBAJU
                SET VALIDEUR      = :VALIDEUR,
                    DATE_DECISION = :DATE-DECISION,
                    MOTIF_REFUS   = :MOTIF-REFUS,
                    STATUT        = :STATUT,
                    DATE_EMISSION = :DATE-EMISSION,
                    REF_OPER      = :REF-OPER
                WHERE NUMERO = :NUMERO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO AJU-CODRET
              WHEN 100
                 MOVE '04' TO AJU-CODRET
                 MOVE 'DEMANDE INCONNUE DE TBAJU' TO AJU-LIBRET
              WHEN OTHER
                 MOVE '12'    TO AJU-CODRET
                 MOVE SQLCODE TO AJU-SQLCODE
                 MOVE 'ERREUR SQL UPDATE TBAJU' TO AJU-LIBRET
           END-EVALUATE
           .

      * DERNIER NUMERO ATTRIBUE (ZERO SUR UNE TABLE VIDE).
       02D-SELECT-MAX.
           EXEC SQL
              SELECT COALESCE(MAX(NUMERO), 0)
                 INTO :NUMERO
                 FROM TBAJU
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE NUMERO OF DCLTBAJU TO AJU-NUMERO
                 MOVE '00'               TO AJU-CODRET
              WHEN OTHER
                 MOVE '12'    TO AJU-CODRET
                 MOVE SQLCODE TO AJU-SQLCODE
                 MOVE 'ERREUR SQL MAX TBAJU' TO AJU-LIBRET
           END-EVALUATE
           .

       02E-DEBUT-LISTE.
           EXEC SQL OPEN CURAJU END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02F-SUIVANT-LISTE
              WHEN OTHER
                 MOVE '12'    TO AJU-CODRET
                 MOVE SQLCODE TO AJU-SQLCODE
                 MOVE 'ERREUR SQL OPEN TBAJU' TO AJU-LIBRET
           END-EVALUATE
           .

       02F-SUIVANT-LISTE.
           EXEC SQL
              FETCH CURAJU
                 INTO :NUMERO, :COMPTE, :MONTANT, :CODE-DEV, :SENS,
                      :MOTIF, :TEXTE, :DEMANDEUR, :DATE-DEMANDE,
                      :VALIDEUR, :DATE-DECISION, :MOTIF-REFUS,
                      :STATUT, :DATE-EMISSION, :REF-OPER
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLTBAJU TO AJU-DONNEES
                 MOVE '00'     TO AJU-CODRET
              WHEN 100
                 MOVE '04' TO AJU-CODRET
                 MOVE 'FIN DE LISTE TBAJU' TO AJU-LIBRET
                 PERFORM 02G-FERME-LISTE
              WHEN OTHER
                 MOVE '12'    TO AJU-CODRET
                 MOVE SQLCODE TO AJU-SQLCODE
                 MOVE 'ERREUR SQL FETCH TBAJU' TO AJU-LIBRET
           END-EVALUATE
           .

       02G-FERME-LISTE.
           EXEC SQL CLOSE CURAJU END-EXEC
           .
