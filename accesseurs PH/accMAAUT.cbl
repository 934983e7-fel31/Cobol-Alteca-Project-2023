      *********************************************************
      * PROGRAM NAME:  MAAUT                                  *
      * PROGRAM OBJET :ACCESSEUR DB2 DE LA TABLE TBAUT         *
      *                (AUTORISATIONS CARTE : COMPTE, CODE     *
      *                D'AUTORISATION, MONTANTS AUTORISE ET    *
      *                BLOQUE, STATUT, COMPENSATION)           *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - FONCTIONS SEL, INS, UPD ET *
      *          DEB/SUI (AUTORISATIONS OUVERTES)              *
      *                                                       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAAUT.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

            EXEC SQL INCLUDE SQLCA END-EXEC.
            EXEC SQL INCLUDE AUTTBDCL END-EXEC.

      * PARCOURS DES AUTORISATIONS ENCORE OUVERTES (MONTANT BLOQUE),
      * DE LA PLUS ANCIENNE A LA PLUS RECENTE (DEB/SUI).
            EXEC SQL
               DECLARE CURAUT CURSOR FOR
                  SELECT COMPTE, CODE_AUTOR, NUM_CARTE, DATE_AUTOR,
                         CODE_DEV, MONTANT_AUTOR, MONTANT_BLOQUE,
                         COMMERCANT, STATUT, DATE_LIBERATION,
                         MONTANT_COMPENSE, REF_OPER
                     FROM TBAUT
                     WHERE STATUT = 'O'
                     ORDER BY DATE_AUTOR, COMPTE, CODE_AUTOR
            END-EXEC.

       LINKAGE SECTION.
       COPY ZAAUT REPLACING ==()== BY ==AUT==.

       PROCEDURE DIVISION USING AUT-ZCMA.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-CLOSEPGM.

       01-BEGIN.
           INITIALIZE  AUT-RETOUR.

       02-TREATMENT.
           EVALUATE AUT-FONCTION
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
                 MOVE '10'  TO  AUT-CODRET
                 MOVE 'FONCTION ERRONEE ' TO AUT-LIBRET
           END-EVALUATE
           .

       03-CLOSEPGM.
           EXIT PROGRAM
           .

      *************PARAGRAPHS TREATMENT*********************

       02A-SELECT-LINE.
           MOVE AUT-COMPTE     TO COMPTE OF DCLTBAUT
           MOVE AUT-CODE-AUTOR TO CODE-AUTOR OF DCLTBAUT
           EXEC SQL
              SELECT NUM_CARTE, DATE_AUTOR, CODE_DEV, MONTANT_AUTOR,
                     MONTANT_BLOQUE, COMMERCANT, STATUT,
                     DATE_LIBERATION, MONTANT_COMPENSE, REF_OPER
                 INTO :NUM-CARTE, :DATE-AUTOR, :CODE-DEV,
                      :MONTANT-AUTOR, :MONTANT-BLOQUE, :COMMERCANT,
                      :STATUT, :DATE-LIBERATION, :MONTANT-COMPENSE,
                      :REF-OPER
                 FROM TBAUT
                 WHERE COMPTE     = :COMPTE
                   AND CODE_AUTOR = :CODE-AUTOR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00'             TO AUT-CODRET
                 MOVE NUM-CARTE        TO AUT-NUM-CARTE
                 MOVE DATE-AUTOR       TO AUT-DATE-AUTOR
                 MOVE CODE-DEV         TO AUT-CODE-DEV
                 MOVE MONTANT-AUTOR    TO AUT-MONTANT-AUTOR
                 MOVE MONTANT-BLOQUE   TO AUT-MONTANT-BLOQUE
                 MOVE COMMERCANT       TO AUT-COMMERCANT
                 MOVE STATUT           TO AUT-STATUT
                 MOVE DATE-LIBERATION  TO AUT-DATE-LIBERATION
                 MOVE MONTANT-COMPENSE TO AUT-MONTANT-COMPENSE
                 MOVE REF-OPER         TO AUT-REF-OPER
              WHEN 100
                 MOVE '04' TO AUT-CODRET
                 MOVE 'AUTORISATION INCONNUE' TO AUT-LIBRET
              WHEN OTHER
                 MOVE '12'    TO AUT-CODRET
                 MOVE SQLCODE TO AUT-SQLCODE
                 MOVE 'ERREUR SQL SELECT TBAUT' TO AUT-LIBRET
           END-EVALUATE
           .

       02B-INSERT-LINE.
           MOVE AUT-DONNEES TO DCLTBAUT
           EXEC SQL
              INSERT INTO TBAUT VALUES
             (:COMPTE,
              :CODE-AUTOR,
              :NUM-CARTE,
              :DATE-AUTOR,
              :CODE-DEV,
              :MONTANT-AUTOR,
              :MONTANT-BLOQUE,
              :COMMERCANT,
              :STATUT,
              :DATE-LIBERATION,
              :MONTANT-COMPENSE,
              :REF-OPER)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO AUT-CODRET
              WHEN OTHER
                 MOVE '12'    TO AUT-CODRET
                 MOVE SQLCODE TO AUT-SQLCODE
                 MOVE 'ERREUR SQL INSERT TBAUT' TO AUT-LIBRET
           END-EVALUATE
           .

       02C-UPDATE-LINE.
           MOVE AUT-DONNEES TO DCLTBAUT
           EXEC SQL
              UPDATE TBAUT
                SET MONTANT_BLOQUE   = :MONTANT-BLOQUE,
                    STATUT           = :STATUT,
                    DATE_LIBERATION  = :DATE-LIBERATION,
                    MONTANT_COMPENSE = :MONTANT-COMPENSE,
                    REF_OPER         = :REF-OPER
                WHERE COMPTE     = :COMPTE
                  AND CODE_AUTOR = :CODE-AUTOR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO AUT-CODRET
              WHEN 100
                 MOVE '04' TO AUT-CODRET
                 MOVE 'AUTORISATION INCONNUE' TO AUT-LIBRET
              WHEN OTHER
                 MOVE '12'    TO AUT-CODRET
                 MOVE SQLCODE TO AUT-SQLCODE
                 MOVE 'ERREUR SQL UPDATE TBAUT' TO AUT-LIBRET
           END-EVALUATE
           .

       02E-DEBUT-LISTE.
           EXEC SQL OPEN CURAUT END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02F-SUIVANT-LISTE
              WHEN OTHER
                 MOVE '12'    TO AUT-CODRET
                 MOVE SQLCODE TO AUT-SQLCODE
                 MOVE 'ERREUR SQL OPEN TBAUT' TO AUT-LIBRET
           END-EVALUATE
           .

       02F-SUIVANT-LISTE.
           EXEC SQL
              FETCH CURAUT
                 INTO :COMPTE, :CODE-AUTOR, :NUM-CARTE, :DATE-AUTOR,
                      :CODE-DEV, :MONTANT-AUTOR, :MONTANT-BLOQUE,
                      :COMMERCANT, :STATUT, :DATE-LIBERATION,
                      :MONTANT-COMPENSE, :REF-OPER
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02H-RESTITUE-LIGNE
              WHEN 100
                 MOVE '04' TO AUT-CODRET
                 MOVE 'FIN DE LISTE TBAUT' TO AUT-LIBRET
                 PERFORM 02G-FERME-LISTE
              WHEN OTHER
                 MOVE '12'    TO AUT-CODRET
                 MOVE SQLCODE TO AUT-SQLCODE
                 MOVE 'ERREUR SQL FETCH TBAUT' TO AUT-LIBRET
           END-EVALUATE
           .

       02G-FERME-LISTE.
           EXEC SQL CLOSE CURAUT END-EXEC
           .

       02H-RESTITUE-LIGNE.
           MOVE '00'             TO AUT-CODRET
           MOVE COMPTE           TO AUT-COMPTE
           MOVE CODE-AUTOR       TO AUT-CODE-AUTOR
           MOVE NUM-CARTE        TO AUT-NUM-CARTE
           MOVE DATE-AUTOR       TO AUT-DATE-AUTOR
           MOVE CODE-DEV         TO AUT-CODE-DEV
           MOVE MONTANT-AUTOR    TO AUT-MONTANT-AUTOR
           MOVE MONTANT-BLOQUE   TO AUT-MONTANT-BLOQUE
           MOVE COMMERCANT       TO AUT-COMMERCANT
           MOVE STATUT           TO AUT-STATUT
           MOVE DATE-LIBERATION  TO AUT-DATE-LIBERATION
           MOVE MONTANT-COMPENSE TO AUT-MONTANT-COMPENSE
           MOVE REF-OPER         TO AUT-REF-OPER
           .
