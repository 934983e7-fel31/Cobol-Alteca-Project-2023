      *********************************************************
      * PROGRAM NAME:  MAFRP                                  *
      * PROGRAM OBJET :ACCESSEUR DB2 DE LA TABLE TBFRP         *
      *                (BAREME DES FRAIS PERIODIQUES PAR       *
      *                PRODUIT ET CODE FRAIS), MAINTENUE PAR   *
      *                CHGTBFRP ET FACTUREE PAR GKFRAPER       *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - FONCTIONS SEL, INS, UPD,   *
      *          DEL ET PARCOURS DEB/SUI DU BAREME             *
      *                                                       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAFRP.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

            EXEC SQL INCLUDE SQLCA END-EXEC.
            EXEC SQL INCLUDE FRPTBDCL END-EXEC.

      * PARCOURS DE TOUT LE BAREME, PAR PRODUIT ET CODE FRAIS, POUR
      * LE CHARGEMENT EN MEMOIRE DE GKFRAPER ; MEME CONVENTION DE FIN
      * DE LISTE QUE LE CURSEUR CURCPT DE MACPT.
            EXEC SQL
               DECLARE CURFRP CURSOR FOR
                  SELECT PRODUIT, CODE_FRAIS, FREQUENCE, MONTANT,
                         LIBELLE
                     FROM TBFRP
                     ORDER BY PRODUIT, CODE_FRAIS
            END-EXEC.

       LINKAGE SECTION.
       COPY ZAFRP REPLACING ==()== BY ==FRP==.

       PROCEDURE DIVISION USING FRP-ZCMA.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-CLOSEPGM.

       01-BEGIN.
           INITIALIZE  FRP-RETOUR.

       02-TREATMENT.
           EVALUATE FRP-FONCTION
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
              WHEN OTHER
                 MOVE '10'  TO  FRP-CODRET
                 MOVE 'FONCTION ERRONEE ' TO FRP-LIBRET
           END-EVALUATE
           .

       03-CLOSEPGM.
           EXIT PROGRAM
           .

      *************PARAGRAPHS TREATMENT*********************

       02A-SELECT-LINE.
           MOVE FRP-DONNEES TO DCLTBFRP
           EXEC SQL
              SELECT FREQUENCE, MONTANT, LIBELLE
                 INTO :FREQUENCE, :MONTANT, :LIBELLE
                 FROM TBFRP
                 WHERE PRODUIT    = :PRODUIT
                   AND CODE_FRAIS = :CODE-FRAIS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLTBFRP TO FRP-DONNEES
                 MOVE '00'     TO FRP-CODRET
              WHEN 100
                 MOVE '04' TO FRP-CODRET
                 MOVE 'FRAIS INCONNU DE TBFRP' TO FRP-LIBRET
              WHEN OTHER
                 MOVE '12'    TO FRP-CODRET
                 MOVE SQLCODE TO FRP-SQLCODE
                 MOVE 'ERREUR SQL SELECT TBFRP' TO FRP-LIBRET
           END-EVALUATE
           .

       02B-INSERT-LINE.
           MOVE FRP-DONNEES TO DCLTBFRP
           EXEC SQL
              INSERT INTO TBFRP VALUES
             (:PRODUIT,
              :CODE-FRAIS,
              :FREQUENCE,
              :MONTANT,
              :LIBELLE)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO FRP-CODRET
              WHEN OTHER
                 MOVE '12'    TO FRP-CODRET
                 MOVE SQLCODE TO FRP-SQLCODE
                 MOVE 'ERREUR SQL INSERT TBFRP' TO FRP-LIBRET
           END-EVALUATE
           .

       02C-UPDATE-LINE.
           MOVE FRP-DONNEES TO DCLTBFRP
           EXEC SQL
              UPDATE TBFRP
                SET FREQUENCE = :FREQUENCE,
                    MONTANT   = :MONTANT,
                    LIBELLE   = :LIBELLE
                WHERE PRODUIT    = :PRODUIT
                  AND CODE_FRAIS = :CODE-FRAIS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO FRP-CODRET
              WHEN 100
                 MOVE '04' TO FRP-CODRET
                 MOVE 'FRAIS INCONNU DE TBFRP' TO FRP-LIBRET
              WHEN OTHER
                 MOVE '12'    TO FRP-CODRET
                 MOVE SQLCODE TO FRP-SQLCODE
                 MOVE 'ERREUR SQL UPDATE TBFRP' TO FRP-LIBRET
           END-EVALUATE
           .

       02D-DELETE-LINE.
           MOVE FRP-DONNEES TO DCLTBFRP
           EXEC SQL
              DELETE FROM TBFRP
                WHERE PRODUIT    = :PRODUIT
                  AND CODE_FRAIS = :CODE-FRAIS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO FRP-CODRET
              WHEN 100
                 MOVE '04' TO FRP-CODRET
                 MOVE 'FRAIS INCONNU DE TBFRP' TO FRP-LIBRET
              WHEN OTHER
                 MOVE '12'    TO FRP-CODRET
                 MOVE SQLCODE TO FRP-SQLCODE
                 MOVE 'ERREUR SQL DELETE TBFRP' TO FRP-LIBRET
           END-EVALUATE
           .

       02E-DEBUT-LISTE.
           EXEC SQL OPEN CURFRP END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02F-SUIVANT-LISTE
              WHEN OTHER
                 MOVE '12'    TO FRP-CODRET
                 MOVE SQLCODE TO FRP-SQLCODE
                 MOVE 'ERREUR SQL OPEN TBFRP' TO FRP-LIBRET
           END-EVALUATE
           .

       02F-SUIVANT-LISTE.
           EXEC SQL
              FETCH CURFRP
                 INTO :PRODUIT, :CODE-FRAIS, :FREQUENCE, :MONTANT,
                      :LIBELLE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLTBFRP TO FRP-DONNEES
                 MOVE '00'     TO FRP-CODRET
              WHEN 100
                 MOVE '04' TO FRP-CODRET
                 MOVE 'FIN DE LISTE TBFRP' TO FRP-LIBRET
                 PERFORM 02G-FERME-LISTE
              WHEN OTHER
                 MOVE '12'    TO FRP-CODRET
                 MOVE SQLCODE TO FRP-SQLCODE
                 MOVE 'ERREUR SQL FETCH TBFRP' TO FRP-LIBRET
           END-EVALUATE
           .

       02G-FERME-LISTE.
           EXEC SQL CLOSE CURFRP END-EXEC
           .
