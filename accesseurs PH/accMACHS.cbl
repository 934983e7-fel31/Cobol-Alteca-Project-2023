      *********************************************************
      * PROGRAM NAME:  MACHS                                  *
      * PROGRAM OBJET :ACCESSEUR DB2 DE LA TABLE TBCHS         *
      *                (SORT DES CHEQUES : PAYES PAR LA CHAINE *
      *                DE MISE A JOUR, FRAPPES D'OPPOSITION    *
      *                PAR CHGTBCHQ)                           *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - FONCTIONS SEL, INS, UPD    *
      *          ET DEL                                        *
      *                                                       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MACHS.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

            EXEC SQL INCLUDE SQLCA END-EXEC.
            EXEC SQL INCLUDE CHSTBDCL END-EXEC.

       LINKAGE SECTION.
       COPY ZACHS REPLACING ==()== BY ==CHS==.

       PROCEDURE DIVISION USING CHS-ZCMA.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-CLOSEPGM.

       01-BEGIN.
           INITIALIZE  CHS-RETOUR.

       02-TREATMENT.
           EVALUATE CHS-FONCTION
              WHEN  'SEL'
                 PERFORM 02A-SELECT-LINE
              WHEN  'INS'
                 PERFORM 02B-INSERT-LINE
              WHEN  'UPD'
                 PERFORM 02C-UPDATE-LINE
              WHEN  'DEL'
                 PERFORM 02D-DELETE-LINE
              WHEN OTHER
                 MOVE '10'  TO  CHS-CODRET
                 MOVE 'FONCTION ERRONEE ' TO CHS-LIBRET
           END-EVALUATE
           .

       03-CLOSEPGM.
           EXIT PROGRAM
           .

      *************PARAGRAPHS TREATMENT*********************

       02A-SELECT-LINE.
           MOVE CHS-DONNEES TO DCLTBCHS
           EXEC SQL
              SELECT STATUT, DATE_EVENEMENT, MONTANT, REF_OPER, MOTIF
                 INTO :STATUT, :DATE-EVENEMENT, :MONTANT, :REF-OPER,
                      :MOTIF
                 FROM TBCHS
                 WHERE COMPTE     = :COMPTE
                   AND NUM_CHEQUE = :NUM-CHEQUE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLTBCHS TO CHS-DONNEES
                 MOVE '00'     TO CHS-CODRET
              WHEN 100
                 MOVE '04' TO CHS-CODRET
                 MOVE 'CHEQUE EN CIRCULATION' TO CHS-LIBRET
              WHEN OTHER
                 MOVE '12'    TO CHS-CODRET
                 MOVE SQLCODE TO CHS-SQLCODE
                 MOVE 'ERREUR SQL SELECT TBCHS' TO CHS-LIBRET
           END-EVALUATE
           .

       02B-INSERT-LINE.
           MOVE CHS-DONNEES TO DCLTBCHS
           EXEC SQL
              INSERT INTO TBCHS VALUES
             (:COMPTE,
              :NUM-CHEQUE,
              :STATUT,
              :DATE-EVENEMENT,
              :MONTANT,
              :REF-OPER,
              :MOTIF)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO CHS-CODRET
              WHEN OTHER
                 MOVE '12'    TO CHS-CODRET
                 MOVE SQLCODE TO CHS-SQLCODE
                 MOVE 'ERREUR SQL INSERT TBCHS' TO CHS-LIBRET
           END-EVALUATE
           .

       02C-UPDATE-LINE.
           MOVE CHS-DONNEES TO DCLTBCHS
           EXEC SQL
              UPDATE TBCHS
                SET STATUT         = :STATUT,
                    DATE_EVENEMENT = :DATE-EVENEMENT,
                    MONTANT        = :MONTANT,
                    REF_OPER       = :REF-OPER,
                    MOTIF          = :MOTIF
                WHERE COMPTE     = :COMPTE
                  AND NUM_CHEQUE = :NUM-CHEQUE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO CHS-CODRET
              WHEN 100
                 MOVE '04' TO CHS-CODRET
                 MOVE 'CHEQUE EN CIRCULATION' TO CHS-LIBRET
              WHEN OTHER
                 MOVE '12'    TO CHS-CODRET
                 MOVE SQLCODE TO CHS-SQLCODE
                 MOVE 'ERREUR SQL UPDATE TBCHS' TO CHS-LIBRET
           END-EVALUATE
           .

       02D-DELETE-LINE.
           MOVE CHS-DONNEES TO DCLTBCHS
           EXEC SQL
              DELETE FROM TBCHS
                WHERE COMPTE     = :COMPTE
                  AND NUM_CHEQUE = :NUM-CHEQUE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO CHS-CODRET
              WHEN 100
                 MOVE '04' TO CHS-CODRET
                 MOVE 'CHEQUE EN CIRCULATION' TO CHS-LIBRET
              WHEN OTHER
                 MOVE '12'    TO CHS-CODRET
                 MOVE SQLCODE TO CHS-SQLCODE
                 MOVE 'ERREUR SQL DELETE TBCHS' TO CHS-LIBRET
           END-EVALUATE
           .
