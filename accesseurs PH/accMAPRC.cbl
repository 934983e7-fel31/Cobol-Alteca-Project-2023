      *********************************************************
      * PROGRAM NAME:  MAPRC                                  *
      * PROGRAM OBJET :ACCESSEUR DB2 DE LA TABLE TBPRC         *
      *                (COLLECTES PRESENTEES POUR LE COMPTE   *
      *                DES CREANCIERS ENTREPRISES), ALIMENTEE *
      *                PAR GKPRLCRE ET MISE A JOUR PAR        *
      *                GKRETOUR A L'ARRIVEE D'UN IMPAYE       *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - FONCTIONS SEL, INS ET UPD  *
      *                                                       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAPRC.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

            EXEC SQL INCLUDE SQLCA END-EXEC.
            EXEC SQL INCLUDE PRCTBDCL END-EXEC.

       LINKAGE SECTION.
       COPY ZAPRC REPLACING ==()== BY ==PRC==.

       PROCEDURE DIVISION USING PRC-ZCMA.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-CLOSEPGM.

       01-BEGIN.
           INITIALIZE  PRC-RETOUR.

       02-TREATMENT.
           EVALUATE PRC-FONCTION
              WHEN  'SEL'
                 PERFORM 02A-SELECT-LINE
              WHEN  'INS'
                 PERFORM 02B-INSERT-LINE
              WHEN  'UPD'
                 PERFORM 02C-UPDATE-LINE
              WHEN OTHER
                 MOVE '10'  TO  PRC-CODRET
                 MOVE 'FONCTION ERRONEE ' TO PRC-LIBRET
           END-EVALUATE
           .

       03-CLOSEPGM.
           EXIT PROGRAM
           .

      *************PARAGRAPHS TREATMENT*********************

       02A-SELECT-LINE.
           MOVE PRC-DONNEES TO DCLTBPRC
           EXEC SQL
              SELECT CREANCIER, COMPTE, NUM_REMISE, COMPTE_DEBITEUR,
                     REF_MANDAT, CODE_DEV, MONTANT, DATE_REGLT,
                     STATUT, DATE_RETOUR, MOTIF_RETOUR
                 INTO :CREANCIER, :COMPTE, :NUM-REMISE,
                      :COMPTE-DEBITEUR, :REF-MANDAT, :CODE-DEV,
                      :MONTANT, :DATE-REGLT, :STATUT, :DATE-RETOUR,
                      :MOTIF-RETOUR
                 FROM TBPRC
                 WHERE REF_PRES = :REF-PRES
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLTBPRC TO PRC-DONNEES
                 MOVE '00'     TO PRC-CODRET
              WHEN 100
                 MOVE '04' TO PRC-CODRET
                 MOVE 'COLLECTE INCONNUE DE TBPRC' TO PRC-LIBRET
              WHEN OTHER
                 MOVE '12'    TO PRC-CODRET
                 MOVE SQLCODE TO PRC-SQLCODE
                 MOVE 'ERREUR SQL SELECT TBPRC' TO PRC-LIBRET
           END-EVALUATE
           .

       02B-INSERT-LINE.
           MOVE PRC-DONNEES TO DCLTBPRC
           EXEC SQL
              INSERT INTO TBPRC VALUES
             (:REF-PRES,
              :CREANCIER,
              :COMPTE,
              :NUM-REMISE,
              :COMPTE-DEBITEUR,
              :REF-MANDAT,
              :CODE-DEV,
              :MONTANT,
              :DATE-REGLT,
              :STATUT,
              :DATE-RETOUR,
              :MOTIF-RETOUR)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO PRC-CODRET
              WHEN OTHER
                 MOVE '12'    TO PRC-CODRET
                 MOVE SQLCODE TO PRC-SQLCODE
                 MOVE 'ERREUR SQL INSERT TBPRC' TO PRC-LIBRET
           END-EVALUATE
           .

      * SEULS LE STATUT ET L'IMPAYE EVOLUENT APRES PRESENTATION.
       02C-UPDATE-LINE.
           MOVE PRC-DONNEES TO DCLTBPRC
           EXEC SQL
              UPDATE TBPRC
                SET STATUT       = :STATUT,
                    DATE_RETOUR  = :DATE-RETOUR,
                    MOTIF_RETOUR = :MOTIF-RETOUR
                WHERE REF_PRES = :REF-PRES
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO PRC-CODRET
              WHEN 100
                 MOVE '04' TO PRC-CODRET
                 MOVE 'COLLECTE INCONNUE DE TBPRC' TO PRC-LIBRET
              WHEN OTHER
                 MOVE '12'    TO PRC-CODRET
                 MOVE SQLCODE TO PRC-SQLCODE
                 MOVE 'ERREUR SQL UPDATE TBPRC' TO PRC-LIBRET
           END-EVALUATE
           .
