      *********************************************************
      * PROGRAM NAME:  MACRE                                  *
      * PROGRAM OBJET :ACCESSEUR DB2 DE LA TABLE TBCRE         *
      *                (CREANCIERS ENTREPRISES EMETTEURS DE   *
      *                PRELEVEMENTS), LUE PAR GKPRLCRE ET     *
      *                MAINTENUE PAR CHGTBCRE                 *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - FONCTIONS SEL, INS ET UPD  *
      *                                                       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MACRE.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

            EXEC SQL INCLUDE SQLCA END-EXEC.
            EXEC SQL INCLUDE CRETBDCL END-EXEC.

       LINKAGE SECTION.
       COPY ZACRE REPLACING ==()== BY ==CRE==.

       PROCEDURE DIVISION USING CRE-ZCMA.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-CLOSEPGM.

       01-BEGIN.
           INITIALIZE  CRE-RETOUR.

       02-TREATMENT.
           EVALUATE CRE-FONCTION
              WHEN  'SEL'
                 PERFORM 02A-SELECT-LINE
              WHEN  'INS'
                 PERFORM 02B-INSERT-LINE
              WHEN  'UPD'
                 PERFORM 02C-UPDATE-LINE
              WHEN OTHER
                 MOVE '10'  TO  CRE-CODRET
                 MOVE 'FONCTION ERRONEE ' TO CRE-LIBRET
           END-EVALUATE
           .

       03-CLOSEPGM.
           EXIT PROGRAM
           .

      *************PARAGRAPHS TREATMENT*********************

       02A-SELECT-LINE.
           MOVE CRE-DONNEES TO DCLTBCRE
           EXEC SQL
              SELECT COMPTE, RAISON_SOC, MODE_CREDIT, STATUT,
                     DATE_ENREG
                 INTO :COMPTE, :RAISON-SOC, :MODE-CREDIT, :STATUT,
                      :DATE-ENREG
                 FROM TBCRE
                 WHERE CREANCIER = :CREANCIER
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLTBCRE TO CRE-DONNEES
                 MOVE '00'     TO CRE-CODRET
              WHEN 100
                 MOVE '04' TO CRE-CODRET
                 MOVE 'CREANCIER INCONNU DE TBCRE' TO CRE-LIBRET
              WHEN OTHER
                 MOVE '12'    TO CRE-CODRET
                 MOVE SQLCODE TO CRE-SQLCODE
                 MOVE 'ERREUR SQL SELECT TBCRE' TO CRE-LIBRET
           END-EVALUATE
           .

       02B-INSERT-LINE.
           MOVE CRE-DONNEES TO DCLTBCRE
           EXEC SQL
              INSERT INTO TBCRE VALUES
             (:CREANCIER,
              :COMPTE,
              :RAISON-SOC,
              :MODE-CREDIT,
              :STATUT,
              :DATE-ENREG)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO CRE-CODRET
              WHEN OTHER
                 MOVE '12'    TO CRE-CODRET
                 MOVE SQLCODE TO CRE-SQLCODE
                 MOVE 'ERREUR SQL INSERT TBCRE' TO CRE-LIBRET
           END-EVALUATE
           .

       02C-UPDATE-LINE.
           MOVE CRE-DONNEES TO DCLTBCRE
           EXEC SQL
              UPDATE TBCRE
                SET COMPTE      = :COMPTE,
                    RAISON_SOC  = :RAISON-SOC,
                    MODE_CREDIT = :MODE-CREDIT,
                    STATUT      = :STATUT
                WHERE CREANCIER = :CREANCIER
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO CRE-CODRET
              WHEN 100
                 MOVE '04' TO CRE-CODRET
                 MOVE 'CREANCIER INCONNU DE TBCRE' TO CRE-LIBRET
              WHEN OTHER
                 MOVE '12'    TO CRE-CODRET
                 MOVE SQLCODE TO CRE-SQLCODE
                 MOVE 'ERREUR SQL UPDATE TBCRE' TO CRE-LIBRET
           END-EVALUATE
           .
