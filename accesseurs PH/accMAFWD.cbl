      *********************************************************
      * PROGRAM NAME:  MAFWD                                  *
      * PROGRAM OBJET :ACCESSEUR DB2 DE LA TABLE TBFWD         *
      *                (RENVOIS DES ANCIENS NUMEROS DE COMPTE *
      *                FUSIONNES OU RENUMEROTES), ALIMENTEE    *
      *                PAR GKMIGCPT ET LUE PAR GKMAJ001,      *
      *                GKRELEVE ET GKTRACER                   *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - FONCTIONS SEL (PAR ANCIEN  *
      *          NUMERO), INS, DEL ET PARCOURS NDB/NSU DES     *
      *          ANCIENS NUMEROS RENVOYES VERS UN COMPTE       *
      *                                                       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAFWD.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

            EXEC SQL INCLUDE SQLCA END-EXEC.
            EXEC SQL INCLUDE FWDTBDCL END-EXEC.

      * PARCOURS DES ANCIENS NUMEROS RENVOYES VERS UN MEME COMPTE
      * (FONCTIONS NDB/NSU), DU PLUS ANCIEN AU PLUS RECENT, POUR LES
      * RELEVES ET LE TRACEUR ; MEME CONVENTION DE FIN DE LISTE QUE
      * LE CURSEUR CURCPT DE MACPT.
            EXEC SQL
               DECLARE CURFWN CURSOR FOR
                  SELECT ANCIEN, NOUVEAU, DATE_MIGRATION, MOTIF
                     FROM TBFWD
                     WHERE NOUVEAU = :NOUVEAU
                     ORDER BY DATE_MIGRATION, ANCIEN
            END-EXEC.

       LINKAGE SECTION.
       COPY ZAFWD REPLACING ==()== BY ==FWD==.

       PROCEDURE DIVISION USING FWD-ZCMA.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-CLOSEPGM.

       01-BEGIN.
           INITIALIZE  FWD-RETOUR.

       02-TREATMENT.
           EVALUATE FWD-FONCTION
              WHEN  'SEL'
                 PERFORM 02A-SELECT-LINE
              WHEN  'INS'
                 PERFORM 02B-INSERT-LINE
              WHEN  'DEL'
                 PERFORM 02D-DELETE-LINE
              WHEN  'NDB'
                 PERFORM 02E-DEBUT-NOUVEAU
              WHEN  'NSU'
                 PERFORM 02F-SUIVANT-NOUVEAU
              WHEN OTHER
                 MOVE '10'  TO  FWD-CODRET
                 MOVE 'FONCTION ERRONEE ' TO FWD-LIBRET
           END-EVALUATE
           .

       03-CLOSEPGM.
           EXIT PROGRAM
           .

      *************PARAGRAPHS TREATMENT*********************

       02A-SELECT-LINE.
           MOVE FWD-DONNEES TO DCLTBFWD
           EXEC SQL
              SELECT NOUVEAU, DATE_MIGRATION, MOTIF
                 INTO :NOUVEAU, :DATE-MIGRATION, :MOTIF
                 FROM TBFWD
                 WHERE ANCIEN = :ANCIEN
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLTBFWD TO FWD-DONNEES
                 MOVE '00'     TO FWD-CODRET
              WHEN 100
                 MOVE '04' TO FWD-CODRET
                 MOVE 'NUMERO NON RENVOYE' TO FWD-LIBRET
              WHEN OTHER
                 MOVE '12'    TO FWD-CODRET
                 MOVE SQLCODE TO FWD-SQLCODE
                 MOVE 'ERREUR SQL SELECT TBFWD' TO FWD-LIBRET
           END-EVALUATE
           .

       02B-INSERT-LINE.
           MOVE FWD-DONNEES TO DCLTBFWD
           EXEC SQL
              INSERT INTO TBFWD VALUES
             (:ANCIEN,
              :NOUVEAU,
              :DATE-MIGRATION,
              :MOTIF)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO FWD-CODRET
              WHEN OTHER
                 MOVE '12'    TO FWD-CODRET
                 MOVE SQLCODE TO FWD-SQLCODE
                 MOVE 'ERREUR SQL INSERT TBFWD' TO FWD-LIBRET
           END-EVALUATE
           .

       02D-DELETE-LINE.
           MOVE FWD-DONNEES TO DCLTBFWD
           EXEC SQL
              DELETE FROM TBFWD
                WHERE ANCIEN = :ANCIEN
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO FWD-CODRET
              WHEN 100
                 MOVE '04' TO FWD-CODRET
                 MOVE 'NUMERO NON RENVOYE' TO FWD-LIBRET
              WHEN OTHER
                 MOVE '12'    TO FWD-CODRET
                 MOVE SQLCODE TO FWD-SQLCODE
                 MOVE 'ERREUR SQL DELETE TBFWD' TO FWD-LIBRET
           END-EVALUATE
           .

       02E-DEBUT-NOUVEAU.
           MOVE FWD-DONNEES TO DCLTBFWD
           EXEC SQL OPEN CURFWN END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02F-SUIVANT-NOUVEAU
              WHEN OTHER
                 MOVE '12'    TO FWD-CODRET
                 MOVE SQLCODE TO FWD-SQLCODE
                 MOVE 'ERREUR SQL OPEN TBFWD' TO FWD-LIBRET
           END-EVALUATE
           .

       02F-SUIVANT-NOUVEAU.
           EXEC SQL
              FETCH CURFWN
                 INTO :ANCIEN, :NOUVEAU, :DATE-MIGRATION, :MOTIF
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLTBFWD TO FWD-DONNEES
                 MOVE '00'     TO FWD-CODRET
              WHEN 100
                 MOVE '04' TO FWD-CODRET
                 MOVE 'FIN DE LISTE TBFWD' TO FWD-LIBRET
                 PERFORM 02G-FERME-NOUVEAU
              WHEN OTHER
                 MOVE '12'    TO FWD-CODRET
                 MOVE SQLCODE TO FWD-SQLCODE
                 MOVE 'ERREUR SQL FETCH TBFWD' TO FWD-LIBRET
           END-EVALUATE
           .

       02G-FERME-NOUVEAU.
           EXEC SQL CLOSE CURFWN END-EXEC
           .
