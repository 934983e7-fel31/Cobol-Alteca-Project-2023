      *********************************************************
      * PROGRAM NAME:  MAPEP                                  *
      * PROGRAM OBJET :ACCESSEUR DB2 DE LA TABLE TBPEP         *
      *                (REGISTRE DES PASSAGES EN PERTE),       *
      *                ALIMENTEE PAR GKPERTE, TENUE A JOUR     *
      *                DES RECOUVREMENTS PAR MFMAJCPT, SERVIE  *
      *                PAR GKPEPRPT                            *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - FONCTIONS SEL, INS, UPD,   *
      *          CLI (PERTE NON RECOUVREE D'UN CLIENT) ET      *
      *          PARCOURS DEB/SUI PAR ENTITE ET DATE           *
      *                                                       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAPEP.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

            EXEC SQL INCLUDE SQLCA END-EXEC.
            EXEC SQL INCLUDE PEPTBDCL END-EXEC.

      * TOUS LES PASSAGES EN PERTE, PAR ENTITE PUIS DATE DE PERTE.
            EXEC SQL
               DECLARE CURPEP CURSOR FOR
                  SELECT COMPTE, CODCLI, ENTITE, AGENCE,
                         MONTANT_PERTE, DATE_PERTE, REF_PERTE,
                         MOTIF, APPROBATEUR, MONTANT_RECOUVRE,
                         DATE_RECOUVRE, NB_RECOUVREMENTS
                     FROM TBPEP
                     ORDER BY ENTITE, DATE_PERTE, COMPTE
            END-EXEC.

       LINKAGE SECTION.
       COPY ZAPEP REPLACING ==()== BY ==PEP==.

       PROCEDURE DIVISION USING PEP-ZCMA.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-CLOSEPGM.

       01-BEGIN.
           INITIALIZE  PEP-RETOUR.

       02-TREATMENT.
           EVALUATE PEP-FONCTION
              WHEN  'SEL'
                 PERFORM 02A-SELECT-LINE
              WHEN  'INS'
                 PERFORM 02B-INSERT-LINE
              WHEN  'UPD'
                 PERFORM 02C-UPDATE-LINE
              WHEN  'CLI'
                 PERFORM 02D-SELECT-CLIENT
              WHEN  'DEB'
                 PERFORM 02E-DEBUT-LISTE
              WHEN  'SUI'
                 PERFORM 02F-SUIVANT-LISTE
              WHEN OTHER
                 MOVE '10'  TO  PEP-CODRET
                 MOVE 'FONCTION ERRONEE ' TO PEP-LIBRET
           END-EVALUATE
           .

       03-CLOSEPGM.
           EXIT PROGRAM
           .

      *************PARAGRAPHS TREATMENT*********************

       02A-SELECT-LINE.
           MOVE PEP-DONNEES TO DCLTBPEP
           EXEC SQL
              SELECT CODCLI, ENTITE, AGENCE, MONTANT_PERTE,
                     DATE_PERTE, REF_PERTE, MOTIF, APPROBATEUR,
                     MONTANT_RECOUVRE, DATE_RECOUVRE,
                     NB_RECOUVREMENTS
                 INTO :CODCLI, :ENTITE, :AGENCE, :MONTANT-PERTE,
                      :DATE-PERTE, :REF-PERTE, :MOTIF, :APPROBATEUR,
                      :MONTANT-RECOUVRE, :DATE-RECOUVRE,
                      :NB-RECOUVREMENTS
                 FROM TBPEP
                 WHERE COMPTE = :COMPTE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLTBPEP TO PEP-DONNEES
                 MOVE '00'     TO PEP-CODRET
              WHEN 100
                 MOVE '04' TO PEP-CODRET
                 MOVE 'COMPTE INCONNU DE TBPEP' TO PEP-LIBRET
              WHEN OTHER
                 MOVE '12'    TO PEP-CODRET
                 MOVE SQLCODE TO PEP-SQLCODE
                 MOVE 'ERREUR SQL SELECT TBPEP' TO PEP-LIBRET
           END-EVALUATE
           .

       02B-INSERT-LINE.
           MOVE PEP-DONNEES TO DCLTBPEP
           EXEC SQL
              INSERT INTO TBPEP VALUES
             (:COMPTE,
              :CODCLI,
              :ENTITE,
              :AGENCE,
              :MONTANT-PERTE,
              :DATE-PERTE,
              :REF-PERTE,
              :MOTIF,
              :APPROBATEUR,
              :MONTANT-RECOUVRE,
              :DATE-RECOUVRE,
              :NB-RECOUVREMENTS)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO PEP-CODRET
              WHEN OTHER
                 MOVE '12'    TO PEP-CODRET
                 MOVE SQLCODE TO PEP-SQLCODE
                 MOVE 'ERREUR SQL INSERT TBPEP' TO PEP-LIBRET
           END-EVALUATE
           .

      * SEULS LES CUMULS DE RECOUVREMENT EVOLUENT : LA PERTE
      * ELLE-MEME (MONTANT, DATE, MOTIF, APPROBATEUR) EST PERMANENTE.
       02C-UPDATE-LINE.
           MOVE PEP-DONNEES TO DCLTBPEP
           EXEC SQL
              UPDATE TBPEP
                SET MONTANT_RECOUVRE = :MONTANT-RECOUVRE,
                    DATE_RECOUVRE    = :DATE-RECOUVRE,
                    NB_RECOUVREMENTS = :NB-RECOUVREMENTS
                WHERE COMPTE = :COMPTE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO PEP-CODRET
              WHEN 100
                 MOVE '04' TO PEP-CODRET
                 MOVE 'COMPTE INCONNU DE TBPEP' TO PEP-LIBRET
              WHEN OTHER
                 MOVE '12'    TO PEP-CODRET
                 MOVE SQLCODE TO PEP-SQLCODE
                 MOVE 'ERREUR SQL UPDATE TBPEP' TO PEP-LIBRET
           END-EVALUATE
           .

      * PLUS ANCIENNE PERTE NON ENTIEREMENT RECOUVREE DU CLIENT
      * (PEP-CODCLI) : C'EST ELLE QUI RECOIT LE RECOUVREMENT SUIVANT.
       02D-SELECT-CLIENT.
           MOVE PEP-DONNEES TO DCLTBPEP
           EXEC SQL
              SELECT COMPTE, ENTITE, AGENCE, MONTANT_PERTE,
                     DATE_PERTE, REF_PERTE, MOTIF, APPROBATEUR,
                     MONTANT_RECOUVRE, DATE_RECOUVRE,
                     NB_RECOUVREMENTS
                 INTO :COMPTE, :ENTITE, :AGENCE, :MONTANT-PERTE,
                      :DATE-PERTE, :REF-PERTE, :MOTIF, :APPROBATEUR,
                      :MONTANT-RECOUVRE, :DATE-RECOUVRE,
                      :NB-RECOUVREMENTS
                 FROM TBPEP
                 WHERE CODCLI = :CODCLI
                   AND MONTANT_RECOUVRE < MONTANT_PERTE
                 ORDER BY DATE_PERTE, COMPTE
                 FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLTBPEP TO PEP-DONNEES
                 MOVE '00'     TO PEP-CODRET
              WHEN 100
                 MOVE '04' TO PEP-CODRET
                 MOVE 'AUCUNE PERTE OUVERTE CLIENT' TO PEP-LIBRET
              WHEN OTHER
                 MOVE '12'    TO PEP-CODRET
                 MOVE SQLCODE TO PEP-SQLCODE
                 MOVE 'ERREUR SQL SELECT CLI TBPEP' TO PEP-LIBRET
           END-EVALUATE
           .

       02E-DEBUT-LISTE.
           EXEC SQL OPEN CURPEP END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02F-SUIVANT-LISTE
              WHEN OTHER
                 MOVE '12'    TO PEP-CODRET
                 MOVE SQLCODE TO PEP-SQLCODE
                 MOVE 'ERREUR SQL OPEN TBPEP' TO PEP-LIBRET
           END-EVALUATE
           .

       02F-SUIVANT-LISTE.
           EXEC SQL
              FETCH CURPEP
                 INTO :COMPTE, :CODCLI, :ENTITE, :AGENCE,
                      :MONTANT-PERTE, :DATE-PERTE, :REF-PERTE,
                      :MOTIF, :APPROBATEUR, :MONTANT-RECOUVRE,
                      :DATE-RECOUVRE, :NB-RECOUVREMENTS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLTBPEP TO PEP-DONNEES
                 MOVE '00'     TO PEP-CODRET
              WHEN 100
                 MOVE '04' TO PEP-CODRET
                 MOVE 'FIN DE LISTE TBPEP' TO PEP-LIBRET
                 PERFORM 02G-FERME-LISTE
              WHEN OTHER
                 MOVE '12'    TO PEP-CODRET
                 MOVE SQLCODE TO PEP-SQLCODE
                 MOVE 'ERREUR SQL FETCH TBPEP' TO PEP-LIBRET
           END-EVALUATE
           .

       02G-FERME-LISTE.
           EXEC SQL CLOSE CURPEP END-EXEC
           .
