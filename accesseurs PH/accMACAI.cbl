      *********************************************************
      * PROGRAM NAME:  MACAI                                  *
      * PROGRAM OBJET :ACCESSEUR DB2 DE LA TABLE TBCAI         *
      *                (POSITIONS DE CAISSE PAR AGENCE, COMPTE *
      *                GENERAL DE CAISSE ET JOURNEE),          *
      *                ALIMENTEE PAR GKCAISSE                  *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - FONCTIONS SEL, INS, UPD ET *
      *          PARCOURS DEB/SUI DES DERNIERES POSITIONS      *
      *          ANTERIEURES A UNE JOURNEE                     *
      *                                                       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MACAI.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

            EXEC SQL INCLUDE SQLCA END-EXEC.
            EXEC SQL INCLUDE CAITBDCL END-EXEC.

      * DERNIERE POSITION CONNUE DE CHAQUE CAISSE AVANT LA JOURNEE
      * DONNEE (CAI-DATE-POS A L'APPEL DE 'DEB') : SON SOLDE DE FIN
      * EST LE SOLDE D'OUVERTURE DE LA JOURNEE, MEME SI LA CAISSE N'A
      * PAS TRAVAILLE LA VEILLE.
            EXEC SQL
               DECLARE CURCAI CURSOR FOR
                  SELECT A.AGENCE, A.COMPTE_GL, A.DATE_POS,
                         A.SOLDE_OUV, A.MT_ENTREES, A.MT_SORTIES,
                         A.SOLDE_THEO, A.MT_DECLARE, A.ECART,
                         A.CAISSIER, A.SOLDE_FIN, A.STATUT,
                         A.LOT_ECART
                     FROM TBCAI A
                     WHERE A.DATE_POS =
                          (SELECT MAX(B.DATE_POS)
                              FROM TBCAI B
                              WHERE B.AGENCE    = A.AGENCE
                                AND B.COMPTE_GL = A.COMPTE_GL
                                AND B.DATE_POS  < :WS-DATE-REF)
                     ORDER BY A.AGENCE, A.COMPTE_GL
            END-EXEC.

       01 WS-DATE-REF PIC X(10).

       LINKAGE SECTION.
       COPY ZACAI REPLACING ==()== BY ==CAI==.

       PROCEDURE DIVISION USING CAI-ZCMA.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-CLOSEPGM.

       01-BEGIN.
           INITIALIZE  CAI-RETOUR.

       02-TREATMENT.
           EVALUATE CAI-FONCTION
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
                 MOVE '10'  TO  CAI-CODRET
                 MOVE 'FONCTION ERRONEE ' TO CAI-LIBRET
           END-EVALUATE
           .

       03-CLOSEPGM.
           EXIT PROGRAM
           .

      *************PARAGRAPHS TREATMENT*********************

       02A-SELECT-LINE.
           MOVE CAI-DONNEES TO DCLTBCAI
           EXEC SQL
              SELECT SOLDE_OUV, MT_ENTREES, MT_SORTIES, SOLDE_THEO,
                     MT_DECLARE, ECART, CAISSIER, SOLDE_FIN, STATUT,
                     LOT_ECART
                 INTO :SOLDE-OUV, :MT-ENTREES, :MT-SORTIES,
                      :SOLDE-THEO, :MT-DECLARE, :ECART, :CAISSIER,
                      :SOLDE-FIN, :STATUT, :LOT-ECART
                 FROM TBCAI
                 WHERE AGENCE    = :AGENCE
                   AND COMPTE_GL = :COMPTE-GL
                   AND DATE_POS  = :DATE-POS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLTBCAI TO CAI-DONNEES
                 MOVE '00'     TO CAI-CODRET
              WHEN 100
                 MOVE '04' TO CAI-CODRET
                 MOVE 'POSITION INCONNUE DE TBCAI' TO CAI-LIBRET
              WHEN OTHER
                 MOVE '12'    TO CAI-CODRET
                 MOVE SQLCODE TO CAI-SQLCODE
                 MOVE 'ERREUR SQL SELECT TBCAI' TO CAI-LIBRET
           END-EVALUATE
           .

       02B-INSERT-LINE.
           MOVE CAI-DONNEES TO DCLTBCAI
           EXEC SQL
              INSERT INTO TBCAI VALUES
             (:AGENCE,
              :COMPTE-GL,
              :DATE-POS,
              :SOLDE-OUV,
              :MT-ENTREES,
              :MT-SORTIES,
              :SOLDE-THEO,
              :MT-DECLARE,
              :ECART,
              :CAISSIER,
              :SOLDE-FIN,
              :STATUT,
              :LOT-ECART)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO CAI-CODRET
              WHEN OTHER
                 MOVE '12'    TO CAI-CODRET
                 MOVE SQLCODE TO CAI-SQLCODE
                 MOVE 'ERREUR SQL INSERT TBCAI' TO CAI-LIBRET
           END-EVALUATE
           .

      * COMPLEMENT D'UNE POSITION LAISSEE SANS COMPTAGE : LE COMPTAGE
      * ARRIVE APRES L'ARRETE EST PRIS A LA REPRISE DE LA JOURNEE.
       02C-UPDATE-LINE.
           MOVE CAI-DONNEES TO DCLTBCAI
           EXEC SQL
              UPDATE TBCAI
                SET SOLDE_OUV  = :SOLDE-OUV,
                    MT_ENTREES = :MT-ENTREES,
                    MT_SORTIES = :MT-SORTIES,
                    SOLDE_THEO = :SOLDE-THEO,
                    MT_DECLARE = :MT-DECLARE,
                    ECART      = :ECART,
                    CAISSIER   = :CAISSIER,
                    SOLDE_FIN  = :SOLDE-FIN,
                    STATUT     = :STATUT,
                    LOT_ECART  = :LOT-ECART
                WHERE AGENCE    = :AGENCE
                  AND COMPTE_GL = :COMPTE-GL
                  AND DATE_POS  = :DATE-POS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO CAI-CODRET
              WHEN 100
                 MOVE '04' TO CAI-CODRET
                 MOVE 'POSITION INCONNUE DE TBCAI' TO CAI-LIBRET
              WHEN OTHER
                 MOVE '12'    TO CAI-CODRET
                 MOVE SQLCODE TO CAI-SQLCODE
                 MOVE 'ERREUR SQL UPDATE TBCAI' TO CAI-LIBRET
           END-EVALUATE
           .

       02E-DEBUT-LISTE.
           MOVE CAI-DATE-POS TO WS-DATE-REF
           EXEC SQL OPEN CURCAI END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02F-SUIVANT-LISTE
              WHEN OTHER
                 MOVE '12'    TO CAI-CODRET
                 MOVE SQLCODE TO CAI-SQLCODE
                 MOVE 'ERREUR SQL OPEN TBCAI' TO CAI-LIBRET
           END-EVALUATE
           .

       02F-SUIVANT-LISTE.
           EXEC SQL
              FETCH CURCAI
                 INTO :AGENCE, :COMPTE-GL, :DATE-POS, :SOLDE-OUV,
                      :MT-ENTREES, :MT-SORTIES, :SOLDE-THEO,
                      :MT-DECLARE, :ECART, :CAISSIER, :SOLDE-FIN,
                      :STATUT, :LOT-ECART
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLTBCAI TO CAI-DONNEES
                 MOVE '00'     TO CAI-CODRET
              WHEN 100
                 MOVE '04' TO CAI-CODRET
                 MOVE 'FIN DE LISTE TBCAI' TO CAI-LIBRET
                 PERFORM 02G-FERME-LISTE
              WHEN OTHER
                 MOVE '12'    TO CAI-CODRET
                 MOVE SQLCODE TO CAI-SQLCODE
                 MOVE 'ERREUR SQL FETCH TBCAI' TO CAI-LIBRET
           END-EVALUATE
           .

       02G-FERME-LISTE.
           EXEC SQL CLOSE CURCAI END-EXEC
           .
