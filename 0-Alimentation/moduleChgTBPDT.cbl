      * --------- ------------  ------------------------------ *
      * 03/09/26 SOUAD   CREATION - CHARGEMENT DU REFERENTIEL   *
      *          PRODUIT                                        *
      * 15/10/26 SOUAD   DUREE CONTRACTUELLE EN MOIS DU PRODUIT *
      *          (000 = A VUE) CHARGEE AVEC LE PRODUIT          *
      * 15/10/26 SOUAD   ELIGIBILITE DU PRODUIT A LA GARANTIE   *
      *          DES DEPOTS CHARGEE AVEC LE PRODUIT             *
      * 15/10/26 SOUAD   REGLES D'EPARGNE REGLEMENTEE DU        *
      *          PRODUIT (PLAFOND DE DEPOT, SOLDE DEBITEUR,     *
      *          RETRAIT VERS COMPTE LIE, RETRAITS PAR MOIS)    *
      *          CHARGEES AVEC LE PRODUIT                       *
      * 15/10/26 SOUAD   CARTE SYSIN OPERATEUR ET FICHIER       *
      *          CHARGE, LIGNE RELUE AVANT MISE A JOUR : IMAGE  *
      *          AVANT/APRES AU JOURNAL CENTRAL DES CHANGEMENTS *
      *          (GKAUDIT)                                      *
      *                                                        *
      *********************************************************
       ID DIVISION.
         05 FPDT-LIBELLE  PIC X(20).
         05 FPDT-CODE-ICR PIC X(03).
         05 FPDT-CODE-IDB PIC X(03).
         05 FPDT-DUREE-MOIS PIC 9(03).
         05 FPDT-ELIGIBLE-FGD PIC X(01).
         05 FPDT-PLAFOND-DEPOT PIC 9(11)V9(2).
         05 FPDT-SOLDE-DEBITEUR PIC X(01).
         05 FPDT-RETRAIT-LIE PIC X(01).
         05 FPDT-NB-RETRAITS-MOIS PIC 9(03).
         05 FILLER        PIC X(29).

       WORKING-STORAGE SECTION.
       COPY ZAPDT REPLACING ==()== BY ==PDT==.
       COPY CAUDREF REPLACING ==()== BY ==AUD==.

       01 WS-FS-PRODUITS PIC X(02).
         88 FS-PRODUITS-OK  VALUE '00'.

       000-BEGIN.
           INITIALIZE WS-COMPTEURS.
           MOVE SPACES TO AUD-CARTE
           ACCEPT AUD-CARTE FROM SYSIN
           IF AUD-CT-OPERATEUR = SPACES
              DISPLAY 'CHGTBPDT - OPERATEUR ABSENT EN SYSIN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           INITIALIZE AUD-ENREG
           MOVE 'CHGTBPDT'       TO AUD-PROGRAMME
           MOVE AUD-CT-OPERATEUR TO AUD-OPERATEUR
           MOVE AUD-CT-FICHIER   TO AUD-FICHIER
           MOVE 'TBPDT'          TO AUD-TABLE
           MOVE 'REPRISE'        TO AUD-ACTION
           OPEN INPUT FPRODUITS
           IF NOT FS-PRODUITS-OK
              DISPLAY 'CHGTBPDT - OPEN FPRODUITS EN ERREUR : '
           CLOSE FPRODUITS
           .

      * LE PRODUIT EN PLACE EST RELU POUR EN GARDER L'IMAGE AVANT
      * AU JOURNAL DES CHANGEMENTS.
       110-MAJ-PRODUIT.
           INITIALIZE PDT-ZCMA
           MOVE 'SEL'        TO PDT-FONCTION
           MOVE FPDT-PRODUIT TO PDT-PRODUIT
           CALL 'MAPDT' USING PDT-ZCMA
           MOVE SPACES TO AUD-AVANT
           IF PDT-CODRET = '00'
              MOVE PDT-DONNEES TO AUD-AVANT
           END-IF
           INITIALIZE PDT-ZCMA
           MOVE 'UPD'         TO PDT-FONCTION
           MOVE FPDT-PRODUIT  TO PDT-PRODUIT
           MOVE FPDT-LIBELLE  TO PDT-LIBELLE
           MOVE FPDT-CODE-ICR TO PDT-CODE-ICR
           MOVE FPDT-CODE-IDB TO PDT-CODE-IDB
           MOVE FPDT-DUREE-MOIS TO PDT-DUREE-MOIS
           MOVE FPDT-ELIGIBLE-FGD TO PDT-ELIGIBLE-FGD
           MOVE FPDT-PLAFOND-DEPOT TO PDT-PLAFOND-DEPOT
           MOVE FPDT-SOLDE-DEBITEUR TO PDT-SOLDE-DEBITEUR
           MOVE FPDT-RETRAIT-LIE TO PDT-RETRAIT-LIE
           MOVE FPDT-NB-RETRAITS-MOIS TO PDT-NB-RETRAITS-MOIS
           CALL 'MAPDT' USING PDT-ZCMA
           EVALUATE PDT-CODRET
              WHEN '00'
                 ADD 1 TO WS-NB-MAJ
                 MOVE 'U' TO AUD-OPERATION
                 PERFORM 130-ECRIT-AUDIT
              WHEN '04'
                 PERFORM 120-CREE-PRODUIT
              WHEN OTHER
           CALL 'MAPDT' USING PDT-ZCMA
           IF PDT-CODRET = '00'
              ADD 1 TO WS-NB-CREES
              MOVE 'I'    TO AUD-OPERATION
              MOVE SPACES TO AUD-AVANT
              PERFORM 130-ECRIT-AUDIT
           ELSE
              ADD 1 TO WS-NB-REJETS
              DISPLAY 'CHGTBPDT - PRODUIT ' FPDT-PRODUIT
           END-IF
           .

      * IMAGE AVANT/APRES DU PRODUIT REPRIS AU JOURNAL CENTRAL
      * DES CHANGEMENTS DU REFERENTIEL.
       130-ECRIT-AUDIT.
           MOVE PDT-PRODUIT TO AUD-CLE
           MOVE PDT-DONNEES TO AUD-APRES
           CALL 'GKAUDIT' USING AUD-ENREG
           .

       900-FIN.
           DISPLAY '**********************************'
           DISPLAY '**********CHGTBPDT FIN************'
