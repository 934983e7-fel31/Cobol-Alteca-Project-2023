      * ZONE D'ECHANGE DU MODULE GKPRTAMO (CALCUL DU TABLEAU
      * D'AMORTISSEMENT A ECHEANCES CONSTANTES) : A PARTIR DU CAPITAL
      * A AMORTIR, DU TAUX ANNUEL, DU NOMBRE D'ECHEANCES, DU NUMERO
      * ET DE LA DATE DE LA PREMIERE ECHEANCE A GENERER, LES LIGNES
      * TBECH SONT INSEREES (STATUT 'P') ET L'ECHEANCE CONSTANTE
      * EST RENDUE. SERT A LA MISE EN PLACE (CHGTBPRT) COMME AU
      * RECALCUL APRES REMBOURSEMENT ANTICIPE (GKPRTECH). CODRET
      * '00' GENERE, '08' DONNEES INCOHERENTES, '12' ERREUR TBECH.
       01  ()-ZONE.
         05 ()-ID-PRET       PIC X(06).
         05 ()-CAPITAL       PIC S9(11)V9(2) USAGE COMP-3.
         05 ()-TAUX          PIC S9(02)V9(04) USAGE COMP-3.
         05 ()-NB-ECHEANCES  PIC 9(03).
         05 ()-NUM-DEBUT     PIC 9(03).
         05 ()-DATE-DEBUT    PIC X(10).
         05 ()-MT-ECHEANCE   PIC S9(11)V9(2) USAGE COMP-3.
         05 ()-CODRET        PIC X(02).
         05 ()-LIBRET        PIC X(30).
