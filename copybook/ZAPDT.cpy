      * REFERENTIEL DES PRODUITS DE COMPTE (TBPDT, ACCESSEUR
      * MAPDT) : UN CODE PRODUIT, SON LIBELLE ET SES CODES
      * D'INTERETS CREDITEUR/DEBITEUR - LE CALCUL D'INTERETS RESOUT
      * SES CODES PAR PRODUIT AU LIEU DES CODES GLOBAUX ICR/IDB -
      * ET LES REGLES D'EPARGNE REGLEMENTEE DU PRODUIT.
       01  ()-ZCMA.
         05 ()-FONCTION        PIC X(03).
         05 ()-DONNEES.
          10 ()-LIBELLE       PIC X(20).
          10 ()-CODE-ICR      PIC X(03).
          10 ()-CODE-IDB      PIC X(03).
      * DUREE CONTRACTUELLE DU PRODUIT EN MOIS (000 = DEPOT A VUE) :
      * DETERMINE LA TRANCHE D'ECHEANCE DE LA STATISTIQUE MENSUELLE
      * DES DEPOTS (GKDEPREG).
          10 ()-DUREE-MOIS    PIC 9(03).
      * ELIGIBILITE DU PRODUIT A LA GARANTIE DES DEPOTS ('N' : LES
      * AVOIRS DU PRODUIT SONT EXCLUS DU FICHIER DE VUE UNIQUE
      * CLIENT GKSCV ; 'O' OU SPACES : ELIGIBLE).
          10 ()-ELIGIBLE-FGD  PIC X(01).
            88 ()-NON-ELIGIBLE-FGD VALUE 'N'.
      * REGLES D'EPARGNE REGLEMENTEE (TYPE LIVRET A), CONTROLEES AU
      * POSTE PAR MFMAJCPT. PLAFOND DE DEPOT DU SOLDE (ZERO = SANS
      * PLAFOND ; LES INTERETS CREDITEURS DU PRODUIT LE FRANCHISSENT
      * NEANMOINS, COMME LE VEUT LA REGLEMENTATION).
          10 ()-PLAFOND-DEPOT PIC S9(11)V9(2) USAGE COMP-3.
      * 'N' : LE SOLDE NE PEUT JAMAIS DEVENIR DEBITEUR, QUELLE QUE
      * SOIT LA FACILITE DE DECOUVERT ; 'O' OU SPACES : REGLE
      * GENERALE DU DECOUVERT.
          10 ()-SOLDE-DEBITEUR PIC X(01).
            88 ()-SANS-SOLDE-DEBITEUR VALUE 'N'.
      * 'O' : UN RETRAIT N'EST ADMIS QUE PAR VIREMENT VERS UN COMPTE
      * COURANT DU MEME TITULAIRE (COMPTE LIE) ; SPACES OU 'N' :
      * RETRAITS LIBRES.
          10 ()-RETRAIT-LIE   PIC X(01).
            88 ()-RETRAIT-COMPTE-LIE VALUE 'O'.
      * NOMBRE MAXIMUM DE RETRAITS PAR MOIS CIVIL (000 = ILLIMITE).
          10 ()-NB-RETRAITS-MOIS PIC 9(03).
         05 ()-RETOUR.
          10 ()-CODRET        PIC X(02).
          10 ()-SQLCODE       PIC S9(3).
