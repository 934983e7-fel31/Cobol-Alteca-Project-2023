      * REGISTRE DES PRETS AMORTISSABLES (TBPRT, ACCESSEUR MAPRT) :
      * CAPITAL, TAUX, DUREE, COMPTE DE REMBOURSEMENT SUR TBCPT ET
      * CAPITAL RESTANT DU, MAINTENU PAR CHGTBPRT (QUI GENERE LE
      * TABLEAU D'AMORTISSEMENT TBECH PAR GKPRTAMO) ET PAR LE
      * GENERATEUR QUOTIDIEN GKPRTECH - LES PRETS PERSONNELS NE
      * VIVENT PLUS SUR UN TABLEUR.
       01  ()-ZCMA.
         05 ()-FONCTION        PIC X(03).
         05 ()-DONNEES.
      * IDENTIFIANT COURT DU PRET : LA REFERENCE DES OPERATIONS
      * GENEREES EST ID + LETTRE DE JAMBE + NUMERO D'ECHEANCE.
          10 ()-ID            PIC X(06).
      * COMPTE DE REMBOURSEMENT (DEBITE DES ECHEANCES).
          10 ()-COMPTE        PIC X(11).
          10 ()-CODE-DEV      PIC X(03).
          10 ()-CAPITAL       PIC S9(11)V9(2) USAGE COMP-3.
      * TAUX ANNUEL NOMINAL EN POURCENT (MEME FORMAT QUE TBTXI).
          10 ()-TAUX          PIC S9(02)V9(04) USAGE COMP-3.
      * DUREE EN NOMBRE D'ECHEANCES MENSUELLES.
          10 ()-DUREE         PIC 9(03).
      * DATE DE LA PREMIERE ECHEANCE (LES SUIVANTES TOMBENT LE MEME
      * QUANTIEME, BORNE AU DERNIER JOUR DU MOIS).
          10 ()-DATE-PREMIERE PIC X(10).
      * MONTANT DE L'ECHEANCE CONSTANTE EN COURS (RECALCULE APRES
      * UN REMBOURSEMENT ANTICIPE).
          10 ()-MT-ECHEANCE   PIC S9(11)V9(2) USAGE COMP-3.
      * CAPITAL NON ENCORE REMBOURSE (ECHEANCES EMISES MAIS NON
      * POSTEES COMPRISES).
          10 ()-CAPITAL-RESTANT PIC S9(11)V9(2) USAGE COMP-3.
          10 ()-STATUT        PIC X(01).
            88 ()-PRET-ACTIF  VALUE 'A'.
            88 ()-PRET-SOLDE  VALUE 'S'.
      * REMBOURSEMENT ANTICIPE EN ATTENTE : MONTANT ET DATE DE LA
      * DEMANDE (A SPACES = AUCUNE DEMANDE EN COURS) ; NB-ANTICIPES
      * NUMEROTE LES DEMANDES, BASE DE LEUR REFERENCE.
          10 ()-MT-ANTICIPE   PIC S9(11)V9(2) USAGE COMP-3.
          10 ()-DATE-ANTICIPE PIC X(10).
          10 ()-NB-ANTICIPES  PIC 9(03).
         05 ()-RETOUR.
          10 ()-CODRET        PIC X(02).
          10 ()-SQLCODE       PIC S9(3).
          10 ()-LIBRET        PIC X(30).
