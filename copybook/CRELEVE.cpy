      * SANS PERIODE OU ARRETE ABSENT).
         05 ()-SOLDE-OUVERTURE-00 PIC S9(11)V99.
         05 ()-OUVERTURE-STOCKEE-00 PIC X(01).
      * DEVISE DE TENUE DU COMPTE (TBCPT.DEVISE, 'EUR' A DEFAUT) :
      * LES SOLDES DE L'EN-TETE SONT EXPRIMES DANS CETTE DEVISE.
         05 ()-DEVISE-COMPTE-00 PIC X(03).
      * PREMIER ANCIEN NUMERO FUSIONNE OU RENUMEROTE DANS CE COMPTE
      * (TBFWD) QUAND LE RELEVE REGROUPE L'HISTORIQUE DES ANCIENS
      * NUMEROS AVEC LE SIEN ; SPACES SINON.
         05 ()-ANCIEN-COMPTE-00 PIC X(11).
      * CREDITS NON ENCORE DISPONIBLES (TBFND) A LA DATE DE FIN DU
      * RELEVE, OU A LA DATE DU JOUR POUR UN RELEVE SANS PERIODE,
      * DANS LA DEVISE DE TENUE : LE SOLDE DISPONIBLE EDITE EST LE
      * SOLDE DE FIN MOINS CE MONTANT.
         05 ()-MT-INDISPO-00 PIC S9(11)V99 USAGE COMP-3.
         05 FILLER           PIC  X(05).
       01  ()-ENREG-10 REDEFINES ()-ENREG-00.
         05 ()-TYPE-10       PIC  X(02).
         05 ()-REF-OPER-10   PIC  X(10).
      * QUAND IL EST PORTE, IL PRIME SUR LE LIBELLE GENERIQUE
      * TBHOP A L'EDITION.
         05 ()-LIBELLE-10    PIC X(14).
      * DEVISE DE TENUE DU COMPTE ET MONTANT SIGNE APPLIQUE AU SOLDE
      * DANS CETTE DEVISE (TBHIS.DEV_COMPTE/MT_COMPTE) ; DEVISE A
      * SPACES POUR UNE LIGNE ANTERIEURE AUX COMPTES EN DEVISE (LE
      * MONTANT EST ALORS A IGNORER).
         05 ()-DEV-COMPTE-10 PIC X(03).
         05 ()-MT-COMPTE-10  PIC S9(11)V99 USAGE COMP-3.
         05 FILLER           PIC  X(03).
       01  ()-ENREG-99 REDEFINES ()-ENREG-00.
         05 ()-TYPE-99       PIC  X(02).
         05 ()-NB-OPER-99    PIC  9(06).
