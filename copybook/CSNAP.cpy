      * GKSNAPCPT, RELUE PAR LE RAPPROCHEMENT JOUR A JOUR
      * GKSNPDEL) : EN-TETE '00' (DATE), UN '10' PAR COMPTE (NUMERO,
      * NOM, SOLDE, STATUT, DDMAJ/HDMAJ), TRAILER '99' AVEC NOMBRE
      * DE COMPTES ET SOMME DES SOLDES EN TOTAL DE CONTROLE. LE SOLDE
      * D'UN COMPTE EST EXPRIME DANS SA DEVISE DE TENUE (DEVISE-10,
      * 'EUR' A DEFAUT) : LA SOMME DU TRAILER EST UN TOTAL DE
      * CONTROLE DE L'EXTRACTION, PAS UNE POSITION COMPTABLE.
       01 ()-ENREG-00.
         05 ()-TYPE-00 PIC X(02).
         05 ()-DATE-00 PIC X(10).
         05 ()-DDMAJ-10  PIC X(10).
         05 ()-HDMAJ-10  PIC X(08).
         05 ()-PRODUIT-10 PIC X(03).
         05 ()-DEVISE-10 PIC X(03).
         05 FILLER       PIC X(07).
       01 ()-ENREG-99 REDEFINES ()-ENREG-00.
         05 ()-TYPE-99      PIC X(02).
         05 ()-NB-99        PIC 9(09).
