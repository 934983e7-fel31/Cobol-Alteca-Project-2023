      * REPRIS PAR LE CURSEUR CURHIS ET LES RELEVES.
          10 ()-HEURE-OPER    PIC X(08).
          10 ()-SEQ-OPER      PIC 9(06).
      * DEVISE D'ORIGINE DE L'OPERATION ET MONTANT CONVERTI EN
      * DEVISE DE BASE (SIGNE, COTE COMPTE CLIENT) : LE MOUVEMENT DU
      * COMPTE GENERAL DE CONTREPARTIE EST L'INVERSE DE CE MONTANT ;
      * POUR UN COMPTE TENU EN DEVISE DE BASE, C'EST AUSSI LE MONTANT
      * APPLIQUE AU SOLDE. A ZERO POUR LES JAMBES DE VIREMENT '20'
      * (AUCUN COMPTE GENERAL TOUCHE), CE QUI LES EXCLUT D'ELLES-
      * MEMES DE LA BALANCE DE CONTROLE DES COMPTES GENERAUX.
          10 ()-CODE-DEV      PIC X(03).
          10 ()-MT-CONVERTI   PIC S9(13)V9(2) USAGE COMP-3.
      * AGENCE DE RATTACHEMENT DU COMPTE AU MOMENT DU POSTE (REPRISE
      * RELEVE A LA PLACE DU LIBELLE GENERIQUE TBHOP QUAND IL EST
      * PORTE.
          10 ()-LIBELLE-OPER  PIC X(14).
      * ENTITE COMPTABLE DANS LES LIVRES DE LAQUELLE LA LIGNE A ETE
      * POSTEE (A SPACES = ENTITE PRINCIPALE) : BALANCE ET EXPORT GL
      * SE RESTREIGNENT A UNE ENTITE SANS REJOINDRE TBCPT.
          10 ()-ENTITE        PIC X(03).
      * DEVISE DE TENUE DU COMPTE AU MOMENT DU POSTE ET MONTANT
      * (SIGNE) REELLEMENT APPLIQUE AU SOLDE DANS CETTE DEVISE : LA
      * LIGNE GARDE AINSI LE MONTANT DU COMPTE A COTE DE LA CONTRE-
      * VALEUR EN DEVISE DE BASE. DEVISE A SPACES = LIGNE POSTEE AVANT
      * LA DIMENSION (COMPTE EN DEVISE DE BASE, MONTANT A ZERO).
          10 ()-DEV-COMPTE    PIC X(03).
          10 ()-MT-COMPTE     PIC S9(13)V9(2) USAGE COMP-3.
      * NUMERO DE COMPTE VIRTUEL (TBVIR) AUQUEL LE CREDIT ETAIT
      * ADRESSE, LA LIGNE ETANT POSTEE SUR LE COMPTE MAITRE DE LA
      * PLAGE (OU AU COMPTE D'ATTENTE SI LE NUMERO N'EST PAS
      * ATTRIBUE) ; A SPACES POUR TOUTE AUTRE LIGNE. SERVI PAR LES
      * FONCTIONS VDB/VSU POUR L'ETAT DES ENCAISSEMENTS PAR NUMERO
      * VIRTUEL.
          10 ()-COMPTE-VIRTUEL PIC X(11).
         05 ()-RETOUR.
          10 ()-CODRET        PIC X(02).
          10 ()-SQLCODE       PIC S9(3).
