      * REGISTRE DES SAISIES ET AVIS A TIERS DETENTEUR (TBSAI,
      * ACCESSEUR MASAI) : UN ORDRE PAR ACTE SIGNIFIE A LA BANQUE
      * CONTRE UN CLIENT DEBITEUR, AVEC LE CREANCIER, LE MONTANT
      * RECLAME, SA PRIORITE ET LE CUMUL DEJA VERSE. ALIMENTE PAR
      * CHGTBSAI, SERVI PAR GKSAISIE (VERSEMENTS) ET GKSAIRPT
      * (ETAT DES ORDRES OUVERTS DU SERVICE JURIDIQUE). UN ORDRE
      * N'EST JAMAIS SUPPRIME : IL EST SOLDE OU LEVE.
       01  ()-ZCMA.
         05 ()-FONCTION        PIC X(03).
         05 ()-DONNEES.
          10 ()-ID-SAISIE     PIC X(06).
      * CLIENT DEBITEUR (TBCLI) : LA SAISIE PORTE SUR L'ENSEMBLE
      * DE SES COMPTES.
          10 ()-CODCLI        PIC X(08).
      * 'SAT' SAISIE-ATTRIBUTION (HUISSIER), 'ATD' AVIS A TIERS
      * DETENTEUR (ADMINISTRATION FISCALE).
          10 ()-TYPE-ORDRE    PIC X(03).
            88 ()-SAISIE-ATTRIBUTION VALUE 'SAT'.
            88 ()-AVIS-TIERS-DETENTEUR VALUE 'ATD'.
          10 ()-CREANCIER     PIC X(30).
      * IBAN DU CREANCIER, CONNU DE TBIBN : LE VERSEMENT PART EN
      * VIREMENT SORTANT '30' VERS SA CONTREPARTIE.
          10 ()-IBAN-CREANCIER PIC X(34).
          10 ()-MONTANT-RECLAME PIC S9(11)V9(2) USAGE COMP-3.
          10 ()-MONTANT-VERSE PIC S9(11)V9(2) USAGE COMP-3.
      * RANG DE L'ORDRE (01 SERVI LE PREMIER) ; A RANG EGAL, LA
      * DATE DE SIGNIFICATION DEPARTAGE.
          10 ()-PRIORITE      PIC 9(02).
          10 ()-DATE-NOTIF    PIC X(10).
      * 'O' OUVERT, 'S' SOLDE (RECLAME ENTIEREMENT VERSE), 'L'
      * LEVE (MAINLEVEE DU CREANCIER OU DU JUGE).
          10 ()-STATUT        PIC X(01).
            88 ()-ORDRE-OUVERT VALUE 'O'.
            88 ()-ORDRE-SOLDE  VALUE 'S'.
            88 ()-ORDRE-LEVE   VALUE 'L'.
          10 ()-DATE-STATUT   PIC X(10).
      * NOMBRE DE VERSEMENTS DEJA POSTES : SIGNE LA REFERENCE DU
      * VERSEMENT SUIVANT ('S' + ID-SAISIE + RANG SUR 3).
          10 ()-NB-VERSEMENTS PIC 9(03).
         05 ()-RETOUR.
          10 ()-CODRET        PIC X(02).
          10 ()-SQLCODE       PIC S9(3).
          10 ()-LIBRET        PIC X(30).
