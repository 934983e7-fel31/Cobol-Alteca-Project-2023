      * PLAGES DE NUMEROS DE COMPTE VIRTUELS (TBVIR, ACCESSEUR
      * MAVIR) : UNE LIGNE PAR PLAGE ATTRIBUEE A UN CLIENT ENTREPRISE,
      * RATTACHEE A UN SEUL COMPTE REEL TBCPT (COMPTE MAITRE) SUR
      * LEQUEL SONT POSTES LES CREDITS ADRESSES A UN NUMERO DE LA
      * PLAGE. LES NUMEROS VIRTUELS PORTENT LE PREFIXE RESERVE TBPRM
      * VIRTUEL-PREFIXE ET LEUR IBAN EST CHARGE DANS TBIBN PAR
      * CHGTBVIR ; GKMAJ001 LES RESOUT AU POSTE ET GARDE LE NUMERO
      * VIRTUEL SUR TBHIS, GKVIRRPT EN EDITE LES ENCAISSEMENTS.
      * DEUX PLAGES NE SE CHEVAUCHENT JAMAIS, MEME REVOQUEES : UN
      * NUMERO DESIGNE TOUJOURS AU PLUS UNE PLAGE.
       01  ()-ZCMA.
         05 ()-FONCTION        PIC X(03).
         05 ()-DONNEES.
      * BORNES DE LA PLAGE (NUMEROS A ONZE CHIFFRES, INCLUSES) ;
      * VIR-DEBUT IDENTIFIE LA PLAGE.
          10 ()-VIR-DEBUT     PIC X(11).
          10 ()-VIR-FIN       PIC X(11).
          10 ()-COMPTE        PIC X(11).
          10 ()-CODCLI        PIC X(08).
          10 ()-DATE-ALLOCATION PIC X(10).
      * 'A' PLAGE ATTRIBUEE, 'R' REVOQUEE : UN CREDIT ADRESSE A UN
      * NUMERO D'UNE PLAGE REVOQUEE PART AU COMPTE D'ATTENTE COMME
      * UN NUMERO JAMAIS ATTRIBUE.
          10 ()-STATUT        PIC X(01).
            88 ()-PLAGE-ACTIVE   VALUE 'A'.
            88 ()-PLAGE-REVOQUEE VALUE 'R'.
          10 ()-DATE-REVOCATION PIC X(10).
      * NUMERO A RESOUDRE (FONCTION 'NUM') : LA PLAGE QUI LE CONTIENT
      * EST RAMENEE DANS LES DONNEES.
         05 ()-NUMERO          PIC X(11).
      * NOMBRE DE PLAGES CHEVAUCHANT LES BORNES DEMANDEES (FONCTION
      * 'CHV').
         05 ()-NB-PLAGES       PIC 9(06).
         05 ()-RETOUR.
          10 ()-CODRET        PIC X(02).
          10 ()-SQLCODE       PIC S9(3).
          10 ()-LIBRET        PIC X(30).
