      * REGISTRE DES TITULAIRES D'UN COMPTE (TBCOT, ACCESSEUR
      * MACOT) : RELIE PLUSIEURS CLIENTS TBCLI A UN MEME COMPTE
      * TBCPT, CHACUN AVEC SON ROLE ET SA QUOTE-PART. LE CLIENT
      * PORTE PAR CPT-CODCLI RESTE LE TITULAIRE PRINCIPAL ; S'IL
      * N'A PAS DE LIGNE TBCOT, SA QUOTE-PART EST LE COMPLEMENT A
      * 100 DES QUOTES-PARTS DES AUTRES TITULAIRES. UN COMPTE SANS
      * LIGNE TBCOT EST UN COMPTE INDIVIDUEL. MAINTENU PAR CHGTBCOT.
       01  ()-ZCMA.
         05 ()-FONCTION        PIC X(03).
         05 ()-DONNEES.
          10 ()-COMPTE        PIC X(11).
          10 ()-CODCLI        PIC X(08).
      * ROLE : 'T' TITULAIRE, 'C' CO-TITULAIRE, 'M' MANDATAIRE
      * (PROCURATION SANS DROIT SUR LES AVOIRS : PAS DE QUOTE-PART,
      * PAS DE RELEVE, MAIS FILTRE COMME LES TITULAIRES).
          10 ()-ROLE          PIC X(01).
            88 ()-TITULAIRE     VALUE 'T'.
            88 ()-CO-TITULAIRE  VALUE 'C'.
            88 ()-MANDATAIRE    VALUE 'M'.
            88 ()-DETENTEUR     VALUE 'T' 'C'.
      * QUOTE-PART DE PROPRIETE EN POURCENT (ZERO POUR UN
      * MANDATAIRE).
          10 ()-QUOTE-PART    PIC 9(03)V9(02).
          10 ()-DATE-DEBUT    PIC X(10).
         05 ()-RETOUR.
          10 ()-CODRET        PIC X(02).
          10 ()-SQLCODE       PIC S9(3).
          10 ()-LIBRET        PIC X(30).
