      * CREANCIERS ENTREPRISES EMETTEURS DE PRELEVEMENTS (TBCRE,
      * ACCESSEUR MACRE) : UNE LIGNE PAR IDENTIFIANT CREANCIER
      * ENREGISTRE, AVEC LE COMPTE DU CLIENT ENTREPRISE CREDITE DES
      * COLLECTES ET SON CHOIX DE COMPTABILISATION. UNE REMISE DE
      * COLLECTES D'UN CREANCIER INCONNU, SUSPENDU OU PORTANT UN AUTRE
      * COMPTE EST REJETEE ENTIERE PAR GKPRLCRE.
       01  ()-ZCMA.
         05 ()-FONCTION        PIC X(03).
         05 ()-DONNEES.
          10 ()-CREANCIER     PIC X(08).
          10 ()-COMPTE        PIC X(11).
          10 ()-RAISON-SOC    PIC X(30).
      * 'G' : UNE SEULE LIGNE DE CREDIT PAR REMISE (TOTAL DES
      * COLLECTES PRESENTEES) ; 'D' : UNE LIGNE PAR COLLECTE.
          10 ()-MODE-CREDIT   PIC X(01).
            88 ()-CREDIT-GLOBAL  VALUE 'G'.
            88 ()-CREDIT-DETAIL  VALUE 'D'.
          10 ()-STATUT        PIC X(01).
            88 ()-CREANCIER-ACTIF    VALUE 'A'.
            88 ()-CREANCIER-SUSPENDU VALUE 'S'.
          10 ()-DATE-ENREG    PIC X(10).
         05 ()-RETOUR.
          10 ()-CODRET        PIC X(02).
          10 ()-SQLCODE       PIC S9(3).
          10 ()-LIBRET        PIC X(30).
