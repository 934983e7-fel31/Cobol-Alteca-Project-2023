      * REGISTRE DES COLLECTES PRESENTEES A LA COMPENSATION POUR LE
      * COMPTE DES CREANCIERS ENTREPRISES (TBPRC, ACCESSEUR MAPRC) :
      * UNE LIGNE PAR COLLECTE EMISE PAR GKPRLCRE, SOUS SA REFERENCE
      * DE PRESENTATION. UNE REMISE REPASSEE N'EST PAS PRESENTEE DEUX
      * FOIS ; UN IMPAYE REVENU PAR GKRETOUR Y RETROUVE LE CREANCIER
      * A DEBITER, ET UN MEME IMPAYE N'EST DEBITE QU'UNE FOIS.
       01  ()-ZCMA.
         05 ()-FONCTION        PIC X(03).
         05 ()-DONNEES.
      * 'E' + NUMERO DE REMISE + RANG DE LA COLLECTE DANS LA REMISE.
          10 ()-REF-PRES      PIC X(10).
          10 ()-CREANCIER     PIC X(08).
          10 ()-COMPTE        PIC X(11).
          10 ()-NUM-REMISE    PIC 9(06).
      * COMPTE DU DEBITEUR CHEZ SA BANQUE ET REFERENCE DU MANDAT
      * QU'IL A SIGNE AU CREANCIER.
          10 ()-COMPTE-DEBITEUR PIC X(11).
          10 ()-REF-MANDAT    PIC X(16).
          10 ()-CODE-DEV      PIC X(03).
          10 ()-MONTANT       PIC 9(11)V99.
          10 ()-DATE-REGLT    PIC X(10).
          10 ()-STATUT        PIC X(01).
            88 ()-PRESENTEE VALUE 'P'.
            88 ()-IMPAYEE   VALUE 'I'.
      * DATE ET MOTIF DE L'IMPAYE, POSES PAR GKRETOUR.
          10 ()-DATE-RETOUR   PIC X(10).
          10 ()-MOTIF-RETOUR  PIC X(20).
         05 ()-RETOUR.
          10 ()-CODRET        PIC X(02).
          10 ()-SQLCODE       PIC S9(3).
          10 ()-LIBRET        PIC X(30).
