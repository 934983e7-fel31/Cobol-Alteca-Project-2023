      * REGISTRE DES DEPOTS A TERME (TBDAT, ACCESSEUR MADAT) : UN
      * PLACEMENT A TAUX FIXE POUR 3, 6 OU 12 MOIS, ADOSSE A UN
      * COMPTE TBCPT DU CLIENT (DEBITE AU PLACEMENT, CREDITE A
      * L'ECHEANCE OU A LA RUPTURE), MAINTENU PAR CHGTBDAT ET
      * TRAITE CHAQUE NUIT PAR GKDATECH ; LA POSITION PLACEE EST
      * LA LIGNE TBDAT ELLE-MEME (CAPITAL), REPRISE PAR GKCLIPOS
      * ET GKSOLDEM.
       01  ()-ZCMA.
         05 ()-FONCTION        PIC X(03).
         05 ()-DONNEES.
          10 ()-ID            PIC X(06).
      * COMPTE LIE (SOURCE DES FONDS ET DESTINATION DU REMBOURSEMENT)
      * ET CLIENT PORTEUR (CURSEUR CDB/CSU DE LA POSITION CLIENT).
          10 ()-COMPTE        PIC X(11).
          10 ()-CODCLI        PIC X(08).
          10 ()-CODE-DEV      PIC X(03).
          10 ()-CAPITAL       PIC S9(11)V9(2) USAGE COMP-3.
      * TAUX ANNUEL FIXE EN POURCENT, ACQUIS POUR LA PERIODE.
          10 ()-TAUX          PIC S9(02)V9(04) USAGE COMP-3.
      * DUREE DE LA PERIODE EN MOIS (3, 6 OU 12).
          10 ()-DUREE         PIC 9(02).
          10 ()-DATE-PLACEMENT PIC X(10).
          10 ()-DATE-ECHEANCE PIC X(10).
      * RENOUVELLEMENT A L'ECHEANCE : 'O' LE CAPITAL REPART POUR
      * UNE NOUVELLE PERIODE (LES INTERETS SONT VERSES AU COMPTE),
      * 'N' CAPITAL ET INTERETS SONT RENDUS AU COMPTE.
          10 ()-RENOUVELLEMENT PIC X(01).
            88 ()-A-RENOUVELER VALUE 'O'.
      * STATUT : 'P' A PLACER, 'C' PLACEMENT EMIS EN LOT FLUX
      * (CONFIRME LE SOIR SUIVANT SUR TBHIS), 'A' ACTIF, 'B'
      * RUPTURE ANTICIPEE DEMANDEE, 'S' SOLDE A L'ECHEANCE, 'R'
      * ROMPU, 'X' PLACEMENT REFUSE (DEBIT NON POSTE).
          10 ()-STATUT        PIC X(01).
            88 ()-DAT-A-PLACER  VALUE 'P'.
            88 ()-DAT-EMIS      VALUE 'C'.
            88 ()-DAT-ACTIF     VALUE 'A'.
            88 ()-DAT-RUPTURE   VALUE 'B'.
            88 ()-DAT-SOLDE     VALUE 'S'.
            88 ()-DAT-ROMPU     VALUE 'R'.
            88 ()-DAT-REFUSE    VALUE 'X'.
            88 ()-DAT-EN-COURS  VALUE 'A' 'B'.
      * NUMERO DE PERIODE (0 A LA SOUSCRIPTION, +1 A CHAQUE
      * RENOUVELLEMENT) : BASE DES REFERENCES EMISES.
          10 ()-NB-RENOUV     PIC 9(03).
      * DATE DE LA DEMANDE DE RUPTURE (A SPACES SI AUCUNE).
          10 ()-DATE-RUPTURE  PIC X(10).
         05 ()-RETOUR.
          10 ()-CODRET        PIC X(02).
          10 ()-SQLCODE       PIC S9(3).
          10 ()-LIBRET        PIC X(30).
