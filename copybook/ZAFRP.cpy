      * BAREME DES FRAIS PERIODIQUES PAR PRODUIT (TBFRP, ACCESSEUR
      * MAFRP) : UNE LIGNE PAR PRODUIT ET CODE FRAIS (TENUE DE
      * COMPTE, COTISATION CARTE, ASSURANCE...), MAINTENUE PAR
      * CHGTBFRP ET FACTUREE PAR GKFRAPER. LE CODE FRAIS EST UN CODE
      * OPERATION TBHOP (SENS DEBIT, CONTREPARTIE ROUTEE VERS LE
      * COMPTE DE PRODUITS) ; UN PLAN TARIFAIRE CLIENT (TBPLN) PEUT EN
      * SURCHARGER LE MONTANT OU L'EXONERER.
       01  ()-ZCMA.
         05 ()-FONCTION        PIC X(03).
         05 ()-DONNEES.
          10 ()-PRODUIT       PIC X(03).
          10 ()-CODE-FRAIS    PIC X(03).
      * PERIODICITE : 'M' MENSUEL, 'T' TRIMESTRIEL (FACTURE LE
      * DERNIER MOIS DU TRIMESTRE), 'A' ANNUEL (FACTURE EN DECEMBRE).
          10 ()-FREQUENCE     PIC X(01).
            88 ()-MENSUEL       VALUE 'M'.
            88 ()-TRIMESTRIEL   VALUE 'T'.
            88 ()-ANNUEL        VALUE 'A'.
      * MONTANT PAR PERIODE, EN DEVISE DE BASE.
          10 ()-MONTANT       PIC S9(07)V9(2) USAGE COMP-3.
      * LIBELLE PORTE PAR LE FLUX JUSQU'AU RELEVE DU CLIENT.
          10 ()-LIBELLE       PIC X(14).
         05 ()-RETOUR.
          10 ()-CODRET        PIC X(02).
          10 ()-SQLCODE       PIC S9(3).
          10 ()-LIBRET        PIC X(30).
