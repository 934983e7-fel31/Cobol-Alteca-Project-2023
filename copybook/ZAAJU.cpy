      * REGISTRE DES AJUSTEMENTS MANUELS DE SOLDE (TBAJU, ACCESSEUR
      * MAAJU) : UNE DEMANDE PAR AJUSTEMENT SAISI PAR LE BACK-OFFICE
      * (ERREUR BANQUE, GESTE COMMERCIAL, CREDIT MAL IMPUTE), AVEC SON
      * DEMANDEUR ET SON VALIDEUR, QUI DOIVENT ETRE DISTINCTS. SEULE
      * UNE DEMANDE APPROUVEE EST EMISE PAR GKAJUSTE DANS LE LOT FLUX
      * D'ORIGINE 'ADJ' ; UNE DEMANDE N'EST JAMAIS SUPPRIMEE. SERVI
      * PAR GKAJURPT (ETAT MENSUEL POUR L'AUDIT INTERNE).
       01  ()-ZCMA.
         05 ()-FONCTION        PIC X(03).
         05 ()-DONNEES.
      * NUMERO DE DEMANDE, ATTRIBUE PAR GKAJUSTE A LA SAISIE (PLUS
      * GRAND NUMERO CONNU + 1, FONCTION 'MAX').
          10 ()-NUMERO        PIC 9(08).
          10 ()-COMPTE        PIC X(11).
      * MONTANT DANS LA DEVISE DE TENUE DU COMPTE, TOUJOURS POSITIF ;
      * LE SENS DIT S'IL CREDITE OU DEBITE LE COMPTE CLIENT.
          10 ()-MONTANT       PIC S9(11)V9(2) USAGE COMP-3.
          10 ()-CODE-DEV      PIC X(03).
          10 ()-SENS          PIC X(01).
           88 ()-AU-CREDIT    VALUE 'C'.
           88 ()-AU-DEBIT     VALUE 'D'.
      * CODE MOTIF (ERB ERREUR BANQUE, GES GESTE COMMERCIAL, IMP
      * CREDIT MAL IMPUTE) : IL DONNE, AVEC LE SENS, LE CODE
      * OPERATION TBHOP DE L'ECRITURE EMISE.
          10 ()-MOTIF         PIC X(03).
          10 ()-TEXTE         PIC X(40).
          10 ()-DEMANDEUR     PIC X(08).
          10 ()-DATE-DEMANDE  PIC X(10).
          10 ()-VALIDEUR      PIC X(08).
          10 ()-DATE-DECISION PIC X(10).
      * MOTIF DU REFUS PAR LE VALIDEUR, OU 'DEMANDE EXPIREE'.
          10 ()-MOTIF-REFUS   PIC X(30).
      * 'S' SOUMISE, 'A' APPROUVEE, 'E' EMISE EN LOT FLUX, 'R'
      * REFUSEE, 'X' EXPIREE SANS DECISION.
          10 ()-STATUT        PIC X(01).
           88 ()-SOUMISE   VALUE 'S'.
           88 ()-APPROUVEE VALUE 'A'.
           88 ()-EMISE     VALUE 'E'.
           88 ()-REFUSEE   VALUE 'R'.
           88 ()-EXPIREE   VALUE 'X'.
      * DATE DU LOT 'ADJ' ET REFERENCE DE L'ECRITURE ('AJ' + NUMERO).
          10 ()-DATE-EMISSION PIC X(10).
          10 ()-REF-OPER      PIC X(10).
         05 ()-RETOUR.
          10 ()-CODRET        PIC X(02).
          10 ()-SQLCODE       PIC S9(3).
          10 ()-LIBRET        PIC X(30).
