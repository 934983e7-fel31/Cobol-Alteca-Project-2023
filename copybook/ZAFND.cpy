      * FONDS NON DISPONIBLES (TBFND, ACCESSEUR MAFND) : UNE LIGNE PAR
      * CREDIT POSTE SOUS UN CODE OPERATION A DELAI DE DISPONIBILITE
      * (TBHOP.DELAI_DISPO), POSEE PAR MFMAJCPT AU POSTE. LE CREDIT
      * EST DANS LE SOLDE COMPTABLE DES LE POSTE, MAIS LE GARDE-FOU DE
      * MFMAJCPT NE LE COMPTE DANS LE DISPONIBLE QU'A PARTIR DE SA
      * DATE DE LIBERATION : 'SOM' NE TOTALISE QUE LES LIGNES NON
      * ENCORE LIBEREES A LA DATE DE REFERENCE, DE SORTE QUE LA
      * LIBERATION EST AUTOMATIQUE SANS AUCUNE MISE A JOUR. GKDISPO
      * CONSTATE LES LIBERATIONS DU JOUR (STATUT) ET PURGE LES LIGNES
      * ANCIENNES.
       01  ()-ZCMA.
         05 ()-FONCTION        PIC X(03).
         05 ()-DONNEES.
          10 ()-COMPTE        PIC X(11).
          10 ()-REF-OPER      PIC X(10).
          10 ()-CODE-OPER     PIC X(03).
      * MONTANT CREDITE, DANS LA DEVISE DE TENUE DU COMPTE.
          10 ()-MONTANT       PIC S9(11)V9(2) USAGE COMP-3.
      * DATE METIER DU POSTE ET PREMIER JOUR OU LE CREDIT EST
      * DISPONIBLE (AAAA-MM-JJ).
          10 ()-DATE-OPER     PIC X(10).
          10 ()-DATE-DISPO    PIC X(10).
          10 ()-STATUT        PIC X(01).
            88 ()-INDISPONIBLE    VALUE 'I'.
            88 ()-LIBERE          VALUE 'L'.
      * DATE DE REFERENCE EN ENTREE DE 'SOM' (CREDITS POSTES A CETTE
      * DATE ET PAS ENCORE LIBERES) ET DE 'PUR' (LIGNES LIBEREES
      * AVANT CETTE DATE).
          10 ()-DATE-REF      PIC X(10).
         05 ()-RETOUR.
          10 ()-CODRET        PIC X(02).
          10 ()-SQLCODE       PIC S9(3).
          10 ()-LIBRET        PIC X(30).
