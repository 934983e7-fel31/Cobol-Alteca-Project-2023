      * REGISTRE CERTIFIE DES EFFACEMENTS (FICHIER CUMULATIF
      * DDEFFREG) : UNE ENTREE PAR CLIENT PSEUDONYMISE PAR GKEFFACE
      * A L'ISSUE DU DELAI LEGAL DE CONSERVATION, PORTANT LE CODE
      * CLIENT CONSERVE, LA DATE DE DERNIERE CLOTURE, LA DATE LIMITE
      * APPLIQUEE ET L'IDENTIFIANT DU RUN - PREUVE OPPOSABLE QUE
      * L'EFFACEMENT A ETE FAIT, QUAND, ET SOUS QUELLE REGLE.
       01 ()-ENREG.
         05 ()-CODCLI         PIC X(08).
         05 ()-DATE-CLOTURE   PIC X(10).
         05 ()-DATE-LIMITE    PIC X(10).
         05 ()-DUREE-ANS      PIC 9(02).
         05 ()-NB-COMPTES     PIC 9(03).
         05 ()-DATE-EFFACEMENT PIC X(10).
         05 ()-RUN-ID         PIC X(08).
         05 FILLER            PIC X(29).
