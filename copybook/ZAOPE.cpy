            88 ()-CODE-ACTIF    VALUE 'A'.
            88 ()-CODE-RETIRE   VALUE 'R'.
          10 ()-DATE-FIN      PIC X(10).
      * ENTITE COMPTABLE (FILIALE) A LAQUELLE APPARTIENT LE PARAMETRAGE
      * DU CODE OPERATION : CHAQUE ENTITE A SES PROPRES COMPTES
      * GENERAUX DE CONTREPARTIE ET DE FRAIS. A SPACES = ENTITE
      * PRINCIPALE. LA CLE DE TBHOP EST (ENTITE, CODE_OPER).
          10 ()-ENTITE        PIC X(03).
      * DELAI DE DISPONIBILITE DU CODE, EN JOURS OUVRES DU CALENDRIER
      * LOCAL (TBCAL) : UN CREDIT POSTE SOUS CE CODE (REMISE DE
      * CHEQUE, DEPOT ENTRANT) AUGMENTE LE SOLDE COMPTABLE TOUT DE
      * SUITE MAIS N'EST DISPONIBLE QU'A SA DATE DE LIBERATION ; IL
      * EST TENU D'ICI LA SUR TBFND (ACCESSEUR MAFND). 00 = CREDIT
      * DISPONIBLE IMMEDIATEMENT (COMPORTEMENT D'ORIGINE).
          10 ()-DELAI-DISPO   PIC 9(02).
         05 ()-RETOUR.
          10 ()-CODRET        PIC X(02).
          10 ()-SQLCODE       PIC S9(3).
