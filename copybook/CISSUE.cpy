      * ISSUE D'UNE OPERATION D'UN LOT POSTE DANS L'ORDRE DES COMPTES
      * (GKMAJ001, FICHIER DE TRAVAIL DDISSUES) : L'OPERATION EST
      * POSTEE DANS L'ORDRE DES COMPTES, SON ISSUE EST CONSERVEE ICI
      * AVEC SON RANG D'ORIGINE DANS LE LOT, PUIS RETRIEE SUR CE RANG
      * POUR ALIMENTER REJETS, ATTENTES, SUSPENS, PARC, INTERFACE ET
      * FICHIER INTERBANCAIRE DANS L'ORDRE DU FICHIER FLUX.
       01 ()-ENREG.
         05 ()-SEQ             PIC 9(07).
      * ISSUE : 'R' REJET, 'H' MISE EN ATTENTE, 'S' SUSPENS, 'K'
      * PARC, 'D' SIMULEE (DRYRUN), 'P' POSTEE.
         05 ()-ISSUE           PIC X(01).
         05 ()-FLUX            PIC X(80).
         05 ()-LIBRET          PIC X(30).
         05 ()-SQLCODE         PIC S9(03).
         05 ()-COMPTE          PIC X(11).
         05 ()-CODE-OPER       PIC X(03).
         05 ()-REF-OPER        PIC X(10).
         05 ()-SOLDE           PIC S9(13)V9(2).
         05 ()-LIBELLE-OPER    PIC X(14).
         05 ()-MOTIF           PIC X(30).
         05 FILLER             PIC X(06).
