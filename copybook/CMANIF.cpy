      * BLOQUE), POUR QUE LA PREUVE DE CHAINE LES COMPTE AUSSI.
         05 ()-NB-SUSPENS  PIC 9(06).
         05 ()-NB-PARC     PIC 9(06).
      * ISSUE DU RUN : A BLANC = RUN TERMINE ; 'A' = RUN ARRETE SUR
      * DEMANDE DE L'OPERATEUR A UN PALIER DE CHECKPOINT. LES
      * COMPTEURS D'UN RUN ARRETE SONT REPRIS, CUMULES, PAR LE RUN
      * QUI REPART DE SON CHECKPOINT : GKBILAN NE LES SOMME PAS.
         05 ()-STATUT      PIC X(01).
           88 ()-RUN-ARRETE VALUE 'A'.
      * ENREGISTREMENTS LUS MIS EN QUARANTAINE APRES DES ABENDS
      * REPETES A LA REPRISE : UNE ISSUE DE PLUS POUR LA PREUVE.
         05 ()-NB-QUAR     PIC 9(03).
