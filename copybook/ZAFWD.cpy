      * RENVOIS DE NUMEROS DE COMPTE (TBFWD, ACCESSEUR MAFWD) : UNE
      * LIGNE PAR ANCIEN NUMERO FUSIONNE OU RENUMEROTE PAR GKMIGCPT,
      * QUI DESIGNE LE COMPTE QUI L'A REPRIS. GKMAJ001 Y REDIRIGE LES
      * FLUX TARDIFS DE L'ANCIEN NUMERO AU LIEU DE LES REJETER ; LES
      * RELEVES (GKRELEVE) ET LE TRACEUR (GKTRACER) Y RETROUVENT
      * L'HISTORIQUE DES DEUX NUMEROS POUR LE PRESENTER COMME UN SEUL.
      * UN NOUVEAU NUMERO PEUT A SON TOUR ETRE RENVOYE : LA CHAINE EST
      * SUIVIE JUSQU'AU COMPTE VIVANT.
       01  ()-ZCMA.
         05 ()-FONCTION        PIC X(03).
         05 ()-DONNEES.
          10 ()-ANCIEN        PIC X(11).
          10 ()-NOUVEAU       PIC X(11).
      * DATE DE LA MIGRATION (AAAA-MM-JJ).
          10 ()-DATE-MIGRATION PIC X(10).
      * NATURE : 'F' FUSION DANS UN COMPTE EXISTANT, 'R'
      * RENUMEROTATION VERS UN COMPTE CREE POUR L'OCCASION.
          10 ()-MOTIF         PIC X(01).
            88 ()-FUSION          VALUE 'F'.
            88 ()-RENUMEROTATION  VALUE 'R'.
         05 ()-RETOUR.
          10 ()-CODRET        PIC X(02).
          10 ()-SQLCODE       PIC S9(3).
          10 ()-LIBRET        PIC X(30).
