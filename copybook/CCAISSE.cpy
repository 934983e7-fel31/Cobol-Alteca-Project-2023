      * COMPTAGE DE FIN DE JOURNEE DECLARE PAR LE CAISSIER D'UNE
      * AGENCE POUR UN COMPTE GENERAL DE CAISSE (FICHIER DDCAICPT,
      * LU PAR GKCAISSE) : UN ENREGISTREMENT PAR CAISSE ET JOURNEE.
       01 ()-ENREG.
         05 ()-AGENCE          PIC X(03).
         05 ()-COMPTE-GL       PIC X(11).
         05 ()-DATE-COMPTAGE   PIC X(10).
         05 ()-MONTANT         PIC 9(13)V9(2).
         05 ()-CAISSIER        PIC X(08).
         05 FILLER             PIC X(33).
