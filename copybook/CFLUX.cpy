         05 ()-TYPE-00       PIC  X(02).
         05 ()-ORIGINE       PIC  X(03).
         05 ()-DATE          PIC  X(10).
      * ENTITE COMPTABLE (FILIALE) DU LOT ; A SPACES = LOT SANS
      * RESTRICTION D'ENTITE, CHAQUE COMPTE ETANT COMPTABILISE DANS
      * LES LIVRES DE SA PROPRE ENTITE.
         05 ()-ENTITE        PIC  X(03).
         05 FILLER           PIC  X(62).
      * SOUS-ENTETE DE BLOC : PERMET A UN MEME FICHIER FLUX DE
      * VEHICULER PLUSIEURS ORIGINES OU DATES METIER SANS ROMPRE LE
      * LOT '00'/'99' EN COURS ; ORIGINE-01/DATE-01 SONT AUX MEMES
