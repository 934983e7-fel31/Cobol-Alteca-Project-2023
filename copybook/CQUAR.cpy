      * QUARANTAINE DES ENREGISTREMENTS DU FLUX QUI FONT ABENDER LE
      * RUN A CHAQUE REPRISE (DDQUAR, 160 OCTETS) : UN ENREGISTREMENT
      * PAR ENREGISTREMENT ECARTE, AVEC SA POSITION DANS LE FLUX, SON
      * LOT, LE MOTIF ET SON IMAGE BRUTE, POUR CORRECTION ET
      * REPRESENTATION PAR L'EXPLOITATION. LE LOT CONCERNE FINIT NON
      * CERTIFIE POUR LE MONTANT ECARTE.
       01 ()-ENREG.
         05 ()-PROGRAMME   PIC X(08).
         05 ()-DATE        PIC X(10).
         05 ()-HEURE       PIC X(08).
      * RANG DE L'ENREGISTREMENT DANS LE FICHIER D'ENTREE (1 = PREMIER
      * ENREGISTREMENT LU) ET LOT AUQUEL IL APPARTIENT.
         05 ()-POSITION    PIC 9(09).
         05 ()-ORIGINE     PIC X(03).
         05 ()-DATE-LOT    PIC X(10).
      * MOTIF DE LA MISE EN QUARANTAINE ET NOMBRE DE REPRISES DU
      * FICHIER JOURNALISEES AVANT ELLE (DDRSTJRN).
         05 ()-MOTIF       PIC X(30).
         05 ()-NB-REPRISES PIC 9(02).
         05 ()-IMAGE       PIC X(80).
