      * JOURNAL CENTRAL DES CHANGEMENTS DU REFERENTIEL (DDAUDREF,
      * AJOUT, 630 OCTETS) : UN ENREGISTREMENT PAR LIGNE CREEE,
      * MODIFIEE OU SUPPRIMEE PAR UN CHARGEUR, ECRIT PAR LE MODULE
      * GKAUDIT. IMAGE AVANT (A SPACES POUR UNE CREATION) ET APRES (A
      * SPACES POUR UNE SUPPRESSION) DE LA ZONE DONNEES DE
      * L'ACCESSEUR DE LA TABLE, OPERATEUR ET FICHIER D'INSTRUCTIONS
      * A L'ORIGINE DU CHANGEMENT ; INTERROGE PAR GKAUDRPT.
       01 ()-ENREG.
      * HORODATAGE POSE PAR GKAUDIT.
         05 ()-DATE       PIC X(10).
         05 ()-HEURE      PIC X(08).
         05 ()-PROGRAMME  PIC X(08).
         05 ()-OPERATEUR  PIC X(08).
         05 ()-FICHIER    PIC X(44).
         05 ()-TABLE      PIC X(07).
      * ACTION DE L'INSTRUCTION (ADD, UPDATE, REVOKE...) ET EFFET SUR
      * LA LIGNE.
         05 ()-ACTION     PIC X(08).
         05 ()-OPERATION  PIC X(01).
           88 ()-CREATION     VALUE 'I'.
           88 ()-MODIFICATION VALUE 'U'.
           88 ()-SUPPRESSION  VALUE 'D'.
      * IDENTIFIANT DE LA LIGNE (COLONNES CLES MISES BOUT A BOUT,
      * JUSQU'A UN IBAN COMPLET).
         05 ()-CLE        PIC X(34).
         05 ()-AVANT      PIC X(250).
         05 ()-APRES      PIC X(250).
         05 FILLER        PIC X(02).
      *
      * CARTE SYSIN D'IDENTIFICATION, LUE PAR CHAQUE CHARGEUR AVANT
      * SES INSTRUCTIONS : OPERATEUR QUI SOUMET LE CHARGEMENT
      * (OBLIGATOIRE) ET NOM DU FICHIER D'INSTRUCTIONS SOUMIS.
       01 ()-CARTE.
         05 ()-CT-OPERATEUR PIC X(08).
         05 FILLER          PIC X(01).
         05 ()-CT-FICHIER   PIC X(44).
         05 FILLER          PIC X(27).
