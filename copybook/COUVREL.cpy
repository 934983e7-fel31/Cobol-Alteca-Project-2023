      * FICHIER D'ENTREE EN RELATION (DDOUVREL, 200 OCTETS), LU PAR
      * GKOUVREL : UNE RELATION EST UN ENREGISTREMENT CLIENT 'C'
      * SUIVI DE SES ENREGISTREMENTS COMPTE 'A' (UN A NEUF) ; ELLE
      * S'ACHEVE AU 'C' SUIVANT OU EN FIN DE FICHIER ET EST APPLIQUEE
      * EN TOUT OU RIEN.
       01 ()-CLIENT.
         05 ()-TYPE          PIC X(01).
           88 ()-ENR-CLIENT  VALUE 'C'.
           88 ()-ENR-COMPTE  VALUE 'A'.
         05 ()-CODCLI        PIC X(08).
         05 ()-NOM           PIC X(30).
         05 ()-ADRESSE1      PIC X(30).
         05 ()-ADRESSE2      PIC X(30).
         05 ()-VILLE         PIC X(30).
      * LANGUE ('FR' A BLANC) ET CANAL ('C' COURRIER A BLANC).
         05 ()-LANGUE        PIC X(02).
         05 ()-CANAL         PIC X(01).
         05 ()-PLAN          PIC X(04).
         05 ()-TYPE-CLIENT   PIC X(01).
         05 ()-RESIDENCE     PIC X(01).
         05 ()-PAYS-FISCAL   PIC X(02).
         05 ()-NIF-ETRANGER  PIC X(20).
         05 ()-RISQUE-KYC    PIC X(01).
      * CLIENT MINEUR : DATE DE NAISSANCE (YYYY-MM-DD) ET
      * REPRESENTANT LEGAL, CLIENT DEJA CONNU DE TBCLI.
         05 ()-DATE-NAISSANCE PIC X(10).
         05 ()-ID-TUTEUR     PIC X(08).
         05 FILLER           PIC X(21).
       01 ()-COMPTE REDEFINES ()-CLIENT.
         05 FILLER           PIC X(01).
      * NUMERO DEMANDE : LES NEUF PREMIERES POSITIONS, LA CLE DE
      * CONTROLE EST POSEE PAR GKCLECPT.
         05 ()-CPT-COMPTE    PIC X(11).
         05 ()-CPT-INTITULE  PIC X(20).
         05 ()-CPT-AGENCE    PIC X(03).
      * PRODUIT ('CPT' A BLANC) ET DEVISE DE TENUE ('EUR' A BLANC).
         05 ()-CPT-PRODUIT   PIC X(03).
         05 ()-CPT-DEVISE    PIC X(03).
      * CYCLE DE RELEVE : FREQUENCE 'M' (JOUR 01 A 28) OU 'W' (JOUR
      * 1 = LUNDI A 7) ; A BLANC, MENSUEL LE 01.
         05 ()-CPT-FREQUENCE PIC X(01).
         05 ()-CPT-JOUR      PIC X(02).
         05 FILLER           PIC X(156).
