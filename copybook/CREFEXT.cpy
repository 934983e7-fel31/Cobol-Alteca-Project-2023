      * IMAGE DU REFERENTIEL ET EXTRACTION QUOTIDIENNE DE SES
      * MOUVEMENTS POUR L'ENTREPOT DE DONNEES (PRODUITES PAR GKEXTREF).
      *
      * IMAGE (DDIMGAV/DDIMGAP, 240 OCTETS) : EN-TETE '00' (DATE ET
      * HEURE DE PRISE), UN '10' PAR LIGNE DES TABLES SUIVIES, TRAILER
      * '99' AVEC LE NOMBRE DE LIGNES. L'IMAGE DU JOUR EST LA REFERENCE
      * DE L'EXTRACTION DU LENDEMAIN. LES LIGNES SONT RANGEES PAR RANG
      * DE TABLE PUIS IDENTIFIANT (ORDRE DES CURSEURS DES ACCESSEURS).
       01 ()-IMAGE-00.
         05 ()-IM-TYPE-00   PIC X(02).
         05 ()-IM-DATE-00   PIC X(10).
         05 ()-IM-HEURE-00  PIC X(08).
         05 FILLER          PIC X(220).
       01 ()-IMAGE-10 REDEFINES ()-IMAGE-00.
         05 ()-IM-TYPE-10   PIC X(02).
         05 ()-IM-CLE-10.
      * RANG DE LA TABLE (1 = TBCLI ... 8 = TBPOOL), NOM DE LA TABLE ET
      * IDENTIFIANT DE LA LIGNE (COLONNES CLES MISES BOUT A BOUT).
            10 ()-IM-RANG-10  PIC 9(01).
            10 ()-IM-TABLE-10 PIC X(06).
            10 ()-IM-ID-10    PIC X(24).
      * ZONE DONNEES DE L'ACCESSEUR DE LA TABLE, TELLE QUE SERVIE PAR
      * SON CURSEUR (DISPOSITION ZACLI, CPTFUNC, ZAPDT, ZAORD, ZAMDT,
      * ZADCV, ZAGAG OU ZAPOOL).
         05 ()-IM-DONNEES-10 PIC X(200).
         05 FILLER          PIC X(07).
       01 ()-IMAGE-99 REDEFINES ()-IMAGE-00.
         05 ()-IM-TYPE-99   PIC X(02).
         05 ()-IM-NB-99     PIC 9(09).
         05 FILLER          PIC X(229).
      *
      * EXTRACTION (DDEXTREF, 440 OCTETS) : EN-TETE '00' (DATE DU JOUR
      * ET DATE DE L'IMAGE DE REFERENCE ; CHARGEMENT INITIAL SI AUCUNE
      * IMAGE N'EXISTAIT), UN '10' PAR LIGNE CREEE (I), MODIFIEE (U)
      * OU SUPPRIMEE (D) AVEC LES VALEURS AVANT ET APRES, UN '90' DE
      * CONTROLE PAR TABLE, TRAILER '99'. PAR TABLE, LIGNES DE LA
      * VEILLE + CREATIONS - SUPPRESSIONS = LIGNES DU JOUR.
       01 ()-EXTR-00.
         05 ()-EX-TYPE-00      PIC X(02).
         05 ()-EX-DATE-00      PIC X(10).
         05 ()-EX-HEURE-00     PIC X(08).
         05 ()-EX-DATE-REF-00  PIC X(10).
         05 ()-EX-HEURE-REF-00 PIC X(08).
         05 ()-EX-INITIAL-00   PIC X(01).
           88 ()-EX-CHARGEMENT-INITIAL VALUE 'O'.
         05 FILLER             PIC X(401).
       01 ()-EXTR-10 REDEFINES ()-EXTR-00.
         05 ()-EX-TYPE-10      PIC X(02).
         05 ()-EX-TABLE-10     PIC X(06).
         05 ()-EX-ACTION-10    PIC X(01).
           88 ()-EX-CREATION     VALUE 'I'.
           88 ()-EX-MODIFICATION VALUE 'U'.
           88 ()-EX-SUPPRESSION  VALUE 'D'.
         05 ()-EX-ID-10        PIC X(24).
      * VALEURS AVANT (A SPACES POUR UNE CREATION) ET APRES (A SPACES
      * POUR UNE SUPPRESSION), MEME DISPOSITION QUE ()-IM-DONNEES-10.
         05 ()-EX-AVANT-10     PIC X(200).
         05 ()-EX-APRES-10     PIC X(200).
         05 FILLER             PIC X(07).
       01 ()-EXTR-90 REDEFINES ()-EXTR-00.
         05 ()-EX-TYPE-90      PIC X(02).
         05 ()-EX-TABLE-90     PIC X(06).
         05 ()-EX-NB-VEILLE-90 PIC 9(09).
         05 ()-EX-NB-JOUR-90   PIC 9(09).
         05 ()-EX-NB-INS-90    PIC 9(09).
         05 ()-EX-NB-UPD-90    PIC 9(09).
         05 ()-EX-NB-DEL-90    PIC 9(09).
         05 FILLER             PIC X(387).
       01 ()-EXTR-99 REDEFINES ()-EXTR-00.
         05 ()-EX-TYPE-99      PIC X(02).
         05 ()-EX-NB-TABLES-99 PIC 9(02).
         05 ()-EX-NB-MVTS-99   PIC 9(09).
         05 ()-EX-NB-JOUR-99   PIC 9(09).
         05 FILLER             PIC X(418).
