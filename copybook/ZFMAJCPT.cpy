      * GKMAJ001 APRES LA COPIE GROUPE, COMME LES DATES) : HISTORISE
      * SUR TBHIS ET SERVI JUSQU'AU RELEVE.
         05 ZF-LIBELLE-OPER  PIC X(14).
      * ENTITE COMPTABLE PORTEE PAR L'ENTETE DE LOT '00' (REPOSEE PAR
      * GKMAJ001 APRES LA COPIE GROUPE) : QUAND ELLE EST RENSEIGNEE,
      * ZF-ENTITE-CONTROLE EST A 'O' ET UNE OPERATION SUR UN COMPTE
      * D'UNE AUTRE ENTITE EST REJETEE (CODRET '15'), SAUF SUR LE
      * COMPTE DE LIAISON INTER-ENTITES.
         05 ZF-ENTITE        PIC X(03).
         05 ZF-ENTITE-CONTROLE PIC X(01).
           88 ZF-ENTITE-CONTROLEE VALUE 'O'.
      * NUMERO DE COMPTE VIRTUEL (TBVIR) AUQUEL L'OPERATION ETAIT
      * ADRESSEE, ZF-COMPTE PORTANT ALORS LE COMPTE MAITRE DE LA PLAGE
      * (OU LE NUMERO LUI-MEME S'IL N'EST PAS ATTRIBUE, L'OPERATION
      * PARTANT AU COMPTE D'ATTENTE) : REPORTE SUR LA LIGNE TBHIS DU
      * CREDIT ; UN DEBIT ADRESSE A UN NUMERO VIRTUEL EST REJETE
      * (CODRET '23'). A SPACES POUR TOUTE AUTRE OPERATION.
         05 ZF-COMPTE-VIRTUEL PIC X(11).
       01  ZF-RETOUR.
         05 ZF-CODRET        PIC X(02).
         05 ZF-SQLCODE       PIC S9(03).
      * RUN, REMONTE SUR LES APPELS DE FLUSH ('FL') POUR QUE
      * L'APPELANT LES PORTE A SON BILAN DE FIN DE JOB.
         05 ZF-NB-FRAIS-KO   PIC 9(06).
      * RECHERCHES DE REFERENTIEL (TBHOP, TBDEV, TBCAL) SERVIES PAR
      * L'ANTEMEMOIRE DE MFMAJCPT OU RETOMBEES SUR DB2 DEPUIS LE
      * DEBUT DU RUN, REMONTEES AU FLUSH COMME ZF-NB-FRAIS-KO.
         05 ZF-CACHE-COMPTEURS.
           10 ZF-NB-OPE-SERVIS PIC 9(08).
           10 ZF-NB-OPE-DB2    PIC 9(08).
           10 ZF-NB-DEV-SERVIS PIC 9(08).
           10 ZF-NB-DEV-DB2    PIC 9(08).
           10 ZF-NB-CAL-SERVIS PIC 9(08).
           10 ZF-NB-CAL-DB2    PIC 9(08).
