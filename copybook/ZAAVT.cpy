      * REGISTRE DES AVIS DE MODIFICATION TARIFAIRE (TBAVT, ACCESSEUR
      * MAAVT) : UNE LIGNE PAR CLIENT ET PAR CHANGEMENT DE TARIF
      * NOTIFIE, POSEE PAR GKAVTAR QUAND L'AVIS PERSONNALISE EST
      * PRODUIT. C'EST LA PREUVE, OPPOSABLE, QUE LE CLIENT A ETE
      * PREVENU ET QUAND ; UNE LIGNE EXISTANTE EMPECHE UN SECOND AVIS
      * POUR LE MEME CHANGEMENT EN CAS DE RELANCE.
       01  ()-ZCMA.
         05 ()-FONCTION        PIC X(03).
         05 ()-DONNEES.
          10 ()-CODCLI        PIC X(08).
      * REFERENCE DU CHANGEMENT DE TARIF (CARTE SYSIN DE GKAVTAR) ET
      * DATE A LAQUELLE IL PREND EFFET (AAAA-MM-JJ).
          10 ()-REF-CHGT      PIC X(08).
          10 ()-DATE-EFFET    PIC X(10).
      * DATE ET HEURE DE PRODUCTION DE L'AVIS, CANAL ET LANGUE DANS
      * LESQUELS IL A ETE ADRESSE, NOMBRE DE CODES OPERATION CITES.
          10 ()-DATE-AVIS     PIC X(10).
          10 ()-HEURE-AVIS    PIC X(08).
          10 ()-CANAL         PIC X(01).
          10 ()-LANGUE        PIC X(02).
          10 ()-NB-LIGNES     PIC 9(03).
         05 ()-RETOUR.
          10 ()-CODRET        PIC X(02).
          10 ()-SQLCODE       PIC S9(3).
          10 ()-LIBRET        PIC X(30).
