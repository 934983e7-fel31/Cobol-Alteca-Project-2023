      * REGISTRE DES AUTORISATIONS CARTE (TBAUT, ACCESSEUR MAAUT) :
      * UNE LIGNE PAR AUTORISATION DONNEE PAR LE PROCESSEUR CARTE
      * (COMPTE + CODE D'AUTORISATION), CHARGEE CHAQUE JOUR PAR
      * GKCRTCLR DEPUIS LE JOURNAL DES AUTORISATIONS. LE MONTANT
      * BLOQUE EST LIBERE QUAND LA COMPENSATION ARRIVE OU QUAND
      * L'AUTORISATION EXPIRE SANS COMPENSATION.
       01  ()-ZCMA.
         05 ()-FONCTION        PIC X(03).
         05 ()-DONNEES.
          10 ()-COMPTE        PIC X(11).
          10 ()-CODE-AUTOR    PIC X(06).
      * NUMERO DE CARTE MASQUE TEL QUE TRANSMIS PAR LE PROCESSEUR.
          10 ()-NUM-CARTE     PIC X(16).
          10 ()-DATE-AUTOR    PIC X(10).
          10 ()-CODE-DEV      PIC X(03).
          10 ()-MONTANT-AUTOR PIC S9(11)V9(2) USAGE COMP-3.
      * MONTANT ENCORE BLOQUE SUR LE COMPTE (A ZERO UNE FOIS
      * L'AUTORISATION COMPENSEE OU EXPIREE).
          10 ()-MONTANT-BLOQUE PIC S9(11)V9(2) USAGE COMP-3.
          10 ()-COMMERCANT    PIC X(14).
      * STATUT : 'O' OUVERTE (MONTANT BLOQUE), 'C' COMPENSEE, 'E'
      * EXPIREE SANS COMPENSATION.
          10 ()-STATUT        PIC X(01).
            88 ()-AUT-OUVERTE   VALUE 'O'.
            88 ()-AUT-COMPENSEE VALUE 'C'.
            88 ()-AUT-EXPIREE   VALUE 'E'.
          10 ()-DATE-LIBERATION PIC X(10).
      * MONTANT ET REFERENCE DE L'OPERATION DE COMPENSATION EMISE.
          10 ()-MONTANT-COMPENSE PIC S9(11)V9(2) USAGE COMP-3.
          10 ()-REF-OPER      PIC X(10).
         05 ()-RETOUR.
          10 ()-CODRET        PIC X(02).
          10 ()-SQLCODE       PIC S9(3).
          10 ()-LIBRET        PIC X(30).
