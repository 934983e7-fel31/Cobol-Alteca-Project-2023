      * CHEQUIERS DELIVRES (TBCHQ, ACCESSEUR MACHQ) : UNE LIGNE PAR
      * CARNET REMIS AU TITULAIRE D'UN COMPTE, AVEC LA PLAGE DE
      * NUMEROS QU'IL CONTIENT ; UN CHEQUE PRESENTE DONT LE NUMERO
      * N'APPARTIENT A AUCUN CARNET DU COMPTE N'A JAMAIS ETE EMIS.
       01  ()-ZCMA.
         05 ()-FONCTION        PIC X(03).
         05 ()-DONNEES.
          10 ()-COMPTE        PIC X(11).
          10 ()-NUM-DEBUT     PIC 9(07).
          10 ()-NUM-FIN       PIC 9(07).
          10 ()-DATE-EMISSION PIC X(10).
          10 ()-STATUT        PIC X(01).
            88 ()-CHQ-ACTIF    VALUE 'A'.
      * CARNET ANNULE (PERDU AVANT USAGE, COMPTE CLOS) : SES CHEQUES
      * NON ENCORE PAYES NE SONT PLUS HONORES.
            88 ()-CHQ-ANNULE   VALUE 'X'.
      * NUMERO DE CHEQUE RECHERCHE PAR LA FONCTION NUM (CARNET DU
      * COMPTE QUI CONTIENT CE NUMERO).
          10 ()-NUM-CHEQUE    PIC 9(07).
         05 ()-RETOUR.
          10 ()-CODRET        PIC X(02).
          10 ()-SQLCODE       PIC S9(3).
          10 ()-LIBRET        PIC X(30).
