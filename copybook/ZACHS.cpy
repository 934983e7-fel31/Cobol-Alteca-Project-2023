      * SORT DES CHEQUES (TBCHS, ACCESSEUR MACHS) : UNE LIGNE PAR
      * CHEQUE PAYE (POSEE PAR GKMAJ001 AU POSTE DU DEBIT) OU FRAPPE
      * D'OPPOSITION (POSEE PAR CHGTBCHQ) ; UN CHEQUE DELIVRE SANS
      * LIGNE ICI EST EN CIRCULATION.
       01  ()-ZCMA.
         05 ()-FONCTION        PIC X(03).
         05 ()-DONNEES.
          10 ()-COMPTE        PIC X(11).
          10 ()-NUM-CHEQUE    PIC 9(07).
          10 ()-STATUT        PIC X(01).
            88 ()-CHEQUE-PAYE    VALUE 'P'.
            88 ()-CHEQUE-OPPOSE  VALUE 'O'.
      * DATE DU PAIEMENT (DATE DU LOT) OU DE LA MISE EN OPPOSITION.
          10 ()-DATE-EVENEMENT PIC X(10).
          10 ()-MONTANT       PIC S9(11)V9(2) USAGE COMP-3.
      * REFERENCE DE L'OPERATION DE DEBIT, OU MOTIF DE L'OPPOSITION
      * (PERTE, VOL, UTILISATION FRAUDULEUSE).
          10 ()-REF-OPER      PIC X(10).
          10 ()-MOTIF         PIC X(20).
         05 ()-RETOUR.
          10 ()-CODRET        PIC X(02).
          10 ()-SQLCODE       PIC S9(3).
          10 ()-LIBRET        PIC X(30).
