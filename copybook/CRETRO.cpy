      * JOURNAL DES CORRECTIONS D'INTERETS EN VALEUR (DDRETRO, AJOUT,
      * 100 OCTETS), ECRIT PAR GKINTACC ET EDITE PAR MOIS PAR
      * GKRETRPT : UN 'O' PAR OPERATION POSTEE DEPUIS LE DERNIER JOUR
      * COURU AVEC UNE DATE DE VALEUR ANTERIEURE OU EGALE A CE JOUR,
      * PUIS UN 'C' PAR COMPTE PORTANT LA DIFFERENCE D'INTERETS
      * AJOUTEE AU CUMUL TBINTACC DU MOIS COURU.
       01 ()-ENREG.
         05 ()-TYPE          PIC X(01).
           88 ()-OPERATION   VALUE 'O'.
           88 ()-CORRECTION  VALUE 'C'.
      * NUIT DE CALCUL, COMPTE ET MOIS TBINTACC CORRIGE.
         05 ()-DATE-CALCUL   PIC X(10).
         05 ()-COMPTE        PIC X(11).
         05 ()-MOIS          PIC X(07).
         05 FILLER           PIC X(71).
       01 ()-OPER REDEFINES ()-ENREG.
         05 FILLER           PIC X(29).
         05 ()-REF-OPER      PIC X(10).
         05 ()-CODE-OPER     PIC X(03).
         05 ()-DATE-OPER     PIC X(10).
         05 ()-DATE-VALEUR   PIC X(10).
      * MONTANT SIGNE (SENS DU COMPTE) ET NOMBRE DE JOURS COURUS
      * SANS L'OPERATION.
         05 ()-MONTANT       PIC S9(13)V9(2).
         05 ()-NB-JOURS      PIC 9(05).
      * 'C' OPERATION PRISE EN COMPTE, 'H' DATE DE VALEUR HORS DE LA
      * FENETRE DE RECALCUL (PLUS D'UN AN AVANT LE DERNIER JOUR COURU),
      * A TRAITER A LA MAIN.
         05 ()-STATUT        PIC X(01).
           88 ()-OPER-CORRIGEE  VALUE 'C'.
           88 ()-OPER-HORS-DELAI VALUE 'H'.
         05 FILLER           PIC X(17).
       01 ()-CORR REDEFINES ()-ENREG.
         05 FILLER           PIC X(29).
      * JOURS RECALCULES : DE LA PLUS ANCIENNE DATE DE VALEUR AU
      * DERNIER JOUR DEJA COURU.
         05 ()-DATE-DEBUT    PIC X(10).
         05 ()-DATE-FIN      PIC X(10).
         05 ()-NB-OPER       PIC 9(04).
         05 ()-CORR-CREDIT   PIC S9(11)V9(2).
         05 ()-CORR-DEBIT    PIC S9(11)V9(2).
         05 FILLER           PIC X(21).
