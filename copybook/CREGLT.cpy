      * RELEVE QUOTIDIEN DE REGLEMENT DE LA CHAMBRE DE COMPENSATION
      * (80 OCTETS) : EN-TETE '00' (DATE DE REGLEMENT), UN '10' PAR
      * VIREMENT TRAITE DANS UN CYCLE (REGLE OU RETOURNE), UN '90'
      * PAR CYCLE PORTANT LE NET DEBITE A LA BANQUE, TRAILER '99'.
      * LE CYCLE EST DESIGNE PAR LA DATE DE L'EN-TETE DU FICHIER
      * INTERBANCAIRE (DDINTERB) QUI LUI A ETE REMIS.
       01 ()-ENREG.
         05 ()-TYPE          PIC X(02).
         05 FILLER           PIC X(78).
       01 ()-ENREG-00 REDEFINES ()-ENREG.
         05 ()-TYPE-00       PIC X(02).
         05 ()-DATE-REGLEMENT PIC X(10).
         05 FILLER           PIC X(68).
       01 ()-ENREG-10 REDEFINES ()-ENREG.
         05 ()-TYPE-10       PIC X(02).
         05 ()-CYCLE         PIC X(10).
         05 ()-REF-OPER      PIC X(10).
         05 ()-COMPTE        PIC X(11).
         05 ()-CODE-DEV      PIC X(03).
         05 ()-MONTANT       PIC 9(11)V99.
         05 ()-STATUT        PIC X(01).
           88 ()-REGLE       VALUE 'R'.
           88 ()-RETOURNE    VALUE 'T'.
         05 ()-MOTIF         PIC X(20).
         05 FILLER           PIC X(10).
       01 ()-ENREG-90 REDEFINES ()-ENREG.
         05 ()-TYPE-90       PIC X(02).
         05 ()-CYCLE-90      PIC X(10).
         05 ()-MT-NET        PIC 9(11)V99.
         05 FILLER           PIC X(55).
       01 ()-ENREG-99 REDEFINES ()-ENREG.
         05 ()-TYPE-99       PIC X(02).
         05 ()-NB-10         PIC 9(06).
         05 FILLER           PIC X(72).
