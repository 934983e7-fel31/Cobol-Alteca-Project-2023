      * REMISE DE VIREMENTS GROUPES D'UN CLIENT ENTREPRISE (PAIE,
      * 80 OCTETS) : UN EN-TETE '00' PAR LOT (COMPTE DONNEUR D'ORDRE
      * UNIQUE), UN '10' PAR BENEFICIAIRE, UN TRAILER '99' PAR LOT ;
      * UN FICHIER PEUT PORTER PLUSIEURS LOTS A LA SUITE.
       01 ()-ENREG.
         05 ()-TYPE          PIC X(02).
         05 FILLER           PIC X(78).
       01 ()-ENREG-00 REDEFINES ()-ENREG.
         05 ()-TYPE-00       PIC X(02).
      * NUMERO DE REMISE ATTRIBUE PAR LE CANAL ENTREPRISE, UNIQUE :
      * IL FONDE LES REFERENCES DES ECRITURES DU LOT, DE SORTE QU'UNE
      * REMISE REPASSEE N'EST JAMAIS POSTEE DEUX FOIS.
         05 ()-NUM-REMISE    PIC 9(06).
         05 ()-COMPTE-PAYEUR PIC X(11).
      * REFERENCE DU LOT CHEZ LE CLIENT, REPRISE SUR LA LIGNE DE
      * DEBIT DE SON RELEVE ET SUR LE COMPTE RENDU D'EXECUTION.
         05 ()-REF-CLIENT    PIC X(16).
         05 ()-DATE-EXECUTION PIC X(10).
         05 ()-CODE-DEV      PIC X(03).
         05 ()-NB-BENEF      PIC 9(06).
         05 ()-MT-TOTAL      PIC 9(11)V99.
      * 'O' : REMISE SIGNEE PAR DEUX MANDATAIRES DU CLIENT (VAUT
      * DOUBLE AUTORISATION AU-DELA DU SEUIL DE MFMAJCPT).
         05 ()-AUTORISATION  PIC X(01).
         05 FILLER           PIC X(12).
       01 ()-ENREG-10 REDEFINES ()-ENREG.
         05 ()-TYPE-10       PIC X(02).
         05 ()-COMPTE-BENEF  PIC X(11).
         05 ()-MONTANT       PIC 9(11)V99.
         05 ()-NOM-BENEF     PIC X(20).
      * LIBELLE PORTE SUR LE RELEVE DU BENEFICIAIRE.
         05 ()-LIBELLE-BENEF PIC X(14).
         05 FILLER           PIC X(20).
       01 ()-ENREG-99 REDEFINES ()-ENREG.
         05 ()-TYPE-99       PIC X(02).
         05 ()-NB-99         PIC 9(06).
         05 ()-MT-99         PIC 9(11)V99.
         05 FILLER           PIC X(59).
