      * REMISE DE PRELEVEMENTS D'UN CREANCIER ENTREPRISE (80 OCTETS) :
      * UN EN-TETE '00' PAR REMISE (CREANCIER ENREGISTRE SUR TBCRE ET
      * COMPTE A CREDITER), UN '10' PAR COLLECTE SUR UN DEBITEUR, UN
      * TRAILER '99' PAR REMISE ; UN FICHIER PEUT PORTER PLUSIEURS
      * REMISES A LA SUITE.
       01 ()-ENREG.
         05 ()-TYPE          PIC X(02).
         05 FILLER           PIC X(78).
       01 ()-ENREG-00 REDEFINES ()-ENREG.
         05 ()-TYPE-00       PIC X(02).
      * NUMERO DE REMISE ATTRIBUE PAR LE CANAL ENTREPRISE, UNIQUE :
      * IL FONDE LES REFERENCES DE PRESENTATION ET DE CREDIT, DE
      * SORTE QU'UNE REMISE REPASSEE N'EST JAMAIS PRESENTEE DEUX FOIS.
         05 ()-NUM-REMISE    PIC 9(06).
         05 ()-CREANCIER     PIC X(08).
         05 ()-COMPTE-CREANCIER PIC X(11).
      * DATE DE REGLEMENT DEMANDEE (AAAA-MM-JJ), POSTERIEURE A LA
      * DATE DE REMISE : LES DEBITEURS SONT DEBITES CE JOUR-LA ET LE
      * CREANCIER CREDITE EN MEME TEMPS.
         05 ()-DATE-REGLT    PIC X(10).
         05 ()-CODE-DEV      PIC X(03).
         05 ()-NB-COLLECTES  PIC 9(06).
         05 ()-MT-TOTAL      PIC 9(11)V99.
      * REFERENCE DE LA REMISE CHEZ LE CREANCIER, REPRISE SUR SON
      * COMPTE RENDU ET SUR LA LIGNE DE CREDIT GLOBAL DE SON RELEVE.
         05 ()-REF-CLIENT    PIC X(16).
         05 FILLER           PIC X(05).
       01 ()-ENREG-10 REDEFINES ()-ENREG.
         05 ()-TYPE-10       PIC X(02).
      * COMPTE DU DEBITEUR CHEZ SA BANQUE, MANDAT QU'IL A SIGNE AU
      * CREANCIER ET DATE DE SIGNATURE DE CE MANDAT.
         05 ()-COMPTE-DEBITEUR PIC X(11).
         05 ()-REF-MANDAT    PIC X(16).
         05 ()-DATE-SIGNATURE PIC X(10).
         05 ()-MONTANT       PIC 9(11)V99.
         05 ()-NOM-DEBITEUR  PIC X(20).
         05 FILLER           PIC X(08).
       01 ()-ENREG-99 REDEFINES ()-ENREG.
         05 ()-TYPE-99       PIC X(02).
         05 ()-NB-99         PIC 9(06).
         05 ()-MT-99         PIC 9(11)V99.
         05 FILLER           PIC X(59).
      *
      * FICHIER DE PRESENTATION REMIS A LA CHAMBRE DE COMPENSATION
      * (140 OCTETS) : EN-TETE '00' (DATE D'EMISSION), UN '10' PAR
      * COLLECTE PRESENTEE, TRAILER '99' AVEC NOMBRE ET MONTANT. LA
      * REFERENCE DE PRESENTATION EST CELLE QUE PORTE UN IMPAYE
      * REVENU DE LA COMPENSATION.
       01 ()-PRES-00.
         05 ()-PR-TYPE-00    PIC X(02).
         05 ()-PR-DATE-00    PIC X(10).
         05 FILLER           PIC X(128).
       01 ()-PRES-10 REDEFINES ()-PRES-00.
         05 ()-PR-TYPE-10    PIC X(02).
         05 ()-PR-REF-PRES   PIC X(10).
         05 ()-PR-CREANCIER  PIC X(08).
         05 ()-PR-COMPTE-CREANCIER PIC X(11).
         05 ()-PR-COMPTE-DEBITEUR  PIC X(11).
         05 ()-PR-REF-MANDAT PIC X(16).
         05 ()-PR-DATE-SIGNATURE PIC X(10).
         05 ()-PR-MONTANT    PIC 9(11)V99.
         05 ()-PR-CODE-DEV   PIC X(03).
         05 ()-PR-DATE-REGLT PIC X(10).
         05 ()-PR-NOM-DEBITEUR PIC X(20).
         05 ()-PR-REF-CLIENT PIC X(16).
         05 FILLER           PIC X(10).
       01 ()-PRES-99 REDEFINES ()-PRES-00.
         05 ()-PR-TYPE-99    PIC X(02).
         05 ()-PR-NB-99      PIC 9(06).
         05 ()-PR-MT-99      PIC 9(11)V99.
         05 FILLER           PIC X(119).
