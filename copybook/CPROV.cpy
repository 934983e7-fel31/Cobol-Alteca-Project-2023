      * PROVISION DE FIN DE MOIS D'UN COMPTE DEBITEUR (80 OCTETS),
      * ECRITE PAR GKPROVIS ET RELUE AU MOIS SUIVANT COMME BASE DE
      * LA VARIATION A COMPTABILISER.
       01 ()-ENREG.
         05 ()-COMPTE        PIC X(11).
         05 ()-ENTITE        PIC X(03).
         05 ()-AGENCE        PIC X(03).
      * MOIS DE L'ARRETE (YYYY-MM).
         05 ()-MOIS          PIC X(07).
      * CLASSE DE RISQUE 1 A 5 (VOIR GKPROVIS).
         05 ()-CLASSE        PIC 9(01).
         05 ()-NB-JOURS      PIC 9(04).
      * ENCOURS DEBITEUR PROVISIONNE (VALEUR ABSOLUE DU SOLDE).
         05 ()-ENCOURS       PIC 9(13)V99.
         05 ()-TAUX          PIC 9(03)V99.
         05 ()-PROVISION     PIC 9(13)V99.
         05 FILLER           PIC X(16).
