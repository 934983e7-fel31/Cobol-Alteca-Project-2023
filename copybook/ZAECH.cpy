      * TABLEAU D'AMORTISSEMENT DES PRETS (TBECH, ACCESSEUR MAECH) :
      * UNE LIGNE PAR ECHEANCE, CAPITAL ET INTERETS SEPARES, GENEREE
      * PAR GKPRTAMO ET SUIVIE PAR GKPRTECH (EMISSION) ET GKPRTIMP
      * (IMPAYES). STATUT 'P' PREVUE, 'E' EMISE EN LOT FLUX, 'I'
      * IMPAYEE (REJETEE POUR PROVISION INSUFFISANTE), 'R' REGLEE
      * (LES DEUX JAMBES HISTORISEES SUR TBHIS).
       01  ()-ZCMA.
         05 ()-FONCTION        PIC X(03).
         05 ()-DONNEES.
          10 ()-ID-PRET       PIC X(06).
          10 ()-NUM           PIC 9(03).
      * EN ENTREE DE 'EDB', LA DATE COURANTE : LES ECHEANCES NON
      * REGLEES ARRIVEES A CETTE DATE SONT PARCOURUES.
          10 ()-DATE-ECHEANCE PIC X(10).
          10 ()-MT-CAPITAL    PIC S9(11)V9(2) USAGE COMP-3.
          10 ()-MT-INTERET    PIC S9(11)V9(2) USAGE COMP-3.
      * CAPITAL RESTANT DU APRES PAIEMENT DE CETTE ECHEANCE.
          10 ()-CAPITAL-RESTANT PIC S9(11)V9(2) USAGE COMP-3.
          10 ()-STATUT        PIC X(01).
            88 ()-ECH-PREVUE  VALUE 'P'.
            88 ()-ECH-EMISE   VALUE 'E'.
            88 ()-ECH-IMPAYEE VALUE 'I'.
            88 ()-ECH-REGLEE  VALUE 'R'.
      * DATE DU PREMIER REJET (BASE DE L'ANCIENNETE DE L'IMPAYE) ET
      * NOMBRE DE PRESENTATIONS EN LOT FLUX.
          10 ()-DATE-IMPAYE   PIC X(10).
          10 ()-NB-PRESENTATIONS PIC 9(02).
         05 ()-RETOUR.
          10 ()-CODRET        PIC X(02).
          10 ()-SQLCODE       PIC S9(3).
          10 ()-LIBRET        PIC X(30).
