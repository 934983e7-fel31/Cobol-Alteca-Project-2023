      * REGISTRE DES PASSAGES EN PERTE (TBPEP, ACCESSEUR MAPEP) : UN
      * ENREGISTREMENT PERMANENT PAR COMPTE PASSE EN PERTE PAR
      * GKPERTE (MONTANT, DATE, MOTIF, APPROBATEUR), PUIS CREDITE
      * DES RECOUVREMENTS BALAYES PAR MFMAJCPT SOUS LE CODE 'RCV'.
      * SERVI PAR GKPEPRPT (ETAT ANNUEL DES PERTES ET RECOUVREMENTS).
      * UN ENREGISTREMENT N'EST JAMAIS SUPPRIME.
       01  ()-ZCMA.
         05 ()-FONCTION        PIC X(03).
         05 ()-DONNEES.
      * COMPTE PASSE EN PERTE (CLOS PAR GKPERTE).
          10 ()-COMPTE        PIC X(11).
      * CLIENT TITULAIRE (TBCLI) : SES CREDITS SUR UN AUTRE COMPTE
      * SONT BALAYES EN RECOUVREMENT TANT QUE LA PERTE N'EST PAS
      * ENTIEREMENT RECOUVREE (FONCTION 'CLI').
          10 ()-CODCLI        PIC X(08).
          10 ()-ENTITE        PIC X(03).
          10 ()-AGENCE        PIC X(03).
          10 ()-MONTANT-PERTE PIC S9(11)V9(2) USAGE COMP-3.
          10 ()-DATE-PERTE    PIC X(10).
      * REFERENCE DE L'ECRITURE DE PERTE SUR TBHIS ('PP' + DATE).
          10 ()-REF-PERTE     PIC X(10).
          10 ()-MOTIF         PIC X(30).
      * IDENTIFIANT DE L'APPROBATEUR DE LA PERTE (COMITE OU
      * DELEGATAIRE), OBLIGATOIRE SUR L'INSTRUCTION.
          10 ()-APPROBATEUR   PIC X(08).
      * CUMUL DES RECOUVREMENTS DEPUIS LA PERTE ; LE RESTANT DU
      * (PERTE MOINS RECOUVRE) BORNE LE BALAYAGE DES CREDITS.
          10 ()-MONTANT-RECOUVRE PIC S9(11)V9(2) USAGE COMP-3.
          10 ()-DATE-RECOUVRE PIC X(10).
          10 ()-NB-RECOUVREMENTS PIC 9(03).
         05 ()-RETOUR.
          10 ()-CODRET        PIC X(02).
          10 ()-SQLCODE       PIC S9(3).
          10 ()-LIBRET        PIC X(30).
