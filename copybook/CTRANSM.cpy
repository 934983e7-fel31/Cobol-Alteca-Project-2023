      * REGISTRE DES TRANSMISSIONS AUX PARTENAIRES EXTERIEURS.
      *
      * ZONE D'APPEL DU MODULE GKTRFREG : LE PROGRAMME PRODUCTEUR
      * OUVRE L'ENVOI ('OUV' : PARTENAIRE, FICHIER = DD DE SORTIE,
      * LONGUEUR D'ENREGISTREMENT), PASSE CHAQUE ENREGISTREMENT QU'IL
      * ECRIT ('ENR', ARCHIVE A L'IDENTIQUE POUR UN RENVOI) PUIS FERME
      * L'ENVOI ('FIN' AVEC SON MONTANT DE CONTROLE) ; LE MODULE
      * ATTRIBUE LE NUMERO D'ENVOI, COMPTE LES ENREGISTREMENTS ET
      * INSCRIT L'ENVOI AU REGISTRE. UNE ZONE PAR FICHIER ENVOYE.
       01 ()-ZONE.
         05 ()-FONCTION      PIC X(03).
           88 ()-OUVERTURE   VALUE 'OUV'.
           88 ()-ENREGISTRE  VALUE 'ENR'.
           88 ()-FERMETURE   VALUE 'FIN'.
         05 ()-NO-ENVOI      PIC X(20).
         05 ()-PROGRAMME     PIC X(08).
         05 ()-PARTENAIRE    PIC X(08).
         05 ()-FICHIER       PIC X(08).
         05 ()-LRECL         PIC 9(04).
         05 ()-NB-ENREG      PIC 9(09).
         05 ()-MONTANT       PIC S9(15)V9(2) USAGE COMP-3.
      * 'I' ENVOI INITIAL, 'R' RENVOI D'UN ENVOI DEJA INSCRIT
      * (NUMERO D'ORIGINE RENSEIGNE).
         05 ()-TYPE-ENVOI    PIC X(01).
           88 ()-ENVOI-INITIAL VALUE 'I'.
           88 ()-RENVOI        VALUE 'R'.
         05 ()-NO-ORIGINE    PIC X(20).
      * OPERATEUR QUI DEMANDE UN RENVOI (A SPACES POUR UN ENVOI DE
      * PRODUCTION).
         05 ()-OPERATEUR     PIC X(08).
         05 ()-DONNEES       PIC X(200).
         05 ()-CODRET        PIC X(02).
         05 ()-LIBRET        PIC X(30).
      *
      * REGISTRE (DDTRFREG, AJOUT, 150 OCTETS) : UNE LIGNE PAR FICHIER
      * REMIS, ECRITE A LA FERMETURE DE L'ENVOI. LE NUMERO D'ENVOI
      * (AAAAMMJJHHMMSSCC + RANG DANS LE RUN) EST LA CLE COMMUNE AU
      * REGISTRE, A L'ARCHIVE ET AUX ACQUITTEMENTS.
       01 ()-REGISTRE.
         05 ()-RG-NO-ENVOI   PIC X(20).
         05 ()-RG-DATE       PIC X(10).
         05 ()-RG-HEURE      PIC X(08).
         05 ()-RG-PROGRAMME  PIC X(08).
         05 ()-RG-PARTENAIRE PIC X(08).
         05 ()-RG-FICHIER    PIC X(08).
         05 ()-RG-LRECL      PIC 9(04).
         05 ()-RG-NB-ENREG   PIC 9(09).
         05 ()-RG-MONTANT    PIC S9(15)V9(2).
         05 ()-RG-TYPE-ENVOI PIC X(01).
         05 ()-RG-NO-ORIGINE PIC X(20).
         05 ()-RG-OPERATEUR  PIC X(08).
         05 FILLER           PIC X(29).
      *
      * ARCHIVE DES ENVOIS (DDTRFARC, AJOUT, 240 OCTETS) : CHAQUE
      * ENREGISTREMENT REMIS, TEL QU'IL A ETE ECRIT, SOUS SON NUMERO
      * D'ENVOI ET SON RANG ; SOURCE DU RENVOI A L'IDENTIQUE (GKTRFENV).
      * UN RENVOI N'EST PAS REARCHIVE : SON NUMERO D'ORIGINE DESIGNE
      * LES ENREGISTREMENTS ARCHIVES.
       01 ()-ARCHIVE.
         05 ()-AR-NO-ENVOI   PIC X(20).
         05 ()-AR-RANG       PIC 9(09).
         05 ()-AR-LONGUEUR   PIC 9(04).
         05 ()-AR-DONNEES    PIC X(200).
         05 FILLER           PIC X(07).
      *
      * ACCUSE DE RECEPTION D'UN PARTENAIRE (DDTRFACK, 100 OCTETS,
      * MIS AU FORMAT PAR LA PASSERELLE D'ECHANGE) : NUMERO D'ENVOI
      * QUAND LE PARTENAIRE LE RESTITUE, SINON FICHIER ET DATE
      * D'ENVOI ; NOMBRE ET MONTANT RECUS ; STATUT 'OK' RECU ET
      * ACCEPTE, 'KO' REFUSE. GKTRFACK LE RAPPROCHE DU REGISTRE ET LE
      * RECOPIE DANS LE JOURNAL DES ACQUITTEMENTS (DDTRFACQ) AVEC LE
      * RESULTAT DU RAPPROCHEMENT.
       01 ()-ACQUIT.
         05 ()-AK-PARTENAIRE PIC X(08).
         05 ()-AK-NO-ENVOI   PIC X(20).
         05 ()-AK-FICHIER    PIC X(08).
         05 ()-AK-DATE-ENVOI PIC X(10).
         05 ()-AK-NB-ENREG   PIC 9(09).
         05 ()-AK-MONTANT    PIC S9(15)V9(2).
         05 ()-AK-STATUT     PIC X(02).
         05 ()-AK-DATE-RECEP PIC X(10).
         05 ()-AK-HEURE-RECEP PIC X(08).
      * 'OK' CONFORME AU REGISTRE, 'EC' ECART DE NOMBRE OU DE
      * MONTANT, 'KO' REFUSE PAR LE PARTENAIRE, 'IN' ENVOI INCONNU.
         05 ()-AK-RESULTAT   PIC X(02).
           88 ()-AK-CONFORME VALUE 'OK'.
           88 ()-AK-ECART    VALUE 'EC'.
           88 ()-AK-REFUSE   VALUE 'KO'.
           88 ()-AK-INCONNU  VALUE 'IN'.
         05 FILLER           PIC X(06).
