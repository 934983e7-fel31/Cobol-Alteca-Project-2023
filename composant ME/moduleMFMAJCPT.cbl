      *          (ZF-LIBELLE-OPER) EST HISTORISE AVEC CHAQUE LIGNE    *
      *          TBHIS ; LES MOUVEMENTS GENERES (FRAIS) PORTENT UN    *
      *          LIBELLE EXPLICITE                                    *
      * 15/10/26 SOUAD   COMPTE EN SUCCESSION (STATUT 'S', POSE PAR   *
      *          GKDECES) : SEULES LES OPERATIONS DE LA SUCCESSION    *
      *          ('SUC' VERSEMENT AU NOTAIRE OU AUX AYANTS DROIT,     *
      *          'ANN' RESTITUTION D'UN CREDIT POSTHUME) Y SONT       *
      *          ADMISES, AU DEBIT COMME AU CREDIT ; TOUTE AUTRE      *
      *          OPERATION RESTE REJETEE EN '06'                      *
      * 15/10/26 SOUAD   CLOISONNEMENT MULTI-ENTITES : CHAQUE POSTE   *
      *          EST PASSE DANS LES LIVRES DE L'ENTITE DU COMPTE      *
      *          (TBCPT.ENTITE) - ROUTAGE TBHOP, COMPTES TECHNIQUES   *
      *          (TBPRM SUFFIXES DU CODE ENTITE) ET RESIDUS D'ARRONDI *
      *          PAR ENTITE, ENTITE HISTORISEE SUR TBHIS ; UN LOT     *
      *          D'UNE ENTITE REJETTE EN '15' LES COMPTES D'UNE AUTRE *
      *          ENTITE, ET UN VIREMENT ENTRE ENTITES NE PASSE QUE    *
      *          PAR LE COMPTE DE LIAISON (TBPRM COMPTE-INTERENTITE)  *
      * 15/10/26 SOUAD   PASSAGE EN PERTE (TBPEP, GKPERTE) : LE CODE  *
      *          'PEP' EST ADMIS SUR UN COMPTE BLOQUE OU DORMANT ; UN  *
      *          CREDIT ULTERIEUR SUR LE COMPTE PASSE EN PERTE (CLOS)  *
      *          OU SUR UN AUTRE COMPTE DU CLIENT EST POSTE PUIS       *
      *          BALAYE SOUS LE CODE 'RCV' VERS LE COMPTE DE           *
      *          RECOUVREMENTS, A CONCURRENCE DU RESTANT DU DE LA      *
      *          PERTE, ET CUMULE SUR TBPEP                            *
      * 15/10/26 SOUAD   COMPTES TENUS EN DEVISE (TBCPT.DEVISE) : LA  *
      *          CONVERSION N'EST FAITE QUE SI LA DEVISE DE L'OPERATION*
      *          DIFFERE DE CELLE DU COMPTE (COURS ACHAT/VENTE SELON LE*
      *          SENS) ; LA CONTREPARTIE GL RESTE EN DEVISE DE BASE ;  *
      *          TBHIS GARDE LES DEUX MONTANTS (MT-CONVERTI EN BASE,   *
      *          MT-COMPTE EN DEVISE DU COMPTE) ; UN VIREMENT ENTRE    *
      *          COMPTES DE DEVISES DIFFERENTES EST REJETE EN '16'     *
      * 15/10/26 SOUAD   ANTEMEMOIRE DU REFERENTIEL DE POSTE : TBHOP   *
      *          ET TBDEV CHARGEES AU PREMIER APPEL (MAOPE/MADEV       *
      *          DEB-SUI), JOURS TBCAL RETENUS A LEUR PREMIERE         *
      *          LECTURE. TOUTE RECHERCHE NON SERVIE RETOMBE SUR DB2 ; *
      *          SUCCES ET ECHECS REMONTES AU FLUSH                    *
      *          (ZF-CACHE-COMPTEURS)                                  *
      * 15/10/26 SOUAD   EPARGNE REGLEMENTEE (REGLES DU PRODUIT TBPDT  *
      *          VIA MAPDT) : PLAFOND DE DEPOT ('17', LES INTERETS     *
      *          CREDITEURS DU PRODUIT LE FRANCHISSENT), SOLDE         *
      *          DEBITEUR INTERDIT ('18'), RETRAIT PAR SEUL VIREMENT   *
      *          VERS UN COMPTE COURANT DU MEME TITULAIRE ('19') ET    *
      *          NOMBRE MAXIMUM DE RETRAITS DU MOIS (MAHIS 'RNB',      *
      *          '20'), CONTROLES SUR LES OPERATIONS '10' ET LES DEUX  *
      *          JAMBES DU VIREMENT '20'                               *
      * 15/10/26 SOUAD   REVUE KYC ECHUE (TBCLI.RESTRICTION_KYC POSEE  *
      *          PAR GKKYCREV) : UN DEBIT '10' OU LA JAMBE DEBITRICE   *
      *          D'UN VIREMENT '20' DU CLIENT RESTREINT EST RETENU EN  *
      *          '21', LES CREDITS RESTANT ACCEPTES ; 'ANN' ET 'PEP'   *
      *          EXEMPTES                                              *
      * 15/10/26 SOUAD   VIREMENT DE SOLDE D'UNE MIGRATION DE NUMERO   *
      *          'MIG' (GKMIGCPT) : NI PLAFOND QUOTIDIEN, NI RETENUE   *
      *          KYC, NI REGLE DE RETRAIT D'EPARGNE, NI BALAYAGE DE    *
      *          RECOUVREMENT                                          *
      * 15/10/26 SOUAD   FONDS NON DISPONIBLES : UN CREDIT SOUS UN     *
      *          CODE A DELAI DE DISPONIBILITE (TBHOP.DELAI_DISPO,     *
      *          JOURS OUVRES TBCAL) EST TENU SUR TBFND (MAFND)        *
      *          JUSQU'A SA DATE DE LIBERATION ; LE GARDE-FOU DE       *
      *          DECOUVERT ET DE GAGES TRAVAILLE SUR LE DISPONIBLE     *
      *          (SOLDE MOINS GAGES MOINS FONDS NON DISPONIBLES) ; LA  *
      *          CONTRE-PASSATION D'UN CREDIT TENU LE LEVE             *
      * 15/10/26 SOUAD   CLIENT MINEUR (TBCLI.DATE_NAISSANCE, AGE      *
      *          TBPRM AGE-MAJORITE) : LE COMPTE DEBITE EST TENU SANS  *
      *          DECOUVERT (REJET '09') ET SES RETRAITS DU MOIS SONT   *
      *          BORNES PAR TBPRM MINEUR-PLAFOND-MOIS (REJET '22')     *
      * 15/10/26 SOUAD   NUMERO DE COMPTE VIRTUEL (ZF-COMPTE-VIRTUEL,  *
      *          RESOLU PAR GKMAJ001) REPORTE SUR LA LIGNE TBHIS DU    *
      *          CREDIT, DU CREDITEUR D'UN '20' OU DU SUSPENS ; UN     *
      *          DEBIT ADRESSE A UN NUMERO VIRTUEL EST REJETE ('23')   *
      * 15/10/26 SOUAD   LIAISON INTER-AGENCES : UN VIREMENT '20'      *
      *          ENTRE COMPTES DE DEUX AGENCES DIFFERENTES PASSE UNE   *
      *          ECRITURE SUR LE COMPTE DE LIAISON DE CHAQUE AGENCE    *
      *          (TBPRM COMPTE-LIAISON-<AGENCE>), HISTORISEE SUR TBHIS *
      *          SOUS LE CODE 'LIA' ET CUMULEE AU FLUSH GL : CHAQUE    *
      *          AGENCE RESTE EQUILIBREE ; AGENCE SANS COMPTE DE       *
      *          LIAISON = REJET '24'                                  *
      * 15/10/26 SOUAD   PLAFOND MENSUEL DU MINEUR CONTROLE APRES LA   *
      *          CONVERSION (02A-TREATMENT, 02V3) : RETRAITS DU MOIS   *
      *          ET RETRAIT COURANT EN DEVISE DU COMPTE, PLAFOND TBPRM *
      *          CONVERTI DE LA DEVISE DE BASE PAR 02K1                *
      *                                                       *
      *********************************************************

       COPY ZAPLN  REPLACING ==()== BY ==PLN==.
       COPY ZADCV  REPLACING ==()== BY ==DCV==.
       COPY ZAGAG  REPLACING ==()== BY ==GAG==.
       COPY ZAPEP  REPLACING ==()== BY ==PEP==.
       COPY ZAPDT  REPLACING ==()== BY ==PDT==.
       COPY ZAFND  REPLACING ==()== BY ==FND==.

      * DECOUVERT AUTORISE : LE SOLDE D'UN COMPTE NE PEUT DESCENDRE
      * EN-DECA DE CETTE BORNE (NEGATIVE) SUITE A UN DEBIT.
       01 MF-PLAFOND-NB-JOUR    PIC 9(06)       VALUE 50.
       01 MF-PLAFOND-MT-JOUR    PIC S9(11)V9(2) VALUE 500000.00.

      * MONTANT APPLIQUE AU SOLDE DU COMPTE CLIENT, EN DEVISE DE TENUE
      * DU COMPTE (SIGNE : NEGATIF POUR UN DEBIT, POSITIF POUR UN
      * CREDIT), ET SA CONTRE-VALEUR EN DEVISE DE BASE (MEME SIGNE),
      * CONSERVEE POUR POSTER LA CONTREPARTIE SUR LE COMPTE GENERAL
      * (02B-MAJ-COMPTE-GL) ET, LE CAS ECHEANT, POUR ANNULER LES DEUX
      * ECRITURES SI L'HISTORISATION SUR TBHIS ECHOUE ENSUITE
      * (MAJ-HISTORIQUE). POUR UN COMPTE EN DEVISE DE BASE LES DEUX
      * MONTANTS SONT EGAUX.
       01 MF-MNT-CONVERTI       PIC S9(13)V9(2).
       01 MF-MNT-BASE           PIC S9(13)V9(2).

      * DEVISE DE TENUE DU COMPTE DE L'OPERATION COURANTE (TBCPT.DEVISE,
      * 'EUR' QUAND A SPACES) ET, POUR UN VIREMENT, DU COMPTE CREDITE ;
      * COURS DE LA DEVISE DU COMPTE QUAND ELLE N'EST PAS LA BASE.
       01 MF-DEVISE-COMPTE      PIC X(03).
       01 MF-DEVISE-CREDIT      PIC X(03).
       COPY ZADEV  REPLACING ==()== BY ==DVC==.
      * SENS DE LA CONVERSION DEMANDEE A 02K ('D' DEBIT, 'C' CREDIT
      * DU COMPTE CLIENT), ET MONTANT EN DEVISE DE BASE A EXPRIMER
      * DANS LA DEVISE DU COMPTE PAR 02K1, AVEC SON RESULTAT (SIGNES).
       01 MF-SENS-CONVERSION    PIC X(01).
       01 MF-MT-BASE-A-CONVERTIR PIC S9(13)V9(6) USAGE COMP-3.
       01 MF-MT-EN-DEVISE-CPT   PIC S9(13)V9(2).
      * FRAIS ET RECOUVREMENT EXPRIMES EN DEVISE DU COMPTE CLIENT
      * (LES MONTANTS MF-MT-FRAIS ET MF-MT-RECOUVRE RESTANT EN BASE).
       01 MF-MT-FRAIS-CPT       PIC S9(11)V9(2) USAGE COMP-3.
       01 MF-MT-RECOUVRE-CPT    PIC S9(11)V9(2) USAGE COMP-3.
      * CODES ADMIS SUR UN COMPTE EN SUCCESSION (STATUT 'S').
       01 MF-CODE-OPER-SUCC     PIC X(03).
         88 MF-OPER-SUCCESSION  VALUE 'ANN' 'SUC'.

      * RECOUVREMENT APRES PERTE : UN CREDIT SUR LE COMPTE PASSE EN
      * PERTE OU SUR UN AUTRE COMPTE DU MEME CLIENT, TANT QUE LA
      * PERTE N'EST PAS ENTIEREMENT RECOUVREE (TBPEP), EST BALAYE
      * SOUS LE CODE 'RCV' APRES SON POSTE. LES CONTRE-PASSATIONS, LA
      * PERTE ELLE-MEME, LE BALAYAGE ET LE VIREMENT DE SOLDE D'UNE
      * MIGRATION DE NUMERO 'MIG' NE SONT JAMAIS BALAYES.
       01 MF-CODE-OPER-PERTE    PIC X(03).
         88 MF-OPER-HORS-RECOUVREMENT VALUE 'ANN' 'PEP' 'RCV' 'MIG'.
       01 MF-RECOUVREMENT-SW    PIC X(01).
         88 MF-RECOUVREMENT     VALUE 'O'.
       01 MF-RECOUVREMENT-KO-SW PIC X(01).
         88 MF-RECOUVREMENT-KO  VALUE 'O'.
      * COMPTE PASSE EN PERTE QUI RECOIT LE RECOUVREMENT, RESTANT DU
      * DE SA PERTE, ESTIMATION DU CREDIT AU COURS ACHAT (CONTROLE DU
      * COMPTE CLOS) ET MONTANT EFFECTIVEMENT BALAYE.
       01 MF-COMPTE-PERTE       PIC X(11).
       01 MF-MT-A-RECOUVRER     PIC S9(11)V9(2) USAGE COMP-3.
       01 MF-MT-ESTIME          PIC S9(13)V9(2).
       01 MF-MT-RECOUVRE        PIC S9(11)V9(2) USAGE COMP-3.
       01 MF-REF-RECOUVRE       PIC X(10).

      * SAUVEGARDE DU RETOUR EN ECHEC LE TEMPS DE PERFORMER LES
      * ANNULATIONS COMPENSATOIRES DE 02C-ANNULE-COMPTES /
      * VERIFICATION DU COMPTE ET REPORTEE SUR LA LIGNE TBHIS.
       01 MF-AGENCE-COURANTE    PIC X(03).
       01 MF-AGENCE-CREDIT      PIC X(03).
      * ENTITE COMPTABLE DU COMPTE DE L'OPERATION COURANTE (ET DU
      * CREDITEUR POUR UN VIREMENT), REPORTEE SUR LA LIGNE TBHIS, ET
      * ENTITE SOUS LAQUELLE LE ROUTAGE TBHOP EN COURS A ETE RESOLU.
       01 MF-ENTITE-COURANTE    PIC X(03).
       01 MF-ENTITE-CREDIT      PIC X(03).
       01 MF-ENTITE-OPE         PIC X(03).
       01 MF-MT-TARIF           PIC S9(07)V9(2) USAGE COMP-3.
       01 MF-TX-TARIF           PIC S9(03)V9(4) USAGE COMP-3.
       01 MF-FRAIS-EXONERE-SW   PIC X(01).
       01 MF-DECOUVERT-EFFECTIF PIC S9(13)V9(2).
       01 MF-DATE-REFERENCE     PIC X(10).

      * FONDS NON DISPONIBLES : DELAI DE DISPONIBILITE DU CODE DE
      * L'OPERATION COURANTE (TBHOP, EN JOURS OUVRES), DATE DE
      * LIBERATION CALCULEE SUR LE CALENDRIER LOCAL, ET TEMOIN D'UNE
      * CONTRE-PASSATION QUI VISE UN CREDIT ENCORE TENU SUR TBFND
      * (A LEVER UNE FOIS LA CONTRE-PASSATION POSTEE).
       01 MF-DELAI-DISPO        PIC 9(02).
       01 MF-DATE-DISPO         PIC X(10).
       01 MF-DATE-DISPO-NUM     PIC 9(08).
       01 MF-NB-JOURS-OUVRES    PIC 9(02).
       01 MF-FND-A-LEVER-SW     PIC X(01).
         88 MF-FND-A-LEVER      VALUE 'O'.

      * PLAFOND MENSUEL DE FRAIS PAR COMPTE (TBPRM
      * PLAFOND-FRAIS-MOIS ; ZERO = PAS DE PLAFOND) ET CUMUL DU
      * MOIS RELU DE TBHIS AVANT CHAQUE FACTURATION.
       01 MF-DEBUT-MOIS         PIC X(10).
       01 MF-FIN-MOIS           PIC X(10).

      * REGLES D'EPARGNE REGLEMENTEE (TBPDT, LUES PAR MAPDT SUR LE
      * PRODUIT DU COMPTE) RETENUES POUR L'OPERATION COURANTE : COTE
      * COMPTE DEBITE, SOLDE DEBITEUR INTERDIT, RETRAIT VERS LE SEUL
      * COMPTE LIE ET NOMBRE MAXIMUM DE RETRAITS DU MOIS (000 =
      * ILLIMITE) ; COTE COMPTE CREDITE, PLAFOND DE DEPOT (ZERO = SANS
      * PLAFOND) ET CODE D'INTERETS CREDITEURS DU PRODUIT, SEUL ADMIS
      * AU-DELA DU PLAFOND. PRODUIT, STATUT ET CLIENT DES DEUX COMPTES
      * SONT CAPTURES A LEUR VERIFICATION.
       01 MF-PRODUIT-COURANT    PIC X(03).
       01 MF-PRODUIT-CREDIT     PIC X(03).
       01 MF-CODCLI-CREDIT      PIC X(08).
       01 MF-STATUT-COURANT     PIC X(01).
         88 MF-COURANT-ACTIF    VALUE 'A'.
       01 MF-SANS-DEBITEUR-SW   PIC X(01).
         88 MF-SANS-DEBITEUR    VALUE 'O'.
       01 MF-RETRAIT-LIE-SW     PIC X(01).
         88 MF-RETRAIT-LIE      VALUE 'O'.
       01 MF-NB-RETRAITS-MAX    PIC 9(03).
       01 MF-PLAFOND-DEPOT      PIC S9(11)V9(2) USAGE COMP-3.
       01 MF-CODE-INTERETS      PIC X(03).

      * CLIENT MINEUR (TBCLI.DATE_NAISSANCE) : AGE DE LA MAJORITE ET
      * PLAFOND MENSUEL DES RETRAITS DU MINEUR (TBPRM AGE-MAJORITE
      * ET MINEUR-PLAFOND-MOIS, EN DEVISE DE BASE ; ZERO = PAS DE
      * PLAFOND). LE TEMOIN EST POSE PAR VERIF-MINEUR POUR LE SEUL
      * COMPTE DEBITE : SANS FACILITE DE DECOUVERT, SON PLANCHER EST
      * ZERO.
       01 MF-AGE-MAJORITE       PIC 9(02)       VALUE 18.
       01 MF-MINEUR-PLAFOND-MOIS PIC S9(11)V9(2) VALUE 300.00.
       01 MF-DATE-MAJORITE      PIC X(10).
       01 MF-AN-MAJORITE        PIC 9(04).
       01 MF-MINEUR-SW          PIC X(01).
         88 MF-MINEUR           VALUE 'O'.
      * CONTROLE DU PLAFOND MENSUEL DU MINEUR, EN DEVISE DU COMPTE :
      * MONTANT DU RETRAIT COURANT (CONVERTI, POSITIF) ET PLAFOND
      * EXPRIME DANS LA DEVISE DU COMPTE.
       01 MF-MNT-RETRAIT        PIC S9(13)V9(2).
       01 MF-PLAFOND-MINEUR-CPT PIC S9(13)V9(2).

      * ROULEMENT BICALENDRIER DE LA DATE DE VALEUR : CALENDRIER EN
      * COURS DE TEST, TEMOIN DE ROULEMENT (UNE DATE ROULEE SUR UN
      * CALENDRIER DOIT ETRE RETESTEE SUR L'AUTRE), ET BORNE.
       01 MF-COMPTE-ARRONDI   PIC X(11) VALUE '10000000097'.
       01 MF-COMPTE-COLLECTIF PIC X(11) VALUE '10000000001'.

      * COMPTE DE LIAISON INTER-ENTITES (TBPRM COMPTE-INTERENTITE) :
      * SEUL COMPTE ADMIS HORS DE L'ENTITE DU LOT ET SEULE PASSERELLE
      * D'UN VIREMENT ENTRE DEUX ENTITES. A SPACES (PARAMETRE ABSENT),
      * AUCUN MOUVEMENT NE FRANCHIT LA FRONTIERE D'UNE ENTITE.
       01 MF-COMPTE-INTERENTITE PIC X(11) VALUE SPACES.

      * COMPTES DE LIAISON INTER-AGENCES : CHAQUE AGENCE A SON COMPTE
      * GENERAL DE LIAISON (TBPRM COMPTE-LIAISON-<AGENCE>), LU A LA
      * PREMIERE RENCONTRE DE L'AGENCE DANS LE RUN ET RETENU ICI (A
      * SPACES : CLE ABSENTE). UN VIREMENT ENTRE DEUX AGENCES EST
      * EQUILIBRE DANS LES LIVRES DE CHACUNE PAR SON COMPTE DE
      * LIAISON ; TABLE PLEINE, L'AGENCE EST RELUE SUR TBPRM A
      * CHAQUE VIREMENT.
       01 MF-NB-AGENCES PIC 9(03) VALUE 0.
       01 MF-TAB-AGENCES.
         05 MF-AGC-ENTRY OCCURS 200 TIMES
                         INDEXED BY MF-AX.
            10 MF-AGC-CODE          PIC X(03).
            10 MF-AGC-LIAISON       PIC X(11).
       01 MF-AGC-TROUVEE-SW PIC X(01).
         88 MF-AGC-TROUVEE  VALUE 'O'.
       01 MF-AGENCE-CHERCHEE  PIC X(03).
       01 MF-LIAISON-CHERCHEE PIC X(11).
      * COMPTES DE LIAISON DE L'AGENCE DEBITRICE ET DE L'AGENCE
      * CREDITRICE DU VIREMENT EN COURS, AGENCE DE L'AUTRE JAMBE
      * (LIBELLE DE LA LIGNE DE LIAISON) ET MONTANT EN DEVISE DE
      * BASE POSTE SUR LA LIAISON (SIGNE, COTE COMPTE).
       01 MF-LIAISON-SW       PIC X(01).
         88 MF-VIREMENT-INTER-AGENCES VALUE 'O'.
       01 MF-LIAISON-DEBIT    PIC X(11).
       01 MF-LIAISON-CREDIT   PIC X(11).
       01 MF-LIAISON-COMPTE   PIC X(11).
       01 MF-LIAISON-AGENCE   PIC X(03).
       01 MF-LIAISON-ENTITE   PIC X(03).
       01 MF-LIAISON-AUTRE    PIC X(03).
       01 MF-MNT-LIAISON      PIC S9(13)V9(2).

      * LIVRES DE CHAQUE ENTITE COMPTABLE RENCONTREE DANS LE RUN :
      * COMPTES TECHNIQUES (SUSPENS, REGLEMENT, ARRONDI, COLLECTIF)
      * CHARGES DE TBPRM A LA PREMIERE RENCONTRE SOUS DES CLES
      * SUFFIXEES DU CODE ENTITE (EX. COMPTE-SUSPENS-FR2), ET CUMUL
      * DES RESIDUS D'ARRONDI DE L'ENTITE. L'ENTREE 1 EST L'ENTITE
      * PRINCIPALE (CODE A SPACES, CLES NON SUFFIXEES). LES COMPTES
      * DE L'ENTITE COURANTE SONT RECOPIES DANS MF-COMPTE-SUSPENS /
      * -REGLEMENT / -ARRONDI / -COLLECTIF CI-DESSUS.
       01 MF-NB-ENTITES PIC 9(02) VALUE 0.
       01 MF-TAB-ENTITES.
         05 MF-ENT-ENTRY OCCURS 10 TIMES
                         INDEXED BY MF-EX.
            10 MF-ENT-CODE          PIC X(03).
            10 MF-ENT-SUSPENS       PIC X(11).
            10 MF-ENT-REGLEMENT     PIC X(11).
            10 MF-ENT-ARRONDI       PIC X(11).
            10 MF-ENT-COLLECTIF     PIC X(11).
            10 MF-ENT-CUMUL-ARRONDI PIC S9(07)V9(6) USAGE COMP-3.
       01 MF-ENTITE-TROUVEE-SW PIC X(01).
         88 MF-ENTITE-TROUVEE  VALUE 'O'.

      * RESIDU D'ARRONDI DE LA CONVERSION COURANTE (PRODUIT EXACT
      * MOINS MONTANT ARRONDI AU CENTIME), EN SIXIEME DE DECIMALE ; LE
      * CUMUL DU RUN EST TENU PAR ENTITE (MF-ENT-CUMUL-ARRONDI) ET
      * POSTE AU CENTIME AU FLUSH, LE SOUS-CENTIME RESTANT COURT SUR
      * LE RUN.
       01 MF-MNT-EXACT      PIC S9(13)V9(6) USAGE COMP-3.
       01 MF-RESTE-ARRONDI  PIC S9(01)V9(6) USAGE COMP-3.
       01 MF-ARRONDI-POSTE  PIC S9(07)V9(2) USAGE COMP-3.

      * COMPTE GENERAL DE CONTREPARTIE DE L'OPERATION COURANTE : LE
       01 MF-PARAMS-CHARGES-SW PIC X(01) VALUE 'N'.
         88 MF-PARAMS-CHARGES VALUE 'O'.

      * ANTEMEMOIRE DU REFERENTIEL DE POSTE, INVARIANT SUR LE RUN :
      * TBHOP ET TBDEV SONT CHARGEES EN ENTIER AU PREMIER APPEL
      * (MAOPE / MADEV, FONCTIONS DEB/SUI, DANS L'ORDRE DE LEUR CLE),
      * LES JOURS DE TBCAL SONT RETENUS A LEUR PREMIERE LECTURE (MACAL
      * N'OFFRE PAS DE PARCOURS). TOUTE RECHERCHE QUE LA TABLE NE SERT
      * PAS (CLE ABSENTE, TABLE SATUREE OU CHARGEMENT EN ECHEC)
      * RETOMBE SUR L'ACCESSEUR DB2, DE SORTE QUE LE RESULTAT RESTE
      * CELUI DE DB2. SUCCES ET ECHECS SONT COMPTES SUR LE RUN ET
      * REMONTES A L'APPELANT AU FLUSH.
      * TBHOP : UNE ENTREE PAR (ENTITE, CODE OPERATION), IMAGE DE
      * OPE-DONNEES ; TABLE TRIEE PAR CLE, CHERCHEE PAR SEARCH ALL.
       01 MF-NB-OPE PIC 9(04) VALUE 0.
       01 MF-TAB-OPE.
         05 MF-OPE-ENTRY OCCURS 1 TO 2000 TIMES
                         DEPENDING ON MF-NB-OPE
                         ASCENDING KEY IS MF-OPE-CLE
                         INDEXED BY MF-OX.
            10 MF-OPE-CLE.
               15 MF-OPE-CLE-ENTITE PIC X(03).
               15 MF-OPE-CLE-CODE   PIC X(03).
            10 MF-OPE-DONNEES       PIC X(71).
       01 MF-OPE-CLE-LUE.
         05 MF-OPE-CLE-LUE-ENTITE PIC X(03).
         05 MF-OPE-CLE-LUE-CODE   PIC X(03).
       01 MF-OPE-CLE-PRECEDENTE PIC X(06).
       01 MF-OPE-SATURE-SW      PIC X(01) VALUE 'N'.
         88 MF-OPE-SATUREE      VALUE 'O'.
      * TBDEV : UNE LIGNE PAR (DEVISE, DATE D'EFFET), IMAGE DE
      * DEV-DONNEES, ET UN INDEX PAR DEVISE SUR SA PREMIERE ET SA
      * DERNIERE LIGNE (DATES D'EFFET CROISSANTES). LE COURS COURANT
      * ('SEL') EST LA DERNIERE LIGNE DE LA DEVISE, LE COURS A UNE
      * DATE ('SLD') LA DERNIERE LIGNE DONT LA DATE D'EFFET NE DEPASSE
      * PAS LA DATE DEMANDEE - MEME REGLE QUE MADEV. UNE DEVISE DONT
      * L'HISTORIQUE N'A PU ETRE CHARGE EN ENTIER N'EST PAS INDEXEE.
       01 MF-NB-DEV PIC 9(04) VALUE 0.
       01 MF-TAB-DEV.
         05 MF-DEV-ENTRY OCCURS 5000 TIMES.
            10 MF-DEV-DATE-EFFET    PIC X(10).
            10 MF-DEV-DONNEES       PIC X(46).
       01 MF-NB-DVX PIC 9(03) VALUE 0.
       01 MF-TAB-DVX.
         05 MF-DVX-ENTRY OCCURS 200 TIMES.
            10 MF-DVX-CODE          PIC X(03).
            10 MF-DVX-PREMIERE      PIC 9(04).
            10 MF-DVX-DERNIERE      PIC 9(04).
       01 MF-DEV-SATURE-SW      PIC X(01) VALUE 'N'.
         88 MF-DEV-SATUREE      VALUE 'O'.
       01 MF-DEV-NOUVELLE-SW    PIC X(01).
         88 MF-DEV-NOUVELLE     VALUE 'O'.
       01 MF-DEV-CODE-CHERCHE   PIC X(03).
       01 MF-DEV-DATE-CHERCHEE  PIC X(10).
       01 MF-DEV-TROUVEE-SW     PIC X(01).
         88 MF-DEV-TROUVEE      VALUE 'O'.
       01 MF-DEV-I              PIC 9(04).
       01 MF-DVX-I              PIC 9(03).
      * TBCAL : UNE ENTREE PAR (CALENDRIER, DATE) DEJA LUE, AVEC LE
      * RETOUR DE 'SEL' ET, UNE FOIS LU, CELUI DE 'NXT' (A SPACES =
      * PAS ENCORE LU). UN RETOUR EN ERREUR SQL N'EST PAS RETENU.
       01 MF-NB-CAL PIC 9(04) VALUE 0.
       01 MF-TAB-CAL.
         05 MF-CAL-ENTRY OCCURS 1000 TIMES.
            10 MF-CAL-CALENDRIER    PIC X(03).
            10 MF-CAL-DATE          PIC X(10).
            10 MF-CAL-SEL-CODRET    PIC X(02).
            10 MF-CAL-OUVRE         PIC X(01).
            10 MF-CAL-NXT-CODRET    PIC X(02).
            10 MF-CAL-SUIVANTE      PIC X(10).
       01 MF-CAL-I              PIC 9(04).
       01 MF-CAL-TROUVE-SW      PIC X(01).
         88 MF-CAL-TROUVE       VALUE 'O'.
       01 MF-CACHE-COMPTEURS.
         05 MF-NB-OPE-SERVIS    PIC 9(08) VALUE 0.
         05 MF-NB-OPE-DB2       PIC 9(08) VALUE 0.
         05 MF-NB-DEV-SERVIS    PIC 9(08) VALUE 0.
         05 MF-NB-DEV-DB2       PIC 9(08) VALUE 0.
         05 MF-NB-CAL-SERVIS    PIC 9(08) VALUE 0.
         05 MF-NB-CAL-DB2       PIC 9(08) VALUE 0.

       LINKAGE SECTION.

       COPY ZFMAJCPT.
             INITIALIZE ZF-RETOUR
             IF NOT MF-PARAMS-CHARGES
                PERFORM 01A-CHARGE-PARAMETRES
                PERFORM 01E-CHARGE-TBHOP
                PERFORM 01F-CHARGE-TBDEV
             END-IF
             .

             IF PRM-CODRET = '00'
                MOVE PRM-VALEUR(1:11) TO MF-COMPTE-COLLECTIF
             END-IF
             MOVE 'COMPTE-INTERENTITE' TO PRM-CLE
             PERFORM 01B-LIT-PARAMETRE
             IF PRM-CODRET = '00'
                MOVE PRM-VALEUR(1:11) TO MF-COMPTE-INTERENTITE
             END-IF
             MOVE 'AGE-MAJORITE' TO PRM-CLE
             PERFORM 01B-LIT-PARAMETRE
             IF PRM-CODRET = '00'
                COMPUTE MF-AGE-MAJORITE =
                        FUNCTION NUMVAL(PRM-VALEUR)
             END-IF
             MOVE 'MINEUR-PLAFOND-MOIS' TO PRM-CLE
             PERFORM 01B-LIT-PARAMETRE
             IF PRM-CODRET = '00'
                COMPUTE MF-MINEUR-PLAFOND-MOIS =
                        FUNCTION NUMVAL(PRM-VALEUR)
             END-IF
      * L'ENTITE PRINCIPALE OCCUPE L'ENTREE 1 DES LIVRES PAR ENTITE.
             MOVE 1 TO MF-NB-ENTITES
             SET MF-EX TO 1
             MOVE SPACES              TO MF-ENT-CODE(MF-EX)
             MOVE MF-COMPTE-SUSPENS   TO MF-ENT-SUSPENS(MF-EX)
             MOVE MF-COMPTE-REGLEMENT TO MF-ENT-REGLEMENT(MF-EX)
             MOVE MF-COMPTE-ARRONDI   TO MF-ENT-ARRONDI(MF-EX)
             MOVE MF-COMPTE-COLLECTIF TO MF-ENT-COLLECTIF(MF-EX)
             MOVE 0 TO MF-ENT-CUMUL-ARRONDI(MF-EX)
             .

       01B-LIT-PARAMETRE.
             CALL 'MAPRM' USING PRM-ZCMA
             .

      * SELECTION DES LIVRES DE L'ENTITE MF-ENTITE-COURANTE : L'ENTREE
      * DE LA TABLE EST CHERCHEE, CHARGEE A LA PREMIERE RENCONTRE, ET
      * SES COMPTES TECHNIQUES RECOPIES DANS LES ZONES DE TRAVAIL ;
      * MF-EX RESTE POSITIONNE SUR L'ENTITE POUR LE CUMUL D'ARRONDI.
      * TABLE PLEINE : L'OPERATION EST REJETEE EN '15' PLUTOT QUE
      * POSTEE DANS LES LIVRES D'UNE AUTRE ENTITE.
       01C-SELECTIONNE-ENTITE.
             MOVE 'N' TO MF-ENTITE-TROUVEE-SW
             PERFORM VARYING MF-EX FROM 1 BY 1
                     UNTIL MF-EX > MF-NB-ENTITES
                IF MF-ENT-CODE(MF-EX) = MF-ENTITE-COURANTE
                   SET MF-ENTITE-TROUVEE TO TRUE
                   EXIT PERFORM
                END-IF
             END-PERFORM
             IF NOT MF-ENTITE-TROUVEE
                IF MF-NB-ENTITES >= 10
                   DISPLAY 'MFMAJCPT - TABLE DES ENTITES PLEINE '
                           MF-ENTITE-COURANTE
                   MOVE '15' TO ZF-CODRET
                   MOVE 'ENTITE: TABLE PLEINE' TO ZF-LIBRET
                ELSE
                   PERFORM 01D-CHARGE-ENTITE
                END-IF
             END-IF
             IF MF-ENTITE-TROUVEE
                MOVE MF-ENT-SUSPENS(MF-EX)   TO MF-COMPTE-SUSPENS
                MOVE MF-ENT-REGLEMENT(MF-EX) TO MF-COMPTE-REGLEMENT
                MOVE MF-ENT-ARRONDI(MF-EX)   TO MF-COMPTE-ARRONDI
                MOVE MF-ENT-COLLECTIF(MF-EX) TO MF-COMPTE-COLLECTIF
             END-IF
             .

      * PREMIERE RENCONTRE D'UNE ENTITE : SES COMPTES TECHNIQUES SONT
      * LUS DE TBPRM SOUS LES CLES SUFFIXEES DE SON CODE ; UNE CLE
      * ABSENTE LAISSE LE COMPTE DE L'ENTITE PRINCIPALE (REPLI, MEME
      * REGLE QUE LES AUTRES PARAMETRES DU MODULE), SIGNALE A
      * L'EXPLOITATION.
       01D-CHARGE-ENTITE.
             ADD 1 TO MF-NB-ENTITES
             SET MF-EX TO MF-NB-ENTITES
             SET MF-ENTITE-TROUVEE TO TRUE
             MOVE MF-ENTITE-COURANTE TO MF-ENT-CODE(MF-EX)
             MOVE MF-ENT-SUSPENS(1)   TO MF-ENT-SUSPENS(MF-EX)
             MOVE MF-ENT-REGLEMENT(1) TO MF-ENT-REGLEMENT(MF-EX)
             MOVE MF-ENT-ARRONDI(1)   TO MF-ENT-ARRONDI(MF-EX)
             MOVE MF-ENT-COLLECTIF(1) TO MF-ENT-COLLECTIF(MF-EX)
             MOVE 0 TO MF-ENT-CUMUL-ARRONDI(MF-EX)
             MOVE SPACES TO PRM-CLE
             STRING 'COMPTE-SUSPENS-'  DELIMITED BY SIZE
                    MF-ENTITE-COURANTE DELIMITED BY SIZE
               INTO PRM-CLE
             PERFORM 01B-LIT-PARAMETRE
             IF PRM-CODRET = '00'
                MOVE PRM-VALEUR(1:11) TO MF-ENT-SUSPENS(MF-EX)
             ELSE
                DISPLAY 'MFMAJCPT - PARAMETRE ABSENT ' PRM-CLE
             END-IF
             MOVE SPACES TO PRM-CLE
             STRING 'COMPTE-REGLEMENT-' DELIMITED BY SIZE
                    MF-ENTITE-COURANTE  DELIMITED BY SIZE
               INTO PRM-CLE
             PERFORM 01B-LIT-PARAMETRE
             IF PRM-CODRET = '00'
                MOVE PRM-VALEUR(1:11) TO MF-ENT-REGLEMENT(MF-EX)
             ELSE
                DISPLAY 'MFMAJCPT - PARAMETRE ABSENT ' PRM-CLE
             END-IF
             MOVE SPACES TO PRM-CLE
             STRING 'COMPTE-ARRONDI-'  DELIMITED BY SIZE
                    MF-ENTITE-COURANTE DELIMITED BY SIZE
               INTO PRM-CLE
             PERFORM 01B-LIT-PARAMETRE
             IF PRM-CODRET = '00'
                MOVE PRM-VALEUR(1:11) TO MF-ENT-ARRONDI(MF-EX)
             ELSE
                DISPLAY 'MFMAJCPT - PARAMETRE ABSENT ' PRM-CLE
             END-IF
             MOVE SPACES TO PRM-CLE
             STRING 'COMPTE-COLLECTIF-' DELIMITED BY SIZE
                    MF-ENTITE-COURANTE  DELIMITED BY SIZE
               INTO PRM-CLE
             PERFORM 01B-LIT-PARAMETRE
             IF PRM-CODRET = '00'
                MOVE PRM-VALEUR(1:11) TO MF-ENT-COLLECTIF(MF-EX)
             ELSE
                DISPLAY 'MFMAJCPT - PARAMETRE ABSENT ' PRM-CLE
             END-IF
             .

      * CHARGEMENT DE TBHOP EN ANTEMEMOIRE (MAOPE DEB/SUI, TRIE PAR
      * ENTITE PUIS CODE OPERATION). LE CURSEUR EST LU JUSQU'A SA FIN
      * MEME TABLE PLEINE, POUR QUE L'ACCESSEUR LE REFERME ; LES
      * CODES NON RANGES SONT SERVIS PAR DB2.
       01E-CHARGE-TBHOP.
             MOVE 0 TO MF-NB-OPE
             MOVE LOW-VALUES TO MF-OPE-CLE-PRECEDENTE
             INITIALIZE OPE-ZCMA
             MOVE 'DEB' TO OPE-FONCTION
             CALL 'MAOPE' USING OPE-ZCMA
             PERFORM UNTIL OPE-CODRET NOT = '00'
                IF NOT MF-OPE-SATUREE
                   PERFORM 01E1-RANGE-TBHOP
                END-IF
                INITIALIZE OPE-ZCMA
                MOVE 'SUI' TO OPE-FONCTION
                CALL 'MAOPE' USING OPE-ZCMA
             END-PERFORM
             IF OPE-CODRET NOT = '04'
                DISPLAY 'MFMAJCPT - CHARGEMENT TBHOP INTERROMPU : '
                        OPE-LIBRET
             END-IF
             .

      * RANGEMENT D'UN CODE OPERATION. LA RECHERCHE DICHOTOMIQUE
      * SUPPOSE LA TABLE STRICTEMENT CROISSANTE : A LA PREMIERE CLE
      * HORS D'ORDRE, OU TABLE PLEINE, LE RANGEMENT S'ARRETE ET LE
      * RESTE DU REFERENTIEL EST SERVI PAR DB2.
       01E1-RANGE-TBHOP.
             MOVE OPE-ENTITE    TO MF-OPE-CLE-LUE-ENTITE
             MOVE OPE-CODE-OPER TO MF-OPE-CLE-LUE-CODE
             IF MF-NB-OPE >= 2000
                OR MF-OPE-CLE-LUE NOT > MF-OPE-CLE-PRECEDENTE
                SET MF-OPE-SATUREE TO TRUE
                DISPLAY 'MFMAJCPT - ANTEMEMOIRE TBHOP ARRETEE A '
                        MF-OPE-CLE-LUE
             ELSE
                ADD 1 TO MF-NB-OPE
                MOVE MF-OPE-CLE-LUE TO MF-OPE-CLE(MF-NB-OPE)
                MOVE OPE-DONNEES    TO MF-OPE-DONNEES(MF-NB-OPE)
                MOVE MF-OPE-CLE-LUE TO MF-OPE-CLE-PRECEDENTE
             END-IF
             .

      * CHARGEMENT DE TBDEV EN ANTEMEMOIRE (MADEV DEB/SUI, TRIE PAR
      * DEVISE PUIS DATE D'EFFET), MEME CONDUITE QUE POUR TBHOP.
       01F-CHARGE-TBDEV.
             MOVE 0 TO MF-NB-DEV
             MOVE 0 TO MF-NB-DVX
             INITIALIZE DEV-ZCMA
             MOVE 'DEB' TO DEV-FONCTION
             CALL 'MADEV' USING DEV-ZCMA
             PERFORM UNTIL DEV-CODRET NOT = '00'
                IF NOT MF-DEV-SATUREE
                   PERFORM 01F1-RANGE-TBDEV
                END-IF
                INITIALIZE DEV-ZCMA
                MOVE 'SUI' TO DEV-FONCTION
                CALL 'MADEV' USING DEV-ZCMA
             END-PERFORM
             IF DEV-CODRET NOT = '04'
                DISPLAY 'MFMAJCPT - CHARGEMENT TBDEV INTERROMPU : '
                        DEV-LIBRET
             END-IF
             .

      * RANGEMENT D'UNE LIGNE DE COURS ; LA PREMIERE LIGNE D'UNE
      * DEVISE OUVRE SON ENTREE D'INDEX, CHAQUE LIGNE EN REPOUSSE LA
      * DERNIERE LIGNE. UNE DATE D'EFFET QUI NE CROIT PAS, UNE TABLE
      * OU UN INDEX PLEIN ARRETENT LE RANGEMENT (01F2).
       01F1-RANGE-TBDEV.
             SET MF-DEV-NOUVELLE TO TRUE
             IF MF-NB-DVX > 0
                IF DEV-CODE-DEV = MF-DVX-CODE(MF-NB-DVX)
                   MOVE 'N' TO MF-DEV-NOUVELLE-SW
                   IF DEV-DATE-EFFET
                      NOT > MF-DEV-DATE-EFFET(MF-NB-DEV)
                      PERFORM 01F2-ARRETE-TBDEV
                   END-IF
                END-IF
             END-IF
             IF NOT MF-DEV-SATUREE
                IF MF-NB-DEV >= 5000
                   OR (MF-DEV-NOUVELLE AND MF-NB-DVX >= 200)
                   PERFORM 01F2-ARRETE-TBDEV
                ELSE
                   ADD 1 TO MF-NB-DEV
                   MOVE DEV-DATE-EFFET TO MF-DEV-DATE-EFFET(MF-NB-DEV)
                   MOVE DEV-DONNEES    TO MF-DEV-DONNEES(MF-NB-DEV)
                   IF MF-DEV-NOUVELLE
                      ADD 1 TO MF-NB-DVX
                      MOVE DEV-CODE-DEV TO MF-DVX-CODE(MF-NB-DVX)
                      MOVE MF-NB-DEV    TO MF-DVX-PREMIERE(MF-NB-DVX)
                   END-IF
                   MOVE MF-NB-DEV TO MF-DVX-DERNIERE(MF-NB-DVX)
                END-IF
             END-IF
             .

      * ARRET DU RANGEMENT DE TBDEV : LA DEVISE EN COURS, DONT
      * L'HISTORIQUE SERAIT INCOMPLET EN TABLE, EST RETIREE DE
      * L'INDEX ; ELLE ET LES SUIVANTES SONT SERVIES PAR DB2.
       01F2-ARRETE-TBDEV.
             SET MF-DEV-SATUREE TO TRUE
             DISPLAY 'MFMAJCPT - ANTEMEMOIRE TBDEV ARRETEE A '
                     DEV-CODE-DEV ' ' DEV-DATE-EFFET
             IF MF-NB-DVX > 0
                IF MF-DVX-CODE(MF-NB-DVX) = DEV-CODE-DEV
                   SUBTRACT 1 FROM MF-NB-DVX
                END-IF
             END-IF
             .

       02-TREATMENT.
             EVALUATE TRUE
                WHEN ZF-TYPE = 'FL'
             .

       02W-TRAITE-OPERATION.
      * LE ROUTAGE EST D'ABORD RESOLU SOUS L'ENTITE DU LOT ; IL EST
      * RERESOLU SOUS CELLE DU COMPTE PAR VERIF-ENTITE SI ELLE DIFFERE.
             MOVE ZF-ENTITE TO MF-ENTITE-OPE
             IF ZF-CODE-OPER = 'ANN'
                PERFORM VERIF-CODOPE-ANNULE
             ELSE
                PERFORM VERIF-CODOPE
             END-IF
      * UN NUMERO VIRTUEL NE SERT QU'A ENCAISSER : UN DEBIT QUI LUI
      * EST ADRESSE EST REJETE AVANT TOUT CONTROLE DU COMPTE (Y
      * COMPRIS LE MODE SUSPENS). LA CONTRE-PASSATION RESTE ADMISE.
             IF ZF-CODRET = '00'
                AND ZF-COMPTE-VIRTUEL NOT = SPACES
                AND ZF-CODE-OPER NOT = 'ANN'
                AND OPE-SENS = 'D'
                MOVE '23' TO ZF-CODRET
                MOVE 'DEBIT SUR COMPTE VIRTUEL' TO ZF-LIBRET
             END-IF
             IF ZF-CODRET = '00'
                PERFORM VERIF-CODDEV
                IF ZF-CODRET = '00'

                   PERFORM VERIF-COMPTE
                   IF ZF-CODRET = '04' AND ZF-SUSPENS-ACTIF
      * UN COMPTE INCONNU N'A PAS D'ENTITE : LE SUSPENS EST POSTE
      * DANS LES LIVRES DE L'ENTITE DU LOT.
                      MOVE ZF-ENTITE TO MF-ENTITE-COURANTE
                      PERFORM 01C-SELECTIONNE-ENTITE
                      IF ZF-CODRET = '04'
                         PERFORM 02S-POSTE-EN-SUSPENS
                      END-IF
                   ELSE
                   IF ZF-CODRET = '00'
                      PERFORM VERIF-PLAFOND-JOUR
                      IF ZF-CODRET = '00'
                         PERFORM VERIF-KYC
                      END-IF
                      IF ZF-CODRET = '00'
                         PERFORM VERIF-EPARGNE
                      END-IF
                      IF ZF-CODRET = '00'
                         PERFORM VERIF-AUTORISATION
                         IF ZF-CODRET = '00'
      * LIGNE TBHIS DU CREDITEUR) PASSENT OU SONT INTEGRALEMENT
      * COMPENSEES. LA CONVERSION SE FAIT AU COURS VENTE, LE MEME
      * MONTANT CONVERTI ETANT APPLIQUE AUX DEUX COMPTES POUR QU'UN
      * VIREMENT NE CREE NI NE DETRUISE DE MONNAIE. LES DEUX COMPTES
      * DOIVENT DONC ETRE TENUS DANS LA MEME DEVISE (SINON REJET '16') :
      * LE MONTANT EST CONVERTI DANS CETTE DEVISE PAR 02K. ENTRE DEUX
      * AGENCES, CHAQUE JAMBE EST EQUILIBREE DANS LES LIVRES DE SON
      * AGENCE PAR LE COMPTE DE LIAISON DE L'AGENCE (02L, 02V8).
       02V-TRAITE-VIREMENT.
           MOVE ZF-ENTITE TO MF-ENTITE-OPE
           PERFORM VERIF-CODOPE
           IF ZF-CODRET = '00'
              PERFORM VERIF-CODDEV
      * LE PLAFOND QUOTIDIEN S'APPLIQUE A LA JAMBE DEBITRICE COMME A
      * N'IMPORTE QUEL DEBIT '10' DU MEME COMPTE.
                    PERFORM VERIF-PLAFOND-JOUR
                    IF ZF-CODRET = '00'
                       PERFORM VERIF-KYC
                    END-IF
                    IF ZF-CODRET = '00'
                       PERFORM 02V1-VERIF-COMPTE-CREDIT
                       IF ZF-CODRET = '00'
                          PERFORM VERIF-EPARGNE-VIREMENT
                       END-IF
                       IF ZF-CODRET = '00'
                          PERFORM VERIF-AUTORISATION
                          IF ZF-CODRET = '00'
              MOVE 'SEL'            TO CPT-FONCTION
              MOVE ZF-COMPTE-CREDIT TO CPT-COMPTE
              CALL 'MACPT' USING CPT-ZCMA
              MOVE 'EUR'            TO MF-DEVISE-CREDIT
              MOVE CPT-CODCLI       TO MF-CODCLI-CREDIT
              MOVE CPT-PRODUIT      TO MF-PRODUIT-CREDIT
              EVALUATE TRUE
                 WHEN CPT-CODRET NOT = '00'
                    MOVE CPT-CODRET  TO ZF-CODRET
                    STRING 'CREDITEUR: ' DELIMITED BY SIZE
                           CPT-LIBRET    DELIMITED BY SIZE
                      INTO ZF-LIBRET
                 WHEN CPT-COMPTE-SUCCESSION AND MF-OPER-SUCCESSION
                    MOVE '00' TO ZF-CODRET
                    MOVE CPT-AGENCE TO MF-AGENCE-CREDIT
                    MOVE CPT-ENTITE TO MF-ENTITE-CREDIT
                    IF CPT-DEVISE NOT = SPACES
                       MOVE CPT-DEVISE TO MF-DEVISE-CREDIT
                    END-IF
                 WHEN NOT CPT-COMPTE-ACTIF
                    MOVE '06' TO ZF-CODRET
                    STRING 'CREDITEUR: STATUT ' DELIMITED BY SIZE
                 WHEN OTHER
                    MOVE '00' TO ZF-CODRET
                    MOVE CPT-AGENCE TO MF-AGENCE-CREDIT
                    MOVE CPT-ENTITE TO MF-ENTITE-CREDIT
                    IF CPT-DEVISE NOT = SPACES
                       MOVE CPT-DEVISE TO MF-DEVISE-CREDIT
                    END-IF
              END-EVALUATE
      * UN VIREMENT ENTRE DEUX ENTITES NE PASSE QUE PAR LE COMPTE DE
      * LIAISON INTER-ENTITES, D'UN COTE OU DE L'AUTRE.
              IF ZF-CODRET = '00'
                 AND MF-ENTITE-CREDIT NOT = MF-ENTITE-COURANTE
                 AND ZF-COMPTE NOT = MF-COMPTE-INTERENTITE
                 AND ZF-COMPTE-CREDIT NOT = MF-COMPTE-INTERENTITE
                 MOVE '15' TO ZF-CODRET
                 MOVE 'VIREMENT: ENTITES DIFFERENTES' TO ZF-LIBRET
              END-IF
              IF ZF-CODRET = '00'
                 AND MF-DEVISE-CREDIT NOT = MF-DEVISE-COMPTE
                 MOVE '16' TO ZF-CODRET
                 MOVE 'VIREMENT: DEVISES DIFFERENTES' TO ZF-LIBRET
              END-IF
              IF ZF-CODRET = '00'
                 PERFORM 02L-RESOUT-LIAISON
              END-IF
           END-IF
           .

      * VIREMENT ENTRE DEUX AGENCES (TOUTES DEUX RENSEIGNEES) : LES
      * COMPTES DE LIAISON DES DEUX AGENCES DOIVENT ETRE CONNUS ET
      * DISTINCTS, FAUTE DE QUOI LE VIREMENT EST REJETE EN '24' PLUTOT
      * QUE DE DESEQUILIBRER LES LIVRES DES AGENCES. UN COMPTE SANS
      * AGENCE N'A PAS DE LIVRE D'AGENCE A TENIR.
       02L-RESOUT-LIAISON.
           MOVE 'N'    TO MF-LIAISON-SW
           MOVE SPACES TO MF-LIAISON-DEBIT
           MOVE SPACES TO MF-LIAISON-CREDIT
           IF MF-AGENCE-COURANTE NOT = SPACES
              AND MF-AGENCE-CREDIT NOT = SPACES
              AND MF-AGENCE-CREDIT NOT = MF-AGENCE-COURANTE
              SET MF-VIREMENT-INTER-AGENCES TO TRUE
              MOVE MF-AGENCE-COURANTE  TO MF-AGENCE-CHERCHEE
              PERFORM 02L1-CHERCHE-LIAISON
              MOVE MF-LIAISON-CHERCHEE TO MF-LIAISON-DEBIT
              MOVE MF-AGENCE-CREDIT    TO MF-AGENCE-CHERCHEE
              PERFORM 02L1-CHERCHE-LIAISON
              MOVE MF-LIAISON-CHERCHEE TO MF-LIAISON-CREDIT
              EVALUATE TRUE
                 WHEN MF-LIAISON-DEBIT = SPACES
                    MOVE '24' TO ZF-CODRET
                    STRING 'LIAISON ABSENTE AGENCE '
                                              DELIMITED BY SIZE
                           MF-AGENCE-COURANTE DELIMITED BY SIZE
                      INTO ZF-LIBRET
                 WHEN MF-LIAISON-CREDIT = SPACES
                    MOVE '24' TO ZF-CODRET
                    STRING 'LIAISON ABSENTE AGENCE '
                                              DELIMITED BY SIZE
                           MF-AGENCE-CREDIT   DELIMITED BY SIZE
                      INTO ZF-LIBRET
                 WHEN MF-LIAISON-DEBIT = MF-LIAISON-CREDIT
                    MOVE '24' TO ZF-CODRET
                    MOVE 'LIAISON: MEME COMPTE 2 AGENCES'
                      TO ZF-LIBRET
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

      * COMPTE DE LIAISON DE L'AGENCE MF-AGENCE-CHERCHEE : CHERCHE
      * DANS LA TABLE DU RUN, SINON LU SUR TBPRM (CLE COMPTE-LIAISON-
      * SUFFIXEE DU CODE AGENCE) ET RETENU, MEME CLE ABSENTE.
       02L1-CHERCHE-LIAISON.
           MOVE 'N'    TO MF-AGC-TROUVEE-SW
           MOVE SPACES TO MF-LIAISON-CHERCHEE
           PERFORM VARYING MF-AX FROM 1 BY 1
                   UNTIL MF-AX > MF-NB-AGENCES
              IF MF-AGC-CODE(MF-AX) = MF-AGENCE-CHERCHEE
                 SET MF-AGC-TROUVEE TO TRUE
                 MOVE MF-AGC-LIAISON(MF-AX) TO MF-LIAISON-CHERCHEE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT MF-AGC-TROUVEE
              MOVE SPACES TO PRM-CLE
              STRING 'COMPTE-LIAISON-'  DELIMITED BY SIZE
                     MF-AGENCE-CHERCHEE DELIMITED BY SIZE
                INTO PRM-CLE
              PERFORM 01B-LIT-PARAMETRE
              IF PRM-CODRET = '00'
                 MOVE PRM-VALEUR(1:11) TO MF-LIAISON-CHERCHEE
              ELSE
                 DISPLAY 'MFMAJCPT - PARAMETRE ABSENT ' PRM-CLE
              END-IF
              IF MF-NB-AGENCES < 200
                 AND (PRM-CODRET = '00' OR PRM-CODRET = '04')
                 ADD 1 TO MF-NB-AGENCES
                 SET MF-AX TO MF-NB-AGENCES
                 MOVE MF-AGENCE-CHERCHEE  TO MF-AGC-CODE(MF-AX)
                 MOVE MF-LIAISON-CHERCHEE TO MF-AGC-LIAISON(MF-AX)
              END-IF
           END-IF
           .

       02V2-POSTE-VIREMENT.
      * LE MONTANT EST CONVERTI DANS LE SENS DEBIT (COURS VENTE) PUIS
      * PRIS EN VALEUR POSITIVE, RETRANCHE AU DEBITEUR ET AJOUTE AU
      * CREDITEUR.
           MOVE 'D' TO MF-SENS-CONVERSION
           PERFORM 02K-CONVERTIT-OPERATION
           COMPUTE MF-MNT-CONVERTI = 0 - MF-MNT-CONVERTI
           MOVE 0 TO MF-VIR-ETAT
           PERFORM 02V3-DEBITE-DEBITEUR
           IF ZF-CODRET = '00'
                 IF ZF-CODRET = '00'
                    PERFORM 02V6-HISTORISE-CREDITEUR
                 END-IF
                 IF ZF-CODRET = '00' AND MF-VIREMENT-INTER-AGENCES
                    PERFORM 02V8-HISTORISE-LIAISONS
                 END-IF
              END-IF
           END-IF
           IF ZF-CODRET NOT = '00'
              PERFORM 02V7-COMPENSE-VIREMENT
           ELSE
              IF MF-VIREMENT-INTER-AGENCES AND NOT ZF-DRYRUN
                 PERFORM 02L2-CUMULE-LIAISONS
              END-IF
           END-IF
           .

           CALL 'MACPT' USING CPT-ZCMA
           IF CPT-CODRET = '00'
              COMPUTE CPT-SOLDE = CPT-SOLDE - MF-MNT-CONVERTI
              IF MF-MINEUR
                 MOVE MF-MNT-CONVERTI TO MF-MNT-RETRAIT
                 PERFORM VERIF-MINEUR-PLAFOND-MOIS
              END-IF
              IF ZF-CODRET NOT = '00'
                 CONTINUE
              ELSE
              IF CPT-SOLDE < 0 AND MF-SANS-DEBITEUR
                 MOVE '18' TO ZF-CODRET
                 MOVE 'EPARGNE: SOLDE DEBITEUR EXCLU' TO ZF-LIBRET
              ELSE
              IF CPT-SOLDE < MF-DECOUVERT-EFFECTIF
                 MOVE '09' TO ZF-CODRET
                 MOVE 'DECOUVERT NON AUTORISE' TO ZF-LIBRET
                      INTO ZF-LIBRET
                 END-IF
              END-IF
              END-IF
              END-IF
           ELSE
              MOVE CPT-CODRET  TO ZF-CODRET
              MOVE CPT-SQLCODE TO ZF-SQLCODE
           END-IF
           .

      * LE PLAFOND DE DEPOT DU PRODUIT DU CREDITEUR (RETENU PAR
      * VERIF-EPARGNE-VIREMENT) BORNE LE SOLDE APRES CREDIT : UN
      * VIREMENT N'EST JAMAIS UN PAIEMENT D'INTERETS.
       02V4-CREDITE-CREDITEUR.
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'            TO CPT-FONCTION
           CALL 'MACPT' USING CPT-ZCMA
           IF CPT-CODRET = '00'
              COMPUTE CPT-SOLDE = CPT-SOLDE + MF-MNT-CONVERTI
              IF MF-PLAFOND-DEPOT > 0
                 AND CPT-SOLDE > MF-PLAFOND-DEPOT
                 MOVE '17' TO ZF-CODRET
                 MOVE 'EPARGNE: PLAFOND DEPOT ATTEINT' TO ZF-LIBRET
              ELSE
                 IF ZF-DRYRUN
                    MOVE '00' TO CPT-CODRET
                 ELSE
                    MOVE 'UPD' TO CPT-FONCTION
                    CALL 'MACPT' USING CPT-ZCMA
                 END-IF
              END-IF
           END-IF
           IF ZF-CODRET = '00'
              IF CPT-CODRET = '00'
                 MOVE 2 TO MF-VIR-ETAT
              ELSE
                 MOVE CPT-CODRET  TO ZF-CODRET
                 MOVE CPT-SQLCODE TO ZF-SQLCODE
                 STRING 'VIR CREDIT: ' DELIMITED BY SIZE
                        CPT-LIBRET     DELIMITED BY SIZE
                   INTO ZF-LIBRET
              END-IF
           END-IF
           .

      * COMPTES GENERAUX NE L'ATTENDE PAS.
           MOVE ZF-CODE-DEV  TO HIS-CODE-DEV
           MOVE 0            TO HIS-MT-CONVERTI
           MOVE MF-DEVISE-COMPTE TO HIS-DEV-COMPTE
           COMPUTE HIS-MT-COMPTE = 0 - MF-MNT-CONVERTI
           MOVE MF-AGENCE-COURANTE TO HIS-AGENCE
           MOVE MF-ENTITE-COURANTE TO HIS-ENTITE
           IF ZF-DRYRUN
              MOVE '00' TO HIS-CODRET
           ELSE
           MOVE MF-DATE-VALEUR   TO HIS-DATE-VALEUR
           MOVE ZF-CODE-DEV      TO HIS-CODE-DEV
           MOVE 0                TO HIS-MT-CONVERTI
           MOVE MF-DEVISE-CREDIT TO HIS-DEV-COMPTE
           MOVE MF-MNT-CONVERTI  TO HIS-MT-COMPTE
           MOVE MF-AGENCE-CREDIT TO HIS-AGENCE
           MOVE MF-ENTITE-CREDIT TO HIS-ENTITE
           MOVE ZF-COMPTE-VIRTUEL TO HIS-COMPTE-VIRTUEL
           IF ZF-DRYRUN
              MOVE '00' TO HIS-CODRET
           ELSE
           MOVE ZF-SQLCODE TO MF-SQLCODE-SAUVE
           MOVE ZF-LIBRET  TO MF-LIBRET-SAUVE
           IF NOT ZF-DRYRUN
              IF MF-VIR-ETAT >= 5
                 INITIALIZE HIS-ZCMA
                 MOVE 'DEL'            TO HIS-FONCTION
                 MOVE MF-LIAISON-DEBIT TO HIS-COMPTE
                 MOVE ZF-REF-OPER      TO HIS-REF-OPER
                 CALL 'MAHIS' USING HIS-ZCMA
              END-IF
              IF MF-VIR-ETAT >= 4
                 INITIALIZE HIS-ZCMA
                 MOVE 'DEL'            TO HIS-FONCTION
                 MOVE ZF-COMPTE-CREDIT TO HIS-COMPTE
                 MOVE ZF-REF-OPER      TO HIS-REF-OPER
                 CALL 'MAHIS' USING HIS-ZCMA
              END-IF
              IF MF-VIR-ETAT >= 3
                 INITIALIZE HIS-ZCMA
                 MOVE 'DEL'       TO HIS-FONCTION
           MOVE MF-LIBRET-SAUVE  TO ZF-LIBRET
           .

      * VIREMENT ENTRE DEUX AGENCES : UNE LIGNE TBHIS PAR COMPTE DE
      * LIAISON, SOUS LA REFERENCE DU VIREMENT ET LE CODE 'LIA'. LE
      * COMPTE DE LIAISON EST UN COMPTE GENERAL TENU EN DEVISE DE
      * BASE : LA LIGNE PORTE LE MOUVEMENT EN BASE (MT-COMPTE), SIGNE
      * A L'INVERSE DE LA JAMBE CLIENT DE LA MEME AGENCE, LE MONTANT
      * ET LA DEVISE DE L'OPERATION COMME LES JAMBES, ET L'AGENCE
      * CONTREPARTIE EN LIBELLE. LE MONTANT CONVERTI RESTE A ZERO :
      * LA LIAISON N'EST PAS UNE CONTREPARTIE ROUTEE PAR TBHOP ET LA
      * BALANCE DES COMPTES GENERAUX NE L'ATTEND PAS.
       02V8-HISTORISE-LIAISONS.
           COMPUTE MF-MNT-LIAISON = 0 - MF-MNT-BASE
           MOVE MF-LIAISON-DEBIT   TO MF-LIAISON-COMPTE
           MOVE MF-AGENCE-COURANTE TO MF-LIAISON-AGENCE
           MOVE MF-ENTITE-COURANTE TO MF-LIAISON-ENTITE
           MOVE MF-AGENCE-CREDIT   TO MF-LIAISON-AUTRE
           PERFORM 02V9-HISTORISE-LIAISON
           IF ZF-CODRET = '00'
              MOVE 5 TO MF-VIR-ETAT
              MOVE MF-MNT-BASE        TO MF-MNT-LIAISON
              MOVE MF-LIAISON-CREDIT  TO MF-LIAISON-COMPTE
              MOVE MF-AGENCE-CREDIT   TO MF-LIAISON-AGENCE
              MOVE MF-ENTITE-CREDIT   TO MF-LIAISON-ENTITE
              MOVE MF-AGENCE-COURANTE TO MF-LIAISON-AUTRE
              PERFORM 02V9-HISTORISE-LIAISON
              IF ZF-CODRET = '00'
                 MOVE 6 TO MF-VIR-ETAT
              END-IF
           END-IF
           .

       02V9-HISTORISE-LIAISON.
           INITIALIZE HIS-ZCMA
           MOVE 'INS'             TO HIS-FONCTION
           MOVE MF-LIAISON-COMPTE TO HIS-COMPTE
           MOVE ZF-REF-OPER       TO HIS-REF-OPER
           MOVE 'LIA'             TO HIS-CODE-OPER
           MOVE ZF-MNTOPE         TO HIS-MONTANT
           MOVE SPACES            TO HIS-REF-OPER-ANNULE
           PERFORM 02Y-DATE-OPER-JOUR
           MOVE MF-DATE-OPER      TO HIS-DATE-OPER
           PERFORM 02Z-DATE-VALEUR
           MOVE MF-DATE-VALEUR    TO HIS-DATE-VALEUR
           MOVE ZF-CODE-DEV       TO HIS-CODE-DEV
           MOVE 0                 TO HIS-MT-CONVERTI
           MOVE 'EUR'             TO HIS-DEV-COMPTE
           MOVE MF-MNT-LIAISON    TO HIS-MT-COMPTE
           MOVE MF-LIAISON-AGENCE TO HIS-AGENCE
           MOVE MF-LIAISON-ENTITE TO HIS-ENTITE
           MOVE SPACES            TO HIS-LIBELLE-OPER
           STRING 'LIAISON AG '    DELIMITED BY SIZE
                  MF-LIAISON-AUTRE DELIMITED BY SIZE
             INTO HIS-LIBELLE-OPER
           IF ZF-DRYRUN
              MOVE '00' TO HIS-CODRET
           ELSE
              CALL 'MAHIS' USING HIS-ZCMA
           END-IF
           IF HIS-CODRET NOT = '00'
              MOVE HIS-CODRET  TO ZF-CODRET
              MOVE HIS-SQLCODE TO ZF-SQLCODE
              STRING 'VIR HISTO LIAISON: ' DELIMITED BY SIZE
                     HIS-LIBRET             DELIMITED BY SIZE
                INTO ZF-LIBRET
           END-IF
           .

      * LES DEUX MOUVEMENTS DE LIAISON, DE SENS OPPOSES ET DE MEME
      * MONTANT, SONT CUMULES AVEC LES AUTRES MOUVEMENTS GL ET POSTES
      * AU FLUSH : L'AGENCE DEBITRICE DOIT A L'AGENCE CREDITRICE, ET
      * LES COMPTES DE LIAISON DE LA BANQUE SE COMPENSENT A ZERO.
       02L2-CUMULE-LIAISONS.
           COMPUTE MF-GL-A-CUMULER = 0 - MF-MNT-BASE
           MOVE MF-LIAISON-DEBIT TO CPT-COMPTE
           PERFORM 02U-CUMULE-SUR-GL
           MOVE MF-MNT-BASE       TO MF-GL-A-CUMULER
           MOVE MF-LIAISON-CREDIT TO CPT-COMPTE
           PERFORM 02U-CUMULE-SUR-GL
           .

      * ROUTAGE DE L'OPERATION VERS SON COMPTE GENERAL CONTREPARTIE ET
      * DETERMINATION DU SENS (DEBIT/CREDIT) : LE COUPLE CODE OPERATION
      * / COMPTE GENERAL EST PORTE PAR TBHOP (ACCESSEUR MAOPE), CE QUI
      * CONVERSION MULTI-DEVISE VIA LE COURS TBDEV (ACCESSEUR MADEV,
      * VERIF-CODDEV) : UN DEBIT SE CONVERTIT AU COURS VENTE (LA BANQUE
      * VEND LA DEVISE AU CLIENT), UN CREDIT AU COURS ACHAT (LA BANQUE
      * ACHETE LA DEVISE AU CLIENT). LE SOLDE DU COMPTE EST MOUVEMENTE
      * DANS SA DEVISE DE TENUE, LA CONTREPARTIE GL EN DEVISE DE BASE
      * (02K-CONVERTIT-OPERATION).
       02A-TREATMENT.
           PERFORM 02W3-RESOUT-CONTREPARTIE-GL
      * LA CONVERSION EST ARRONDIE AU CENTIME ET LE RESIDU (PRODUIT
      * D'ARRONDI QU'UNE FOIS L'OPERATION ENTIEREMENT POSTEE (MEME
      * GARDE NOT ZF-DRYRUN QUE LES CUMULS GL) : UN REFUS '09', UNE
      * COMPENSATION OU UNE SIMULATION NE LAISSENT AUCUN RESIDU.
           MOVE OPE-SENS TO MF-SENS-CONVERSION
           MOVE OPE-DELAI-DISPO TO MF-DELAI-DISPO
           PERFORM 02K-CONVERTIT-OPERATION
           PERFORM 02Q-RESOUT-DECOUVERT
           COMPUTE CPT-SOLDE = CPT-SOLDE + MF-MNT-CONVERTI
      * LE RETRAIT D'UN MINEUR EST BORNE PAR SON PLAFOND MENSUEL, SUR
      * LE MONTANT CONVERTI DANS LA DEVISE DU COMPTE.
           IF MF-MINEUR AND MF-MNT-CONVERTI < 0
              COMPUTE MF-MNT-RETRAIT = 0 - MF-MNT-CONVERTI
              PERFORM VERIF-MINEUR-PLAFOND-MOIS
           END-IF

      * REGLES D'EPARGNE REGLEMENTEE RETENUES PAR VERIF-EPARGNE : UN
      * DEBIT NE REND JAMAIS DEBITEUR UN PRODUIT QUI L'INTERDIT, ET UN
      * CREDIT NE PORTE LE SOLDE AU-DELA DU PLAFOND DE DEPOT QUE S'IL
      * S'AGIT DES INTERETS CREDITEURS DU PRODUIT (OU DE LA CONTRE-
      * PASSATION D'UN RETRAIT, QUI RETABLIT LE SOLDE ANTERIEUR).
           IF ZF-CODRET NOT = '00'
              CONTINUE
           ELSE
           IF CPT-SOLDE < 0 AND MF-MNT-CONVERTI < 0
              AND MF-SANS-DEBITEUR
              MOVE '18' TO ZF-CODRET
              MOVE 'EPARGNE: SOLDE DEBITEUR EXCLU' TO ZF-LIBRET
           ELSE
           IF MF-MNT-CONVERTI > 0 AND MF-PLAFOND-DEPOT > 0
              AND CPT-SOLDE > MF-PLAFOND-DEPOT
              AND ZF-CODE-OPER NOT = MF-CODE-INTERETS
              AND ZF-CODE-OPER NOT = 'ANN'
              MOVE '17' TO ZF-CODRET
              MOVE 'EPARGNE: PLAFOND DEPOT ATTEINT' TO ZF-LIBRET
           ELSE
           IF CPT-SOLDE < MF-DECOUVERT-EFFECTIF
              MOVE '09' TO ZF-CODRET
              MOVE 'DECOUVERT NON AUTORISE' TO ZF-LIBRET
              IF ZF-CODRET = '00'
                 PERFORM 02B-CUMULE-COMPTE-GL
                 PERFORM MAJ-HISTORIQUE
      * UN CREDIT QUI NE PEUT ETRE TENU INDISPONIBLE N'EST PAS
      * POSTE : IL SERAIT DISPONIBLE AVANT SON ENCAISSEMENT.
                 IF ZF-CODRET = '00'
                    PERFORM 02F-TIENT-INDISPONIBLE
                    IF ZF-CODRET NOT = '00'
                       PERFORM 02F4-ANNULE-HISTORIQUE
                    END-IF
                 END-IF
                 IF ZF-CODRET NOT = '00'
                    PERFORM 02C-ANNULE-COMPTES
                 ELSE
                    IF NOT ZF-DRYRUN
                       ADD MF-RESTE-ARRONDI
                        TO MF-ENT-CUMUL-ARRONDI(MF-EX)
                    END-IF
      * UN CREDIT RECOUVRE N'EST PAS TARIFE : IL EST BALAYE.
                    IF MF-RECOUVREMENT
                       PERFORM 02P-BALAYE-RECOUVREMENT
                    ELSE
                       PERFORM 02E-GENERE-FRAIS
                    END-IF
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .

      * CONVERSION DE L'OPERATION COURANTE (ZF-MNTOPE EN ZF-CODE-DEV)
      * DANS LE SENS MF-SENS-CONVERSION. LA CONTRE-VALEUR EN DEVISE DE
      * BASE (MF-MNT-BASE) SUIT TOUJOURS LA REGLE DU COURS TBDEV, AVEC
      * SON RESIDU D'ARRONDI. LE MONTANT APPLIQUE AU SOLDE
      * (MF-MNT-CONVERTI) N'EST CONVERTI QUE SI LA DEVISE DE
      * L'OPERATION DIFFERE DE CELLE DU COMPTE : MEME DEVISE, LE
      * MONTANT DE L'OPERATION EST APPLIQUE TEL QUEL ; COMPTE EN
      * DEVISE DE BASE, C'EST LA CONTRE-VALEUR ; COMPTE EN AUTRE
      * DEVISE, LA CONTRE-VALEUR EXACTE EST EXPRIMEE DANS LA DEVISE DU
      * COMPTE PAR 02K1.
       02K-CONVERTIT-OPERATION.
           IF MF-SENS-CONVERSION = 'D'
             COMPUTE MF-MNT-EXACT =
                     0 - (DEV-MTVENTE * ZF-MNTOPE)
           ELSE
             COMPUTE MF-MNT-EXACT =
                     DEV-MTACHAT * ZF-MNTOPE
           END-IF
           COMPUTE MF-MNT-BASE ROUNDED = MF-MNT-EXACT
           COMPUTE MF-RESTE-ARRONDI =
                   MF-MNT-EXACT - MF-MNT-BASE
           EVALUATE TRUE
              WHEN ZF-CODE-DEV = MF-DEVISE-COMPTE
                 IF MF-SENS-CONVERSION = 'D'
                    COMPUTE MF-MNT-CONVERTI = 0 - ZF-MNTOPE
                 ELSE
                    MOVE ZF-MNTOPE TO MF-MNT-CONVERTI
                 END-IF
              WHEN MF-DEVISE-COMPTE = 'EUR'
                 MOVE MF-MNT-BASE TO MF-MNT-CONVERTI
              WHEN OTHER
                 MOVE MF-MNT-EXACT TO MF-MT-BASE-A-CONVERTIR
                 PERFORM 02K1-BASE-VERS-DEVISE-COMPTE
                 MOVE MF-MT-EN-DEVISE-CPT TO MF-MNT-CONVERTI
           END-EVALUATE
           .

      * EXPRESSION D'UN MONTANT SIGNE EN DEVISE DE BASE DANS LA DEVISE
      * DU COMPTE (COURS DVC CHARGES PAR VERIF-DEVISE-COMPTE) : LE
      * CLIENT DEBITE CEDE LA DEVISE DE SON COMPTE, QUE LA BANQUE LUI
      * ACHETE (COURS ACHAT) ; LE CLIENT CREDITE LA RECOIT, LA BANQUE
      * LA LUI VEND (COURS VENTE).
       02K1-BASE-VERS-DEVISE-COMPTE.
           IF MF-MT-BASE-A-CONVERTIR < 0
              COMPUTE MF-MT-EN-DEVISE-CPT ROUNDED =
                      MF-MT-BASE-A-CONVERTIR / DVC-MTACHAT
           ELSE
              COMPUTE MF-MT-EN-DEVISE-CPT ROUNDED =
                      MF-MT-BASE-A-CONVERTIR / DVC-MTVENTE
           END-IF
           .

      * EN MODE SIMULATION (ZF-DRYRUN), LA MISE A JOUR N'EST PAS
      * CONTREPARTIE EN PARTIE DOUBLE DE 02A-MAJ-SOLDE : LE COMPTE
      * GENERAL RESOLU PAR VERIF-CODOPE/VERIF-CODOPE-ANNULE (OPE-
      * COMPTE-GL) RECOIT LE MOUVEMENT INVERSE DE CELUI APPLIQUE AU
      * COMPTE CLIENT, EN DEVISE DE BASE (MF-MNT-BASE). LE MOUVEMENT
      * N'EST PLUS POSTE ICI MAIS CUMULE EN MEMOIRE, LE NET PAR COMPTE
      * GENERAL ETANT POSTE AU FLUSH (02T-FLUSH-GL) : LES LIGNES GL
      * NE SONT PLUS UN POINT DE CONTENTION ENTRE GKMAJ001 PARALLELES.
      * EN MODE SIMULATION RIEN N'EST CUMULE, RIEN NE SERA PERSISTE.
       02B-CUMULE-COMPTE-GL.
           IF NOT ZF-DRYRUN
              COMPUTE MF-GL-A-CUMULER = 0 - MF-MNT-BASE
              MOVE MF-GL-CONTREPARTIE TO CPT-COMPTE
              PERFORM 02U-CUMULE-SUR-GL
           END-IF
      * LE COMPTEUR DE FRAIS ABANDONNES EST REMONTE A CHAQUE FLUSH :
      * CELUI DE FIN DE RUN LE PORTE AU BILAN DE L'APPELANT.
           MOVE MF-NB-FRAIS-KO TO ZF-NB-FRAIS-KO
      * MEME REMONTEE POUR LES COMPTEURS DE L'ANTEMEMOIRE.
           MOVE MF-CACHE-COMPTEURS TO ZF-CACHE-COMPTEURS
           PERFORM 02T2-POSTE-ARRONDIS
           PERFORM VARYING MF-GX FROM 1 BY 1
                   UNTIL MF-GX > MF-NB-GL
      * RESIDUS D'ARRONDI ACCUMULES DEPUIS LE DERNIER FLUSH : LA
      * PART AU CENTIME EST POSTEE EN PAIRE EQUILIBREE (COMPTE
      * D'ARRONDI CONTRE COLLECTIF CLIENTS), LE SOUS-CENTIME
      * RESTANT COURT JUSQU'AU FLUSH SUIVANT. CHAQUE ENTITE POSTE
      * SES PROPRES RESIDUS SUR SES PROPRES COMPTES.
       02T2-POSTE-ARRONDIS.
           PERFORM VARYING MF-EX FROM 1 BY 1
                   UNTIL MF-EX > MF-NB-ENTITES
              COMPUTE MF-ARRONDI-POSTE ROUNDED =
                      MF-ENT-CUMUL-ARRONDI(MF-EX)
              IF MF-ARRONDI-POSTE NOT = 0
                 MOVE MF-ARRONDI-POSTE TO MF-GL-A-CUMULER
                 MOVE MF-ENT-ARRONDI(MF-EX) TO CPT-COMPTE
                 PERFORM 02U-CUMULE-SUR-GL
                 COMPUTE MF-GL-A-CUMULER = 0 - MF-ARRONDI-POSTE
                 MOVE MF-ENT-COLLECTIF(MF-EX) TO CPT-COMPTE
                 PERFORM 02U-CUMULE-SUR-GL
                 SUBTRACT MF-ARRONDI-POSTE
                     FROM MF-ENT-CUMUL-ARRONDI(MF-EX)
              END-IF
           END-PERFORM
           .

       02T1-POSTE-NET-GL.
      * N'ONT RIEN ECRIT NI CUMULE : IL N'Y A RIEN A COMPENSER ICI.
           IF NOT ZF-DRYRUN
              PERFORM 02X-ANNULE-COMPTE-CLIENT
              COMPUTE MF-GL-A-CUMULER = MF-MNT-BASE
              MOVE MF-GL-CONTREPARTIE TO CPT-COMPTE
              PERFORM 02U-CUMULE-SUR-GL
           END-IF
       02E5-APPLIQUE-TARIF.
              COMPUTE MF-MT-FRAIS ROUNDED =
                      MF-MT-TARIF
                    + (FUNCTION ABS(MF-MNT-BASE)
                       * MF-TX-TARIF / 100)
              PERFORM 02E6-PLAFONNE-FRAIS-MOIS
      * LE TARIF EST EN DEVISE DE BASE : LE DEBIT CLIENT EST EXPRIME
      * DANS LA DEVISE DU COMPTE.
              IF MF-DEVISE-COMPTE = 'EUR'
                 MOVE MF-MT-FRAIS TO MF-MT-FRAIS-CPT
              ELSE
                 COMPUTE MF-MT-BASE-A-CONVERTIR = 0 - MF-MT-FRAIS
                 PERFORM 02K1-BASE-VERS-DEVISE-COMPTE
                 COMPUTE MF-MT-FRAIS-CPT = 0 - MF-MT-EN-DEVISE-CPT
              END-IF
              IF MF-MT-FRAIS > 0
                 MOVE ZF-REF-OPER TO MF-REF-FRAIS
                 MOVE 'F' TO MF-REF-FRAIS(1:1)
           MOVE ZF-COMPTE TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA
           IF CPT-CODRET = '00'
              COMPUTE CPT-SOLDE = CPT-SOLDE - MF-MT-FRAIS-CPT
              MOVE 'UPD' TO CPT-FONCTION
              CALL 'MACPT' USING CPT-ZCMA
           END-IF
           MOVE MF-DATE-OPER  TO HIS-DATE-OPER
           PERFORM 02Z-DATE-VALEUR
           MOVE MF-DATE-VALEUR TO HIS-DATE-VALEUR
      * LES FRAIS SONT FACTURES EN DEVISE DE BASE : LE MOUVEMENT
      * CLIENT EST LE DEBIT DES FRAIS, SA CONTREPARTIE CREDITE LE
      * COMPTE DE PRODUITS ; LE DEBIT EST AUSSI PORTE DANS LA DEVISE
      * DU COMPTE.
           MOVE 'EUR'         TO HIS-CODE-DEV
           COMPUTE HIS-MT-CONVERTI = 0 - MF-MT-FRAIS
           MOVE MF-DEVISE-COMPTE TO HIS-DEV-COMPTE
           COMPUTE HIS-MT-COMPTE = 0 - MF-MT-FRAIS-CPT
           MOVE MF-AGENCE-COURANTE TO HIS-AGENCE
           MOVE MF-ENTITE-COURANTE TO HIS-ENTITE
           MOVE 'FRAIS OPERAT.' TO HIS-LIBELLE-OPER
           CALL 'MAHIS' USING HIS-ZCMA
           IF HIS-CODRET NOT = '00'
           MOVE ZF-COMPTE TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA
           IF CPT-CODRET = '00'
              COMPUTE CPT-SOLDE = CPT-SOLDE + MF-MT-FRAIS-CPT
              MOVE 'UPD' TO CPT-FONCTION
              CALL 'MACPT' USING CPT-ZCMA
              IF CPT-CODRET = '00'
                 MOVE CPT-SOLDE TO ZF-SOLDE
              END-IF
           END-IF
           .

      * BALAYAGE DU RECOUVREMENT, JUSTE APRES LE POSTE REUSSI DU
      * CREDIT (MEME DISCIPLINE QUE LES FRAIS COMPAGNONS) : LE COMPTE
      * CLIENT EST DEBITE DU CREDIT RECU, DANS LA LIMITE DU RESTANT
      * DU DE LA PERTE, SOUS LE CODE 'RCV' ; LE COMPTE GENERAL DE
      * RECOUVREMENTS ROUTE PAR TBHOP EST CREDITE (CUMUL GL) ; LA
      * LIGNE EST HISTORISEE SOUS UNE REFERENCE DERIVEE DU CREDIT
      * ('R' EN TETE), LIEE A LUI PAR REF-OPER-ANNULE ET PORTANT LE
      * COMPTE PASSE EN PERTE EN LIBELLE ; LE RECOUVREMENT EST ENFIN
      * CUMULE SUR TBPEP. UN ECHEC NE REMET PAS EN CAUSE LE CREDIT
      * DEJA POSTE : LES ECRITURES DE BALAYAGE SONT COMPENSEES ET
      * L'INCIDENT SIGNALE. RIEN N'EST BALAYE EN SIMULATION.
       02P-BALAYE-RECOUVREMENT.
           IF ZF-DRYRUN
              CONTINUE
           ELSE
              IF MF-MNT-BASE > MF-MT-A-RECOUVRER
                 MOVE MF-MT-A-RECOUVRER TO MF-MT-RECOUVRE
              ELSE
                 MOVE MF-MNT-BASE       TO MF-MT-RECOUVRE
              END-IF
      * LA PERTE EST SUIVIE EN DEVISE DE BASE ; LE DEBIT CLIENT DU
      * BALAYAGE EST EXPRIME DANS LA DEVISE DU COMPTE : UN BALAYAGE
      * INTEGRAL REPREND LE CREDIT TEL QU'IL A ETE APPLIQUE AU SOLDE.
              EVALUATE TRUE
                 WHEN MF-MT-RECOUVRE = MF-MNT-BASE
                    MOVE MF-MNT-CONVERTI TO MF-MT-RECOUVRE-CPT
                 WHEN MF-DEVISE-COMPTE = 'EUR'
                    MOVE MF-MT-RECOUVRE  TO MF-MT-RECOUVRE-CPT
                 WHEN OTHER
                    COMPUTE MF-MT-BASE-A-CONVERTIR =
                            0 - MF-MT-RECOUVRE
                    PERFORM 02K1-BASE-VERS-DEVISE-COMPTE
                    COMPUTE MF-MT-RECOUVRE-CPT =
                            0 - MF-MT-EN-DEVISE-CPT
              END-EVALUATE
              MOVE ZF-REF-OPER TO MF-REF-RECOUVRE
              MOVE 'R' TO MF-REF-RECOUVRE(1:1)
              MOVE 'N' TO MF-RECOUVREMENT-KO-SW
              INITIALIZE OPE-ZCMA
              MOVE 'SEL'         TO OPE-FONCTION
              MOVE 'RCV'         TO OPE-CODE-OPER
              MOVE MF-ENTITE-OPE TO OPE-ENTITE
              PERFORM 02H-LIT-TBHOP
              IF OPE-CODRET NOT = '00'
                 SET MF-RECOUVREMENT-KO TO TRUE
                 DISPLAY 'MFMAJCPT - CODE RCV ABSENT DE TBHOP '
                         MF-ENTITE-OPE ' : ' OPE-LIBRET
              ELSE
                 PERFORM 02P1-DEBITE-CLIENT-RECOUVRE
              END-IF
              IF NOT MF-RECOUVREMENT-KO
                 COMPUTE MF-GL-A-CUMULER = MF-MT-RECOUVRE
                 MOVE OPE-COMPTE-GL TO CPT-COMPTE
                 PERFORM 02U-CUMULE-SUR-GL
                 PERFORM 02P2-HISTORISE-RECOUVRE
              END-IF
              IF NOT MF-RECOUVREMENT-KO
                 PERFORM 02P4-CUMULE-PERTE
              END-IF
              IF MF-RECOUVREMENT-KO
                 DISPLAY 'MFMAJCPT - RECOUVREMENT NON BALAYE '
                         ZF-COMPTE ' ' ZF-REF-OPER
              END-IF
           END-IF
           .

       02P1-DEBITE-CLIENT-RECOUVRE.
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'     TO CPT-FONCTION
           MOVE ZF-COMPTE TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA
           IF CPT-CODRET = '00'
              COMPUTE CPT-SOLDE = CPT-SOLDE - MF-MT-RECOUVRE-CPT
              MOVE 'UPD' TO CPT-FONCTION
              CALL 'MACPT' USING CPT-ZCMA
           END-IF
           IF CPT-CODRET = '00'
              MOVE CPT-SOLDE TO ZF-SOLDE
           ELSE
              SET MF-RECOUVREMENT-KO TO TRUE
              DISPLAY 'MFMAJCPT - RECOUVREMENT NON DEBITE '
                      ZF-COMPTE ' : ' CPT-LIBRET
           END-IF
           .

       02P2-HISTORISE-RECOUVRE.
           INITIALIZE HIS-ZCMA
           MOVE 'INS'           TO HIS-FONCTION
           MOVE ZF-COMPTE       TO HIS-COMPTE
           MOVE MF-REF-RECOUVRE TO HIS-REF-OPER
           MOVE 'RCV'           TO HIS-CODE-OPER
           MOVE MF-MT-RECOUVRE  TO HIS-MONTANT
           MOVE ZF-REF-OPER     TO HIS-REF-OPER-ANNULE
           PERFORM 02Y-DATE-OPER-JOUR
           MOVE MF-DATE-OPER    TO HIS-DATE-OPER
           PERFORM 02Z-DATE-VALEUR
           MOVE MF-DATE-VALEUR  TO HIS-DATE-VALEUR
      * LE BALAYAGE PORTE SUR LE MONTANT DEJA CONVERTI EN DEVISE DE
      * BASE, ET SUR SON DEBIT DANS LA DEVISE DU COMPTE.
           MOVE 'EUR'           TO HIS-CODE-DEV
           COMPUTE HIS-MT-CONVERTI = 0 - MF-MT-RECOUVRE
           MOVE MF-DEVISE-COMPTE TO HIS-DEV-COMPTE
           COMPUTE HIS-MT-COMPTE = 0 - MF-MT-RECOUVRE-CPT
           MOVE MF-AGENCE-COURANTE TO HIS-AGENCE
           MOVE MF-ENTITE-COURANTE TO HIS-ENTITE
           MOVE MF-COMPTE-PERTE TO HIS-LIBELLE-OPER
           CALL 'MAHIS' USING HIS-ZCMA
           IF HIS-CODRET NOT = '00'
              SET MF-RECOUVREMENT-KO TO TRUE
              DISPLAY 'MFMAJCPT - RECOUVREMENT NON HISTORISE '
                      ZF-COMPTE ' ' MF-REF-RECOUVRE ' : ' HIS-LIBRET
              PERFORM 02P3-ANNULE-DEBIT-RECOUVRE
      * LE CREDIT DU COMPTE DE RECOUVREMENTS N'ETAIT QUE CUMULE.
              COMPUTE MF-GL-A-CUMULER = 0 - MF-MT-RECOUVRE
              MOVE OPE-COMPTE-GL TO CPT-COMPTE
              PERFORM 02U-CUMULE-SUR-GL
           END-IF
           .

       02P3-ANNULE-DEBIT-RECOUVRE.
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'     TO CPT-FONCTION
           MOVE ZF-COMPTE TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA
           IF CPT-CODRET = '00'
              COMPUTE CPT-SOLDE = CPT-SOLDE + MF-MT-RECOUVRE-CPT
              MOVE 'UPD' TO CPT-FONCTION
              CALL 'MACPT' USING CPT-ZCMA
              IF CPT-CODRET = '00'
           END-IF
           .

      * CUMUL DU RECOUVREMENT SUR LA PERTE : LE BALAYAGE EST DEJA
      * PASSE ET HISTORISE, UN ECHEC ICI EST SEULEMENT SIGNALE (LA
      * LIGNE 'RCV' DE TBHIS RESTE LA PREUVE DU RECOUVREMENT).
       02P4-CUMULE-PERTE.
           INITIALIZE PEP-ZCMA
           MOVE 'SEL'           TO PEP-FONCTION
           MOVE MF-COMPTE-PERTE TO PEP-COMPTE
           CALL 'MAPEP' USING PEP-ZCMA
           IF PEP-CODRET = '00'
              ADD MF-MT-RECOUVRE TO PEP-MONTANT-RECOUVRE
              MOVE MF-DATE-OPER  TO PEP-DATE-RECOUVRE
              ADD 1              TO PEP-NB-RECOUVREMENTS
              MOVE 'UPD'         TO PEP-FONCTION
              CALL 'MAPEP' USING PEP-ZCMA
           END-IF
           IF PEP-CODRET NOT = '00'
              DISPLAY 'MFMAJCPT - RECOUVREMENT NON CUMULE '
                      MF-COMPTE-PERTE ' ' MF-REF-RECOUVRE ' : '
                      PEP-LIBRET
           END-IF
           .

      * POSTE EN SUSPENS : LE COMPTE DE L'OPERATION EST INCONNU DE
      * TBCPT MAIS L'ORIGINE A DEJA REGLE LES FONDS ; LE MOUVEMENT
      * CLIENT EST APPLIQUE AU COMPTE GENERAL D'ATTENTE (CONTREPARTIE
           MOVE '00'   TO ZF-CODRET
           MOVE SPACES TO ZF-LIBRET
           PERFORM 02W3-RESOUT-CONTREPARTIE-GL
      * LE COMPTE D'ATTENTE EST TENU EN DEVISE DE BASE.
           MOVE 'EUR'    TO MF-DEVISE-COMPTE
           MOVE OPE-SENS TO MF-SENS-CONVERSION
           PERFORM 02K-CONVERTIT-OPERATION
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'             TO CPT-FONCTION
           MOVE MF-COMPTE-SUSPENS TO CPT-COMPTE
      * SUSPENS POSTE ET HISTORISE : LE RESIDU D'ARRONDI PEUT
      * ENTRER DANS LE CUMUL (JAMAIS EN SIMULATION).
                 IF NOT ZF-DRYRUN
                    ADD MF-RESTE-ARRONDI
                     TO MF-ENT-CUMUL-ARRONDI(MF-EX)
                 END-IF
                 MOVE '03' TO ZF-CODRET
                 IF ZF-COMPTE-VIRTUEL NOT = SPACES
                    MOVE 'SUSPENS: VIRTUEL NON ATTRIBUE'
                      TO ZF-LIBRET
                 ELSE
                    MOVE 'POSTE EN SUSPENS: COMPTE INCONNU'
                      TO ZF-LIBRET
                 END-IF
              END-IF
           END-IF
           .
           PERFORM 02Z-DATE-VALEUR
           MOVE MF-DATE-VALEUR     TO HIS-DATE-VALEUR
           MOVE ZF-CODE-DEV        TO HIS-CODE-DEV
           MOVE MF-MNT-BASE        TO HIS-MT-CONVERTI
           MOVE MF-DEVISE-COMPTE   TO HIS-DEV-COMPTE
           MOVE MF-MNT-CONVERTI    TO HIS-MT-COMPTE
      * LE COMPTE EST INCONNU DE TBCPT : PAS D'AGENCE A REPORTER.
           MOVE SPACES             TO HIS-AGENCE
      * LE SUSPENS EST TENU DANS LES LIVRES DE L'ENTITE DU LOT.
           MOVE MF-ENTITE-COURANTE TO HIS-ENTITE
           MOVE ZF-LIBELLE-OPER    TO HIS-LIBELLE-OPER
           MOVE ZF-COMPTE-VIRTUEL  TO HIS-COMPTE-VIRTUEL
           IF ZF-DRYRUN
              MOVE '00' TO HIS-CODRET
           ELSE
                    MOVE 'UPD' TO CPT-FONCTION
                    CALL 'MACPT' USING CPT-ZCMA
                 END-IF
                 COMPUTE MF-GL-A-CUMULER = MF-MNT-BASE
                 MOVE MF-GL-CONTREPARTIE TO CPT-COMPTE
                 PERFORM 02U-CUMULE-SUR-GL
              END-IF
      * UNE FACILITE EXPIREE OU UN TBDCV ILLISIBLE LAISSENT LE
      * PLANCHER GLOBAL (COMPORTEMENT D'AVANT FACILITES).
       02Q-RESOUT-DECOUVERT.
      * LE PLANCHER GLOBAL EST EN DEVISE DE BASE ; LA FACILITE ET LES
      * GAGES SONT EXPRIMES DANS LA DEVISE DU COMPTE.
           IF MF-DEVISE-COMPTE = 'EUR'
              MOVE MF-DECOUVERT-AUTORISE TO MF-DECOUVERT-EFFECTIF
           ELSE
              MOVE MF-DECOUVERT-AUTORISE TO MF-MT-BASE-A-CONVERTIR
              PERFORM 02K1-BASE-VERS-DEVISE-COMPTE
              MOVE MF-MT-EN-DEVISE-CPT TO MF-DECOUVERT-EFFECTIF
           END-IF
           IF ZF-DATE-LOT NOT = SPACES
              MOVE ZF-DATE-LOT TO MF-DATE-REFERENCE
           ELSE
              AND MF-DATE-REFERENCE <= DCV-DATE-FIN
              COMPUTE MF-DECOUVERT-EFFECTIF = 0 - DCV-MT-AUTORISE
           END-IF
      * LE COMPTE DEBITE D'UN CLIENT MINEUR N'A AUCUNE FACILITE DE
      * DECOUVERT, NI GLOBALE NI INDIVIDUELLE : SON PLANCHER EST ZERO.
           IF MF-MINEUR
              MOVE 0 TO MF-DECOUVERT-EFFECTIF
           END-IF
      * LES GAGES ACTIFS DU COMPTE RELEVENT LE PLANCHER D'AUTANT :
      * LA DISPONIBILITE EST LE SOLDE MOINS LES GAGES (SOLDE - GAGES
      * >= PLANCHER EQUIVAUT A SOLDE >= PLANCHER + GAGES).
           IF GAG-CODRET = '00' AND GAG-MONTANT NOT = 0
              ADD GAG-MONTANT TO MF-DECOUVERT-EFFECTIF
           END-IF
      * LES CREDITS EN ATTENTE D'ENCAISSEMENT (TBFND) NE SONT PAS
      * DISPONIBLES NON PLUS : ILS RELEVENT LE PLANCHER COMME LES
      * GAGES, JUSQU'A LEUR DATE DE LIBERATION. LA CONTRE-PASSATION
      * D'UN CREDIT ENCORE INDISPONIBLE (CHEQUE REVENU IMPAYE) LE
      * SORT DU TOTAL, PUISQU'ELLE RETIRE DU SOLDE UN MONTANT QUI
      * N'A JAMAIS ETE DISPONIBLE. LE VIREMENT DE SOLDE D'UNE
      * MIGRATION DE NUMERO 'MIG' EMPORTE TOUT LE SOLDE, CREDITS
      * INDISPONIBLES COMPRIS (GKMIGCPT LES REPORTE SUR LE NOUVEAU
      * NUMERO).
           MOVE 'N' TO MF-FND-A-LEVER-SW
           IF ZF-CODE-OPER NOT = 'MIG'
              INITIALIZE FND-ZCMA
              MOVE 'SOM'             TO FND-FONCTION
              MOVE ZF-COMPTE         TO FND-COMPTE
              MOVE MF-DATE-REFERENCE TO FND-DATE-REF
              CALL 'MAFND' USING FND-ZCMA
              IF FND-CODRET = '00' AND FND-MONTANT NOT = 0
                 ADD FND-MONTANT TO MF-DECOUVERT-EFFECTIF
              END-IF
              IF ZF-CODE-OPER = 'ANN'
                 INITIALIZE FND-ZCMA
                 MOVE 'SEL'              TO FND-FONCTION
                 MOVE ZF-COMPTE          TO FND-COMPTE
                 MOVE ZF-REF-OPER-ANNULE TO FND-REF-OPER
                 CALL 'MAFND' USING FND-ZCMA
                 IF FND-CODRET = '00'
                    SET MF-FND-A-LEVER TO TRUE
                    IF FND-DATE-OPER NOT > MF-DATE-REFERENCE
                       AND FND-DATE-DISPO > MF-DATE-REFERENCE
                       SUBTRACT FND-MONTANT FROM MF-DECOUVERT-EFFECTIF
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      * FONDS NON DISPONIBLES DE L'OPERATION QUI VIENT D'ETRE POSTEE :
      * UN CREDIT SOUS UN CODE A DELAI DE DISPONIBILITE EST TENU SUR
      * TBFND JUSQU'A SA DATE DE LIBERATION ; LA CONTRE-PASSATION D'UN
      * CREDIT ENCORE TENU LEVE SA LIGNE. RIEN N'EST TENU EN MODE
      * SIMULATION. LES JAMBES D'UN VIREMENT '20' NE SONT JAMAIS
      * TENUES : L'ARGENT ETAIT DEJA DISPONIBLE CHEZ LE DEBITEUR.
       02F-TIENT-INDISPONIBLE.
           IF NOT ZF-DRYRUN
              EVALUATE TRUE
                 WHEN MF-FND-A-LEVER
                    PERFORM 02F3-LEVE-INDISPONIBLE
                 WHEN ZF-CODE-OPER NOT = 'ANN'
                      AND MF-MNT-CONVERTI > 0
                      AND MF-DELAI-DISPO > 0
                    PERFORM 02F1-POSE-INDISPONIBLE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

      * LE MONTANT TENU EST LE MONTANT CREDITE AU SOLDE, DANS LA
      * DEVISE DU COMPTE, DATE DE LA DATE METIER DU POSTE.
       02F1-POSE-INDISPONIBLE.
           PERFORM 02F2-CALCULE-DATE-DISPO
           INITIALIZE FND-ZCMA
           MOVE 'INS'             TO FND-FONCTION
           MOVE ZF-COMPTE         TO FND-COMPTE
           MOVE ZF-REF-OPER       TO FND-REF-OPER
           MOVE ZF-CODE-OPER      TO FND-CODE-OPER
           MOVE MF-MNT-CONVERTI   TO FND-MONTANT
           MOVE MF-DATE-REFERENCE TO FND-DATE-OPER
           MOVE MF-DATE-DISPO     TO FND-DATE-DISPO
           SET FND-INDISPONIBLE   TO TRUE
           CALL 'MAFND' USING FND-ZCMA
           IF FND-CODRET NOT = '00'
              MOVE FND-CODRET  TO ZF-CODRET
              MOVE FND-SQLCODE TO ZF-SQLCODE
              STRING 'FONDS NON DISPO: ' DELIMITED BY SIZE
                     FND-LIBRET          DELIMITED BY SIZE
                INTO ZF-LIBRET
           END-IF
           .

      * DATE DE LIBERATION : LA DATE METIER DU POSTE AVANCEE DU
      * DELAI DU CODE EN JOURS OUVRES DU CALENDRIER LOCAL (MACAL
      * 'NXT', VIA L'ANTEMEMOIRE TBCAL). UN JOUR INCONNU DE TBCAL EST
      * REPUTE OUVRE, COMME POUR LA DATE DE VALEUR : IL COMPTE POUR
      * UN JOUR ET LE DECOMPTE REPART DU LENDEMAIN CIVIL.
       02F2-CALCULE-DATE-DISPO.
           MOVE MF-DATE-REFERENCE TO MF-DATE-DISPO
           PERFORM VARYING MF-NB-JOURS-OUVRES FROM 1 BY 1
                   UNTIL MF-NB-JOURS-OUVRES > MF-DELAI-DISPO
              INITIALIZE CAL-ZCMA
              MOVE 'NXT'         TO CAL-FONCTION
              MOVE 'LOC'         TO CAL-CALENDRIER
              MOVE MF-DATE-DISPO TO CAL-DATE-CAL
              PERFORM 02Z5-LIT-TBCAL
              IF CAL-CODRET = '00'
                 MOVE CAL-DATE-SUIVANTE TO MF-DATE-DISPO
              ELSE
                 PERFORM 02F5-LENDEMAIN-CIVIL
              END-IF
           END-PERFORM
           .

      * UNE LIGNE QUI NE PEUT ETRE LEVEE (DEJA PURGEE, ERREUR SQL)
      * N'EMPECHE PAS LA CONTRE-PASSATION DEJA POSTEE : ELLE CESSE DE
      * PESER D'ELLE-MEME A SA DATE DE LIBERATION.
       02F3-LEVE-INDISPONIBLE.
           INITIALIZE FND-ZCMA
           MOVE 'DEL'              TO FND-FONCTION
           MOVE ZF-COMPTE          TO FND-COMPTE
           MOVE ZF-REF-OPER-ANNULE TO FND-REF-OPER
           CALL 'MAFND' USING FND-ZCMA
           IF FND-CODRET NOT = '00'
              DISPLAY 'MFMAJCPT - FONDS NON DISPO NON LEVES '
                      ZF-COMPTE ' ' ZF-REF-OPER-ANNULE ' : '
                      FND-LIBRET
           END-IF
           .

      * RETRAIT DE LA LIGNE TBHIS DEJA HISTORISEE QUAND LES FONDS
      * NON DISPONIBLES N'ONT PU ETRE TENUS ; LE SOLDE ET LE CUMUL GL
      * SONT ENSUITE COMPENSES PAR 02C-ANNULE-COMPTES.
       02F4-ANNULE-HISTORIQUE.
           INITIALIZE HIS-ZCMA
           MOVE 'DEL'       TO HIS-FONCTION
           MOVE ZF-COMPTE   TO HIS-COMPTE
           MOVE ZF-REF-OPER TO HIS-REF-OPER
           CALL 'MAHIS' USING HIS-ZCMA
           .

       02F5-LENDEMAIN-CIVIL.
           STRING MF-DATE-DISPO(1:4)
                  MF-DATE-DISPO(6:2)
                  MF-DATE-DISPO(9:2)
                  DELIMITED BY SIZE INTO MF-DATE-DISPO-NUM
           COMPUTE MF-DATE-DISPO-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(MF-DATE-DISPO-NUM) + 1)
           STRING MF-DATE-DISPO-NUM(1:4) '-'
                  MF-DATE-DISPO-NUM(5:2) '-'
                  MF-DATE-DISPO-NUM(7:2)
                  DELIMITED BY SIZE INTO MF-DATE-DISPO
           .

      * LECTURE TBHOP (OPE-ENTITE ET OPE-CODE-OPER RENSEIGNES PAR
      * L'APPELANT, FONCTION 'SEL') : SERVIE PAR L'ANTEMEMOIRE, SINON
      * PAR MAOPE.
       02H-LIT-TBHOP.
           MOVE OPE-ENTITE    TO MF-OPE-CLE-LUE-ENTITE
           MOVE OPE-CODE-OPER TO MF-OPE-CLE-LUE-CODE
           SEARCH ALL MF-OPE-ENTRY
              AT END
                 ADD 1 TO MF-NB-OPE-DB2
                 CALL 'MAOPE' USING OPE-ZCMA
              WHEN MF-OPE-CLE(MF-OX) = MF-OPE-CLE-LUE
                 ADD 1 TO MF-NB-OPE-SERVIS
                 MOVE MF-OPE-DONNEES(MF-OX) TO OPE-DONNEES
                 MOVE '00' TO OPE-CODRET
           END-SEARCH
           .

      * RECHERCHE EN ANTEMEMOIRE DU COURS DE MF-DEV-CODE-CHERCHE EN
      * VIGUEUR A MF-DEV-DATE-CHERCHEE (A SPACES = COURS COURANT) :
      * TROUVE, MF-DEV-I POINTE LA LIGNE A SERVIR ; SINON L'APPELANT
      * INTERROGE MADEV, QUI REND SON PROPRE DIAGNOSTIC.
       02H1-CHERCHE-TBDEV.
           MOVE 'N' TO MF-DEV-TROUVEE-SW
           PERFORM VARYING MF-DVX-I FROM 1 BY 1
                   UNTIL MF-DVX-I > MF-NB-DVX
              IF MF-DVX-CODE(MF-DVX-I) = MF-DEV-CODE-CHERCHE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF MF-DVX-I NOT > MF-NB-DVX
              IF MF-DEV-DATE-CHERCHEE = SPACES
                 MOVE MF-DVX-DERNIERE(MF-DVX-I) TO MF-DEV-I
                 SET MF-DEV-TROUVEE TO TRUE
              ELSE
                 PERFORM VARYING MF-DEV-I
                         FROM MF-DVX-DERNIERE(MF-DVX-I) BY -1
                         UNTIL MF-DEV-I < MF-DVX-PREMIERE(MF-DVX-I)
                    IF MF-DEV-DATE-EFFET(MF-DEV-I)
                       NOT > MF-DEV-DATE-CHERCHEE
                       SET MF-DEV-TROUVEE TO TRUE
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
              END-IF
           END-IF
           IF MF-DEV-TROUVEE
              ADD 1 TO MF-NB-DEV-SERVIS
           ELSE
              ADD 1 TO MF-NB-DEV-DB2
           END-IF
           .

      ********** PARAGRAPHS VERIFICATION **************
           INITIALIZE OPE-ZCMA
           MOVE 'SEL'         TO OPE-FONCTION
           MOVE ZF-CODE-OPER  TO OPE-CODE-OPER
           MOVE MF-ENTITE-OPE TO OPE-ENTITE
           PERFORM 02H-LIT-TBHOP
           IF OPE-CODRET NOT = '00'
              MOVE OPE-CODRET  TO ZF-CODRET
              MOVE OPE-SQLCODE TO ZF-SQLCODE
           INITIALIZE OPE-ZCMA
           MOVE 'SEL'               TO OPE-FONCTION
           MOVE ZF-CODE-OPER-ANNULE TO OPE-CODE-OPER
           MOVE MF-ENTITE-OPE       TO OPE-ENTITE
           PERFORM 02H-LIT-TBHOP
           IF OPE-CODRET NOT = '00'
              MOVE OPE-CODRET  TO ZF-CODRET
              MOVE OPE-SQLCODE TO ZF-SQLCODE
              MOVE ZF-DATE-LOT TO DEV-DATE-EFFET
           END-IF
           MOVE ZF-CODE-DEV TO DEV-CODE-DEV
           MOVE ZF-CODE-DEV TO MF-DEV-CODE-CHERCHE
           MOVE ZF-DATE-LOT TO MF-DEV-DATE-CHERCHEE
           PERFORM 02H1-CHERCHE-TBDEV
           IF MF-DEV-TROUVEE
              MOVE MF-DEV-DONNEES(MF-DEV-I) TO DEV-DONNEES
              MOVE '00' TO DEV-CODRET
           ELSE
              CALL 'MADEV' USING DEV-ZCMA
           END-IF
           IF DEV-CODRET NOT = '00'
              MOVE DEV-CODRET  TO ZF-CODRET
              MOVE DEV-SQLCODE TO ZF-SQLCODE
      * STATUT VERIFIE : UN COMPTE INCONNU, BLOQUE OU CLOTURE EST
      * REJETE ICI, AVANT TOUTE MISE A JOUR DE SOLDE.
       VERIF-COMPTE.
           MOVE 'N'    TO MF-RECOUVREMENT-SW
           MOVE SPACES TO MF-CODCLI-COURANT
           MOVE SPACES TO MF-AGENCE-COURANTE
           MOVE SPACES TO MF-ENTITE-COURANTE
           MOVE SPACES TO MF-PRODUIT-COURANT
           MOVE SPACES TO MF-STATUT-COURANT
           MOVE 'EUR'  TO MF-DEVISE-COMPTE
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'       TO CPT-FONCTION
           MOVE ZF-COMPTE   TO CPT-COMPTE
      * BESOIN POUR RESOUDRE LE PLAN TARIFAIRE.
              MOVE CPT-CODCLI TO MF-CODCLI-COURANT
              MOVE CPT-AGENCE TO MF-AGENCE-COURANTE
              MOVE CPT-PRODUIT TO MF-PRODUIT-COURANT
              MOVE CPT-STATUT  TO MF-STATUT-COURANT
              IF CPT-DEVISE NOT = SPACES
                 MOVE CPT-DEVISE TO MF-DEVISE-COMPTE
              END-IF
           END-IF
           IF CPT-CODRET NOT = '00'
              MOVE CPT-CODRET  TO ZF-CODRET
           ELSE
              IF CPT-COMPTE-ACTIF
                 MOVE '00' TO ZF-CODRET
                 PERFORM VERIF-PERTE
              ELSE
      * LE TRANSFERT DE DESHERENCE (CODE DEDIE 'DSH', EMIS PAR
      * GKDORMANT SUR LES SEULS COMPTES QU'IL A MIS EN DORMANCE)
      * EST LA SORTIE NORMALE D'UN COMPTE DORMANT : IL EST ADMIS
      * SUR LE STATUT 'D', TOUTE AUTRE OPERATION RESTE REJETEE.
      * UN COMPTE EN SUCCESSION N'ADMET QUE LES OPERATIONS DE LA
      * SUCCESSION (MF-OPER-SUCCESSION). LE PASSAGE EN PERTE 'PEP'
      * (GKPERTE) SOLDE AUSSI UN COMPTE BLOQUE OU DORMANT, ET UN
      * COMPTE CLOS PASSE EN PERTE N'ADMET QUE LE CREDIT QUI SERA
      * INTEGRALEMENT BALAYE EN RECOUVREMENT (VERIF-PERTE-CLOS).
                 MOVE ZF-CODE-OPER TO MF-CODE-OPER-SUCC
                 EVALUATE TRUE
                    WHEN CPT-COMPTE-DORMANT AND ZF-CODE-OPER = 'DSH'
                       MOVE '00' TO ZF-CODRET
                    WHEN CPT-COMPTE-SUCCESSION AND MF-OPER-SUCCESSION
                       MOVE '00' TO ZF-CODRET
                    WHEN ZF-CODE-OPER = 'PEP'
                         AND (CPT-COMPTE-BLOQUE OR CPT-COMPTE-DORMANT)
                       MOVE '00' TO ZF-CODRET
                    WHEN CPT-COMPTE-CLOTURE
                       PERFORM VERIF-PERTE-CLOS
                    WHEN OTHER
                       MOVE '06' TO ZF-CODRET
                       STRING 'COMPTE: STATUT ' DELIMITED BY SIZE
                              CPT-STATUT        DELIMITED BY SIZE
                         INTO ZF-LIBRET
                 END-EVALUATE
              END-IF
           END-IF
           IF ZF-CODRET = '00'
              PERFORM VERIF-ENTITE
           END-IF
           IF ZF-CODRET = '00'
              PERFORM VERIF-DEVISE-COMPTE
           END-IF
           .

      * COURS DE LA DEVISE DE TENUE DU COMPTE, QUAND ELLE N'EST PAS LA
      * DEVISE DE BASE (MEME LECTURE TBDEV QUE VERIF-CODDEV) : UNE
      * DEVISE SANS COURS UTILISABLE REJETTE L'OPERATION EN '16'.
       VERIF-DEVISE-COMPTE.
           IF MF-DEVISE-COMPTE NOT = 'EUR'
              INITIALIZE DVC-ZCMA
              IF ZF-DATE-LOT = SPACES
                 MOVE 'SEL'       TO DVC-FONCTION
              ELSE
                 MOVE 'SLD'       TO DVC-FONCTION
                 MOVE ZF-DATE-LOT TO DVC-DATE-EFFET
              END-IF
              MOVE MF-DEVISE-COMPTE TO DVC-CODE-DEV
              MOVE MF-DEVISE-COMPTE TO MF-DEV-CODE-CHERCHE
              MOVE ZF-DATE-LOT      TO MF-DEV-DATE-CHERCHEE
              PERFORM 02H1-CHERCHE-TBDEV
              IF MF-DEV-TROUVEE
                 MOVE MF-DEV-DONNEES(MF-DEV-I) TO DVC-DONNEES
                 MOVE '00' TO DVC-CODRET
              ELSE
                 CALL 'MADEV' USING DVC-ZCMA
              END-IF
              EVALUATE TRUE
                 WHEN DVC-CODRET NOT = '00'
                    MOVE '16'        TO ZF-CODRET
                    MOVE DVC-SQLCODE TO ZF-SQLCODE
                    STRING 'DEVISE COMPTE: ' DELIMITED BY SIZE
                           DVC-LIBRET        DELIMITED BY SIZE
                      INTO ZF-LIBRET
                 WHEN DVC-MTACHAT = 0 OR DVC-MTVENTE = 0
                    MOVE '16' TO ZF-CODRET
                    MOVE 'DEVISE COMPTE: COURS NUL' TO ZF-LIBRET
              END-EVALUATE
           END-IF
           .

      * RECOUVREMENT APRES PERTE : UN CREDIT '10' SUR UN COMPTE ACTIF
      * DONT LE CLIENT A UNE PERTE NON ENTIEREMENT RECOUVREE (TBPEP,
      * MAPEP 'CLI') SERA BALAYE EN RECOUVREMENT APRES SON POSTE. LES
      * VIREMENTS DE COMPTE A COMPTE '20' NE SONT PAS BALAYES. UN
      * TBPEP ILLISIBLE REJETTE L'OPERATION : LA POSTER EN CREDIT
      * NORMAL PERDRAIT LE RECOUVREMENT.
       VERIF-PERTE.
           MOVE ZF-CODE-OPER TO MF-CODE-OPER-PERTE
           IF OPE-SENS = 'C'
              AND ZF-TYPE NOT = '20'
              AND NOT MF-OPER-HORS-RECOUVREMENT
              AND CPT-CODCLI NOT = SPACES
              INITIALIZE PEP-ZCMA
              MOVE 'CLI'      TO PEP-FONCTION
              MOVE CPT-CODCLI TO PEP-CODCLI
              CALL 'MAPEP' USING PEP-ZCMA
              PERFORM VERIF-PERTE-RETOUR
           END-IF
           .

      * CREDIT SUR UN COMPTE CLOS : ADMIS SEULEMENT SI LE COMPTE A
      * ETE PASSE EN PERTE ET QUE LE CREDIT TIENT DANS LE RESTANT DU,
      * LE COMPTE CLOS NE DEVANT GARDER AUCUN SOLDE APRES BALAYAGE ;
      * TOUT AUTRE CAS RESTE REJETE EN '06' (RESTITUTION MANUELLE).
       VERIF-PERTE-CLOS.
           MOVE ZF-CODE-OPER TO MF-CODE-OPER-PERTE
           MOVE '06' TO ZF-CODRET
           STRING 'COMPTE: STATUT ' DELIMITED BY SIZE
                  CPT-STATUT        DELIMITED BY SIZE
             INTO ZF-LIBRET
           IF OPE-SENS = 'C'
              AND ZF-TYPE NOT = '20'
              AND NOT MF-OPER-HORS-RECOUVREMENT
              INITIALIZE PEP-ZCMA
              MOVE 'SEL'     TO PEP-FONCTION
              MOVE ZF-COMPTE TO PEP-COMPTE
              CALL 'MAPEP' USING PEP-ZCMA
              IF PEP-CODRET = '12'
                 PERFORM VERIF-PERTE-RETOUR
              ELSE
                 IF PEP-CODRET = '00'
                    PERFORM VERIF-PERTE-RETOUR
                    COMPUTE MF-MT-ESTIME ROUNDED =
                            DEV-MTACHAT * ZF-MNTOPE
                    IF MF-RECOUVREMENT
                       AND MF-MT-ESTIME <= MF-MT-A-RECOUVRER
                       MOVE '00'   TO ZF-CODRET
                       MOVE SPACES TO ZF-LIBRET
                    ELSE
                       MOVE 'N' TO MF-RECOUVREMENT-SW
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       VERIF-PERTE-RETOUR.
           EVALUATE PEP-CODRET
              WHEN '00'
                 COMPUTE MF-MT-A-RECOUVRER =
                         PEP-MONTANT-PERTE - PEP-MONTANT-RECOUVRE
                 IF MF-MT-A-RECOUVRER > 0
                    SET MF-RECOUVREMENT TO TRUE
                    MOVE PEP-COMPTE TO MF-COMPTE-PERTE
                 END-IF
              WHEN '04'
                 CONTINUE
              WHEN OTHER
                 MOVE PEP-CODRET  TO ZF-CODRET
                 MOVE PEP-SQLCODE TO ZF-SQLCODE
                 MOVE SPACES      TO ZF-LIBRET
                 STRING 'PERTE: ' DELIMITED BY SIZE
                        PEP-LIBRET DELIMITED BY SIZE
                   INTO ZF-LIBRET
           END-EVALUATE
           .

      * CLOISONNEMENT MULTI-ENTITES : LE COMPTE EST POSTE DANS LES
      * LIVRES DE SA PROPRE ENTITE (TBCPT.ENTITE). UN LOT DONT L'ENTETE
      * PORTE UNE ENTITE (ZF-ENTITE-CONTROLEE) N'ADMET QUE LES COMPTES
      * DE CETTE ENTITE, HORS COMPTE DE LIAISON INTER-ENTITES. LES
      * COMPTES TECHNIQUES DE L'ENTITE SONT SELECTIONNES, ET LE
      * ROUTAGE TBHOP RERESOLU SOUS CETTE ENTITE S'IL AVAIT ETE RESOLU
      * SOUS UNE AUTRE (UN VIREMENT '20' NE PASSE JAMAIS PAR LA
      * CONTRE-PASSATION).
       VERIF-ENTITE.
           MOVE CPT-ENTITE TO MF-ENTITE-COURANTE
           IF ZF-ENTITE-CONTROLEE
              AND MF-ENTITE-COURANTE NOT = ZF-ENTITE
              AND ZF-COMPTE NOT = MF-COMPTE-INTERENTITE
              MOVE '15' TO ZF-CODRET
              MOVE 'ENTITE: COMPTE HORS LOT' TO ZF-LIBRET
           ELSE
              PERFORM 01C-SELECTIONNE-ENTITE
              IF ZF-CODRET = '00'
                 AND MF-ENTITE-COURANTE NOT = MF-ENTITE-OPE
                 MOVE MF-ENTITE-COURANTE TO MF-ENTITE-OPE
                 IF ZF-CODE-OPER = 'ANN' AND ZF-TYPE NOT = '20'
                    PERFORM VERIF-CODOPE-ANNULE
                 ELSE
                    PERFORM VERIF-CODOPE
                 END-IF
              END-IF
           END-IF
      * OPERATIONS DEJA HISTORISEES SUR TBHIS POUR CE COMPTE, A LA DATE
      * DE L'OPERATION COURANTE, SONT TOTALISES PAR MAHIS (FONCTION
      * JNB) ; L'OPERATION EST REJETEE SI LA POSER FERAIT DEPASSER LE
      * PLAFOND EN NOMBRE OU EN MONTANT. LE VIREMENT DU SOLDE D'UN
      * ANCIEN NUMERO VERS SON NOUVEAU ('MIG', GKMIGCPT) N'EST PAS UNE
      * OPERATION DU CLIENT ET N'EST PAS PLAFONNE.
       VERIF-PLAFOND-JOUR.
           IF ZF-CODE-OPER = 'MIG'
              MOVE '00' TO ZF-CODRET
           ELSE
              PERFORM 02Y-DATE-OPER-JOUR
              INITIALIZE HIS-ZCMA
              MOVE 'JNB'         TO HIS-FONCTION
              MOVE ZF-COMPTE     TO HIS-COMPTE
              MOVE MF-DATE-OPER  TO HIS-DATE-OPER
              CALL 'MAHIS' USING HIS-ZCMA

              IF HIS-CODRET NOT = '00'
                 MOVE HIS-CODRET  TO ZF-CODRET
                 MOVE HIS-SQLCODE TO ZF-SQLCODE
                 STRING 'PLAFOND JOUR: ' DELIMITED BY SIZE
                        HIS-LIBRET       DELIMITED BY SIZE
                   INTO ZF-LIBRET
              ELSE
                 IF HIS-NB-JOUR + 1 > MF-PLAFOND-NB-JOUR
                 OR HIS-MT-JOUR + ZF-MNTOPE > MF-PLAFOND-MT-JOUR
                    MOVE '07' TO ZF-CODRET
                    MOVE 'PLAFOND QUOTIDIEN DU COMPTE ATTEINT'
                      TO ZF-LIBRET
                 ELSE
                    MOVE '00' TO ZF-CODRET
                 END-IF
              END-IF
           END-IF
           .
           END-IF
           .

      * REVUE KYC ECHUE AU DELA DU DELAI DE GRACE : GKKYCREV A POSE LA
      * RESTRICTION SUR LE CLIENT TITULAIRE DU COMPTE DEBITE. LES
      * CREDITS RESTENT ACCEPTES ; UN DEBIT '10' OU LA JAMBE DEBITRICE
      * D'UN VIREMENT '20' EST RETENU EN '21' (MIS EN HOLD PAR
      * GKMAJ001 JUSQU'A LA REVUE). UNE CONTRE-PASSATION 'ANN' ET UN
      * PASSAGE EN PERTE 'PEP' RESTENT DES ECRITURES DE LA BANQUE, DE
      * MEME QUE LE VIREMENT DE SOLDE D'UNE MIGRATION DE NUMERO 'MIG'.
       VERIF-KYC.
           MOVE '00' TO ZF-CODRET
           MOVE 'N'  TO MF-MINEUR-SW
           IF (OPE-SENS = 'D' OR ZF-TYPE = '20')
              AND ZF-CODE-OPER NOT = 'ANN'
              AND ZF-CODE-OPER NOT = 'PEP'
              AND ZF-CODE-OPER NOT = 'MIG'
              AND MF-CODCLI-COURANT NOT = SPACES
              INITIALIZE CLI-ZCMA
              MOVE 'SEL'             TO CLI-FONCTION
              MOVE MF-CODCLI-COURANT TO CLI-ID
              CALL 'MACLI' USING CLI-ZCMA
              IF CLI-CODRET = '00' AND CLI-DEBITS-RETENUS
                 MOVE '21' TO ZF-CODRET
                 MOVE 'KYC: REVUE ECHUE, DEBIT RETENU' TO ZF-LIBRET
              END-IF
              IF CLI-CODRET = '00' AND ZF-CODRET = '00'
                 AND CLI-DATE-NAISSANCE NOT = SPACES
                 PERFORM VERIF-MINEUR
              END-IF
           END-IF
           .

      * DEBIT DU COMPTE D'UN CLIENT MINEUR (CLIENT LU PAR VERIF-KYC,
      * MEMES EXEMPTIONS) : LE CLIENT EST MINEUR TANT QUE LA DATE
      * DE SES DIX-HUIT ANS (AGE TBPRM AGE-MAJORITE) EST POSTERIEURE
      * A LA DATE METIER. LE COMPTE EST ALORS TENU SANS DECOUVERT
      * (PLANCHER A ZERO DANS 02Q, REJET '09') ET SES RETRAITS DU
      * MOIS SONT BORNES PAR VERIF-MINEUR-PLAFOND-MOIS (REJET '22'),
      * UNE FOIS LE MONTANT CONVERTI DANS LA DEVISE DU COMPTE.
       VERIF-MINEUR.
           COMPUTE MF-AN-MAJORITE =
                   FUNCTION NUMVAL(CLI-DATE-NAISSANCE(1:4))
                 + MF-AGE-MAJORITE
           MOVE CLI-DATE-NAISSANCE TO MF-DATE-MAJORITE
           MOVE MF-AN-MAJORITE     TO MF-DATE-MAJORITE(1:4)
           IF ZF-DATE-LOT NOT = SPACES
              MOVE ZF-DATE-LOT TO MF-DATE-REFERENCE
           ELSE
              PERFORM 02Y-DATE-OPER-JOUR
              MOVE MF-DATE-OPER TO MF-DATE-REFERENCE
           END-IF
           IF MF-DATE-MAJORITE > MF-DATE-REFERENCE
              SET MF-MINEUR TO TRUE
           END-IF
           .

      * PLAFOND MENSUEL DU MINEUR : LES RETRAITS DU MOIS CIVIL DEJA
      * POSTES (MAHIS 'RNB', EN DEVISE DU COMPTE) PLUS LE RETRAIT
      * COURANT (MF-MNT-RETRAIT, MONTANT CONVERTI) NE PEUVENT DEPASSER
      * LE PLAFOND TBPRM, EXPRIME EN DEVISE DE BASE ET CONVERTI DANS
      * LA DEVISE DU COMPTE COMME LE PLANCHER GLOBAL DE DECOUVERT
      * (02Q) : PRIS EN SENS DEBIT, AU COURS ACHAT. APPELE PAR
      * 02A-TREATMENT ET 02V3-DEBITE-DEBITEUR, LA CONVERSION FAITE.
       VERIF-MINEUR-PLAFOND-MOIS.
           IF MF-MINEUR-PLAFOND-MOIS > 0
              IF MF-DEVISE-COMPTE = 'EUR'
                 MOVE MF-MINEUR-PLAFOND-MOIS TO MF-PLAFOND-MINEUR-CPT
              ELSE
                 COMPUTE MF-MT-BASE-A-CONVERTIR =
                         0 - MF-MINEUR-PLAFOND-MOIS
                 PERFORM 02K1-BASE-VERS-DEVISE-COMPTE
                 COMPUTE MF-PLAFOND-MINEUR-CPT =
                         0 - MF-MT-EN-DEVISE-CPT
              END-IF
              PERFORM 02Y-DATE-OPER-JOUR
              STRING MF-DATE-OPER(1:7) '-01'
                     DELIMITED BY SIZE INTO MF-DEBUT-MOIS
              STRING MF-DATE-OPER(1:7) '-99'
                     DELIMITED BY SIZE INTO MF-FIN-MOIS
              INITIALIZE HIS-ZCMA
              MOVE 'RNB'         TO HIS-FONCTION
              MOVE ZF-COMPTE     TO HIS-COMPTE
              MOVE MF-DEBUT-MOIS TO HIS-DATE-DEBUT
              MOVE MF-FIN-MOIS   TO HIS-DATE-FIN
              CALL 'MAHIS' USING HIS-ZCMA
              IF HIS-CODRET NOT = '00'
                 MOVE HIS-CODRET  TO ZF-CODRET
                 MOVE HIS-SQLCODE TO ZF-SQLCODE
                 STRING 'MINEUR: ' DELIMITED BY SIZE
                        HIS-LIBRET DELIMITED BY SIZE
                   INTO ZF-LIBRET
              ELSE
                 IF HIS-MT-JOUR + MF-MNT-RETRAIT
                    > MF-PLAFOND-MINEUR-CPT
                    MOVE '22' TO ZF-CODRET
                    MOVE 'MINEUR: PLAFOND MENSUEL ATTEINT'
                      TO ZF-LIBRET
                 END-IF
              END-IF
           END-IF
           .

      * REGLES D'EPARGNE REGLEMENTEE DU PRODUIT DU COMPTE (TBPDT) POUR
      * UNE OPERATION HORS VIREMENT : ELLES SONT RETENUES POUR LES
      * CONTROLES DE 02A-TREATMENT (SOLDE DEBITEUR '18', PLAFOND DE
      * DEPOT '17'), QUI DEPENDENT DU MONTANT CONVERTI. UN RETRAIT
      * D'UN PRODUIT A COMPTE LIE N'EST ADMIS QUE PAR VIREMENT '20'
      * VERS CE COMPTE (REJET '19'), ET LE NOMBRE DE RETRAITS DU MOIS
      * EST BORNE (REJET '20'). SEUL UN COMPTE ACTIF EST SOUMIS AUX
      * REGLES DE RETRAIT : LES SORTIES D'UN COMPTE DORMANT, EN
      * SUCCESSION OU PASSE EN PERTE RESTENT CELLES DE SON STATUT, ET
      * UNE CONTRE-PASSATION 'ANN' N'EST PAS UN RETRAIT.
       VERIF-EPARGNE.
           MOVE '00' TO ZF-CODRET
           MOVE MF-PRODUIT-COURANT TO PDT-PRODUIT
           PERFORM 02G-LIT-TBPDT
           PERFORM 02G1-RETIENT-REGLES-DEBIT
           PERFORM 02G2-RETIENT-REGLES-CREDIT
           IF OPE-SENS = 'D' AND MF-COURANT-ACTIF
              AND ZF-CODE-OPER NOT = 'ANN'
              IF MF-RETRAIT-LIE
                 MOVE '19' TO ZF-CODRET
                 MOVE 'EPARGNE: RETRAIT HORS CPT LIE' TO ZF-LIBRET
              ELSE
                 PERFORM VERIF-EPARGNE-RETRAITS-MOIS
              END-IF
           END-IF
           .

      * REGLES D'EPARGNE REGLEMENTEE SUR UN VIREMENT '20' : LE
      * DEBITEUR PORTE SES REGLES DE RETRAIT (SOLDE DEBITEUR CONTROLE
      * PAR 02V3, NOMBRE DE RETRAITS DU MOIS), LE CREDITEUR SON
      * PLAFOND DE DEPOT (CONTROLE PAR 02V4). LE RETRAIT D'UN PRODUIT
      * A COMPTE LIE NE PEUT ALLER QUE VERS UN COMPTE DU MEME
      * TITULAIRE (MEME CODE CLIENT) QUI NE SOIT PAS LUI-MEME UN
      * PRODUIT A COMPTE LIE, C'EST-A-DIRE SON COMPTE COURANT. LE
      * VIREMENT DE SOLDE D'UNE MIGRATION DE NUMERO 'MIG' N'EST PAS UN
      * RETRAIT : SEUL LE PLAFOND DE DEPOT DU CREDITEUR S'Y APPLIQUE.
       VERIF-EPARGNE-VIREMENT.
           MOVE '00' TO ZF-CODRET
           MOVE MF-PRODUIT-COURANT TO PDT-PRODUIT
           PERFORM 02G-LIT-TBPDT
           PERFORM 02G1-RETIENT-REGLES-DEBIT
           MOVE MF-PRODUIT-CREDIT TO PDT-PRODUIT
           PERFORM 02G-LIT-TBPDT
           PERFORM 02G2-RETIENT-REGLES-CREDIT
           IF MF-COURANT-ACTIF AND ZF-CODE-OPER NOT = 'MIG'
              IF MF-RETRAIT-LIE
                 IF MF-CODCLI-COURANT = SPACES
                    OR MF-CODCLI-CREDIT NOT = MF-CODCLI-COURANT
                    OR PDT-RETRAIT-COMPTE-LIE
                    MOVE '19' TO ZF-CODRET
                    MOVE 'EPARGNE: RETRAIT HORS CPT LIE' TO ZF-LIBRET
                 END-IF
              END-IF
              IF ZF-CODRET = '00'
                 PERFORM VERIF-EPARGNE-RETRAITS-MOIS
              END-IF
           END-IF
           .

      * NOMBRE DE RETRAITS DEJA POSTES SUR LE COMPTE DANS LE MOIS
      * CIVIL DE L'OPERATION (TBHIS, MAHIS 'RNB', MEMES BORNES DE MOIS
      * QUE LE PLAFOND MENSUEL DE FRAIS) : LE RETRAIT COURANT NE PEUT
      * EN DEPASSER LE MAXIMUM DU PRODUIT.
       VERIF-EPARGNE-RETRAITS-MOIS.
           IF MF-NB-RETRAITS-MAX > 0
              PERFORM 02Y-DATE-OPER-JOUR
              STRING MF-DATE-OPER(1:7) '-01'
                     DELIMITED BY SIZE INTO MF-DEBUT-MOIS
              STRING MF-DATE-OPER(1:7) '-99'
                     DELIMITED BY SIZE INTO MF-FIN-MOIS
              INITIALIZE HIS-ZCMA
              MOVE 'RNB'         TO HIS-FONCTION
              MOVE ZF-COMPTE     TO HIS-COMPTE
              MOVE MF-DEBUT-MOIS TO HIS-DATE-DEBUT
              MOVE MF-FIN-MOIS   TO HIS-DATE-FIN
              CALL 'MAHIS' USING HIS-ZCMA
              IF HIS-CODRET NOT = '00'
                 MOVE HIS-CODRET  TO ZF-CODRET
                 MOVE HIS-SQLCODE TO ZF-SQLCODE
                 STRING 'RETRAITS MOIS: ' DELIMITED BY SIZE
                        HIS-LIBRET        DELIMITED BY SIZE
                   INTO ZF-LIBRET
              ELSE
                 IF HIS-NB-JOUR + 1 > MF-NB-RETRAITS-MAX
                    MOVE '20' TO ZF-CODRET
                    MOVE 'EPARGNE: RETRAITS MOIS ATTEINT'
                      TO ZF-LIBRET
                 END-IF
              END-IF
           END-IF
           .

      * LECTURE DU PRODUIT (PDT-PRODUIT RENSEIGNE PAR L'APPELANT) : UN
      * PRODUIT A BLANC, INCONNU DE TBPDT OU ILLISIBLE NE PORTE AUCUNE
      * REGLE, LE COMPTE EST ALORS TRAITE COMME UN COMPTE COURANT.
       02G-LIT-TBPDT.
           MOVE 'SEL' TO PDT-FONCTION
           CALL 'MAPDT' USING PDT-ZCMA
           IF PDT-CODRET NOT = '00'
              INITIALIZE PDT-DONNEES
           END-IF
           .

       02G1-RETIENT-REGLES-DEBIT.
           MOVE 'N' TO MF-SANS-DEBITEUR-SW
           IF PDT-SANS-SOLDE-DEBITEUR
              SET MF-SANS-DEBITEUR TO TRUE
           END-IF
           MOVE 'N' TO MF-RETRAIT-LIE-SW
           IF PDT-RETRAIT-COMPTE-LIE
              SET MF-RETRAIT-LIE TO TRUE
           END-IF
           MOVE PDT-NB-RETRAITS-MOIS TO MF-NB-RETRAITS-MAX
           .

      * LES INTERETS CREDITEURS SONT POSTES SOUS LE CODE DU PRODUIT,
      * A DEFAUT SOUS LE CODE GLOBAL 'ICR' (MEME REPLI QUE GKINTCPT).
       02G2-RETIENT-REGLES-CREDIT.
           MOVE PDT-PLAFOND-DEPOT TO MF-PLAFOND-DEPOT
           MOVE PDT-CODE-ICR      TO MF-CODE-INTERETS
           IF MF-CODE-INTERETS = SPACES
              MOVE 'ICR' TO MF-CODE-INTERETS
           END-IF
           .

      * ECRITURE DE LA LIGNE D'HISTORIQUE SUR TBHIS (ACCESSEUR MAHIS,
      * FONCTION INS), UNE FOIS LE SOLDE DU COMPTE MIS A JOUR PAR
      * 02A-MAJ-SOLDE.
           PERFORM 02Z-DATE-VALEUR
           MOVE MF-DATE-VALEUR TO HIS-DATE-VALEUR
           MOVE ZF-CODE-DEV      TO HIS-CODE-DEV
           MOVE MF-MNT-BASE      TO HIS-MT-CONVERTI
           MOVE MF-DEVISE-COMPTE TO HIS-DEV-COMPTE
           MOVE MF-MNT-CONVERTI  TO HIS-MT-COMPTE
           MOVE MF-AGENCE-COURANTE TO HIS-AGENCE
           MOVE MF-ENTITE-COURANTE TO HIS-ENTITE
           MOVE ZF-LIBELLE-OPER  TO HIS-LIBELLE-OPER
           MOVE ZF-COMPTE-VIRTUEL TO HIS-COMPTE-VIRTUEL
      * EN MODE SIMULATION, AUCUNE LIGNE N'EST REELLEMENT HISTORISEE
      * SUR TBHIS.
           IF ZF-DRYRUN
           MOVE 'SEL'                TO CAL-FONCTION
           MOVE MF-CALENDRIER-TESTE  TO CAL-CALENDRIER
           MOVE MF-DATE-VALEUR       TO CAL-DATE-CAL
           PERFORM 02Z5-LIT-TBCAL
           IF CAL-CODRET = '00' AND NOT CAL-JOUR-OUVRE
              INITIALIZE CAL-ZCMA
              MOVE 'NXT'               TO CAL-FONCTION
              MOVE MF-CALENDRIER-TESTE TO CAL-CALENDRIER
              MOVE MF-DATE-VALEUR      TO CAL-DATE-CAL
              PERFORM 02Z5-LIT-TBCAL
              IF CAL-CODRET = '00'
                 MOVE CAL-DATE-SUIVANTE TO MF-DATE-VALEUR
                 SET MF-DATE-DOIT-ROULER TO TRUE
           END-IF
           .

      * LECTURE TBCAL ('SEL' OU 'NXT', CAL-CALENDRIER ET CAL-DATE-CAL
      * RENSEIGNES PAR L'APPELANT) : SERVIE PAR L'ANTEMEMOIRE QUAND CE
      * JOUR Y A DEJA ETE LU PAR LA MEME FONCTION, SINON PAR MACAL,
      * DONT LE RETOUR EST ALORS RETENU (02Z6).
       02Z5-LIT-TBCAL.
           MOVE 'N' TO MF-CAL-TROUVE-SW
           PERFORM VARYING MF-CAL-I FROM 1 BY 1
                   UNTIL MF-CAL-I > MF-NB-CAL
              IF MF-CAL-CALENDRIER(MF-CAL-I) = CAL-CALENDRIER
                 AND MF-CAL-DATE(MF-CAL-I) = CAL-DATE-CAL
                 SET MF-CAL-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF MF-CAL-TROUVE
              IF CAL-FONCTION = 'SEL'
                 MOVE MF-CAL-SEL-CODRET(MF-CAL-I) TO CAL-CODRET
                 MOVE MF-CAL-OUVRE(MF-CAL-I)      TO CAL-OUVRE
              ELSE
                 MOVE MF-CAL-NXT-CODRET(MF-CAL-I) TO CAL-CODRET
                 MOVE MF-CAL-SUIVANTE(MF-CAL-I)   TO CAL-DATE-SUIVANTE
              END-IF
              IF CAL-CODRET = SPACES
                 MOVE 'N' TO MF-CAL-TROUVE-SW
              END-IF
           END-IF
           IF MF-CAL-TROUVE
              ADD 1 TO MF-NB-CAL-SERVIS
           ELSE
              ADD 1 TO MF-NB-CAL-DB2
              CALL 'MACAL' USING CAL-ZCMA
              PERFORM 02Z6-RETIENT-TBCAL
           END-IF
           .

      * RETIENT LE RETOUR DE MACAL (JOUR CONNU OU INCONNU DE TBCAL)
      * DANS L'ENTREE DU JOUR, CREEE AU BESOIN ; UNE ERREUR SQL N'EST
      * PAS RETENUE, ET UNE TABLE PLEINE LAISSE LES JOURS SUIVANTS A
      * DB2.
       02Z6-RETIENT-TBCAL.
           IF CAL-CODRET = '00' OR CAL-CODRET = '04'
              IF MF-CAL-I > MF-NB-CAL AND MF-NB-CAL < 1000
                 ADD 1 TO MF-NB-CAL
                 MOVE CAL-CALENDRIER TO MF-CAL-CALENDRIER(MF-CAL-I)
                 MOVE CAL-DATE-CAL   TO MF-CAL-DATE(MF-CAL-I)
                 MOVE SPACES TO MF-CAL-SEL-CODRET(MF-CAL-I)
                 MOVE SPACES TO MF-CAL-NXT-CODRET(MF-CAL-I)
              END-IF
              IF MF-CAL-I NOT > MF-NB-CAL
                 IF CAL-FONCTION = 'SEL'
                    MOVE CAL-CODRET TO MF-CAL-SEL-CODRET(MF-CAL-I)
                    MOVE CAL-OUVRE  TO MF-CAL-OUVRE(MF-CAL-I)
                 ELSE
                    MOVE CAL-CODRET TO MF-CAL-NXT-CODRET(MF-CAL-I)
                    MOVE CAL-DATE-SUIVANTE
                      TO MF-CAL-SUIVANTE(MF-CAL-I)
                 END-IF
              END-IF
           END-IF
           .

      * DATE DU JOUR, AU FORMAT AVEC TIRETS (YYYY-MM-DD) UTILISE PAR
      * HIS-DATE-OPER.
       02Y-DATE-OPER-JOUR.
