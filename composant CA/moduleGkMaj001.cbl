      *          REJETTE EN 'NUMERO DE COMPTE INVALIDE' AVANT *
      *          TOUT POSTE (ET AVANT LE MODE SUSPENS) ; LES  *
      *          NUMEROS HISTORIQUES EXISTANTS RESTENT ADMIS  *
      * 15/10/26 SOUAD   CHEQUES 'CHQ' CONTROLES CONTRE LE      *
      *          REGISTRE DES CHEQUIERS (TBCHQ) ET LE SORT DES  *
      *          CHEQUES (TBCHS) : UN CHEQUE NON DELIVRE, DEJA  *
      *          PAYE OU FRAPPE D'OPPOSITION REJETTE SOUS SON   *
      *          PROPRE MOTIF ; UN CHEQUE POSTE EST ENREGISTRE  *
      *          PAYE DANS TBCHS                                *
      * 15/10/26 SOUAD   ENTITE COMPTABLE DE L'EN-TETE DE LOT   *
      *          (F1-ENTITE) PORTEE A MFMAJCPT (ZF-ENTITE) ET   *
      *          CONSERVEE AU CHECKPOINT : UN LOT D'ENTITE NE   *
      *          POSTE QUE SUR LES COMPTES DE CETTE ENTITE      *
      * 15/10/26 SOUAD   BILAN DE FIN DE JOB : RECHERCHES       *
      *          TBHOP, TBDEV ET TBCAL SERVIES PAR              *
      *          L'ANTEMEMOIRE DE MFMAJCPT OU LUES SUR DB2      *
      *          (ZF-CACHE-COMPTEURS, REMONTES AU FLUSH DE FIN  *
      *          DE RUN)                                        *
      * 15/10/26 SOUAD   POSTE PAR COMPTE DES LOTS CERTIFIES    *
      *          VOLUMINEUX (TBPRM SEUIL-TRI-COMPTE) : LOT TRIE *
      *          PAR COMPTE AVANT POSTE, ISSUES RETRIEES DANS   *
      *          L'ORDRE DU FLUX POUR LES FICHIERS DE SORTIE ET *
      *          LES TOTAUX ; REPERE DE CHECKPOINT DIFFERE A LA *
      *          FIN DU LOT                                     *
      * 15/10/26 SOUAD   DEBIT D'UN CLIENT RESTREINT POUR REVUE *
      *          KYC ECHUE (MFMAJCPT CODRET '21') MIS EN HOLD   *
      *          AVEC SON MOTIF, COMME UN FILTRAGE              *
      * 15/10/26 SOUAD   OPERATION SUR UN ANCIEN NUMERO         *
      *          FUSIONNE OU RENUMEROTE (TBFWD VIA MAFWD, POSE  *
      *          PAR GKMIGCPT) RENVOYEE AU COMPTE QUI L'A       *
      *          REPRIS, CHAINE DE RENVOIS SUIVIE ; IDEMPOTENCE *
      *          CONTROLEE AUSSI SUR L'ANCIEN NUMERO            *
      * 15/10/26 SOUAD   ARRET SUR DEMANDE OPERATEUR (TBPRM     *
      *          ARRET-GKMAJ001) AU REPERE DE CHECKPOINT        *
      *          SUIVANT : TRAILERS, MANIFESTE STATUT 'A',      *
      *          ALERTE ARRETOP, RETURN-CODE 32                 *
      * 15/10/26 SOUAD   ENREGISTREMENT QUI FAIT ABENDER CHAQUE *
      *          REPRISE : UNE REPRISE SUR LA MEME POSITION QUE *
      *          LA PRECEDENTE (DDRSTJRN) REPART EN PAS A PAS ; *
      *          SI ELLE ABENDE, LA SUIVANTE MET                *
      *          L'ENREGISTREMENT FAUTIF EN QUARANTAINE         *
      *          (DDQUAR) ET CONTINUE, LE LOT FINIT NON         *
      *          CERTIFIE POUR SON MONTANT (RETURN-CODE 26)     *
      * 15/10/26 SOUAD   FICHIERS D'INTERFACE ET INTERBANCAIRE  *
      *          INSCRITS AU REGISTRE DES TRANSMISSIONS         *
      *          (GKTRFREG) EN FIN DE RUN NORMALE               *
      * 15/10/26 SOUAD   NUMEROS DE COMPTE VIRTUELS (PREFIXE TBPRM *
      *          VIRTUEL-PREFIXE, PLAGES TBVIR VIA MAVIR) : UN     *
      *          CREDIT ADRESSE A UN NUMERO ATTRIBUE EST POSTE SUR *
      *          LE COMPTE MAITRE, LE NUMERO VIRTUEL PORTE A       *
      *          MFMAJCPT (ZF-COMPTE-VIRTUEL) ; UN NUMERO NON      *
      *          ATTRIBUE OU REVOQUE PART AU COMPTE D'ATTENTE ; UN *
      *          DEBIT SUR NUMERO VIRTUEL EST REJETE               *
      * 15/10/26 SOUAD   REGISTRE DES TRANSMISSIONS CLOS AVANT  *
      *          L'ECRITURE DU MANIFESTE, DONT LE CODE RETOUR   *
      *          REFLETE AINSI UN ECHEC DU REGISTRE             *
      *                                                       *
      *********************************************************

            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RSTJRN.

      *    QUARANTAINE DES ENREGISTREMENTS QUI FONT ABENDER LE RUN A
      *    CHAQUE REPRISE, ECARTES POUR QUE LA CHAINE CONTINUE
            SELECT QUARRECORDS ASSIGN TO DDQUAR
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-QUAR.

      *    POSTE PAR COMPTE DES LOTS VOLUMINEUX : TRI DES OPERATIONS DU
      *    LOT PAR COMPTE (TRILOT), ISSUES CONSERVEES AVEC LEUR RANG
      *    D'ORIGINE (ISSUES) ET RETRIEES SUR CE RANG (TRIISS) POUR
      *    ALIMENTER LES FICHIERS DE SORTIE DANS L'ORDRE DU FLUX.
            SELECT TRILOT ASSIGN TO DDTRI.
            SELECT TRIISS ASSIGN TO DDTRI2.
            SELECT ISSUES ASSIGN TO DDISSUES
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-ISSUES.

       DATA DIVISION.
       FILE SECTION.

         05 CKPT-EMP-ORIGINE    PIC X(03).
         05 CKPT-EMP-DATE       PIC X(10).
         05 CKPT-EMP-DERNIER    PIC X(80).
      * ENTITE COMPTABLE DU LOT EN COURS AU REPERE.
         05 CKPT-CUR-ENTITE     PIC X(03).
      * ENREGISTREMENTS MIS EN QUARANTAINE ET LOT EN COURS QUI EN
      * CONTIENT UN.
         05 CKPT-NB-QUAR        PIC 9(03).
         05 CKPT-MT-QUAR        PIC 9(11)V99.
         05 CKPT-QUAR-LOT       PIC X(01).

       FD FLUXIDX.
       COPY CFLUXIDX REPLACING ==()== BY ==FX==.
       FD RESTARTJRN.
       01 RSTJRN-ENREG PIC X(80).

       FD QUARRECORDS.
       01 QUAR-ENREG PIC X(160).

       FD ISSUES.
       COPY CISSUE REPLACING ==()== BY ==IS==.

      * OPERATION DU LOT A POSTER, CLEE PAR LE COMPTE TOUCHE (COMPTE
      * DE L'OPERATION '10', COMPTE DEBITE D'UN '20' OU D'UN '30',
      * TOUS A LA MEME POSITION) PUIS PAR SON RANG DANS LE LOT, DE
      * SORTE QUE LES OPERATIONS D'UN MEME COMPTE GARDENT L'ORDRE DU
      * FLUX.
       SD TRILOT.
       01 TL-ENREG.
         05 TL-COMPTE    PIC X(11).
         05 TL-SEQ       PIC 9(07).
         05 TL-FLUX      PIC X(80).
      * NUMERO PORTE PAR LE FLUX AVANT RENVOI (02S-REDIRIGE-COMPTE),
      * POUR LE CONTROLE D'IDEMPOTENCE DU POSTE PAR COMPTE.
         05 TL-COMPTE-ORIGINE PIC X(11).
      * RESOLUTION DU NUMERO VIRTUEL (02V-RESOUT-VIRTUEL), FAITE A LA
      * LECTURE DU LOT ET REPOSEE AU POSTE PAR COMPTE.
         05 TL-COMPTE-VIRTUEL PIC X(11).
         05 TL-VIRTUEL-SW     PIC X(01).
         05 TL-DEBIT-VIRTUEL-SW PIC X(01).

       SD TRIISS.
       COPY CISSUE REPLACING ==()== BY ==TS==.

       WORKING-STORAGE SECTION.

       COPY CFLUX REPLACING ==()== BY ==F1==.
       COPY ZFMAJCPT.
       COPY HISFUNC REPLACING ==()== BY ==HIS==.
       COPY CCERTIF REPLACING ==()== BY ==CT==.
      * INSCRIPTION DES FICHIERS REMIS AU REGISTRE DES TRANSMISSIONS.
       COPY CTRANSM REPLACING ==()== BY ==TRF==.
       COPY CTRANSM REPLACING ==()== BY ==TRB==.

       01 WS-MT-GLOBAL PIC 9(11)V99.
       01 WS-CUR-ORIGINE PIC X(03).
       01 WS-CUR-DATE    PIC X(10).
      * ENTITE COMPTABLE DE L'EN-TETE DE LOT EN COURS (A SPACES = LOT
      * SANS RESTRICTION D'ENTITE).
       01 WS-CUR-ENTITE  PIC X(03).

      * EMPREINTE DU FICHIER D'ENTREE : PREMIER EN-TETE '00' DU RUN
      * ET IMAGE DU DERNIER ENREGISTREMENT LU, PORTEES PAR LE
      * PRODUITS NE DOIT PAS SE REDUIRE A UNE LIGNE DE SYSOUT.
       01 WS-NB-FRAIS-KO PIC 9(06) VALUE 0.

      * RECHERCHES DE REFERENTIEL (TBHOP, TBDEV, TBCAL) SERVIES PAR
      * L'ANTEMEMOIRE DE MFMAJCPT OU RETOMBEES SUR DB2, REMONTEES PAR
      * LE FLUSH DE FIN DE RUN ET PORTEES AU BILAN.
       01 WS-CACHE-COMPTEURS.
         05 WS-NB-OPE-SERVIS PIC 9(08) VALUE 0.
         05 WS-NB-OPE-DB2    PIC 9(08) VALUE 0.
         05 WS-NB-DEV-SERVIS PIC 9(08) VALUE 0.
         05 WS-NB-DEV-DB2    PIC 9(08) VALUE 0.
         05 WS-NB-CAL-SERVIS PIC 9(08) VALUE 0.
         05 WS-NB-CAL-DB2    PIC 9(08) VALUE 0.

       01 WS-SUSPENS-COUNTERS.
         05 WS-NB-SUSPENS PIC 9(06).
         05 WS-MT-SUSPENS PIC 9(11)V99.
      * NOMBRE DE REPRISES DU RUN (UN MEME JOB PEUT REBONDIR
      * PLUSIEURS FOIS DANS LA NUIT), REPRIS AU BILAN DE FIN DE JOB.
       01 WS-NB-REPRISES PIC 9(03) VALUE 0.

      * ENREGISTREMENT QUI FAIT ABENDER LE RUN A CHAQUE REPRISE : UNE
      * REPRISE SUR LA MEME POSITION QUE LA PRECEDENTE (JOURNAL DES
      * REPRISES, MEME FICHIER D'ENTREE) REPART EN PAS A PAS, UN
      * REPERE PAR ENREGISTREMENT JUSQU'AU PALIER QUI SUIT. SI ELLE
      * ABENDE ENCORE, SON DERNIER REPERE DESIGNE L'ENREGISTREMENT
      * FAUTIF : LA REPRISE SUIVANTE L'ECARTE EN QUARANTAINE (DDQUAR)
      * ET CONTINUE, SON LOT FINISSANT NON CERTIFIE (RETURN-CODE 26).
       COPY CQUAR REPLACING ==()== BY ==QR==.
       01 WS-FS-QUAR PIC X(02).
         88 FS-QUAR-OK VALUE '00'.
       01 WS-MODE-REPRISE   PIC X(01) VALUE SPACE.
         88 WS-PAS-A-PAS    VALUE 'P'.
         88 WS-QUARANTAINE  VALUE 'Q'.
       01 WS-FIN-PAS-A-PAS  PIC 9(09) VALUE 0.
       01 WS-POS-QUAR       PIC 9(09) VALUE 0.
       01 WS-QUAR-LOT-SW    PIC X(01) VALUE 'N'.
         88 WS-QUAR-DANS-LOT VALUE 'O'.
       01 WS-NB-QUAR        PIC 9(03) VALUE 0.
       01 WS-MT-QUAR        PIC 9(11)V99 VALUE 0.
       01 WS-MT-QUAR-LOT    PIC 9(11)V99 VALUE 0.
      * DERNIERE REPRISE JOURNALISEE DU MEME FICHIER D'ENTREE, ET
      * NOMBRE DE SES REPRISES.
       01 WS-DERN-REPRISE-SW PIC X(01) VALUE 'N'.
         88 WS-DERN-REPRISE-VUE VALUE 'O'.
       01 WS-DERN-RS-FS-LUS PIC 9(09).
       01 WS-DERN-RS-MODE   PIC X(01).
       01 WS-DERN-RS-POS    PIC 9(09).
       01 WS-NB-REPRISES-FLUX PIC 9(02) VALUE 0.
       01 WS-FS-MANIF PIC X(02).
         88 FS-MANIF-OK VALUE '00'.
       01 WS-MANIF-DATE-SYS PIC X(21).
       01 WS-NB-A-REPASSER  PIC 9(09).
       01 WS-FS-LUS         PIC 9(09).

      * DEMANDE D'ARRET DE L'OPERATEUR (TBPRM 'ARRET-GKMAJ001' A 'O'),
      * TESTEE A CHAQUE REPERE DEPOSE : LE RUN S'ARRETE SUR CE REPERE
      * (COMMITE), FERME SES SORTIES AVEC LEURS TRAILERS ET REND 32 ;
      * LE RUN SUIVANT REPART DU REPERE COMME APRES UN ABEND. LE
      * PARAMETRE N'EST PAS REMIS A 'N' ICI : TOUTES LES INSTANCES
      * PARALLELES LE VOIENT ; C'EST LE LANCEMENT SUIVANT QUI L'ANNULE.
       01 WS-ARRET-SW       PIC X(01) VALUE 'N'.
         88 WS-ARRET-DEMANDE VALUE 'O'.

      * CARTE PARM LUE EN SYSIN : 'DRYRUN' DECLENCHE UN RUN DE
      * SIMULATION QUI CONTROLE LE FLUX ET L'IDEMPOTENCE MAIS NE POSTE
      * AUCUNE MISE A JOUR SUR TBCPT.
         88 WS-CLE-INVALIDE VALUE 'O'.
       01 WS-NB-CLES-INVALIDES PIC 9(06) VALUE 0.

       COPY ZACHQ REPLACING ==()== BY ==CHQ==.
       COPY ZACHS REPLACING ==()== BY ==CHS==.

      * VERDICT DU CHEQUE DE L'OPERATION COURANTE : LE NUMERO DU
      * CHEQUE EST PORTE PAR LES SEPT PREMIERS CARACTERES DU
      * LIBELLE DU FLUX (COMME LE CREANCIER D'UNE COLLECTE 'PRL').
       01 WS-CODE-CHEQUE    PIC X(03) VALUE 'CHQ'.
       01 WS-NUM-CHEQUE     PIC 9(07).
       01 WS-CHEQUE-SW      PIC X(01).
         88 WS-CHEQUE-REFUSE VALUE 'O'.
         88 WS-CHEQUE-VALIDE VALUE 'V'.
       01 WS-CHEQUE-MOTIF   PIC X(30).
       01 WS-NB-CHEQUES-REFUSES PIC 9(06) VALUE 0.

      * ISSUE DE L'OPERATION COURANTE, ARRETEE PAR 02B2-DECIDE-
      * OPERATION ET TRADUITE EN ECRITURES PAR 02B3-EMET-OPERATION.
       01 WS-ISSUE-SW PIC X(01).
         88 WS-ISSUE-REJET   VALUE 'R'.
         88 WS-ISSUE-HOLD    VALUE 'H'.
         88 WS-ISSUE-SUSPENS VALUE 'S'.
         88 WS-ISSUE-PARK    VALUE 'K'.
         88 WS-ISSUE-SIMULEE VALUE 'D'.
         88 WS-ISSUE-POSTEE  VALUE 'P'.

      * POSTE PAR COMPTE DES LOTS VOLUMINEUX : UN LOT CERTIFIE D'AU
      * MOINS WS-SEUIL-TRI-COMPTE OPERATIONS (TBPRM SEUIL-TRI-COMPTE ;
      * ZERO OU ABSENT = TOUJOURS L'ORDRE DU FICHIER) EST LU EN
      * ENTIER, POSTE DANS L'ORDRE DES COMPTES - LES OPERATIONS D'UN
      * MEME COMPTE SE SUIVENT, DANS LEUR ORDRE D'ORIGINE, ET LA LIGNE
      * TBCPT N'EST PLUS REPRISE TOUT AU LONG DU LOT EN CONCURRENCE
      * DES FLUX GKSPLIT PARALLELES - PUIS SES ISSUES SONT ECRITES
      * DANS L'ORDRE DU FLUX. LE REPERE DE CHECKPOINT D'UN PALIER
      * FRANCHI PENDANT UN TEL LOT EST DIFFERE A LA FIN DU LOT : UNE
      * REPRISE NE TOMBE JAMAIS AU MILIEU D'UN LOT TRIE.
       01 WS-SEUIL-TRI-COMPTE PIC 9(07) VALUE 0.
       01 WS-TRI-LOT-SW       PIC X(01) VALUE 'N'.
         88 WS-TRI-LOT        VALUE 'O'.
       01 WS-NB-LOTS-TRIES    PIC 9(04) VALUE 0.
       01 WS-SEQ-LOT          PIC 9(07).
       01 WS-FIN-LOT-SW       PIC X(01).
         88 WS-FIN-LOT        VALUE 'O'.
       01 WS-FIN-TRI-SW       PIC X(01).
         88 WS-FIN-TRI        VALUE 'O'.
      * ENREGISTREMENT QUI A CLOS LA LECTURE DU LOT ('99', OU '00'
      * D'UN LOT SANS TRAILER, OU DERNIER LU EN FIN DE FICHIER),
      * REPOSE DANS LA VUE F1 A LA FIN DU LOT ; UN '00' OU LA FIN DE
      * FICHIER RESTENT EN ATTENTE DE TRAITEMENT, SANS NOUVELLE
      * LECTURE.
       01 WS-FLUX-FIN-LOT     PIC X(80).
       01 WS-ENREG-ATTENTE-SW PIC X(01) VALUE 'N'.
         88 WS-ENREG-EN-ATTENTE VALUE 'O'.
       01 WS-CHKPT-DIFFERE-SW PIC X(01) VALUE 'N'.
         88 WS-CHKPT-DIFFERE  VALUE 'O'.
       01 WS-PALIER-DEBUT     PIC 9(09).
       01 WS-PALIER-FIN       PIC 9(09).
       01 WS-FS-ISSUES        PIC X(02).

      * RENVOI DES ANCIENS NUMEROS DE COMPTE FUSIONNES OU RENUMEROTES
      * (TBFWD, POSE PAR GKMIGCPT) : UNE OPERATION TARDIVE SUR UN
      * ANCIEN NUMERO EST PORTEE AU COMPTE QUI L'A REPRIS AU LIEU DE
      * REJETER SUR COMPTE CLOS. LA CHAINE DE RENVOIS EST SUIVIE SUR
      * WS-MAX-RENVOIS MAILLONS AU PLUS. L'IMAGE DU FLUX AVANT RENVOI
      * EST REPOSEE APRES LES ECRITURES DE L'OPERATION : L'EMPREINTE
      * DE CHECKPOINT RESTE CELLE DU FICHIER MONTE.
       COPY ZAFWD REPLACING ==()== BY ==FWD==.
       01 WS-MAX-RENVOIS      PIC 9(02) VALUE 5.
       01 WS-NB-MAILLONS      PIC 9(02).
       01 WS-COMPTE-RENVOI    PIC X(11).
       01 WS-COMPTE-ORIGINE   PIC X(11).
       01 WS-FLUX-AVANT-RENVOI PIC X(80).
       01 WS-REDIRIGE-SW      PIC X(01) VALUE 'N'.
         88 WS-REDIRIGE       VALUE 'O'.
       01 WS-NB-REDIRIGES     PIC 9(06) VALUE 0.

      * NUMEROS DE COMPTE VIRTUELS (TBVIR VIA MAVIR) : UN NUMERO
      * COMMENCANT PAR LE PREFIXE RESERVE TBPRM VIRTUEL-PREFIXE EST
      * RESOLU SUR LA PLAGE QUI LE CONTIENT. PREFIXE ABSENT DE TBPRM =
      * AUCUNE RESOLUTION. LE NUMERO D'ORIGINE EST GARDE DANS
      * WS-COMPTE-VIRTUEL ET PORTE A MFMAJCPT PAR ALIM-ZFMAJCPT.
       COPY ZAVIR REPLACING ==()== BY ==VIR==.
       01 WS-PREFIXE-VIR      PIC X(11) VALUE SPACES.
       01 WS-LG-PREFIXE-VIR   PIC 9(02) VALUE 0.
       01 WS-COMPTE-VIRTUEL   PIC X(11) VALUE SPACES.
       01 WS-VIRTUEL-SW       PIC X(01) VALUE SPACE.
         88 WS-VIRTUEL-ATTRIBUE     VALUE 'A'.
         88 WS-VIRTUEL-NON-ATTRIBUE VALUE 'N'.
       01 WS-DEBIT-VIRTUEL-SW PIC X(01) VALUE 'N'.
         88 WS-DEBIT-VIRTUEL  VALUE 'O'.
       01 WS-NB-VIRTUELS      PIC 9(06) VALUE 0.
       01 WS-NB-VIRTUELS-NA   PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           OPEN OUTPUT SUSPRECORDS.
           OPEN OUTPUT PARKRECORDS.
           OPEN OUTPUT INTERBRECORDS.
           PERFORM 01-OUVRE-TRANSMISSIONS.
           INITIALIZE WS-REJET-COUNTERS.
           INITIALIZE WS-PARK-COUNTERS.
           INITIALIZE WS-HOLD-COUNTERS.
           INITIALIZE WS-RUN-COUNTERS.
           MOVE 0 TO WS-FS-LUS.
           PERFORM 01-CHARGE-PARAMETRES.
           PERFORM 01-PURGE-DEMANDE-ARRET.
           PERFORM 01-CHARGE-CERTIFICATS.
           PERFORM 00-RESTART-CHECK.
           PERFORM 02A-READ-FILES.
              PERFORM 00-LIT-DERNIER-CHECKPOINT
              CLOSE CHECKPOINT
              SET WS-EN-REPRISE TO TRUE
              PERFORM 00-LIT-JOURNAL-REPRISES
              PERFORM 00-DECIDE-MODE-REPRISE
              PERFORM 00-ECRIT-AUDIT-REPRISE
              PERFORM 00-REPASSE-ENREGISTREMENTS
              OPEN OUTPUT CHECKPOINT
                    MOVE CKPT-FS-LUS         TO WS-NB-A-REPASSER
                    MOVE CKPT-CUR-ORIGINE    TO WS-CUR-ORIGINE
                    MOVE CKPT-CUR-DATE       TO WS-CUR-DATE
                    MOVE CKPT-CUR-ENTITE     TO WS-CUR-ENTITE
                    MOVE CKPT-LUS-10         TO WS-LUS-10
                    MOVE CKPT-MT-GLOBAL      TO WS-MT-GLOBAL
                    MOVE CKPT-TOT-LUS-10     TO WS-TOT-LUS-10
                    MOVE CKPT-EMP-ORIGINE    TO WS-EMP-ORIGINE
                    MOVE CKPT-EMP-DATE       TO WS-EMP-DATE
                    MOVE CKPT-EMP-DERNIER    TO WS-EMP-DERNIER
                    MOVE CKPT-NB-QUAR        TO WS-NB-QUAR
                    MOVE CKPT-MT-QUAR        TO WS-MT-QUAR
                    MOVE CKPT-QUAR-LOT       TO WS-QUAR-LOT-SW
      * L'EMPREINTE RESTAUREE EST CELLE DU PREMIER '00' DU RUN
      * ABENDE : LE PROCHAIN '00' LU NE DOIT PAS LA RECRIRE, SINON
      * LES REPERES SUIVANTS PORTERAIENT UNE EMPREINTE DE MILIEU DE
           MOVE WS-CUR-ORIGINE TO RS-ORIGINE
           MOVE WS-TOT-LUS-10 TO RS-NB-TRAITES
           MOVE WS-NB-REJETS TO RS-NB-REJETS
           MOVE WS-EMP-ORIGINE TO RS-EMP-ORIGINE
           MOVE WS-EMP-DATE TO RS-EMP-DATE
           MOVE WS-MODE-REPRISE TO RS-MODE
           EVALUATE TRUE
              WHEN WS-PAS-A-PAS
                 MOVE WS-FIN-PAS-A-PAS TO RS-POSITION-MODE
              WHEN WS-QUARANTAINE
                 MOVE WS-POS-QUAR TO RS-POSITION-MODE
              WHEN OTHER
                 MOVE 0 TO RS-POSITION-MODE
           END-EVALUATE
           WRITE RSTJRN-ENREG FROM RS-ENREG
           CLOSE RESTARTJRN
           DISPLAY 'REPRISE SUR CHECKPOINT : POSITION ' WS-NB-A-REPASSER
                   ' LOT ' WS-CUR-ORIGINE
           EVALUATE TRUE
              WHEN WS-PAS-A-PAS
                 DISPLAY 'REPRISE SUR LA MEME POSITION QUE LA '
                         'PRECEDENTE : PAS A PAS JUSQU''A LA POSITION '
                         WS-FIN-PAS-A-PAS
              WHEN WS-QUARANTAINE
                 DISPLAY 'ABENDS REPETES : L''ENREGISTREMENT EN '
                         'POSITION ' WS-POS-QUAR
                         ' SERA MIS EN QUARANTAINE'
           END-EVALUATE
           .

      * DERNIERE REPRISE JOURNALISEE POUR LE MEME FICHIER D'ENTREE
      * (MEME EMPREINTE : LES INSTANCES PARALLELES TRAVAILLENT SUR
      * DES ORIGINES DISTINCTES, VOIR 02L-PREND-VERROU).
       00-LIT-JOURNAL-REPRISES.
           MOVE 'N' TO WS-DERN-REPRISE-SW
           MOVE 0   TO WS-NB-REPRISES-FLUX
           OPEN INPUT RESTARTJRN
           IF FS-RSTJRN-OK
              PERFORM UNTIL NOT FS-RSTJRN-OK
                 READ RESTARTJRN INTO RS-ENREG
                    NOT AT END
                       IF RS-PROGRAMME   = 'GKMAJ001'
                          AND RS-EMP-ORIGINE = WS-EMP-ORIGINE
                          AND RS-EMP-DATE    = WS-EMP-DATE
                          SET WS-DERN-REPRISE-VUE TO TRUE
                          MOVE RS-FS-LUS       TO WS-DERN-RS-FS-LUS
                          MOVE RS-MODE         TO WS-DERN-RS-MODE
                          MOVE RS-POSITION-MODE TO WS-DERN-RS-POS
                          IF NOT RS-MODE-ARRET
                             AND WS-NB-REPRISES-FLUX < 99
                             ADD 1 TO WS-NB-REPRISES-FLUX
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RESTARTJRN
           END-IF
           .

      * UNE REPRISE PAS A PAS QUI A ABENDE AVANT LA FIN DE SA FENETRE
      * A LAISSE SON REPERE JUSTE AVANT L'ENREGISTREMENT FAUTIF, QUI
      * PART EN QUARANTAINE. UNE REPRISE SUR LA MEME POSITION QUE LA
      * PRECEDENTE (LE RUN A ABENDE DEUX FOIS AVANT LE MEME PALIER)
      * PASSE EN PAS A PAS POUR DESIGNER L'ENREGISTREMENT. APRES UN
      * ARRET DEMANDE PAR L'OPERATEUR, LA REPRISE EST ORDINAIRE.
       00-DECIDE-MODE-REPRISE.
           MOVE SPACE TO WS-MODE-REPRISE
           IF WS-DERN-REPRISE-VUE
              EVALUATE TRUE
                 WHEN WS-DERN-RS-MODE = 'P'
                  AND WS-NB-A-REPASSER < WS-DERN-RS-POS
                    SET WS-QUARANTAINE TO TRUE
                    COMPUTE WS-POS-QUAR = WS-NB-A-REPASSER + 1
                 WHEN WS-DERN-RS-MODE NOT = 'A'
                  AND WS-NB-A-REPASSER = WS-DERN-RS-FS-LUS
                    SET WS-PAS-A-PAS TO TRUE
                    COMPUTE WS-FIN-PAS-A-PAS =
                            WS-NB-A-REPASSER + WS-CHKPT-PAS
              END-EVALUATE
           END-IF
           .

      * REPASSAGE DES ENREGISTREMENTS DEJA COMPTABILISES AVANT LE
           .

       02-TREATMENT.
           PERFORM 02B-ALGO
              UNTIL ENDOFINPTFILE-F OR WS-ARRET-DEMANDE.
           PERFORM 01-ECRIT-TRAILER-REJETS.
           PERFORM 01-ECRIT-TRAILER-HOLD.
           PERFORM 01-ECRIT-TRAILER-INTERF.
      * EST CELUI DE LA FIN DE JOB).
           PERFORM 01-FLUSH-GL
           MOVE ZF-NB-FRAIS-KO TO WS-NB-FRAIS-KO
           MOVE ZF-CACHE-COMPTEURS TO WS-CACHE-COMPTEURS
           IF WS-NB-FRAIS-KO > 0
              INITIALIZE ALR-ENREG
              MOVE 'W'            TO ALR-SEVERITE
              MOVE WS-NB-FRAIS-KO TO ALR-COMPTEUR
              PERFORM 04A-EMET-ALERTE
           END-IF
           IF WS-ARRET-DEMANDE
              INITIALIZE ALR-ENREG
              MOVE 'W'            TO ALR-SEVERITE
              MOVE 'ARRETOP '     TO ALR-CODE
              MOVE WS-CUR-ORIGINE TO ALR-ORIGINE
              MOVE WS-FS-LUS      TO ALR-COMPTEUR
              PERFORM 04A-EMET-ALERTE
           END-IF
           PERFORM 02M-LIBERE-VERROUS
           PERFORM 03A-RESUME-RUN
           IF WS-ARRET-DEMANDE
              PERFORM 03C-JOURNALISE-ARRET
              DISPLAY 'RUN ARRETE SUR DEMANDE OPERATEUR, REPRISE A '
                      'LA POSITION ' WS-FS-LUS
              MOVE 32 TO RETURN-CODE
           END-IF
      * LE REGISTRE DES TRANSMISSIONS EST CLOS AVANT LE MANIFESTE :
      * UN ECHEC (RETURN-CODE 16) DOIT Y FIGURER.
           IF NOT WS-ARRET-DEMANDE
              PERFORM 01-INSCRIT-TRANSMISSIONS
           END-IF
           PERFORM 03B-ECRIT-MANIFESTE
           CLOSE FLUXRECORDS, REJETSRECORDS, FLUXIDX, HOLDRECORDS,
                 INTERFRECORDS, SUSPRECORDS, PARKRECORDS,
      * RUN TERMINE NORMALEMENT : LE CHECKPOINT NE SERT PLUS, LA JCL
      * DE PRODUCTION LE CATALOGUE (,CATLG,DELETE) POUR QUE DELETE
      * S'APPLIQUE ICI ET QUE CATLG S'APPLIQUE SI LE JOB ABEND.
      * RUN ARRETE SUR DEMANDE (RETURN-CODE 32) : LE STEP DE LA JCL
      * QUI SUPPRIME LE CHECKPOINT EST CONDITIONNE POUR NE PAS
      * S'EXECUTER SUR CE CODE, LE RUN SUIVANT EN A BESOIN.
           CLOSE CHECKPOINT
           STOP RUN
           .
           DISPLAY '* DEJA HISTORISEES    : ' WS-ERR-IDEMPOTENT
           DISPLAY '* LOTS NON CERTIFIES  : ' WS-ERR-NONCERTIFIE
           DISPLAY '* REPRISES CHECKPOINT : ' WS-NB-REPRISES
           DISPLAY '* EN QUARANTAINE      : ' WS-NB-QUAR
           DISPLAY '* CLES COMPTE FAUSSES : ' WS-NB-CLES-INVALIDES
           DISPLAY '* PRL SANS MANDAT     : ' WS-NB-SANS-MANDAT
           DISPLAY '* COMPTES RENVOYES    : ' WS-NB-REDIRIGES
           DISPLAY '* NUMEROS VIRTUELS    : ' WS-NB-VIRTUELS
           DISPLAY '* VIRTUELS NON ATTRIB.: ' WS-NB-VIRTUELS-NA
           DISPLAY '* CHEQUES REFUSES     : ' WS-NB-CHEQUES-REFUSES
           DISPLAY '* VIREMENTS SORTANTS  : ' WS-NB-INTERB
           DISPLAY '* MONTANT SORTANT     : ' WS-MT-INTERB
           DISPLAY '* REJEUX COLLISION 08 : ' WS-NB-REJEUX-08
           DISPLAY '* LOTS TRIES PAR CPTE : ' WS-NB-LOTS-TRIES
           DISPLAY '* FRAIS ABANDONNES    : ' WS-NB-FRAIS-KO
           DISPLAY '* TBHOP ANTEMEMOIRE   : ' WS-NB-OPE-SERVIS
           DISPLAY '* TBHOP LUS SUR DB2   : ' WS-NB-OPE-DB2
           DISPLAY '* TBDEV ANTEMEMOIRE   : ' WS-NB-DEV-SERVIS
           DISPLAY '* TBDEV LUS SUR DB2   : ' WS-NB-DEV-DB2
           DISPLAY '* TBCAL ANTEMEMOIRE   : ' WS-NB-CAL-SERVIS
           DISPLAY '* TBCAL LUS SUR DB2   : ' WS-NB-CAL-DB2
           DISPLAY '**********************************'
           .

      * ET PARQUES EN SONT TOUS RETRANCHES.
           COMPUTE MN-MT-SORTIE =
                   WS-TOT-MT-LUS - WS-MT-REJETS - WS-MT-HOLD
                 - WS-MT-SUSPENS - WS-MT-PARQUE - WS-MT-QUAR
           MOVE WS-NB-QUAR       TO MN-NB-QUAR
           MOVE RETURN-CODE      TO MN-CODE-RETOUR
           IF WS-ARRET-DEMANDE
              SET MN-RUN-ARRETE TO TRUE
           END-IF
           WRITE MANIF-ENREG FROM MN-ENREG
           CLOSE MANIFEST
           .

      * L'ARRET DEMANDE EST JOURNALISE AVEC LES REPRISES : LA REPRISE
      * QUI SUIT EST ORDINAIRE, MEME SI LE RUN ARRETE ETAIT EN PAS A
      * PAS.
       03C-JOURNALISE-ARRET.
           OPEN EXTEND RESTARTJRN
           IF NOT FS-RSTJRN-OK
              OPEN OUTPUT RESTARTJRN
           END-IF
           INITIALIZE RS-ENREG
           MOVE 'GKMAJ001' TO RS-PROGRAMME
           MOVE FUNCTION CURRENT-DATE TO WS-RST-DATE-SYS
           STRING WS-RST-DATE-SYS(1:4) '-'
                  WS-RST-DATE-SYS(5:2) '-'
                  WS-RST-DATE-SYS(7:2)
                  DELIMITED BY SIZE INTO RS-DATE
           STRING WS-RST-DATE-SYS(9:2)  '.'
                  WS-RST-DATE-SYS(11:2) '.'
                  WS-RST-DATE-SYS(13:2)
                  DELIMITED BY SIZE INTO RS-HEURE
           MOVE WS-FS-LUS      TO RS-FS-LUS
           MOVE WS-CUR-ORIGINE TO RS-ORIGINE
           MOVE WS-TOT-LUS-10  TO RS-NB-TRAITES
           MOVE WS-NB-REJETS   TO RS-NB-REJETS
           MOVE WS-EMP-ORIGINE TO RS-EMP-ORIGINE
           MOVE WS-EMP-DATE    TO RS-EMP-DATE
           SET RS-MODE-ARRET   TO TRUE
           WRITE RSTJRN-ENREG FROM RS-ENREG
           CLOSE RESTARTJRN
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * PRISE DU VERROU DE RUN DE L'ORIGINE DU LOT QUI S'OUVRE (UNE
      * REPASSE SANS RETRAITEMENT N'EN PERD AUCUN (UN REPERE PRIS A
      * LA LECTURE COMPTAIT UN ENREGISTREMENT ENCORE NON TRAITE,
      * DONT LA MISE A JOUR ETAIT PERDUE A LA REPRISE).
      * UN LOT POSTE PAR COMPTE (02T) A PU LIRE D'AVANCE
      * L'ENREGISTREMENT QUI LE SUIT ('00' OU FIN DE FICHIER) : IL EST
      * ALORS TRAITE SANS NOUVELLE LECTURE, ET SANS REPERE TANT QU'IL
      * NE L'EST PAS. UN PALIER FRANCHI PENDANT UN TEL LOT DONNE SON
      * REPERE AU PREMIER PASSAGE ICI QUI SUIT (WS-CHKPT-DIFFERE).
       02A-READ-FILES.
            IF WS-ENREG-EN-ATTENTE
               MOVE 'N' TO WS-ENREG-ATTENTE-SW
            ELSE
      * EN PAS A PAS, UN REPERE APRES CHAQUE ENREGISTREMENT JUSQU'A
      * LA FIN DE LA FENETRE, PUIS RETOUR AU PALIER ORDINAIRE.
               IF WS-PAS-A-PAS
                  AND WS-FS-LUS NOT < WS-FIN-PAS-A-PAS
                  MOVE SPACE TO WS-MODE-REPRISE
                  DISPLAY 'FIN DU PAS A PAS EN POSITION ' WS-FS-LUS
               END-IF
               IF WS-FS-LUS > 0
                  AND (FUNCTION MOD(WS-FS-LUS, WS-CHKPT-PAS) = 0
                       OR WS-CHKPT-DIFFERE OR WS-PAS-A-PAS)
                  MOVE 'N' TO WS-CHKPT-DIFFERE-SW
                  PERFORM 01-ECRIT-CHECKPOINT
                  PERFORM 01-TESTE-DEMANDE-ARRET
               END-IF
      * DEMANDE D'ARRET VUE AU REPERE : PLUS DE LECTURE, 02-TREATMENT
      * SORT DE SA BOUCLE ET FERME LES SORTIES SUR CE REPERE.
               IF NOT WS-ARRET-DEMANDE
                  READ FLUXRECORDS
                     AT END SET ENDOFINPTFILE-F TO TRUE
                  END-READ
                  IF NOT ENDOFINPTFILE-F
      * LA VUE F1 EST ALIMENTEE DES LA LECTURE : LES EN-TETES DES
      * FICHIERS DE SORTIE (01-ECRIT-ENTETE-*) S'APPUIENT SUR ELLE
      * AVANT MEME LE PREMIER PASSAGE DANS 02B-ALGO.
                     MOVE FLUX-ENREG TO F1-ENREG-00
                     ADD 1 TO WS-FS-LUS
                  END-IF
               END-IF
            END-IF
            .

              PERFORM 02C-NEWLOT
           END-IF

      * UN LOT RETENU PAR 02C-NEWLOT POUR LE POSTE PAR COMPTE EST
      * TRAITE EN ENTIER PAR 02T, JUSQU'A SON TRAILER '99' INCLUS.
           IF WS-TRI-LOT
              PERFORM 02T-POSTE-LOT-PAR-COMPTE
           ELSE
              IF F1-TYPE-00 = '10' OR F1-TYPE-00 = '20'
                 OR F1-TYPE-00 = '30'
                 IF WS-QUARANTAINE AND WS-FS-LUS = WS-POS-QUAR
                    PERFORM 02U-MET-EN-QUARANTAINE
                 ELSE
                    PERFORM 02S-REDIRIGE-COMPTE
                    PERFORM 02B1-COMPTE-OPERATION
                    PERFORM 02B2-DECIDE-OPERATION
                    PERFORM 02B3-EMET-OPERATION
                    IF WS-REDIRIGE
                       MOVE WS-FLUX-AVANT-RENVOI TO FLUX-ENREG
                    END-IF
                 END-IF
              END-IF
           END-IF

           IF F1-TYPE-00 = '99'
              PERFORM 02D-CONTROLE-LOT
           END-IF

           PERFORM 02A-READ-FILES
           .

      * TOTAUX DE CONTROLE DU LOT ET COPIE FLUXIDX DE L'OPERATION
      * COURANTE : TOUJOURS DANS L'ORDRE DU FICHIER FLUX.
       02B1-COMPTE-OPERATION.
           ADD 1 TO WS-LUS-10
           ADD 1 TO WS-TOT-LUS-10
           ADD F1-MONTANT-OPER TO WS-MT-GLOBAL
           ADD F1-MONTANT-OPER TO WS-TOT-MT-LUS
           PERFORM 02F-ECRIT-FLUXIDX
           .

      * CONTROLES, FILTRAGE ET POSTE DE L'OPERATION COURANTE : ARRETE
      * SON ISSUE (WS-ISSUE-SW) ET LES ZONES DONT SES ECRITURES ONT
      * BESOIN (ZF-LIBRET, ZF-SQLCODE, ZONES ZF DU POSTE, WS-SCREEN-
      * MOTIF), SANS RIEN ECRIRE SUR LES FICHIERS DE SORTIE.
       02B2-DECIDE-OPERATION.
           PERFORM 02N-VERIFIE-CLE-COMPTE
           PERFORM 02O-VERIFIE-MANDAT
           PERFORM 02E-CHECK-IDEMPOTENCE
           PERFORM 02P-VERIFIE-CHEQUE

      * UN NUMERO VIRTUEL NE SE DEBITE PAS ; LE CREDITEUR D'UN '20'
      * NE PEUT PAS PARTIR AU COMPTE D'ATTENTE (LE MODE SUSPENS NE
      * TRAITE QUE LES '10') : NUMERO NON ATTRIBUE = REJET.
           IF WS-DEBIT-VIRTUEL
              MOVE 'DEBIT SUR COMPTE VIRTUEL'  TO ZF-LIBRET
              MOVE 0                           TO ZF-SQLCODE
              SET WS-ISSUE-REJET TO TRUE
           ELSE
           IF WS-VIRTUEL-NON-ATTRIBUE AND F1-TYPE-00 = '20'
              MOVE 'COMPTE VIRTUEL NON ATTRIBUE' TO ZF-LIBRET
              MOVE 0                           TO ZF-SQLCODE
              SET WS-ISSUE-REJET TO TRUE
           ELSE
           IF WS-CLE-INVALIDE
              MOVE 'NUMERO DE COMPTE INVALIDE' TO ZF-LIBRET
              MOVE 0                           TO ZF-SQLCODE
              SET WS-ISSUE-REJET TO TRUE
           ELSE
           IF WS-SANS-MANDAT
              MOVE 'PRELEVEMENT SANS MANDAT'   TO ZF-LIBRET
              MOVE 0                           TO ZF-SQLCODE
              SET WS-ISSUE-REJET TO TRUE
           ELSE
           IF NOT WS-LOT-CERTIFIE
              MOVE 'LOT NON CERTIFIE' TO ZF-LIBRET
              MOVE 0                  TO ZF-SQLCODE
              SET WS-ISSUE-REJET TO TRUE
           ELSE
           IF HIS-CODRET = '04'
              MOVE 21 TO RETURN-CODE
              ADD 1 TO WS-ERR-IDEMPOTENT
              MOVE HIS-CODRET  TO ZF-CODRET
              MOVE HIS-SQLCODE TO ZF-SQLCODE
              MOVE HIS-LIBRET  TO ZF-LIBRET
              SET WS-ISSUE-REJET TO TRUE
           ELSE
           IF WS-CHEQUE-REFUSE
              MOVE WS-CHEQUE-MOTIF TO ZF-LIBRET
              MOVE 0               TO ZF-SQLCODE
              SET WS-ISSUE-REJET TO TRUE
           ELSE
              PERFORM 02G-SCREENING
              IF WS-SCREEN-HOLD
                 SET WS-ISSUE-HOLD TO TRUE
              ELSE
      * MFMAJCPT EST TOUJOURS APPELE, MEME EN MODE SIMULATION : SEUL
      * ZF-MODE-SIMULATION (POSITIONNE PAR ALIM-ZFMAJCPT) LUI DIT DE
      * NE PAS PERSISTER LA MISE A JOUR, DE SORTE QUE VERIF-CODOPE,
      * VERIF-CODDEV, VERIF-COMPTE ET LE CALCUL DE SOLDE DE 02A-
      * TREATMENT CONTROLENT LE FLUX A L'IDENTIQUE D'UN RUN REEL.
                 PERFORM 02K-POSTE-AVEC-REJEU

                 IF ZF-CODRET = '03'
                    SET WS-ISSUE-SUSPENS TO TRUE
                 ELSE
      * DEBIT D'UN CLIENT RESTREINT POUR REVUE KYC ECHUE : RETENU EN
      * HOLD, COMME UN FILTRAGE, JUSQU'A LA REVUE DU CLIENT.
                 IF ZF-CODRET = '21'
                    MOVE ZF-LIBRET TO WS-SCREEN-MOTIF
                    SET WS-ISSUE-HOLD TO TRUE
                 ELSE
                 IF ZF-CODRET = '06'
                    AND ZF-LIBRET = 'COMPTE: STATUT B'
                    SET WS-ISSUE-PARK TO TRUE
                 ELSE
                 IF ZF-CODRET NOT = '00'
                    SET WS-ISSUE-REJET TO TRUE
                 ELSE
                    IF WS-MODE-DRYRUN
                       SET WS-ISSUE-SIMULEE TO TRUE
                    ELSE
                       SET WS-ISSUE-POSTEE TO TRUE
      * LE PAIEMENT DU CHEQUE RESTE DANS LA PASSE DE POSTE, AVANT
      * TOUTE AUTRE OPERATION : UNE SECONDE PRESENTATION DANS LE
      * MEME LOT EST AINSI REFUSEE QUEL QUE SOIT L'ORDRE DE POSTE.
                       IF WS-CHEQUE-VALIDE
                          PERFORM 02Q-ENREGISTRE-PAIEMENT
                       END-IF
                    END-IF
                 END-IF
                 END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .

      * ECRITURES DE L'OPERATION COURANTE SELON L'ISSUE ARRETEE PAR
      * 02B2-DECIDE-OPERATION : TOUJOURS DANS L'ORDRE DU FICHIER FLUX.
       02B3-EMET-OPERATION.
           EVALUATE TRUE
              WHEN WS-ISSUE-REJET
                 PERFORM ECRITURE-REJETS
              WHEN WS-ISSUE-HOLD
                 PERFORM ECRITURE-HOLD
              WHEN WS-ISSUE-SUSPENS
                 PERFORM ECRITURE-SUSPENS
              WHEN WS-ISSUE-PARK
                 PERFORM ECRITURE-PARK
              WHEN WS-ISSUE-SIMULEE
                 ADD 1 TO WS-TOT-SIMULEES
              WHEN WS-ISSUE-POSTEE
                 ADD 1 TO WS-TOT-POSTES
                 PERFORM ECRITURE-INTERFACE
                 IF F1-TYPE-00 = '30'
                    PERFORM ECRITURE-INTERBANCAIRE
                 END-IF
           END-EVALUATE
           .

      * UN NOUVEL EN-TETE '00' REMET A ZERO LES COMPTEURS DU LOT, EN
           MOVE 0 TO WS-MT-GLOBAL
           MOVE F1-ORIGINE TO WS-CUR-ORIGINE
           MOVE F1-DATE    TO WS-CUR-DATE
           MOVE F1-ENTITE  TO WS-CUR-ENTITE
           PERFORM 02L-PREND-VERROU
           IF NOT WS-PREMIER-00-VU
              SET WS-PREMIER-00-VU TO TRUE
              MOVE F1-DATE    TO WS-EMP-DATE
           END-IF
           PERFORM 02I-CHERCHE-CERTIFICAT
      * PAS DE POSTE PAR COMPTE EN PAS A PAS : LE REPERE DOIT SUIVRE
      * L'ORDRE DU FLUX POUR DESIGNER L'ENREGISTREMENT FAUTIF.
           IF WS-SEUIL-TRI-COMPTE > 0
              AND NOT WS-PAS-A-PAS
              AND WS-LOT-CERTIFIE
              AND WS-CERT-NB-ATTENDU NOT < WS-SEUIL-TRI-COMPTE
              SET WS-TRI-LOT TO TRUE
           END-IF
           .

      * POSTE PAR COMPTE D'UN LOT VOLUMINEUX. UN PREMIER TRI LIT LE
      * LOT JUSQU'A SON TRAILER ET LE POSTE DANS L'ORDRE DES COMPTES
      * (MEME COMPTE : ORDRE DU FLUX), EN CONSERVANT L'ISSUE DE CHAQUE
      * OPERATION SUR ISSUES AVEC SON RANG ; UN SECOND TRI LES REND
      * DANS L'ORDRE DU FLUX POUR LES TOTAUX DE CONTROLE, FLUXIDX,
      * REJETS, ATTENTES, SUSPENS, PARC, INTERFACE ET INTERBANCAIRE,
      * QUI SORTENT AINSI A L'IDENTIQUE DU MODE NORMAL.
       02T-POSTE-LOT-PAR-COMPTE.
           ADD 1 TO WS-NB-LOTS-TRIES
           DIVIDE WS-FS-LUS BY WS-CHKPT-PAS GIVING WS-PALIER-DEBUT
           MOVE 0          TO WS-SEQ-LOT
           MOVE 'N'        TO WS-FIN-LOT-SW
           MOVE FLUX-ENREG TO WS-FLUX-FIN-LOT
           OPEN OUTPUT ISSUES
           SORT TRILOT ON ASCENDING KEY TL-COMPTE TL-SEQ
                INPUT PROCEDURE IS 02T1-LIT-LOT
                OUTPUT PROCEDURE IS 02T3-POSTE-PAR-COMPTE
           CLOSE ISSUES
           SORT TRIISS ON ASCENDING KEY TS-SEQ
                USING ISSUES
                OUTPUT PROCEDURE IS 02T6-EMET-DANS-L-ORDRE
      * LA VUE F1 REPREND L'ENREGISTREMENT QUI A CLOS LE LOT : LE
      * TRAILER '99' EST CONTROLE PAR 02B-ALGO COMME EN MODE NORMAL.
           MOVE WS-FLUX-FIN-LOT TO FLUX-ENREG
           MOVE WS-FLUX-FIN-LOT TO F1-ENREG-00
           DIVIDE WS-FS-LUS BY WS-CHKPT-PAS GIVING WS-PALIER-FIN
           IF WS-PALIER-FIN > WS-PALIER-DEBUT
              SET WS-CHKPT-DIFFERE TO TRUE
           END-IF
           MOVE 'N' TO WS-TRI-LOT-SW
           .

       02T1-LIT-LOT.
           PERFORM 02T2-LIT-OPERATION UNTIL WS-FIN-LOT
           .

       02T2-LIT-OPERATION.
           READ FLUXRECORDS
              AT END
                 SET ENDOFINPTFILE-F     TO TRUE
                 SET WS-ENREG-EN-ATTENTE TO TRUE
                 SET WS-FIN-LOT          TO TRUE
              NOT AT END
                 ADD 1 TO WS-FS-LUS
                 MOVE FLUX-ENREG TO F1-ENREG-00
                 MOVE FLUX-ENREG TO WS-FLUX-FIN-LOT
                 EVALUATE F1-TYPE-00
                    WHEN '10'
                    WHEN '20'
                    WHEN '30'
                       PERFORM 02S-REDIRIGE-COMPTE
                       ADD 1 TO WS-SEQ-LOT
                       MOVE F1-COMPTE  TO TL-COMPTE
                       MOVE WS-COMPTE-ORIGINE TO TL-COMPTE-ORIGINE
                       MOVE WS-COMPTE-VIRTUEL TO TL-COMPTE-VIRTUEL
                       MOVE WS-VIRTUEL-SW     TO TL-VIRTUEL-SW
                       MOVE WS-DEBIT-VIRTUEL-SW TO TL-DEBIT-VIRTUEL-SW
                       MOVE WS-SEQ-LOT TO TL-SEQ
                       MOVE FLUX-ENREG TO TL-FLUX
                       RELEASE TL-ENREG
                    WHEN '99'
                       SET WS-FIN-LOT TO TRUE
      * LOT SANS TRAILER : L'EN-TETE DU LOT SUIVANT ATTEND 02B-ALGO.
                    WHEN '00'
                       SET WS-FIN-LOT          TO TRUE
                       SET WS-ENREG-EN-ATTENTE TO TRUE
                 END-EVALUATE
           END-READ
           .

       02T3-POSTE-PAR-COMPTE.
           MOVE 'N' TO WS-FIN-TRI-SW
           PERFORM 02T4-POSTE-OPERATION UNTIL WS-FIN-TRI
           .

       02T4-POSTE-OPERATION.
           RETURN TRILOT
              AT END
                 SET WS-FIN-TRI TO TRUE
              NOT AT END
                 MOVE TL-FLUX TO FLUX-ENREG
                 MOVE TL-FLUX TO F1-ENREG-00
                 MOVE TL-COMPTE-ORIGINE TO WS-COMPTE-ORIGINE
                 MOVE TL-COMPTE-VIRTUEL TO WS-COMPTE-VIRTUEL
                 MOVE TL-VIRTUEL-SW     TO WS-VIRTUEL-SW
                 MOVE TL-DEBIT-VIRTUEL-SW TO WS-DEBIT-VIRTUEL-SW
                 PERFORM 02B2-DECIDE-OPERATION
                 PERFORM 02T5-ECRIT-ISSUE
           END-RETURN
           .

       02T5-ECRIT-ISSUE.
           INITIALIZE IS-ENREG
           MOVE TL-SEQ          TO IS-SEQ
           MOVE WS-ISSUE-SW     TO IS-ISSUE
           MOVE FLUX-ENREG      TO IS-FLUX
           MOVE ZF-LIBRET       TO IS-LIBRET
           MOVE ZF-SQLCODE      TO IS-SQLCODE
           MOVE ZF-COMPTE       TO IS-COMPTE
           MOVE ZF-CODE-OPER    TO IS-CODE-OPER
           MOVE ZF-REF-OPER     TO IS-REF-OPER
           MOVE ZF-SOLDE        TO IS-SOLDE
           MOVE ZF-LIBELLE-OPER TO IS-LIBELLE-OPER
           MOVE WS-SCREEN-MOTIF TO IS-MOTIF
           WRITE IS-ENREG
           .

       02T6-EMET-DANS-L-ORDRE.
           MOVE 'N' TO WS-FIN-TRI-SW
           PERFORM 02T7-EMET-OPERATION UNTIL WS-FIN-TRI
           .

       02T7-EMET-OPERATION.
           RETURN TRIISS
              AT END
                 SET WS-FIN-TRI TO TRUE
              NOT AT END
                 MOVE TS-FLUX         TO FLUX-ENREG
                 MOVE TS-FLUX         TO F1-ENREG-00
                 MOVE TS-ISSUE        TO WS-ISSUE-SW
                 MOVE TS-LIBRET       TO ZF-LIBRET
                 MOVE TS-SQLCODE      TO ZF-SQLCODE
                 MOVE TS-COMPTE       TO ZF-COMPTE
                 MOVE TS-CODE-OPER    TO ZF-CODE-OPER
                 MOVE TS-REF-OPER     TO ZF-REF-OPER
                 MOVE TS-SOLDE        TO ZF-SOLDE
                 MOVE TS-LIBELLE-OPER TO ZF-LIBELLE-OPER
                 MOVE TS-MOTIF        TO WS-SCREEN-MOTIF
                 PERFORM 02B1-COMPTE-OPERATION
                 PERFORM 02B3-EMET-OPERATION
           END-RETURN
           .

      * CHARGEMENT DES SEUILS D'EXPLOITATION DEPUIS TBPRM (MAPRM) :
              COMPUTE WS-SEUIL-REJETS =
                      FUNCTION NUMVAL(PRM-VALEUR)
           END-IF
           MOVE 'SEUIL-TRI-COMPTE' TO PRM-CLE
           PERFORM 01-LIT-PARAMETRE
           IF PRM-CODRET = '00'
              COMPUTE WS-SEUIL-TRI-COMPTE =
                      FUNCTION NUMVAL(PRM-VALEUR)
           END-IF
           MOVE 'COMPTE-SURV-1' TO PRM-CLE
           PERFORM 01-LIT-PARAMETRE
           IF PRM-CODRET = '00'
           IF PRM-CODRET = '00'
              MOVE PRM-VALEUR(1:11) TO WS-CPTSURV-COMPTE(3)
           END-IF
           MOVE 'VIRTUEL-PREFIXE' TO PRM-CLE
           PERFORM 01-LIT-PARAMETRE
           IF PRM-CODRET = '00'
              MOVE PRM-VALEUR(1:11) TO WS-PREFIXE-VIR
           END-IF
           MOVE 0 TO WS-LG-PREFIXE-VIR
           INSPECT WS-PREFIXE-VIR TALLYING WS-LG-PREFIXE-VIR
                   FOR CHARACTERS BEFORE INITIAL SPACE
           .

       01-LIT-PARAMETRE.
           CALL 'MAPRM' USING PRM-ZCMA
           .

      * UNE DEMANDE D'ARRET PRESENTE AU LANCEMENT VISAIT LE RUN
      * PRECEDENT : ELLE EST ANNULEE POUR QUE LE RUN QUI REPART NE
      * S'ARRETE PAS DES SON PREMIER REPERE.
       01-PURGE-DEMANDE-ARRET.
           MOVE 'ARRET-GKMAJ001' TO PRM-CLE
           PERFORM 01-LIT-PARAMETRE
           IF PRM-CODRET = '00' AND PRM-VALEUR(1:1) = 'O'
              MOVE 'UPD' TO PRM-FONCTION
              MOVE 'N'   TO PRM-VALEUR
              CALL 'MAPRM' USING PRM-ZCMA
              DISPLAY 'DEMANDE D''ARRET ANTERIEURE AU RUN ANNULEE'
           END-IF
           .

      * TESTEE JUSTE APRES LE COMMIT DU REPERE : LES MISES A JOUR
      * FAITES JUSQU'ICI SONT ACQUISES ET LA REPRISE REPART DE LA.
       01-TESTE-DEMANDE-ARRET.
           MOVE 'ARRET-GKMAJ001' TO PRM-CLE
           PERFORM 01-LIT-PARAMETRE
           IF PRM-CODRET = '00' AND PRM-VALEUR(1:1) = 'O'
              SET WS-ARRET-DEMANDE TO TRUE
              DISPLAY 'ARRET DEMANDE PAR L''OPERATEUR : POSITION '
                      WS-FS-LUS ' LOT ' WS-CUR-ORIGINE
           END-IF
           .

      * CHARGEMENT EN MEMOIRE DES CERTIFICATS EMIS PAR LA COUCHE
      * CONTROLE. ABSENCE DU FICHIER = AUCUN LOT CERTIFIE : TOUT LE
      * FLUX SERA REFUSE (RETURN-CODE 22).
      * '10'. UN ECART SIGNALE UN FICHIER FLUX QUI N'A PAS ETE (OU PLUS)
      * CONTROLE PAR GKCTRL01 AVANT D'ARRIVER ICI.
       02D-CONTROLE-LOT.
           IF WS-QUAR-DANS-LOT
              PERFORM 02U1-SOLDE-QUARANTAINE
           END-IF
           IF F1-NB-OPERATIONS NOT = WS-LUS-10
           OR F1-MT-GLOBAL     NOT = WS-MT-GLOBAL
              MOVE 20 TO RETURN-CODE
           END-IF
           .

      * ENREGISTREMENT DESIGNE PAR LA REPRISE PAS A PAS PRECEDENTE :
      * IL N'EST NI DECODE NI POSTE (SES ZONES PEUVENT ETRE INVALIDES),
      * MAIS ECRIT TEL QUEL EN QUARANTAINE ET COMPTE COMME LU ; SON
      * MONTANT EST CONSTATE AU TRAILER DU LOT (02U1). UN REPERE EST
      * PRIS AUSSITOT POUR QU'AUCUNE REPRISE NE LE RELISE.
       02U-MET-EN-QUARANTAINE.
           ADD 1 TO WS-LUS-10
           ADD 1 TO WS-TOT-LUS-10
           ADD 1 TO WS-NB-QUAR
           SET WS-QUAR-DANS-LOT TO TRUE
           MOVE SPACE TO WS-MODE-REPRISE
           OPEN EXTEND QUARRECORDS
           IF NOT FS-QUAR-OK
              OPEN OUTPUT QUARRECORDS
           END-IF
           INITIALIZE QR-ENREG
           MOVE 'GKMAJ001' TO QR-PROGRAMME
           MOVE FUNCTION CURRENT-DATE TO WS-RST-DATE-SYS
           STRING WS-RST-DATE-SYS(1:4) '-'
                  WS-RST-DATE-SYS(5:2) '-'
                  WS-RST-DATE-SYS(7:2)
                  DELIMITED BY SIZE INTO QR-DATE
           STRING WS-RST-DATE-SYS(9:2)  '.'
                  WS-RST-DATE-SYS(11:2) '.'
                  WS-RST-DATE-SYS(13:2)
                  DELIMITED BY SIZE INTO QR-HEURE
           MOVE WS-FS-LUS           TO QR-POSITION
           MOVE WS-CUR-ORIGINE      TO QR-ORIGINE
           MOVE WS-CUR-DATE         TO QR-DATE-LOT
           MOVE 'ABENDS REPETES A LA REPRISE' TO QR-MOTIF
           MOVE WS-NB-REPRISES-FLUX TO QR-NB-REPRISES
           MOVE FLUX-ENREG          TO QR-IMAGE
           WRITE QUAR-ENREG FROM QR-ENREG
           CLOSE QUARRECORDS
           DISPLAY 'ENREGISTREMENT MIS EN QUARANTAINE : POSITION '
                   WS-FS-LUS ' LOT ' WS-CUR-ORIGINE ' ' WS-CUR-DATE
           INITIALIZE ALR-ENREG
           MOVE 'E'            TO ALR-SEVERITE
           MOVE 'QUARENRG'     TO ALR-CODE
           MOVE WS-CUR-ORIGINE TO ALR-ORIGINE
           MOVE WS-FS-LUS      TO ALR-COMPTEUR
           PERFORM 04A-EMET-ALERTE
           SET WS-CHKPT-DIFFERE TO TRUE
           .

      * TRAILER D'UN LOT DONT UN ENREGISTREMENT EST EN QUARANTAINE :
      * LE MONTANT MANQUANT (TOTAL ANNONCE MOINS TOTAL LU) EST CELUI
      * DE L'ENREGISTREMENT ECARTE. IL EST REINTEGRE AUX TOTAUX LUS
      * POUR QUE LES CONTROLES 00/99 ET CERTIFICAT GARDENT TOUTE LEUR
      * PORTEE SUR LE RESTE DU LOT, ET LE LOT EST DECLARE NON
      * CERTIFIE POUR CE MONTANT.
       02U1-SOLDE-QUARANTAINE.
           MOVE 'N' TO WS-QUAR-LOT-SW
           IF F1-MT-GLOBAL > WS-MT-GLOBAL
              COMPUTE WS-MT-QUAR-LOT = F1-MT-GLOBAL - WS-MT-GLOBAL
           ELSE
              MOVE 0 TO WS-MT-QUAR-LOT
           END-IF
           ADD WS-MT-QUAR-LOT TO WS-MT-GLOBAL
           ADD WS-MT-QUAR-LOT TO WS-TOT-MT-LUS
           ADD WS-MT-QUAR-LOT TO WS-MT-QUAR
           MOVE 26 TO RETURN-CODE
           ADD 1 TO WS-ERR-NONCERTIFIE
           DISPLAY 'LOT NON CERTIFIE POUR LE MONTANT EN QUARANTAINE : '
                   WS-CUR-ORIGINE ' ' WS-CUR-DATE ' ' WS-MT-QUAR-LOT
           INITIALIZE ALR-ENREG
           MOVE 'E'            TO ALR-SEVERITE
           MOVE 'QUARLOT '     TO ALR-CODE
           MOVE WS-CUR-ORIGINE TO ALR-ORIGINE
           MOVE WS-LUS-10      TO ALR-COMPTEUR
           MOVE WS-MT-QUAR-LOT TO ALR-MONTANT
           PERFORM 04A-EMET-ALERTE
           .

      * CLE DE CONTROLE DU NUMERO DE COMPTE DE L'OPERATION
      * COURANTE : UNE CLE FAUSSE N'EST BLOQUANTE QUE SI LE COMPTE
      * EST AUSSI INCONNU DE TBCPT - LES NUMEROS HISTORIQUES
      * REJETTE AVANT TOUT POSTE ET AVANT LE MODE SUSPENS.
       02N-VERIFIE-CLE-COMPTE.
           MOVE 'N' TO WS-CLE-INVALIDE-SW
      * UN NUMERO VIRTUEL NON RESOLU NE PORTE PAS DE CLE : IL EST
      * CONNU DE TBVIR (OU PART AU COMPTE D'ATTENTE), PAS DE TBCPT.
           IF WS-VIRTUEL-NON-ATTRIBUE OR WS-DEBIT-VIRTUEL
              CONTINUE
           ELSE
              PERFORM 02N1-CONTROLE-CLE
           END-IF
           .

       02N1-CONTROLE-CLE.
           INITIALIZE CLE-ZONE
           MOVE 'VER'     TO CLE-FONCTION
           MOVE F1-COMPTE TO CLE-COMPTE
           END-IF
           .

      * UN CHEQUE 'CHQ' PRESENTE AU DEBIT DOIT APPARTENIR A UN
      * CARNET DELIVRE AU COMPTE ET ENCORE VALIDE (TBCHQ), ET NE
      * PAS AVOIR DEJA ETE PAYE NI FRAPPE D'OPPOSITION (TBCHS) ;
      * SINON IL REJETTE SOUS SON PROPRE MOTIF AVANT TOUT POSTE. UN
      * REGISTRE ILLISIBLE REJETTE AUSSI : ON NE PAIE PAS UN CHEQUE
      * SANS PREUVE DE SA DELIVRANCE.
       02P-VERIFIE-CHEQUE.
           MOVE SPACES TO WS-CHEQUE-SW
           MOVE SPACES TO WS-CHEQUE-MOTIF
           IF F1-TYPE-00 = '10' AND F1-CODE-OPER = WS-CODE-CHEQUE
              IF F1-LIBELLE-OPER(1:7) IS NOT NUMERIC
                 SET WS-CHEQUE-REFUSE TO TRUE
                 MOVE 'CHEQUE NON DELIVRE' TO WS-CHEQUE-MOTIF
              ELSE
                 MOVE F1-LIBELLE-OPER(1:7) TO WS-NUM-CHEQUE
                 INITIALIZE CHQ-ZCMA
                 MOVE 'NUM'         TO CHQ-FONCTION
                 MOVE F1-COMPTE     TO CHQ-COMPTE
                 MOVE WS-NUM-CHEQUE TO CHQ-NUM-CHEQUE
                 CALL 'MACHQ' USING CHQ-ZCMA
                 EVALUATE TRUE
                    WHEN CHQ-CODRET = '04'
                       SET WS-CHEQUE-REFUSE TO TRUE
                       MOVE 'CHEQUE NON DELIVRE' TO WS-CHEQUE-MOTIF
                    WHEN CHQ-CODRET NOT = '00'
                       SET WS-CHEQUE-REFUSE TO TRUE
                       MOVE CHQ-LIBRET TO WS-CHEQUE-MOTIF
                    WHEN CHQ-CHQ-ANNULE
                       SET WS-CHEQUE-REFUSE TO TRUE
                       MOVE 'CHEQUIER ANNULE' TO WS-CHEQUE-MOTIF
                    WHEN OTHER
                       PERFORM 02R-CHERCHE-SORT-CHEQUE
                 END-EVALUATE
              END-IF
              IF WS-CHEQUE-REFUSE
                 ADD 1 TO WS-NB-CHEQUES-REFUSES
              END-IF
           END-IF
           .

       02R-CHERCHE-SORT-CHEQUE.
           INITIALIZE CHS-ZCMA
           MOVE 'SEL'         TO CHS-FONCTION
           MOVE F1-COMPTE     TO CHS-COMPTE
           MOVE WS-NUM-CHEQUE TO CHS-NUM-CHEQUE
           CALL 'MACHS' USING CHS-ZCMA
           EVALUATE TRUE
              WHEN CHS-CODRET = '04'
                 SET WS-CHEQUE-VALIDE TO TRUE
              WHEN CHS-CODRET NOT = '00'
                 SET WS-CHEQUE-REFUSE TO TRUE
                 MOVE CHS-LIBRET TO WS-CHEQUE-MOTIF
              WHEN CHS-CHEQUE-PAYE
                 SET WS-CHEQUE-REFUSE TO TRUE
                 MOVE 'CHEQUE DEJA PAYE' TO WS-CHEQUE-MOTIF
              WHEN OTHER
                 SET WS-CHEQUE-REFUSE TO TRUE
                 MOVE 'CHEQUE FRAPPE D OPPOSITION'
                   TO WS-CHEQUE-MOTIF
           END-EVALUATE
           .

      * LE CHEQUE POSTE EST ENREGISTRE PAYE DANS LA MEME UNITE
      * D'OEUVRE QUE LE DEBIT : UNE SECONDE PRESENTATION REJETTERA.
       02Q-ENREGISTRE-PAIEMENT.
           INITIALIZE CHS-ZCMA
           MOVE F1-COMPTE       TO CHS-COMPTE
           MOVE WS-NUM-CHEQUE   TO CHS-NUM-CHEQUE
           MOVE 'P'             TO CHS-STATUT
           MOVE WS-CUR-DATE     TO CHS-DATE-EVENEMENT
           MOVE F1-MONTANT-OPER TO CHS-MONTANT
           MOVE F1-REF-OPER     TO CHS-REF-OPER
           MOVE SPACES          TO CHS-MOTIF
           MOVE 'INS'           TO CHS-FONCTION
           CALL 'MACHS' USING CHS-ZCMA
           IF CHS-CODRET NOT = '00'
              DISPLAY 'CHEQUE POSTE NON ENREGISTRE PAYE : '
                      F1-COMPTE ' ' WS-NUM-CHEQUE ' - ' CHS-LIBRET
           END-IF
           .

       ALIM-ZFMAJCPT.
           MOVE FLUX-ENREG  TO ZF-MAJCPT
           IF WS-MODE-DRYRUN
           ELSE
              MOVE 'N' TO ZF-MODE-SUSPENS
           END-IF
      * UN CREDIT ADRESSE A UN NUMERO VIRTUEL NON ATTRIBUE OU REVOQUE
      * PART TOUJOURS AU COMPTE D'ATTENTE, QUEL QUE SOIT LE MODE DU
      * RUN : L'ORIGINE A REGLE LES FONDS, IL RESTE A LES AFFECTER.
           IF WS-VIRTUEL-NON-ATTRIBUE
              MOVE 'O' TO ZF-MODE-SUSPENS
           END-IF
      * LA COPIE GROUPE CI-DESSUS A ECRASE LA ZONE AVEC LES OCTETS DU
      * FLUX (LES POSITIONS DE ZF-MAJCPT AU DELA DE L'AUTORISATION NE
      * SONT PAS CELLES DU FLUX) : LA DATE METIER DU LOT ET LA DATE
           MOVE WS-CUR-DATE TO ZF-DATE-LOT
           MOVE F1-DATE-VALEUR TO ZF-DATE-VALEUR
           MOVE F1-LIBELLE-OPER TO ZF-LIBELLE-OPER
      * L'ENTITE DU LOT N'EST CONTROLEE QUE SI L'EN-TETE LA PORTE.
           MOVE WS-CUR-ENTITE TO ZF-ENTITE
           IF WS-CUR-ENTITE = SPACES
              MOVE 'N' TO ZF-ENTITE-CONTROLE
           ELSE
              MOVE 'O' TO ZF-ENTITE-CONTROLE
           END-IF
           MOVE WS-COMPTE-VIRTUEL TO ZF-COMPTE-VIRTUEL
           .

      * AVANT TOUTE MISE A JOUR, VERIFICATION QUE LA REFERENCE
           MOVE F1-COMPTE   TO HIS-COMPTE
           MOVE F1-REF-OPER TO HIS-REF-OPER
           CALL 'MAHIS' USING HIS-ZCMA
      * OPERATION RENVOYEE : ELLE A PU ETRE POSTEE SUR L'ANCIEN
      * NUMERO AVANT SA MIGRATION (FICHIER REPASSE).
           IF HIS-CODRET NOT = '04'
              AND WS-COMPTE-ORIGINE NOT = F1-COMPTE
              INITIALIZE HIS-ZCMA
              MOVE 'SEL'             TO HIS-FONCTION
              MOVE WS-COMPTE-ORIGINE TO HIS-COMPTE
              MOVE F1-REF-OPER       TO HIS-REF-OPER
              CALL 'MAHIS' USING HIS-ZCMA
           END-IF
           .

      * RENVOI DU COMPTE DEBITE (ET DU CREDITEUR D'UN VIREMENT '20')
      * VERS LE COMPTE QUI A REPRIS L'ANCIEN NUMERO ; LA VUE F1 ET
      * L'ENREGISTREMENT FLUX (POSTE PAR ALIM-ZFMAJCPT, RECOPIE SUR
      * LES FICHIERS DE SORTIE) PORTENT ALORS LE NOUVEAU NUMERO. LA
      * CONTREPARTIE EXTERNE D'UN '30' N'EST PAS UN COMPTE TBCPT.
       02S-REDIRIGE-COMPTE.
           MOVE 'N'        TO WS-REDIRIGE-SW
           MOVE F1-COMPTE  TO WS-COMPTE-ORIGINE
           MOVE FLUX-ENREG TO WS-FLUX-AVANT-RENVOI
           MOVE F1-COMPTE  TO WS-COMPTE-RENVOI
           PERFORM 02S1-SUIT-RENVOIS
           IF WS-COMPTE-RENVOI NOT = F1-COMPTE
              MOVE WS-COMPTE-RENVOI TO F1-COMPTE
              SET WS-REDIRIGE TO TRUE
           END-IF
           IF F1-TYPE-00 = '20'
              MOVE F1-COMPTE-CREDIT TO WS-COMPTE-RENVOI
              PERFORM 02S1-SUIT-RENVOIS
              IF WS-COMPTE-RENVOI NOT = F1-COMPTE-CREDIT
                 MOVE WS-COMPTE-RENVOI TO F1-COMPTE-CREDIT
                 SET WS-REDIRIGE TO TRUE
              END-IF
           END-IF
           IF WS-REDIRIGE
              ADD 1 TO WS-NB-REDIRIGES
              MOVE F1-ENREG-00 TO FLUX-ENREG
           END-IF
           PERFORM 02V-RESOUT-VIRTUEL
           .

      * UN TBFWD ILLISIBLE LAISSE LE NUMERO TEL QUEL : L'OPERATION
      * REJETTE ALORS SUR LE STATUT DE L'ANCIEN COMPTE.
       02S1-SUIT-RENVOIS.
           MOVE 0 TO WS-NB-MAILLONS
           MOVE '00' TO FWD-CODRET
           PERFORM UNTIL FWD-CODRET NOT = '00'
                      OR WS-NB-MAILLONS NOT < WS-MAX-RENVOIS
              INITIALIZE FWD-ZCMA
              MOVE 'SEL'            TO FWD-FONCTION
              MOVE WS-COMPTE-RENVOI TO FWD-ANCIEN
              CALL 'MAFWD' USING FWD-ZCMA
              IF FWD-CODRET = '00'
                 MOVE FWD-NOUVEAU TO WS-COMPTE-RENVOI
                 ADD 1 TO WS-NB-MAILLONS
              END-IF
           END-PERFORM
           .

      * NUMERO DE COMPTE VIRTUEL : LE COMPTE DE L'OPERATION '10' OU LE
      * CREDITEUR D'UN '20' QUI PORTE LE PREFIXE RESERVE EST RESOLU
      * SUR SA PLAGE TBVIR ; PLAGE ATTRIBUEE, LE NUMERO EST REMPLACE
      * PAR LE COMPTE MAITRE DANS LA VUE F1 ET L'ENREGISTREMENT FLUX
      * (REPOSE APRES LES ECRITURES, COMME UN RENVOI) ; NUMERO NON
      * ATTRIBUE OU PLAGE REVOQUEE, IL RESTE TEL QUEL POUR PARTIR AU
      * COMPTE D'ATTENTE. LE COMPTE DEBITE D'UN '20' OU D'UN '30' NE
      * PEUT PAS ETRE VIRTUEL ; LE SENS D'UN '10' N'EST CONNU QUE DE
      * MFMAJCPT, QUI REJETTE LE DEBIT (CODRET '23').
       02V-RESOUT-VIRTUEL.
           MOVE SPACES TO WS-COMPTE-VIRTUEL
           MOVE SPACE  TO WS-VIRTUEL-SW
           MOVE 'N'    TO WS-DEBIT-VIRTUEL-SW
           IF WS-LG-PREFIXE-VIR > 0
              IF F1-TYPE-00 = '10'
                 IF F1-COMPTE(1:WS-LG-PREFIXE-VIR) =
                    WS-PREFIXE-VIR(1:WS-LG-PREFIXE-VIR)
                    MOVE F1-COMPTE TO WS-COMPTE-VIRTUEL
                    PERFORM 02V1-CHERCHE-PLAGE
                    IF WS-VIRTUEL-ATTRIBUE
                       MOVE VIR-COMPTE TO F1-COMPTE
                    END-IF
                 END-IF
              ELSE
                 IF F1-COMPTE(1:WS-LG-PREFIXE-VIR) =
                    WS-PREFIXE-VIR(1:WS-LG-PREFIXE-VIR)
                    SET WS-DEBIT-VIRTUEL TO TRUE
                 END-IF
                 IF F1-TYPE-00 = '20'
                    AND F1-COMPTE-CREDIT(1:WS-LG-PREFIXE-VIR) =
                        WS-PREFIXE-VIR(1:WS-LG-PREFIXE-VIR)
                    MOVE F1-COMPTE-CREDIT TO WS-COMPTE-VIRTUEL
                    PERFORM 02V1-CHERCHE-PLAGE
                    IF WS-VIRTUEL-ATTRIBUE
                       MOVE VIR-COMPTE TO F1-COMPTE-CREDIT
                    END-IF
                 END-IF
              END-IF
              IF WS-VIRTUEL-ATTRIBUE
                 ADD 1 TO WS-NB-VIRTUELS
                 SET WS-REDIRIGE TO TRUE
                 MOVE F1-ENREG-00 TO FLUX-ENREG
              END-IF
              IF WS-VIRTUEL-NON-ATTRIBUE
                 ADD 1 TO WS-NB-VIRTUELS-NA
              END-IF
           END-IF
           .

      * UN TBVIR ILLISIBLE LAISSE LE NUMERO NON RESOLU : LE CREDIT
      * PART AU COMPTE D'ATTENTE PLUTOT QUE SUR UN COMPTE DEVINE.
       02V1-CHERCHE-PLAGE.
           INITIALIZE VIR-ZCMA
           MOVE 'NUM'             TO VIR-FONCTION
           MOVE WS-COMPTE-VIRTUEL TO VIR-NUMERO
           CALL 'MAVIR' USING VIR-ZCMA
           IF VIR-CODRET = '00' AND VIR-PLAGE-ACTIVE
              SET WS-VIRTUEL-ATTRIBUE TO TRUE
           ELSE
              SET WS-VIRTUEL-NON-ATTRIBUE TO TRUE
              IF VIR-CODRET = '12'
                 DISPLAY 'TBVIR ILLISIBLE POUR ' WS-COMPTE-VIRTUEL
                         ' - ' VIR-LIBRET
              END-IF
           END-IF
           .

      * COPIE DE L'ENREGISTREMENT '10' COURANT SUR FLUXIDX, CLE COMPTE +
           MOVE WS-EMP-ORIGINE     TO CKPT-EMP-ORIGINE
           MOVE WS-EMP-DATE        TO CKPT-EMP-DATE
           MOVE FLUX-ENREG         TO CKPT-EMP-DERNIER
           MOVE WS-CUR-ENTITE      TO CKPT-CUR-ENTITE
           MOVE WS-NB-QUAR         TO CKPT-NB-QUAR
           MOVE WS-MT-QUAR         TO CKPT-MT-QUAR
           MOVE WS-QUAR-LOT-SW     TO CKPT-QUAR-LOT
           WRITE CKPT-ENREG
      * LE NET GL CUMULE EN MEMOIRE PAR MFMAJCPT EST POSTE AVANT LE
      * COMMIT, POUR QU'IL PARTE DANS LA MEME UNITE D'OEUVRE QUE LES
              END-IF
           END-IF
           WRITE INTERF-ENREG FROM IF-ENREG-00
           MOVE IF-ENREG-00 TO TRF-DONNEES
           PERFORM 01-TRANSMIS-INTERF
           .

      * TRAILER DU FICHIER D'INTERFACE : NOMBRE D'OPERATIONS POSTEES
           MOVE '99'          TO IF-TYPE-99
           MOVE WS-TOT-POSTES TO IF-NB-OPERATIONS
           WRITE INTERF-ENREG FROM IF-ENREG-99
           MOVE IF-ENREG-99 TO TRF-DONNEES
           PERFORM 01-TRANSMIS-INTERF
           .

      * EN-TETE, TRAILER ET DETAIL DU FICHIER INTERBANCAIRE SORTANT.
              MOVE SPACES TO WS-IB00-DATE
           END-IF
           WRITE INTERB-ENREG FROM WS-INTERB-00
           MOVE WS-INTERB-00 TO TRB-DONNEES
           PERFORM 01-TRANSMIS-INTERB
           .

       01-ECRIT-TRAILER-INTERB.
           MOVE WS-NB-INTERB TO WS-IB99-NB
           MOVE WS-MT-INTERB TO WS-IB99-MT
           WRITE INTERB-ENREG FROM WS-INTERB-99
           MOVE WS-INTERB-99 TO TRB-DONNEES
           PERFORM 01-TRANSMIS-INTERB
           .

      * VIREMENT SORTANT '30' POSTE AVEC SUCCES : L'OPERATION EST
              MOVE WS-CUR-DATE       TO WS-IB10-DATE-VALEUR
           END-IF
           WRITE INTERB-ENREG FROM WS-INTERB-10
           MOVE WS-INTERB-10 TO TRB-DONNEES
           PERFORM 01-TRANSMIS-INTERB
           ADD 1            TO WS-NB-INTERB
           ADD F1-MONTANT-30 TO WS-MT-INTERB
           .
           MOVE ZF-SOLDE     TO IF-SOLDE
           MOVE ZF-LIBELLE-OPER TO IF-LIBELLE-OPER
           WRITE INTERF-ENREG FROM IF-ENREG-10
           MOVE IF-ENREG-10 TO TRF-DONNEES
           PERFORM 01-TRANSMIS-INTERF
           .

      * ALERTE OPERATOIRE : LE VOLUME DE REJETS DU RUN ATTEINT LE SEUIL
           CALL 'GKALERT' USING ALR-ENREG
           .

      * INSCRIPTION DES FICHIERS REMIS (INTERFACE DES SYSTEMES AVAL,
      * FICHIER INTERBANCAIRE) AU REGISTRE DES TRANSMISSIONS : ENVOIS
      * OUVERTS, CHAQUE ENREGISTREMENT ECRIT PASSE, FERMETURE EN
      * FIN DE RUN NORMALE. UN RUN ARRETE OU ABANDONNE NE REMET RIEN :
      * SES FICHIERS NE SONT PAS INSCRITS.
       01-OUVRE-TRANSMISSIONS.
           INITIALIZE TRF-ZONE
           SET TRF-OUVERTURE TO TRUE
           MOVE 'GKMAJ001' TO TRF-PROGRAMME
           MOVE 'AVAL'     TO TRF-PARTENAIRE
           MOVE 'DDINTERF' TO TRF-FICHIER
           MOVE 80         TO TRF-LRECL
           CALL 'GKTRFREG' USING TRF-ZONE
           INITIALIZE TRB-ZONE
           SET TRB-OUVERTURE TO TRUE
           MOVE 'GKMAJ001' TO TRB-PROGRAMME
           MOVE 'COMPENS'  TO TRB-PARTENAIRE
           MOVE 'DDINTERB' TO TRB-FICHIER
           MOVE 114        TO TRB-LRECL
           CALL 'GKTRFREG' USING TRB-ZONE
           .

       01-INSCRIT-TRANSMISSIONS.
           SET TRF-FERMETURE TO TRUE
           MOVE 0 TO TRF-MONTANT
           CALL 'GKTRFREG' USING TRF-ZONE
           IF TRF-CODRET NOT = '00'
              DISPLAY 'GKMAJ001 - REGISTRE DES TRANSMISSIONS : '
                      TRF-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           SET TRB-FERMETURE TO TRUE
           MOVE WS-MT-INTERB TO TRB-MONTANT
           CALL 'GKTRFREG' USING TRB-ZONE
           IF TRB-CODRET NOT = '00'
              DISPLAY 'GKMAJ001 - REGISTRE DES TRANSMISSIONS : '
                      TRB-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .

       01-TRANSMIS-INTERF.
           SET TRF-ENREGISTRE TO TRUE
           CALL 'GKTRFREG' USING TRF-ZONE
           IF TRF-CODRET NOT = '00'
              DISPLAY 'GKMAJ001 - REGISTRE DES TRANSMISSIONS : '
                      TRF-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .

       01-TRANSMIS-INTERB.
           SET TRB-ENREGISTRE TO TRUE
           CALL 'GKTRFREG' USING TRB-ZONE
           IF TRB-CODRET NOT = '00'
              DISPLAY 'GKMAJ001 - REGISTRE DES TRANSMISSIONS : '
                      TRB-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .
