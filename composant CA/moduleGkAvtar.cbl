      *********************************************************
      * PROGRAM NAME:  GKAVTAR                                *
      * PROGRAM OBJET :AVIS PREALABLE DE MODIFICATION         *
      *                TARIFAIRE : POUR UN CHANGEMENT DE      *
      *                TARIF PROGRAMME (FICHIERS AU FORMAT DE *
      *                CHGTBHOP ET CHGTBPLN, REFERENCE ET     *
      *                DATE D'EFFET EN SYSIN), RECHERCHE DES  *
      *                CLIENTS CONCERNES D'APRES LEUR PLAN    *
      *                TBPLN ET LES CODES OPERATION QU'ILS    *
      *                ONT UTILISES SUR TBHIS DEPUIS UN AN,   *
      *                EDITION D'UN AVIS PERSONNALISE (ANCIEN *
      *                ET NOUVEAU TARIF) DANS LA LANGUE DU    *
      *                CLIENT (TBLIB), ROUTE PAR GKRELDSP SUR *
      *                SON CANAL, ET TENUE DU REGISTRE DES    *
      *                CLIENTS AVISES (TBAVT)                 *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - AVIS TARIFAIRE PERSONNALISE *
      *          ET REGISTRE DE PREUVE                        *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKAVTAR.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    TARIFS PAR DEFAUT DU CHANGEMENT, UN CODE OPERATION PAR
      *    LIGNE (DESCRIPTION DU CODE ET TARIF DE CHGTBHOP) ; FACULTATIF
            SELECT TARHOP ASSIGN TO DDTARHOP
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-HOP.
      *    SURCHARGES DE PLAN DU CHANGEMENT, FORMAT DU FICHIER DE
      *    PLANS DE CHGTBPLN ; FACULTATIF
            SELECT TARPLN ASSIGN TO DDTARPLN
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-PLN.
      *    AVIS MIS EN FORME (132 COLONNES), ENTREE DDEDIT DE GKRELDSP
            SELECT EDITION ASSIGN TO DDAVTAR
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EDIT.
      *    ETAT DU REGISTRE DES CLIENTS AVISES DU CHANGEMENT
            SELECT REGRPT ASSIGN TO DDAVTREG
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-REG.

       DATA DIVISION.
       FILE SECTION.

       FD TARHOP.
       01 THOP-ENREG.
         05 THOP-CODE-OPER     PIC X(03).
         05 THOP-LIBELLE       PIC X(20).
         05 THOP-SENS          PIC X(01).
         05 THOP-COMPTE-GL     PIC X(11).
         05 THOP-MT-FRAIS      PIC 9(05)V99.
         05 THOP-TX-FRAIS      PIC 9(01)V9(04).
         05 THOP-COMPTE-FRAIS  PIC X(11).
         05 FILLER             PIC X(22).

       FD TARPLN.
       01 TPLN-ENREG.
         05 TPLN-PLAN          PIC X(04).
         05 TPLN-CODE-OPER     PIC X(03).
         05 TPLN-MT-FRAIS      PIC 9(07)V99.
         05 TPLN-TX-FRAIS      PIC 9(03)V9(04).
         05 TPLN-EXONERATION   PIC X(01).
         05 FILLER             PIC X(56).

       FD EDITION.
       01 EDIT-ENREG PIC X(132).

       FD REGRPT.
       01 REG-ENREG PIC X(132).

       WORKING-STORAGE SECTION.

       COPY ZACLI   REPLACING ==()== BY ==CLI==.
       COPY CPTFUNC.
       COPY HISFUNC REPLACING ==()== BY ==HIS==.
       COPY ZAOPE   REPLACING ==()== BY ==OPE==.
       COPY ZAPLN   REPLACING ==()== BY ==PLN==.
       COPY ZALIB   REPLACING ==()== BY ==LIB==.
       COPY ZAAVT   REPLACING ==()== BY ==AVT==.

      * CARTE SYSIN : REFERENCE DU CHANGEMENT DE TARIF ET DATE A
      * LAQUELLE IL PREND EFFET (AAAA-MM-JJ), TOUTES DEUX
      * OBLIGATOIRES.
       01 WS-PARM-CARD.
         05 WS-PC-REF-CHGT   PIC X(08).
         05 WS-PC-DATE-EFFET PIC X(10).
       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).
       01 WS-HEURE-JOUR   PIC X(08).

      * DATE D'EFFET ET DATE LIMITE D'AVIS (DEUX MOIS AVANT) ; UN
      * AVIS PRODUIT APRES LA DATE LIMITE EST SIGNALE HORS DELAI.
       01 WS-DATE-EFFET   PIC X(10).
       01 WS-DATE-EFFET-R REDEFINES WS-DATE-EFFET.
         05 WS-DE-ANNEE   PIC 9(04).
         05 FILLER        PIC X(01).
         05 WS-DE-MOIS    PIC 9(02).
         05 FILLER        PIC X(01).
         05 WS-DE-JOUR    PIC 9(02).
       01 WS-DATE-LIMITE.
         05 WS-DL-ANNEE   PIC 9(04).
         05 FILLER        PIC X(01) VALUE '-'.
         05 WS-DL-MOIS    PIC 9(02).
         05 FILLER        PIC X(01) VALUE '-'.
         05 WS-DL-JOUR    PIC 9(02).
       01 WS-HORS-DELAI-SW PIC X(01) VALUE 'N'.
         88 WS-HORS-DELAI  VALUE 'O'.

      * PERIODE D'USAGE EXAMINEE : L'ANNEE ECOULEE JUSQU'A CE JOUR.
       01 WS-DATE-USAGE.
         05 WS-DU-ANNEE   PIC 9(04).
         05 WS-DU-SUITE   PIC X(06).

      * TARIFS PAR DEFAUT DU CHANGEMENT (DDTARHOP) : UN CODE PRESENT
      * REMPLACE LE TARIF TBHOP DE TOUTES LES ENTITES.
       01 WS-NB-PROP-HOP PIC 9(03) VALUE 0.
       01 WS-TAB-PROP-HOP.
         05 WS-PH-ENTRY OCCURS 1 TO 100 TIMES
                        DEPENDING ON WS-NB-PROP-HOP
                        INDEXED BY WS-HX.
            10 WS-PH-CODE-OPER PIC X(03).
            10 WS-PH-MT-FRAIS  PIC S9(07)V99.
            10 WS-PH-TX-FRAIS  PIC S9(03)V9(04).

      * SURCHARGES DE PLAN DU CHANGEMENT (DDTARPLN) : UN COUPLE PLAN
      * + CODE PRESENT REMPLACE LA LIGNE TBPLN (OU LA CREE).
       01 WS-NB-PROP-PLN PIC 9(03) VALUE 0.
       01 WS-TAB-PROP-PLN.
         05 WS-PP-ENTRY OCCURS 1 TO 500 TIMES
                        DEPENDING ON WS-NB-PROP-PLN
                        INDEXED BY WS-QX.
            10 WS-PP-PLAN      PIC X(04).
            10 WS-PP-CODE-OPER PIC X(03).
            10 WS-PP-EXONERE   PIC X(01).
            10 WS-PP-MT-FRAIS  PIC S9(07)V99.
            10 WS-PP-TX-FRAIS  PIC S9(03)V9(04).

      * TARIFS PAR DEFAUT TBHOP DEJA LUS (ENTITE + CODE OPERATION),
      * AVEC LE LIBELLE DU CODE.
       01 WS-NB-TARIFS PIC 9(03) VALUE 0.
       01 WS-TAB-TARIFS.
         05 WS-TF-ENTRY OCCURS 1 TO 200 TIMES
                        DEPENDING ON WS-NB-TARIFS
                        INDEXED BY WS-TX.
            10 WS-TF-ENTITE    PIC X(03).
            10 WS-TF-CODE-OPER PIC X(03).
            10 WS-TF-LIBELLE   PIC X(20).
            10 WS-TF-MT-FRAIS  PIC S9(07)V99.
            10 WS-TF-TX-FRAIS  PIC S9(03)V9(04).

      * SURCHARGES TBPLN DEJA LUES (PLAN + CODE OPERATION) ; UN CODE
      * ABSENT DU PLAN EST MEMORISE AUSSI (TARIF PAR DEFAUT).
       01 WS-NB-PLANS PIC 9(03) VALUE 0.
       01 WS-TAB-PLANS.
         05 WS-PL-ENTRY OCCURS 1 TO 500 TIMES
                        DEPENDING ON WS-NB-PLANS
                        INDEXED BY WS-PX.
            10 WS-PL-PLAN      PIC X(04).
            10 WS-PL-CODE-OPER PIC X(03).
            10 WS-PL-TROUVE    PIC X(01).
            10 WS-PL-EXONERE   PIC X(01).
            10 WS-PL-MT-FRAIS  PIC S9(07)V99.
            10 WS-PL-TX-FRAIS  PIC S9(03)V9(04).
       01 WS-TROUVE-SW PIC X(01).
         88 WS-TROUVE VALUE 'O'.

      * CODES OPERATION TARIFABLES UTILISES PAR LE CLIENT COURANT
      * SUR L'ANNEE, PAR ENTITE DU COMPTE QUI LES A PORTES.
       01 WS-NB-USAGES PIC 9(03) VALUE 0.
       01 WS-TAB-USAGES.
         05 WS-US-ENTRY OCCURS 1 TO 100 TIMES
                        DEPENDING ON WS-NB-USAGES
                        INDEXED BY WS-UX.
            10 WS-US-ENTITE    PIC X(03).
            10 WS-US-CODE-OPER PIC X(03).

      * LIGNES DE L'AVIS DU CLIENT COURANT : CODES DONT LE TARIF
      * APPLICABLE AU CLIENT CHANGE.
       01 WS-NB-AVIS PIC 9(03) VALUE 0.
       01 WS-TAB-AVIS.
         05 WS-AV-ENTRY OCCURS 1 TO 100 TIMES
                        DEPENDING ON WS-NB-AVIS
                        INDEXED BY WS-AX.
            10 WS-AV-CODE-OPER   PIC X(03).
            10 WS-AV-LIBELLE     PIC X(20).
            10 WS-AV-ACT-EXONERE PIC X(01).
            10 WS-AV-ACT-MT      PIC S9(07)V99.
            10 WS-AV-ACT-TX      PIC S9(03)V9(04).
            10 WS-AV-PRO-EXONERE PIC X(01).
            10 WS-AV-PRO-MT      PIC S9(07)V99.
            10 WS-AV-PRO-TX      PIC S9(03)V9(04).

      * TARIF RESOLU POUR LE CODE EXAMINE, EN VIGUEUR ET NOUVEAU.
       01 WS-TARIF-ACTUEL.
         05 WS-TA-MT-FRAIS  PIC S9(07)V99.
         05 WS-TA-TX-FRAIS  PIC S9(03)V9(04).
         05 WS-TA-EXONERE   PIC X(01).
       01 WS-TARIF-PROPOSE.
         05 WS-TP-MT-FRAIS  PIC S9(07)V99.
         05 WS-TP-TX-FRAIS  PIC S9(03)V9(04).
         05 WS-TP-EXONERE   PIC X(01).

      * DESTINATAIRE DE L'AVIS : CANAL ET LANGUE DU CLIENT, COURRIER
      * ET FRANCAIS A DEFAUT (MEMES REPLIS QUE GKRELDSP).
       01 WS-CANAL-CLIENT  PIC X(01).
       01 WS-LANGUE-CLIENT PIC X(02).

      * LIBELLES DE L'AVIS RESOLUS PAR LA TABLE DES LIBELLES DANS LA
      * LANGUE DU CLIENT ; LE FRANCAIS COMPILE EST REPOSE A CHAQUE
      * AVIS AVANT RESOLUTION.
       01 WS-CLE-LIBELLE     PIC X(12).
       01 WS-LIBELLE-TROUVE-SW PIC X(01).
         88 WS-LIBELLE-TROUVE VALUE 'O'.
       01 WS-LIB-INTRO       PIC X(70).
       01 WS-LIB-OPPOSITION  PIC X(100).
       01 WS-LIB-EXONERE     PIC X(10).
       01 WS-INTRO-DEFAUT.
         05 FILLER PIC X(40)
            VALUE 'LES CONDITIONS TARIFAIRES CI-DESSOUS, '.
         05 FILLER PIC X(30)
            VALUE 'APPLICABLES A VOS OPERATIONS,'.
       01 WS-INTRO-DEFAUT-2 PIC X(30)
            VALUE 'CHANGENT A COMPTER DU'.
       01 WS-OPPOSITION-DEFAUT.
         05 FILLER PIC X(50)
            VALUE 'SANS OPPOSITION ECRITE DE VOTRE PART AVANT CETTE '.
         05 FILLER PIC X(50)
            VALUE 'DATE, CES CONDITIONS SERONT REPUTEES ACCEPTEES.'.

      * LIGNES DE L'AVIS.
      * GKRELDSP RECONNAIT UN DEBUT D'AVIS SUR DES REPERES FIXES DE
      * CETTE LIGNE : LE CLIENT EN COLONNES 18-25, LE SEPARATEUR
      * ' CL ' EN COLONNES 52-55 ET LE NUMERO DE PAGE EN COLONNES
      * 125-128 (LE TEXTE DU TITRE, LUI, EST TRADUIT PAR TBLIB). NE
      * PAS DEPLACER CES ZONES SANS ALIGNER LE DISPATCH.
       01 WS-LIGNE-TITRE.
         05 WS-LT-TEXTE     PIC X(17) VALUE 'AVIS TARIFAIRE   '.
         05 WS-LT-CODCLI    PIC X(08).
         05 FILLER          PIC X(03) VALUE SPACES.
         05 WS-LT-NOM       PIC X(20).
         05 FILLER          PIC X(03) VALUE SPACES.
         05 FILLER          PIC X(04) VALUE ' CL '.
         05 WS-LT-REF-CHGT  PIC X(08).
         05 FILLER          PIC X(56) VALUE SPACES.
         05 FILLER          PIC X(05) VALUE 'PAGE '.
         05 WS-LT-PAGE      PIC ZZZ9.
         05 FILLER          PIC X(04) VALUE SPACES.

       01 WS-LIGNE-COLONNES.
         05 FILLER PIC X(05) VALUE 'OPE'.
         05 FILLER PIC X(23) VALUE 'LIBELLE'.
         05 FILLER PIC X(12) VALUE 'FRAIS ACTUEL'.
         05 FILLER PIC X(13) VALUE 'TAUX ACTUEL'.
         05 FILLER PIC X(12) VALUE 'NOUV. FRAIS'.
         05 FILLER PIC X(35) VALUE 'NOUV. TAUX'.
         05 FILLER PIC X(32) VALUE SPACES.
      * VUE PLATE DE LA LIGNE DE COLONNES POUR SA RESOLUTION PAR LA
      * TABLE DES LIBELLES (LE FRANCAIS COMPILE CI-DESSUS EST SAUVE
      * EN DEBUT DE RUN ET RESTAURE A CHAQUE AVIS).
       01 WS-LIGNE-COLONNES-R REDEFINES WS-LIGNE-COLONNES.
         05 WS-LCO-TEXTE PIC X(100).
         05 FILLER       PIC X(32).
       01 WS-LCO-DEFAUT  PIC X(100).

       01 WS-LIGNE-DETAIL.
         05 WS-LD-CODE-OPER PIC X(03).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LD-LIBELLE   PIC X(20).
         05 FILLER          PIC X(03) VALUE SPACES.
         05 WS-LD-ACT-MT    PIC X(10).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LD-ACT-TX    PIC X(08).
         05 FILLER          PIC X(05) VALUE SPACES.
         05 WS-LD-PRO-MT    PIC X(10).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LD-PRO-TX    PIC X(08).
         05 FILLER          PIC X(59) VALUE SPACES.

       01 WS-LIGNE-TEXTE.
         05 WS-LX-TEXTE     PIC X(100).
         05 FILLER          PIC X(32) VALUE SPACES.

       01 WS-EDIT-MT       PIC ZZZZZZ9.99.
       01 WS-EDIT-TX       PIC ZZ9.9999.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

      * ETAT DU REGISTRE.
       01 WS-REG-TITRE.
         05 FILLER          PIC X(40)
            VALUE 'REGISTRE DES AVIS TARIFAIRES - CHGT '.
         05 WS-RT-REF-CHGT  PIC X(08).
         05 FILLER          PIC X(16) VALUE '   DATE D''EFFET '.
         05 WS-RT-EFFET     PIC X(10).
         05 FILLER          PIC X(17) VALUE '   DATE LIMITE '.
         05 WS-RT-LIMITE    PIC X(10).
         05 FILLER          PIC X(31) VALUE SPACES.

       01 WS-REG-COLONNES.
         05 FILLER PIC X(10) VALUE 'CLIENT'.
         05 FILLER PIC X(12) VALUE 'DATE AVIS'.
         05 FILLER PIC X(10) VALUE 'HEURE'.
         05 FILLER PIC X(07) VALUE 'CANAL'.
         05 FILLER PIC X(08) VALUE 'LANGUE'.
         05 FILLER PIC X(07) VALUE 'CODES'.
         05 FILLER PIC X(78) VALUE 'OBSERVATION'.

       01 WS-REG-LIGNE.
         05 WS-RL-CODCLI    PIC X(08).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-RL-DATE      PIC X(10).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-RL-HEURE     PIC X(08).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-RL-CANAL     PIC X(01).
         05 FILLER          PIC X(06) VALUE SPACES.
         05 WS-RL-LANGUE    PIC X(02).
         05 FILLER          PIC X(06) VALUE SPACES.
         05 WS-RL-NB-LIGNES PIC ZZ9.
         05 FILLER          PIC X(04) VALUE SPACES.
         05 WS-RL-OBS       PIC X(10).
         05 FILLER          PIC X(68) VALUE SPACES.

       01 WS-REG-TOTAL.
         05 FILLER          PIC X(24) VALUE 'CLIENTS AVISES       : '.
         05 WS-RX-NB        PIC ZZZZZZ9.
         05 FILLER          PIC X(04) VALUE SPACES.
         05 FILLER          PIC X(24) VALUE 'DONT HORS DELAI      : '.
         05 WS-RX-NB-TARD   PIC ZZZZZZ9.
         05 FILLER          PIC X(66) VALUE SPACES.

       01 WS-RUN-COUNTERS.
         05 WS-NB-CLIENTS-LUS  PIC 9(07) VALUE 0.
         05 WS-NB-COMPTES-LUS  PIC 9(07) VALUE 0.
         05 WS-NB-LIGNES-LUES  PIC 9(09) VALUE 0.
         05 WS-NB-CONCERNES    PIC 9(07) VALUE 0.
         05 WS-NB-AVISES       PIC 9(07) VALUE 0.
         05 WS-NB-DEJA-AVISES  PIC 9(07) VALUE 0.
         05 WS-NB-HOP-LUS      PIC 9(05) VALUE 0.
         05 WS-NB-PLN-LUS      PIC 9(05) VALUE 0.
         05 WS-NB-REJETS       PIC 9(05) VALUE 0.
         05 WS-NB-ERREURS      PIC 9(07) VALUE 0.
         05 WS-NB-REGISTRE     PIC 9(07) VALUE 0.
         05 WS-NB-REG-TARD     PIC 9(07) VALUE 0.

       01 WS-FS-HOP PIC X(02).
         88 FS-HOP-OK      VALUE '00'.
         88 FS-HOP-FIN     VALUE '10'.
         88 FS-HOP-ABSENT  VALUE '35'.
       01 WS-FS-PLN PIC X(02).
         88 FS-PLN-OK      VALUE '00'.
         88 FS-PLN-FIN     VALUE '10'.
         88 FS-PLN-ABSENT  VALUE '35'.
       01 WS-FS-EDIT PIC X(02).
         88 FS-EDIT-OK VALUE '00'.
       01 WS-FS-REG PIC X(02).
         88 FS-REG-OK VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           STRING WS-DATE-SYSTEME(1:4) '-'
                  WS-DATE-SYSTEME(5:2) '-'
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-JOUR
           STRING WS-DATE-SYSTEME(9:2)  '.'
                  WS-DATE-SYSTEME(11:2) '.'
                  WS-DATE-SYSTEME(13:2)
                  DELIMITED BY SIZE INTO WS-HEURE-JOUR
           MOVE WS-PC-DATE-EFFET TO WS-DATE-EFFET
           IF WS-PC-REF-CHGT = SPACES
              OR WS-DE-ANNEE NOT NUMERIC
              OR WS-DE-MOIS  NOT NUMERIC
              OR WS-DE-JOUR  NOT NUMERIC
              DISPLAY 'GKAVTAR - CARTE SYSIN INVALIDE : '
                      WS-PARM-CARD
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WS-DE-MOIS > 2
                 MOVE WS-DE-ANNEE TO WS-DL-ANNEE
                 COMPUTE WS-DL-MOIS = WS-DE-MOIS - 2
              ELSE
                 COMPUTE WS-DL-ANNEE = WS-DE-ANNEE - 1
                 COMPUTE WS-DL-MOIS = WS-DE-MOIS + 10
              END-IF
              MOVE WS-DE-JOUR TO WS-DL-JOUR
              IF WS-DATE-JOUR > WS-DATE-LIMITE
                 SET WS-HORS-DELAI TO TRUE
                 DISPLAY 'GKAVTAR - PREAVIS INFERIEUR A DEUX MOIS, '
                         'DATE LIMITE ' WS-DATE-LIMITE
              END-IF
           END-IF
           MOVE WS-DATE-JOUR(1:4)  TO WS-DU-ANNEE
           SUBTRACT 1 FROM WS-DU-ANNEE
           MOVE WS-DATE-JOUR(5:6)  TO WS-DU-SUITE
           MOVE WS-LCO-TEXTE       TO WS-LCO-DEFAUT

           PERFORM 01A-CHARGE-PROP-HOP
           PERFORM 01B-CHARGE-PROP-PLN
           IF WS-NB-PROP-HOP = 0 AND WS-NB-PROP-PLN = 0
              AND RETURN-CODE = 0
              DISPLAY 'GKAVTAR - AUCUN TARIF MODIFIE, PAS D''AVIS'
           END-IF
           OPEN OUTPUT EDITION
           OPEN OUTPUT REGRPT
           .

      * PARCOURS DE TOUT LE REFERENTIEL CLIENT (CURSEUR MACLI), PUIS
      * EDITION DU REGISTRE DU CHANGEMENT. UNE CARTE OU UN FICHIER
      * DE TARIF EN ERREUR ARRETE LE TRAITEMENT AVANT TOUT AVIS.
       02-TREATMENT.
           IF RETURN-CODE = 0
              IF WS-NB-PROP-HOP > 0 OR WS-NB-PROP-PLN > 0
                 INITIALIZE CLI-ZCMA
                 MOVE 'DEB' TO CLI-FONCTION
                 CALL 'MACLI' USING CLI-ZCMA
                 PERFORM UNTIL CLI-CODRET NOT = '00'
                    ADD 1 TO WS-NB-CLIENTS-LUS
                    PERFORM 02A-TRAITE-CLIENT
                    MOVE 'SUI' TO CLI-FONCTION
                    CALL 'MACLI' USING CLI-ZCMA
                 END-PERFORM
                 IF CLI-CODRET NOT = '04'
                    DISPLAY 'GKAVTAR - PARCOURS TBCLI EN ERREUR : '
                            CLI-LIBRET
                    MOVE 16 TO RETURN-CODE
                 END-IF
              END-IF
              PERFORM 02H-EDITE-REGISTRE
           END-IF
           .

       03-ENDPGM.
           CLOSE EDITION, REGRPT
           DISPLAY '**********************************'
           DISPLAY '*************GKAVTAR**************'
           DISPLAY '**********************************'
           DISPLAY '* CHANGEMENT          : ' WS-PC-REF-CHGT
           DISPLAY '* DATE D EFFET        : ' WS-DATE-EFFET
           DISPLAY '* DATE LIMITE D AVIS  : ' WS-DATE-LIMITE
           DISPLAY '* TARIFS HOP MODIFIES : ' WS-NB-HOP-LUS
           DISPLAY '* SURCHARGES MODIFIEES: ' WS-NB-PLN-LUS
           DISPLAY '* LIGNES REJETEES     : ' WS-NB-REJETS
           DISPLAY '* CLIENTS LUS         : ' WS-NB-CLIENTS-LUS
           DISPLAY '* COMPTES ANALYSES    : ' WS-NB-COMPTES-LUS
           DISPLAY '* LIGNES TBHIS LUES   : ' WS-NB-LIGNES-LUES
           DISPLAY '* CLIENTS CONCERNES   : ' WS-NB-CONCERNES
           DISPLAY '* AVIS PRODUITS       : ' WS-NB-AVISES
           DISPLAY '* DEJA AVISES         : ' WS-NB-DEJA-AVISES
           DISPLAY '* AU REGISTRE         : ' WS-NB-REGISTRE
           DISPLAY '* ERREURS D ACCES     : ' WS-NB-ERREURS
           DISPLAY '**********************************'
           IF WS-NB-ERREURS > 0 AND RETURN-CODE = 0
              MOVE 16 TO RETURN-CODE
           END-IF
           IF (WS-NB-REJETS > 0 OR WS-HORS-DELAI)
              AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * CHARGEMENT DES TARIFS PAR DEFAUT DU CHANGEMENT. FICHIER
      * ABSENT = TARIFS TBHOP INCHANGES ; UN CODE EN DOUBLE GARDE SA
      * DERNIERE LIGNE.
       01A-CHARGE-PROP-HOP.
           OPEN INPUT TARHOP
           IF FS-HOP-ABSENT
              DISPLAY 'GKAVTAR - PAS DE TARIF TBHOP MODIFIE'
           ELSE
              IF NOT FS-HOP-OK
                 DISPLAY 'GKAVTAR - OUVERTURE DDTARHOP KO : '
                         WS-FS-HOP
                 MOVE 16 TO RETURN-CODE
              ELSE
                 READ TARHOP
                 PERFORM UNTIL NOT FS-HOP-OK
                    ADD 1 TO WS-NB-HOP-LUS
                    IF THOP-MT-FRAIS NOT NUMERIC
                    OR THOP-TX-FRAIS NOT NUMERIC
                    OR THOP-CODE-OPER = SPACES
                       DISPLAY 'GKAVTAR - TARIF REJETE : '
                               THOP-CODE-OPER
                       ADD 1 TO WS-NB-REJETS
                    ELSE
                       PERFORM 01C-RANGE-PROP-HOP
                    END-IF
                    READ TARHOP
                 END-PERFORM
                 IF NOT FS-HOP-FIN
                    DISPLAY 'GKAVTAR - LECTURE DDTARHOP KO : '
                            WS-FS-HOP
                    MOVE 16 TO RETURN-CODE
                 END-IF
                 CLOSE TARHOP
              END-IF
           END-IF
           .

      * CHARGEMENT DES SURCHARGES DE PLAN DU CHANGEMENT. FICHIER
      * ABSENT = PLANS TBPLN INCHANGES.
       01B-CHARGE-PROP-PLN.
           OPEN INPUT TARPLN
           IF FS-PLN-ABSENT
              DISPLAY 'GKAVTAR - PAS DE PLAN TARIFAIRE MODIFIE'
           ELSE
              IF NOT FS-PLN-OK
                 DISPLAY 'GKAVTAR - OUVERTURE DDTARPLN KO : '
                         WS-FS-PLN
                 MOVE 16 TO RETURN-CODE
              ELSE
                 READ TARPLN
                 PERFORM UNTIL NOT FS-PLN-OK
                    ADD 1 TO WS-NB-PLN-LUS
                    IF TPLN-MT-FRAIS NOT NUMERIC
                    OR TPLN-TX-FRAIS NOT NUMERIC
                    OR TPLN-PLAN = SPACES
                    OR TPLN-CODE-OPER = SPACES
                       DISPLAY 'GKAVTAR - SURCHARGE REJETEE : '
                               TPLN-PLAN ' ' TPLN-CODE-OPER
                       ADD 1 TO WS-NB-REJETS
                    ELSE
                       PERFORM 01D-RANGE-PROP-PLN
                    END-IF
                    READ TARPLN
                 END-PERFORM
                 IF NOT FS-PLN-FIN
                    DISPLAY 'GKAVTAR - LECTURE DDTARPLN KO : '
                            WS-FS-PLN
                    MOVE 16 TO RETURN-CODE
                 END-IF
                 CLOSE TARPLN
              END-IF
           END-IF
           .

       01C-RANGE-PROP-HOP.
           MOVE 'N' TO WS-TROUVE-SW
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-NB-PROP-HOP
              IF WS-PH-CODE-OPER(WS-HX) = THOP-CODE-OPER
                 SET WS-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-TROUVE
              IF WS-NB-PROP-HOP >= 100
                 DISPLAY 'GKAVTAR - TABLE DES TARIFS MODIFIES PLEINE'
                 ADD 1 TO WS-NB-REJETS
              ELSE
                 ADD 1 TO WS-NB-PROP-HOP
                 SET WS-HX TO WS-NB-PROP-HOP
                 SET WS-TROUVE TO TRUE
              END-IF
           END-IF
           IF WS-TROUVE
              MOVE THOP-CODE-OPER TO WS-PH-CODE-OPER(WS-HX)
              MOVE THOP-MT-FRAIS  TO WS-PH-MT-FRAIS(WS-HX)
              MOVE THOP-TX-FRAIS  TO WS-PH-TX-FRAIS(WS-HX)
           END-IF
           .

       01D-RANGE-PROP-PLN.
           MOVE 'N' TO WS-TROUVE-SW
           PERFORM VARYING WS-QX FROM 1 BY 1
                   UNTIL WS-QX > WS-NB-PROP-PLN
              IF WS-PP-PLAN(WS-QX) = TPLN-PLAN
                 AND WS-PP-CODE-OPER(WS-QX) = TPLN-CODE-OPER
                 SET WS-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-TROUVE
              IF WS-NB-PROP-PLN >= 500
                 DISPLAY 'GKAVTAR - TABLE DES PLANS MODIFIES PLEINE'
                 ADD 1 TO WS-NB-REJETS
              ELSE
                 ADD 1 TO WS-NB-PROP-PLN
                 SET WS-QX TO WS-NB-PROP-PLN
                 SET WS-TROUVE TO TRUE
              END-IF
           END-IF
           IF WS-TROUVE
              MOVE TPLN-PLAN        TO WS-PP-PLAN(WS-QX)
              MOVE TPLN-CODE-OPER   TO WS-PP-CODE-OPER(WS-QX)
              MOVE TPLN-EXONERATION TO WS-PP-EXONERE(WS-QX)
              MOVE TPLN-MT-FRAIS    TO WS-PP-MT-FRAIS(WS-QX)
              MOVE TPLN-TX-FRAIS    TO WS-PP-TX-FRAIS(WS-QX)
           END-IF
           .

      * UN CLIENT DEJA AU REGISTRE POUR CE CHANGEMENT N'EST PAS
      * REAVISE (RELANCE APRES INCIDENT). SINON, SES CODES UTILISES
      * SUR L'ANNEE SONT CONFRONTES A L'ANCIEN ET AU NOUVEAU TARIF ;
      * UN SEUL CODE QUI CHANGE SUFFIT A LE RENDRE DESTINATAIRE.
       02A-TRAITE-CLIENT.
           INITIALIZE AVT-ZCMA
           MOVE 'SEL'          TO AVT-FONCTION
           MOVE CLI-ID         TO AVT-CODCLI
           MOVE WS-PC-REF-CHGT TO AVT-REF-CHGT
           CALL 'MAAVT' USING AVT-ZCMA
           EVALUATE AVT-CODRET
              WHEN '00'
                 ADD 1 TO WS-NB-DEJA-AVISES
              WHEN '04'
                 MOVE 0 TO WS-NB-USAGES WS-NB-AVIS
                 PERFORM 02B-RELEVE-USAGES
                 PERFORM VARYING WS-UX FROM 1 BY 1
                         UNTIL WS-UX > WS-NB-USAGES
                    PERFORM 02C-COMPARE-TARIFS
                 END-PERFORM
                 IF WS-NB-AVIS > 0
                    ADD 1 TO WS-NB-CONCERNES
                    PERFORM 02G-AVISE-CLIENT
                 END-IF
              WHEN OTHER
                 DISPLAY 'GKAVTAR - LECTURE TBAVT KO, CLIENT '
                         CLI-ID ' : ' AVT-LIBRET
                 ADD 1 TO WS-NB-ERREURS
           END-EVALUATE
           .

      * CODES OPERATION UTILISES SUR L'ANNEE PAR TOUS LES COMPTES DU
      * CLIENT. NE COMPTENT PAS, FAUTE D'ETRE TARIFES PAR MFMAJCPT :
      * LES CONTRE-PASSATIONS 'ANN', LES FRAIS 'FRA' ET LES JAMBES DE
      * VIREMENT '20' (MONTANT CONVERTI A ZERO, DEVISE PORTEE).
       02B-RELEVE-USAGES.
           INITIALIZE CPT-ZCMA
           MOVE 'CDB'        TO CPT-FONCTION
           MOVE CLI-ID       TO CPT-CODCLI
           CALL 'MACPT' USING CPT-ZCMA
           PERFORM UNTIL CPT-CODRET NOT = '00'
              ADD 1 TO WS-NB-COMPTES-LUS
              INITIALIZE HIS-ZCMA
              MOVE 'DEB'         TO HIS-FONCTION
              MOVE CPT-COMPTE    TO HIS-COMPTE
              MOVE WS-DATE-USAGE TO HIS-DATE-DEBUT
              MOVE WS-DATE-JOUR  TO HIS-DATE-FIN
              CALL 'MAHIS' USING HIS-ZCMA
              PERFORM UNTIL HIS-CODRET NOT = '00'
                 ADD 1 TO WS-NB-LIGNES-LUES
                 EVALUATE TRUE
                    WHEN HIS-CODE-OPER = 'ANN'
                    WHEN HIS-CODE-OPER = 'FRA'
                       CONTINUE
                    WHEN HIS-CODE-DEV NOT = SPACES
                         AND HIS-MT-CONVERTI = 0
                       CONTINUE
                    WHEN OTHER
                       PERFORM 02D-RETIENT-USAGE
                 END-EVALUATE
                 MOVE 'SUI' TO HIS-FONCTION
                 CALL 'MAHIS' USING HIS-ZCMA
              END-PERFORM
              IF HIS-CODRET NOT = '04'
                 DISPLAY 'GKAVTAR - PARCOURS TBHIS EN ERREUR, COMPTE '
                         CPT-COMPTE ' : ' HIS-LIBRET
                 ADD 1 TO WS-NB-ERREURS
              END-IF
              MOVE 'CSU' TO CPT-FONCTION
              CALL 'MACPT' USING CPT-ZCMA
           END-PERFORM
           IF CPT-CODRET NOT = '04'
              DISPLAY 'GKAVTAR - PARCOURS TBCPT EN ERREUR, CLIENT '
                      CLI-ID ' : ' CPT-LIBRET
              ADD 1 TO WS-NB-ERREURS
           END-IF
           .

      * TARIF DU CODE POUR CE CLIENT AVANT ET APRES LE CHANGEMENT,
      * MEME RESOLUTION QUE 02E0-RESOUT-TARIF DE MFMAJCPT : TARIF PAR
      * DEFAUT DE L'ENTITE, SURCHARGE PAR LE PLAN DU CLIENT QUAND IL
      * CONNAIT LE CODE (EXONERATION COMPRISE). LE NOUVEAU TARIF PART
      * DE L'ANCIEN ET N'EN REMPLACE QUE LES LIGNES DU CHANGEMENT.
       02C-COMPARE-TARIFS.
           PERFORM 02E-TARIF-DEFAUT
           MOVE WS-TF-MT-FRAIS(WS-TX) TO WS-TA-MT-FRAIS
                                         WS-TP-MT-FRAIS
           MOVE WS-TF-TX-FRAIS(WS-TX) TO WS-TA-TX-FRAIS
                                         WS-TP-TX-FRAIS
           MOVE 'N' TO WS-TA-EXONERE WS-TP-EXONERE
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-NB-PROP-HOP
              IF WS-PH-CODE-OPER(WS-HX) = WS-US-CODE-OPER(WS-UX)
                 MOVE WS-PH-MT-FRAIS(WS-HX) TO WS-TP-MT-FRAIS
                 MOVE WS-PH-TX-FRAIS(WS-HX) TO WS-TP-TX-FRAIS
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF CLI-PLAN NOT = SPACES
              PERFORM 02F-TARIF-PLAN
              IF WS-PL-TROUVE(WS-PX) = 'O'
                 IF WS-PL-EXONERE(WS-PX) = 'O'
                    MOVE 'O' TO WS-TA-EXONERE
                 ELSE
                    MOVE WS-PL-MT-FRAIS(WS-PX) TO WS-TA-MT-FRAIS
                    MOVE WS-PL-TX-FRAIS(WS-PX) TO WS-TA-TX-FRAIS
                 END-IF
              END-IF
              MOVE 'N' TO WS-TROUVE-SW
              PERFORM VARYING WS-QX FROM 1 BY 1
                      UNTIL WS-QX > WS-NB-PROP-PLN
                 IF WS-PP-PLAN(WS-QX) = CLI-PLAN
                    AND WS-PP-CODE-OPER(WS-QX)
                        = WS-US-CODE-OPER(WS-UX)
                    SET WS-TROUVE TO TRUE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              EVALUATE TRUE
                 WHEN WS-TROUVE
                    IF WS-PP-EXONERE(WS-QX) = 'O'
                       MOVE 'O' TO WS-TP-EXONERE
                    ELSE
                       MOVE WS-PP-MT-FRAIS(WS-QX) TO WS-TP-MT-FRAIS
                       MOVE WS-PP-TX-FRAIS(WS-QX) TO WS-TP-TX-FRAIS
                    END-IF
                 WHEN WS-PL-TROUVE(WS-PX) = 'O'
                    IF WS-PL-EXONERE(WS-PX) = 'O'
                       MOVE 'O' TO WS-TP-EXONERE
                    ELSE
                       MOVE WS-PL-MT-FRAIS(WS-PX) TO WS-TP-MT-FRAIS
                       MOVE WS-PL-TX-FRAIS(WS-PX) TO WS-TP-TX-FRAIS
                    END-IF
              END-EVALUATE
           END-IF
      * UN TARIF EXONERE OU NUL NE FACTURE RIEN : LE PASSAGE DE L'UN
      * A L'AUTRE NE CHANGE RIEN POUR LE CLIENT.
           IF WS-TA-EXONERE = 'O'
              MOVE 0 TO WS-TA-MT-FRAIS WS-TA-TX-FRAIS
           END-IF
           IF WS-TP-EXONERE = 'O'
              MOVE 0 TO WS-TP-MT-FRAIS WS-TP-TX-FRAIS
           END-IF
           IF WS-TA-MT-FRAIS NOT = WS-TP-MT-FRAIS
              OR WS-TA-TX-FRAIS NOT = WS-TP-TX-FRAIS
              IF WS-NB-AVIS < 100
                 ADD 1 TO WS-NB-AVIS
                 SET WS-AX TO WS-NB-AVIS
                 MOVE WS-US-CODE-OPER(WS-UX)
                   TO WS-AV-CODE-OPER(WS-AX)
                 MOVE WS-TF-LIBELLE(WS-TX) TO WS-AV-LIBELLE(WS-AX)
                 MOVE WS-TA-EXONERE  TO WS-AV-ACT-EXONERE(WS-AX)
                 MOVE WS-TA-MT-FRAIS TO WS-AV-ACT-MT(WS-AX)
                 MOVE WS-TA-TX-FRAIS TO WS-AV-ACT-TX(WS-AX)
                 MOVE WS-TP-EXONERE  TO WS-AV-PRO-EXONERE(WS-AX)
                 MOVE WS-TP-MT-FRAIS TO WS-AV-PRO-MT(WS-AX)
                 MOVE WS-TP-TX-FRAIS TO WS-AV-PRO-TX(WS-AX)
              END-IF
           END-IF
           .

       02D-RETIENT-USAGE.
           MOVE 'N' TO WS-TROUVE-SW
           PERFORM VARYING WS-UX FROM 1 BY 1
                   UNTIL WS-UX > WS-NB-USAGES
              IF WS-US-ENTITE(WS-UX) = CPT-ENTITE
                 AND WS-US-CODE-OPER(WS-UX) = HIS-CODE-OPER
                 SET WS-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-TROUVE AND WS-NB-USAGES < 100
              ADD 1 TO WS-NB-USAGES
              SET WS-UX TO WS-NB-USAGES
              MOVE CPT-ENTITE    TO WS-US-ENTITE(WS-UX)
              MOVE HIS-CODE-OPER TO WS-US-CODE-OPER(WS-UX)
           END-IF
           .

      * TARIF PAR DEFAUT DU CODE (CACHE PUIS MAOPE) ; WS-TX EN SORT
      * POSITIONNE. UN CODE INCONNU DE TBHOP VAUT TARIF NUL.
       02E-TARIF-DEFAUT.
           MOVE 'N' TO WS-TROUVE-SW
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-NB-TARIFS
              IF WS-TF-ENTITE(WS-TX) = WS-US-ENTITE(WS-UX)
                 AND WS-TF-CODE-OPER(WS-TX) = WS-US-CODE-OPER(WS-UX)
                 SET WS-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-TROUVE
              INITIALIZE OPE-ZCMA
              MOVE 'SEL'                  TO OPE-FONCTION
              MOVE WS-US-CODE-OPER(WS-UX) TO OPE-CODE-OPER
              MOVE WS-US-ENTITE(WS-UX)    TO OPE-ENTITE
              CALL 'MAOPE' USING OPE-ZCMA
              IF OPE-CODRET NOT = '00'
                 MOVE 0 TO OPE-MT-FRAIS OPE-TX-FRAIS
                 MOVE SPACES TO OPE-LIBELLE
              END-IF
              IF WS-NB-TARIFS >= 200
                 SET WS-TX TO 200
              ELSE
                 ADD 1 TO WS-NB-TARIFS
                 SET WS-TX TO WS-NB-TARIFS
              END-IF
              MOVE WS-US-ENTITE(WS-UX)    TO WS-TF-ENTITE(WS-TX)
              MOVE WS-US-CODE-OPER(WS-UX) TO WS-TF-CODE-OPER(WS-TX)
              MOVE OPE-LIBELLE            TO WS-TF-LIBELLE(WS-TX)
              MOVE OPE-MT-FRAIS           TO WS-TF-MT-FRAIS(WS-TX)
              MOVE OPE-TX-FRAIS           TO WS-TF-TX-FRAIS(WS-TX)
           END-IF
           .

      * SURCHARGE DU PLAN DU CLIENT POUR LE CODE (CACHE PUIS MAPLN) ;
      * WS-PX EN SORT POSITIONNE. TABLE PLEINE : LA DERNIERE ENTREE
      * EST RECYCLEE.
       02F-TARIF-PLAN.
           MOVE 'N' TO WS-TROUVE-SW
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-NB-PLANS
              IF WS-PL-PLAN(WS-PX) = CLI-PLAN
                 AND WS-PL-CODE-OPER(WS-PX) = WS-US-CODE-OPER(WS-UX)
                 SET WS-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-TROUVE
              INITIALIZE PLN-ZCMA
              MOVE 'SEL'                  TO PLN-FONCTION
              MOVE CLI-PLAN               TO PLN-PLAN
              MOVE WS-US-CODE-OPER(WS-UX) TO PLN-CODE-OPER
              CALL 'MAPLN' USING PLN-ZCMA
              IF WS-NB-PLANS >= 500
                 SET WS-PX TO 500
              ELSE
                 ADD 1 TO WS-NB-PLANS
                 SET WS-PX TO WS-NB-PLANS
              END-IF
              MOVE CLI-PLAN               TO WS-PL-PLAN(WS-PX)
              MOVE WS-US-CODE-OPER(WS-UX) TO WS-PL-CODE-OPER(WS-PX)
              MOVE PLN-MT-FRAIS  TO WS-PL-MT-FRAIS(WS-PX)
              MOVE PLN-TX-FRAIS  TO WS-PL-TX-FRAIS(WS-PX)
              MOVE PLN-EXONERATION TO WS-PL-EXONERE(WS-PX)
              IF PLN-CODRET = '00'
                 MOVE 'O' TO WS-PL-TROUVE(WS-PX)
              ELSE
                 MOVE 'N' TO WS-PL-TROUVE(WS-PX)
              END-IF
           END-IF
           .

      * LE CLIENT EST D'ABORD INSCRIT AU REGISTRE : SANS INSCRIPTION,
      * PAS D'AVIS (LE REGISTRE FAIT FOI) ; L'AVIS EST ENSUITE MIS EN
      * FORME DANS SA LANGUE POUR LE DISPATCH PAR CANAL.
       02G-AVISE-CLIENT.
           MOVE 'C'  TO WS-CANAL-CLIENT
           MOVE 'FR' TO WS-LANGUE-CLIENT
           IF CLI-CANAL NOT = SPACES
              MOVE CLI-CANAL TO WS-CANAL-CLIENT
           END-IF
           IF CLI-LANGUE NOT = SPACES
              MOVE CLI-LANGUE TO WS-LANGUE-CLIENT
           END-IF
           INITIALIZE AVT-ZCMA
           MOVE 'INS'            TO AVT-FONCTION
           MOVE CLI-ID           TO AVT-CODCLI
           MOVE WS-PC-REF-CHGT   TO AVT-REF-CHGT
           MOVE WS-DATE-EFFET    TO AVT-DATE-EFFET
           MOVE WS-DATE-JOUR     TO AVT-DATE-AVIS
           MOVE WS-HEURE-JOUR    TO AVT-HEURE-AVIS
           MOVE WS-CANAL-CLIENT  TO AVT-CANAL
           MOVE WS-LANGUE-CLIENT TO AVT-LANGUE
           MOVE WS-NB-AVIS       TO AVT-NB-LIGNES
           CALL 'MAAVT' USING AVT-ZCMA
           IF AVT-CODRET NOT = '00'
              DISPLAY 'GKAVTAR - INSCRIPTION TBAVT KO, CLIENT '
                      CLI-ID ' : ' AVT-LIBRET
              ADD 1 TO WS-NB-ERREURS
           ELSE
              ADD 1 TO WS-NB-AVISES
              PERFORM 02K-RESOUT-LIBELLES
              MOVE CLI-ID         TO WS-LT-CODCLI
              MOVE CLI-NOM        TO WS-LT-NOM
              MOVE WS-PC-REF-CHGT TO WS-LT-REF-CHGT
              MOVE 1              TO WS-LT-PAGE
              WRITE EDIT-ENREG FROM WS-LIGNE-TITRE
              WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
              MOVE SPACES TO WS-LX-TEXTE
              STRING WS-LIB-INTRO  DELIMITED BY '  '
                     ' '           DELIMITED BY SIZE
                     WS-DATE-EFFET DELIMITED BY SIZE
                     INTO WS-LX-TEXTE
              WRITE EDIT-ENREG FROM WS-LIGNE-TEXTE
              WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
              WRITE EDIT-ENREG FROM WS-LIGNE-COLONNES
              PERFORM VARYING WS-AX FROM 1 BY 1
                      UNTIL WS-AX > WS-NB-AVIS
                 PERFORM 02I-ECRIT-LIGNE-AVIS
              END-PERFORM
              WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
              MOVE WS-LIB-OPPOSITION TO WS-LX-TEXTE
              WRITE EDIT-ENREG FROM WS-LIGNE-TEXTE
           END-IF
           .

      * ETAT DU REGISTRE DU CHANGEMENT, TOUS RUNS CONFONDUS : LA
      * PREUVE DE QUI A ETE AVISE ET QUAND, AVIS HORS DELAI SIGNALES.
       02H-EDITE-REGISTRE.
           MOVE WS-PC-REF-CHGT TO WS-RT-REF-CHGT
           MOVE WS-DATE-EFFET  TO WS-RT-EFFET
           MOVE WS-DATE-LIMITE TO WS-RT-LIMITE
           WRITE REG-ENREG FROM WS-REG-TITRE
                 AFTER ADVANCING PAGE
           WRITE REG-ENREG FROM WS-LIGNE-VIDE
           WRITE REG-ENREG FROM WS-REG-COLONNES
           INITIALIZE AVT-ZCMA
           MOVE 'DEB'          TO AVT-FONCTION
           MOVE WS-PC-REF-CHGT TO AVT-REF-CHGT
           CALL 'MAAVT' USING AVT-ZCMA
           PERFORM UNTIL AVT-CODRET NOT = '00'
              ADD 1 TO WS-NB-REGISTRE
              MOVE AVT-CODCLI     TO WS-RL-CODCLI
              MOVE AVT-DATE-AVIS  TO WS-RL-DATE
              MOVE AVT-HEURE-AVIS TO WS-RL-HEURE
              MOVE AVT-CANAL      TO WS-RL-CANAL
              MOVE AVT-LANGUE     TO WS-RL-LANGUE
              MOVE AVT-NB-LIGNES  TO WS-RL-NB-LIGNES
              IF AVT-DATE-AVIS > WS-DATE-LIMITE
                 MOVE 'HORS DELAI' TO WS-RL-OBS
                 ADD 1 TO WS-NB-REG-TARD
              ELSE
                 MOVE SPACES TO WS-RL-OBS
              END-IF
              WRITE REG-ENREG FROM WS-REG-LIGNE
              MOVE 'SUI' TO AVT-FONCTION
              CALL 'MAAVT' USING AVT-ZCMA
           END-PERFORM
           IF AVT-CODRET NOT = '04'
              DISPLAY 'GKAVTAR - PARCOURS TBAVT EN ERREUR : '
                      AVT-LIBRET
              ADD 1 TO WS-NB-ERREURS
           END-IF
           MOVE WS-NB-REGISTRE TO WS-RX-NB
           MOVE WS-NB-REG-TARD TO WS-RX-NB-TARD
           WRITE REG-ENREG FROM WS-LIGNE-VIDE
           WRITE REG-ENREG FROM WS-REG-TOTAL
           .

      * LIGNE DE L'AVIS : ANCIEN ET NOUVEAU FRAIS FIXE ET TAUX DE
      * COMMISSION ; UN TARIF EXONERE EST ANNONCE COMME TEL. LE
      * LIBELLE DU CODE EST CELUI DE TBLIB (CLE 'OP-' + CODE) DANS LA
      * LANGUE DU CLIENT, A DEFAUT CELUI DE TBHOP.
       02I-ECRIT-LIGNE-AVIS.
           MOVE WS-AV-CODE-OPER(WS-AX) TO WS-LD-CODE-OPER
           MOVE WS-AV-LIBELLE(WS-AX)   TO WS-LD-LIBELLE
           MOVE SPACES TO WS-CLE-LIBELLE
           STRING 'OP-' WS-AV-CODE-OPER(WS-AX)
                  DELIMITED BY SIZE INTO WS-CLE-LIBELLE
           PERFORM 02L-LIT-LIBELLE
           IF WS-LIBELLE-TROUVE
              MOVE LIB-TEXTE(1:20) TO WS-LD-LIBELLE
           END-IF
           IF WS-AV-ACT-EXONERE(WS-AX) = 'O'
              MOVE WS-LIB-EXONERE TO WS-LD-ACT-MT
              MOVE SPACES         TO WS-LD-ACT-TX
           ELSE
              MOVE WS-AV-ACT-MT(WS-AX) TO WS-EDIT-MT
              MOVE WS-EDIT-MT          TO WS-LD-ACT-MT
              MOVE WS-AV-ACT-TX(WS-AX) TO WS-EDIT-TX
              MOVE WS-EDIT-TX          TO WS-LD-ACT-TX
           END-IF
           IF WS-AV-PRO-EXONERE(WS-AX) = 'O'
              MOVE WS-LIB-EXONERE TO WS-LD-PRO-MT
              MOVE SPACES         TO WS-LD-PRO-TX
           ELSE
              MOVE WS-AV-PRO-MT(WS-AX) TO WS-EDIT-MT
              MOVE WS-EDIT-MT          TO WS-LD-PRO-MT
              MOVE WS-AV-PRO-TX(WS-AX) TO WS-EDIT-TX
              MOVE WS-EDIT-TX          TO WS-LD-PRO-TX
           END-IF
           WRITE EDIT-ENREG FROM WS-LIGNE-DETAIL
           .

      * LE FRANCAIS COMPILE EST D'ABORD REPOSE (L'AVIS PRECEDENT A
      * PU LE SURCHARGER), PUIS CHAQUE CLE PRESENTE DANS TBLIB PREND
      * LE DESSUS. UNE CLE ABSENTE LAISSE LE FRANCAIS.
       02K-RESOUT-LIBELLES.
           MOVE 'AVIS TARIFAIRE   ' TO WS-LT-TEXTE
           MOVE WS-LCO-DEFAUT       TO WS-LCO-TEXTE
           MOVE SPACES TO WS-LIB-INTRO
           STRING WS-INTRO-DEFAUT   DELIMITED BY '  '
                  ' '               DELIMITED BY SIZE
                  WS-INTRO-DEFAUT-2 DELIMITED BY '  '
                  INTO WS-LIB-INTRO
           MOVE WS-OPPOSITION-DEFAUT TO WS-LIB-OPPOSITION
           MOVE 'EXONERE'           TO WS-LIB-EXONERE
           MOVE 'AT-TITRE' TO WS-CLE-LIBELLE
           PERFORM 02L-LIT-LIBELLE
           IF WS-LIBELLE-TROUVE
              MOVE LIB-TEXTE(1:17) TO WS-LT-TEXTE
           END-IF
           MOVE 'AT-COLONNES' TO WS-CLE-LIBELLE
           PERFORM 02L-LIT-LIBELLE
           IF WS-LIBELLE-TROUVE
              MOVE LIB-TEXTE TO WS-LCO-TEXTE
           END-IF
           MOVE 'AT-INTRO' TO WS-CLE-LIBELLE
           PERFORM 02L-LIT-LIBELLE
           IF WS-LIBELLE-TROUVE
              MOVE LIB-TEXTE(1:70) TO WS-LIB-INTRO
           END-IF
           MOVE 'AT-OPPOSIT' TO WS-CLE-LIBELLE
           PERFORM 02L-LIT-LIBELLE
           IF WS-LIBELLE-TROUVE
              MOVE LIB-TEXTE TO WS-LIB-OPPOSITION
           END-IF
           MOVE 'AT-EXONERE' TO WS-CLE-LIBELLE
           PERFORM 02L-LIT-LIBELLE
           IF WS-LIBELLE-TROUVE
              MOVE LIB-TEXTE(1:10) TO WS-LIB-EXONERE
           END-IF
           .

       02L-LIT-LIBELLE.
           MOVE 'N' TO WS-LIBELLE-TROUVE-SW
           INITIALIZE LIB-ZCMA
           MOVE 'SEL'             TO LIB-FONCTION
           MOVE WS-CLE-LIBELLE    TO LIB-CLE
           MOVE WS-LANGUE-CLIENT  TO LIB-LANGUE
           CALL 'MALIB' USING LIB-ZCMA
           IF LIB-CODRET = '00'
              SET WS-LIBELLE-TROUVE TO TRUE
           END-IF
           .
