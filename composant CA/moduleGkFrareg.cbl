      *********************************************************
      * PROGRAM NAME:  GKFRAREG                               *
      * PROGRAM OBJET :REGULARISATION RETROACTIVE DES FRAIS   *
      *                APRES UNE ERREUR DE TARIF TBHOP OU     *
      *                TBPLN : SUR LA PERIODE ERRONEE, CHAQUE *
      *                LIGNE 'FRA' DE TBHIS EST RECALCULEE AU *
      *                TARIF CORRIGE (FICHIERS AU FORMAT DE   *
      *                CHGTBHOP ET CHGTBPLN) A PARTIR DE SON  *
      *                OPERATION MERE (REF-OPER-ANNULE) ; LE  *
      *                TROP-PERCU OU LE MOINS-PERCU DE CHAQUE *
      *                COMPTE ET DE CHAQUE MOIS, NET DU       *
      *                PLAFOND MENSUEL DEJA REMBOURSE PAR     *
      *                GKFRACAP, EST POSTE PAR MFMAJCPT SOUS  *
      *                LES CODES DEDIES 'RCF' / 'RDF', AVEC   *
      *                UN RELEVE DE REGULARISATION PAR CLIENT *
      *                ET UN ETAT DE CONTROLE POUR LA         *
      *                COMPTABILITE - LE TABLEUR DE CALCUL    *
      *                DES REMBOURSEMENTS PREND SA RETRAITE   *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - REGULARISATION DES FRAIS   *
      *          FACTURES SOUS UN TARIF ERRONE                 *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKFRAREG.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    TARIFS PAR DEFAUT CORRIGES, UN CODE OPERATION PAR LIGNE
      *    (DESCRIPTION DU CODE ET TARIF DE CHGTBHOP) ; FACULTATIF
            SELECT TARHOP ASSIGN TO DDTARHOP
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-HOP.
      *    SURCHARGES DE PLAN CORRIGEES, FORMAT DU FICHIER DE PLANS
      *    DE CHGTBPLN ; FACULTATIF
            SELECT TARPLN ASSIGN TO DDTARPLN
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-PLN.
      *    RELEVES DE REGULARISATION PAR CLIENT (132 COLONNES),
      *    ENTREE DDEDIT DE GKRELDSP
            SELECT EDITION ASSIGN TO DDREGAVI
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EDIT.
      *    ETAT DE CONTROLE POUR LA COMPTABILITE
            SELECT CONTROLE ASSIGN TO DDREGCTL
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-CTL.

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

       FD CONTROLE.
       01 CTL-ENREG PIC X(132).

       WORKING-STORAGE SECTION.

       COPY ZACLI   REPLACING ==()== BY ==CLI==.
       COPY CPTFUNC.
       COPY HISFUNC REPLACING ==()== BY ==HIS==.
       COPY HISFUNC REPLACING ==()== BY ==HI2==.
       COPY ZAOPE   REPLACING ==()== BY ==OPE==.
       COPY ZAPLN   REPLACING ==()== BY ==PLN==.
       COPY ZAPRM   REPLACING ==()== BY ==PRM==.
       COPY ZFMAJCPT.

      * CARTE SYSIN : DEBUT ET FIN DE LA PERIODE ERRONEE (AAAA-MM-JJ),
      * NUMERO DE LA REGULARISATION (01 A 99, UN NUMERO PAR CAMPAGNE :
      * IL ENTRE DANS LA REFERENCE DES ECRITURES ET REND LE RERUN SANS
      * RISQUE) ET 'S' EN COLONNE 23 POUR UNE SIMULATION (RELEVES ET
      * ETAT PRODUITS, AUCUNE ECRITURE PASSEE). LA PERIODE DOIT ETRE
      * CLOSE AVANT LE MOIS DU RUN : LE RATTRAPAGE DU PLAFOND GKFRACAP
      * D'UN MOIS EN COURS N'EST PAS ENCORE PASSE.
       01 WS-PARM-CARD.
         05 WS-PC-DATE-DEBUT PIC X(10).
         05 WS-PC-DATE-FIN   PIC X(10).
         05 WS-PC-NUMERO     PIC X(02).
         05 WS-PC-NUMERO-NUM REDEFINES WS-PC-NUMERO
                             PIC 9(02).
         05 WS-PC-MODE       PIC X(01).
           88 WS-PC-SIMULATION VALUE 'S'.
       01 WS-DATE-SYSTEME  PIC X(21).
       01 WS-DATE-JOUR     PIC X(10).
       01 WS-DEBUT-MOIS-RUN PIC X(10).
       01 WS-DATE-DEBUT    PIC X(10).
       01 WS-DATE-FIN      PIC X(10).
       01 WS-NUMERO        PIC 9(02) VALUE 0.
       01 WS-SIMULATION-SW PIC X(01) VALUE 'N'.
         88 WS-SIMULATION  VALUE 'O'.

      * PLAFOND MENSUEL DE FRAIS PAR COMPTE (TBPRM PLAFOND-FRAIS-MOIS,
      * COMME MFMAJCPT ET GKFRACAP) ; ZERO = PAS DE PLAFOND.
       01 WS-PLAFOND PIC S9(11)V99 VALUE 0.

      * TARIFS PAR DEFAUT CORRIGES (DDTARHOP) : UN CODE PRESENT
      * REMPLACE LE TARIF TBHOP DE TOUTES LES ENTITES.
       01 WS-NB-COR-HOP PIC 9(03) VALUE 0.
       01 WS-TAB-COR-HOP.
         05 WS-CH-ENTRY OCCURS 1 TO 100 TIMES
                        DEPENDING ON WS-NB-COR-HOP
                        INDEXED BY WS-HX.
            10 WS-CH-CODE-OPER PIC X(03).
            10 WS-CH-MT-FRAIS  PIC S9(07)V99.
            10 WS-CH-TX-FRAIS  PIC S9(03)V9(04).

      * SURCHARGES DE PLAN CORRIGEES (DDTARPLN) : UN COUPLE PLAN +
      * CODE PRESENT REMPLACE LA LIGNE TBPLN (OU LA CREE).
       01 WS-NB-COR-PLN PIC 9(03) VALUE 0.
       01 WS-TAB-COR-PLN.
         05 WS-CP-ENTRY OCCURS 1 TO 500 TIMES
                        DEPENDING ON WS-NB-COR-PLN
                        INDEXED BY WS-QX.
            10 WS-CP-PLAN      PIC X(04).
            10 WS-CP-CODE-OPER PIC X(03).
            10 WS-CP-EXONERE   PIC X(01).
            10 WS-CP-MT-FRAIS  PIC S9(07)V99.
            10 WS-CP-TX-FRAIS  PIC S9(03)V9(04).

      * TARIFS PAR DEFAUT TBHOP DEJA LUS (ENTITE + CODE OPERATION).
       01 WS-NB-TARIFS PIC 9(03) VALUE 0.
       01 WS-TAB-TARIFS.
         05 WS-TF-ENTRY OCCURS 1 TO 200 TIMES
                        DEPENDING ON WS-NB-TARIFS
                        INDEXED BY WS-TX.
            10 WS-TF-ENTITE    PIC X(03).
            10 WS-TF-CODE-OPER PIC X(03).
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

      * COMPTES DU CLIENT, RELEVES AVANT TOUT POSTE (LE CURSEUR
      * CLIENT DE MACPT EST ALORS REFERME).
       01 WS-NB-COMPTES   PIC 9(03) VALUE 0.
       01 WS-TAB-COMPTES.
         05 WS-TC-ENTRY OCCURS 1 TO 50 TIMES
                        DEPENDING ON WS-NB-COMPTES
                        INDEXED BY WS-CX.
           10 WS-TC-COMPTE       PIC X(11).
           10 WS-TC-ENTITE       PIC X(03).

      * MOIS EN COURS DE RECALCUL : LE MOIS ENTIER EST RELU (LE
      * PLAFOND EST MENSUEL), SEULES LES LIGNES DE LA PERIODE
      * ERRONEE SONT RECALCULEES.
       01 WS-IX-MOIS      PIC 9(06).
       01 WS-IX-MOIS-DEB  PIC 9(06).
       01 WS-IX-MOIS-FIN  PIC 9(06).
       01 WS-AN-MOIS      PIC 9(04).
       01 WS-MM-MOIS      PIC 9(02).
       01 WS-MOIS         PIC X(07).
       01 WS-DEBUT-MOIS   PIC X(10).
       01 WS-FIN-MOIS     PIC X(10).
       01 WS-COMPTE-COURANT PIC X(11).
       01 WS-ENTITE-COURANTE PIC X(03).

      * CUMULS DU COMPTE SUR LE MOIS : FRAIS 'FRA' FACTURES, LES
      * MEMES AU TARIF CORRIGE (LIGNES HORS PERIODE OU NON
      * CONCERNEES REPRISES TELLES QUELLES), TOTAL DES FRAIS DU MOIS
      * (MAHIS 'FNB', FRAIS PERIODIQUES COMPRIS), REMBOURSEMENT DU
      * PLAFOND ET REGULARISATIONS DES CAMPAGNES PRECEDENTES.
       01 WS-MOIS-CUMULS.
         05 WS-MS-FRA-FACTURE  PIC S9(11)V99.
         05 WS-MS-FRA-CORRIGE  PIC S9(11)V99.
         05 WS-MS-NB-RECALC    PIC 9(05).
         05 WS-MS-FRAIS-MOIS   PIC S9(11)V99.
         05 WS-MS-AUTRES       PIC S9(11)V99.
         05 WS-MS-REMB-PLAFOND PIC S9(11)V99.
         05 WS-MS-REGUL-PREC   PIC S9(11)V99.
         05 WS-MS-PAYE         PIC S9(11)V99.
         05 WS-MS-CORRIGE      PIC S9(11)V99.
         05 WS-MS-ECART        PIC S9(11)V99.
         05 WS-MS-STATUT       PIC X(01).
         05 WS-MS-ETAT         PIC X(30).

      * OPERATION MERE DE LA LIGNE 'FRA' ET TARIF CORRIGE RESOLU.
       01 WS-CODE-MERE      PIC X(03).
       01 WS-MT-BASE        PIC S9(13)V99.
       01 WS-FRAIS-CORRIGE  PIC S9(11)V99.
       01 WS-CONCERNE-SW    PIC X(01).
         88 WS-CONCERNE     VALUE 'O'.
       01 WS-TARIF-CORRIGE.
         05 WS-TK-MT-FRAIS  PIC S9(07)V99.
         05 WS-TK-TX-FRAIS  PIC S9(03)V9(04).
         05 WS-TK-EXONERE   PIC X(01).

      * REFERENCES DES ECRITURES : 'T' + MOIS REGULARISE + NUMERO DE
      * CAMPAGNE POUR LA REGULARISATION, 'B' + MOIS + 'R' POUR LE
      * REMBOURSEMENT DU PLAFOND (REFERENCE POSEE PAR GKFRACAP).
       01 WS-NUM-PREC     PIC 9(02).
       01 WS-REF-REGUL    PIC X(10).
       01 WS-REF-PLAFOND  PIC X(10).
       01 WS-CODE-REGUL   PIC X(03).
       01 WS-MT-REGUL     PIC S9(11)V99.

      * REGULARISATIONS DU CLIENT EN COURS, UNE PAR COMPTE ET PAR
      * MOIS OU UNE LIGNE AU MOINS A ETE RECALCULEE. STATUT : 'A' A
      * POSTER, 'P' POSTEE, 'S' SIMULEE, 'D' DEJA POSTEE (RERUN),
      * 'Z' SANS ECART, 'R' REJETEE PAR MFMAJCPT, 'E' ERREUR D'ACCES.
       01 WS-NB-REGULS PIC 9(03) VALUE 0.
       01 WS-TAB-REGULS.
         05 WS-RG-ENTRY OCCURS 1 TO 300 TIMES
                        DEPENDING ON WS-NB-REGULS
                        INDEXED BY WS-RX.
           10 WS-RG-COMPTE    PIC X(11).
           10 WS-RG-MOIS      PIC X(07).
           10 WS-RG-NB-RECALC PIC 9(05).
           10 WS-RG-PAYE      PIC S9(11)V99.
           10 WS-RG-CORRIGE   PIC S9(11)V99.
           10 WS-RG-ECART     PIC S9(11)V99.
           10 WS-RG-STATUT    PIC X(01).
           10 WS-RG-ETAT      PIC X(30).
       01 WS-NB-A-EDITER    PIC 9(03).
       01 WS-TOTAL-CLIENT   PIC S9(11)V99.

      * RELEVE DE REGULARISATION.
      * GKRELDSP RECONNAIT UN DEBUT D'AVIS SUR DES REPERES FIXES DE
      * CETTE LIGNE : LE CLIENT EN COLONNES 18-25, LE SEPARATEUR
      * ' CL ' EN COLONNES 52-55 ET LE NUMERO DE PAGE EN COLONNES
      * 125-128 (MEME LIGNE QUE L'AVIS TARIFAIRE DE GKAVTAR). NE
      * PAS DEPLACER CES ZONES SANS ALIGNER LE DISPATCH.
       01 WS-LIGNE-TITRE.
         05 WS-LT-TEXTE     PIC X(17) VALUE 'REGUL. DE FRAIS  '.
         05 WS-LT-CODCLI    PIC X(08).
         05 FILLER          PIC X(03) VALUE SPACES.
         05 WS-LT-NOM       PIC X(20).
         05 FILLER          PIC X(03) VALUE SPACES.
         05 FILLER          PIC X(04) VALUE ' CL '.
         05 WS-LT-REF       PIC X(08) VALUE 'REGFRAIS'.
         05 FILLER          PIC X(56) VALUE SPACES.
         05 FILLER          PIC X(05) VALUE 'PAGE '.
         05 WS-LT-PAGE      PIC ZZZ9.
         05 FILLER          PIC X(04) VALUE SPACES.

       01 WS-LIGNE-CLIENT.
         05 FILLER          PIC X(01).
         05 WS-LCL-TEXTE    PIC X(90).
         05 FILLER          PIC X(41).

       01 WS-LIGNE-TEXTE.
         05 WS-LX-TEXTE     PIC X(100).
         05 FILLER          PIC X(32) VALUE SPACES.

       01 WS-RELEVE-COLONNES.
         05 FILLER PIC X(02) VALUE SPACES.
         05 FILLER PIC X(13) VALUE 'COMPTE'.
         05 FILLER PIC X(09) VALUE 'MOIS'.
         05 FILLER PIC X(16) VALUE '     FRAIS PAYES'.
         05 FILLER PIC X(16) VALUE '  FRAIS CORRIGES'.
         05 FILLER PIC X(16) VALUE '  REGULARISATION'.
         05 FILLER PIC X(60) VALUE SPACES.

       01 WS-RELEVE-DETAIL.
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-RD-COMPTE    PIC X(11).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-RD-MOIS      PIC X(07).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-RD-PAYE      PIC -ZZZZZZZZZ9.99.
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-RD-CORRIGE   PIC -ZZZZZZZZZ9.99.
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-RD-ECART     PIC -ZZZZZZZZZ9.99.
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-RD-SENS      PIC X(20).
         05 FILLER          PIC X(40) VALUE SPACES.

       01 WS-RELEVE-TOTAL.
         05 WS-RT-LIBELLE   PIC X(40).
         05 WS-RT-MONTANT   PIC ZZZZZZZZZZ9.99.
         05 FILLER          PIC X(78) VALUE SPACES.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

      * ETAT DE CONTROLE : UNE LIGNE PAR COMPTE ET PAR MOIS
      * RECALCULE, PUIS LES TOTAUX DE LA CAMPAGNE.
       01 WS-CTL-TITRE.
         05 FILLER          PIC X(27)
            VALUE 'GKFRAREG - REGULARISATION '.
         05 WS-CT-NUMERO    PIC 9(02).
         05 FILLER          PIC X(13) VALUE ' - PERIODE DU'.
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-CT-DEBUT     PIC X(10).
         05 FILLER          PIC X(04) VALUE ' AU '.
         05 WS-CT-FIN       PIC X(10).
         05 FILLER          PIC X(03) VALUE ' - '.
         05 WS-CT-MODE      PIC X(10).
         05 FILLER          PIC X(52) VALUE SPACES.

       01 WS-CTL-PLAFOND.
         05 FILLER          PIC X(30)
            VALUE 'PLAFOND MENSUEL DE FRAIS    : '.
         05 WS-CP-PLAFOND   PIC ZZZZZZZZZZ9.99.
         05 FILLER          PIC X(88) VALUE SPACES.

       01 WS-CTL-COLONNES.
         05 FILLER PIC X(10) VALUE 'CLIENT'.
         05 FILLER PIC X(13) VALUE 'COMPTE'.
         05 FILLER PIC X(09) VALUE 'MOIS'.
         05 FILLER PIC X(07) VALUE '   NB'.
         05 FILLER PIC X(16) VALUE '     FRAIS PAYES'.
         05 FILLER PIC X(16) VALUE '  FRAIS CORRIGES'.
         05 FILLER PIC X(16) VALUE '  REGULARISATION'.
         05 FILLER PIC X(02) VALUE SPACES.
         05 FILLER PIC X(43) VALUE 'ETAT'.

       01 WS-CTL-DETAIL.
         05 WS-CD-CODCLI    PIC X(08).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-CD-COMPTE    PIC X(11).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-CD-MOIS      PIC X(07).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-CD-NB        PIC ZZZZ9.
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-CD-PAYE      PIC -ZZZZZZZZZ9.99.
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-CD-CORRIGE   PIC -ZZZZZZZZZ9.99.
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-CD-ECART     PIC -ZZZZZZZZZ9.99.
         05 FILLER          PIC X(04) VALUE SPACES.
         05 WS-CD-ETAT      PIC X(30).
         05 FILLER          PIC X(13) VALUE SPACES.

       01 WS-CTL-TOTAL.
         05 WS-CX-LIBELLE   PIC X(44).
         05 WS-CX-NOMBRE    PIC ZZZZZZ9.
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-CX-MONTANT   PIC -ZZZZZZZZZZ9.99.
         05 FILLER          PIC X(64) VALUE SPACES.

       01 WS-RUN-COUNTERS.
         05 WS-NB-HOP-LUS       PIC 9(05) VALUE 0.
         05 WS-NB-PLN-LUS       PIC 9(05) VALUE 0.
         05 WS-NB-REJETS-TARIF  PIC 9(05) VALUE 0.
         05 WS-NB-CLIENTS-LUS   PIC 9(07) VALUE 0.
         05 WS-NB-COMPTES-LUS   PIC 9(07) VALUE 0.
         05 WS-NB-LIGNES-FRA    PIC 9(09) VALUE 0.
         05 WS-NB-RECALCULEES   PIC 9(09) VALUE 0.
         05 WS-NB-ORPHELINES    PIC 9(07) VALUE 0.
         05 WS-NB-COMPTES-MOIS  PIC 9(07) VALUE 0.
         05 WS-NB-SANS-ECART    PIC 9(07) VALUE 0.
         05 WS-NB-CREDITS       PIC 9(07) VALUE 0.
         05 WS-MT-CREDITS       PIC S9(13)V99 VALUE 0.
         05 WS-NB-DEBITS        PIC 9(07) VALUE 0.
         05 WS-MT-DEBITS        PIC S9(13)V99 VALUE 0.
         05 WS-NB-DEJA-POSTEES  PIC 9(07) VALUE 0.
         05 WS-NB-REJETEES      PIC 9(07) VALUE 0.
         05 WS-MT-REJETEES      PIC S9(13)V99 VALUE 0.
         05 WS-NB-RELEVES       PIC 9(07) VALUE 0.
         05 WS-NB-ERREURS       PIC 9(07) VALUE 0.
       01 WS-IMPACT-PRODUITS    PIC S9(13)V99.

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
       01 WS-FS-CTL PIC X(02).
         88 FS-CTL-OK VALUE '00'.

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
           STRING WS-DATE-SYSTEME(1:4) '-'
                  WS-DATE-SYSTEME(5:2) '-01'
                  DELIMITED BY SIZE INTO WS-DEBUT-MOIS-RUN
           MOVE WS-PC-DATE-DEBUT TO WS-DATE-DEBUT
           MOVE WS-PC-DATE-FIN   TO WS-DATE-FIN
           IF WS-PC-SIMULATION
              SET WS-SIMULATION TO TRUE
           END-IF
           PERFORM 01E-CONTROLE-CARTE

           INITIALIZE PRM-ZCMA
           MOVE 'SEL' TO PRM-FONCTION
           MOVE 'PLAFOND-FRAIS-MOIS' TO PRM-CLE
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00'
              COMPUTE WS-PLAFOND = FUNCTION NUMVAL(PRM-VALEUR)
           END-IF

           PERFORM 01A-CHARGE-COR-HOP
           PERFORM 01B-CHARGE-COR-PLN
           IF RETURN-CODE = 0
              AND WS-NB-COR-HOP = 0 AND WS-NB-COR-PLN = 0
              DISPLAY 'GKFRAREG - AUCUN TARIF CORRIGE FOURNI'
              MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT EDITION
           OPEN OUTPUT CONTROLE
           PERFORM 01F-ENTETE-CONTROLE
           .

      * PARCOURS DE TOUT LE REFERENTIEL CLIENT (CURSEUR MACLI) ; UNE
      * CARTE SYSIN OU UN TARIF CORRIGE ERRONE ARRETE LA CAMPAGNE
      * AVANT TOUT RECALCUL.
       02-TREATMENT.
           IF RETURN-CODE = 0
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
                 DISPLAY 'GKFRAREG - PARCOURS TBCLI EN ERREUR : '
                         CLI-LIBRET
                 MOVE 16 TO RETURN-CODE
              END-IF
      * LES CONTREPARTIES COMPTES GENERAUX CUMULEES PAR MFMAJCPT
      * SONT POSTEES EN FIN DE RUN (FLUSH), COMME DANS GKMAJ001.
              IF NOT WS-SIMULATION
                 INITIALIZE ZF-MAJCPT
                 MOVE 'FL' TO ZF-TYPE
                 MOVE 'N'  TO ZF-MODE-SIMULATION
                 CALL 'MFMAJCPT' USING ZF-MAJCPT, ZF-RETOUR
                 IF ZF-CODRET NOT = '00'
                    DISPLAY 'GKFRAREG - FLUSH GL EN ECHEC : '
                            ZF-LIBRET
                    MOVE 24 TO RETURN-CODE
                 END-IF
              END-IF
              PERFORM 02M-EDITE-TOTAUX
           END-IF
           .

       03-ENDPGM.
           CLOSE EDITION
           CLOSE CONTROLE
           DISPLAY '**********************************'
           DISPLAY '*************GKFRAREG*************'
           DISPLAY '**********************************'
           DISPLAY '* REGULARISATION NO   : ' WS-NUMERO
           DISPLAY '* PERIODE DU          : ' WS-DATE-DEBUT
           DISPLAY '*            AU       : ' WS-DATE-FIN
           DISPLAY '* SIMULATION          : ' WS-SIMULATION-SW
           DISPLAY '* TARIFS HOP CORRIGES : ' WS-NB-HOP-LUS
           DISPLAY '* SURCHARGES CORRIGEES: ' WS-NB-PLN-LUS
           DISPLAY '* TARIFS REJETES      : ' WS-NB-REJETS-TARIF
           DISPLAY '* CLIENTS LUS         : ' WS-NB-CLIENTS-LUS
           DISPLAY '* COMPTES ANALYSES    : ' WS-NB-COMPTES-LUS
           DISPLAY '* LIGNES FRA LUES     : ' WS-NB-LIGNES-FRA
           DISPLAY '* LIGNES RECALCULEES  : ' WS-NB-RECALCULEES
           DISPLAY '* FRAIS SANS MERE     : ' WS-NB-ORPHELINES
           DISPLAY '* COMPTES-MOIS REVUS  : ' WS-NB-COMPTES-MOIS
           DISPLAY '* DONT SANS ECART     : ' WS-NB-SANS-ECART
           DISPLAY '* REMBOURSEMENTS RCF  : ' WS-NB-CREDITS
           DISPLAY '*   MONTANT           : ' WS-MT-CREDITS
           DISPLAY '* COMPLEMENTS RDF     : ' WS-NB-DEBITS
           DISPLAY '*   MONTANT           : ' WS-MT-DEBITS
           DISPLAY '* DEJA POSTEES        : ' WS-NB-DEJA-POSTEES
           DISPLAY '* REJETEES            : ' WS-NB-REJETEES
           DISPLAY '* RELEVES EDITES      : ' WS-NB-RELEVES
           DISPLAY '* ERREURS D ACCES     : ' WS-NB-ERREURS
           DISPLAY '**********************************'
           IF WS-NB-ERREURS > 0 AND RETURN-CODE = 0
              MOVE 16 TO RETURN-CODE
           END-IF
           IF (WS-NB-REJETEES > 0 OR WS-NB-REJETS-TARIF > 0)
              AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * CHARGEMENT DES TARIFS PAR DEFAUT CORRIGES. FICHIER ABSENT =
      * AUCUN TARIF PAR DEFAUT A CORRIGER ; UN CODE EN DOUBLE GARDE
      * SA DERNIERE LIGNE.
       01A-CHARGE-COR-HOP.
           OPEN INPUT TARHOP
           IF FS-HOP-ABSENT
              DISPLAY 'GKFRAREG - PAS DE TARIF TBHOP CORRIGE'
           ELSE
              IF NOT FS-HOP-OK
                 DISPLAY 'GKFRAREG - OUVERTURE DDTARHOP KO : '
                         WS-FS-HOP
                 MOVE 16 TO RETURN-CODE
              ELSE
                 READ TARHOP
                 PERFORM UNTIL NOT FS-HOP-OK
                    ADD 1 TO WS-NB-HOP-LUS
                    IF THOP-MT-FRAIS NOT NUMERIC
                    OR THOP-TX-FRAIS NOT NUMERIC
                    OR THOP-CODE-OPER = SPACES
                       DISPLAY 'GKFRAREG - TARIF CORRIGE REJETE : '
                               THOP-CODE-OPER
                       ADD 1 TO WS-NB-REJETS-TARIF
                    ELSE
                       PERFORM 01C-RANGE-COR-HOP
                    END-IF
                    READ TARHOP
                 END-PERFORM
                 IF NOT FS-HOP-FIN
                    DISPLAY 'GKFRAREG - LECTURE DDTARHOP KO : '
                            WS-FS-HOP
                    MOVE 16 TO RETURN-CODE
                 END-IF
                 CLOSE TARHOP
              END-IF
           END-IF
           .

      * CHARGEMENT DES SURCHARGES DE PLAN CORRIGEES. FICHIER ABSENT =
      * AUCUNE SURCHARGE A CORRIGER.
       01B-CHARGE-COR-PLN.
           OPEN INPUT TARPLN
           IF FS-PLN-ABSENT
              DISPLAY 'GKFRAREG - PAS DE PLAN TARIFAIRE CORRIGE'
           ELSE
              IF NOT FS-PLN-OK
                 DISPLAY 'GKFRAREG - OUVERTURE DDTARPLN KO : '
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
                       DISPLAY 'GKFRAREG - SURCHARGE REJETEE : '
                               TPLN-PLAN ' ' TPLN-CODE-OPER
                       ADD 1 TO WS-NB-REJETS-TARIF
                    ELSE
                       PERFORM 01D-RANGE-COR-PLN
                    END-IF
                    READ TARPLN
                 END-PERFORM
                 IF NOT FS-PLN-FIN
                    DISPLAY 'GKFRAREG - LECTURE DDTARPLN KO : '
                            WS-FS-PLN
                    MOVE 16 TO RETURN-CODE
                 END-IF
                 CLOSE TARPLN
              END-IF
           END-IF
           .

       01C-RANGE-COR-HOP.
           MOVE 'N' TO WS-TROUVE-SW
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-NB-COR-HOP
              IF WS-CH-CODE-OPER(WS-HX) = THOP-CODE-OPER
                 SET WS-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-TROUVE
              IF WS-NB-COR-HOP >= 100
                 DISPLAY 'GKFRAREG - TABLE DES TARIFS CORRIGES PLEINE'
                 ADD 1 TO WS-NB-REJETS-TARIF
              ELSE
                 ADD 1 TO WS-NB-COR-HOP
                 SET WS-HX TO WS-NB-COR-HOP
                 SET WS-TROUVE TO TRUE
              END-IF
           END-IF
           IF WS-TROUVE
              MOVE THOP-CODE-OPER TO WS-CH-CODE-OPER(WS-HX)
              MOVE THOP-MT-FRAIS  TO WS-CH-MT-FRAIS(WS-HX)
              MOVE THOP-TX-FRAIS  TO WS-CH-TX-FRAIS(WS-HX)
           END-IF
           .

       01D-RANGE-COR-PLN.
           MOVE 'N' TO WS-TROUVE-SW
           PERFORM VARYING WS-QX FROM 1 BY 1
                   UNTIL WS-QX > WS-NB-COR-PLN
              IF WS-CP-PLAN(WS-QX) = TPLN-PLAN
                 AND WS-CP-CODE-OPER(WS-QX) = TPLN-CODE-OPER
                 SET WS-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-TROUVE
              IF WS-NB-COR-PLN >= 500
                 DISPLAY 'GKFRAREG - TABLE DES PLANS CORRIGES PLEINE'
                 ADD 1 TO WS-NB-REJETS-TARIF
              ELSE
                 ADD 1 TO WS-NB-COR-PLN
                 SET WS-QX TO WS-NB-COR-PLN
                 SET WS-TROUVE TO TRUE
              END-IF
           END-IF
           IF WS-TROUVE
              MOVE TPLN-PLAN        TO WS-CP-PLAN(WS-QX)
              MOVE TPLN-CODE-OPER   TO WS-CP-CODE-OPER(WS-QX)
              MOVE TPLN-EXONERATION TO WS-CP-EXONERE(WS-QX)
              MOVE TPLN-MT-FRAIS    TO WS-CP-MT-FRAIS(WS-QX)
              MOVE TPLN-TX-FRAIS    TO WS-CP-TX-FRAIS(WS-QX)
           END-IF
           .

      * CONTROLE DE LA CARTE SYSIN : PERIODE COMPLETE ET ORDONNEE,
      * CLOSE AVANT LE MOIS DU RUN ; NUMERO DE CAMPAGNE DE 01 A 99.
       01E-CONTROLE-CARTE.
           EVALUATE TRUE
              WHEN WS-DATE-DEBUT(1:4) NOT NUMERIC
              WHEN WS-DATE-DEBUT(6:2) NOT NUMERIC
              WHEN WS-DATE-DEBUT(9:2) NOT NUMERIC
              WHEN WS-DATE-FIN(1:4)   NOT NUMERIC
              WHEN WS-DATE-FIN(6:2)   NOT NUMERIC
              WHEN WS-DATE-FIN(9:2)   NOT NUMERIC
                 DISPLAY 'GKFRAREG - PERIODE SYSIN INVALIDE : '
                         WS-PC-DATE-DEBUT ' ' WS-PC-DATE-FIN
                 MOVE 16 TO RETURN-CODE
              WHEN WS-DATE-DEBUT > WS-DATE-FIN
                 DISPLAY 'GKFRAREG - DEBUT DE PERIODE APRES LA FIN'
                 MOVE 16 TO RETURN-CODE
              WHEN WS-DATE-FIN NOT < WS-DEBUT-MOIS-RUN
                 DISPLAY 'GKFRAREG - PERIODE NON CLOSE (MOIS EN '
                         'COURS) : ' WS-DATE-FIN
                 MOVE 16 TO RETURN-CODE
              WHEN WS-PC-NUMERO-NUM NOT NUMERIC
              WHEN WS-PC-NUMERO = '00'
                 DISPLAY 'GKFRAREG - NUMERO DE REGULARISATION '
                         'INVALIDE : ' WS-PC-NUMERO
                 MOVE 16 TO RETURN-CODE
              WHEN OTHER
                 MOVE WS-PC-NUMERO-NUM TO WS-NUMERO
                 COMPUTE WS-IX-MOIS-DEB =
                         FUNCTION NUMVAL(WS-DATE-DEBUT(1:4)) * 12
                       + FUNCTION NUMVAL(WS-DATE-DEBUT(6:2)) - 1
                 COMPUTE WS-IX-MOIS-FIN =
                         FUNCTION NUMVAL(WS-DATE-FIN(1:4)) * 12
                       + FUNCTION NUMVAL(WS-DATE-FIN(6:2)) - 1
           END-EVALUATE
           .

       01F-ENTETE-CONTROLE.
           MOVE WS-NUMERO     TO WS-CT-NUMERO
           MOVE WS-DATE-DEBUT TO WS-CT-DEBUT
           MOVE WS-DATE-FIN   TO WS-CT-FIN
           IF WS-SIMULATION
              MOVE 'SIMULATION' TO WS-CT-MODE
           ELSE
              MOVE 'REEL'       TO WS-CT-MODE
           END-IF
           WRITE CTL-ENREG FROM WS-CTL-TITRE
                 AFTER ADVANCING PAGE
           MOVE WS-PLAFOND TO WS-CP-PLAFOND
           WRITE CTL-ENREG FROM WS-CTL-PLAFOND
           WRITE CTL-ENREG FROM WS-LIGNE-VIDE
           WRITE CTL-ENREG FROM WS-CTL-COLONNES
           .

      * CLIENT : SES COMPTES SONT RELEVES (CURSEUR CLIENT DE MACPT),
      * PUIS CHACUN EST RECALCULE MOIS PAR MOIS ; LES ECARTS SONT
      * ENSUITE POSTES, LE RELEVE DU CLIENT EDITE ET L'ETAT DE
      * CONTROLE ALIMENTE.
       02A-TRAITE-CLIENT.
           MOVE 0 TO WS-NB-COMPTES
           MOVE 0 TO WS-NB-REGULS
           INITIALIZE CPT-ZCMA
           MOVE 'CDB'  TO CPT-FONCTION
           MOVE CLI-ID TO CPT-CODCLI
           CALL 'MACPT' USING CPT-ZCMA
           PERFORM UNTIL CPT-CODRET NOT = '00'
              ADD 1 TO WS-NB-COMPTES-LUS
              IF WS-NB-COMPTES >= 50
                 DISPLAY 'GKFRAREG - TROP DE COMPTES POUR LE CLIENT '
                         CLI-ID ', COMPTE IGNORE : ' CPT-COMPTE
                 ADD 1 TO WS-NB-ERREURS
              ELSE
                 ADD 1 TO WS-NB-COMPTES
                 SET WS-CX TO WS-NB-COMPTES
                 MOVE CPT-COMPTE TO WS-TC-COMPTE(WS-CX)
                 MOVE CPT-ENTITE TO WS-TC-ENTITE(WS-CX)
              END-IF
              MOVE 'CSU' TO CPT-FONCTION
              CALL 'MACPT' USING CPT-ZCMA
           END-PERFORM
           IF CPT-CODRET NOT = '04'
              DISPLAY 'GKFRAREG - PARCOURS TBCPT EN ERREUR, CLIENT '
                      CLI-ID ' : ' CPT-LIBRET
              ADD 1 TO WS-NB-ERREURS
           END-IF

           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-NB-COMPTES
              MOVE WS-TC-COMPTE(WS-CX) TO WS-COMPTE-COURANT
              MOVE WS-TC-ENTITE(WS-CX) TO WS-ENTITE-COURANTE
              PERFORM 02B-TRAITE-COMPTE
           END-PERFORM

           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-NB-REGULS
              PERFORM 02H-POSTE-REGUL
              PERFORM 02L-LIGNE-CONTROLE
           END-PERFORM
           PERFORM 02J-EDITE-RELEVE
           .

      * MOIS PAR MOIS DE LA PERIODE ERRONEE.
       02B-TRAITE-COMPTE.
           PERFORM VARYING WS-IX-MOIS FROM WS-IX-MOIS-DEB BY 1
                   UNTIL WS-IX-MOIS > WS-IX-MOIS-FIN
              DIVIDE WS-IX-MOIS BY 12 GIVING WS-AN-MOIS
                     REMAINDER WS-MM-MOIS
              ADD 1 TO WS-MM-MOIS
              STRING WS-AN-MOIS '-' WS-MM-MOIS
                     DELIMITED BY SIZE INTO WS-MOIS
              PERFORM 02C-RECALCULE-MOIS
           END-PERFORM
           .

      * LIGNES TBHIS DU COMPTE SUR LE MOIS ENTIER : CHAQUE FRAIS
      * 'FRA' DE LA PERIODE ERRONEE EST RECALCULE, LES AUTRES SONT
      * REPRIS A LEUR MONTANT FACTURE. UN MOIS SANS LIGNE RECALCULEE
      * N'EST PAS REGULARISE.
       02C-RECALCULE-MOIS.
           INITIALIZE WS-MOIS-CUMULS
           STRING WS-MOIS '-01' DELIMITED BY SIZE INTO WS-DEBUT-MOIS
           STRING WS-MOIS '-99' DELIMITED BY SIZE INTO WS-FIN-MOIS
           INITIALIZE HIS-ZCMA
           MOVE 'DEB'             TO HIS-FONCTION
           MOVE WS-COMPTE-COURANT TO HIS-COMPTE
           MOVE WS-DEBUT-MOIS     TO HIS-DATE-DEBUT
           MOVE WS-FIN-MOIS       TO HIS-DATE-FIN
           CALL 'MAHIS' USING HIS-ZCMA
           PERFORM UNTIL HIS-CODRET NOT = '00'
              IF HIS-CODE-OPER = 'FRA'
                 ADD 1 TO WS-NB-LIGNES-FRA
                 ADD HIS-MONTANT TO WS-MS-FRA-FACTURE
                 IF HIS-DATE-OPER >= WS-DATE-DEBUT
                    AND HIS-DATE-OPER <= WS-DATE-FIN
                    PERFORM 02D-RECALCULE-FRAIS
                 ELSE
                    ADD HIS-MONTANT TO WS-MS-FRA-CORRIGE
                 END-IF
              END-IF
              MOVE 'SUI' TO HIS-FONCTION
              CALL 'MAHIS' USING HIS-ZCMA
           END-PERFORM
           IF HIS-CODRET NOT = '04'
              DISPLAY 'GKFRAREG - PARCOURS TBHIS EN ERREUR, COMPTE '
                      WS-COMPTE-COURANT ' : ' HIS-LIBRET
              ADD 1 TO WS-NB-ERREURS
              MOVE 0 TO WS-MS-NB-RECALC
           END-IF
           IF WS-MS-NB-RECALC > 0
              PERFORM 02F-SOLDE-MOIS
              PERFORM 02G-RANGE-REGUL
           END-IF
           .

      * FRAIS AU TARIF CORRIGE : L'OPERATION MERE EST RELUE PAR LA
      * REFERENCE PORTEE EN REF-OPER-ANNULE (MAHIS SEL SUR UN SECOND
      * JEU DE ZONES, LE CURSEUR PRINCIPAL RESTANT OUVERT). UNE LIGNE
      * SANS MERE (PURGEE) OU DONT LE CODE N'EST TOUCHE NI PAR UN
      * TARIF NI PAR UNE SURCHARGE CORRIGES GARDE SON MONTANT.
       02D-RECALCULE-FRAIS.
           MOVE 'N' TO WS-CONCERNE-SW
           INITIALIZE HI2-ZCMA
           IF HIS-REF-OPER-ANNULE NOT = SPACES
              MOVE 'SEL'               TO HI2-FONCTION
              MOVE WS-COMPTE-COURANT   TO HI2-COMPTE
              MOVE HIS-REF-OPER-ANNULE TO HI2-REF-OPER
              CALL 'MAHIS' USING HI2-ZCMA
           END-IF
           EVALUATE TRUE
              WHEN HI2-CODRET = '04'
                 MOVE HI2-CODE-OPER TO WS-CODE-MERE
                 PERFORM 02E-TARIF-CORRIGE
              WHEN HI2-CODRET = '12'
                 DISPLAY 'GKFRAREG - MERE ILLISIBLE ' WS-COMPTE-COURANT
                         ' ' HIS-REF-OPER-ANNULE ' : ' HI2-LIBRET
                 ADD 1 TO WS-NB-ERREURS
              WHEN OTHER
                 ADD 1 TO WS-NB-ORPHELINES
           END-EVALUATE
           IF WS-CONCERNE
              EVALUATE TRUE
                 WHEN HI2-CODE-DEV = SPACES
                 WHEN HI2-MT-CONVERTI = 0
                    COMPUTE WS-MT-BASE = FUNCTION ABS(HI2-MONTANT)
                 WHEN OTHER
                    COMPUTE WS-MT-BASE =
                            FUNCTION ABS(HI2-MT-CONVERTI)
              END-EVALUATE
              IF WS-TK-EXONERE = 'O'
              OR (WS-TK-MT-FRAIS = 0 AND WS-TK-TX-FRAIS = 0)
                 MOVE 0 TO WS-FRAIS-CORRIGE
              ELSE
                 COMPUTE WS-FRAIS-CORRIGE ROUNDED =
                         WS-TK-MT-FRAIS
                       + WS-MT-BASE * WS-TK-TX-FRAIS / 100
              END-IF
              ADD WS-FRAIS-CORRIGE TO WS-MS-FRA-CORRIGE
              ADD 1 TO WS-MS-NB-RECALC
              ADD 1 TO WS-NB-RECALCULEES
           ELSE
              ADD HIS-MONTANT TO WS-MS-FRA-CORRIGE
           END-IF
           .

      * TARIF CORRIGE DE L'OPERATION MERE, MEME RESOLUTION QUE LA
      * GENERATION DE FRAIS DE MFMAJCPT : TARIF PAR DEFAUT (LIGNE
      * DDTARHOP DU CODE, SINON TBHOP DE L'ENTITE DU COMPTE),
      * SURCHARGE PAR LE PLAN DU CLIENT (LIGNE DDTARPLN DU PLAN ET DU
      * CODE, SINON TBPLN). LA LIGNE N'EST CONCERNEE QUE SI L'UN DES
      * FICHIERS CORRIGES CONNAIT LE CODE.
       02E-TARIF-CORRIGE.
           PERFORM 02E1-TARIF-DEFAUT
           MOVE WS-TF-MT-FRAIS(WS-TX) TO WS-TK-MT-FRAIS
           MOVE WS-TF-TX-FRAIS(WS-TX) TO WS-TK-TX-FRAIS
           MOVE 'N'                   TO WS-TK-EXONERE
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-NB-COR-HOP
              IF WS-CH-CODE-OPER(WS-HX) = WS-CODE-MERE
                 MOVE WS-CH-MT-FRAIS(WS-HX) TO WS-TK-MT-FRAIS
                 MOVE WS-CH-TX-FRAIS(WS-HX) TO WS-TK-TX-FRAIS
                 SET WS-CONCERNE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF CLI-PLAN NOT = SPACES
              PERFORM 02E2-TARIF-PLAN
              MOVE 'N' TO WS-TROUVE-SW
              PERFORM VARYING WS-QX FROM 1 BY 1
                      UNTIL WS-QX > WS-NB-COR-PLN
                 IF WS-CP-PLAN(WS-QX) = CLI-PLAN
                    AND WS-CP-CODE-OPER(WS-QX) = WS-CODE-MERE
                    SET WS-TROUVE TO TRUE
                    SET WS-CONCERNE TO TRUE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              EVALUATE TRUE
                 WHEN WS-TROUVE
                    IF WS-CP-EXONERE(WS-QX) = 'O'
                       MOVE 'O' TO WS-TK-EXONERE
                    ELSE
                       MOVE WS-CP-MT-FRAIS(WS-QX) TO WS-TK-MT-FRAIS
                       MOVE WS-CP-TX-FRAIS(WS-QX) TO WS-TK-TX-FRAIS
                    END-IF
                 WHEN WS-PL-TROUVE(WS-PX) = 'O'
                    IF WS-PL-EXONERE(WS-PX) = 'O'
                       MOVE 'O' TO WS-TK-EXONERE
                    ELSE
                       MOVE WS-PL-MT-FRAIS(WS-PX) TO WS-TK-MT-FRAIS
                       MOVE WS-PL-TX-FRAIS(WS-PX) TO WS-TK-TX-FRAIS
                    END-IF
              END-EVALUATE
           END-IF
           .

      * TARIF PAR DEFAUT EN VIGUEUR DU CODE (CACHE PUIS MAOPE) ; WS-TX
      * EN SORT POSITIONNE. UN CODE INCONNU DE TBHOP VAUT TARIF NUL.
       02E1-TARIF-DEFAUT.
           MOVE 'N' TO WS-TROUVE-SW
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-NB-TARIFS
              IF WS-TF-ENTITE(WS-TX) = WS-ENTITE-COURANTE
                 AND WS-TF-CODE-OPER(WS-TX) = WS-CODE-MERE
                 SET WS-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-TROUVE
              INITIALIZE OPE-ZCMA
              MOVE 'SEL'              TO OPE-FONCTION
              MOVE WS-CODE-MERE       TO OPE-CODE-OPER
              MOVE WS-ENTITE-COURANTE TO OPE-ENTITE
              CALL 'MAOPE' USING OPE-ZCMA
              IF OPE-CODRET NOT = '00'
                 MOVE 0 TO OPE-MT-FRAIS OPE-TX-FRAIS
              END-IF
              IF WS-NB-TARIFS >= 200
                 SET WS-TX TO 200
              ELSE
                 ADD 1 TO WS-NB-TARIFS
                 SET WS-TX TO WS-NB-TARIFS
              END-IF
              MOVE WS-ENTITE-COURANTE TO WS-TF-ENTITE(WS-TX)
              MOVE WS-CODE-MERE       TO WS-TF-CODE-OPER(WS-TX)
              MOVE OPE-MT-FRAIS       TO WS-TF-MT-FRAIS(WS-TX)
              MOVE OPE-TX-FRAIS       TO WS-TF-TX-FRAIS(WS-TX)
           END-IF
           .

      * SURCHARGE EN VIGUEUR DU PLAN DU CLIENT POUR LE CODE (CACHE
      * PUIS MAPLN) ; WS-PX EN SORT POSITIONNE. TABLE PLEINE : LA
      * DERNIERE ENTREE EST RECYCLEE.
       02E2-TARIF-PLAN.
           MOVE 'N' TO WS-TROUVE-SW
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-NB-PLANS
              IF WS-PL-PLAN(WS-PX) = CLI-PLAN
                 AND WS-PL-CODE-OPER(WS-PX) = WS-CODE-MERE
                 SET WS-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-TROUVE
              INITIALIZE PLN-ZCMA
              MOVE 'SEL'        TO PLN-FONCTION
              MOVE CLI-PLAN     TO PLN-PLAN
              MOVE WS-CODE-MERE TO PLN-CODE-OPER
              CALL 'MAPLN' USING PLN-ZCMA
              IF WS-NB-PLANS >= 500
                 SET WS-PX TO 500
              ELSE
                 ADD 1 TO WS-NB-PLANS
                 SET WS-PX TO WS-NB-PLANS
              END-IF
              MOVE CLI-PLAN        TO WS-PL-PLAN(WS-PX)
              MOVE WS-CODE-MERE    TO WS-PL-CODE-OPER(WS-PX)
              MOVE PLN-MT-FRAIS    TO WS-PL-MT-FRAIS(WS-PX)
              MOVE PLN-TX-FRAIS    TO WS-PL-TX-FRAIS(WS-PX)
              MOVE PLN-EXONERATION TO WS-PL-EXONERE(WS-PX)
              IF PLN-CODRET = '00'
                 MOVE 'O' TO WS-PL-TROUVE(WS-PX)
              ELSE
                 MOVE 'N' TO WS-PL-TROUVE(WS-PX)
              END-IF
           END-IF
           .

      * ECART DU MOIS. CE QUE LE CLIENT A REELLEMENT PAYE : TOUS LES
      * FRAIS DU MOIS (MAHIS 'FNB'), MOINS LE REMBOURSEMENT DU
      * PLAFOND PASSE PAR GKFRACAP, PLUS OU MOINS LES REGULARISATIONS
      * DES CAMPAGNES PRECEDENTES. CE QU'IL AURAIT DU PAYER : LES
      * FRAIS DU MOIS AU TARIF CORRIGE, ECRETES AU PLAFOND MENSUEL.
      * UN ECART POSITIF EST UN TROP-PERCU A REMBOURSER.
       02F-SOLDE-MOIS.
           MOVE 'A' TO WS-MS-STATUT
           INITIALIZE HI2-ZCMA
           MOVE 'FNB'             TO HI2-FONCTION
           MOVE WS-COMPTE-COURANT TO HI2-COMPTE
           MOVE WS-DEBUT-MOIS     TO HI2-DATE-DEBUT
           MOVE WS-FIN-MOIS       TO HI2-DATE-FIN
           CALL 'MAHIS' USING HI2-ZCMA
           IF HI2-CODRET NOT = '00'
              DISPLAY 'GKFRAREG - CUMUL ILLISIBLE, COMPTE '
                      WS-COMPTE-COURANT ' ' WS-MOIS ' : ' HI2-LIBRET
              ADD 1 TO WS-NB-ERREURS
              MOVE 'E' TO WS-MS-STATUT
              MOVE 'CUMUL DES FRAIS ILLISIBLE' TO WS-MS-ETAT
              MOVE WS-MS-FRA-FACTURE TO WS-MS-FRAIS-MOIS
           ELSE
              MOVE HI2-MT-JOUR TO WS-MS-FRAIS-MOIS
           END-IF
           COMPUTE WS-MS-AUTRES = WS-MS-FRAIS-MOIS - WS-MS-FRA-FACTURE

           MOVE SPACES TO WS-REF-PLAFOND
           STRING 'B' WS-MOIS 'R ' DELIMITED BY SIZE
                  INTO WS-REF-PLAFOND
           INITIALIZE HI2-ZCMA
           MOVE 'SEL'             TO HI2-FONCTION
           MOVE WS-COMPTE-COURANT TO HI2-COMPTE
           MOVE WS-REF-PLAFOND    TO HI2-REF-OPER
           CALL 'MAHIS' USING HI2-ZCMA
           IF HI2-CODRET = '04' AND HI2-CODE-OPER = 'RBF'
              MOVE HI2-MONTANT TO WS-MS-REMB-PLAFOND
           END-IF

           PERFORM VARYING WS-NUM-PREC FROM 1 BY 1
                   UNTIL WS-NUM-PREC > WS-NUMERO
              STRING 'T' WS-MOIS WS-NUM-PREC DELIMITED BY SIZE
                     INTO WS-REF-REGUL
              INITIALIZE HI2-ZCMA
              MOVE 'SEL'             TO HI2-FONCTION
              MOVE WS-COMPTE-COURANT TO HI2-COMPTE
              MOVE WS-REF-REGUL      TO HI2-REF-OPER
              CALL 'MAHIS' USING HI2-ZCMA
              IF HI2-CODRET = '04'
                 IF WS-NUM-PREC = WS-NUMERO
                    IF WS-MS-STATUT = 'A'
                       MOVE 'D' TO WS-MS-STATUT
                       MOVE 'DEJA POSTEE' TO WS-MS-ETAT
                    END-IF
                 ELSE
                    EVALUATE HI2-CODE-OPER
                       WHEN 'RCF'
                          SUBTRACT HI2-MONTANT FROM WS-MS-REGUL-PREC
                       WHEN 'RDF'
                          ADD HI2-MONTANT TO WS-MS-REGUL-PREC
                    END-EVALUATE
                 END-IF
              END-IF
           END-PERFORM

           COMPUTE WS-MS-PAYE = WS-MS-FRAIS-MOIS - WS-MS-REMB-PLAFOND
                              + WS-MS-REGUL-PREC
           COMPUTE WS-MS-CORRIGE = WS-MS-AUTRES + WS-MS-FRA-CORRIGE
           IF WS-PLAFOND > 0 AND WS-MS-CORRIGE > WS-PLAFOND
              MOVE WS-PLAFOND TO WS-MS-CORRIGE
           END-IF
           COMPUTE WS-MS-ECART = WS-MS-PAYE - WS-MS-CORRIGE
           IF WS-MS-ECART = 0 AND WS-MS-STATUT = 'A'
              MOVE 'Z' TO WS-MS-STATUT
              MOVE 'SANS ECART' TO WS-MS-ETAT
           END-IF
           .

       02G-RANGE-REGUL.
           ADD 1 TO WS-NB-COMPTES-MOIS
           IF WS-NB-REGULS >= 300
              DISPLAY 'GKFRAREG - TROP DE REGULARISATIONS POUR LE '
                      'CLIENT ' CLI-ID ' : ' WS-COMPTE-COURANT ' '
                      WS-MOIS
              ADD 1 TO WS-NB-ERREURS
           ELSE
              ADD 1 TO WS-NB-REGULS
              SET WS-RX TO WS-NB-REGULS
              MOVE WS-COMPTE-COURANT TO WS-RG-COMPTE(WS-RX)
              MOVE WS-MOIS           TO WS-RG-MOIS(WS-RX)
              MOVE WS-MS-NB-RECALC   TO WS-RG-NB-RECALC(WS-RX)
              MOVE WS-MS-PAYE        TO WS-RG-PAYE(WS-RX)
              MOVE WS-MS-CORRIGE     TO WS-RG-CORRIGE(WS-RX)
              MOVE WS-MS-ECART       TO WS-RG-ECART(WS-RX)
              MOVE WS-MS-STATUT      TO WS-RG-STATUT(WS-RX)
              MOVE WS-MS-ETAT        TO WS-RG-ETAT(WS-RX)
           END-IF
           .

      * POSTE DE L'ECART PAR LE CHEMIN NORMAL MFMAJCPT : 'RCF' AU
      * CREDIT POUR UN TROP-PERCU, 'RDF' AU DEBIT POUR UN MOINS-
      * PERCU, CONTREPARTIE SUR LE COMPTE DE PRODUITS DE FRAIS
      * ROUTE PAR TBHOP. LES FRAIS SONT EN DEVISE DE BASE, COMME LE
      * REMBOURSEMENT DU PLAFOND. EN SIMULATION, MFMAJCPT DEROULE
      * SES CONTROLES SANS RIEN PERSISTER.
       02H-POSTE-REGUL.
           IF WS-RG-STATUT(WS-RX) = 'A'
              MOVE SPACES TO WS-REF-REGUL
              STRING 'T' WS-RG-MOIS(WS-RX) WS-NUMERO
                     DELIMITED BY SIZE INTO WS-REF-REGUL
              IF WS-RG-ECART(WS-RX) > 0
                 MOVE 'RCF' TO WS-CODE-REGUL
                 MOVE WS-RG-ECART(WS-RX) TO WS-MT-REGUL
              ELSE
                 MOVE 'RDF' TO WS-CODE-REGUL
                 COMPUTE WS-MT-REGUL = 0 - WS-RG-ECART(WS-RX)
              END-IF
              INITIALIZE ZF-MAJCPT
              MOVE '10'                TO ZF-TYPE
              MOVE WS-RG-COMPTE(WS-RX) TO ZF-COMPTE
              MOVE WS-CODE-REGUL       TO ZF-CODE-OPER
              MOVE WS-REF-REGUL        TO ZF-REF-OPER
              MOVE 'EUR'               TO ZF-CODE-DEV
              MOVE WS-MT-REGUL         TO ZF-MNTOPE
              MOVE SPACES              TO ZF-CODE-OPER-ANNULE
              MOVE SPACES              TO ZF-REF-OPER-ANNULE
              MOVE 'O'                 TO ZF-AUTORISATION
              IF WS-SIMULATION
                 MOVE 'O'              TO ZF-MODE-SIMULATION
              ELSE
                 MOVE 'N'              TO ZF-MODE-SIMULATION
              END-IF
              MOVE WS-DATE-JOUR        TO ZF-DATE-LOT
              MOVE SPACES              TO ZF-LIBELLE-OPER
              STRING 'REGUL ' WS-RG-MOIS(WS-RX)
                     DELIMITED BY SIZE INTO ZF-LIBELLE-OPER
              CALL 'MFMAJCPT' USING ZF-MAJCPT, ZF-RETOUR
              IF ZF-CODRET = '00'
                 IF WS-SIMULATION
                    MOVE 'S' TO WS-RG-STATUT(WS-RX)
                 ELSE
                    MOVE 'P' TO WS-RG-STATUT(WS-RX)
                 END-IF
                 IF WS-CODE-REGUL = 'RCF'
                    ADD 1           TO WS-NB-CREDITS
                    ADD WS-MT-REGUL TO WS-MT-CREDITS
                    MOVE 'REMBOURSEE (RCF)' TO WS-RG-ETAT(WS-RX)
                 ELSE
                    ADD 1           TO WS-NB-DEBITS
                    ADD WS-MT-REGUL TO WS-MT-DEBITS
                    MOVE 'PRELEVEE (RDF)' TO WS-RG-ETAT(WS-RX)
                 END-IF
                 IF WS-SIMULATION
                    MOVE SPACES TO WS-RG-ETAT(WS-RX)
                    STRING 'SIMULEE (' WS-CODE-REGUL ')'
                           DELIMITED BY SIZE INTO WS-RG-ETAT(WS-RX)
                 END-IF
              ELSE
                 MOVE 'R' TO WS-RG-STATUT(WS-RX)
                 ADD 1 TO WS-NB-REJETEES
                 ADD WS-RG-ECART(WS-RX) TO WS-MT-REJETEES
                 MOVE SPACES TO WS-RG-ETAT(WS-RX)
                 STRING 'REJET ' ZF-CODRET ' ' ZF-LIBRET
                        DELIMITED BY SIZE INTO WS-RG-ETAT(WS-RX)
                 DISPLAY 'GKFRAREG - REGULARISATION REJETEE '
                         WS-RG-COMPTE(WS-RX) ' ' WS-REF-REGUL ' : '
                         ZF-LIBRET
              END-IF
           ELSE
              EVALUATE WS-RG-STATUT(WS-RX)
                 WHEN 'D'
                    ADD 1 TO WS-NB-DEJA-POSTEES
                 WHEN 'Z'
                    ADD 1 TO WS-NB-SANS-ECART
              END-EVALUATE
           END-IF
           .

      * RELEVE DE REGULARISATION DU CLIENT : EDITE DES QU'UN ECART
      * AU MOINS A ETE POSTE (OU L'AVAIT ETE PAR UN RUN PRECEDENT DE
      * LA MEME CAMPAGNE) ; LES ECARTS REJETES RESTENT A L'ETAT DE
      * CONTROLE ET N'Y FIGURENT PAS.
       02J-EDITE-RELEVE.
           MOVE 0 TO WS-NB-A-EDITER
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-NB-REGULS
              IF WS-RG-STATUT(WS-RX) = 'P' OR 'S' OR 'D'
                 ADD 1 TO WS-NB-A-EDITER
              END-IF
           END-PERFORM
           IF WS-NB-A-EDITER > 0
              ADD 1 TO WS-NB-RELEVES
              MOVE CLI-ID  TO WS-LT-CODCLI
              MOVE CLI-NOM TO WS-LT-NOM
              MOVE 1       TO WS-LT-PAGE
              WRITE EDIT-ENREG FROM WS-LIGNE-TITRE
                    AFTER ADVANCING PAGE
              INITIALIZE WS-LIGNE-CLIENT
              MOVE CLI-NOM TO WS-LCL-TEXTE
              WRITE EDIT-ENREG FROM WS-LIGNE-CLIENT
              IF CLI-ADRESSE1 NOT = SPACES
                 MOVE CLI-ADRESSE1 TO WS-LCL-TEXTE
                 WRITE EDIT-ENREG FROM WS-LIGNE-CLIENT
              END-IF
              IF CLI-ADRESSE2 NOT = SPACES
                 MOVE CLI-ADRESSE2 TO WS-LCL-TEXTE
                 WRITE EDIT-ENREG FROM WS-LIGNE-CLIENT
              END-IF
              IF CLI-VILLE NOT = SPACES
                 MOVE CLI-VILLE TO WS-LCL-TEXTE
                 WRITE EDIT-ENREG FROM WS-LIGNE-CLIENT
              END-IF
              WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
              MOVE SPACES TO WS-LX-TEXTE
              STRING 'SUITE A UNE ERREUR DE TARIF APPLIQUEE DU '
                     WS-DATE-DEBUT ' AU ' WS-DATE-FIN ','
                     DELIMITED BY SIZE INTO WS-LX-TEXTE
              WRITE EDIT-ENREG FROM WS-LIGNE-TEXTE
              MOVE 'LES FRAIS DE VOS COMPTES ONT ETE RECALCULES AU '
                 & 'TARIF CORRIGE ET LA DIFFERENCE REGULARISEE :'
                   TO WS-LX-TEXTE
              WRITE EDIT-ENREG FROM WS-LIGNE-TEXTE
              WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
              WRITE EDIT-ENREG FROM WS-RELEVE-COLONNES
              MOVE 0 TO WS-TOTAL-CLIENT
              PERFORM VARYING WS-RX FROM 1 BY 1
                      UNTIL WS-RX > WS-NB-REGULS
                 IF WS-RG-STATUT(WS-RX) = 'P' OR 'S' OR 'D'
                    PERFORM 02K-LIGNE-RELEVE
                 END-IF
              END-PERFORM
              WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
              IF WS-TOTAL-CLIENT >= 0
                 MOVE 'TOTAL REGULARISE EN VOTRE FAVEUR :'
                   TO WS-RT-LIBELLE
                 MOVE WS-TOTAL-CLIENT TO WS-RT-MONTANT
              ELSE
                 MOVE 'TOTAL REGULARISE A VOTRE CHARGE :'
                   TO WS-RT-LIBELLE
                 COMPUTE WS-RT-MONTANT = 0 - WS-TOTAL-CLIENT
              END-IF
              WRITE EDIT-ENREG FROM WS-RELEVE-TOTAL
           END-IF
           .

       02K-LIGNE-RELEVE.
           MOVE WS-RG-COMPTE(WS-RX)  TO WS-RD-COMPTE
           MOVE WS-RG-MOIS(WS-RX)    TO WS-RD-MOIS
           MOVE WS-RG-PAYE(WS-RX)    TO WS-RD-PAYE
           MOVE WS-RG-CORRIGE(WS-RX) TO WS-RD-CORRIGE
           MOVE WS-RG-ECART(WS-RX)   TO WS-RD-ECART
           IF WS-RG-ECART(WS-RX) > 0
              MOVE 'EN VOTRE FAVEUR' TO WS-RD-SENS
           ELSE
              MOVE 'A VOTRE CHARGE'  TO WS-RD-SENS
           END-IF
           WRITE EDIT-ENREG FROM WS-RELEVE-DETAIL
           ADD WS-RG-ECART(WS-RX) TO WS-TOTAL-CLIENT
           .

       02L-LIGNE-CONTROLE.
           MOVE CLI-ID                 TO WS-CD-CODCLI
           MOVE WS-RG-COMPTE(WS-RX)    TO WS-CD-COMPTE
           MOVE WS-RG-MOIS(WS-RX)      TO WS-CD-MOIS
           MOVE WS-RG-NB-RECALC(WS-RX) TO WS-CD-NB
           MOVE WS-RG-PAYE(WS-RX)      TO WS-CD-PAYE
           MOVE WS-RG-CORRIGE(WS-RX)   TO WS-CD-CORRIGE
           MOVE WS-RG-ECART(WS-RX)     TO WS-CD-ECART
           MOVE WS-RG-ETAT(WS-RX)      TO WS-CD-ETAT
           WRITE CTL-ENREG FROM WS-CTL-DETAIL
           .

      * TOTAUX DE CONTROLE POUR LA COMPTABILITE : L'IMPACT NET SUR LE
      * COMPTE DE PRODUITS DE FRAIS EST LE TOTAL DES COMPLEMENTS
      * 'RDF' MOINS CELUI DES REMBOURSEMENTS 'RCF' POSTES PAR CE RUN.
       02M-EDITE-TOTAUX.
           WRITE CTL-ENREG FROM WS-LIGNE-VIDE
           MOVE SPACES TO WS-CTL-TOTAL
           MOVE 'LIGNES DE FRAIS RECALCULEES' TO WS-CX-LIBELLE
           MOVE WS-NB-RECALCULEES TO WS-CX-NOMBRE
           WRITE CTL-ENREG FROM WS-CTL-TOTAL
           MOVE SPACES TO WS-CTL-TOTAL
           MOVE 'LIGNES DE FRAIS SANS OPERATION MERE' TO WS-CX-LIBELLE
           MOVE WS-NB-ORPHELINES TO WS-CX-NOMBRE
           WRITE CTL-ENREG FROM WS-CTL-TOTAL
           MOVE SPACES TO WS-CTL-TOTAL
           MOVE 'COMPTES-MOIS REVUS' TO WS-CX-LIBELLE
           MOVE WS-NB-COMPTES-MOIS TO WS-CX-NOMBRE
           WRITE CTL-ENREG FROM WS-CTL-TOTAL
           MOVE SPACES TO WS-CTL-TOTAL
           MOVE 'REMBOURSEMENTS RCF (TROP-PERCU)' TO WS-CX-LIBELLE
           MOVE WS-NB-CREDITS TO WS-CX-NOMBRE
           MOVE WS-MT-CREDITS TO WS-CX-MONTANT
           WRITE CTL-ENREG FROM WS-CTL-TOTAL
           MOVE SPACES TO WS-CTL-TOTAL
           MOVE 'COMPLEMENTS RDF (MOINS-PERCU)' TO WS-CX-LIBELLE
           MOVE WS-NB-DEBITS TO WS-CX-NOMBRE
           MOVE WS-MT-DEBITS TO WS-CX-MONTANT
           WRITE CTL-ENREG FROM WS-CTL-TOTAL
           MOVE SPACES TO WS-CTL-TOTAL
           MOVE 'IMPACT NET SUR LES PRODUITS DE FRAIS'
             TO WS-CX-LIBELLE
           COMPUTE WS-IMPACT-PRODUITS = WS-MT-DEBITS - WS-MT-CREDITS
           MOVE WS-IMPACT-PRODUITS TO WS-CX-MONTANT
           WRITE CTL-ENREG FROM WS-CTL-TOTAL
           MOVE SPACES TO WS-CTL-TOTAL
           MOVE 'REGULARISATIONS REJETEES (ECART NET)'
             TO WS-CX-LIBELLE
           MOVE WS-NB-REJETEES TO WS-CX-NOMBRE
           MOVE WS-MT-REJETEES TO WS-CX-MONTANT
           WRITE CTL-ENREG FROM WS-CTL-TOTAL
           MOVE SPACES TO WS-CTL-TOTAL
           MOVE 'REGULARISATIONS DEJA POSTEES' TO WS-CX-LIBELLE
           MOVE WS-NB-DEJA-POSTEES TO WS-CX-NOMBRE
           WRITE CTL-ENREG FROM WS-CTL-TOTAL
           .
