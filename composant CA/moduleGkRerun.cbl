      *********************************************************
      * PROGRAM NAME:  GKRERUN                                *
      * PROGRAM OBJET :PLAN DE RELANCE APRES UN INCIDENT EN   *
      *                MILIEU DE CHAINE : LE MANIFESTE DU     *
      *                JOUR (DDMANIF), LE JOURNAL DES         *
      *                REPRISES (DDRSTJRN) ET LA TABLE        *
      *                DECLAREE DES ETAPES DE LA CHAINE ET DE *
      *                LEURS DEPENDANCES (DDETAPES) DONNENT,  *
      *                ETAPE PAR ETAPE, CELLES A SAUTER, A    *
      *                REPRENDRE SUR CHECKPOINT OU A RELANCER *
      *                DEPUIS LE DEBUT, ET LES DATASETS A     *
      *                SUPPRIMER AVANT LA RELANCE. AUCUN PLAN *
      *                N'EST PRODUIT QUAND LES SORTIES D'UNE  *
      *                ETAPE TERMINEE NE CONCORDENT PAS AVEC  *
      *                LES COMPTEURS DE SON MANIFESTE         *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - PLAN DE RELANCE SUR        *
      *          MANIFESTE, JOURNAL DES REPRISES ET TABLE DES  *
      *          DEPENDANCES                                   *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKRERUN.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    MANIFESTE DE RUN DU JOUR, ALIMENTE PAR TOUTE LA CHAINE
            SELECT MANIFEST ASSIGN TO DDMANIF
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-MANIF.

      *    JOURNAL DES REPRISES SUR CHECKPOINT (CRSTJRN) ; FACULTATIF
            SELECT RESTARTJRN ASSIGN TO DDRSTJRN
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RSTJRN.

      *    TABLE DES ETAPES DE LA CHAINE, DANS L'ORDRE D'EXECUTION :
      *    ETAPES ('E'), DEPENDANCES ('P') ET DATASETS PRODUITS ('S')
            SELECT ETAPES ASSIGN TO DDETAPES
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-ETAPES.

      *    DATASET DECLARE (CHECKPOINT OU SORTIE D'ETAPE), OUVERT SOUS
      *    SON NOM REEL POUR EN CONSTATER LA PRESENCE ET, AU FORMAT
      *    FLUX, EN COMPTER LES OPERATIONS
            SELECT DATASET ASSIGN TO WS-DSN-COURANT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-DSN.

      *    PLAN DE RELANCE (OU LISTE DES INCOHERENCES QUI LE BLOQUENT)
            SELECT PLANRPT ASSIGN TO DDPLAN
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.

       FD MANIFEST.
       01 MANIF-ENREG PIC X(120).

       FD RESTARTJRN.
       01 RSTJRN-ENREG PIC X(80).

      * LIGNE 'E' : UNE PAR ETAPE (UN STEP DE LA JCL). PLUSIEURS
      * ETAPES PEUVENT DECLARER LE MEME PROGRAMME (GKMAJ001 EN
      * PARALLELE APRES GKSPLIT) : CHACUNE DOIT ALORS DECLARER SON
      * PROPRE CHECKPOINT POUR ETRE DISTINGUEE DES AUTRES. CONTROLE :
      * 'B' = LUES = SORTIES + REJETS + ATTENTE + SUSPENS + PARC +
      * QUARANTAINE (COMME LA PREUVE DE GKBILAN), 'T' = LUES =
      * SORTIES (ETAPE DE PASSAGE), A BLANC = AUCUN.
      * LIGNE 'P' : UNE PAR DEPENDANCE, L'ETAPE AMONT ETANT DECLAREE
      * AVANT ; FLUX 'F' = LES LUES DE L'ETAPE DOIVENT EGALER LES
      * SORTIES DE L'ETAPE AMONT.
      * LIGNE 'S' : UNE PAR DATASET PRODUIT PAR L'ETAPE ; COMPTAGE
      * 'O' = DATASET AU FORMAT FLUX (80 OCTETS) DONT LES OPERATIONS
      * '10'/'20'/'30' S'AJOUTENT AUX SORTIES DU MANIFESTE, A BLANC
      * = DATASET SEULEMENT A SUPPRIMER EN CAS DE RELANCE.
      * UNE LIGNE COMMENCANT PAR '*' EST UN COMMENTAIRE.
       FD ETAPES.
       01 ETP-ENREG.
         05 ETP-TYPE          PIC X(01).
           88 ETP-COMMENTAIRE VALUE '*'.
         05 ETP-ETAPE         PIC X(08).
         05 FILLER            PIC X(01).
         05 ETP-SUITE         PIC X(70).
       01 ETP-ENREG-E.
         05 FILLER            PIC X(10).
         05 ETP-PROGRAMME     PIC X(08).
         05 FILLER            PIC X(01).
         05 ETP-CONTROLE      PIC X(01).
         05 FILLER            PIC X(01).
         05 ETP-DSN-CKPT      PIC X(59).
       01 ETP-ENREG-P.
         05 FILLER            PIC X(10).
         05 ETP-AMONT         PIC X(08).
         05 FILLER            PIC X(01).
         05 ETP-FLUX          PIC X(01).
         05 FILLER            PIC X(60).
       01 ETP-ENREG-S.
         05 FILLER            PIC X(10).
         05 ETP-COMPTAGE      PIC X(01).
         05 FILLER            PIC X(01).
         05 ETP-DSN           PIC X(68).

       FD DATASET.
       01 DSN-ENREG.
         05 DSN-TYPE          PIC X(02).
         05 FILLER            PIC X(78).

       FD PLANRPT.
       01 RPT-ENREG PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CMANIF  REPLACING ==()== BY ==MN==.
       COPY CRSTJRN REPLACING ==()== BY ==RS==.

       01 WS-DATE-SYSTEME   PIC X(21).
       01 WS-DATE-JOUR      PIC X(10).
       01 WS-HEURE-COURANTE PIC X(08).
      * PREMIERE DATE DU MANIFESTE : LA CHAINE PEUT PASSER MINUIT, LES
      * REPRISES JOURNALISEES DEPUIS CETTE DATE SONT CELLES DU JOUR.
       01 WS-DATE-MIN-MANIF PIC X(10) VALUE HIGH-VALUES.
       01 WS-DSN-COURANT    PIC X(80).
       01 WS-MSG-TABLE      PIC X(80).

      * ETAPES DECLAREES, DANS L'ORDRE DE LA CHAINE. TERMINEE : 'O'
      * OUI, 'N' NON. ACTION : 'S' SAUTER, 'R' REPRENDRE SUR
      * CHECKPOINT, 'C' RELANCER DEPUIS LE DEBUT.
       01 WS-NB-ETAPES PIC 9(03) VALUE 0.
       01 WS-TAB-ETAPES.
         05 WS-ET-ENTRY OCCURS 1 TO 100 TIMES
                        DEPENDING ON WS-NB-ETAPES
                        INDEXED BY WS-EX WS-EY.
           10 WS-ET-ETAPE       PIC X(08).
           10 WS-ET-PROGRAMME   PIC X(08).
           10 WS-ET-CONTROLE    PIC X(01).
           10 WS-ET-DSN-CKPT    PIC X(59).
           10 WS-ET-PGM-X       PIC 9(03).
           10 WS-ET-CKPT-VIVANT PIC X(01).
           10 WS-ET-TERMINEE    PIC X(01).
           10 WS-ET-ACTION      PIC X(01).
             88 WS-ET-A-SAUTER     VALUE 'S'.
             88 WS-ET-A-REPRENDRE  VALUE 'R'.
             88 WS-ET-A-RELANCER   VALUE 'C'.
           10 WS-ET-MOTIF       PIC X(30).

      * PROGRAMMES DE LA CHAINE ET CE QUE LE MANIFESTE ET LE JOURNAL
      * EN DISENT. LES COMPTEURS RETENUS POUR LES CONTROLES SONT CEUX
      * DU DERNIER RUN TERMINE (PROGRAMME A UNE SEULE ETAPE) OU LA
      * SOMME DES RUNS TERMINES (ETAPES PARALLELES, TOUTES TERMINEES
      * UNE FOIS CHACUNE).
       01 WS-NB-PGMS PIC 9(03) VALUE 0.
       01 WS-TAB-PGMS.
         05 WS-PG-ENTRY OCCURS 1 TO 100 TIMES
                        DEPENDING ON WS-NB-PGMS
                        INDEXED BY WS-GX.
           10 WS-PG-PROGRAMME   PIC X(08).
           10 WS-PG-CONTROLE    PIC X(01).
           10 WS-PG-NB-ETAPES   PIC 9(03).
           10 WS-PG-NB-CKPT     PIC 9(03).
           10 WS-PG-NB-TERMINES PIC 9(03).
           10 WS-PG-NB-ECHECS   PIC 9(03).
           10 WS-PG-NB-ARRETS   PIC 9(03).
           10 WS-PG-NB-MANIF    PIC 9(03).
           10 WS-PG-DERNIER-RC  PIC 9(04).
           10 WS-PG-DER-ENTREE  PIC 9(09).
           10 WS-PG-DER-SORTIE  PIC 9(09).
           10 WS-PG-SOM-ENTREE  PIC 9(09).
           10 WS-PG-SOM-SORTIE  PIC 9(09).
           10 WS-PG-NB-REPRISES PIC 9(03).
           10 WS-PG-DER-MODE    PIC X(01).
           10 WS-PG-COMPTES-SW  PIC X(01).
             88 WS-PG-COMPTES-CONNUS VALUE 'O'.
           10 WS-PG-ENTREE      PIC 9(09).
           10 WS-PG-SORTIE      PIC 9(09).
           10 WS-PG-NB-OPE-DSN  PIC 9(09).
           10 WS-PG-NB-DSN-CPT  PIC 9(03).

       01 WS-NB-DEPENDANCES PIC 9(03) VALUE 0.
       01 WS-TAB-DEPENDANCES.
         05 WS-DP-ENTRY OCCURS 1 TO 300 TIMES
                        DEPENDING ON WS-NB-DEPENDANCES
                        INDEXED BY WS-DX.
           10 WS-DP-ETAPE-X     PIC 9(03).
           10 WS-DP-AMONT-X     PIC 9(03).
           10 WS-DP-FLUX        PIC X(01).

       01 WS-NB-DATASETS PIC 9(03) VALUE 0.
       01 WS-TAB-DATASETS.
         05 WS-DS-ENTRY OCCURS 1 TO 300 TIMES
                        DEPENDING ON WS-NB-DATASETS
                        INDEXED BY WS-SX.
           10 WS-DS-ETAPE-X     PIC 9(03).
           10 WS-DS-COMPTAGE    PIC X(01).
           10 WS-DS-DSN         PIC X(68).

       01 WS-TROUVE-SW PIC X(01).
         88 WS-TROUVE VALUE 'O'.
       01 WS-AMONT-SW  PIC X(01).
         88 WS-AMONT-SAUTE VALUE 'O'.
       01 WS-PX         PIC 9(03).
       01 WS-RESTANTES  PIC 9(03).
       01 WS-TRAITEES   PIC 9(09).
       01 WS-NB-OPE     PIC 9(09).
       01 WS-DSN-PRESENT-SW PIC X(01).
         88 WS-DSN-PRESENT  VALUE 'O'.
       01 WS-DSN-VIDE-SW    PIC X(01).
         88 WS-DSN-VIDE     VALUE 'O'.
       01 WS-RC-EDIT    PIC ZZZ9.
       01 WS-RC-PLAN    PIC 9(02) VALUE 0.

       01 WS-LIGNE-TITRE.
         05 FILLER          PIC X(29)
            VALUE 'GKRERUN - PLAN DE RELANCE DU '.
         05 WS-LT-DATE      PIC X(10).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LT-HEURE     PIC X(08).
         05 FILLER          PIC X(84) VALUE SPACES.

       01 WS-LIGNE-SECTION.
         05 WS-LS-TEXTE     PIC X(80).
         05 FILLER          PIC X(52) VALUE SPACES.

       01 WS-PLAN-COLONNES.
         05 FILLER PIC X(10) VALUE 'ETAPE'.
         05 FILLER PIC X(10) VALUE 'PROGRAMME'.
         05 FILLER PIC X(22) VALUE 'ACTION'.
         05 FILLER PIC X(32) VALUE 'MOTIF'.
         05 FILLER PIC X(06) VALUE '  RC'.
         05 FILLER PIC X(05) VALUE 'FIN'.
         05 FILLER PIC X(47) VALUE 'REP'.

       01 WS-PLAN-DETAIL.
         05 WS-PD-ETAPE     PIC X(08).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-PD-PROGRAMME PIC X(08).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-PD-ACTION    PIC X(20).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-PD-MOTIF     PIC X(30).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-PD-RC        PIC X(04).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-PD-TERMINES  PIC ZZ9.
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-PD-REPRISES  PIC ZZ9.
         05 FILLER          PIC X(44) VALUE SPACES.

       01 WS-SUPPR-DETAIL.
         05 WS-SD-ETAPE     PIC X(08).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-SD-DSN       PIC X(68).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-SD-ETAT      PIC X(10).
         05 FILLER          PIC X(42) VALUE SPACES.

       01 WS-ANOMALIE.
         05 WS-AN-ETAPE     PIC X(08).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-AN-PROGRAMME PIC X(08).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-AN-LIBELLE   PIC X(40).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 FILLER          PIC X(08) VALUE 'ATTENDU '.
         05 WS-AN-ATTENDU   PIC ZZZZZZZZ9.
         05 FILLER          PIC X(02) VALUE SPACES.
         05 FILLER          PIC X(07) VALUE 'TROUVE '.
         05 WS-AN-TROUVE    PIC ZZZZZZZZ9.
         05 FILLER          PIC X(35) VALUE SPACES.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

       01 WS-RUN-COUNTERS.
         05 WS-NB-LIGNES-TABLE PIC 9(05) VALUE 0.
         05 WS-NB-ERREURS-TABLE PIC 9(05) VALUE 0.
         05 WS-NB-MANIF-LUS    PIC 9(07) VALUE 0.
         05 WS-NB-REPRISES-LUES PIC 9(07) VALUE 0.
         05 WS-NB-ANOMALIES    PIC 9(05) VALUE 0.
         05 WS-NB-A-SAUTER     PIC 9(05) VALUE 0.
         05 WS-NB-A-REPRENDRE  PIC 9(05) VALUE 0.
         05 WS-NB-A-RELANCER   PIC 9(05) VALUE 0.
         05 WS-NB-A-SUPPRIMER  PIC 9(05) VALUE 0.
         05 WS-NB-LIGNES-SUPPR PIC 9(05) VALUE 0.

       01 WS-FS-MANIF PIC X(02).
         88 FS-MANIF-OK  VALUE '00'.
         88 FS-MANIF-FIN VALUE '10'.
         88 FS-MANIF-ABSENT VALUE '35'.
       01 WS-FS-RSTJRN PIC X(02).
         88 FS-RSTJRN-OK     VALUE '00'.
         88 FS-RSTJRN-FIN    VALUE '10'.
         88 FS-RSTJRN-ABSENT VALUE '35'.
       01 WS-FS-ETAPES PIC X(02).
         88 FS-ETAPES-OK  VALUE '00'.
         88 FS-ETAPES-FIN VALUE '10'.
       01 WS-FS-DSN PIC X(02).
         88 FS-DSN-OK     VALUE '00'.
         88 FS-DSN-FIN    VALUE '10'.
         88 FS-DSN-ABSENT VALUE '35'.
       01 WS-FS-RPT PIC X(02).
         88 FS-RPT-OK VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           STRING WS-DATE-SYSTEME(1:4) '-'
                  WS-DATE-SYSTEME(5:2) '-'
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-JOUR
           STRING WS-DATE-SYSTEME(9:2)  '.'
                  WS-DATE-SYSTEME(11:2) '.'
                  WS-DATE-SYSTEME(13:2)
                  DELIMITED BY SIZE INTO WS-HEURE-COURANTE
           OPEN OUTPUT PLANRPT
           MOVE WS-DATE-JOUR      TO WS-LT-DATE
           MOVE WS-HEURE-COURANTE TO WS-LT-HEURE
           WRITE RPT-ENREG FROM WS-LIGNE-TITRE
                 AFTER ADVANCING PAGE
           WRITE RPT-ENREG FROM WS-LIGNE-VIDE
           PERFORM 01A-CHARGE-ETAPES
           .

      * LE PLAN N'EST ETABLI QUE SUR UNE TABLE DES ETAPES VALIDE ET
      * UN MANIFESTE LISIBLE ; LES INCOHERENCES CONSTATEES SUR LES
      * ETAPES TERMINEES LE BLOQUENT (RELANCER SUR DES SORTIES
      * DOUTEUSES PROPAGERAIT L'ERREUR A TOUTE LA CHAINE AVAL).
       02-TREATMENT.
           IF WS-NB-ERREURS-TABLE = 0 AND WS-NB-ETAPES > 0
              PERFORM 02A-LIT-MANIFESTE
           END-IF
           IF WS-RC-PLAN = 0
              PERFORM 02B-LIT-JOURNAL
              PERFORM 02C-SONDE-CHECKPOINTS
              PERFORM 02D-ETAPES-TERMINEES
              PERFORM 02E-CONTROLE-SORTIES
              IF WS-NB-ANOMALIES = 0
                 PERFORM 02F-DECIDE-ACTIONS
                 PERFORM 02G-EDITE-PLAN
              ELSE
                 MOVE 16 TO WS-RC-PLAN
                 MOVE 'PLAN REFUSE : SORTIES D''ETAPES TERMINEES '
                    & 'INCOHERENTES (VOIR CI-DESSUS)'
                   TO WS-LS-TEXTE
                 WRITE RPT-ENREG FROM WS-LIGNE-VIDE
                 WRITE RPT-ENREG FROM WS-LIGNE-SECTION
              END-IF
           END-IF
           .

       03-ENDPGM.
           CLOSE PLANRPT
           DISPLAY '**********************************'
           DISPLAY '*************GKRERUN**************'
           DISPLAY '**********************************'
           DISPLAY '* LIGNES DE TABLE     : ' WS-NB-LIGNES-TABLE
           DISPLAY '* ERREURS DE TABLE    : ' WS-NB-ERREURS-TABLE
           DISPLAY '* ETAPES DECLAREES    : ' WS-NB-ETAPES
           DISPLAY '* MANIFESTES LUS      : ' WS-NB-MANIF-LUS
           DISPLAY '* REPRISES DU JOUR    : ' WS-NB-REPRISES-LUES
           DISPLAY '* INCOHERENCES        : ' WS-NB-ANOMALIES
           DISPLAY '* ETAPES A SAUTER     : ' WS-NB-A-SAUTER
           DISPLAY '* A REPRENDRE         : ' WS-NB-A-REPRENDRE
           DISPLAY '* A RELANCER          : ' WS-NB-A-RELANCER
           DISPLAY '* DATASETS A SUPPRIMER: ' WS-NB-A-SUPPRIMER
           DISPLAY '**********************************'
      * 0 : RIEN A RELANCER ; 4 : PLAN A APPLIQUER ; 16 : PAS DE
      * PLAN (TABLE OU MANIFESTE INVALIDE, INCOHERENCES).
           IF WS-RC-PLAN = 0
              AND (WS-NB-A-REPRENDRE > 0 OR WS-NB-A-RELANCER > 0)
              MOVE 4 TO WS-RC-PLAN
           END-IF
           MOVE WS-RC-PLAN TO RETURN-CODE
           STOP RUN
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * CHARGEMENT DE LA TABLE DES ETAPES. TOUTE LIGNE INVALIDE
      * (TYPE INCONNU, ETAPE EN DOUBLE, DEPENDANCE OU DATASET D'UNE
      * ETAPE NON ENCORE DECLAREE, TABLE PLEINE) EST SIGNALEE ET
      * INTERDIT LE PLAN : UN PLAN SUR UNE TABLE FAUSSE SERAIT FAUX.
       01A-CHARGE-ETAPES.
           OPEN INPUT ETAPES
           IF NOT FS-ETAPES-OK
              DISPLAY 'GKRERUN - TABLE DES ETAPES ABSENTE : '
                      WS-FS-ETAPES
              MOVE 'TABLE DES ETAPES (DDETAPES) ABSENTE' TO WS-LS-TEXTE
              WRITE RPT-ENREG FROM WS-LIGNE-SECTION
              MOVE 16 TO WS-RC-PLAN
           ELSE
              READ ETAPES
              PERFORM UNTIL NOT FS-ETAPES-OK
                 ADD 1 TO WS-NB-LIGNES-TABLE
                 IF NOT ETP-COMMENTAIRE AND ETP-ENREG NOT = SPACES
                    PERFORM 01B-RANGE-LIGNE
                 END-IF
                 READ ETAPES
              END-PERFORM
              CLOSE ETAPES
              IF WS-NB-ETAPES = 0 AND WS-NB-ERREURS-TABLE = 0
                 MOVE 'AUCUNE ETAPE DECLAREE' TO WS-LS-TEXTE
                 WRITE RPT-ENREG FROM WS-LIGNE-SECTION
                 ADD 1 TO WS-NB-ERREURS-TABLE
              END-IF
              IF WS-NB-ERREURS-TABLE > 0
                 MOVE 16 TO WS-RC-PLAN
              END-IF
           END-IF
           .

       01B-RANGE-LIGNE.
           PERFORM 01C-CHERCHE-ETAPE
           EVALUATE ETP-TYPE
              WHEN 'E'
                 EVALUATE TRUE
                    WHEN WS-TROUVE
                       MOVE 'ETAPE DECLAREE DEUX FOIS : ' TO WS-LS-TEXTE
                       PERFORM 01E-ERREUR-TABLE
                    WHEN ETP-PROGRAMME = SPACES
                    OR NOT (ETP-CONTROLE = 'B' OR 'T' OR SPACE)
                       MOVE 'LIGNE ETAPE INVALIDE : ' TO WS-LS-TEXTE
                       PERFORM 01E-ERREUR-TABLE
                    WHEN WS-NB-ETAPES >= 100
                       MOVE 'TABLE DES ETAPES PLEINE : ' TO WS-LS-TEXTE
                       PERFORM 01E-ERREUR-TABLE
                    WHEN OTHER
                       PERFORM 01D-AJOUTE-ETAPE
                 END-EVALUATE
              WHEN 'P'
                 SET WS-EY TO WS-EX
                 PERFORM 01C-CHERCHE-ETAPE-AMONT
                 EVALUATE TRUE
                    WHEN WS-EY > WS-NB-ETAPES
                       MOVE 'DEPENDANCE D''UNE ETAPE NON DECLAREE : '
                         TO WS-LS-TEXTE
                       PERFORM 01E-ERREUR-TABLE
                    WHEN NOT WS-TROUVE
                       MOVE 'ETAPE AMONT NON DECLAREE AVANT : '
                         TO WS-LS-TEXTE
                       PERFORM 01E-ERREUR-TABLE
                    WHEN WS-NB-DEPENDANCES >= 300
                       MOVE 'TABLE DES DEPENDANCES PLEINE : '
                         TO WS-LS-TEXTE
                       PERFORM 01E-ERREUR-TABLE
                    WHEN OTHER
                       ADD 1 TO WS-NB-DEPENDANCES
                       SET WS-DX TO WS-NB-DEPENDANCES
                       SET WS-DP-ETAPE-X(WS-DX) TO WS-EY
                       SET WS-DP-AMONT-X(WS-DX) TO WS-EX
                       MOVE ETP-FLUX TO WS-DP-FLUX(WS-DX)
                 END-EVALUATE
              WHEN 'S'
                 EVALUATE TRUE
                    WHEN NOT WS-TROUVE
                       MOVE 'DATASET D''UNE ETAPE NON DECLAREE : '
                         TO WS-LS-TEXTE
                       PERFORM 01E-ERREUR-TABLE
                    WHEN ETP-DSN = SPACES
                       MOVE 'DATASET SANS NOM : ' TO WS-LS-TEXTE
                       PERFORM 01E-ERREUR-TABLE
                    WHEN WS-NB-DATASETS >= 300
                       MOVE 'TABLE DES DATASETS PLEINE : '
                         TO WS-LS-TEXTE
                       PERFORM 01E-ERREUR-TABLE
                    WHEN OTHER
                       ADD 1 TO WS-NB-DATASETS
                       SET WS-SX TO WS-NB-DATASETS
                       SET WS-DS-ETAPE-X(WS-SX) TO WS-EX
                       MOVE ETP-COMPTAGE TO WS-DS-COMPTAGE(WS-SX)
                       MOVE ETP-DSN      TO WS-DS-DSN(WS-SX)
                 END-EVALUATE
              WHEN OTHER
                 MOVE 'TYPE DE LIGNE INCONNU : ' TO WS-LS-TEXTE
                 PERFORM 01E-ERREUR-TABLE
           END-EVALUATE
           .

      * ETAPE DE LA LIGNE LUE ; WS-EX EN SORT POSITIONNE.
       01C-CHERCHE-ETAPE.
           MOVE 'N' TO WS-TROUVE-SW
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-NB-ETAPES
              IF WS-ET-ETAPE(WS-EX) = ETP-ETAPE
                 SET WS-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .

      * ETAPE AMONT D'UNE DEPENDANCE : ELLE DOIT PRECEDER L'ETAPE
      * DEPENDANTE (WS-EY) DANS LA TABLE ; WS-EX EN SORT POSITIONNE.
       01C-CHERCHE-ETAPE-AMONT.
           MOVE 'N' TO WS-TROUVE-SW
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX >= WS-EY OR WS-EX > WS-NB-ETAPES
              IF WS-ET-ETAPE(WS-EX) = ETP-AMONT
                 SET WS-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .

      * NOUVELLE ETAPE ; SON PROGRAMME EST AJOUTE A LA TABLE DES
      * PROGRAMMES S'IL N'Y EST PAS ENCORE.
       01D-AJOUTE-ETAPE.
           MOVE 'N' TO WS-TROUVE-SW
           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-NB-PGMS
              IF WS-PG-PROGRAMME(WS-GX) = ETP-PROGRAMME
                 SET WS-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-TROUVE
              ADD 1 TO WS-NB-PGMS
              SET WS-GX TO WS-NB-PGMS
              INITIALIZE WS-PG-ENTRY(WS-GX)
              MOVE ETP-PROGRAMME TO WS-PG-PROGRAMME(WS-GX)
              MOVE ETP-CONTROLE  TO WS-PG-CONTROLE(WS-GX)
           END-IF
           ADD 1 TO WS-PG-NB-ETAPES(WS-GX)
           ADD 1 TO WS-NB-ETAPES
           SET WS-EX TO WS-NB-ETAPES
           INITIALIZE WS-ET-ENTRY(WS-EX)
           MOVE ETP-ETAPE     TO WS-ET-ETAPE(WS-EX)
           MOVE ETP-PROGRAMME TO WS-ET-PROGRAMME(WS-EX)
           MOVE ETP-CONTROLE  TO WS-ET-CONTROLE(WS-EX)
           MOVE ETP-DSN-CKPT  TO WS-ET-DSN-CKPT(WS-EX)
           SET WS-ET-PGM-X(WS-EX) TO WS-GX
           MOVE 'N'           TO WS-ET-CKPT-VIVANT(WS-EX)
           MOVE 'N'           TO WS-ET-TERMINEE(WS-EX)
           .

       01E-ERREUR-TABLE.
           ADD 1 TO WS-NB-ERREURS-TABLE
           MOVE WS-LS-TEXTE TO WS-MSG-TABLE
           MOVE SPACES      TO WS-LS-TEXTE
           STRING WS-MSG-TABLE DELIMITED BY '  '
                  ' ' ETP-ETAPE DELIMITED BY SIZE
                  INTO WS-LS-TEXTE
           DISPLAY 'GKRERUN - ' WS-LS-TEXTE
           WRITE RPT-ENREG FROM WS-LIGNE-SECTION
           .

      * MANIFESTE DU JOUR : CHAQUE ENREGISTREMENT D'UN PROGRAMME
      * DECLARE EST CLASSE EN RUN TERMINE, RUN EN ECHEC (CODE RETOUR
      * 8 ET PLUS) OU RUN ARRETE SUR DEMANDE (STATUT 'A'). LE
      * CONTROLE DECLARE DU PROGRAMME EST APPLIQUE A CHAQUE RUN
      * TERMINE.
       02A-LIT-MANIFESTE.
           OPEN INPUT MANIFEST
           EVALUATE TRUE
      * PAS ENCORE DE MANIFESTE : LA CHAINE S'EST ARRETEE AVANT LA
      * FIN DE SA PREMIERE ETAPE, AUCUNE ETAPE N'EST TERMINEE.
              WHEN FS-MANIF-ABSENT
                 MOVE 'MANIFESTE DU JOUR ABSENT : AUCUNE ETAPE '
                    & 'TERMINEE' TO WS-LS-TEXTE
                 WRITE RPT-ENREG FROM WS-LIGNE-SECTION
                 WRITE RPT-ENREG FROM WS-LIGNE-VIDE
              WHEN NOT FS-MANIF-OK
                 DISPLAY 'GKRERUN - MANIFESTE ILLISIBLE : '
                         WS-FS-MANIF
                 MOVE 'MANIFESTE DU JOUR (DDMANIF) ILLISIBLE'
                   TO WS-LS-TEXTE
                 WRITE RPT-ENREG FROM WS-LIGNE-SECTION
                 MOVE 16 TO WS-RC-PLAN
              WHEN OTHER
                 READ MANIFEST INTO MN-ENREG
                    AT END SET FS-MANIF-FIN TO TRUE
                 END-READ
                 PERFORM UNTIL NOT FS-MANIF-OK
                    ADD 1 TO WS-NB-MANIF-LUS
                    IF MN-DATE < WS-DATE-MIN-MANIF
                       MOVE MN-DATE TO WS-DATE-MIN-MANIF
                    END-IF
                    PERFORM 02A1-CLASSE-RUN
                    READ MANIFEST INTO MN-ENREG
                       AT END SET FS-MANIF-FIN TO TRUE
                    END-READ
                 END-PERFORM
                 CLOSE MANIFEST
           END-EVALUATE
           .

       02A1-CLASSE-RUN.
           MOVE 'N' TO WS-TROUVE-SW
           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-NB-PGMS
              IF WS-PG-PROGRAMME(WS-GX) = MN-PROGRAMME
                 SET WS-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-TROUVE
              ADD 1 TO WS-PG-NB-MANIF(WS-GX)
              MOVE MN-CODE-RETOUR TO WS-PG-DERNIER-RC(WS-GX)
              EVALUATE TRUE
                 WHEN MN-RUN-ARRETE
                    ADD 1 TO WS-PG-NB-ARRETS(WS-GX)
                 WHEN MN-CODE-RETOUR >= 8
                    ADD 1 TO WS-PG-NB-ECHECS(WS-GX)
                 WHEN OTHER
                    ADD 1 TO WS-PG-NB-TERMINES(WS-GX)
                    MOVE MN-NB-ENTREE TO WS-PG-DER-ENTREE(WS-GX)
                    MOVE MN-NB-SORTIE TO WS-PG-DER-SORTIE(WS-GX)
                    ADD MN-NB-ENTREE  TO WS-PG-SOM-ENTREE(WS-GX)
                    ADD MN-NB-SORTIE  TO WS-PG-SOM-SORTIE(WS-GX)
                    PERFORM 02A2-CONTROLE-RUN
              END-EVALUATE
           END-IF
           .

      * CONTROLE DECLARE SUR LES COMPTEURS D'UN RUN TERMINE.
       02A2-CONTROLE-RUN.
           EVALUATE WS-PG-CONTROLE(WS-GX)
              WHEN 'B'
                 COMPUTE WS-TRAITEES =
                         MN-NB-SORTIE + MN-NB-REJETS + MN-NB-HOLD
                       + MN-NB-SUSPENS + MN-NB-PARC + MN-NB-QUAR
                 IF WS-TRAITEES NOT = MN-NB-ENTREE
                    MOVE SPACES         TO WS-AN-ETAPE
                    MOVE MN-PROGRAMME   TO WS-AN-PROGRAMME
                    MOVE 'RUN DESEQUILIBRE : LUES VS ISSUES'
                      TO WS-AN-LIBELLE
                    MOVE MN-NB-ENTREE   TO WS-AN-ATTENDU
                    MOVE WS-TRAITEES    TO WS-AN-TROUVE
                    PERFORM 02X-ANOMALIE
                 END-IF
              WHEN 'T'
                 IF MN-NB-SORTIE NOT = MN-NB-ENTREE
                    MOVE SPACES         TO WS-AN-ETAPE
                    MOVE MN-PROGRAMME   TO WS-AN-PROGRAMME
                    MOVE 'RUN DESEQUILIBRE : LUES VS SORTIES'
                      TO WS-AN-LIBELLE
                    MOVE MN-NB-ENTREE   TO WS-AN-ATTENDU
                    MOVE MN-NB-SORTIE   TO WS-AN-TROUVE
                    PERFORM 02X-ANOMALIE
                 END-IF
           END-EVALUATE
           .

      * JOURNAL DES REPRISES DEPUIS LA PREMIERE DATE DU MANIFESTE :
      * NOMBRE DE REPRISES DU JOUR ET MODE DE LA DERNIERE, PAR
      * PROGRAMME, POUR INFORMER LE PLAN (UN ARRET OPERATEUR N'EST
      * PAS UNE REPRISE MAIS EXPLIQUE UN CHECKPOINT PRESENT).
       02B-LIT-JOURNAL.
           OPEN INPUT RESTARTJRN
           IF FS-RSTJRN-OK
              READ RESTARTJRN INTO RS-ENREG
                 AT END SET FS-RSTJRN-FIN TO TRUE
              END-READ
              PERFORM UNTIL NOT FS-RSTJRN-OK
                 IF RS-DATE NOT < WS-DATE-MIN-MANIF
                    PERFORM VARYING WS-GX FROM 1 BY 1
                            UNTIL WS-GX > WS-NB-PGMS
                       IF WS-PG-PROGRAMME(WS-GX) = RS-PROGRAMME
                          IF NOT RS-MODE-ARRET
                             ADD 1 TO WS-PG-NB-REPRISES(WS-GX)
                             ADD 1 TO WS-NB-REPRISES-LUES
                          END-IF
                          MOVE RS-MODE TO WS-PG-DER-MODE(WS-GX)
                          EXIT PERFORM
                       END-IF
                    END-PERFORM
                 END-IF
                 READ RESTARTJRN INTO RS-ENREG
                    AT END SET FS-RSTJRN-FIN TO TRUE
                 END-READ
              END-PERFORM
              CLOSE RESTARTJRN
           ELSE
              IF NOT FS-RSTJRN-ABSENT
                 DISPLAY 'GKRERUN - JOURNAL DES REPRISES ILLISIBLE : '
                         WS-FS-RSTJRN
              END-IF
           END-IF
           .

      * CHECKPOINT DECLARE : UN CHECKPOINT PRESENT ET NON VIDE EST
      * CELUI D'UN RUN INTERROMPU (LA JCL LE SUPPRIME EN FIN NORMALE
      * DE STEP) ; VIDE, LE RUN N'AVAIT ATTEINT AUCUN PALIER.
       02C-SONDE-CHECKPOINTS.
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-NB-ETAPES
              IF WS-ET-DSN-CKPT(WS-EX) NOT = SPACES
                 MOVE WS-ET-DSN-CKPT(WS-EX) TO WS-DSN-COURANT
                 PERFORM 02Y-SONDE-DATASET
                 IF WS-DSN-PRESENT AND NOT WS-DSN-VIDE
                    MOVE 'O' TO WS-ET-CKPT-VIVANT(WS-EX)
                    MOVE WS-ET-PGM-X(WS-EX) TO WS-PX
                    ADD 1 TO WS-PG-NB-CKPT(WS-PX)
                 END-IF
              END-IF
           END-PERFORM
           .

      * ETAPES TERMINEES. UNE ETAPE A CHECKPOINT PRESENT N'EST PAS
      * TERMINEE. LES AUTRES ETAPES DU MEME PROGRAMME SE PARTAGENT
      * LES RUNS TERMINES DU MANIFESTE, QUI NE DIT PAS QUEL FLOT A
      * TOURNE : AUTANT DE RUNS TERMINES QUE D'ETAPES RESTANTES, ELLES
      * SONT TOUTES TERMINEES ; AUCUN, AUCUNE NE L'EST ; ENTRE LES
      * DEUX, LE PLAN NE PEUT PAS DIRE LESQUELLES RELANCER.
       02D-ETAPES-TERMINEES.
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-NB-ETAPES
              MOVE WS-ET-PGM-X(WS-EX) TO WS-PX
              COMPUTE WS-RESTANTES =
                      WS-PG-NB-ETAPES(WS-PX) - WS-PG-NB-CKPT(WS-PX)
              EVALUATE TRUE
                 WHEN WS-ET-CKPT-VIVANT(WS-EX) = 'O'
      * UN PROGRAMME A UNE SEULE ETAPE, TERMINE SANS ARRET NI ECHEC
      * APRES SON DERNIER RUN, NE DOIT PLUS AVOIR DE CHECKPOINT :
      * LE REPRENDRE REPASSERAIT DES OPERATIONS DEJA POSTEES.
                    IF WS-PG-NB-ETAPES(WS-PX) = 1
                       AND WS-PG-NB-TERMINES(WS-PX) > 0
                       AND WS-PG-NB-ARRETS(WS-PX) = 0
                       AND WS-PG-NB-ECHECS(WS-PX) = 0
                       MOVE WS-ET-ETAPE(WS-EX)     TO WS-AN-ETAPE
                       MOVE WS-ET-PROGRAMME(WS-EX) TO WS-AN-PROGRAMME
                       MOVE 'TERMINEE MAIS CHECKPOINT PRESENT'
                         TO WS-AN-LIBELLE
                       MOVE 0 TO WS-AN-ATTENDU
                       MOVE WS-PG-NB-TERMINES(WS-PX) TO WS-AN-TROUVE
                       PERFORM 02X-ANOMALIE
                    END-IF
                 WHEN WS-PG-NB-TERMINES(WS-PX) >= WS-RESTANTES
                    MOVE 'O' TO WS-ET-TERMINEE(WS-EX)
                 WHEN WS-PG-NB-TERMINES(WS-PX) = 0
                    CONTINUE
                 WHEN OTHER
                    MOVE WS-ET-ETAPE(WS-EX)     TO WS-AN-ETAPE
                    MOVE WS-ET-PROGRAMME(WS-EX) TO WS-AN-PROGRAMME
                    MOVE 'ETAPES PARALLELES NON ATTRIBUABLES'
                      TO WS-AN-LIBELLE
                    MOVE WS-RESTANTES TO WS-AN-ATTENDU
                    MOVE WS-PG-NB-TERMINES(WS-PX) TO WS-AN-TROUVE
                    PERFORM 02X-ANOMALIE
              END-EVALUATE
           END-PERFORM
           .

      * SORTIES DES ETAPES TERMINEES CONFRONTEES AU MANIFESTE.
      * COMPTEURS RETENUS PAR PROGRAMME : CEUX DU DERNIER RUN TERMINE
      * POUR UNE ETAPE UNIQUE, LA SOMME DES RUNS TERMINES POUR DES
      * ETAPES PARALLELES TOUTES TERMINEES UNE FOIS CHACUNE ; SINON
      * (ETAPE PARALLELE DEJA RELANCEE) AUCUN COMPTE N'EST CONTROLE.
       02E-CONTROLE-SORTIES.
           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-NB-PGMS
              EVALUATE TRUE
                 WHEN WS-PG-NB-TERMINES(WS-GX) = 0
                 WHEN WS-PG-NB-CKPT(WS-GX) > 0
                    CONTINUE
                 WHEN WS-PG-NB-ETAPES(WS-GX) = 1
                    SET WS-PG-COMPTES-CONNUS(WS-GX) TO TRUE
                    MOVE WS-PG-DER-ENTREE(WS-GX) TO WS-PG-ENTREE(WS-GX)
                    MOVE WS-PG-DER-SORTIE(WS-GX) TO WS-PG-SORTIE(WS-GX)
                 WHEN WS-PG-NB-TERMINES(WS-GX) = WS-PG-NB-ETAPES(WS-GX)
                    SET WS-PG-COMPTES-CONNUS(WS-GX) TO TRUE
                    MOVE WS-PG-SOM-ENTREE(WS-GX) TO WS-PG-ENTREE(WS-GX)
                    MOVE WS-PG-SOM-SORTIE(WS-GX) TO WS-PG-SORTIE(WS-GX)
              END-EVALUATE
           END-PERFORM

      * OPERATIONS DES DATASETS DE SORTIE COMPTES : TOUS LES
      * DATASETS 'O' DES ETAPES D'UN PROGRAMME SONT SOMMES ET
      * DOIVENT EGALER SES SORTIES AU MANIFESTE ; UN DATASET ABSENT
      * COMPTE ZERO.
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-NB-DATASETS
              SET WS-EX TO WS-DS-ETAPE-X(WS-SX)
              MOVE WS-ET-PGM-X(WS-EX) TO WS-PX
              IF WS-DS-COMPTAGE(WS-SX) = 'O'
                 AND WS-PG-COMPTES-CONNUS(WS-PX)
                 MOVE WS-DS-DSN(WS-SX) TO WS-DSN-COURANT
                 PERFORM 02Z-COMPTE-OPERATIONS
                 ADD WS-NB-OPE TO WS-PG-NB-OPE-DSN(WS-PX)
                 ADD 1 TO WS-PG-NB-DSN-CPT(WS-PX)
              END-IF
           END-PERFORM
           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-NB-PGMS
              IF WS-PG-NB-DSN-CPT(WS-GX) > 0
                 AND WS-PG-NB-OPE-DSN(WS-GX) NOT = WS-PG-SORTIE(WS-GX)
                 MOVE SPACES                 TO WS-AN-ETAPE
                 MOVE WS-PG-PROGRAMME(WS-GX) TO WS-AN-PROGRAMME
                 MOVE 'OPERATIONS DES SORTIES VS MANIFESTE'
                   TO WS-AN-LIBELLE
                 MOVE WS-PG-SORTIE(WS-GX)     TO WS-AN-ATTENDU
                 MOVE WS-PG-NB-OPE-DSN(WS-GX) TO WS-AN-TROUVE
                 PERFORM 02X-ANOMALIE
              END-IF
           END-PERFORM

      * FLUX DECLARES ENTRE ETAPES TERMINEES : LES LUES DE L'ETAPE
      * EGALENT LES SORTIES DE SON AMONT.
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-NB-DEPENDANCES
              IF WS-DP-FLUX(WS-DX) = 'F'
                 SET WS-EX TO WS-DP-ETAPE-X(WS-DX)
                 SET WS-EY TO WS-DP-AMONT-X(WS-DX)
                 MOVE WS-ET-PGM-X(WS-EX) TO WS-PX
                 MOVE WS-ET-PGM-X(WS-EY) TO WS-GX
                 IF WS-PG-COMPTES-CONNUS(WS-PX)
                    AND WS-PG-COMPTES-CONNUS(WS-GX)
                    AND WS-PG-ENTREE(WS-PX) NOT = WS-PG-SORTIE(WS-GX)
                    MOVE WS-ET-ETAPE(WS-EX)     TO WS-AN-ETAPE
                    MOVE WS-ET-PROGRAMME(WS-EX) TO WS-AN-PROGRAMME
                    MOVE SPACES TO WS-AN-LIBELLE
                    STRING 'LUES VS SORTIES DE ' WS-ET-ETAPE(WS-EY)
                           DELIMITED BY SIZE INTO WS-AN-LIBELLE
                    MOVE WS-PG-SORTIE(WS-GX) TO WS-AN-ATTENDU
                    MOVE WS-PG-ENTREE(WS-PX) TO WS-AN-TROUVE
                    PERFORM 02X-ANOMALIE
                 END-IF
              END-IF
           END-PERFORM
           .

      * ACTION DE CHAQUE ETAPE, DANS L'ORDRE DE LA CHAINE : UNE
      * ETAPE N'EST SAUTEE QUE TERMINEE ET SI TOUTES SES ETAPES AMONT
      * LE SONT AUSSI (SINON SES ENTREES VONT CHANGER) ; UNE ETAPE A
      * CHECKPOINT PRESENT DONT L'AMONT EST SAUTE REPART DE SON
      * CHECKPOINT ; TOUTE AUTRE ETAPE EST RELANCEE DEPUIS LE DEBUT,
      * SON CHECKPOINT EVENTUEL ETANT ALORS A SUPPRIMER.
       02F-DECIDE-ACTIONS.
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-NB-ETAPES
              MOVE 'O' TO WS-AMONT-SW
              PERFORM VARYING WS-DX FROM 1 BY 1
                      UNTIL WS-DX > WS-NB-DEPENDANCES
                 IF WS-DP-ETAPE-X(WS-DX) = WS-EX
                    SET WS-EY TO WS-DP-AMONT-X(WS-DX)
                    IF NOT WS-ET-A-SAUTER(WS-EY)
                       MOVE 'N' TO WS-AMONT-SW
                    END-IF
                 END-IF
              END-PERFORM
              MOVE WS-ET-PGM-X(WS-EX) TO WS-PX
              EVALUATE TRUE
                 WHEN WS-ET-TERMINEE(WS-EX) = 'O' AND WS-AMONT-SAUTE
                    SET WS-ET-A-SAUTER(WS-EX) TO TRUE
                    MOVE 'TERMINEE' TO WS-ET-MOTIF(WS-EX)
                    ADD 1 TO WS-NB-A-SAUTER
                 WHEN WS-ET-CKPT-VIVANT(WS-EX) = 'O' AND WS-AMONT-SAUTE
                    SET WS-ET-A-REPRENDRE(WS-EX) TO TRUE
                    IF WS-PG-DER-MODE(WS-PX) = 'A'
                       MOVE 'ARRETEE SUR DEMANDE OPERATEUR'
                         TO WS-ET-MOTIF(WS-EX)
                    ELSE
                       MOVE 'INTERROMPUE, CHECKPOINT PRESENT'
                         TO WS-ET-MOTIF(WS-EX)
                    END-IF
                    ADD 1 TO WS-NB-A-REPRENDRE
                 WHEN OTHER
                    SET WS-ET-A-RELANCER(WS-EX) TO TRUE
                    EVALUATE TRUE
                       WHEN NOT WS-AMONT-SAUTE
                          MOVE 'ETAPE AMONT A REFAIRE'
                            TO WS-ET-MOTIF(WS-EX)
                       WHEN WS-PG-NB-ECHECS(WS-PX) > 0
                          MOVE 'EN ECHEC' TO WS-ET-MOTIF(WS-EX)
                       WHEN WS-PG-NB-MANIF(WS-PX) = 0
                          MOVE 'NON EXECUTEE OU INTERROMPUE'
                            TO WS-ET-MOTIF(WS-EX)
                       WHEN OTHER
                          MOVE 'NON TERMINEE' TO WS-ET-MOTIF(WS-EX)
                    END-EVALUATE
                    ADD 1 TO WS-NB-A-RELANCER
              END-EVALUATE
           END-PERFORM
           .

      * EDITION DU PLAN : LES DATASETS A SUPPRIMER D'ABORD (SORTIES
      * ET CHECKPOINT DES ETAPES A RELANCER DEPUIS LE DEBUT), PUIS
      * LES ETAPES DANS L'ORDRE DE LA CHAINE AVEC LEUR ACTION.
       02G-EDITE-PLAN.
           MOVE 'DATASETS A SUPPRIMER AVANT LA RELANCE' TO WS-LS-TEXTE
           WRITE RPT-ENREG FROM WS-LIGNE-SECTION
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-NB-ETAPES
              IF WS-ET-A-RELANCER(WS-EX)
                 PERFORM VARYING WS-SX FROM 1 BY 1
                         UNTIL WS-SX > WS-NB-DATASETS
                    IF WS-DS-ETAPE-X(WS-SX) = WS-EX
                       MOVE WS-DS-DSN(WS-SX) TO WS-DSN-COURANT
                       PERFORM 02G1-LIGNE-SUPPRESSION
                    END-IF
                 END-PERFORM
                 IF WS-ET-DSN-CKPT(WS-EX) NOT = SPACES
                    MOVE WS-ET-DSN-CKPT(WS-EX) TO WS-DSN-COURANT
                    PERFORM 02G1-LIGNE-SUPPRESSION
                 END-IF
              END-IF
           END-PERFORM
           IF WS-NB-LIGNES-SUPPR = 0
              MOVE '  (AUCUN)' TO WS-LS-TEXTE
              WRITE RPT-ENREG FROM WS-LIGNE-SECTION
           END-IF
           WRITE RPT-ENREG FROM WS-LIGNE-VIDE
           MOVE 'ETAPES DE LA CHAINE' TO WS-LS-TEXTE
           WRITE RPT-ENREG FROM WS-LIGNE-SECTION
           WRITE RPT-ENREG FROM WS-PLAN-COLONNES
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-NB-ETAPES
              MOVE WS-ET-PGM-X(WS-EX)     TO WS-PX
              MOVE WS-ET-ETAPE(WS-EX)     TO WS-PD-ETAPE
              MOVE WS-ET-PROGRAMME(WS-EX) TO WS-PD-PROGRAMME
              EVALUATE TRUE
                 WHEN WS-ET-A-SAUTER(WS-EX)
                    MOVE 'SAUTER'               TO WS-PD-ACTION
                 WHEN WS-ET-A-REPRENDRE(WS-EX)
                    MOVE 'REPRENDRE CHECKPOINT' TO WS-PD-ACTION
                 WHEN OTHER
                    MOVE 'RELANCER AU DEBUT'    TO WS-PD-ACTION
              END-EVALUATE
              MOVE WS-ET-MOTIF(WS-EX) TO WS-PD-MOTIF
              IF WS-PG-NB-MANIF(WS-PX) = 0
                 MOVE '   -' TO WS-PD-RC
              ELSE
                 MOVE WS-PG-DERNIER-RC(WS-PX) TO WS-RC-EDIT
                 MOVE WS-RC-EDIT TO WS-PD-RC
              END-IF
              MOVE WS-PG-NB-TERMINES(WS-PX) TO WS-PD-TERMINES
              MOVE WS-PG-NB-REPRISES(WS-PX) TO WS-PD-REPRISES
              WRITE RPT-ENREG FROM WS-PLAN-DETAIL
           END-PERFORM
           .

       02G1-LIGNE-SUPPRESSION.
           PERFORM 02Y-SONDE-DATASET
           MOVE WS-ET-ETAPE(WS-EX) TO WS-SD-ETAPE
           MOVE WS-DSN-COURANT     TO WS-SD-DSN
           IF WS-DSN-PRESENT
              MOVE 'PRESENT' TO WS-SD-ETAT
              ADD 1 TO WS-NB-A-SUPPRIMER
           ELSE
              MOVE 'ABSENT'  TO WS-SD-ETAT
           END-IF
           WRITE RPT-ENREG FROM WS-SUPPR-DETAIL
           ADD 1 TO WS-NB-LIGNES-SUPPR
           .

      * INCOHERENCE BLOQUANTE, EDITEE SOUS UN EN-TETE UNIQUE.
       02X-ANOMALIE.
           IF WS-NB-ANOMALIES = 0
              MOVE 'INCOHERENCES ENTRE SORTIES ET MANIFESTE'
                TO WS-LS-TEXTE
              WRITE RPT-ENREG FROM WS-LIGNE-SECTION
           END-IF
           ADD 1 TO WS-NB-ANOMALIES
           WRITE RPT-ENREG FROM WS-ANOMALIE
           DISPLAY 'GKRERUN - INCOHERENCE ' WS-AN-ETAPE ' '
                   WS-AN-PROGRAMME ' ' WS-AN-LIBELLE
           .

      * PRESENCE DU DATASET WS-DSN-COURANT ET, PRESENT, S'IL EST VIDE.
       02Y-SONDE-DATASET.
           MOVE 'N' TO WS-DSN-PRESENT-SW
           MOVE 'N' TO WS-DSN-VIDE-SW
           OPEN INPUT DATASET
           IF NOT FS-DSN-ABSENT
              SET WS-DSN-PRESENT TO TRUE
              IF FS-DSN-OK
                 READ DATASET
                 IF FS-DSN-FIN
                    SET WS-DSN-VIDE TO TRUE
                 END-IF
                 CLOSE DATASET
              END-IF
           END-IF
           .

      * OPERATIONS ('10', '20', '30') DU DATASET FLUX WS-DSN-COURANT.
       02Z-COMPTE-OPERATIONS.
           MOVE 0 TO WS-NB-OPE
           OPEN INPUT DATASET
           IF FS-DSN-OK
              READ DATASET
              PERFORM UNTIL NOT FS-DSN-OK
                 IF DSN-TYPE = '10' OR '20' OR '30'
                    ADD 1 TO WS-NB-OPE
                 END-IF
                 READ DATASET
              END-PERFORM
              CLOSE DATASET
           END-IF
           .
