      *********************************************************
      * PROGRAM NAME:  GKINQCPT                               *
      * PROGRAM OBJET :CONSULTATION EN LIGNE DE COMPTE POUR   *
      *                LES AGENCES, EN LECTURE SEULE : SUR UN *
      *                NUMERO DE COMPTE, SOLDE ET STATUT      *
      *                TBCPT, DISPONIBLE APRES GAGES TBGAG,   *
      *                FONDS NON DISPONIBLES TBFND ET         *
      *                FACILITE DE DECOUVERT TBDCV, DERNIERES *
      *                OPERATIONS TBHIS ET OPERATIONS DU      *
      *                COMPTE EN INSTANCE (ATTENTE, PARC,     *
      *                MAGASIN DES DATES FUTURES) ; SUR UN    *
      *                NUMERO DE CLIENT, SON IDENTITE ET LA   *
      *                LISTE DE SES COMPTES - LA QUESTION DU  *
      *                GUICHET N'ATTEND PLUS GKDOSSIER OU     *
      *                GKCLIPOS DANS LA NUIT                  *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - ECRAN DE CONSULTATION DE   *
      *          COMPTE ET DE CLIENT                           *
      * 15/10/26 SOUAD   DISPONIBLE NET DES FONDS NON ENCORE   *
      *          LIBERES (TBFND), AFFICHES SUR UNE LIGNE       *
      *          DEDIEE                                        *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKINQCPT.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    MAGASIN DES OPERATIONS A DATE FUTURE (CLE COMPTE +
      *    REF-OPER) : PARCOURU A PARTIR DU COMPTE DEMANDE
            SELECT WAREHOUSE ASSIGN TO DWAREHS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS WH-CLE
            FILE STATUS IS WS-FS-WARE.

      *    FICHIER DE MISE EN ATTENTE (CHOLD)
            SELECT HOLDRECORDS ASSIGN TO DDHOLD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-HOLD.

      *    PARC DES COMPTES BLOQUES (CPARK)
            SELECT PARKRECORDS ASSIGN TO DDPARK
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-PARK.

       DATA DIVISION.
       FILE SECTION.

       FD WAREHOUSE.
       COPY CWARE REPLACING ==()== BY ==WH==.

       FD HOLDRECORDS.
       01 HOLD-ENREG PIC X(112).

       FD PARKRECORDS.
       01 PARK-ENREG PIC X(122).

       WORKING-STORAGE SECTION.

       COPY CPTFUNC.
       COPY HISFUNC REPLACING ==()== BY ==HIS==.
       COPY ZACLI   REPLACING ==()== BY ==CLI==.
       COPY ZAGAG   REPLACING ==()== BY ==GAG==.
       COPY ZAFND   REPLACING ==()== BY ==FND==.
       COPY ZADCV   REPLACING ==()== BY ==DCV==.
       COPY ZAPRM   REPLACING ==()== BY ==PRM==.
       COPY CHOLD   REPLACING ==()== BY ==HD==.
       COPY CPARK   REPLACING ==()== BY ==PK==.
       COPY CFLUX   REPLACING ==()== BY ==F1==.

      * ZONES SAISIES A L'ECRAN : UN NUMERO DE COMPTE (DETAIL DU
      * COMPTE) OU UN NUMERO DE CLIENT (LISTE DE SES COMPTES) ; 'O'
      * EN FIN TERMINE LA CONSULTATION.
       01 WS-SAISIE-COMPTE PIC X(11).
       01 WS-SAISIE-CLIENT PIC X(08).
       01 WS-SAISIE-FIN    PIC X(01).
         88 WS-FIN-CONSULTATION VALUE 'O' 'o'.

       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).
       01 WS-DATE-NUM     PIC 9(08).
       01 WS-JOURS        PIC 9(08).
       01 WS-DATE-DEBUT-HIS PIC X(10).

      * PROFONDEUR DE L'HISTORIQUE AFFICHE, EN JOURS.
       01 WS-PROFONDEUR-HIS PIC 9(03) VALUE 90.

      * PLANCHER DE DECOUVERT GLOBAL (TBPRM DECOUVERT-AUTORISE, MEME
      * REPLI QUE MFMAJCPT) ; LA FACILITE TBDCV EN COURS LE REMPLACE.
      * LE DISPONIBLE AFFICHE EST CELUI QUE LE GARDE-FOU DE MFMAJCPT
      * ACCORDERAIT : SOLDE MOINS GAGES ACTIFS MOINS FONDS NON
      * ENCORE DISPONIBLES (TBFND) MOINS PLANCHER.
       01 WS-DECOUVERT-GLOBAL  PIC S9(13)V9(2) VALUE -100000.00.
       01 WS-DECOUVERT-EFFECTIF PIC S9(13)V9(2).
       01 WS-MT-GAGES          PIC S9(13)V9(2).
       01 WS-MT-INDISPO        PIC S9(13)V9(2).
       01 WS-DISPONIBLE        PIC S9(13)V9(2).
       01 WS-FACILITE-SW PIC X(01).
         88 WS-FACILITE-EN-COURS VALUE 'O'.

      * DERNIERES OPERATIONS : LE CURSEUR MAHIS EST CHRONOLOGIQUE,
      * LES HUIT DERNIERES SONT GARDEES EN TABLE TOURNANTE.
       01 WS-NB-OPS      PIC 9(06).
       01 WS-OPS-MAX     PIC 9(02) VALUE 8.
       01 WS-TAB-OPS.
         05 WS-OP-ENTRY OCCURS 8 TIMES INDEXED BY WS-OX.
            10 WS-OP-DATE     PIC X(10).
            10 WS-OP-CODE     PIC X(03).
            10 WS-OP-REF      PIC X(10).
            10 WS-OP-LIBELLE  PIC X(14).
            10 WS-OP-MONTANT  PIC S9(11)V9(2).
       01 WS-OP-POS     PIC 9(02).
       01 WS-OP-DEBUT   PIC 9(02).
       01 WS-OP-RANG    PIC 9(02).

      * OPERATIONS EN INSTANCE DU COMPTE (ATTENTE, PARC, MAGASIN) :
      * LES QUATRE PREMIERES SONT DETAILLEES, LES AUTRES COMPTEES.
       01 WS-NB-INSTANCES PIC 9(04).
       01 WS-INST-MAX     PIC 9(02) VALUE 4.
       01 WS-INST-MAGASIN PIC X(08).
       01 WS-INST-DETAIL  PIC X(30).

      * CORPS DE L'ECRAN : DIX-HUIT LIGNES COMPOSEES PAR LE
      * PROGRAMME, COMMUNES AUX VUES COMPTE ET CLIENT.
       01 WS-NB-LIGNES PIC 9(02).
       01 WS-LIGNES-MAX PIC 9(02) VALUE 18.
       01 WS-TAB-ECRAN.
         05 WS-EC-LIGNE OCCURS 18 TIMES PIC X(79).
       01 WS-MESSAGE PIC X(79).
       01 WS-LIGNE-COURANTE PIC X(79).

       01 WS-LIGNE-COMPTE.
         05 FILLER          PIC X(07) VALUE 'COMPTE '.
         05 WS-LC-COMPTE    PIC X(11).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LC-NOM       PIC X(20).
         05 FILLER          PIC X(09) VALUE '  CLIENT '.
         05 WS-LC-CODCLI    PIC X(08).
         05 FILLER          PIC X(10) VALUE '  PRODUIT '.
         05 WS-LC-PRODUIT   PIC X(03).
         05 FILLER          PIC X(09) VALUE SPACES.

       01 WS-LIGNE-STATUT.
         05 FILLER          PIC X(07) VALUE 'AGENCE '.
         05 WS-LS-AGENCE    PIC X(03).
         05 FILLER          PIC X(10) VALUE '  ENTITE '.
         05 WS-LS-ENTITE    PIC X(03).
         05 FILLER          PIC X(10) VALUE '  STATUT '.
         05 WS-LS-STATUT    PIC X(12).
         05 FILLER          PIC X(14) VALUE '  DERNIER MVT '.
         05 WS-LS-DDMVT     PIC X(10).
         05 FILLER          PIC X(10) VALUE SPACES.

       01 WS-LIGNE-SOLDE.
         05 FILLER          PIC X(08) VALUE 'SOLDE : '.
         05 WS-LM-SOLDE     PIC -ZZZZZZZZZZZ9.99.
         05 FILLER          PIC X(10) VALUE '  GAGES : '.
         05 WS-LM-GAGES     PIC -ZZZZZZZZZZ9.99.
         05 FILLER          PIC X(14) VALUE '  DECOUVERT : '.
         05 WS-LM-DECOUVERT PIC -ZZZZZZZZZZ9.99.
         05 FILLER          PIC X(01) VALUE SPACES.

       01 WS-LIGNE-INDISPO.
         05 FILLER          PIC X(24) VALUE
                                    'FONDS NON DISPONIBLES : '.
         05 WS-LN-INDISPO   PIC -ZZZZZZZZZZZ9.99.
         05 FILLER          PIC X(39) VALUE SPACES.

       01 WS-LIGNE-DISPO.
         05 FILLER          PIC X(13) VALUE 'DISPONIBLE : '.
         05 WS-LD-DISPO     PIC -ZZZZZZZZZZZ9.99.
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LD-ORIGINE   PIC X(40).
         05 FILLER          PIC X(08) VALUE SPACES.

       01 WS-LIGNE-OP.
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LO-DATE      PIC X(10).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LO-CODE      PIC X(03).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LO-REF       PIC X(10).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LO-LIBELLE   PIC X(14).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LO-MONTANT   PIC -ZZZZZZZZZZ9.99.
         05 FILLER          PIC X(17) VALUE SPACES.

       01 WS-LIGNE-INSTANCE.
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LI-MAGASIN   PIC X(08).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LI-CODE      PIC X(03).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LI-REF       PIC X(10).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LI-MONTANT   PIC ZZZZZZZZZZ9.99.
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LI-DETAIL    PIC X(30).
         05 FILLER          PIC X(04) VALUE SPACES.

       01 WS-LIGNE-CLIENT.
         05 FILLER          PIC X(07) VALUE 'CLIENT '.
         05 WS-LL-CODCLI    PIC X(08).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LL-NOM       PIC X(30).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LL-VILLE     PIC X(30).

       01 WS-LIGNE-CPT-CLIENT.
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LP-COMPTE    PIC X(11).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LP-PRODUIT   PIC X(03).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LP-STATUT    PIC X(12).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LP-SOLDE     PIC -ZZZZZZZZZZZ9.99.
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LP-DISPO     PIC -ZZZZZZZZZZZ9.99.
         05 FILLER          PIC X(13) VALUE SPACES.

       01 WS-NB-COMPTES-CLIENT PIC 9(04).

       01 WS-FS-WARE PIC X(02).
         88 FS-WARE-OK VALUE '00'.
       01 WS-FS-HOLD PIC X(02).
         88 FS-HOLD-OK  VALUE '00'.
         88 FS-HOLD-FIN VALUE '10'.
       01 WS-FS-PARK PIC X(02).
         88 FS-PARK-OK  VALUE '00'.
         88 FS-PARK-FIN VALUE '10'.

       SCREEN SECTION.
       01 ECRAN-CONSULTATION.
         05 BLANK SCREEN.
         05 LINE 01 COL 01 VALUE 'GKINQCPT'.
         05 LINE 01 COL 22
            VALUE 'CONSULTATION DE COMPTE - LECTURE SEULE'.
         05 LINE 01 COL 70 PIC X(10) FROM WS-DATE-JOUR.
         05 LINE 03 COL 01 VALUE 'COMPTE :'.
         05 LINE 03 COL 10 PIC X(11) USING WS-SAISIE-COMPTE.
         05 LINE 03 COL 25 VALUE 'CLIENT :'.
         05 LINE 03 COL 34 PIC X(08) USING WS-SAISIE-CLIENT.
         05 LINE 03 COL 50 VALUE 'FIN (O) :'.
         05 LINE 03 COL 60 PIC X(01) USING WS-SAISIE-FIN.
         05 LINE 05 COL 01 PIC X(79) FROM WS-EC-LIGNE(1).
         05 LINE 06 COL 01 PIC X(79) FROM WS-EC-LIGNE(2).
         05 LINE 07 COL 01 PIC X(79) FROM WS-EC-LIGNE(3).
         05 LINE 08 COL 01 PIC X(79) FROM WS-EC-LIGNE(4).
         05 LINE 09 COL 01 PIC X(79) FROM WS-EC-LIGNE(5).
         05 LINE 10 COL 01 PIC X(79) FROM WS-EC-LIGNE(6).
         05 LINE 11 COL 01 PIC X(79) FROM WS-EC-LIGNE(7).
         05 LINE 12 COL 01 PIC X(79) FROM WS-EC-LIGNE(8).
         05 LINE 13 COL 01 PIC X(79) FROM WS-EC-LIGNE(9).
         05 LINE 14 COL 01 PIC X(79) FROM WS-EC-LIGNE(10).
         05 LINE 15 COL 01 PIC X(79) FROM WS-EC-LIGNE(11).
         05 LINE 16 COL 01 PIC X(79) FROM WS-EC-LIGNE(12).
         05 LINE 17 COL 01 PIC X(79) FROM WS-EC-LIGNE(13).
         05 LINE 18 COL 01 PIC X(79) FROM WS-EC-LIGNE(14).
         05 LINE 19 COL 01 PIC X(79) FROM WS-EC-LIGNE(15).
         05 LINE 20 COL 01 PIC X(79) FROM WS-EC-LIGNE(16).
         05 LINE 21 COL 01 PIC X(79) FROM WS-EC-LIGNE(17).
         05 LINE 22 COL 01 PIC X(79) FROM WS-EC-LIGNE(18).
         05 LINE 24 COL 01 PIC X(79) FROM WS-MESSAGE.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           STRING WS-DATE-SYSTEME(1:4) '-' WS-DATE-SYSTEME(5:2) '-'
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-JOUR
           MOVE WS-DATE-SYSTEME(1:8) TO WS-DATE-NUM
           COMPUTE WS-JOURS = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                            - WS-PROFONDEUR-HIS
           MOVE FUNCTION DATE-OF-INTEGER(WS-JOURS) TO WS-DATE-NUM
           STRING WS-DATE-NUM(1:4) '-' WS-DATE-NUM(5:2) '-'
                  WS-DATE-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-DEBUT-HIS
           MOVE 'SEL' TO PRM-FONCTION
           MOVE 'DECOUVERT-AUTORISE' TO PRM-CLE
           INITIALIZE PRM-RETOUR
           MOVE SPACES TO PRM-VALEUR
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00'
              COMPUTE WS-DECOUVERT-GLOBAL =
                      FUNCTION NUMVAL(PRM-VALEUR)
           END-IF
           MOVE SPACES TO WS-SAISIE-COMPTE WS-SAISIE-CLIENT
                          WS-SAISIE-FIN
           PERFORM 02Z-VIDE-ECRAN
           MOVE 'SAISIR UN NUMERO DE COMPTE OU DE CLIENT'
             TO WS-MESSAGE
           .

      * DIALOGUE : AFFICHAGE, SAISIE, CONSULTATION, JUSQU'A LA
      * DEMANDE DE FIN. AUCUNE ECRITURE NI MISE A JOUR.
       02-TREATMENT.
           PERFORM UNTIL WS-FIN-CONSULTATION
              DISPLAY ECRAN-CONSULTATION
              ACCEPT ECRAN-CONSULTATION
              IF NOT WS-FIN-CONSULTATION
                 PERFORM 02Z-VIDE-ECRAN
                 EVALUATE TRUE
                    WHEN WS-SAISIE-COMPTE NOT = SPACES
                       PERFORM 02A-CONSULTE-COMPTE
                    WHEN WS-SAISIE-CLIENT NOT = SPACES
                       PERFORM 02H-CONSULTE-CLIENT
                    WHEN OTHER
                       MOVE 'SAISIR UN NUMERO DE COMPTE OU DE CLIENT'
                         TO WS-MESSAGE
                 END-EVALUATE
              END-IF
           END-PERFORM
           .

       03-ENDPGM.
           STOP RUN
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * VUE COMPTE : ENTETE, SOLDE ET DISPONIBLE, DERNIERES
      * OPERATIONS, OPERATIONS EN INSTANCE.
       02A-CONSULTE-COMPTE.
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'            TO CPT-FONCTION
           MOVE WS-SAISIE-COMPTE TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA
           IF CPT-CODRET NOT = '00'
              MOVE SPACES TO WS-MESSAGE
              STRING 'COMPTE ' WS-SAISIE-COMPTE ' : ' CPT-LIBRET
                     DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
              MOVE CPT-COMPTE  TO WS-LC-COMPTE
              MOVE CPT-NOM     TO WS-LC-NOM
              MOVE CPT-CODCLI  TO WS-LC-CODCLI
              MOVE CPT-PRODUIT TO WS-LC-PRODUIT
              MOVE WS-LIGNE-COMPTE TO WS-LIGNE-COURANTE
              PERFORM 02Y-AJOUTE-LIGNE
              MOVE CPT-AGENCE  TO WS-LS-AGENCE
              MOVE CPT-ENTITE  TO WS-LS-ENTITE
              PERFORM 02X-LIBELLE-STATUT
              MOVE CPT-DDMVT   TO WS-LS-DDMVT
              MOVE WS-LIGNE-STATUT TO WS-LIGNE-COURANTE
              PERFORM 02Y-AJOUTE-LIGNE
              PERFORM 02B-CALCULE-DISPONIBLE
              MOVE CPT-SOLDE             TO WS-LM-SOLDE
              MOVE WS-MT-GAGES           TO WS-LM-GAGES
              MOVE WS-DECOUVERT-EFFECTIF TO WS-LM-DECOUVERT
              MOVE WS-LIGNE-SOLDE TO WS-LIGNE-COURANTE
              PERFORM 02Y-AJOUTE-LIGNE
              IF WS-MT-INDISPO NOT = 0
                 MOVE WS-MT-INDISPO TO WS-LN-INDISPO
                 MOVE WS-LIGNE-INDISPO TO WS-LIGNE-COURANTE
                 PERFORM 02Y-AJOUTE-LIGNE
              END-IF
              MOVE WS-DISPONIBLE TO WS-LD-DISPO
              IF WS-FACILITE-EN-COURS
                 MOVE SPACES TO WS-LD-ORIGINE
                 STRING '(FACILITE TBDCV JUSQU''AU ' DCV-DATE-FIN ')'
                        DELIMITED BY SIZE INTO WS-LD-ORIGINE
              ELSE
                 MOVE '(PLANCHER DE DECOUVERT GENERAL)'
                   TO WS-LD-ORIGINE
              END-IF
              MOVE WS-LIGNE-DISPO TO WS-LIGNE-COURANTE
              PERFORM 02Y-AJOUTE-LIGNE
              PERFORM 02C-DERNIERES-OPERATIONS
              PERFORM 02D-OPERATIONS-EN-INSTANCE
              MOVE 'CONSULTATION TERMINEE - AUCUNE MISE A JOUR'
                TO WS-MESSAGE
           END-IF
           .

      * DISPONIBLE DU COMPTE COURANT, MEME REGLE QUE LE GARDE-FOU DE
      * MFMAJCPT A LA DATE DU JOUR : PLANCHER GLOBAL OU FACILITE
      * TBDCV EN COURS, RELEVE DES GAGES ACTIFS ET DES CREDITS NON
      * ENCORE LIBERES.
       02B-CALCULE-DISPONIBLE.
           MOVE 'N' TO WS-FACILITE-SW
           MOVE WS-DECOUVERT-GLOBAL TO WS-DECOUVERT-EFFECTIF
           INITIALIZE DCV-ZCMA
           MOVE 'SEL'      TO DCV-FONCTION
           MOVE CPT-COMPTE TO DCV-COMPTE
           CALL 'MADCV' USING DCV-ZCMA
           IF DCV-CODRET = '00'
              AND WS-DATE-JOUR >= DCV-DATE-DEBUT
              AND WS-DATE-JOUR <= DCV-DATE-FIN
              COMPUTE WS-DECOUVERT-EFFECTIF = 0 - DCV-MT-AUTORISE
              SET WS-FACILITE-EN-COURS TO TRUE
           END-IF
           MOVE 0 TO WS-MT-GAGES
           INITIALIZE GAG-ZCMA
           MOVE 'SOM'        TO GAG-FONCTION
           MOVE CPT-COMPTE   TO GAG-COMPTE
           MOVE WS-DATE-JOUR TO GAG-DATE-REF
           CALL 'MAGAG' USING GAG-ZCMA
           IF GAG-CODRET = '00'
              MOVE GAG-MONTANT TO WS-MT-GAGES
           END-IF
           MOVE 0 TO WS-MT-INDISPO
           INITIALIZE FND-ZCMA
           MOVE 'SOM'        TO FND-FONCTION
           MOVE CPT-COMPTE   TO FND-COMPTE
           MOVE WS-DATE-JOUR TO FND-DATE-REF
           CALL 'MAFND' USING FND-ZCMA
           IF FND-CODRET = '00'
              MOVE FND-MONTANT TO WS-MT-INDISPO
           END-IF
           COMPUTE WS-DISPONIBLE = CPT-SOLDE - WS-MT-GAGES
                                 - WS-MT-INDISPO
                                 - WS-DECOUVERT-EFFECTIF
           IF WS-DISPONIBLE < 0
              MOVE 0 TO WS-DISPONIBLE
           END-IF
           .

      * LES HUIT DERNIERES LIGNES TBHIS DE LA PERIODE AFFICHEE, DE
      * LA PLUS ANCIENNE A LA PLUS RECENTE.
       02C-DERNIERES-OPERATIONS.
           MOVE SPACES TO WS-LIGNE-COURANTE
           PERFORM 02Y-AJOUTE-LIGNE
           MOVE SPACES TO WS-LIGNE-COURANTE
           STRING 'DERNIERES OPERATIONS DEPUIS LE ' WS-DATE-DEBUT-HIS
                  DELIMITED BY SIZE INTO WS-LIGNE-COURANTE
           PERFORM 02Y-AJOUTE-LIGNE
           MOVE 0 TO WS-NB-OPS
           INITIALIZE HIS-ZCMA
           MOVE 'DEB'             TO HIS-FONCTION
           MOVE CPT-COMPTE        TO HIS-COMPTE
           MOVE WS-DATE-DEBUT-HIS TO HIS-DATE-DEBUT
           MOVE WS-DATE-JOUR      TO HIS-DATE-FIN
           CALL 'MAHIS' USING HIS-ZCMA
           PERFORM UNTIL HIS-CODRET NOT = '00'
              ADD 1 TO WS-NB-OPS
              COMPUTE WS-OP-POS =
                      FUNCTION MOD(WS-NB-OPS - 1, WS-OPS-MAX) + 1
              SET WS-OX TO WS-OP-POS
              MOVE HIS-DATE-OPER    TO WS-OP-DATE(WS-OX)
              MOVE HIS-CODE-OPER    TO WS-OP-CODE(WS-OX)
              MOVE HIS-REF-OPER     TO WS-OP-REF(WS-OX)
              MOVE HIS-LIBELLE-OPER TO WS-OP-LIBELLE(WS-OX)
              MOVE HIS-MONTANT      TO WS-OP-MONTANT(WS-OX)
              MOVE 'SUI' TO HIS-FONCTION
              CALL 'MAHIS' USING HIS-ZCMA
           END-PERFORM
           IF HIS-CODRET NOT = '04'
              MOVE SPACES TO WS-LIGNE-COURANTE
              STRING '  HISTORIQUE ILLISIBLE : ' HIS-LIBRET
                     DELIMITED BY SIZE INTO WS-LIGNE-COURANTE
              PERFORM 02Y-AJOUTE-LIGNE
           END-IF
           IF WS-NB-OPS = 0
              MOVE '  AUCUNE OPERATION SUR LA PERIODE'
                TO WS-LIGNE-COURANTE
              PERFORM 02Y-AJOUTE-LIGNE
           ELSE
              IF WS-NB-OPS > WS-OPS-MAX
                 COMPUTE WS-OP-DEBUT =
                         FUNCTION MOD(WS-NB-OPS, WS-OPS-MAX) + 1
                 MOVE WS-OPS-MAX TO WS-OP-RANG
              ELSE
                 MOVE 1         TO WS-OP-DEBUT
                 MOVE WS-NB-OPS TO WS-OP-RANG
              END-IF
              MOVE WS-OP-DEBUT TO WS-OP-POS
              PERFORM WS-OP-RANG TIMES
                 SET WS-OX TO WS-OP-POS
                 MOVE WS-OP-DATE(WS-OX)    TO WS-LO-DATE
                 MOVE WS-OP-CODE(WS-OX)    TO WS-LO-CODE
                 MOVE WS-OP-REF(WS-OX)     TO WS-LO-REF
                 MOVE WS-OP-LIBELLE(WS-OX) TO WS-LO-LIBELLE
                 MOVE WS-OP-MONTANT(WS-OX) TO WS-LO-MONTANT
                 MOVE WS-LIGNE-OP TO WS-LIGNE-COURANTE
                 PERFORM 02Y-AJOUTE-LIGNE
                 IF WS-OP-POS >= WS-OPS-MAX
                    MOVE 1 TO WS-OP-POS
                 ELSE
                    ADD 1 TO WS-OP-POS
                 END-IF
              END-PERFORM
           END-IF
           .

      * OPERATIONS DU COMPTE EN INSTANCE DANS LES MAGASINS DE LA
      * CHAINE (MEMES MAGASINS QUE GKTRACER) ; UN MAGASIN ABSENT
      * N'EST PAS UNE ERREUR.
       02D-OPERATIONS-EN-INSTANCE.
           MOVE SPACES TO WS-LIGNE-COURANTE
           PERFORM 02Y-AJOUTE-LIGNE
           MOVE 'OPERATIONS EN INSTANCE (ATTENTE, PARC, DATE FUTURE)'
             TO WS-LIGNE-COURANTE
           PERFORM 02Y-AJOUTE-LIGNE
           MOVE 0 TO WS-NB-INSTANCES
           PERFORM 02E-INSTANCES-HOLD
           PERFORM 02F-INSTANCES-PARK
           PERFORM 02G-INSTANCES-WAREHOUSE
           EVALUATE TRUE
              WHEN WS-NB-INSTANCES = 0
                 MOVE '  AUCUNE' TO WS-LIGNE-COURANTE
                 PERFORM 02Y-AJOUTE-LIGNE
              WHEN WS-NB-INSTANCES > WS-INST-MAX
                 MOVE SPACES TO WS-LIGNE-COURANTE
                 STRING '  ... ' WS-NB-INSTANCES
                        ' OPERATIONS EN INSTANCE AU TOTAL'
                        DELIMITED BY SIZE INTO WS-LIGNE-COURANTE
                 PERFORM 02Y-AJOUTE-LIGNE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       02E-INSTANCES-HOLD.
           OPEN INPUT HOLDRECORDS
           IF FS-HOLD-OK
              READ HOLDRECORDS INTO HD-ENREG
                 AT END SET FS-HOLD-FIN TO TRUE
              END-READ
              PERFORM UNTIL NOT FS-HOLD-OK
                 IF HD-TYPE = '10'
                    MOVE HD-10-F1 TO F1-ENREG-00
                    IF F1-COMPTE = CPT-COMPTE
                       MOVE 'ATTENTE'  TO WS-INST-MAGASIN
                       MOVE HD-MOTIF   TO WS-INST-DETAIL
                       PERFORM 02W-AJOUTE-INSTANCE
                    END-IF
                 END-IF
                 READ HOLDRECORDS INTO HD-ENREG
                    AT END SET FS-HOLD-FIN TO TRUE
                 END-READ
              END-PERFORM
              CLOSE HOLDRECORDS
           END-IF
           .

       02F-INSTANCES-PARK.
           OPEN INPUT PARKRECORDS
           IF FS-PARK-OK
              READ PARKRECORDS INTO PK-ENREG
                 AT END SET FS-PARK-FIN TO TRUE
              END-READ
              PERFORM UNTIL NOT FS-PARK-OK
                 IF PK-TYPE = '10'
                    MOVE PK-10-F1 TO F1-ENREG-00
                    IF F1-COMPTE = CPT-COMPTE
                       MOVE 'PARC'     TO WS-INST-MAGASIN
                       MOVE SPACES     TO WS-INST-DETAIL
                       STRING 'DEPUIS LE ' PK-DATE-PARC
                              DELIMITED BY SIZE INTO WS-INST-DETAIL
                       PERFORM 02W-AJOUTE-INSTANCE
                    END-IF
                 END-IF
                 READ PARKRECORDS INTO PK-ENREG
                    AT END SET FS-PARK-FIN TO TRUE
                 END-READ
              END-PERFORM
              CLOSE PARKRECORDS
           END-IF
           .

      * MAGASIN DES DATES FUTURES : POSITIONNEMENT SUR LE COMPTE
      * (CLE COMPTE + REF-OPER) PUIS LECTURE SUIVANTE TANT QUE LE
      * COMPTE EST LE MEME.
       02G-INSTANCES-WAREHOUSE.
           OPEN INPUT WAREHOUSE
           IF FS-WARE-OK
              MOVE CPT-COMPTE  TO WH-COMPTE
              MOVE LOW-VALUES  TO WH-REF-OPER
              START WAREHOUSE KEY IS >= WH-CLE
                 INVALID KEY MOVE '23' TO WS-FS-WARE
              END-START
              PERFORM UNTIL NOT FS-WARE-OK
                 READ WAREHOUSE NEXT
                    AT END MOVE '10' TO WS-FS-WARE
                 END-READ
                 IF FS-WARE-OK
                    IF WH-COMPTE NOT = CPT-COMPTE
                       MOVE '10' TO WS-FS-WARE
                    ELSE
                       MOVE WH-10-F1 TO F1-ENREG-00
                       MOVE 'DATE FUT' TO WS-INST-MAGASIN
                       MOVE SPACES     TO WS-INST-DETAIL
                       STRING 'ECHEANCE ' WH-DATE-DUE
                              DELIMITED BY SIZE INTO WS-INST-DETAIL
                       PERFORM 02W-AJOUTE-INSTANCE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE WAREHOUSE
           END-IF
           .

      * VUE CLIENT : IDENTITE PUIS SES COMPTES AVEC SOLDE ET
      * DISPONIBLE ; LE DETAIL S'OBTIENT EN SAISISSANT LE COMPTE.
       02H-CONSULTE-CLIENT.
           INITIALIZE CLI-ZCMA
           MOVE 'SEL'            TO CLI-FONCTION
           MOVE WS-SAISIE-CLIENT TO CLI-ID
           CALL 'MACLI' USING CLI-ZCMA
           IF CLI-CODRET NOT = '00'
              MOVE SPACES TO WS-MESSAGE
              STRING 'CLIENT ' WS-SAISIE-CLIENT ' : ' CLI-LIBRET
                     DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
              MOVE CLI-ID    TO WS-LL-CODCLI
              MOVE CLI-NOM   TO WS-LL-NOM
              MOVE CLI-VILLE TO WS-LL-VILLE
              MOVE WS-LIGNE-CLIENT TO WS-LIGNE-COURANTE
              PERFORM 02Y-AJOUTE-LIGNE
              MOVE SPACES TO WS-LIGNE-COURANTE
              PERFORM 02Y-AJOUTE-LIGNE
              MOVE '  COMPTE       PDT  STATUT                  SOLDE'
                TO WS-LIGNE-COURANTE
              MOVE 'DISPONIBLE' TO WS-LIGNE-COURANTE(58:10)
              PERFORM 02Y-AJOUTE-LIGNE
              MOVE 0 TO WS-NB-COMPTES-CLIENT
              INITIALIZE CPT-ZCMA
              MOVE 'CDB'            TO CPT-FONCTION
              MOVE WS-SAISIE-CLIENT TO CPT-CODCLI
              CALL 'MACPT' USING CPT-ZCMA
              PERFORM UNTIL CPT-CODRET NOT = '00'
                 ADD 1 TO WS-NB-COMPTES-CLIENT
                 PERFORM 02B-CALCULE-DISPONIBLE
                 MOVE CPT-COMPTE    TO WS-LP-COMPTE
                 MOVE CPT-PRODUIT   TO WS-LP-PRODUIT
                 PERFORM 02X-LIBELLE-STATUT
                 MOVE WS-LS-STATUT  TO WS-LP-STATUT
                 MOVE CPT-SOLDE     TO WS-LP-SOLDE
                 MOVE WS-DISPONIBLE TO WS-LP-DISPO
                 MOVE WS-LIGNE-CPT-CLIENT TO WS-LIGNE-COURANTE
                 PERFORM 02Y-AJOUTE-LIGNE
                 MOVE 'CSU' TO CPT-FONCTION
                 CALL 'MACPT' USING CPT-ZCMA
              END-PERFORM
              MOVE SPACES TO WS-MESSAGE
              EVALUATE TRUE
                 WHEN CPT-CODRET NOT = '04'
                    STRING 'COMPTES DU CLIENT ILLISIBLES : '
                           CPT-LIBRET
                           DELIMITED BY SIZE INTO WS-MESSAGE
                 WHEN WS-NB-COMPTES-CLIENT = 0
                    MOVE 'AUCUN COMPTE POUR CE CLIENT' TO WS-MESSAGE
                 WHEN WS-NB-COMPTES-CLIENT > WS-LIGNES-MAX - 3
                    STRING WS-NB-COMPTES-CLIENT ' COMPTES, LISTE '
                           'TRONQUEE - SAISIR UN COMPTE POUR LE '
                           'DETAIL'
                           DELIMITED BY SIZE INTO WS-MESSAGE
                 WHEN OTHER
                    MOVE 'SAISIR UN COMPTE POUR LE DETAIL'
                      TO WS-MESSAGE
              END-EVALUATE
           END-IF
           .

      * OPERATION EN INSTANCE TROUVEE : DETAILLEE DANS LA LIMITE
      * DES LIGNES RESERVEES, COMPTEE DANS TOUS LES CAS.
       02W-AJOUTE-INSTANCE.
           ADD 1 TO WS-NB-INSTANCES
           IF WS-NB-INSTANCES <= WS-INST-MAX
              MOVE WS-INST-MAGASIN  TO WS-LI-MAGASIN
              MOVE F1-CODE-OPER     TO WS-LI-CODE
              MOVE F1-REF-OPER      TO WS-LI-REF
              MOVE F1-MONTANT-OPER  TO WS-LI-MONTANT
              MOVE WS-INST-DETAIL   TO WS-LI-DETAIL
              MOVE WS-LIGNE-INSTANCE TO WS-LIGNE-COURANTE
              PERFORM 02Y-AJOUTE-LIGNE
           END-IF
           .

       02X-LIBELLE-STATUT.
           EVALUATE TRUE
              WHEN CPT-COMPTE-ACTIF
                 MOVE 'ACTIF'       TO WS-LS-STATUT
              WHEN CPT-COMPTE-BLOQUE
                 MOVE 'BLOQUE'      TO WS-LS-STATUT
              WHEN CPT-COMPTE-CLOTURE
                 MOVE 'CLOTURE'     TO WS-LS-STATUT
              WHEN CPT-COMPTE-DORMANT
                 MOVE 'DORMANT'     TO WS-LS-STATUT
              WHEN CPT-COMPTE-SUCCESSION
                 MOVE 'SUCCESSION'  TO WS-LS-STATUT
              WHEN OTHER
                 MOVE SPACES        TO WS-LS-STATUT
                 MOVE CPT-STATUT    TO WS-LS-STATUT(1:1)
           END-EVALUATE
           .

       02Y-AJOUTE-LIGNE.
           IF WS-NB-LIGNES < WS-LIGNES-MAX
              ADD 1 TO WS-NB-LIGNES
              MOVE WS-LIGNE-COURANTE TO WS-EC-LIGNE(WS-NB-LIGNES)
           END-IF
           .

       02Z-VIDE-ECRAN.
           MOVE 0      TO WS-NB-LIGNES
           MOVE SPACES TO WS-TAB-ECRAN
           MOVE SPACES TO WS-MESSAGE
           .
