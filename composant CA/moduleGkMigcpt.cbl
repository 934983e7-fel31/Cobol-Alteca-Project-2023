      *********************************************************
      * PROGRAM NAME:  GKMIGCPT                               *
      * PROGRAM OBJET :FUSION ET RENUMEROTATION DE COMPTES :  *
      *                POUR CHAQUE INSTRUCTION (ANCIEN        *
      *                NUMERO, NOUVEAU NUMERO), CREE LE       *
      *                NOUVEAU COMPTE S'IL N'EXISTE PAS       *
      *                ENCORE, Y REPORTE LES GAGES (TBGAG),   *
      *                LES FONDS NON DISPONIBLES (TBFND),     *
      *                L'AUTORISATION DE DECOUVERT (TBDCV),   *
      *                LE SOLDE ('20' SOUS LE CODE 'MIG'), LE *
      *                CUMUL D'INTERETS DU MOIS (TBINTACC),   *
      *                LES ORDRES PERMANENTS (TBORD), LES     *
      *                MANDATS (TBMDT), LES LIENS DE POOL     *
      *                (TBPOOL) ET L'IBAN (TBIBN), POSE LE    *
      *                RENVOI DE L'ANCIEN NUMERO (TBFWD) PUIS *
      *                CLOT L'ANCIEN COMPTE - LES FLUX        *
      *                TARDIFS DE L'ANCIEN NUMERO SONT        *
      *                REDIRIGES PAR GKMAJ001 ET LES RELEVES  *
      *                PRESENTENT L'HISTORIQUE DES DEUX       *
      *                NUMEROS COMME UN SEUL                  *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - FUSION ET RENUMEROTATION   *
      *          DE COMPTES AVEC RENVOI DE L'ANCIEN NUMERO ;   *
      *          UNE ETAPE EN ECHEC ARRETE LA SUITE, UN RERUN  *
      *          REPREND SANS RIEN REFAIRE DE CE QUI EST FAIT  *
      * 15/10/26 SOUAD   LES FONDS NON DISPONIBLES (TBFND) DE  *
      *          L'ANCIEN NUMERO SONT REPORTES SUR LE NOUVEAU  *
      *          AVEC LEUR DATE DE LIBERATION                  *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKMIGCPT.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    INSTRUCTIONS DE MIGRATION, UNE PAR ANCIEN NUMERO
            SELECT INSTRUCTIONS ASSIGN TO DDINSTR
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-INSTR.

      *    COMPTE RENDU DE MIGRATION, UN PAR INSTRUCTION (ETAPES
      *    REALISEES OU MOTIF DU REFUS)
            SELECT EDITION ASSIGN TO DDRELMIG
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EDIT.

       DATA DIVISION.
       FILE SECTION.

       FD INSTRUCTIONS.
       01 INSTR-ENREG.
         05 INSTR-ANCIEN      PIC X(11).
      * NOUVEAU NUMERO : UN COMPTE ACTIF DU MEME CLIENT (FUSION) OU
      * UN NUMERO LIBRE A CLE CONFORME (RENUMEROTATION, LE COMPTE
      * EST ALORS CREE A L'IMAGE DE L'ANCIEN).
         05 INSTR-NOUVEAU     PIC X(11).
      * MOTIF PORTE PAR L'AGENCE, REPRIS AU COMPTE RENDU.
         05 INSTR-MOTIF       PIC X(20).
         05 FILLER            PIC X(38).

       FD EDITION.
       01 EDIT-ENREG PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CPTFUNC.
       COPY HISFUNC REPLACING ==()== BY ==HIS==.
       COPY ZAACC   REPLACING ==()== BY ==ACC==.
       COPY ZAIBN   REPLACING ==()== BY ==IBN==.
       COPY ZAORD   REPLACING ==()== BY ==ORD==.
       COPY ZAMDT   REPLACING ==()== BY ==MDT==.
       COPY ZAGAG   REPLACING ==()== BY ==GAG==.
       COPY ZAFND   REPLACING ==()== BY ==FND==.
       COPY ZADCV   REPLACING ==()== BY ==DCV==.
       COPY ZAPOOL  REPLACING ==()== BY ==POO==.
       COPY ZAFWD   REPLACING ==()== BY ==FWD==.
       COPY CCLECPT REPLACING ==()== BY ==CLE==.
       COPY ZFMAJCPT.

      * DATE DE MIGRATION (HORLOGE SYSTEME) ET SES DERIVES : HEURE DE
      * CREATION DU NOUVEAU COMPTE, MOIS COURU (YYYY-MM) ET DERNIER
      * JOUR DU MOIS POUR L'ARRETE DU CUMUL D'INTERETS DE L'ANCIEN.
       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).
       01 WS-HEURE-JOUR   PIC X(08).
       01 WS-MOIS-COURANT PIC X(07).
       01 WS-FIN-MOIS     PIC X(10).
       01 WS-DATE-NUM     PIC 9(08).
       01 WS-JOURS-NUM    PIC 9(08).

      * CODE OPERATION DU VIREMENT DE SOLDE ENTRE LES DEUX NUMEROS
      * (TBHOP) ; MFMAJCPT LE TIENT POUR UNE ECRITURE INTERNE DE LA
      * BANQUE (NI PLAFOND QUOTIDIEN, NI RETENUE KYC, NI REGLE DE
      * RETRAIT D'EPARGNE).
       01 WS-CODE-MIGRATION PIC X(03) VALUE 'MIG'.

      * COUPLE EN COURS DE MIGRATION ET NATURE DE LA MIGRATION.
       01 WS-ANCIEN      PIC X(11).
       01 WS-NOUVEAU     PIC X(11).
       01 WS-NATURE      PIC X(01).
         88 WS-FUSION          VALUE 'F'.
         88 WS-RENUMEROTATION  VALUE 'R'.

      * IMAGE DE L'ANCIEN COMPTE, RELEVEE AU CONTROLE : LE NOUVEAU
      * COMPTE D'UNE RENUMEROTATION EST CREE A SON IMAGE.
       01 WS-ANC-NOM      PIC X(20).
       01 WS-ANC-CODCLI   PIC X(08).
       01 WS-ANC-AGENCE   PIC X(03).
       01 WS-ANC-PRODUIT  PIC X(03).
       01 WS-ANC-ENTITE   PIC X(03).
       01 WS-ANC-DEVISE   PIC X(03).
       01 WS-ANC-DATE-OUV PIC X(10).
       01 WS-SOLDE-INITIAL PIC S9(13)V9(2).
       01 WS-SOLDE-COURANT PIC S9(13)V9(2).

      * MOTIF DE REFUS DE L'INSTRUCTION COURANTE ; A SPACES TANT
      * QUE LA MIGRATION SE DEROULE.
       01 WS-MOTIF-REJET PIC X(30).

      * ECRITURE DE VIREMENT DU SOLDE (DEBITEUR, CREDITEUR,
      * REFERENCE PROPRE A L'ANCIEN NUMERO, MONTANT).
       01 WS-EC-DEBIT    PIC X(11).
       01 WS-EC-CREDIT   PIC X(11).
       01 WS-EC-REF      PIC X(10).
       01 WS-EC-MONTANT  PIC S9(11)V9(2) USAGE COMP-3.

      * CUMUL D'INTERETS DU MOIS DE L'ANCIEN NUMERO, REPORTE SUR LE
      * NOUVEAU.
       01 WS-ACC-DATE-CALCUL PIC X(10).
       01 WS-ACC-CREDIT PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-ACC-DEBIT  PIC S9(11)V9(2) USAGE COMP-3.

      * IBAN DE L'ANCIEN NUMERO.
       01 WS-IBAN-ANCIEN PIC X(34).

      * ORDRES, MANDATS, GAGES, FONDS NON DISPONIBLES ET LIENS DE
      * POOL DE L'ANCIEN NUMERO, RELEVES PAR LEUR CURSEUR PUIS
      * TRAITES UNE FOIS LE CURSEUR REFERME.
       01 WS-NB-ORDRES PIC 9(03) VALUE 0.
       01 WS-TAB-ORDRES.
         05 WS-ORD-ID OCCURS 1 TO 100 TIMES
                      DEPENDING ON WS-NB-ORDRES
                      INDEXED BY WS-OX PIC X(06).
       01 WS-NB-MANDATS PIC 9(03) VALUE 0.
       01 WS-TAB-MANDATS.
         05 WS-MDT-CREANCIER OCCURS 1 TO 100 TIMES
                             DEPENDING ON WS-NB-MANDATS
                             INDEXED BY WS-MX PIC X(08).
       01 WS-NB-GAGES PIC 9(03) VALUE 0.
       01 WS-TAB-GAGES.
         05 WS-GAG-ID OCCURS 1 TO 100 TIMES
                      DEPENDING ON WS-NB-GAGES
                      INDEXED BY WS-GX PIC X(06).
       01 WS-NB-INDISPO PIC 9(03) VALUE 0.
       01 WS-TAB-INDISPO.
         05 WS-FND-REF OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-NB-INDISPO
                       INDEXED BY WS-FX PIC X(10).
       01 WS-NB-PARTICIPANTS PIC 9(03) VALUE 0.
       01 WS-TAB-PARTICIPANTS.
         05 WS-POO-PARTICIPANT OCCURS 1 TO 100 TIMES
                               DEPENDING ON WS-NB-PARTICIPANTS
                               INDEXED BY WS-PX PIC X(11).

       01 WS-LIGNE-TITRE.
         05 FILLER       PIC X(20) VALUE 'MIGRATION DU COMPTE '.
         05 WS-LT-ANCIEN PIC X(11).
         05 FILLER       PIC X(04) VALUE ' -> '.
         05 WS-LT-NOUVEAU PIC X(11).
         05 FILLER       PIC X(02) VALUE SPACES.
         05 WS-LT-NOM    PIC X(20).
         05 FILLER       PIC X(06) VALUE '  LE  '.
         05 WS-LT-DATE   PIC X(10).
         05 FILLER       PIC X(02) VALUE SPACES.
         05 WS-LT-MOTIF  PIC X(20).
         05 FILLER       PIC X(26) VALUE SPACES.

       01 WS-LIGNE-SOLDE.
         05 WS-LS-LIBELLE PIC X(30).
         05 FILLER        PIC X(14) VALUE SPACES.
         05 WS-LS-SOLDE   PIC -ZZZZZZZZZZZ9.99.
         05 FILLER        PIC X(72) VALUE SPACES.

       01 WS-LIGNE-ECRITURE.
         05 WS-LE-LIBELLE PIC X(30).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LE-CODE    PIC X(03).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LE-REF     PIC X(10).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LE-MONTANT PIC -ZZZZZZZZZZ9.99.
         05 FILLER        PIC X(02) VALUE SPACES.
         05 WS-LE-ETAT    PIC X(30).
         05 FILLER        PIC X(39) VALUE SPACES.

       01 WS-LIGNE-ANNEXE.
         05 WS-LA-LIBELLE PIC X(30).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LA-ID      PIC X(34).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LA-ETAT    PIC X(30).
         05 FILLER        PIC X(36) VALUE SPACES.

       01 WS-LIGNE-FIN.
         05 WS-LF-LIBELLE PIC X(30).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LF-MOTIF   PIC X(30).
         05 FILLER        PIC X(71) VALUE SPACES.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

       01 WS-RUN-COUNTERS.
         05 WS-NB-LUES        PIC 9(06) VALUE 0.
         05 WS-NB-MIGRES      PIC 9(06) VALUE 0.
         05 WS-NB-REJETEES    PIC 9(06) VALUE 0.
         05 WS-NB-CREES       PIC 9(06) VALUE 0.
         05 WS-NB-ECRITURES   PIC 9(06) VALUE 0.
         05 WS-NB-GAG-REPORTES PIC 9(06) VALUE 0.
         05 WS-NB-FND-REPORTES PIC 9(06) VALUE 0.
         05 WS-NB-DCV-REPORTES PIC 9(06) VALUE 0.
         05 WS-NB-ORD-REPORTES PIC 9(06) VALUE 0.
         05 WS-NB-MDT-REPORTES PIC 9(06) VALUE 0.
         05 WS-NB-POOL-REPORTES PIC 9(06) VALUE 0.
         05 WS-NB-IBAN-REPORTES PIC 9(06) VALUE 0.
         05 WS-NB-CONFLITS    PIC 9(06) VALUE 0.

       01 WS-FS-INSTR PIC X(02).
         88 FS-INSTR-OK  VALUE '00'.
         88 FS-INSTR-FIN VALUE '10'.
       01 WS-FS-EDIT PIC X(02).
         88 FS-EDIT-OK VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
           INITIALIZE WS-RUN-COUNTERS
           PERFORM 01A-CALCULE-DATES
           OPEN INPUT  INSTRUCTIONS
           OPEN OUTPUT EDITION
           PERFORM 02A-READ-FILES
           .

      * DATE DE MIGRATION, MOIS COURU ET DERNIER JOUR DU MOIS (VEILLE
      * DU PREMIER DU MOIS SUIVANT).
       01A-CALCULE-DATES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           STRING WS-DATE-SYSTEME(1:4) '-'
                  WS-DATE-SYSTEME(5:2) '-'
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-JOUR
           STRING WS-DATE-SYSTEME(9:2)  '.'
                  WS-DATE-SYSTEME(11:2) '.'
                  WS-DATE-SYSTEME(13:2)
                  DELIMITED BY SIZE INTO WS-HEURE-JOUR
           MOVE WS-DATE-JOUR(1:7) TO WS-MOIS-COURANT
           IF WS-DATE-SYSTEME(5:2) = '12'
              COMPUTE WS-DATE-NUM =
                      (FUNCTION NUMVAL(WS-DATE-SYSTEME(1:4)) + 1)
                      * 10000 + 101
           ELSE
              COMPUTE WS-DATE-NUM =
                      FUNCTION NUMVAL(WS-DATE-SYSTEME(1:4)) * 10000
                    + (FUNCTION NUMVAL(WS-DATE-SYSTEME(5:2)) + 1)
                      * 100 + 1
           END-IF
           COMPUTE WS-JOURS-NUM =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
           COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-JOURS-NUM)
           STRING WS-DATE-NUM(1:4) '-'
                  WS-DATE-NUM(5:2) '-'
                  WS-DATE-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-FIN-MOIS
           .

       02-TREATMENT.
           PERFORM 02B-ALGO UNTIL FS-INSTR-FIN
           .

      * LES CONTREPARTIES COMPTES GENERAUX CUMULEES PAR MFMAJCPT
      * SONT POSTEES EN FIN DE RUN (FLUSH), COMME DANS GKMAJ001.
       03-ENDPGM.
           INITIALIZE ZF-MAJCPT
           MOVE 'FL' TO ZF-TYPE
           MOVE 'N'  TO ZF-MODE-SIMULATION
           CALL 'MFMAJCPT' USING ZF-MAJCPT, ZF-RETOUR
           IF ZF-CODRET NOT = '00'
              DISPLAY 'GKMIGCPT - FLUSH GL EN ECHEC : ' ZF-LIBRET
              MOVE 24 TO RETURN-CODE
           END-IF
           PERFORM 03A-RESUME-RUN
           CLOSE INSTRUCTIONS, EDITION
           IF (WS-NB-REJETEES > 0 OR WS-NB-CONFLITS > 0)
              AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * BILAN DE FIN DE JOB.
       03A-RESUME-RUN.
           DISPLAY '**********************************'
           DISPLAY '*************GKMIGCPT*************'
           DISPLAY '**********************************'
           DISPLAY '* INSTRUCTIONS LUES   : ' WS-NB-LUES
           DISPLAY '* COMPTES MIGRES      : ' WS-NB-MIGRES
           DISPLAY '* MIGRATIONS REFUSEES : ' WS-NB-REJETEES
           DISPLAY '* COMPTES CREES       : ' WS-NB-CREES
           DISPLAY '* SOLDES VIRES        : ' WS-NB-ECRITURES
           DISPLAY '* GAGES REPORTES      : ' WS-NB-GAG-REPORTES
           DISPLAY '* FONDS NON DISPO REP.: ' WS-NB-FND-REPORTES
           DISPLAY '* DECOUVERTS REPORTES : ' WS-NB-DCV-REPORTES
           DISPLAY '* ORDRES REPORTES     : ' WS-NB-ORD-REPORTES
           DISPLAY '* MANDATS REPORTES    : ' WS-NB-MDT-REPORTES
           DISPLAY '* LIENS POOL REPORTES : ' WS-NB-POOL-REPORTES
           DISPLAY '* IBAN REPORTES       : ' WS-NB-IBAN-REPORTES
           DISPLAY '* CONFLITS A REVOIR   : ' WS-NB-CONFLITS
           DISPLAY '**********************************'
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

       02A-READ-FILES.
           READ INSTRUCTIONS
              AT END SET FS-INSTR-FIN TO TRUE
           END-READ
           IF FS-INSTR-OK
              ADD 1 TO WS-NB-LUES
           END-IF
           .

      * DEROULE DE LA MIGRATION : CONTROLES PREALABLES (RIEN N'EST
      * FAIT SUR UN REFUS), CREATION DU NOUVEAU COMPTE, GAGES ET
      * DECOUVERT AVANT LE VIREMENT DU SOLDE (LE GARDE-FOU DE
      * DISPONIBILITE DE MFMAJCPT LES PREND EN COMPTE), CUMUL
      * D'INTERETS, LIGNES DEPENDANTES, RENVOI PUIS CLOTURE. UNE
      * ETAPE EN ECHEC ARRETE LA SUITE ; LE COMPTE RENDU DIT CE QUI
      * A ETE FAIT, ET UN RERUN REPREND LA OU LA MIGRATION S'EST
      * ARRETEE (LES LIGNES DEJA REPORTEES NE SONT PLUS TROUVEES SUR
      * L'ANCIEN NUMERO).
       02B-ALGO.
           MOVE SPACES        TO WS-MOTIF-REJET
           MOVE INSTR-ANCIEN  TO WS-ANCIEN
           MOVE INSTR-NOUVEAU TO WS-NOUVEAU
           PERFORM 02C-CONTROLE-INSTRUCTION
           PERFORM 02D-EDITE-ENTETE
           IF WS-MOTIF-REJET = SPACES AND WS-RENUMEROTATION
              PERFORM 02E-CREE-COMPTE
           END-IF
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02F-REPORTE-GAGES
           END-IF
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02F1-REPORTE-INDISPONIBLES
           END-IF
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02G-REPORTE-DECOUVERT
           END-IF
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02H-VIRE-SOLDE
           END-IF
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02I-REPORTE-CUMUL
           END-IF
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02J-REPORTE-ORDRES
           END-IF
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02K-REPORTE-MANDATS
           END-IF
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02L-REPORTE-POOL
           END-IF
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02M-REPORTE-IBAN
           END-IF
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02N-POSE-RENVOI
           END-IF
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02O-CLOT-ANCIEN
           END-IF
           PERFORM 02P-EDITE-FIN
           PERFORM 02A-READ-FILES
           .

      * L'ANCIEN COMPTE DOIT ETRE ACTIF (UN COMPTE BLOQUE, DORMANT OU
      * EN SUCCESSION GARDE SON NUMERO) ET NE PAS DEJA ETRE RENVOYE ;
      * LE NOUVEAU NUMERO NE DOIT PAS ETRE UN ANCIEN NUMERO RENVOYE.
      * NOUVEAU COMPTE EXISTANT = FUSION : IL DOIT ETRE ACTIF, DU
      * MEME CLIENT, DE LA MEME DEVISE ET DE LA MEME ENTITE. NOUVEAU
      * NUMERO INCONNU DE TBCPT = RENUMEROTATION : SA CLE DE CONTROLE
      * DOIT ETRE CONFORME (GKCLECPT).
       02C-CONTROLE-INSTRUCTION.
           MOVE SPACES TO WS-NATURE
           EVALUATE TRUE
              WHEN WS-ANCIEN = SPACES OR WS-NOUVEAU = SPACES
                 MOVE 'INSTRUCTION INCOMPLETE' TO WS-MOTIF-REJET
              WHEN WS-ANCIEN = WS-NOUVEAU
                 MOVE 'ANCIEN = NOUVEAU NUMERO' TO WS-MOTIF-REJET
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           MOVE SPACES TO WS-ANC-NOM
           MOVE 0      TO WS-SOLDE-INITIAL
           MOVE 0      TO WS-SOLDE-COURANT
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02Q-LIT-ANCIEN
              EVALUATE TRUE
                 WHEN CPT-CODRET NOT = '00'
                    MOVE CPT-LIBRET TO WS-MOTIF-REJET
                 WHEN OTHER
                    MOVE CPT-NOM      TO WS-ANC-NOM
                    MOVE CPT-CODCLI   TO WS-ANC-CODCLI
                    MOVE CPT-AGENCE   TO WS-ANC-AGENCE
                    MOVE CPT-PRODUIT  TO WS-ANC-PRODUIT
                    MOVE CPT-ENTITE   TO WS-ANC-ENTITE
                    MOVE CPT-DEVISE   TO WS-ANC-DEVISE
                    MOVE CPT-DATE-OUV TO WS-ANC-DATE-OUV
                    MOVE CPT-SOLDE    TO WS-SOLDE-INITIAL
                    MOVE CPT-SOLDE    TO WS-SOLDE-COURANT
                    IF WS-ANC-DEVISE = SPACES
                       MOVE 'EUR' TO WS-ANC-DEVISE
                    END-IF
              END-EVALUATE
           END-IF
           IF WS-MOTIF-REJET = SPACES
              INITIALIZE FWD-ZCMA
              MOVE 'SEL'     TO FWD-FONCTION
              MOVE WS-ANCIEN TO FWD-ANCIEN
              CALL 'MAFWD' USING FWD-ZCMA
              EVALUATE TRUE
                 WHEN FWD-CODRET = '00' AND CPT-COMPTE-CLOTURE
                    MOVE 'MIGRATION DEJA FAITE' TO WS-MOTIF-REJET
                 WHEN FWD-CODRET = '00'
                      AND FWD-NOUVEAU NOT = WS-NOUVEAU
                    MOVE 'ANCIEN DEJA RENVOYE AILLEURS'
                      TO WS-MOTIF-REJET
                 WHEN FWD-CODRET NOT = '00' AND FWD-CODRET NOT = '04'
                    MOVE FWD-LIBRET TO WS-MOTIF-REJET
                 WHEN CPT-COMPTE-CLOTURE
                    MOVE 'COMPTE DEJA CLOTURE' TO WS-MOTIF-REJET
                 WHEN NOT CPT-COMPTE-ACTIF
                    MOVE 'ANCIEN COMPTE NON ACTIF' TO WS-MOTIF-REJET
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           IF WS-MOTIF-REJET = SPACES
              INITIALIZE FWD-ZCMA
              MOVE 'SEL'      TO FWD-FONCTION
              MOVE WS-NOUVEAU TO FWD-ANCIEN
              CALL 'MAFWD' USING FWD-ZCMA
              EVALUATE FWD-CODRET
                 WHEN '00'
                    MOVE 'NOUVEAU NUMERO DEJA RENVOYE'
                      TO WS-MOTIF-REJET
                 WHEN '04'
                    CONTINUE
                 WHEN OTHER
                    MOVE FWD-LIBRET TO WS-MOTIF-REJET
              END-EVALUATE
           END-IF
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02R-LIT-NOUVEAU
              EVALUATE TRUE
                 WHEN CPT-CODRET = '04'
                    SET WS-RENUMEROTATION TO TRUE
                    INITIALIZE CLE-ZONE
                    MOVE 'VER'      TO CLE-FONCTION
                    MOVE WS-NOUVEAU TO CLE-COMPTE
                    CALL 'GKCLECPT' USING CLE-ZONE
                    IF CLE-CODRET NOT = '00'
                       MOVE 'NOUVEAU NUMERO INVALIDE'
                         TO WS-MOTIF-REJET
                    END-IF
                 WHEN CPT-CODRET NOT = '00'
                    MOVE CPT-LIBRET TO WS-MOTIF-REJET
                 WHEN NOT CPT-COMPTE-ACTIF
                    MOVE 'NOUVEAU COMPTE NON ACTIF' TO WS-MOTIF-REJET
                 WHEN CPT-CODCLI NOT = WS-ANC-CODCLI
                    MOVE 'TITULAIRES DIFFERENTS' TO WS-MOTIF-REJET
                 WHEN CPT-ENTITE NOT = WS-ANC-ENTITE
                    MOVE 'ENTITES DIFFERENTES' TO WS-MOTIF-REJET
                 WHEN CPT-DEVISE NOT = WS-ANC-DEVISE
                      AND NOT (CPT-DEVISE = SPACES
                               AND WS-ANC-DEVISE = 'EUR')
                    MOVE 'DEVISES DIFFERENTES' TO WS-MOTIF-REJET
                 WHEN OTHER
                    SET WS-FUSION TO TRUE
              END-EVALUATE
           END-IF
           .

       02D-EDITE-ENTETE.
           MOVE WS-ANCIEN    TO WS-LT-ANCIEN
           MOVE WS-NOUVEAU   TO WS-LT-NOUVEAU
           MOVE WS-ANC-NOM   TO WS-LT-NOM
           MOVE WS-DATE-JOUR TO WS-LT-DATE
           MOVE INSTR-MOTIF  TO WS-LT-MOTIF
           WRITE EDIT-ENREG FROM WS-LIGNE-TITRE
                 AFTER ADVANCING PAGE
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           MOVE 'SOLDE DE L''ANCIEN NUMERO' TO WS-LS-LIBELLE
           MOVE WS-SOLDE-INITIAL           TO WS-LS-SOLDE
           WRITE EDIT-ENREG FROM WS-LIGNE-SOLDE
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           .

      * RENUMEROTATION : LE NOUVEAU COMPTE EST CREE A L'IMAGE DE
      * L'ANCIEN (CLIENT, AGENCE, PRODUIT, ENTITE, DEVISE ET DATE
      * D'OUVERTURE D'ORIGINE - LES FRAIS PERIODIQUES ET LA REVUE KYC
      * NE LE TIENNENT PAS POUR UN COMPTE NEUF), ACTIF, A SOLDE NUL.
       02E-CREE-COMPTE.
           INITIALIZE CPT-ZCMA
           MOVE 'INS'           TO CPT-FONCTION
           MOVE WS-NOUVEAU      TO CPT-COMPTE
           MOVE WS-ANC-NOM      TO CPT-NOM
           MOVE 0               TO CPT-SOLDE
           MOVE WS-DATE-JOUR    TO CPT-DDMVT
           MOVE WS-DATE-JOUR    TO CPT-DDMAJ
           MOVE WS-HEURE-JOUR   TO CPT-HDMAJ
           MOVE WS-ANC-CODCLI   TO CPT-CODCLI
           MOVE WS-ANC-AGENCE   TO CPT-AGENCE
           MOVE WS-ANC-PRODUIT  TO CPT-PRODUIT
           MOVE WS-ANC-ENTITE   TO CPT-ENTITE
           MOVE WS-ANC-DEVISE   TO CPT-DEVISE
           MOVE WS-ANC-DATE-OUV TO CPT-DATE-OUV
           MOVE 'A'             TO CPT-STATUT
           CALL 'MACPT' USING CPT-ZCMA
           MOVE 'NOUVEAU COMPTE CREE' TO WS-LA-LIBELLE
           MOVE WS-NOUVEAU            TO WS-LA-ID
           IF CPT-CODRET = '00'
              ADD 1 TO WS-NB-CREES
              MOVE SPACES     TO WS-LA-ETAT
           ELSE
              MOVE CPT-LIBRET TO WS-LA-ETAT
              MOVE CPT-LIBRET TO WS-MOTIF-REJET
           END-IF
           WRITE EDIT-ENREG FROM WS-LIGNE-ANNEXE
           .

      * LES GAGES SONT RECREES A L'IDENTIQUE SUR LE NOUVEAU NUMERO
      * PUIS SUPPRIMES DE L'ANCIEN, AVANT LE VIREMENT DU SOLDE.
       02F-REPORTE-GAGES.
           MOVE 0 TO WS-NB-GAGES
           INITIALIZE GAG-ZCMA
           MOVE 'CDB'     TO GAG-FONCTION
           MOVE WS-ANCIEN TO GAG-COMPTE
           CALL 'MAGAG' USING GAG-ZCMA
           PERFORM UNTIL GAG-CODRET NOT = '00'
              IF WS-NB-GAGES < 100
                 ADD 1 TO WS-NB-GAGES
                 SET WS-GX TO WS-NB-GAGES
                 MOVE GAG-ID-GAGE TO WS-GAG-ID(WS-GX)
              END-IF
              MOVE 'CSU' TO GAG-FONCTION
              CALL 'MAGAG' USING GAG-ZCMA
           END-PERFORM
           IF GAG-CODRET NOT = '04'
              MOVE GAG-LIBRET TO WS-MOTIF-REJET
           END-IF
           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-NB-GAGES
                      OR WS-MOTIF-REJET NOT = SPACES
              INITIALIZE GAG-ZCMA
              MOVE 'SEL'            TO GAG-FONCTION
              MOVE WS-ANCIEN        TO GAG-COMPTE
              MOVE WS-GAG-ID(WS-GX) TO GAG-ID-GAGE
              CALL 'MAGAG' USING GAG-ZCMA
              IF GAG-CODRET = '00'
                 MOVE 'INS'      TO GAG-FONCTION
                 MOVE WS-NOUVEAU TO GAG-COMPTE
                 CALL 'MAGAG' USING GAG-ZCMA
              END-IF
              IF GAG-CODRET = '00'
                 MOVE 'DEL'     TO GAG-FONCTION
                 MOVE WS-ANCIEN TO GAG-COMPTE
                 CALL 'MAGAG' USING GAG-ZCMA
              END-IF
              MOVE 'GAGE REPORTE'   TO WS-LA-LIBELLE
              MOVE WS-GAG-ID(WS-GX) TO WS-LA-ID
              IF GAG-CODRET = '00'
                 ADD 1 TO WS-NB-GAG-REPORTES
                 MOVE SPACES     TO WS-LA-ETAT
              ELSE
                 MOVE GAG-LIBRET TO WS-LA-ETAT
                 MOVE GAG-LIBRET TO WS-MOTIF-REJET
              END-IF
              WRITE EDIT-ENREG FROM WS-LIGNE-ANNEXE
           END-PERFORM
           .

      * LES CREDITS NON ENCORE DISPONIBLES (TBFND) SUIVENT LE SOLDE :
      * RECREES A L'IDENTIQUE SUR LE NOUVEAU NUMERO (MEME DATE DE
      * LIBERATION) PUIS SUPPRIMES DE L'ANCIEN, COMME LES GAGES. LE
      * VIREMENT 'MIG' NE LES CONSULTE PAS ; LE NOUVEAU COMPTE NE
      * PEUT DONC PAS DISPOSER PLUS TOT DE CE QUI N'EST PAS ENCAISSE.
       02F1-REPORTE-INDISPONIBLES.
           MOVE 0 TO WS-NB-INDISPO
           INITIALIZE FND-ZCMA
           MOVE 'CDB'     TO FND-FONCTION
           MOVE WS-ANCIEN TO FND-COMPTE
           CALL 'MAFND' USING FND-ZCMA
           PERFORM UNTIL FND-CODRET NOT = '00'
              IF WS-NB-INDISPO < 100
                 ADD 1 TO WS-NB-INDISPO
                 SET WS-FX TO WS-NB-INDISPO
                 MOVE FND-REF-OPER TO WS-FND-REF(WS-FX)
              END-IF
              MOVE 'CSU' TO FND-FONCTION
              CALL 'MAFND' USING FND-ZCMA
           END-PERFORM
           IF FND-CODRET NOT = '04'
              MOVE FND-LIBRET TO WS-MOTIF-REJET
           END-IF
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-NB-INDISPO
                      OR WS-MOTIF-REJET NOT = SPACES
              INITIALIZE FND-ZCMA
              MOVE 'SEL'             TO FND-FONCTION
              MOVE WS-ANCIEN         TO FND-COMPTE
              MOVE WS-FND-REF(WS-FX) TO FND-REF-OPER
              CALL 'MAFND' USING FND-ZCMA
              IF FND-CODRET = '00'
                 MOVE 'INS'      TO FND-FONCTION
                 MOVE WS-NOUVEAU TO FND-COMPTE
                 CALL 'MAFND' USING FND-ZCMA
              END-IF
              IF FND-CODRET = '00'
                 MOVE 'DEL'     TO FND-FONCTION
                 MOVE WS-ANCIEN TO FND-COMPTE
                 CALL 'MAFND' USING FND-ZCMA
              END-IF
              MOVE 'FONDS NON DISPONIBLES' TO WS-LA-LIBELLE
              MOVE WS-FND-REF(WS-FX)       TO WS-LA-ID
              IF FND-CODRET = '00'
                 ADD 1 TO WS-NB-FND-REPORTES
                 MOVE SPACES     TO WS-LA-ETAT
              ELSE
                 MOVE FND-LIBRET TO WS-LA-ETAT
                 MOVE FND-LIBRET TO WS-MOTIF-REJET
              END-IF
              WRITE EDIT-ENREG FROM WS-LIGNE-ANNEXE
           END-PERFORM
           .

      * L'AUTORISATION DE DECOUVERT SUIT LE SOLDE. SI LE NOUVEAU
      * COMPTE A DEJA LA SIENNE, ELLE PRIME : CELLE DE L'ANCIEN EST
      * SUPPRIMEE ET LE CONFLIT SIGNALE POUR REVUE.
       02G-REPORTE-DECOUVERT.
           INITIALIZE DCV-ZCMA
           MOVE 'SEL'     TO DCV-FONCTION
           MOVE WS-ANCIEN TO DCV-COMPTE
           CALL 'MADCV' USING DCV-ZCMA
           EVALUATE DCV-CODRET
              WHEN '04'
                 CONTINUE
              WHEN '00'
                 MOVE 'AUTORISATION DE DECOUVERT' TO WS-LA-LIBELLE
                 MOVE WS-ANCIEN                   TO WS-LA-ID
                 MOVE SPACES                      TO WS-LA-ETAT
                 MOVE WS-NOUVEAU TO DCV-COMPTE
                 CALL 'MADCV' USING DCV-ZCMA
                 EVALUATE DCV-CODRET
                    WHEN '00'
                       ADD 1 TO WS-NB-CONFLITS
                       MOVE 'NOUVEAU COMPTE DEJA AUTORISE'
                         TO WS-LA-ETAT
                    WHEN '04'
                       MOVE WS-ANCIEN TO DCV-COMPTE
                       CALL 'MADCV' USING DCV-ZCMA
                       IF DCV-CODRET = '00'
                          MOVE 'INS'      TO DCV-FONCTION
                          MOVE WS-NOUVEAU TO DCV-COMPTE
                          CALL 'MADCV' USING DCV-ZCMA
                       END-IF
                       IF DCV-CODRET = '00'
                          ADD 1 TO WS-NB-DCV-REPORTES
                       END-IF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
                 IF DCV-CODRET = '00'
                    INITIALIZE DCV-ZCMA
                    MOVE 'DEL'     TO DCV-FONCTION
                    MOVE WS-ANCIEN TO DCV-COMPTE
                    CALL 'MADCV' USING DCV-ZCMA
                 END-IF
                 IF DCV-CODRET NOT = '00'
                    MOVE DCV-LIBRET TO WS-LA-ETAT
                    MOVE DCV-LIBRET TO WS-MOTIF-REJET
                 END-IF
                 WRITE EDIT-ENREG FROM WS-LIGNE-ANNEXE
              WHEN OTHER
                 MOVE DCV-LIBRET TO WS-MOTIF-REJET
           END-EVALUATE
           .

      * VIREMENT DE TOUT LE SOLDE DE L'ANCIEN NUMERO, RELU APRES LE
      * REPORT DES GAGES : CREDITEUR, IL PASSE DE L'ANCIEN AU
      * NOUVEAU ; DEBITEUR, LE NOUVEAU COMBLE L'ANCIEN. LA REFERENCE
      * EST PROPRE A L'ANCIEN NUMERO (DEUX FUSIONS VERS LE MEME
      * COMPTE LE MEME JOUR NE SE HEURTENT PAS SUR TBHIS) ; DEJA
      * HISTORISEE (RERUN), ELLE N'EST PAS REPOSTEE.
       02H-VIRE-SOLDE.
           PERFORM 02Q-LIT-ANCIEN
           IF CPT-CODRET NOT = '00'
              MOVE CPT-LIBRET TO WS-MOTIF-REJET
           ELSE
              MOVE CPT-SOLDE TO WS-SOLDE-COURANT
           END-IF
           IF WS-MOTIF-REJET = SPACES AND WS-SOLDE-COURANT NOT = 0
              STRING 'M' WS-ANCIEN(1:9)
                     DELIMITED BY SIZE INTO WS-EC-REF
              IF WS-SOLDE-COURANT > 0
                 MOVE WS-ANCIEN        TO WS-EC-DEBIT
                 MOVE WS-NOUVEAU       TO WS-EC-CREDIT
                 MOVE WS-SOLDE-COURANT TO WS-EC-MONTANT
              ELSE
                 MOVE WS-NOUVEAU       TO WS-EC-DEBIT
                 MOVE WS-ANCIEN        TO WS-EC-CREDIT
                 COMPUTE WS-EC-MONTANT = 0 - WS-SOLDE-COURANT
              END-IF
              PERFORM 02S-POSTE-VIREMENT
           END-IF
           .

      * LE CUMUL COURU DU MOIS DE L'ANCIEN NUMERO EST AJOUTE A CELUI
      * DU NOUVEAU (CREE S'IL N'EXISTAIT PAS, A LA DATE DE CALCUL DE
      * L'ANCIEN), PUIS CELUI DE L'ANCIEN EST SOLDE ET ARRETE AU
      * DERNIER JOUR DU MOIS, COMME A LA CLOTURE (GKCLOTUR) : LES
      * INTERETS DU MOIS SONT CAPITALISES UNE SEULE FOIS, SUR LE
      * NOUVEAU NUMERO.
       02I-REPORTE-CUMUL.
           INITIALIZE ACC-ZCMA
           MOVE 'SEL'           TO ACC-FONCTION
           MOVE WS-ANCIEN       TO ACC-COMPTE
           MOVE WS-MOIS-COURANT TO ACC-MOIS
           CALL 'MAACC' USING ACC-ZCMA
           EVALUATE ACC-CODRET
              WHEN '04'
                 CONTINUE
              WHEN '00'
                 MOVE ACC-DATE-CALCUL TO WS-ACC-DATE-CALCUL
                 MOVE ACC-INT-CREDIT  TO WS-ACC-CREDIT
                 MOVE ACC-INT-DEBIT   TO WS-ACC-DEBIT
                 IF WS-ACC-CREDIT NOT = 0 OR WS-ACC-DEBIT NOT = 0
                    PERFORM 02T-CUMULE-SUR-NOUVEAU
                 END-IF
                 IF WS-MOTIF-REJET = SPACES
                    INITIALIZE ACC-ZCMA
                    MOVE 'UPD'           TO ACC-FONCTION
                    MOVE WS-ANCIEN       TO ACC-COMPTE
                    MOVE WS-MOIS-COURANT TO ACC-MOIS
                    MOVE WS-FIN-MOIS     TO ACC-DATE-CALCUL
                    MOVE 0               TO ACC-INT-CREDIT
                    MOVE 0               TO ACC-INT-DEBIT
                    CALL 'MAACC' USING ACC-ZCMA
                    IF ACC-CODRET NOT = '00'
                       MOVE ACC-LIBRET TO WS-MOTIF-REJET
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE ACC-LIBRET TO WS-MOTIF-REJET
           END-EVALUATE
           .

       02J-REPORTE-ORDRES.
           MOVE 0 TO WS-NB-ORDRES
           INITIALIZE ORD-ZCMA
           MOVE 'CDB'     TO ORD-FONCTION
           MOVE WS-ANCIEN TO ORD-COMPTE
           CALL 'MAORD' USING ORD-ZCMA
           PERFORM UNTIL ORD-CODRET NOT = '00'
              IF WS-NB-ORDRES < 100
                 ADD 1 TO WS-NB-ORDRES
                 SET WS-OX TO WS-NB-ORDRES
                 MOVE ORD-ID TO WS-ORD-ID(WS-OX)
              END-IF
              MOVE 'CSU' TO ORD-FONCTION
              CALL 'MAORD' USING ORD-ZCMA
           END-PERFORM
           IF ORD-CODRET NOT = '04'
              MOVE ORD-LIBRET TO WS-MOTIF-REJET
           END-IF
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-NB-ORDRES
                      OR WS-MOTIF-REJET NOT = SPACES
              INITIALIZE ORD-ZCMA
              MOVE 'SEL'            TO ORD-FONCTION
              MOVE WS-ORD-ID(WS-OX) TO ORD-ID
              CALL 'MAORD' USING ORD-ZCMA
              IF ORD-CODRET = '00'
                 MOVE 'UPD'      TO ORD-FONCTION
                 MOVE WS-NOUVEAU TO ORD-COMPTE
                 CALL 'MAORD' USING ORD-ZCMA
              END-IF
              MOVE 'ORDRE PERMANENT REPORTE' TO WS-LA-LIBELLE
              MOVE WS-ORD-ID(WS-OX)          TO WS-LA-ID
              IF ORD-CODRET = '00'
                 ADD 1 TO WS-NB-ORD-REPORTES
                 MOVE SPACES     TO WS-LA-ETAT
              ELSE
                 MOVE ORD-LIBRET TO WS-LA-ETAT
                 MOVE ORD-LIBRET TO WS-MOTIF-REJET
              END-IF
              WRITE EDIT-ENREG FROM WS-LIGNE-ANNEXE
           END-PERFORM
           .

      * LES MANDATS (QUEL QUE SOIT LEUR STATUT) SONT RECREES SUR LE
      * NOUVEAU NUMERO PUIS SUPPRIMES DE L'ANCIEN. UN MANDAT DU MEME
      * CREANCIER DEJA PORTE PAR LE NOUVEAU COMPTE PRIME : CELUI DE
      * L'ANCIEN EST SUPPRIME ET LE CONFLIT SIGNALE. UNE COLLECTE
      * TARDIVE SUR L'ANCIEN NUMERO, REDIRIGEE PAR GKMAJ001, EST
      * CONFRONTEE AUX MANDATS DU NOUVEAU.
       02K-REPORTE-MANDATS.
           MOVE 0 TO WS-NB-MANDATS
           INITIALIZE MDT-ZCMA
           MOVE 'DEB'     TO MDT-FONCTION
           MOVE WS-ANCIEN TO MDT-COMPTE
           CALL 'MAMDT' USING MDT-ZCMA
           PERFORM UNTIL MDT-CODRET NOT = '00'
              IF WS-NB-MANDATS < 100
                 ADD 1 TO WS-NB-MANDATS
                 SET WS-MX TO WS-NB-MANDATS
                 MOVE MDT-CREANCIER TO WS-MDT-CREANCIER(WS-MX)
              END-IF
              MOVE 'SUI' TO MDT-FONCTION
              CALL 'MAMDT' USING MDT-ZCMA
           END-PERFORM
           IF MDT-CODRET NOT = '04'
              MOVE MDT-LIBRET TO WS-MOTIF-REJET
           END-IF
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-NB-MANDATS
                      OR WS-MOTIF-REJET NOT = SPACES
              MOVE 'MANDAT REPORTE'        TO WS-LA-LIBELLE
              MOVE WS-MDT-CREANCIER(WS-MX) TO WS-LA-ID
              MOVE SPACES                  TO WS-LA-ETAT
              INITIALIZE MDT-ZCMA
              MOVE 'SEL'                   TO MDT-FONCTION
              MOVE WS-MDT-CREANCIER(WS-MX) TO MDT-CREANCIER
              MOVE WS-NOUVEAU              TO MDT-COMPTE
              CALL 'MAMDT' USING MDT-ZCMA
              EVALUATE MDT-CODRET
                 WHEN '00'
                    ADD 1 TO WS-NB-CONFLITS
                    MOVE 'DEJA SUR LE NOUVEAU COMPTE' TO WS-LA-ETAT
                 WHEN '04'
                    MOVE WS-ANCIEN TO MDT-COMPTE
                    CALL 'MAMDT' USING MDT-ZCMA
                    IF MDT-CODRET = '00'
                       MOVE 'INS'      TO MDT-FONCTION
                       MOVE WS-NOUVEAU TO MDT-COMPTE
                       CALL 'MAMDT' USING MDT-ZCMA
                    END-IF
                    IF MDT-CODRET = '00'
                       ADD 1 TO WS-NB-MDT-REPORTES
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF MDT-CODRET = '00'
                 INITIALIZE MDT-ZCMA
                 MOVE 'DEL'                   TO MDT-FONCTION
                 MOVE WS-MDT-CREANCIER(WS-MX) TO MDT-CREANCIER
                 MOVE WS-ANCIEN               TO MDT-COMPTE
                 CALL 'MAMDT' USING MDT-ZCMA
              END-IF
              IF MDT-CODRET NOT = '00'
                 MOVE MDT-LIBRET TO WS-LA-ETAT
                 MOVE MDT-LIBRET TO WS-MOTIF-REJET
              END-IF
              WRITE EDIT-ENREG FROM WS-LIGNE-ANNEXE
           END-PERFORM
           .

      * LIENS DE POOL : L'ANCIEN NUMERO PARTICIPANT EST REMPLACE PAR
      * LE NOUVEAU (UN NOUVEAU DEJA PARTICIPANT GARDE SON PROPRE
      * LIEN, CONFLIT SIGNALE), ET LES PARTICIPANTS DONT L'ANCIEN
      * ETAIT LE MAITRE SONT RATTACHES AU NOUVEAU. UN LIEN QUI
      * RELIERAIT LE NOUVEAU COMPTE A LUI-MEME EST SUPPRIME.
       02L-REPORTE-POOL.
           INITIALIZE POO-ZCMA
           MOVE 'SEL'     TO POO-FONCTION
           MOVE WS-ANCIEN TO POO-PARTICIPANT
           CALL 'MAPOOL' USING POO-ZCMA
           EVALUATE POO-CODRET
              WHEN '04'
                 CONTINUE
              WHEN '00'
                 PERFORM 02U-REPORTE-PARTICIPANT
              WHEN OTHER
                 MOVE POO-LIBRET TO WS-MOTIF-REJET
           END-EVALUATE
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02V-RELEVE-PARTICIPANTS
           END-IF
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-NB-PARTICIPANTS
                      OR WS-MOTIF-REJET NOT = SPACES
              MOVE 'PARTICIPANT RATTACHE'     TO WS-LA-LIBELLE
              MOVE WS-POO-PARTICIPANT(WS-PX) TO WS-LA-ID
              MOVE SPACES                    TO WS-LA-ETAT
              INITIALIZE POO-ZCMA
              MOVE 'SEL'                     TO POO-FONCTION
              MOVE WS-POO-PARTICIPANT(WS-PX) TO POO-PARTICIPANT
              CALL 'MAPOOL' USING POO-ZCMA
              IF POO-CODRET = '00'
                 IF POO-PARTICIPANT = WS-NOUVEAU
                    MOVE 'DEL' TO POO-FONCTION
                    MOVE 'LIEN SUR LUI-MEME SUPPRIME' TO WS-LA-ETAT
                 ELSE
                    MOVE 'UPD'      TO POO-FONCTION
                    MOVE WS-NOUVEAU TO POO-MAITRE
                 END-IF
                 CALL 'MAPOOL' USING POO-ZCMA
              END-IF
              IF POO-CODRET = '00'
                 ADD 1 TO WS-NB-POOL-REPORTES
              ELSE
                 MOVE POO-LIBRET TO WS-LA-ETAT
                 MOVE POO-LIBRET TO WS-MOTIF-REJET
              END-IF
              WRITE EDIT-ENREG FROM WS-LIGNE-ANNEXE
           END-PERFORM
           .

      * L'IBAN DE L'ANCIEN NUMERO DESIGNE DESORMAIS LE NOUVEAU. SI
      * LE NOUVEAU COMPTE A DEJA SON IBAN, CELUI DE L'ANCIEN LUI
      * RESTE ATTACHE (TBIBN NE PORTE QU'UN IBAN PAR COMPTE) : LES
      * PAIEMENTS QUI L'UTILISENT ENCORE SONT REDIRIGES PAR LE
      * RENVOI. LE CONFLIT EST SIGNALE.
       02M-REPORTE-IBAN.
           INITIALIZE IBN-ZCMA
           MOVE 'RVS'     TO IBN-FONCTION
           MOVE WS-ANCIEN TO IBN-COMPTE
           CALL 'MAIBN' USING IBN-ZCMA
           EVALUATE IBN-CODRET
              WHEN '04'
                 CONTINUE
              WHEN '00'
                 MOVE IBN-IBAN        TO WS-IBAN-ANCIEN
                 MOVE 'IBAN REPORTE'  TO WS-LA-LIBELLE
                 MOVE WS-IBAN-ANCIEN  TO WS-LA-ID
                 MOVE SPACES          TO WS-LA-ETAT
                 INITIALIZE IBN-ZCMA
                 MOVE 'RVS'      TO IBN-FONCTION
                 MOVE WS-NOUVEAU TO IBN-COMPTE
                 CALL 'MAIBN' USING IBN-ZCMA
                 EVALUATE IBN-CODRET
                    WHEN '00'
                       ADD 1 TO WS-NB-CONFLITS
                       MOVE 'GARDE SUR L''ANCIEN (RENVOI)'
                         TO WS-LA-ETAT
                    WHEN '04'
                       INITIALIZE IBN-ZCMA
                       MOVE 'UPD'          TO IBN-FONCTION
                       MOVE WS-IBAN-ANCIEN TO IBN-IBAN
                       MOVE WS-NOUVEAU     TO IBN-COMPTE
                       CALL 'MAIBN' USING IBN-ZCMA
                       IF IBN-CODRET = '00'
                          ADD 1 TO WS-NB-IBAN-REPORTES
                       END-IF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
                 IF IBN-CODRET NOT = '00'
                    MOVE IBN-LIBRET TO WS-LA-ETAT
                    MOVE IBN-LIBRET TO WS-MOTIF-REJET
                 END-IF
                 WRITE EDIT-ENREG FROM WS-LIGNE-ANNEXE
              WHEN OTHER
                 MOVE IBN-LIBRET TO WS-MOTIF-REJET
           END-EVALUATE
           .

      * RENVOI DE L'ANCIEN NUMERO VERS LE NOUVEAU ; DEJA POSE PAR UN
      * RUN PRECEDENT ARRETE A LA CLOTURE, IL EST CONSERVE.
       02N-POSE-RENVOI.
           INITIALIZE FWD-ZCMA
           MOVE 'SEL'     TO FWD-FONCTION
           MOVE WS-ANCIEN TO FWD-ANCIEN
           CALL 'MAFWD' USING FWD-ZCMA
           IF FWD-CODRET = '04'
              INITIALIZE FWD-ZCMA
              MOVE 'INS'        TO FWD-FONCTION
              MOVE WS-ANCIEN    TO FWD-ANCIEN
              MOVE WS-NOUVEAU   TO FWD-NOUVEAU
              MOVE WS-DATE-JOUR TO FWD-DATE-MIGRATION
              MOVE WS-NATURE    TO FWD-MOTIF
              CALL 'MAFWD' USING FWD-ZCMA
           END-IF
           MOVE 'RENVOI DE L''ANCIEN NUMERO' TO WS-LA-LIBELLE
           MOVE WS-NOUVEAU                  TO WS-LA-ID
           IF FWD-CODRET = '00'
              MOVE SPACES     TO WS-LA-ETAT
           ELSE
              MOVE FWD-LIBRET TO WS-LA-ETAT
              MOVE FWD-LIBRET TO WS-MOTIF-REJET
           END-IF
           WRITE EDIT-ENREG FROM WS-LIGNE-ANNEXE
           .

      * CLOTURE DE L'ANCIEN NUMERO PAR LA FONCTION STA DE MACPT, SUR
      * UNE LECTURE FRAICHE ; SON SOLDE DOIT ETRE NUL.
       02O-CLOT-ANCIEN.
           PERFORM 02Q-LIT-ANCIEN
           EVALUATE TRUE
              WHEN CPT-CODRET NOT = '00'
                 MOVE CPT-LIBRET TO WS-MOTIF-REJET
              WHEN CPT-SOLDE NOT = 0
                 MOVE CPT-SOLDE TO WS-SOLDE-COURANT
                 MOVE 'SOLDE NON NUL APRES VIREMENT'
                   TO WS-MOTIF-REJET
              WHEN OTHER
                 MOVE CPT-SOLDE TO WS-SOLDE-COURANT
                 MOVE 'STA' TO CPT-FONCTION
                 MOVE 'C'   TO CPT-STATUT
                 CALL 'MACPT' USING CPT-ZCMA
                 IF CPT-CODRET NOT = '00'
                    MOVE CPT-LIBRET TO WS-MOTIF-REJET
                 END-IF
           END-EVALUATE
           .

       02P-EDITE-FIN.
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           MOVE 'SOLDE FINAL DE L''ANCIEN' TO WS-LS-LIBELLE
           MOVE WS-SOLDE-COURANT          TO WS-LS-SOLDE
           WRITE EDIT-ENREG FROM WS-LIGNE-SOLDE
           IF WS-MOTIF-REJET = SPACES
              ADD 1 TO WS-NB-MIGRES
              IF WS-FUSION
                 MOVE 'COMPTE FUSIONNE LE'  TO WS-LF-LIBELLE
              ELSE
                 MOVE 'COMPTE RENUMEROTE LE' TO WS-LF-LIBELLE
              END-IF
              MOVE WS-DATE-JOUR TO WS-LF-MOTIF
           ELSE
              ADD 1 TO WS-NB-REJETEES
              MOVE 'MIGRATION NON REALISEE :' TO WS-LF-LIBELLE
              MOVE WS-MOTIF-REJET             TO WS-LF-MOTIF
              DISPLAY 'GKMIGCPT - MIGRATION REFUSEE '
                      WS-ANCIEN ' : ' WS-MOTIF-REJET
           END-IF
           WRITE EDIT-ENREG FROM WS-LIGNE-FIN
           .

       02Q-LIT-ANCIEN.
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'     TO CPT-FONCTION
           MOVE WS-ANCIEN TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA
           .

       02R-LIT-NOUVEAU.
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'      TO CPT-FONCTION
           MOVE WS-NOUVEAU TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA
           .

      * VIREMENT DU SOLDE PAR LE CHEMIN NORMAL MFMAJCPT ('20' EN
      * DEVISE DU COMPTE, DEBIT ET CREDIT EN UNE SEULE UNITE).
       02S-POSTE-VIREMENT.
           INITIALIZE HIS-ZCMA
           MOVE 'SEL'       TO HIS-FONCTION
           MOVE WS-EC-DEBIT TO HIS-COMPTE
           MOVE WS-EC-REF   TO HIS-REF-OPER
           CALL 'MAHIS' USING HIS-ZCMA
           MOVE 'VIREMENT DU SOLDE'  TO WS-LE-LIBELLE
           MOVE WS-CODE-MIGRATION    TO WS-LE-CODE
           MOVE WS-EC-REF            TO WS-LE-REF
           MOVE WS-EC-MONTANT        TO WS-LE-MONTANT
           IF HIS-CODRET = '04'
              MOVE 'DEJA POSTEE' TO WS-LE-ETAT
           ELSE
              INITIALIZE ZF-MAJCPT
              MOVE '20'              TO ZF-TYPE
              MOVE WS-EC-DEBIT       TO ZF-COMPTE
              MOVE WS-EC-CREDIT      TO ZF-COMPTE-CREDIT
              MOVE WS-CODE-MIGRATION TO ZF-CODE-OPER
              MOVE WS-EC-REF         TO ZF-REF-OPER
              MOVE WS-ANC-DEVISE     TO ZF-CODE-DEV
              MOVE WS-EC-MONTANT     TO ZF-MNTOPE
              MOVE 'O'               TO ZF-AUTORISATION
              MOVE 'N'               TO ZF-MODE-SIMULATION
              MOVE WS-DATE-JOUR      TO ZF-DATE-LOT
              MOVE 'MIGRATION CPTE'  TO ZF-LIBELLE-OPER
              CALL 'MFMAJCPT' USING ZF-MAJCPT, ZF-RETOUR
              IF ZF-CODRET = '00'
                 ADD 1 TO WS-NB-ECRITURES
                 MOVE SPACES    TO WS-LE-ETAT
              ELSE
                 MOVE ZF-LIBRET TO WS-LE-ETAT
                 MOVE ZF-LIBRET TO WS-MOTIF-REJET
              END-IF
           END-IF
           WRITE EDIT-ENREG FROM WS-LIGNE-ECRITURE
           .

       02T-CUMULE-SUR-NOUVEAU.
           INITIALIZE ACC-ZCMA
           MOVE 'SEL'           TO ACC-FONCTION
           MOVE WS-NOUVEAU      TO ACC-COMPTE
           MOVE WS-MOIS-COURANT TO ACC-MOIS
           CALL 'MAACC' USING ACC-ZCMA
           EVALUATE ACC-CODRET
              WHEN '00'
                 ADD WS-ACC-CREDIT TO ACC-INT-CREDIT
                 ADD WS-ACC-DEBIT  TO ACC-INT-DEBIT
                 MOVE 'UPD' TO ACC-FONCTION
                 CALL 'MAACC' USING ACC-ZCMA
              WHEN '04'
                 INITIALIZE ACC-ZCMA
                 MOVE 'INS'              TO ACC-FONCTION
                 MOVE WS-NOUVEAU         TO ACC-COMPTE
                 MOVE WS-MOIS-COURANT    TO ACC-MOIS
                 MOVE WS-ACC-DATE-CALCUL TO ACC-DATE-CALCUL
                 MOVE WS-ACC-CREDIT      TO ACC-INT-CREDIT
                 MOVE WS-ACC-DEBIT       TO ACC-INT-DEBIT
                 CALL 'MAACC' USING ACC-ZCMA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           MOVE 'CUMUL D''INTERETS DU MOIS' TO WS-LA-LIBELLE
           MOVE WS-MOIS-COURANT            TO WS-LA-ID
           IF ACC-CODRET = '00'
              MOVE SPACES     TO WS-LA-ETAT
           ELSE
              MOVE ACC-LIBRET TO WS-LA-ETAT
              MOVE ACC-LIBRET TO WS-MOTIF-REJET
           END-IF
           WRITE EDIT-ENREG FROM WS-LIGNE-ANNEXE
           .

      * L'ANCIEN NUMERO, PARTICIPANT D'UN POOL, CEDE SA PLACE AU
      * NOUVEAU ; S'IL ETAIT RATTACHE AU NOUVEAU LUI-MEME, LE LIEN
      * N'A PLUS D'OBJET.
       02U-REPORTE-PARTICIPANT.
           MOVE 'PARTICIPATION A UN POOL' TO WS-LA-LIBELLE
           MOVE POO-MAITRE                TO WS-LA-ID
           MOVE SPACES                    TO WS-LA-ETAT
           IF POO-MAITRE = WS-NOUVEAU
              MOVE 'LIEN SUR LUI-MEME SUPPRIME' TO WS-LA-ETAT
           ELSE
              MOVE WS-NOUVEAU TO POO-PARTICIPANT
              CALL 'MAPOOL' USING POO-ZCMA
              EVALUATE POO-CODRET
                 WHEN '00'
                    ADD 1 TO WS-NB-CONFLITS
                    MOVE 'NOUVEAU DEJA PARTICIPANT' TO WS-LA-ETAT
                 WHEN '04'
                    MOVE WS-ANCIEN TO POO-PARTICIPANT
                    CALL 'MAPOOL' USING POO-ZCMA
                    IF POO-CODRET = '00'
                       MOVE 'INS'      TO POO-FONCTION
                       MOVE WS-NOUVEAU TO POO-PARTICIPANT
                       CALL 'MAPOOL' USING POO-ZCMA
                    END-IF
                    IF POO-CODRET = '00'
                       ADD 1 TO WS-NB-POOL-REPORTES
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           IF POO-CODRET = '00'
              INITIALIZE POO-ZCMA
              MOVE 'DEL'     TO POO-FONCTION
              MOVE WS-ANCIEN TO POO-PARTICIPANT
              CALL 'MAPOOL' USING POO-ZCMA
           END-IF
           IF POO-CODRET NOT = '00'
              MOVE POO-LIBRET TO WS-LA-ETAT
              MOVE POO-LIBRET TO WS-MOTIF-REJET
           END-IF
           WRITE EDIT-ENREG FROM WS-LIGNE-ANNEXE
           .

      * PARTICIPANTS DONT L'ANCIEN NUMERO EST LE MAITRE : TBPOOL N'A
      * PAS DE CURSEUR PAR MAITRE, LA TABLE EST PARCOURUE EN ENTIER.
       02V-RELEVE-PARTICIPANTS.
           MOVE 0 TO WS-NB-PARTICIPANTS
           INITIALIZE POO-ZCMA
           MOVE 'DEB' TO POO-FONCTION
           CALL 'MAPOOL' USING POO-ZCMA
           PERFORM UNTIL POO-CODRET NOT = '00'
              IF POO-MAITRE = WS-ANCIEN
                 AND WS-NB-PARTICIPANTS < 100
                 ADD 1 TO WS-NB-PARTICIPANTS
                 SET WS-PX TO WS-NB-PARTICIPANTS
                 MOVE POO-PARTICIPANT TO WS-POO-PARTICIPANT(WS-PX)
              END-IF
              MOVE 'SUI' TO POO-FONCTION
              CALL 'MAPOOL' USING POO-ZCMA
           END-PERFORM
           IF POO-CODRET NOT = '04'
              MOVE POO-LIBRET TO WS-MOTIF-REJET
           END-IF
           .
