      *********************************************************
      * PROGRAM NAME:  GKCLOTUR                               *
      * PROGRAM OBJET :SOLDE DE CLOTURE DES COMPTES : POUR    *
      *                CHAQUE INSTRUCTION DE CLOTURE (COMPTE, *
      *                COMPTE DESTINATAIRE OU IBAN SORTANT),  *
      *                POSTE LES INTERETS COURUS DU MOIS      *
      *                (TBINTACC) ET LES FRAIS DE CLOTURE,    *
      *                LEVE LES GAGES, VIRE LE SOLDE RESTANT  *
      *                ('20' VERS UN COMPTE DE LA BANQUE,     *
      *                '30' VERS L'EXTERIEUR), ANNULE LES     *
      *                ORDRES PERMANENTS ET REVOQUE LES       *
      *                MANDATS, EDITE LE RELEVE DE CLOTURE    *
      *                PUIS CLOT LE COMPTE PAR MACPT - EN UN  *
      *                SEUL RUN, SANS RETOUR EN AGENCE LE     *
      *                LENDEMAIN                              *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - SOLDE DE CLOTURE ET        *
      *          CLOTURE DES COMPTES EN UN SEUL RUN ; TOUTES   *
      *          LES ECRITURES PORTENT UNE REFERENCE DERIVEE   *
      *          DE LA DATE DE CLOTURE, UN RERUN DU JOUR NE    *
      *          REPOSTE RIEN DE CE QUI EST DEJA HISTORISE     *
      * 15/10/26 SOUAD   CLOTURE D'UN COMPTE EN SUCCESSION     *
      *          (STATUT 'S', GKDECES) : REGLEMENT DE LA       *
      *          SUCCESSION SANS FRAIS DE CLOTURE, LE SOLDE    *
      *          ETANT VIRE SOUS LE CODE 'SUC', SEUL ADMIS PAR *
      *          MFMAJCPT SUR CE STATUT                        *
      * 15/10/26 SOUAD   FICHIER INTERBANCAIRE INSCRIT AU      *
      *          REGISTRE DES TRANSMISSIONS (GKTRFREG)         *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKCLOTUR.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    INSTRUCTIONS DE CLOTURE, UNE PAR COMPTE A CLORE
            SELECT INSTRUCTIONS ASSIGN TO DDINSTR
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-INSTR.

      *    RELEVES DE CLOTURE, UN PAR INSTRUCTION (CLOTURE FAITE OU
      *    MOTIF DU REFUS)
            SELECT EDITION ASSIGN TO DDRELCLO
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EDIT.

      *    VIREMENTS SORTANTS '30' POSTES, REMIS A LA PASSERELLE DE
      *    COMPENSATION (MEME CADRE QUE LE FICHIER DE GKMAJ001)
            SELECT INTERBRECORDS ASSIGN TO DDINTERB
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-INTERB.

       DATA DIVISION.
       FILE SECTION.

       FD INSTRUCTIONS.
       01 INSTR-ENREG.
         05 INSTR-COMPTE      PIC X(11).
      * DESTINATION DU SOLDE : UN COMPTE DE LA BANQUE, OU UN IBAN
      * (L'UN OU L'AUTRE, JAMAIS LES DEUX).
         05 INSTR-COMPTE-DEST PIC X(11).
         05 INSTR-IBAN        PIC X(34).
      * MOTIF PORTE PAR L'AGENCE, REPRIS AU RELEVE DE CLOTURE.
         05 INSTR-MOTIF       PIC X(20).
         05 FILLER            PIC X(04).

       FD EDITION.
       01 EDIT-ENREG PIC X(132).

       FD INTERBRECORDS.
       01 INTERB-ENREG PIC X(114).

       WORKING-STORAGE SECTION.

       COPY CPTFUNC.
       COPY HISFUNC REPLACING ==()== BY ==HIS==.
       COPY ZAACC   REPLACING ==()== BY ==ACC==.
       COPY ZAPDT   REPLACING ==()== BY ==PDT==.
       COPY ZAPRM   REPLACING ==()== BY ==PRM==.
       COPY ZAIBN   REPLACING ==()== BY ==IBN==.
       COPY ZAORD   REPLACING ==()== BY ==ORD==.
       COPY ZAMDT   REPLACING ==()== BY ==MDT==.
       COPY ZAGAG   REPLACING ==()== BY ==GAG==.
       COPY ZFMAJCPT.
      * INSCRIPTION DU FICHIER INTERBANCAIRE AU REGISTRE DES
      * TRANSMISSIONS.
       COPY CTRANSM REPLACING ==()== BY ==TRB==.

      * DATE DE CLOTURE (HORLOGE SYSTEME) ET SES DERIVES : MOIS
      * COURU (YYYY-MM), DERNIER JOUR DU MOIS, ET DATE COMPACTE
      * YYYYMMDD QUI SIGNE LES REFERENCES DES ECRITURES.
       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).
       01 WS-DATE-COMPACTE PIC X(08).
       01 WS-MOIS-COURANT PIC X(07).
       01 WS-FIN-MOIS     PIC X(10).
       01 WS-DATE-NUM     PIC 9(08).
       01 WS-JOURS-NUM    PIC 9(08).

      * FRAIS DE CLOTURE (TBPRM FRAIS-CLOTURE) ; PARAMETRE ABSENT
      * OU A ZERO = PAS DE FRAIS.
       01 WS-FRAIS-CLOTURE PIC S9(07)V9(02) VALUE 0.
      * FRAIS APPLIQUES AU COMPTE COURANT : AUCUN SUR UN COMPTE EN
      * SUCCESSION.
       01 WS-FRAIS-COMPTE  PIC S9(07)V9(02) VALUE 0.

      * CODES OPERATION DES ECRITURES DE CLOTURE : INTERETS PAR LE
      * PRODUIT DU COMPTE (TBPDT, ICR/IDB EN REPLI COMME GKINTCPT),
      * FRAIS ET VIREMENT DU SOLDE SOUS DES CODES DEDIES DE TBHOP ;
      * LE SOLDE D'UN COMPTE EN SUCCESSION EST VIRE SOUS 'SUC'.
       01 WS-CODE-ICR     PIC X(03).
       01 WS-CODE-IDB     PIC X(03).
       01 WS-CODE-FRAIS   PIC X(03) VALUE 'FCL'.
       01 WS-CODE-VIREMENT PIC X(03) VALUE 'CLO'.
       01 WS-CODE-CLOTURE  PIC X(03) VALUE 'CLO'.
       01 WS-CODE-SUCCESSION PIC X(03) VALUE 'SUC'.

      * COMPTE EN COURS DE CLOTURE ET DESTINATION DU SOLDE.
       01 WS-COMPTE-COURANT PIC X(11).
       01 WS-NOM-COURANT    PIC X(20).
       01 WS-SOLDE-INITIAL  PIC S9(13)V9(2).
       01 WS-SOLDE-COURANT  PIC S9(13)V9(2).
       01 WS-SOLDE-PREVU    PIC S9(13)V9(2).
       01 WS-DESTINATION    PIC X(11).
       01 WS-TYPE-VIREMENT  PIC X(02).
         88 WS-VIREMENT-INTERNE VALUE '20'.
         88 WS-VIREMENT-SORTANT VALUE '30'.
       01 WS-INTERET-CREDIT PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-INTERET-DEBIT  PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-CUMUL-TROUVE-SW PIC X(01).
         88 WS-CUMUL-TROUVE VALUE 'O'.

      * MOTIF DE REFUS DE L'INSTRUCTION COURANTE ; A SPACES TANT
      * QUE LA CLOTURE SE DEROULE.
       01 WS-MOTIF-REJET PIC X(30).

      * ECRITURE EN COURS DE POSTE (LIBELLE DU RELEVE, CODE,
      * REFERENCE, MONTANT).
       01 WS-EC-LIBELLE  PIC X(30).
       01 WS-EC-CODE     PIC X(03).
       01 WS-EC-REF      PIC X(10).
       01 WS-EC-MONTANT  PIC S9(11)V9(2) USAGE COMP-3.

      * ORDRES, MANDATS ET GAGES DU COMPTE, RELEVES PAR LEUR
      * CURSEUR PUIS TRAITES UNE FOIS LE CURSEUR REFERME.
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
         05 WS-GAG-ENTRY OCCURS 1 TO 100 TIMES
                         DEPENDING ON WS-NB-GAGES
                         INDEXED BY WS-GX.
            10 WS-GAG-ID      PIC X(06).
            10 WS-GAG-MONTANT PIC S9(11)V9(2).

       01 WS-LIGNE-TITRE.
         05 FILLER       PIC X(28)
            VALUE 'RELEVE DE CLOTURE DU COMPTE '.
         05 WS-LT-COMPTE PIC X(11).
         05 FILLER       PIC X(02) VALUE SPACES.
         05 WS-LT-NOM    PIC X(20).
         05 FILLER       PIC X(06) VALUE '  LE  '.
         05 WS-LT-DATE   PIC X(10).
         05 FILLER       PIC X(02) VALUE SPACES.
         05 WS-LT-MOTIF  PIC X(20).
         05 FILLER       PIC X(33) VALUE SPACES.

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
         05 WS-LA-ID      PIC X(08).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LA-ETAT    PIC X(30).
         05 FILLER        PIC X(62) VALUE SPACES.

       01 WS-LIGNE-FIN.
         05 WS-LF-LIBELLE PIC X(30).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LF-MOTIF   PIC X(30).
         05 FILLER        PIC X(71) VALUE SPACES.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

      * FICHIER INTERBANCAIRE SORTANT : MEME CADRE 00/10/99 QUE
      * CELUI DE GKMAJ001 (COMPTE DEBITE, REFERENCE, DEVISE,
      * MONTANT, CONTREPARTIE EXTERNE, DATE DE VALEUR, IBAN).
       01 WS-INTERB-00.
         05 WS-IB00-TYPE PIC X(02).
         05 WS-IB00-DATE PIC X(10).
         05 FILLER       PIC X(102) VALUE SPACES.
       01 WS-INTERB-10.
         05 WS-IB10-TYPE         PIC X(02).
         05 WS-IB10-COMPTE       PIC X(11).
         05 WS-IB10-REF-OPER     PIC X(10).
         05 WS-IB10-CODE-DEV     PIC X(03).
         05 WS-IB10-MONTANT      PIC 9(11)V99.
         05 WS-IB10-CONTREPARTIE PIC X(11).
         05 WS-IB10-DATE-VALEUR  PIC X(10).
         05 WS-IB10-IBAN         PIC X(34).
         05 FILLER               PIC X(20) VALUE SPACES.
       01 WS-INTERB-99.
         05 WS-IB99-TYPE PIC X(02).
         05 WS-IB99-NB   PIC 9(06).
         05 WS-IB99-MT   PIC 9(11)V99.
         05 FILLER       PIC X(93) VALUE SPACES.

       01 WS-RUN-COUNTERS.
         05 WS-NB-LUES       PIC 9(06) VALUE 0.
         05 WS-NB-CLOTURES   PIC 9(06) VALUE 0.
         05 WS-NB-REJETEES   PIC 9(06) VALUE 0.
         05 WS-NB-ECRITURES  PIC 9(06) VALUE 0.
         05 WS-NB-INTERNES   PIC 9(06) VALUE 0.
         05 WS-NB-INTERB     PIC 9(06) VALUE 0.
         05 WS-MT-INTERB     PIC 9(11)V99 VALUE 0.
         05 WS-NB-ORD-ANNULES PIC 9(06) VALUE 0.
         05 WS-NB-MDT-REVOQUES PIC 9(06) VALUE 0.
         05 WS-NB-GAG-LEVES  PIC 9(06) VALUE 0.

       01 WS-FS-INSTR PIC X(02).
         88 FS-INSTR-OK  VALUE '00'.
         88 FS-INSTR-FIN VALUE '10'.
       01 WS-FS-EDIT PIC X(02).
         88 FS-EDIT-OK VALUE '00'.
       01 WS-FS-INTERB PIC X(02).
         88 FS-INTERB-OK VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
           INITIALIZE WS-RUN-COUNTERS
           PERFORM 01A-CALCULE-DATES
           PERFORM 01B-CHARGE-PARAMETRES
           OPEN INPUT  INSTRUCTIONS
           OPEN OUTPUT EDITION
           OPEN OUTPUT INTERBRECORDS
           INITIALIZE TRB-ZONE
           SET TRB-OUVERTURE TO TRUE
           MOVE 'GKCLOTUR' TO TRB-PROGRAMME
           MOVE 'COMPENS'  TO TRB-PARTENAIRE
           MOVE 'DDINTERB' TO TRB-FICHIER
           MOVE 114        TO TRB-LRECL
           CALL 'GKTRFREG' USING TRB-ZONE
           MOVE '00'         TO WS-IB00-TYPE
           MOVE WS-DATE-JOUR TO WS-IB00-DATE
           WRITE INTERB-ENREG FROM WS-INTERB-00
           MOVE WS-INTERB-00 TO TRB-DONNEES
           PERFORM 02T-TRANSMIS-ENREG
           PERFORM 02A-READ-FILES
           .

      * DATE DE CLOTURE, MOIS COURU ET DERNIER JOUR DU MOIS (VEILLE
      * DU PREMIER DU MOIS SUIVANT).
       01A-CALCULE-DATES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           MOVE WS-DATE-SYSTEME(1:8) TO WS-DATE-COMPACTE
           STRING WS-DATE-SYSTEME(1:4) '-'
                  WS-DATE-SYSTEME(5:2) '-'
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-JOUR
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

       01B-CHARGE-PARAMETRES.
           MOVE 'SEL' TO PRM-FONCTION
           MOVE 'FRAIS-CLOTURE' TO PRM-CLE
           INITIALIZE PRM-RETOUR
           MOVE SPACES TO PRM-VALEUR
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00'
              COMPUTE WS-FRAIS-CLOTURE =
                      FUNCTION NUMVAL(PRM-VALEUR)
           END-IF
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
              DISPLAY 'GKCLOTUR - FLUSH GL EN ECHEC : ' ZF-LIBRET
              MOVE 24 TO RETURN-CODE
           END-IF
           MOVE '99'         TO WS-IB99-TYPE
           MOVE WS-NB-INTERB TO WS-IB99-NB
           MOVE WS-MT-INTERB TO WS-IB99-MT
           WRITE INTERB-ENREG FROM WS-INTERB-99
           MOVE WS-INTERB-99 TO TRB-DONNEES
           PERFORM 02T-TRANSMIS-ENREG
           SET TRB-FERMETURE TO TRUE
           MOVE WS-MT-INTERB TO TRB-MONTANT
           CALL 'GKTRFREG' USING TRB-ZONE
           IF TRB-CODRET NOT = '00'
              DISPLAY 'GKCLOTUR - REGISTRE DES TRANSMISSIONS : '
                      TRB-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 03A-RESUME-RUN
           CLOSE INSTRUCTIONS, EDITION, INTERBRECORDS
           IF WS-NB-REJETEES > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * BILAN DE FIN DE JOB.
       03A-RESUME-RUN.
           DISPLAY '**********************************'
           DISPLAY '*************GKCLOTUR*************'
           DISPLAY '**********************************'
           DISPLAY '* INSTRUCTIONS LUES   : ' WS-NB-LUES
           DISPLAY '* COMPTES CLOTURES    : ' WS-NB-CLOTURES
           DISPLAY '* CLOTURES REFUSEES   : ' WS-NB-REJETEES
           DISPLAY '* ECRITURES POSTEES   : ' WS-NB-ECRITURES
           DISPLAY '* VIREMENTS INTERNES  : ' WS-NB-INTERNES
           DISPLAY '* VIREMENTS SORTANTS  : ' WS-NB-INTERB
           DISPLAY '* MONTANT SORTANT     : ' WS-MT-INTERB
           DISPLAY '* ORDRES ANNULES      : ' WS-NB-ORD-ANNULES
           DISPLAY '* MANDATS REVOQUES    : ' WS-NB-MDT-REVOQUES
           DISPLAY '* GAGES LEVES         : ' WS-NB-GAG-LEVES
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

      * DEROULE DE LA CLOTURE : CONTROLES PREALABLES (RIEN N'EST
      * POSTE SUR UN REFUS), INTERETS, FRAIS, LEVEE DES GAGES,
      * VIREMENT DU SOLDE, ANNULATION DES ORDRES ET MANDATS, PUIS
      * CLOTURE. UNE ETAPE EN ECHEC ARRETE LA SUITE ; LE RELEVE DIT
      * CE QUI A ETE FAIT, ET UN RERUN REPREND SANS REPOSTER.
       02B-ALGO.
           MOVE SPACES       TO WS-MOTIF-REJET
           MOVE INSTR-COMPTE TO WS-COMPTE-COURANT
           PERFORM 02C-CONTROLE-INSTRUCTION
           PERFORM 02D-EDITE-ENTETE
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02E-POSTE-INTERETS
           END-IF
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02F-POSTE-FRAIS
           END-IF
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02G-LEVE-GAGES
           END-IF
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02H-VIRE-SOLDE
           END-IF
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02I-ANNULE-ORDRES
              PERFORM 02J-REVOQUE-MANDATS
              PERFORM 02K-CLOT-COMPTE
           END-IF
           PERFORM 02L-EDITE-FIN
           PERFORM 02A-READ-FILES
           .

      * LE COMPTE DOIT ETRE ACTIF (UN COMPTE BLOQUE OU DORMANT NE
      * PEUT ETRE MOUVEMENTE) OU EN SUCCESSION (REGLEMENT AU
      * NOTAIRE) ; LA DESTINATION EST UN COMPTE ACTIF
      * DE LA BANQUE OU UN IBAN CONNU DE TBIBN - UN IBAN QUI Y
      * DESIGNE UN COMPTE DE LA BANQUE DONNE UN VIREMENT INTERNE.
      * LE SOLDE PREVU APRES INTERETS ET FRAIS NE DOIT PAS ETRE
      * DEBITEUR : IL N'Y AURAIT RIEN A VIRER ET UNE DETTE A SOLDER.
       02C-CONTROLE-INSTRUCTION.
           PERFORM 02M-LIT-COMPTE
           EVALUATE TRUE
              WHEN CPT-CODRET NOT = '00'
                 MOVE CPT-LIBRET TO WS-MOTIF-REJET
              WHEN CPT-COMPTE-CLOTURE
                 MOVE 'COMPTE DEJA CLOTURE' TO WS-MOTIF-REJET
              WHEN NOT CPT-COMPTE-ACTIF
                   AND NOT CPT-COMPTE-SUCCESSION
                 MOVE 'COMPTE NON ACTIF' TO WS-MOTIF-REJET
              WHEN INSTR-COMPTE-DEST = SPACES
                   AND INSTR-IBAN = SPACES
                 MOVE 'DESTINATION ABSENTE' TO WS-MOTIF-REJET
              WHEN INSTR-COMPTE-DEST NOT = SPACES
                   AND INSTR-IBAN NOT = SPACES
                 MOVE 'DESTINATION AMBIGUE' TO WS-MOTIF-REJET
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF CPT-COMPTE-SUCCESSION
              MOVE WS-CODE-SUCCESSION TO WS-CODE-VIREMENT
              MOVE 0                  TO WS-FRAIS-COMPTE
           ELSE
              MOVE WS-CODE-CLOTURE    TO WS-CODE-VIREMENT
              MOVE WS-FRAIS-CLOTURE   TO WS-FRAIS-COMPTE
           END-IF
           MOVE CPT-NOM   TO WS-NOM-COURANT
           MOVE CPT-SOLDE TO WS-SOLDE-INITIAL
           MOVE CPT-SOLDE TO WS-SOLDE-COURANT
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02N-RESOUT-CODES-PRODUIT
              PERFORM 02O-RESOUT-DESTINATION
           END-IF
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02P-LIT-CUMUL
              COMPUTE WS-SOLDE-PREVU = WS-SOLDE-COURANT
                    + WS-INTERET-CREDIT - WS-INTERET-DEBIT
                    - WS-FRAIS-COMPTE
              IF WS-SOLDE-PREVU < 0
                 MOVE 'SOLDE DEBITEUR A LA CLOTURE'
                   TO WS-MOTIF-REJET
              END-IF
           END-IF
           .

       02D-EDITE-ENTETE.
           MOVE WS-COMPTE-COURANT TO WS-LT-COMPTE
           MOVE WS-NOM-COURANT    TO WS-LT-NOM
           MOVE WS-DATE-JOUR      TO WS-LT-DATE
           MOVE INSTR-MOTIF       TO WS-LT-MOTIF
           WRITE EDIT-ENREG FROM WS-LIGNE-TITRE
                 AFTER ADVANCING PAGE
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           MOVE 'SOLDE AVANT CLOTURE' TO WS-LS-LIBELLE
           MOVE WS-SOLDE-INITIAL      TO WS-LS-SOLDE
           WRITE EDIT-ENREG FROM WS-LIGNE-SOLDE
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           .

      * INTERETS COURUS DU MOIS JUSQU'A LA DERNIERE NUIT (CUMUL
      * TBINTACC DE GKINTACC), POSTES AU PRORATA DU MOIS ECOULE.
      * LE CUMUL EST ENSUITE SOLDE ET ARRETE AU DERNIER JOUR DU
      * MOIS : NI GKINTACC NI LA CAPITALISATION DE FIN DE MOIS NE
      * REPASSERONT SUR LE COMPTE CLOS.
       02E-POSTE-INTERETS.
           IF WS-INTERET-CREDIT >= 0.01
              MOVE 'INTERETS CREDITEURS COURUS' TO WS-EC-LIBELLE
              MOVE WS-CODE-ICR       TO WS-EC-CODE
              STRING 'CI' WS-DATE-COMPACTE
                     DELIMITED BY SIZE INTO WS-EC-REF
              MOVE WS-INTERET-CREDIT TO WS-EC-MONTANT
              PERFORM 02Q-POSTE-ECRITURE
           END-IF
           IF WS-MOTIF-REJET = SPACES
              AND WS-INTERET-DEBIT >= 0.01
              MOVE 'INTERETS DEBITEURS COURUS' TO WS-EC-LIBELLE
              MOVE WS-CODE-IDB       TO WS-EC-CODE
              STRING 'CD' WS-DATE-COMPACTE
                     DELIMITED BY SIZE INTO WS-EC-REF
              MOVE WS-INTERET-DEBIT  TO WS-EC-MONTANT
              PERFORM 02Q-POSTE-ECRITURE
           END-IF
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02R-ARRETE-CUMUL
           END-IF
           .

       02F-POSTE-FRAIS.
           IF WS-FRAIS-COMPTE >= 0.01
              MOVE 'FRAIS DE CLOTURE' TO WS-EC-LIBELLE
              MOVE WS-CODE-FRAIS     TO WS-EC-CODE
              STRING 'CF' WS-DATE-COMPACTE
                     DELIMITED BY SIZE INTO WS-EC-REF
              MOVE WS-FRAIS-COMPTE   TO WS-EC-MONTANT
              PERFORM 02Q-POSTE-ECRITURE
           END-IF
           .

      * LES GAGES DU COMPTE SONT LEVES AVANT LE VIREMENT DU SOLDE :
      * LE GARDE-FOU DE MFMAJCPT RETRANCHE LES GAGES ACTIFS DE LA
      * DISPONIBILITE ET REFUSERAIT SINON DE VIDER LE COMPTE.
       02G-LEVE-GAGES.
           MOVE 0 TO WS-NB-GAGES
           INITIALIZE GAG-ZCMA
           MOVE 'CDB'             TO GAG-FONCTION
           MOVE WS-COMPTE-COURANT TO GAG-COMPTE
           CALL 'MAGAG' USING GAG-ZCMA
           PERFORM UNTIL GAG-CODRET NOT = '00'
              IF WS-NB-GAGES < 100
                 ADD 1 TO WS-NB-GAGES
                 SET WS-GX TO WS-NB-GAGES
                 MOVE GAG-ID-GAGE TO WS-GAG-ID(WS-GX)
                 MOVE GAG-MONTANT TO WS-GAG-MONTANT(WS-GX)
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
              MOVE 'DEL'             TO GAG-FONCTION
              MOVE WS-COMPTE-COURANT TO GAG-COMPTE
              MOVE WS-GAG-ID(WS-GX)  TO GAG-ID-GAGE
              CALL 'MAGAG' USING GAG-ZCMA
              MOVE 'GAGE LEVE'       TO WS-LA-LIBELLE
              MOVE WS-GAG-ID(WS-GX)  TO WS-LA-ID
              IF GAG-CODRET = '00'
                 ADD 1 TO WS-NB-GAG-LEVES
                 MOVE SPACES     TO WS-LA-ETAT
              ELSE
                 MOVE GAG-LIBRET TO WS-LA-ETAT
                 MOVE GAG-LIBRET TO WS-MOTIF-REJET
              END-IF
              WRITE EDIT-ENREG FROM WS-LIGNE-ANNEXE
           END-PERFORM
           .

      * VIREMENT DE TOUT LE SOLDE RESTANT, RELU APRES LES ECRITURES
      * (LES FRAIS COMPAGNONS EVENTUELS DE MFMAJCPT Y SONT DEJA).
      * '20' VERS UN COMPTE DE LA BANQUE, '30' VERS L'EXTERIEUR, CE
      * DERNIER ACCUMULE DANS LE FICHIER INTERBANCAIRE SORTANT.
       02H-VIRE-SOLDE.
           PERFORM 02M-LIT-COMPTE
           IF CPT-CODRET NOT = '00'
              MOVE CPT-LIBRET TO WS-MOTIF-REJET
           ELSE
              MOVE CPT-SOLDE TO WS-SOLDE-COURANT
              IF WS-SOLDE-COURANT < 0
                 MOVE 'SOLDE DEBITEUR APRES ARRETE'
                   TO WS-MOTIF-REJET
              END-IF
           END-IF
           IF WS-MOTIF-REJET = SPACES AND WS-SOLDE-COURANT > 0
              IF WS-VIREMENT-INTERNE
                 MOVE 'VIREMENT DU SOLDE'  TO WS-EC-LIBELLE
              ELSE
                 MOVE 'VIREMENT SORTANT DU SOLDE' TO WS-EC-LIBELLE
              END-IF
              MOVE WS-CODE-VIREMENT TO WS-EC-CODE
              STRING 'CS' WS-DATE-COMPACTE
                     DELIMITED BY SIZE INTO WS-EC-REF
              MOVE WS-SOLDE-COURANT TO WS-EC-MONTANT
              PERFORM 02Q-POSTE-ECRITURE
           END-IF
           .

       02I-ANNULE-ORDRES.
           MOVE 0 TO WS-NB-ORDRES
           INITIALIZE ORD-ZCMA
           MOVE 'CDB'             TO ORD-FONCTION
           MOVE WS-COMPTE-COURANT TO ORD-COMPTE
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
              DISPLAY 'GKCLOTUR - ORDRES ILLISIBLES, COMPTE '
                      WS-COMPTE-COURANT ' : ' ORD-LIBRET
              MOVE ORD-LIBRET TO WS-MOTIF-REJET
           END-IF
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-NB-ORDRES
              INITIALIZE ORD-ZCMA
              MOVE 'DEL'            TO ORD-FONCTION
              MOVE WS-ORD-ID(WS-OX) TO ORD-ID
              CALL 'MAORD' USING ORD-ZCMA
              MOVE 'ORDRE PERMANENT ANNULE' TO WS-LA-LIBELLE
              MOVE WS-ORD-ID(WS-OX) TO WS-LA-ID
              IF ORD-CODRET = '00'
                 ADD 1 TO WS-NB-ORD-ANNULES
                 MOVE SPACES     TO WS-LA-ETAT
              ELSE
                 MOVE ORD-LIBRET TO WS-LA-ETAT
                 MOVE ORD-LIBRET TO WS-MOTIF-REJET
              END-IF
              WRITE EDIT-ENREG FROM WS-LIGNE-ANNEXE
           END-PERFORM
           .

      * LES MANDATS SONT REVOQUES ET NON SUPPRIMES : UNE COLLECTE
      * TARDIVE DU CREANCIER DOIT ETRE REJETEE COMME NON AUTORISEE.
       02J-REVOQUE-MANDATS.
           MOVE 0 TO WS-NB-MANDATS
           INITIALIZE MDT-ZCMA
           MOVE 'DEB'             TO MDT-FONCTION
           MOVE WS-COMPTE-COURANT TO MDT-COMPTE
           CALL 'MAMDT' USING MDT-ZCMA
           PERFORM UNTIL MDT-CODRET NOT = '00'
              IF NOT MDT-MANDAT-REVOQUE AND WS-NB-MANDATS < 100
                 ADD 1 TO WS-NB-MANDATS
                 SET WS-MX TO WS-NB-MANDATS
                 MOVE MDT-CREANCIER TO WS-MDT-CREANCIER(WS-MX)
              END-IF
              MOVE 'SUI' TO MDT-FONCTION
              CALL 'MAMDT' USING MDT-ZCMA
           END-PERFORM
           IF MDT-CODRET NOT = '04'
              DISPLAY 'GKCLOTUR - MANDATS ILLISIBLES, COMPTE '
                      WS-COMPTE-COURANT ' : ' MDT-LIBRET
              MOVE MDT-LIBRET TO WS-MOTIF-REJET
           END-IF
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-NB-MANDATS
              INITIALIZE MDT-ZCMA
              MOVE 'SEL'                   TO MDT-FONCTION
              MOVE WS-MDT-CREANCIER(WS-MX) TO MDT-CREANCIER
              MOVE WS-COMPTE-COURANT       TO MDT-COMPTE
              CALL 'MAMDT' USING MDT-ZCMA
              IF MDT-CODRET = '00'
                 MOVE 'UPD' TO MDT-FONCTION
                 SET MDT-MANDAT-REVOQUE TO TRUE
                 CALL 'MAMDT' USING MDT-ZCMA
              END-IF
              MOVE 'MANDAT REVOQUE'        TO WS-LA-LIBELLE
              MOVE WS-MDT-CREANCIER(WS-MX) TO WS-LA-ID
              IF MDT-CODRET = '00'
                 ADD 1 TO WS-NB-MDT-REVOQUES
                 MOVE SPACES     TO WS-LA-ETAT
              ELSE
                 MOVE MDT-LIBRET TO WS-LA-ETAT
                 MOVE MDT-LIBRET TO WS-MOTIF-REJET
              END-IF
              WRITE EDIT-ENREG FROM WS-LIGNE-ANNEXE
           END-PERFORM
           .

      * CLOTURE PAR LA FONCTION STA DE MACPT, SUR UNE LECTURE
      * FRAICHE (CONTROLE DE CONCURRENCE DDMAJ/HDMAJ) ; LE SOLDE
      * DOIT ETRE NUL, COMME POUR GKCPTVIE.
       02K-CLOT-COMPTE.
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02M-LIT-COMPTE
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
           END-IF
           .

       02L-EDITE-FIN.
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           MOVE 'SOLDE FINAL'    TO WS-LS-LIBELLE
           MOVE WS-SOLDE-COURANT TO WS-LS-SOLDE
           WRITE EDIT-ENREG FROM WS-LIGNE-SOLDE
           IF WS-MOTIF-REJET = SPACES
              ADD 1 TO WS-NB-CLOTURES
              MOVE 'COMPTE CLOTURE LE' TO WS-LF-LIBELLE
              MOVE WS-DATE-JOUR        TO WS-LF-MOTIF
           ELSE
              ADD 1 TO WS-NB-REJETEES
              MOVE 'CLOTURE NON REALISEE :' TO WS-LF-LIBELLE
              MOVE WS-MOTIF-REJET           TO WS-LF-MOTIF
              DISPLAY 'GKCLOTUR - CLOTURE REFUSEE '
                      WS-COMPTE-COURANT ' : ' WS-MOTIF-REJET
           END-IF
           WRITE EDIT-ENREG FROM WS-LIGNE-FIN
           .

       02M-LIT-COMPTE.
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'             TO CPT-FONCTION
           MOVE WS-COMPTE-COURANT TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA
           .

      * CODES D'INTERETS DU COMPTE : CEUX DE SON PRODUIT (TBPDT),
      * LES CODES GLOBAUX ICR/IDB RESTANT LE REPLI.
       02N-RESOUT-CODES-PRODUIT.
           MOVE 'ICR' TO WS-CODE-ICR
           MOVE 'IDB' TO WS-CODE-IDB
           IF CPT-PRODUIT NOT = SPACES
              INITIALIZE PDT-ZCMA
              MOVE 'SEL'       TO PDT-FONCTION
              MOVE CPT-PRODUIT TO PDT-PRODUIT
              CALL 'MAPDT' USING PDT-ZCMA
              IF PDT-CODRET = '00'
                 IF PDT-CODE-ICR NOT = SPACES
                    MOVE PDT-CODE-ICR TO WS-CODE-ICR
                 END-IF
                 IF PDT-CODE-IDB NOT = SPACES
                    MOVE PDT-CODE-IDB TO WS-CODE-IDB
                 END-IF
              END-IF
           END-IF
           .

       02O-RESOUT-DESTINATION.
           IF INSTR-COMPTE-DEST NOT = SPACES
              MOVE INSTR-COMPTE-DEST TO WS-DESTINATION
           ELSE
              INITIALIZE IBN-ZCMA
              MOVE 'SEL'      TO IBN-FONCTION
              MOVE INSTR-IBAN TO IBN-IBAN
              CALL 'MAIBN' USING IBN-ZCMA
              IF IBN-CODRET = '00'
                 MOVE IBN-COMPTE TO WS-DESTINATION
              ELSE
                 MOVE 'IBAN INCONNU DE TBIBN' TO WS-MOTIF-REJET
              END-IF
           END-IF
           IF WS-MOTIF-REJET = SPACES
              IF WS-DESTINATION = WS-COMPTE-COURANT
                 MOVE 'DESTINATION = COMPTE CLOTURE'
                   TO WS-MOTIF-REJET
              ELSE
                 INITIALIZE CPT-ZCMA
                 MOVE 'SEL'          TO CPT-FONCTION
                 MOVE WS-DESTINATION TO CPT-COMPTE
                 CALL 'MACPT' USING CPT-ZCMA
                 EVALUATE TRUE
                    WHEN CPT-CODRET = '00' AND CPT-COMPTE-ACTIF
                       SET WS-VIREMENT-INTERNE TO TRUE
                    WHEN CPT-CODRET = '00'
                       MOVE 'DESTINATION NON ACTIVE'
                         TO WS-MOTIF-REJET
                    WHEN CPT-CODRET = '04'
                         AND INSTR-IBAN NOT = SPACES
                       SET WS-VIREMENT-SORTANT TO TRUE
                    WHEN CPT-CODRET = '04'
                       MOVE 'DESTINATION INCONNUE'
                         TO WS-MOTIF-REJET
                    WHEN OTHER
                       MOVE CPT-LIBRET TO WS-MOTIF-REJET
                 END-EVALUATE
              END-IF
           END-IF
           .

      * CUMUL COURU DU MOIS (ABSENT = RIEN A POSTER).
       02P-LIT-CUMUL.
           MOVE 0   TO WS-INTERET-CREDIT
           MOVE 0   TO WS-INTERET-DEBIT
           MOVE 'N' TO WS-CUMUL-TROUVE-SW
           INITIALIZE ACC-ZCMA
           MOVE 'SEL'             TO ACC-FONCTION
           MOVE WS-COMPTE-COURANT TO ACC-COMPTE
           MOVE WS-MOIS-COURANT   TO ACC-MOIS
           CALL 'MAACC' USING ACC-ZCMA
           EVALUATE ACC-CODRET
              WHEN '00'
                 SET WS-CUMUL-TROUVE TO TRUE
                 MOVE ACC-INT-CREDIT TO WS-INTERET-CREDIT
                 MOVE ACC-INT-DEBIT  TO WS-INTERET-DEBIT
              WHEN '04'
                 CONTINUE
              WHEN OTHER
                 MOVE ACC-LIBRET TO WS-MOTIF-REJET
           END-EVALUATE
           .

      * ECRITURE DE CLOTURE PAR LE CHEMIN NORMAL MFMAJCPT. UNE
      * REFERENCE DEJA HISTORISEE SUR TBHIS (RERUN APRES UN ARRET
      * PLUS LOIN DANS LA CLOTURE) N'EST PAS REPOSTEE.
       02Q-POSTE-ECRITURE.
           INITIALIZE HIS-ZCMA
           MOVE 'SEL'             TO HIS-FONCTION
           MOVE WS-COMPTE-COURANT TO HIS-COMPTE
           MOVE WS-EC-REF         TO HIS-REF-OPER
           CALL 'MAHIS' USING HIS-ZCMA
           MOVE WS-EC-LIBELLE TO WS-LE-LIBELLE
           MOVE WS-EC-CODE    TO WS-LE-CODE
           MOVE WS-EC-REF     TO WS-LE-REF
           MOVE WS-EC-MONTANT TO WS-LE-MONTANT
           IF HIS-CODRET = '04'
              MOVE 'DEJA POSTEE' TO WS-LE-ETAT
           ELSE
              INITIALIZE ZF-MAJCPT
              MOVE WS-COMPTE-COURANT TO ZF-COMPTE
              MOVE WS-EC-CODE        TO ZF-CODE-OPER
              MOVE WS-EC-REF         TO ZF-REF-OPER
              MOVE 'EUR'             TO ZF-CODE-DEV
              MOVE WS-EC-MONTANT     TO ZF-MNTOPE
              MOVE 'O'               TO ZF-AUTORISATION
              MOVE 'N'               TO ZF-MODE-SIMULATION
              MOVE WS-DATE-JOUR      TO ZF-DATE-LOT
              MOVE 'CLOTURE COMPTE'  TO ZF-LIBELLE-OPER
              IF WS-EC-CODE = WS-CODE-VIREMENT
                 MOVE WS-TYPE-VIREMENT TO ZF-TYPE
                 MOVE WS-DESTINATION   TO ZF-COMPTE-CREDIT
              ELSE
                 MOVE '10'   TO ZF-TYPE
                 MOVE SPACES TO ZF-CODE-OPER-ANNULE
                 MOVE SPACES TO ZF-REF-OPER-ANNULE
              END-IF
              CALL 'MFMAJCPT' USING ZF-MAJCPT, ZF-RETOUR
              IF ZF-CODRET = '00'
                 ADD 1 TO WS-NB-ECRITURES
                 MOVE SPACES TO WS-LE-ETAT
                 IF WS-EC-CODE = WS-CODE-VIREMENT
                    PERFORM 02S-COMPTE-VIREMENT
                 END-IF
              ELSE
                 MOVE ZF-LIBRET TO WS-LE-ETAT
                 MOVE ZF-LIBRET TO WS-MOTIF-REJET
              END-IF
           END-IF
           WRITE EDIT-ENREG FROM WS-LIGNE-ECRITURE
           .

      * LE CUMUL DU MOIS EST SOLDE ET ARRETE AU DERNIER JOUR DU
      * MOIS (CREE A ZERO S'IL N'EXISTAIT PAS) : GKINTACC REFUSE DE
      * COURIR A NOUVEAU UNE DATE DEJA COURUE, ET GKINTCPT TROUVE
      * UN MOIS ENTIEREMENT COURU A ZERO AU LIEU DE RECONSTITUER
      * LES INTERETS DU COMPTE CLOS DEPUIS TBCPTHIS.
       02R-ARRETE-CUMUL.
           INITIALIZE ACC-ZCMA
           MOVE WS-COMPTE-COURANT TO ACC-COMPTE
           MOVE WS-MOIS-COURANT   TO ACC-MOIS
           MOVE WS-FIN-MOIS       TO ACC-DATE-CALCUL
           MOVE 0                 TO ACC-INT-CREDIT
           MOVE 0                 TO ACC-INT-DEBIT
           IF WS-CUMUL-TROUVE
              MOVE 'UPD' TO ACC-FONCTION
           ELSE
              MOVE 'INS' TO ACC-FONCTION
           END-IF
           CALL 'MAACC' USING ACC-ZCMA
           IF ACC-CODRET NOT = '00'
              MOVE ACC-LIBRET TO WS-MOTIF-REJET
           END-IF
           .

      * VIREMENT DU SOLDE POSTE : UN '30' EST REMIS A LA PASSERELLE
      * AVEC L'IBAN DE L'INSTRUCTION.
       02S-COMPTE-VIREMENT.
           IF WS-VIREMENT-INTERNE
              ADD 1 TO WS-NB-INTERNES
           ELSE
              MOVE '10'              TO WS-IB10-TYPE
              MOVE WS-COMPTE-COURANT TO WS-IB10-COMPTE
              MOVE WS-EC-REF         TO WS-IB10-REF-OPER
              MOVE 'EUR'             TO WS-IB10-CODE-DEV
              MOVE WS-EC-MONTANT     TO WS-IB10-MONTANT
              MOVE WS-DESTINATION    TO WS-IB10-CONTREPARTIE
              MOVE WS-DATE-JOUR      TO WS-IB10-DATE-VALEUR
              MOVE INSTR-IBAN        TO WS-IB10-IBAN
              WRITE INTERB-ENREG FROM WS-INTERB-10
              MOVE WS-INTERB-10 TO TRB-DONNEES
              PERFORM 02T-TRANSMIS-ENREG
              ADD 1             TO WS-NB-INTERB
              ADD WS-EC-MONTANT TO WS-MT-INTERB
           END-IF
           .

      * CHAQUE ENREGISTREMENT ECRIT EST PASSE AU REGISTRE DES
      * TRANSMISSIONS, QUI LE COMPTE ET L'ARCHIVE POUR UN RENVOI.
       02T-TRANSMIS-ENREG.
           SET TRB-ENREGISTRE TO TRUE
           CALL 'GKTRFREG' USING TRB-ZONE
           IF TRB-CODRET NOT = '00'
              DISPLAY 'GKCLOTUR - REGISTRE DES TRANSMISSIONS : '
                      TRB-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .
