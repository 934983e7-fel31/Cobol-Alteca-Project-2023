      *********************************************************
      * PROGRAM NAME:  GKPERTE                                *
      * PROGRAM OBJET :PASSAGE EN PERTE DES SOLDES DEBITEURS  *
      *                IRRECOUVRABLES : POUR CHAQUE           *
      *                INSTRUCTION APPROUVEE (COMPTE, MOTIF,  *
      *                APPROBATEUR), CREDITE LE COMPTE DE SON *
      *                SOLDE DEBITEUR SOUS LE CODE 'PEP'      *
      *                (CONTREPARTIE COMPTE DE PERTES),       *
      *                CLOT LE COMPTE PAR MACPT ET ENREGISTRE *
      *                LA PERTE SUR TBPEP ; LES CREDITS       *
      *                ULTERIEURS DU CLIENT Y SONT CUMULES EN *
      *                RECOUVREMENT PAR MFMAJCPT              *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - PASSAGE EN PERTE, CLOTURE  *
      *          ET REGISTRE PERMANENT DES PERTES ; L'ECRITURE *
      *          PORTE UNE REFERENCE DERIVEE DE LA DATE, UN    *
      *          RERUN DU JOUR REPREND SANS REPOSTER           *
      * 15/10/26 SOUAD   COMPTE TENU EN DEVISE : L'ECRITURE EST    *
      *          PASSEE DANS LA DEVISE DU COMPTE (SOLDE RAMENE *
      *          A ZERO SANS CONVERSION), LA PERTE ENREGISTREE *
      *          SUR TBPEP EN CONTRE-VALEUR DE BASE            *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKPERTE.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    INSTRUCTIONS DE PASSAGE EN PERTE, UNE PAR COMPTE, DEJA
      *    APPROUVEES PAR LE COMITE DES CREANCES
            SELECT INSTRUCTIONS ASSIGN TO DDINSTR
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-INSTR.

      *    ETAT DES PASSAGES EN PERTE DU RUN (PERTE PASSEE OU MOTIF
      *    DU REFUS), REMIS A LA FINANCE
            SELECT EDITION ASSIGN TO DDPERRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EDIT.

       DATA DIVISION.
       FILE SECTION.

       FD INSTRUCTIONS.
       01 INSTR-ENREG.
         05 INSTR-COMPTE      PIC X(11).
      * MOTIF DE LA PERTE (INSOLVABILITE, PRESCRIPTION, ...),
      * CONSERVE SUR TBPEP.
         05 INSTR-MOTIF       PIC X(30).
      * IDENTIFIANT DE L'APPROBATEUR, CONSERVE SUR TBPEP.
         05 INSTR-APPROBATEUR PIC X(08).
         05 FILLER            PIC X(31).

       FD EDITION.
       01 EDIT-ENREG PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CPTFUNC.
       COPY HISFUNC REPLACING ==()== BY ==HIS==.
       COPY ZAPEP   REPLACING ==()== BY ==PEP==.
       COPY ZFMAJCPT.

      * DATE DU PASSAGE EN PERTE (HORLOGE SYSTEME) ET REFERENCE DE
      * L'ECRITURE ('PP' + YYYYMMDD) : UN COMPTE N'EST PASSE EN PERTE
      * QU'UNE FOIS, LA REFERENCE DU JOUR SUFFIT A L'IDEMPOTENCE.
       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).
       01 WS-REF-PERTE    PIC X(10).

       01 WS-CODE-PERTE   PIC X(03) VALUE 'PEP'.

      * COMPTE EN COURS, MONTANT DE LA PERTE (VALEUR ABSOLUE DU
      * SOLDE DEBITEUR) ET ETAT D'AVANCEMENT D'UN RUN PRECEDENT.
       01 WS-COMPTE-COURANT PIC X(11).
       01 WS-NOM-COURANT    PIC X(20).
       01 WS-SOLDE-INITIAL  PIC S9(13)V9(2).
       01 WS-MT-PERTE       PIC S9(11)V9(2) USAGE COMP-3.
      * DEVISE DE TENUE DU COMPTE ('EUR' QUAND TBCPT.DEVISE EST A
      * SPACES) ET CONTRE-VALEUR DE BASE DE LA PERTE POUR TBPEP.
       01 WS-DEVISE-COMPTE  PIC X(03).
       01 WS-MT-PERTE-BASE  PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-DEJA-POSTE-SW  PIC X(01).
         88 WS-DEJA-POSTE   VALUE 'O'.
       01 WS-PERTE-CONNUE-SW PIC X(01).
         88 WS-PERTE-CONNUE VALUE 'O'.

      * MOTIF DE REFUS DE L'INSTRUCTION COURANTE ; A SPACES TANT
      * QUE LE PASSAGE EN PERTE SE DEROULE.
       01 WS-MOTIF-REJET PIC X(30).
       01 WS-ETAT        PIC X(30).

       01 WS-LIGNE-TITRE.
         05 FILLER       PIC X(32)
            VALUE 'PASSAGES EN PERTE DU           '.
         05 WS-LT-DATE   PIC X(10).
         05 FILLER       PIC X(90) VALUE SPACES.

       01 WS-LIGNE-ENTETE.
         05 FILLER PIC X(12) VALUE 'COMPTE'.
         05 FILLER PIC X(21) VALUE 'TITULAIRE'.
         05 FILLER PIC X(17) VALUE '    SOLDE INITIAL'.
         05 FILLER PIC X(17) VALUE '   MONTANT PERDU'.
         05 FILLER PIC X(11) VALUE 'REFERENCE'.
         05 FILLER PIC X(09) VALUE 'APPROB.'.
         05 FILLER PIC X(45) VALUE 'ETAT'.

       01 WS-LIGNE-DETAIL.
         05 WS-LD-COMPTE  PIC X(11).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LD-NOM     PIC X(20).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LD-SOLDE   PIC -ZZZZZZZZZZZ9.99.
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LD-MONTANT PIC ZZZZZZZZZZZ9.99.
         05 FILLER        PIC X(02) VALUE SPACES.
         05 WS-LD-REF     PIC X(10).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LD-APPROB  PIC X(08).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LD-ETAT    PIC X(30).
         05 FILLER        PIC X(15) VALUE SPACES.

       01 WS-LIGNE-TOTAL.
         05 FILLER        PIC X(50)
            VALUE 'TOTAL DES PERTES PASSEES'.
         05 WS-LTO-MONTANT PIC ZZZZZZZZZZZ9.99.
         05 FILLER        PIC X(67) VALUE SPACES.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

       01 WS-RUN-COUNTERS.
         05 WS-NB-LUES      PIC 9(06) VALUE 0.
         05 WS-NB-PERTES    PIC 9(06) VALUE 0.
         05 WS-NB-REPRISES  PIC 9(06) VALUE 0.
         05 WS-NB-REJETEES  PIC 9(06) VALUE 0.
         05 WS-MT-PERTES    PIC 9(11)V99 VALUE 0.

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
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           STRING WS-DATE-SYSTEME(1:4) '-'
                  WS-DATE-SYSTEME(5:2) '-'
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-JOUR
           STRING 'PP' WS-DATE-SYSTEME(1:8)
                  DELIMITED BY SIZE INTO WS-REF-PERTE
           OPEN INPUT  INSTRUCTIONS
           OPEN OUTPUT EDITION
           MOVE WS-DATE-JOUR TO WS-LT-DATE
           WRITE EDIT-ENREG FROM WS-LIGNE-TITRE
                 AFTER ADVANCING PAGE
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           WRITE EDIT-ENREG FROM WS-LIGNE-ENTETE
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           PERFORM 02A-READ-FILES
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
              DISPLAY 'GKPERTE - FLUSH GL EN ECHEC : ' ZF-LIBRET
              MOVE 24 TO RETURN-CODE
           END-IF
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           MOVE WS-MT-PERTES TO WS-LTO-MONTANT
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           PERFORM 03A-RESUME-RUN
           CLOSE INSTRUCTIONS, EDITION
           IF WS-NB-REJETEES > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * BILAN DE FIN DE JOB.
       03A-RESUME-RUN.
           DISPLAY '**********************************'
           DISPLAY '*************GKPERTE**************'
           DISPLAY '**********************************'
           DISPLAY '* INSTRUCTIONS LUES   : ' WS-NB-LUES
           DISPLAY '* PERTES PASSEES      : ' WS-NB-PERTES
           DISPLAY '* DONT REPRISES RERUN : ' WS-NB-REPRISES
           DISPLAY '* PERTES REFUSEES     : ' WS-NB-REJETEES
           DISPLAY '* MONTANT PERDU       : ' WS-MT-PERTES
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

      * DEROULE DU PASSAGE EN PERTE : CONTROLES (RIEN N'EST POSTE SUR
      * UN REFUS), ECRITURE DE PERTE, CLOTURE, PUIS ENREGISTREMENT
      * SUR TBPEP. UNE ETAPE EN ECHEC ARRETE LA SUITE ; UN RERUN DU
      * JOUR REPREND A L'ETAPE MANQUANTE SANS REPOSTER.
       02B-ALGO.
           MOVE SPACES       TO WS-MOTIF-REJET
           MOVE SPACES       TO WS-ETAT
           MOVE INSTR-COMPTE TO WS-COMPTE-COURANT
           PERFORM 02C-CONTROLE-INSTRUCTION
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02D-POSTE-PERTE
           END-IF
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02E-CLOT-COMPTE
           END-IF
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02F-ENREGISTRE-PERTE
           END-IF
           PERFORM 02G-EDITE-LIGNE
           PERFORM 02A-READ-FILES
           .

      * LA PERTE EST APPROUVEE ET MOTIVEE ; LE COMPTE EST CONNU, NI
      * CLOS NI EN SUCCESSION (REGLEE PAR GKDECES), ET DEBITEUR. UN
      * COMPTE DONT L'ECRITURE DU JOUR EST DEJA HISTORISEE EST UN
      * RERUN : SON MONTANT EST CELUI DEJA POSTE. UNE PERTE DEJA
      * ENREGISTREE UN AUTRE JOUR EST REFUSEE.
       02C-CONTROLE-INSTRUCTION.
           MOVE 'N' TO WS-DEJA-POSTE-SW
           MOVE 'N' TO WS-PERTE-CONNUE-SW
           MOVE 0   TO WS-MT-PERTE
           PERFORM 02H-LIT-COMPTE
           MOVE CPT-NOM   TO WS-NOM-COURANT
           MOVE CPT-SOLDE TO WS-SOLDE-INITIAL
           MOVE 'EUR'     TO WS-DEVISE-COMPTE
           IF CPT-DEVISE NOT = SPACES
              MOVE CPT-DEVISE TO WS-DEVISE-COMPTE
           END-IF
           INITIALIZE HIS-ZCMA
           MOVE 'SEL'             TO HIS-FONCTION
           MOVE WS-COMPTE-COURANT TO HIS-COMPTE
           MOVE WS-REF-PERTE      TO HIS-REF-OPER
           CALL 'MAHIS' USING HIS-ZCMA
           IF HIS-CODRET = '04'
              SET WS-DEJA-POSTE TO TRUE
              MOVE HIS-MONTANT TO WS-MT-PERTE
           END-IF
           INITIALIZE PEP-ZCMA
           MOVE 'SEL'             TO PEP-FONCTION
           MOVE WS-COMPTE-COURANT TO PEP-COMPTE
           CALL 'MAPEP' USING PEP-ZCMA
           IF PEP-CODRET = '00'
              SET WS-PERTE-CONNUE TO TRUE
           END-IF
           EVALUATE TRUE
              WHEN CPT-CODRET NOT = '00'
                 MOVE CPT-LIBRET TO WS-MOTIF-REJET
              WHEN HIS-CODRET = '12'
                 MOVE HIS-LIBRET TO WS-MOTIF-REJET
              WHEN PEP-CODRET = '12'
                 MOVE PEP-LIBRET TO WS-MOTIF-REJET
              WHEN INSTR-MOTIF = SPACES
                 MOVE 'MOTIF DE PERTE ABSENT' TO WS-MOTIF-REJET
              WHEN INSTR-APPROBATEUR = SPACES
                 MOVE 'APPROBATEUR ABSENT' TO WS-MOTIF-REJET
              WHEN WS-PERTE-CONNUE
                   AND PEP-REF-PERTE NOT = WS-REF-PERTE
                 MOVE 'PERTE DEJA ENREGISTREE' TO WS-MOTIF-REJET
              WHEN WS-DEJA-POSTE
                 ADD 1 TO WS-NB-REPRISES
              WHEN CPT-COMPTE-CLOTURE
                 MOVE 'COMPTE DEJA CLOTURE' TO WS-MOTIF-REJET
              WHEN CPT-COMPTE-SUCCESSION
                 MOVE 'COMPTE EN SUCCESSION' TO WS-MOTIF-REJET
              WHEN CPT-SOLDE NOT < 0
                 MOVE 'SOLDE NON DEBITEUR' TO WS-MOTIF-REJET
              WHEN OTHER
                 COMPUTE WS-MT-PERTE = 0 - CPT-SOLDE
           END-EVALUATE
           .

      * ECRITURE DE PERTE PAR LE CHEMIN NORMAL MFMAJCPT ('PEP' EST
      * ADMIS SUR UN COMPTE BLOQUE OU DORMANT) ; DEJA HISTORISEE
      * (RERUN), ELLE N'EST PAS REPOSTEE.
       02D-POSTE-PERTE.
           IF WS-DEJA-POSTE
              MOVE 'ECRITURE DEJA POSTEE' TO WS-ETAT
           ELSE
              INITIALIZE ZF-MAJCPT
              MOVE '10'              TO ZF-TYPE
              MOVE WS-COMPTE-COURANT TO ZF-COMPTE
              MOVE WS-CODE-PERTE     TO ZF-CODE-OPER
              MOVE WS-REF-PERTE      TO ZF-REF-OPER
              MOVE WS-DEVISE-COMPTE  TO ZF-CODE-DEV
              MOVE WS-MT-PERTE       TO ZF-MNTOPE
              MOVE SPACES            TO ZF-CODE-OPER-ANNULE
              MOVE SPACES            TO ZF-REF-OPER-ANNULE
              MOVE 'O'               TO ZF-AUTORISATION
              MOVE 'N'               TO ZF-MODE-SIMULATION
              MOVE WS-DATE-JOUR      TO ZF-DATE-LOT
              MOVE 'PASSAGE PERTE'   TO ZF-LIBELLE-OPER
              CALL 'MFMAJCPT' USING ZF-MAJCPT, ZF-RETOUR
              IF ZF-CODRET NOT = '00'
                 MOVE ZF-LIBRET TO WS-MOTIF-REJET
              END-IF
           END-IF
           .

      * CLOTURE PAR LA FONCTION STA DE MACPT, SUR UNE LECTURE
      * FRAICHE ; LE SOLDE DOIT ETRE NUL. UN COMPTE DEJA CLOS PAR UN
      * RUN PRECEDENT EST LAISSE TEL QUEL.
       02E-CLOT-COMPTE.
           PERFORM 02H-LIT-COMPTE
           EVALUATE TRUE
              WHEN CPT-CODRET NOT = '00'
                 MOVE CPT-LIBRET TO WS-MOTIF-REJET
              WHEN CPT-COMPTE-CLOTURE
                 CONTINUE
              WHEN CPT-SOLDE NOT = 0
                 MOVE 'SOLDE NON NUL APRES PERTE' TO WS-MOTIF-REJET
              WHEN OTHER
                 MOVE 'STA' TO CPT-FONCTION
                 MOVE 'C'   TO CPT-STATUT
                 CALL 'MACPT' USING CPT-ZCMA
                 IF CPT-CODRET NOT = '00'
                    MOVE CPT-LIBRET TO WS-MOTIF-REJET
                 END-IF
           END-EVALUATE
           .

      * ENREGISTREMENT PERMANENT DE LA PERTE SUR TBPEP, A
      * RECOUVREMENT NUL ; DEJA PRESENT (RERUN), IL EST CONSERVE.
       02F-ENREGISTRE-PERTE.
           IF NOT WS-PERTE-CONNUE
              PERFORM 02I-CONTRE-VALEUR-PERTE
              INITIALIZE PEP-ZCMA
              MOVE 'INS'             TO PEP-FONCTION
              MOVE WS-COMPTE-COURANT TO PEP-COMPTE
              MOVE CPT-CODCLI        TO PEP-CODCLI
              MOVE CPT-ENTITE        TO PEP-ENTITE
              MOVE CPT-AGENCE        TO PEP-AGENCE
              MOVE WS-MT-PERTE-BASE  TO PEP-MONTANT-PERTE
              MOVE WS-DATE-JOUR      TO PEP-DATE-PERTE
              MOVE WS-REF-PERTE      TO PEP-REF-PERTE
              MOVE INSTR-MOTIF       TO PEP-MOTIF
              MOVE INSTR-APPROBATEUR TO PEP-APPROBATEUR
              MOVE 0                 TO PEP-MONTANT-RECOUVRE
              MOVE SPACES            TO PEP-DATE-RECOUVRE
              MOVE 0                 TO PEP-NB-RECOUVREMENTS
              CALL 'MAPEP' USING PEP-ZCMA
              IF PEP-CODRET NOT = '00'
                 MOVE PEP-LIBRET TO WS-MOTIF-REJET
              END-IF
           END-IF
           .

       02G-EDITE-LIGNE.
           MOVE WS-COMPTE-COURANT TO WS-LD-COMPTE
           MOVE WS-NOM-COURANT    TO WS-LD-NOM
           MOVE WS-SOLDE-INITIAL  TO WS-LD-SOLDE
           MOVE WS-MT-PERTE       TO WS-LD-MONTANT
           MOVE WS-REF-PERTE      TO WS-LD-REF
           MOVE INSTR-APPROBATEUR TO WS-LD-APPROB
           IF WS-MOTIF-REJET = SPACES
              ADD 1           TO WS-NB-PERTES
              ADD WS-MT-PERTE TO WS-MT-PERTES
              IF WS-ETAT = SPACES
                 MOVE 'PERTE PASSEE, COMPTE CLOTURE' TO WS-LD-ETAT
              ELSE
                 MOVE WS-ETAT TO WS-LD-ETAT
              END-IF
           ELSE
              ADD 1 TO WS-NB-REJETEES
              MOVE WS-MOTIF-REJET TO WS-LD-ETAT
              DISPLAY 'GKPERTE - PERTE REFUSEE '
                      WS-COMPTE-COURANT ' : ' WS-MOTIF-REJET
           END-IF
           WRITE EDIT-ENREG FROM WS-LIGNE-DETAIL
           .

       02H-LIT-COMPTE.
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'             TO CPT-FONCTION
           MOVE WS-COMPTE-COURANT TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA
           .

      * CONTRE-VALEUR DE BASE DE LA PERTE, SUIVIE SUR TBPEP COMME LES
      * RECOUVREMENTS DE MFMAJCPT : POUR UN COMPTE TENU EN DEVISE,
      * C'EST LE MONTANT CONVERTI DE L'ECRITURE DE PERTE HISTORISEE.
       02I-CONTRE-VALEUR-PERTE.
           MOVE WS-MT-PERTE TO WS-MT-PERTE-BASE
           IF WS-DEVISE-COMPTE NOT = 'EUR'
              INITIALIZE HIS-ZCMA
              MOVE 'SEL'             TO HIS-FONCTION
              MOVE WS-COMPTE-COURANT TO HIS-COMPTE
              MOVE WS-REF-PERTE      TO HIS-REF-OPER
              CALL 'MAHIS' USING HIS-ZCMA
              IF HIS-CODRET = '04' AND HIS-DEV-COMPTE NOT = SPACES
                 MOVE HIS-MT-CONVERTI TO WS-MT-PERTE-BASE
              END-IF
           END-IF
           .
