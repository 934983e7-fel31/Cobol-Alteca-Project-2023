      *********************************************************
      * PROGRAM NAME:  GKDECES                                *
      * PROGRAM OBJET :OUVERTURE DE SUCCESSION : POUR CHAQUE  *
      *                INSTRUCTION (CLIENT, DATE DE DECES),   *
      *                MARQUE LE CLIENT DECEDE SUR TBCLI,     *
      *                POSTE LES INTERETS COURUS DU MOIS DE   *
      *                CHAQUE COMPTE ACTIF PUIS PASSE TOUS    *
      *                SES COMPTES AU STATUT 'S' (SEULES LES  *
      *                OPERATIONS DE LA SUCCESSION Y POSTENT),*
      *                SUSPEND SES ORDRES PERMANENTS ET SES   *
      *                MANDATS, LEVE SES PROCURATIONS, RELEVE *
      *                LES CREDITS TBHIS POSTERIEURS AU DECES *
      *                (FICHIER AU FORMAT DES RETOURS, REPRIS *
      *                PAR GKRETOUR POUR LEUR CONTRE-PASSATION*
      *                'ANN' APRES REVUE DU SERVICE DES       *
      *                SUCCESSIONS) ET DEMANDE A GKATTEST     *
      *                L'ATTESTATION DE SOLDE DE CHAQUE       *
      *                COMPTE A LA DATE DU DECES POUR LE      *
      *                NOTAIRE                                *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - OUVERTURE DE SUCCESSION EN *
      *          UN SEUL RUN ; UN RERUN DE LA MEME INSTRUCTION *
      *          NE REPOSTE NI NE RESUSPEND RIEN               *
      * 15/10/26 SOUAD   COMPTE TENU EN DEVISE : LES CREDITS   *
      *          POSTHUMES SONT RELEVES DANS LA DEVISE DU      *
      *          COMPTE (TBHIS.MT_COMPTE)                      *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKDECES.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    INSTRUCTIONS DE SUCCESSION, UNE PAR CLIENT DECEDE
            SELECT INSTRUCTIONS ASSIGN TO DDINSTR
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-INSTR.

      *    DOSSIER DE SUCCESSION IMPRIME, UNE SECTION PAR CLIENT
            SELECT EDITION ASSIGN TO DDDECRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EDIT.

      *    CREDITS POSTHUMES A RESTITUER, AU FORMAT DU FICHIER DE
      *    RETOURS DE GKRETOUR (DDRETIN)
            SELECT CREDITSOUT ASSIGN TO DDDECRET
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-CRED.

      *    DEMANDES D'ATTESTATION A LA DATE DU DECES, AU FORMAT DE
      *    GKATTEST (DDATTDEM)
            SELECT ATTDEMANDE ASSIGN TO DDATTDEM
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-DEM.

       DATA DIVISION.
       FILE SECTION.

       FD INSTRUCTIONS.
       01 INSTR-ENREG.
         05 INSTR-CODCLI      PIC X(08).
         05 FILLER            PIC X(01).
      * DATE DE DECES PORTEE PAR L'ACTE (YYYY-MM-DD).
         05 INSTR-DATE-DECES  PIC X(10).
         05 FILLER            PIC X(61).

       FD EDITION.
       01 EDIT-ENREG PIC X(132).

       FD CREDITSOUT.
       01 CRED-ENREG PIC X(80).

       FD ATTDEMANDE.
       01 ATTDEM-ENREG PIC X(80).

       WORKING-STORAGE SECTION.

       COPY CPTFUNC.
       COPY HISFUNC REPLACING ==()== BY ==HIS==.
       COPY ZACLI   REPLACING ==()== BY ==CLI==.
       COPY ZACOT   REPLACING ==()== BY ==COT==.
       COPY ZAOPE   REPLACING ==()== BY ==OPE==.
       COPY ZAACC   REPLACING ==()== BY ==ACC==.
       COPY ZAPDT   REPLACING ==()== BY ==PDT==.
       COPY ZAORD   REPLACING ==()== BY ==ORD==.
       COPY ZAMDT   REPLACING ==()== BY ==MDT==.
       COPY ZFMAJCPT.

      * DATE DE TRAITEMENT (HORLOGE SYSTEME) ET SES DERIVES : MOIS
      * COURU, DERNIER JOUR DU MOIS, DATE COMPACTE QUI SIGNE LES
      * REFERENCES DES ECRITURES D'INTERETS.
       01 WS-DATE-SYSTEME  PIC X(21).
       01 WS-DATE-JOUR     PIC X(10).
       01 WS-DATE-COMPACTE PIC X(08).
       01 WS-MOIS-COURANT  PIC X(07).
       01 WS-FIN-MOIS      PIC X(10).
       01 WS-DATE-NUM      PIC 9(08).
       01 WS-JOURS-NUM     PIC 9(08).

      * DATE DE DECES DE L'INSTRUCTION ET LENDEMAIN DU DECES,
      * PREMIER JOUR DE LA FENETRE DES CREDITS POSTHUMES.
       01 WS-DATE-DECES    PIC X(10).
       01 WS-LENDEMAIN     PIC X(10).
       01 WS-DECES-NUM     PIC 9(08).
       01 WS-DECES-X REDEFINES WS-DECES-NUM PIC X(08).

      * CLIENT ET COMPTE EN COURS.
       01 WS-CODCLI-COURANT PIC X(08).
       01 WS-COMPTE-COURANT PIC X(11).
       01 WS-STATUT-AVANT   PIC X(01).

      * CODES D'INTERETS DU PRODUIT DU COMPTE (ICR/IDB EN REPLI,
      * COMME GKCLOTUR) ; ILS SONT AUSSI ECARTES DU RELEVE DES
      * CREDITS POSTHUMES : LES INTERETS COURUS SONT DUS A LA
      * SUCCESSION.
       01 WS-CODE-ICR      PIC X(03).
       01 WS-CODE-IDB      PIC X(03).
       01 WS-INTERET-CREDIT PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-INTERET-DEBIT  PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-CUMUL-TROUVE-SW PIC X(01).
         88 WS-CUMUL-TROUVE VALUE 'O'.

      * MOTIF DE REFUS DE L'INSTRUCTION, ET MOTIF D'ECHEC DU COMPTE
      * COURANT (UN COMPTE EN ECHEC N'ARRETE PAS LES AUTRES).
       01 WS-MOTIF-REJET   PIC X(30).
       01 WS-MOTIF-COMPTE  PIC X(30).
       01 WS-NB-COMPTES-KO PIC 9(03).

      * ECRITURE D'INTERETS EN COURS DE POSTE.
       01 WS-EC-LIBELLE  PIC X(30).
       01 WS-EC-CODE     PIC X(03).
       01 WS-EC-REF      PIC X(10).
       01 WS-EC-MONTANT  PIC S9(11)V9(2) USAGE COMP-3.

      * MONTANT APPLIQUE D'UNE LIGNE TBHIS (SIGNE, COTE CLIENT).
       01 WS-MT-APPLIQUE PIC S9(13)V9(2) USAGE COMP-3.

      * COMPTES DONT LE DEFUNT EST LE TITULAIRE PRINCIPAL, RELEVES
      * PAR LE CURSEUR CLIENT DE MACPT PUIS TRAITES UN PAR UN.
       01 WS-NB-COMPTES PIC 9(03) VALUE 0.
       01 WS-TAB-COMPTES.
         05 WS-CPT-NUM OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-NB-COMPTES
                       INDEXED BY WS-KX PIC X(11).

      * LIENS TBCOT DU DEFUNT (PROCURATIONS ET CO-TITULARITES SUR
      * DES COMPTES DONT IL N'EST PAS LE TITULAIRE PRINCIPAL).
       01 WS-NB-LIENS PIC 9(03) VALUE 0.
       01 WS-TAB-LIENS.
         05 WS-LIEN-ENTRY OCCURS 1 TO 100 TIMES
                          DEPENDING ON WS-NB-LIENS
                          INDEXED BY WS-LX.
            10 WS-LIEN-COMPTE PIC X(11).
            10 WS-LIEN-ROLE   PIC X(01).
       01 WS-PRINCIPAL-SW PIC X(01).
         88 WS-COMPTE-PRINCIPAL VALUE 'O'.

      * ORDRES ET MANDATS ACTIFS DU COMPTE, RELEVES PAR LEUR
      * CURSEUR PUIS SUSPENDUS UNE FOIS LE CURSEUR REFERME.
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

      * CREDIT POSTHUME AU FORMAT DU FICHIER DE RETOURS (RET-ENREG
      * DE GKRETOUR).
       01 WS-RET-ENREG.
         05 WS-RET-COMPTE       PIC X(11).
         05 WS-RET-REF-OPER     PIC X(10).
         05 WS-RET-CODE-DEV     PIC X(03).
         05 WS-RET-MONTANT      PIC 9(11)V99.
         05 WS-RET-CONTREPARTIE PIC X(11).
         05 WS-RET-MOTIF        PIC X(20).
         05 FILLER              PIC X(12) VALUE SPACES.

      * DEMANDE D'ATTESTATION AU FORMAT DE GKATTEST.
       01 WS-ATTDEM-ENREG.
         05 WS-ATT-COMPTE PIC X(11).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-ATT-DATE   PIC X(10).
         05 FILLER        PIC X(58) VALUE SPACES.

       01 WS-LIGNE-TITRE.
         05 FILLER       PIC X(21) VALUE 'SUCCESSION DU CLIENT '.
         05 WS-LT-CODCLI PIC X(08).
         05 FILLER       PIC X(02) VALUE SPACES.
         05 WS-LT-NOM    PIC X(30).
         05 FILLER       PIC X(14) VALUE ' DECEDE(E) LE '.
         05 WS-LT-DECES  PIC X(10).
         05 FILLER       PIC X(11) VALUE ' TRAITE LE '.
         05 WS-LT-DATE   PIC X(10).
         05 FILLER       PIC X(26) VALUE SPACES.

       01 WS-LIGNE-COMPTE.
         05 WS-LC-LIBELLE PIC X(30).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LC-COMPTE  PIC X(11).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LC-STATUT  PIC X(01).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LC-SOLDE   PIC -ZZZZZZZZZZZ9.99.
         05 FILLER        PIC X(02) VALUE SPACES.
         05 WS-LC-ETAT    PIC X(30).
         05 FILLER        PIC X(38) VALUE SPACES.

       01 WS-LIGNE-ECRITURE.
         05 WS-LE-LIBELLE PIC X(30).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LE-CODE    PIC X(03).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LE-REF     PIC X(10).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LE-DATE    PIC X(10).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LE-MONTANT PIC -ZZZZZZZZZZ9.99.
         05 FILLER        PIC X(02) VALUE SPACES.
         05 WS-LE-ETAT    PIC X(30).
         05 FILLER        PIC X(27) VALUE SPACES.

       01 WS-LIGNE-ANNEXE.
         05 WS-LA-LIBELLE PIC X(30).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LA-COMPTE  PIC X(11).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LA-ID      PIC X(08).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LA-ETAT    PIC X(30).
         05 FILLER        PIC X(50) VALUE SPACES.

       01 WS-LIGNE-TOTAL.
         05 WS-LTO-LIBELLE PIC X(30).
         05 FILLER         PIC X(01) VALUE SPACES.
         05 WS-LTO-NB      PIC ZZZZZ9.
         05 FILLER         PIC X(01) VALUE SPACES.
         05 WS-LTO-MT      PIC -ZZZZZZZZZZZ9.99.
         05 FILLER         PIC X(77) VALUE SPACES.

       01 WS-LIGNE-FIN.
         05 WS-LF-LIBELLE PIC X(30).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LF-MOTIF   PIC X(30).
         05 FILLER        PIC X(71) VALUE SPACES.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

      * CREDITS POSTHUMES DU CLIENT EN COURS (TOTAL DU DOSSIER).
       01 WS-NB-CRED-CLIENT PIC 9(06).
       01 WS-MT-CRED-CLIENT PIC S9(13)V9(2) USAGE COMP-3.

       01 WS-RUN-COUNTERS.
         05 WS-NB-LUES         PIC 9(06) VALUE 0.
         05 WS-NB-SUCCESSIONS  PIC 9(06) VALUE 0.
         05 WS-NB-REJETEES     PIC 9(06) VALUE 0.
         05 WS-NB-COMPTES-S    PIC 9(06) VALUE 0.
         05 WS-NB-ECRITURES    PIC 9(06) VALUE 0.
         05 WS-NB-ORD-SUSPENDUS PIC 9(06) VALUE 0.
         05 WS-NB-MDT-SUSPENDUS PIC 9(06) VALUE 0.
         05 WS-NB-PROC-LEVEES  PIC 9(06) VALUE 0.
         05 WS-NB-COTIT        PIC 9(06) VALUE 0.
         05 WS-NB-CREDITS      PIC 9(06) VALUE 0.
         05 WS-MT-CREDITS      PIC 9(11)V99 VALUE 0.
         05 WS-NB-ATTESTATIONS PIC 9(06) VALUE 0.

       01 WS-FS-INSTR PIC X(02).
         88 FS-INSTR-OK  VALUE '00'.
         88 FS-INSTR-FIN VALUE '10'.
       01 WS-FS-EDIT PIC X(02).
         88 FS-EDIT-OK VALUE '00'.
       01 WS-FS-CRED PIC X(02).
         88 FS-CRED-OK VALUE '00'.
       01 WS-FS-DEM PIC X(02).
         88 FS-DEM-OK VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
           INITIALIZE WS-RUN-COUNTERS
           PERFORM 01A-CALCULE-DATES
           OPEN INPUT  INSTRUCTIONS
           IF NOT FS-INSTR-OK
              DISPLAY 'GKDECES - FICHIER D INSTRUCTIONS ABSENT'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT EDITION
           OPEN OUTPUT CREDITSOUT
           OPEN OUTPUT ATTDEMANDE
           PERFORM 02A-READ-FILES
           .

      * DATE DE TRAITEMENT, MOIS COURU ET DERNIER JOUR DU MOIS
      * (VEILLE DU PREMIER DU MOIS SUIVANT), COMME GKCLOTUR.
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

       02-TREATMENT.
           PERFORM 02B-ALGO UNTIL FS-INSTR-FIN
           .

      * LES CONTREPARTIES COMPTES GENERAUX DES INTERETS POSTES SONT
      * POSTEES EN FIN DE RUN (FLUSH), COMME DANS GKMAJ001.
       03-ENDPGM.
           INITIALIZE ZF-MAJCPT
           MOVE 'FL' TO ZF-TYPE
           MOVE 'N'  TO ZF-MODE-SIMULATION
           CALL 'MFMAJCPT' USING ZF-MAJCPT, ZF-RETOUR
           IF ZF-CODRET NOT = '00'
              DISPLAY 'GKDECES - FLUSH GL EN ECHEC : ' ZF-LIBRET
              MOVE 24 TO RETURN-CODE
           END-IF
           PERFORM 03A-RESUME-RUN
           CLOSE INSTRUCTIONS, EDITION, CREDITSOUT, ATTDEMANDE
           IF WS-NB-REJETEES > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * BILAN DE FIN DE JOB.
       03A-RESUME-RUN.
           DISPLAY '**********************************'
           DISPLAY '*************GKDECES**************'
           DISPLAY '**********************************'
           DISPLAY '* INSTRUCTIONS LUES   : ' WS-NB-LUES
           DISPLAY '* SUCCESSIONS OUVERTES: ' WS-NB-SUCCESSIONS
           DISPLAY '* INSTRUCTIONS EN ECHEC: ' WS-NB-REJETEES
           DISPLAY '* COMPTES EN SUCCESSION: ' WS-NB-COMPTES-S
           DISPLAY '* ECRITURES POSTEES   : ' WS-NB-ECRITURES
           DISPLAY '* ORDRES SUSPENDUS    : ' WS-NB-ORD-SUSPENDUS
           DISPLAY '* MANDATS SUSPENDUS   : ' WS-NB-MDT-SUSPENDUS
           DISPLAY '* PROCURATIONS LEVEES : ' WS-NB-PROC-LEVEES
           DISPLAY '* CO-TITULARITES      : ' WS-NB-COTIT
           DISPLAY '* CREDITS POSTHUMES   : ' WS-NB-CREDITS
           DISPLAY '* MONTANT POSTHUME    : ' WS-MT-CREDITS
           DISPLAY '* ATTESTATIONS DEMANDEES: ' WS-NB-ATTESTATIONS
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

      * DEROULE DE LA SUCCESSION : CONTROLES (RIEN N'EST FAIT SUR
      * UN REFUS), MARQUAGE DU CLIENT, TRAITEMENT DE CHACUN DE SES
      * COMPTES, PUIS DE SES LIENS TBCOT SUR LES COMPTES DES TIERS.
       02B-ALGO.
           MOVE SPACES       TO WS-MOTIF-REJET
           MOVE 0            TO WS-NB-COMPTES-KO
           MOVE 0            TO WS-NB-CRED-CLIENT
           MOVE 0            TO WS-MT-CRED-CLIENT
           MOVE INSTR-CODCLI TO WS-CODCLI-COURANT
           MOVE INSTR-DATE-DECES TO WS-DATE-DECES
           PERFORM 02C-CONTROLE-INSTRUCTION
           PERFORM 02D-EDITE-ENTETE
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02E-MARQUE-CLIENT
           END-IF
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02F-CHARGE-COMPTES
           END-IF
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02G-TRAITE-COMPTE
                      VARYING WS-KX FROM 1 BY 1
                      UNTIL WS-KX > WS-NB-COMPTES
              PERFORM 02H-TRAITE-LIENS
           END-IF
           PERFORM 02I-EDITE-FIN
           PERFORM 02A-READ-FILES
           .

      * LA DATE DE DECES DOIT ETRE UNE DATE VALIDE, PAS DANS LE
      * FUTUR ; LE CLIENT DOIT EXISTER, ET UNE DATE DE DECES DEJA
      * POSEE DIFFERENTE N'EST PAS ECRASEE EN AVEUGLE (LA MEME DATE
      * EST UN RERUN, ADMIS).
       02C-CONTROLE-INSTRUCTION.
           MOVE 0 TO WS-DECES-NUM
           IF WS-DATE-DECES(1:4) IS NUMERIC
              AND WS-DATE-DECES(5:1) = '-'
              AND WS-DATE-DECES(6:2) IS NUMERIC
              AND WS-DATE-DECES(8:1) = '-'
              AND WS-DATE-DECES(9:2) IS NUMERIC
              STRING WS-DATE-DECES(1:4)
                     WS-DATE-DECES(6:2)
                     WS-DATE-DECES(9:2)
                     DELIMITED BY SIZE INTO WS-DECES-X
           END-IF
           INITIALIZE CLI-ZCMA
           MOVE 'SEL'             TO CLI-FONCTION
           MOVE WS-CODCLI-COURANT TO CLI-ID
           CALL 'MACLI' USING CLI-ZCMA
           EVALUATE TRUE
              WHEN WS-DECES-NUM = 0
                 MOVE 'DATE DE DECES INVALIDE' TO WS-MOTIF-REJET
              WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-DECES-NUM) NOT = 0
                 MOVE 'DATE DE DECES INVALIDE' TO WS-MOTIF-REJET
              WHEN WS-DATE-DECES > WS-DATE-JOUR
                 MOVE 'DATE DE DECES FUTURE' TO WS-MOTIF-REJET
              WHEN CLI-CODRET NOT = '00'
                 MOVE CLI-LIBRET TO WS-MOTIF-REJET
              WHEN CLI-DATE-DECES NOT = SPACES
                   AND CLI-DATE-DECES NOT = WS-DATE-DECES
                 MOVE 'AUTRE DATE DE DECES SUR TBCLI'
                   TO WS-MOTIF-REJET
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-MOTIF-REJET = SPACES
              COMPUTE WS-JOURS-NUM =
                      FUNCTION INTEGER-OF-DATE(WS-DECES-NUM) + 1
              COMPUTE WS-DATE-NUM =
                      FUNCTION DATE-OF-INTEGER(WS-JOURS-NUM)
              STRING WS-DATE-NUM(1:4) '-'
                     WS-DATE-NUM(5:2) '-'
                     WS-DATE-NUM(7:2)
                     DELIMITED BY SIZE INTO WS-LENDEMAIN
           END-IF
           .

       02D-EDITE-ENTETE.
           MOVE WS-CODCLI-COURANT TO WS-LT-CODCLI
           IF CLI-CODRET = '00'
              MOVE CLI-NOM TO WS-LT-NOM
           ELSE
              MOVE SPACES  TO WS-LT-NOM
           END-IF
           MOVE WS-DATE-DECES     TO WS-LT-DECES
           MOVE WS-DATE-JOUR      TO WS-LT-DATE
           WRITE EDIT-ENREG FROM WS-LIGNE-TITRE
                 AFTER ADVANCING PAGE
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           .

      * LA DATE DE DECES EST POSEE SUR TBCLI (SEL PUIS UPD : LES
      * AUTRES COLONNES DU CLIENT SONT PRESERVEES).
       02E-MARQUE-CLIENT.
           IF CLI-DATE-DECES = SPACES
              MOVE 'UPD'         TO CLI-FONCTION
              MOVE WS-DATE-DECES TO CLI-DATE-DECES
              CALL 'MACLI' USING CLI-ZCMA
              IF CLI-CODRET NOT = '00'
                 MOVE CLI-LIBRET TO WS-MOTIF-REJET
              END-IF
           END-IF
           .

      * COMPTES DONT LE DEFUNT EST LE TITULAIRE PRINCIPAL.
       02F-CHARGE-COMPTES.
           MOVE 0 TO WS-NB-COMPTES
           INITIALIZE CPT-ZCMA
           MOVE 'CDB'             TO CPT-FONCTION
           MOVE WS-CODCLI-COURANT TO CPT-CODCLI
           CALL 'MACPT' USING CPT-ZCMA
           PERFORM UNTIL CPT-CODRET NOT = '00'
              IF WS-NB-COMPTES < 100
                 ADD 1 TO WS-NB-COMPTES
                 SET WS-KX TO WS-NB-COMPTES
                 MOVE CPT-COMPTE TO WS-CPT-NUM(WS-KX)
              END-IF
              MOVE 'CSU' TO CPT-FONCTION
              CALL 'MACPT' USING CPT-ZCMA
           END-PERFORM
           IF CPT-CODRET NOT = '04'
              MOVE CPT-LIBRET TO WS-MOTIF-REJET
           END-IF
           .

      * UN COMPTE DU DEFUNT : INTERETS COURUS POSTES TANT QU'IL EST
      * ACTIF (GKINTACC ET GKINTCPT NE PASSENT PLUS SUR UN COMPTE
      * EN SUCCESSION), PASSAGE AU STATUT 'S', SUSPENSION DES
      * ORDRES ET MANDATS, RELEVE DES CREDITS POSTHUMES ET DEMANDE
      * D'ATTESTATION. UN COMPTE CLOS EST HORS SUCCESSION.
       02G-TRAITE-COMPTE.
           MOVE WS-CPT-NUM(WS-KX) TO WS-COMPTE-COURANT
           MOVE SPACES            TO WS-MOTIF-COMPTE
           PERFORM 02M-LIT-COMPTE
           MOVE 'COMPTE DU DEFUNT' TO WS-LC-LIBELLE
           MOVE WS-COMPTE-COURANT  TO WS-LC-COMPTE
           MOVE CPT-STATUT         TO WS-LC-STATUT
           MOVE CPT-SOLDE          TO WS-LC-SOLDE
           MOVE CPT-STATUT         TO WS-STATUT-AVANT
           EVALUATE TRUE
              WHEN CPT-CODRET NOT = '00'
                 MOVE CPT-LIBRET TO WS-MOTIF-COMPTE
                 MOVE CPT-LIBRET TO WS-LC-ETAT
              WHEN CPT-COMPTE-CLOTURE
                 MOVE 'CLOS - HORS SUCCESSION' TO WS-LC-ETAT
              WHEN OTHER
                 MOVE SPACES TO WS-LC-ETAT
           END-EVALUATE
           WRITE EDIT-ENREG FROM WS-LIGNE-COMPTE
           IF CPT-CODRET = '00' AND NOT CPT-COMPTE-CLOTURE
              PERFORM 02N-RESOUT-CODES-PRODUIT
              IF CPT-COMPTE-ACTIF
                 PERFORM 02J-POSTE-INTERETS
              END-IF
              IF WS-MOTIF-COMPTE = SPACES
                 PERFORM 02K-PASSE-EN-SUCCESSION
              END-IF
              PERFORM 02L-SUSPEND-ORDRES
              PERFORM 02O-SUSPEND-MANDATS
              PERFORM 02P-RELEVE-CREDITS
              PERFORM 02Q-DEMANDE-ATTESTATION
           END-IF
           IF WS-MOTIF-COMPTE NOT = SPACES
              ADD 1 TO WS-NB-COMPTES-KO
              DISPLAY 'GKDECES - COMPTE ' WS-COMPTE-COURANT
                      ' EN ECHEC : ' WS-MOTIF-COMPTE
              MOVE 'COMPTE EN ECHEC'  TO WS-LA-LIBELLE
              MOVE WS-COMPTE-COURANT  TO WS-LA-COMPTE
              MOVE SPACES             TO WS-LA-ID
              MOVE WS-MOTIF-COMPTE    TO WS-LA-ETAT
              WRITE EDIT-ENREG FROM WS-LIGNE-ANNEXE
           END-IF
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           .

      * LIENS TBCOT DU DEFUNT SUR DES COMPTES DONT IL N'EST PAS LE
      * TITULAIRE PRINCIPAL : UNE PROCURATION PREND FIN AU DECES ET
      * EST LEVEE ; UNE CO-TITULARITE EST SIGNALEE AU DOSSIER (LE
      * COMPTE DU SURVIVANT N'EST PAS BLOQUE PAR CE TRAITEMENT).
       02H-TRAITE-LIENS.
           MOVE 0 TO WS-NB-LIENS
           INITIALIZE COT-ZCMA
           MOVE 'CDB'             TO COT-FONCTION
           MOVE WS-CODCLI-COURANT TO COT-CODCLI
           CALL 'MACOT' USING COT-ZCMA
           PERFORM UNTIL COT-CODRET NOT = '00'
              IF WS-NB-LIENS < 100
                 ADD 1 TO WS-NB-LIENS
                 SET WS-LX TO WS-NB-LIENS
                 MOVE COT-COMPTE TO WS-LIEN-COMPTE(WS-LX)
                 MOVE COT-ROLE   TO WS-LIEN-ROLE(WS-LX)
              END-IF
              MOVE 'CSU' TO COT-FONCTION
              CALL 'MACOT' USING COT-ZCMA
           END-PERFORM
           IF COT-CODRET NOT = '04'
              MOVE COT-LIBRET TO WS-MOTIF-REJET
           END-IF
           PERFORM VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > WS-NB-LIENS
              MOVE 'N' TO WS-PRINCIPAL-SW
              IF WS-NB-COMPTES > 0
                 SET WS-KX TO 1
                 SEARCH WS-CPT-NUM
                    WHEN WS-CPT-NUM(WS-KX) = WS-LIEN-COMPTE(WS-LX)
                       SET WS-COMPTE-PRINCIPAL TO TRUE
                 END-SEARCH
              END-IF
              MOVE WS-LIEN-COMPTE(WS-LX) TO WS-LA-COMPTE
              MOVE WS-CODCLI-COURANT     TO WS-LA-ID
              EVALUATE TRUE
                 WHEN WS-COMPTE-PRINCIPAL
                    CONTINUE
                 WHEN WS-LIEN-ROLE(WS-LX) = 'M'
                    INITIALIZE COT-ZCMA
                    MOVE 'DEL'                 TO COT-FONCTION
                    MOVE WS-LIEN-COMPTE(WS-LX) TO COT-COMPTE
                    MOVE WS-CODCLI-COURANT     TO COT-CODCLI
                    CALL 'MACOT' USING COT-ZCMA
                    MOVE 'PROCURATION LEVEE' TO WS-LA-LIBELLE
                    IF COT-CODRET = '00'
                       ADD 1 TO WS-NB-PROC-LEVEES
                       MOVE SPACES     TO WS-LA-ETAT
                    ELSE
                       MOVE COT-LIBRET TO WS-LA-ETAT
                       MOVE COT-LIBRET TO WS-MOTIF-REJET
                    END-IF
                    WRITE EDIT-ENREG FROM WS-LIGNE-ANNEXE
                 WHEN OTHER
                    ADD 1 TO WS-NB-COTIT
                    MOVE 'CO-TITULARITE A REVOIR' TO WS-LA-LIBELLE
                    MOVE 'COMPTE D UN TIERS NON BLOQUE'
                      TO WS-LA-ETAT
                    WRITE EDIT-ENREG FROM WS-LIGNE-ANNEXE
              END-EVALUATE
           END-PERFORM
           .

      * FIN DE DOSSIER : TOTAL DES CREDITS POSTHUMES RELEVES, ET
      * ISSUE DE L'INSTRUCTION (UN COMPTE EN ECHEC LA MET EN ECHEC,
      * UN RERUN REPREND SANS REPOSTER).
       02I-EDITE-FIN.
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           MOVE 'CREDITS POSTHUMES A RESTITUER' TO WS-LTO-LIBELLE
           MOVE WS-NB-CRED-CLIENT TO WS-LTO-NB
           MOVE WS-MT-CRED-CLIENT TO WS-LTO-MT
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           IF WS-MOTIF-REJET = SPACES AND WS-NB-COMPTES-KO > 0
              MOVE 'COMPTE(S) EN ECHEC' TO WS-MOTIF-REJET
           END-IF
           IF WS-MOTIF-REJET = SPACES
              ADD 1 TO WS-NB-SUCCESSIONS
              MOVE 'SUCCESSION OUVERTE LE' TO WS-LF-LIBELLE
              MOVE WS-DATE-JOUR            TO WS-LF-MOTIF
           ELSE
              ADD 1 TO WS-NB-REJETEES
              MOVE 'SUCCESSION INCOMPLETE :' TO WS-LF-LIBELLE
              MOVE WS-MOTIF-REJET            TO WS-LF-MOTIF
              DISPLAY 'GKDECES - CLIENT ' WS-CODCLI-COURANT
                      ' : ' WS-MOTIF-REJET
           END-IF
           WRITE EDIT-ENREG FROM WS-LIGNE-FIN
           .

      * INTERETS COURUS DU MOIS (CUMUL TBINTACC DE GKINTACC), POSTES
      * PUIS ARRETES AU DERNIER JOUR DU MOIS, COMME A LA CLOTURE.
       02J-POSTE-INTERETS.
           PERFORM 02R-LIT-CUMUL
           IF WS-MOTIF-COMPTE = SPACES
              AND WS-INTERET-CREDIT >= 0.01
              MOVE 'INTERETS CREDITEURS COURUS' TO WS-EC-LIBELLE
              MOVE WS-CODE-ICR       TO WS-EC-CODE
              STRING 'SI' WS-DATE-COMPACTE
                     DELIMITED BY SIZE INTO WS-EC-REF
              MOVE WS-INTERET-CREDIT TO WS-EC-MONTANT
              PERFORM 02S-POSTE-ECRITURE
           END-IF
           IF WS-MOTIF-COMPTE = SPACES
              AND WS-INTERET-DEBIT >= 0.01
              MOVE 'INTERETS DEBITEURS COURUS' TO WS-EC-LIBELLE
              MOVE WS-CODE-IDB       TO WS-EC-CODE
              STRING 'SD' WS-DATE-COMPACTE
                     DELIMITED BY SIZE INTO WS-EC-REF
              MOVE WS-INTERET-DEBIT  TO WS-EC-MONTANT
              PERFORM 02S-POSTE-ECRITURE
           END-IF
           IF WS-MOTIF-COMPTE = SPACES
              PERFORM 02T-ARRETE-CUMUL
           END-IF
           .

      * PASSAGE AU STATUT 'S' PAR LA FONCTION STA DE MACPT, SUR UNE
      * LECTURE FRAICHE (LES INTERETS VIENNENT DE MOUVEMENTER LE
      * COMPTE) ; UN COMPTE DEJA EN SUCCESSION EST UN RERUN.
       02K-PASSE-EN-SUCCESSION.
           PERFORM 02M-LIT-COMPTE
           MOVE 'STATUT DU COMPTE'  TO WS-LA-LIBELLE
           MOVE WS-COMPTE-COURANT   TO WS-LA-COMPTE
           MOVE WS-STATUT-AVANT     TO WS-LA-ID
           EVALUATE TRUE
              WHEN CPT-CODRET NOT = '00'
                 MOVE CPT-LIBRET TO WS-MOTIF-COMPTE
                 MOVE CPT-LIBRET TO WS-LA-ETAT
              WHEN CPT-COMPTE-SUCCESSION
                 MOVE 'DEJA EN SUCCESSION' TO WS-LA-ETAT
              WHEN OTHER
                 MOVE 'STA' TO CPT-FONCTION
                 SET CPT-COMPTE-SUCCESSION TO TRUE
                 CALL 'MACPT' USING CPT-ZCMA
                 IF CPT-CODRET = '00'
                    ADD 1 TO WS-NB-COMPTES-S
                    MOVE 'PASSE EN SUCCESSION (S)' TO WS-LA-ETAT
                 ELSE
                    MOVE CPT-LIBRET TO WS-MOTIF-COMPTE
                    MOVE CPT-LIBRET TO WS-LA-ETAT
                 END-IF
           END-EVALUATE
           WRITE EDIT-ENREG FROM WS-LIGNE-ANNEXE
           .

      * LES ORDRES PERMANENTS ACTIFS SONT SUSPENDUS ET NON
      * SUPPRIMES : LE NOTAIRE PEUT EN DEMANDER LA REPRISE PAR UN
      * AYANT DROIT.
       02L-SUSPEND-ORDRES.
           MOVE 0 TO WS-NB-ORDRES
           INITIALIZE ORD-ZCMA
           MOVE 'CDB'             TO ORD-FONCTION
           MOVE WS-COMPTE-COURANT TO ORD-COMPTE
           CALL 'MAORD' USING ORD-ZCMA
           PERFORM UNTIL ORD-CODRET NOT = '00'
              IF ORD-ORDRE-ACTIF AND WS-NB-ORDRES < 100
                 ADD 1 TO WS-NB-ORDRES
                 SET WS-OX TO WS-NB-ORDRES
                 MOVE ORD-ID TO WS-ORD-ID(WS-OX)
              END-IF
              MOVE 'CSU' TO ORD-FONCTION
              CALL 'MAORD' USING ORD-ZCMA
           END-PERFORM
           IF ORD-CODRET NOT = '04'
              MOVE ORD-LIBRET TO WS-MOTIF-COMPTE
           END-IF
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-NB-ORDRES
              INITIALIZE ORD-ZCMA
              MOVE 'SEL'            TO ORD-FONCTION
              MOVE WS-ORD-ID(WS-OX) TO ORD-ID
              CALL 'MAORD' USING ORD-ZCMA
              IF ORD-CODRET = '00'
                 MOVE 'UPD' TO ORD-FONCTION
                 SET ORD-ORDRE-SUSPENDU TO TRUE
                 CALL 'MAORD' USING ORD-ZCMA
              END-IF
              MOVE 'ORDRE PERMANENT SUSPENDU' TO WS-LA-LIBELLE
              MOVE WS-COMPTE-COURANT TO WS-LA-COMPTE
              MOVE WS-ORD-ID(WS-OX)  TO WS-LA-ID
              IF ORD-CODRET = '00'
                 ADD 1 TO WS-NB-ORD-SUSPENDUS
                 MOVE SPACES     TO WS-LA-ETAT
              ELSE
                 MOVE ORD-LIBRET TO WS-LA-ETAT
                 MOVE ORD-LIBRET TO WS-MOTIF-COMPTE
              END-IF
              WRITE EDIT-ENREG FROM WS-LIGNE-ANNEXE
           END-PERFORM
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

      * LES MANDATS ACTIFS SONT SUSPENDUS : UNE COLLECTE PRESENTEE
      * PENDANT LA SUCCESSION EST REJETEE COMME NON AUTORISEE.
       02O-SUSPEND-MANDATS.
           MOVE 0 TO WS-NB-MANDATS
           INITIALIZE MDT-ZCMA
           MOVE 'DEB'             TO MDT-FONCTION
           MOVE WS-COMPTE-COURANT TO MDT-COMPTE
           CALL 'MAMDT' USING MDT-ZCMA
           PERFORM UNTIL MDT-CODRET NOT = '00'
              IF MDT-MANDAT-ACTIF AND WS-NB-MANDATS < 100
                 ADD 1 TO WS-NB-MANDATS
                 SET WS-MX TO WS-NB-MANDATS
                 MOVE MDT-CREANCIER TO WS-MDT-CREANCIER(WS-MX)
              END-IF
              MOVE 'SUI' TO MDT-FONCTION
              CALL 'MAMDT' USING MDT-ZCMA
           END-PERFORM
           IF MDT-CODRET NOT = '04'
              MOVE MDT-LIBRET TO WS-MOTIF-COMPTE
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
                 SET MDT-MANDAT-SUSPENDU TO TRUE
                 CALL 'MAMDT' USING MDT-ZCMA
              END-IF
              MOVE 'MANDAT SUSPENDU'       TO WS-LA-LIBELLE
              MOVE WS-COMPTE-COURANT       TO WS-LA-COMPTE
              MOVE WS-MDT-CREANCIER(WS-MX) TO WS-LA-ID
              IF MDT-CODRET = '00'
                 ADD 1 TO WS-NB-MDT-SUSPENDUS
                 MOVE SPACES     TO WS-LA-ETAT
              ELSE
                 MOVE MDT-LIBRET TO WS-LA-ETAT
                 MOVE MDT-LIBRET TO WS-MOTIF-COMPTE
              END-IF
              WRITE EDIT-ENREG FROM WS-LIGNE-ANNEXE
           END-PERFORM
           .

      * CREDITS HISTORISES SUR LE COMPTE DU LENDEMAIN DU DECES A CE
      * JOUR (PENSIONS, SALAIRES VERSES A TORT) : CHACUN EST EDITE
      * AU DOSSIER ET ECRIT AU FORMAT DES RETOURS, POUR SA
      * CONTRE-PASSATION 'ANN' PAR GKRETOUR UNE FOIS LA LISTE REVUE.
      * LES CONTRE-PASSATIONS ET LES INTERETS (DUS A LA SUCCESSION)
      * NE SONT PAS DES CREDITS A RESTITUER.
       02P-RELEVE-CREDITS.
           INITIALIZE HIS-ZCMA
           MOVE 'DEB'             TO HIS-FONCTION
           MOVE WS-COMPTE-COURANT TO HIS-COMPTE
           MOVE WS-LENDEMAIN      TO HIS-DATE-DEBUT
           MOVE WS-DATE-JOUR      TO HIS-DATE-FIN
           CALL 'MAHIS' USING HIS-ZCMA
           PERFORM UNTIL HIS-CODRET NOT = '00'
              IF HIS-CODE-OPER NOT = 'ANN'
                 AND HIS-CODE-OPER NOT = WS-CODE-ICR
                 AND HIS-CODE-OPER NOT = WS-CODE-IDB
                 IF HIS-DEV-COMPTE NOT = SPACES
                    MOVE HIS-MT-COMPTE   TO WS-MT-APPLIQUE
                 ELSE
                    MOVE HIS-MT-CONVERTI TO WS-MT-APPLIQUE
                 END-IF
                 PERFORM 02U-SENS-MOUVEMENT
                 IF WS-MT-APPLIQUE > 0
                    PERFORM 02V-ECRIT-CREDIT
                 END-IF
              END-IF
              MOVE 'SUI' TO HIS-FONCTION
              CALL 'MAHIS' USING HIS-ZCMA
           END-PERFORM
           IF HIS-CODRET NOT = '04'
              MOVE HIS-LIBRET TO WS-MOTIF-COMPTE
           END-IF
           .

      * ATTESTATION DE SOLDE A LA DATE DU DECES, PRODUITE PAR
      * GKATTEST A L'ETAPE SUIVANTE POUR LE NOTAIRE.
       02Q-DEMANDE-ATTESTATION.
           MOVE WS-COMPTE-COURANT TO WS-ATT-COMPTE
           MOVE WS-DATE-DECES     TO WS-ATT-DATE
           WRITE ATTDEM-ENREG FROM WS-ATTDEM-ENREG
           ADD 1 TO WS-NB-ATTESTATIONS
           .

      * CUMUL COURU DU MOIS (ABSENT = RIEN A POSTER).
       02R-LIT-CUMUL.
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
                 MOVE ACC-LIBRET TO WS-MOTIF-COMPTE
           END-EVALUATE
           .

      * ECRITURE D'INTERETS PAR LE CHEMIN NORMAL MFMAJCPT. UNE
      * REFERENCE DEJA HISTORISEE SUR TBHIS (RERUN) N'EST PAS
      * REPOSTEE.
       02S-POSTE-ECRITURE.
           INITIALIZE HIS-ZCMA
           MOVE 'SEL'             TO HIS-FONCTION
           MOVE WS-COMPTE-COURANT TO HIS-COMPTE
           MOVE WS-EC-REF         TO HIS-REF-OPER
           CALL 'MAHIS' USING HIS-ZCMA
           MOVE WS-EC-LIBELLE TO WS-LE-LIBELLE
           MOVE WS-EC-CODE    TO WS-LE-CODE
           MOVE WS-EC-REF     TO WS-LE-REF
           MOVE WS-DATE-JOUR  TO WS-LE-DATE
           MOVE WS-EC-MONTANT TO WS-LE-MONTANT
           IF HIS-CODRET = '04'
              MOVE 'DEJA POSTEE' TO WS-LE-ETAT
           ELSE
              INITIALIZE ZF-MAJCPT
              MOVE '10'              TO ZF-TYPE
              MOVE WS-COMPTE-COURANT TO ZF-COMPTE
              MOVE WS-EC-CODE        TO ZF-CODE-OPER
              MOVE WS-EC-REF         TO ZF-REF-OPER
              MOVE 'EUR'             TO ZF-CODE-DEV
              MOVE WS-EC-MONTANT     TO ZF-MNTOPE
              MOVE 'O'               TO ZF-AUTORISATION
              MOVE 'N'               TO ZF-MODE-SIMULATION
              MOVE WS-DATE-JOUR      TO ZF-DATE-LOT
              MOVE 'SUCCESSION'      TO ZF-LIBELLE-OPER
              MOVE SPACES            TO ZF-CODE-OPER-ANNULE
              MOVE SPACES            TO ZF-REF-OPER-ANNULE
              CALL 'MFMAJCPT' USING ZF-MAJCPT, ZF-RETOUR
              IF ZF-CODRET = '00'
                 ADD 1 TO WS-NB-ECRITURES
                 MOVE SPACES TO WS-LE-ETAT
              ELSE
                 MOVE ZF-LIBRET TO WS-LE-ETAT
                 MOVE ZF-LIBRET TO WS-MOTIF-COMPTE
              END-IF
           END-IF
           WRITE EDIT-ENREG FROM WS-LIGNE-ECRITURE
           .

      * LE CUMUL DU MOIS EST SOLDE ET ARRETE AU DERNIER JOUR DU
      * MOIS (CREE A ZERO S'IL N'EXISTAIT PAS), COMME A LA CLOTURE.
       02T-ARRETE-CUMUL.
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
              MOVE ACC-LIBRET TO WS-MOTIF-COMPTE
           END-IF
           .

      * SENS D'UNE LIGNE TBHIS : LE MONTANT CONVERTI QUAND IL EST
      * PORTE, SINON LE MONTANT BRUT SIGNE DU SENS TBHOP (JAMBES DE
      * VIREMENT), COMME GKATTEST.
       02U-SENS-MOUVEMENT.
           IF WS-MT-APPLIQUE = 0
              INITIALIZE OPE-ZCMA
              MOVE 'SEL'         TO OPE-FONCTION
              MOVE HIS-CODE-OPER TO OPE-CODE-OPER
              CALL 'MAOPE' USING OPE-ZCMA
              IF OPE-CODRET = '00' AND OPE-SENS = 'D'
                 COMPUTE WS-MT-APPLIQUE = 0 - HIS-MONTANT
              ELSE
                 MOVE HIS-MONTANT TO WS-MT-APPLIQUE
              END-IF
           END-IF
           .

       02V-ECRIT-CREDIT.
           MOVE 'CREDIT POSTHUME'  TO WS-LE-LIBELLE
           MOVE HIS-CODE-OPER      TO WS-LE-CODE
           MOVE HIS-REF-OPER       TO WS-LE-REF
           MOVE HIS-DATE-OPER      TO WS-LE-DATE
           MOVE HIS-MONTANT        TO WS-LE-MONTANT
           MOVE 'A RESTITUER'      TO WS-LE-ETAT
           WRITE EDIT-ENREG FROM WS-LIGNE-ECRITURE
           MOVE WS-COMPTE-COURANT  TO WS-RET-COMPTE
           MOVE HIS-REF-OPER       TO WS-RET-REF-OPER
           IF HIS-CODE-DEV = SPACES
              MOVE 'EUR'           TO WS-RET-CODE-DEV
           ELSE
              MOVE HIS-CODE-DEV    TO WS-RET-CODE-DEV
           END-IF
           MOVE HIS-MONTANT        TO WS-RET-MONTANT
           MOVE SPACES             TO WS-RET-CONTREPARTIE
           MOVE 'CREDIT POSTHUME'  TO WS-RET-MOTIF
           WRITE CRED-ENREG FROM WS-RET-ENREG
           ADD 1              TO WS-NB-CRED-CLIENT
           ADD WS-MT-APPLIQUE TO WS-MT-CRED-CLIENT
           ADD 1              TO WS-NB-CREDITS
           ADD WS-MT-APPLIQUE TO WS-MT-CREDITS
           .
