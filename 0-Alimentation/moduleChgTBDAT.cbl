      *********************************************************
      * PROGRAM NAME:  CHGTBDAT                                *
      * PROGRAM OBJET :MAINTENANCE DU REGISTRE DES DEPOTS A    *
      *                TERME (TBDAT) PAR FICHIER D'INSTRUCTIONS*
      *                (ADD / BREAK / RENOUV / REMOVE), VIA    *
      *                L'ACCESSEUR MADAT, MEME CONVENTION QUE  *
      *                CHGTBORD : LA SOUSCRIPTION EST POSEE A  *
      *                PLACER, LE MOUVEMENT DE FONDS EST EMIS  *
      *                PAR GKDATECH ; LA RUPTURE EST DEMANDEE  *
      *                ICI ET DENOUEE PAR GKDATECH AU TAUX DE  *
      *                PENALITE                                *
      * ORIGINAL AUTHOR: SOUAD                                 *
      *                                                        *
      * MAINTENENCE LOG                                        *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT        *
      * --------- ------------  ------------------------------ *
      * 15/10/26 SOUAD   CREATION - REGISTRE DES DEPOTS A TERME *
      *          PAR FICHIER D'INSTRUCTIONS                     *
      * 15/10/26 SOUAD   CARTE SYSIN OPERATEUR + FICHIER        *
      *          D'INSTRUCTIONS ; IMAGE AVANT/APRES DE CHAQUE   *
      *          CHANGEMENT APPLIQUE AU JOURNAL CENTRAL DES     *
      *          CHANGEMENTS (GKAUDIT)                          *
      *                                                        *
      *********************************************************
       ID DIVISION.
       PROGRAM-ID. CHGTBDAT.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FICHIER D'INSTRUCTIONS, UNE ACTION PAR LIGNE : ACTION,
      *    IDENTIFIANT, PUIS LES DONNEES DU DEPOT POUR ADD ; POUR
      *    RENOUV, SEUL L'INDICATEUR DE RENOUVELLEMENT EST LU
            SELECT INSTRUCTIONS ASSIGN TO DDINSTR
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-INSTR.

       DATA DIVISION.
       FILE SECTION.
       FD INSTRUCTIONS.
       01 INSTR-ENREG.
         05 INSTR-ACTION         PIC X(08).
         05 INSTR-ID             PIC X(06).
         05 INSTR-COMPTE         PIC X(11).
         05 INSTR-CODE-DEV       PIC X(03).
         05 INSTR-CAPITAL        PIC 9(11)V99.
      * TAUX A ZERO : TAUX EN VIGUEUR DE LA DUREE (TBPRM
      * DAT-TAUX-03M, DAT-TAUX-06M, DAT-TAUX-12M).
         05 INSTR-TAUX           PIC 9(02)V9(04).
         05 INSTR-DUREE          PIC 9(02).
      * DATE DE PLACEMENT (A SPACES, DATE DU JOUR).
         05 INSTR-DATE-PLACEMENT PIC X(10).
         05 INSTR-RENOUVELLEMENT PIC X(01).
         05 FILLER               PIC X(20).

       WORKING-STORAGE SECTION.
       COPY ZADAT REPLACING ==()== BY ==DAT==.
       COPY CAUDREF REPLACING ==()== BY ==AUD==.
       COPY ZAPRM REPLACING ==()== BY ==PRM==.
       COPY CPTFUNC.

       01 WS-ACTION PIC X(08).
         88 WS-ACTION-ADD    VALUE 'ADD'.
         88 WS-ACTION-BREAK  VALUE 'BREAK'.
         88 WS-ACTION-RENOUV VALUE 'RENOUV'.
         88 WS-ACTION-REMOVE VALUE 'REMOVE'.

       01 WS-MOTIF-REJET PIC X(30).
       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).

      * CLE TBPRM DU TAUX EN VIGUEUR PAR DUREE.
       01 WS-CLE-TAUX.
         05 FILLER        PIC X(09) VALUE 'DAT-TAUX-'.
         05 WS-CLE-DUREE  PIC 9(02).
         05 FILLER        PIC X(01) VALUE 'M'.

      * CALCUL DE L'ECHEANCE : MEME QUANTIEME N MOIS PLUS TARD,
      * BORNE AU DERNIER JOUR DU MOIS (MEME REGLE QUE GKORDGEN).
       01 WS-AA           PIC 9(04).
       01 WS-MM           PIC 9(02).
       01 WS-JJ           PIC 9(02).
       01 WS-NB-MOIS      PIC 9(03).
       01 WS-DATE-NUM     PIC 9(08).
       01 WS-JOURS-CALC   PIC 9(08).

       01 WS-COMPTEURS.
         05 WS-NB-LUES       PIC 9(04) VALUE 0.
         05 WS-NB-APPLIQUEES PIC 9(04) VALUE 0.
         05 WS-NB-REJETEES   PIC 9(04) VALUE 0.

       01 WS-FS-INSTR PIC X(02).
         88 FS-INSTR-OK  VALUE '00'.
         88 FS-INSTR-FIN VALUE '10'.

       PROCEDURE DIVISION.

           PERFORM 000-BEGIN.
           PERFORM 100-TRAITE-INSTRUCTIONS.
           PERFORM 900-FIN.

       000-BEGIN.
           INITIALIZE WS-COMPTEURS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           STRING WS-DATE-SYSTEME(1:4) '-'
                  WS-DATE-SYSTEME(5:2) '-'
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-JOUR
           MOVE SPACES TO AUD-CARTE
           ACCEPT AUD-CARTE FROM SYSIN
           IF AUD-CT-OPERATEUR = SPACES
              DISPLAY 'CHGTBDAT - OPERATEUR ABSENT EN SYSIN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           INITIALIZE AUD-ENREG
           MOVE 'CHGTBDAT'       TO AUD-PROGRAMME
           MOVE AUD-CT-OPERATEUR TO AUD-OPERATEUR
           MOVE AUD-CT-FICHIER   TO AUD-FICHIER
           MOVE 'TBDAT'          TO AUD-TABLE
           OPEN INPUT INSTRUCTIONS
           IF NOT FS-INSTR-OK
              DISPLAY 'CHGTBDAT - OPEN INSTRUCTIONS EN ERREUR : '
                      WS-FS-INSTR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       100-TRAITE-INSTRUCTIONS.
           READ INSTRUCTIONS
              AT END SET FS-INSTR-FIN TO TRUE
           END-READ
           PERFORM UNTIL FS-INSTR-FIN
              ADD 1 TO WS-NB-LUES
              PERFORM 110-APPLIQUE-INSTRUCTION
              READ INSTRUCTIONS
                 AT END SET FS-INSTR-FIN TO TRUE
              END-READ
           END-PERFORM
           CLOSE INSTRUCTIONS
           .

       110-APPLIQUE-INSTRUCTION.
           MOVE INSTR-ACTION TO WS-ACTION
           MOVE SPACES       TO WS-MOTIF-REJET
           EVALUATE TRUE
              WHEN WS-ACTION-ADD
                 PERFORM 120-AJOUTE-DEPOT
              WHEN WS-ACTION-BREAK
                 PERFORM 140-DEMANDE-RUPTURE
              WHEN WS-ACTION-RENOUV
                 PERFORM 150-CHANGE-RENOUVELLEMENT
              WHEN WS-ACTION-REMOVE
                 PERFORM 160-SUPPRIME-DEPOT
              WHEN OTHER
                 MOVE 'ACTION INCONNUE' TO WS-MOTIF-REJET
           END-EVALUATE
           IF WS-MOTIF-REJET = SPACES
              ADD 1 TO WS-NB-APPLIQUEES
              DISPLAY 'CHGTBDAT - ' INSTR-ACTION ' ' INSTR-ID
                      ' APPLIQUE'
           ELSE
              ADD 1 TO WS-NB-REJETEES
              DISPLAY 'CHGTBDAT - ' INSTR-ACTION ' ' INSTR-ID
                      ' REJETE : ' WS-MOTIF-REJET
           END-IF
           .

      * LE COMPTE LIE DOIT EXISTER ET ETRE ACTIF SUR TBCPT, LA
      * DUREE ETRE UNE DES DUREES COMMERCIALISEES, LE CAPITAL
      * RENSEIGNE.
       115-VALIDE-DONNEES.
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'        TO CPT-FONCTION
           MOVE INSTR-COMPTE TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA
           IF CPT-CODRET NOT = '00'
              MOVE CPT-LIBRET TO WS-MOTIF-REJET
           ELSE
              IF NOT CPT-COMPTE-ACTIF
                 MOVE 'COMPTE LIE INACTIF' TO WS-MOTIF-REJET
              ELSE
                 IF INSTR-DUREE NOT = 3 AND 6 AND 12
                    MOVE 'DUREE NON COMMERCIALISEE'
                      TO WS-MOTIF-REJET
                 ELSE
                    IF INSTR-CAPITAL = 0
                       MOVE 'CAPITAL NON RENSEIGNE'
                         TO WS-MOTIF-REJET
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       120-AJOUTE-DEPOT.
           INITIALIZE DAT-ZCMA
           MOVE 'SEL'    TO DAT-FONCTION
           MOVE INSTR-ID TO DAT-ID
           CALL 'MADAT' USING DAT-ZCMA
           IF DAT-CODRET = '00'
              MOVE 'DEPOT DEJA EXISTANT' TO WS-MOTIF-REJET
           ELSE
              PERFORM 115-VALIDE-DONNEES
           END-IF
           IF WS-MOTIF-REJET = SPACES
              INITIALIZE DAT-ZCMA
              MOVE INSTR-ID       TO DAT-ID
              MOVE INSTR-COMPTE   TO DAT-COMPTE
              MOVE CPT-CODCLI     TO DAT-CODCLI
              MOVE INSTR-CODE-DEV TO DAT-CODE-DEV
              MOVE INSTR-CAPITAL  TO DAT-CAPITAL
              MOVE INSTR-DUREE    TO DAT-DUREE
              IF INSTR-TAUX = 0
                 PERFORM 125-TAUX-EN-VIGUEUR
              ELSE
                 MOVE INSTR-TAUX TO DAT-TAUX
              END-IF
              IF INSTR-DATE-PLACEMENT = SPACES
                 MOVE WS-DATE-JOUR TO DAT-DATE-PLACEMENT
              ELSE
                 MOVE INSTR-DATE-PLACEMENT TO DAT-DATE-PLACEMENT
              END-IF
              PERFORM 130-CALCULE-ECHEANCE
              IF INSTR-RENOUVELLEMENT = 'O'
                 MOVE 'O' TO DAT-RENOUVELLEMENT
              ELSE
                 MOVE 'N' TO DAT-RENOUVELLEMENT
              END-IF
              MOVE 'P'    TO DAT-STATUT
              MOVE 0      TO DAT-NB-RENOUV
              MOVE SPACES TO DAT-DATE-RUPTURE
           END-IF
           IF WS-MOTIF-REJET = SPACES
              MOVE 'INS' TO DAT-FONCTION
              CALL 'MADAT' USING DAT-ZCMA
              IF DAT-CODRET NOT = '00'
                 MOVE DAT-LIBRET TO WS-MOTIF-REJET
              ELSE
                 MOVE 'I'    TO AUD-OPERATION
                 MOVE SPACES TO AUD-AVANT
                 PERFORM 170-ECRIT-AUDIT
              END-IF
           END-IF
           .

       125-TAUX-EN-VIGUEUR.
           MOVE INSTR-DUREE TO WS-CLE-DUREE
           MOVE 'SEL'       TO PRM-FONCTION
           MOVE WS-CLE-TAUX TO PRM-CLE
           INITIALIZE PRM-RETOUR
           MOVE SPACES TO PRM-VALEUR
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00'
              COMPUTE DAT-TAUX = FUNCTION NUMVAL(PRM-VALEUR)
           ELSE
              MOVE 'TAUX DE LA DUREE INCONNU' TO WS-MOTIF-REJET
           END-IF
           .

      * ECHEANCE = DATE DE PLACEMENT + DUREE EN MOIS, MEME QUANTIEME
      * BORNE AU DERNIER JOUR DU MOIS CIBLE.
       130-CALCULE-ECHEANCE.
           IF DAT-DATE-PLACEMENT(1:4) IS NOT NUMERIC
           OR DAT-DATE-PLACEMENT(6:2) IS NOT NUMERIC
           OR DAT-DATE-PLACEMENT(9:2) IS NOT NUMERIC
              MOVE 'DATE DE PLACEMENT INVALIDE' TO WS-MOTIF-REJET
           ELSE
              MOVE DAT-DATE-PLACEMENT(1:4) TO WS-AA
              MOVE DAT-DATE-PLACEMENT(6:2) TO WS-MM
              MOVE DAT-DATE-PLACEMENT(9:2) TO WS-JJ
              COMPUTE WS-NB-MOIS = WS-MM + DAT-DUREE - 1
              COMPUTE WS-AA = WS-AA + WS-NB-MOIS / 12
              COMPUTE WS-MM = FUNCTION MOD(WS-NB-MOIS, 12) + 1
              IF WS-JJ > 28
                 IF WS-MM = 12
                    COMPUTE WS-DATE-NUM = (WS-AA + 1) * 10000 + 101
                 ELSE
                    COMPUTE WS-DATE-NUM =
                            WS-AA * 10000 + (WS-MM + 1) * 100 + 1
                 END-IF
                 COMPUTE WS-JOURS-CALC =
                         FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
                 COMPUTE WS-DATE-NUM =
                         FUNCTION DATE-OF-INTEGER(WS-JOURS-CALC)
                 IF WS-JJ > WS-DATE-NUM(7:2)
                    MOVE WS-DATE-NUM(7:2) TO WS-JJ
                 END-IF
              END-IF
              STRING WS-AA '-' WS-MM '-' WS-JJ
                     DELIMITED BY SIZE INTO DAT-DATE-ECHEANCE
           END-IF
           .

      * LA RUPTURE N'EST QUE DEMANDEE : GKDATECH LA DENOUE LE SOIR
      * MEME (CAPITAL ET INTERETS AU TAUX DE PENALITE RENDUS AU
      * COMPTE LIE).
       140-DEMANDE-RUPTURE.
           INITIALIZE DAT-ZCMA
           MOVE 'SEL'    TO DAT-FONCTION
           MOVE INSTR-ID TO DAT-ID
           CALL 'MADAT' USING DAT-ZCMA
           MOVE DAT-DONNEES TO AUD-AVANT
           IF DAT-CODRET NOT = '00'
              MOVE DAT-LIBRET TO WS-MOTIF-REJET
           ELSE
              IF NOT DAT-DAT-ACTIF
                 MOVE 'DEPOT NON ACTIF' TO WS-MOTIF-REJET
              ELSE
                 MOVE 'B'          TO DAT-STATUT
                 MOVE WS-DATE-JOUR TO DAT-DATE-RUPTURE
                 MOVE 'UPD'        TO DAT-FONCTION
                 CALL 'MADAT' USING DAT-ZCMA
                 IF DAT-CODRET NOT = '00'
                    MOVE DAT-LIBRET TO WS-MOTIF-REJET
                 ELSE
                    MOVE 'U' TO AUD-OPERATION
                    PERFORM 170-ECRIT-AUDIT
                 END-IF
              END-IF
           END-IF
           .

       150-CHANGE-RENOUVELLEMENT.
           INITIALIZE DAT-ZCMA
           MOVE 'SEL'    TO DAT-FONCTION
           MOVE INSTR-ID TO DAT-ID
           CALL 'MADAT' USING DAT-ZCMA
           MOVE DAT-DONNEES TO AUD-AVANT
           IF DAT-CODRET NOT = '00'
              MOVE DAT-LIBRET TO WS-MOTIF-REJET
           ELSE
              IF DAT-DAT-SOLDE OR DAT-DAT-ROMPU OR DAT-DAT-REFUSE
                 MOVE 'DEPOT CLOS' TO WS-MOTIF-REJET
              ELSE
                 IF INSTR-RENOUVELLEMENT = 'O'
                    MOVE 'O' TO DAT-RENOUVELLEMENT
                 ELSE
                    MOVE 'N' TO DAT-RENOUVELLEMENT
                 END-IF
                 MOVE 'UPD' TO DAT-FONCTION
                 CALL 'MADAT' USING DAT-ZCMA
                 IF DAT-CODRET NOT = '00'
                    MOVE DAT-LIBRET TO WS-MOTIF-REJET
                 ELSE
                    MOVE 'U' TO AUD-OPERATION
                    PERFORM 170-ECRIT-AUDIT
                 END-IF
              END-IF
           END-IF
           .

      * SEULE UNE SOUSCRIPTION ENCORE A PLACER (RIEN D'EMIS) OU UN
      * PLACEMENT REFUSE PEUT ETRE RETIRE DU REGISTRE.
       160-SUPPRIME-DEPOT.
           INITIALIZE DAT-ZCMA
           MOVE 'SEL'    TO DAT-FONCTION
           MOVE INSTR-ID TO DAT-ID
           CALL 'MADAT' USING DAT-ZCMA
           MOVE DAT-DONNEES TO AUD-AVANT
           IF DAT-CODRET NOT = '00'
              MOVE DAT-LIBRET TO WS-MOTIF-REJET
           ELSE
              IF NOT DAT-DAT-A-PLACER AND NOT DAT-DAT-REFUSE
                 MOVE 'DEPOT DEJA PLACE' TO WS-MOTIF-REJET
              ELSE
                 MOVE 'DEL' TO DAT-FONCTION
                 CALL 'MADAT' USING DAT-ZCMA
                 IF DAT-CODRET NOT = '00'
                    MOVE DAT-LIBRET TO WS-MOTIF-REJET
                 ELSE
                    MOVE 'D' TO AUD-OPERATION
                    PERFORM 170-ECRIT-AUDIT
                 END-IF
              END-IF
           END-IF
           .

      * IMAGE AVANT ET APRES DU DEPOT AU JOURNAL CENTRAL DES
      * CHANGEMENTS DU REFERENTIEL.
       170-ECRIT-AUDIT.
           MOVE INSTR-ACTION TO AUD-ACTION
           MOVE INSTR-ID     TO AUD-CLE
           IF AUD-SUPPRESSION
              MOVE SPACES TO AUD-APRES
           ELSE
              MOVE DAT-DONNEES TO AUD-APRES
           END-IF
           CALL 'GKAUDIT' USING AUD-ENREG
           .

       900-FIN.
           DISPLAY '**********************************'
           DISPLAY '**********CHGTBDAT FIN************'
           DISPLAY '**********************************'
           DISPLAY '* INSTRUCTIONS LUES   : ' WS-NB-LUES
           DISPLAY '* ACTIONS APPLIQUEES  : ' WS-NB-APPLIQUEES
           DISPLAY '* ACTIONS REJETEES    : ' WS-NB-REJETEES
           DISPLAY '**********************************'
           IF WS-NB-REJETEES > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
