      *********************************************************
      * PROGRAM NAME:  CHGTBSAI                                *
      * PROGRAM OBJET :MAINTENANCE DU REGISTRE DES SAISIES ET  *
      *                AVIS A TIERS DETENTEUR (TBSAI) PAR      *
      *                FICHIER D'INSTRUCTIONS (ADD / UPDATE /  *
      *                LIFT), VIA L'ACCESSEUR MASAI, MEME      *
      *                CONVENTION QUE CHGTBORD ; LE DEBITEUR   *
      *                EST VERIFIE SUR TBCLI, L'IBAN DU        *
      *                CREANCIER SUR TBIBN                     *
      * ORIGINAL AUTHOR: SOUAD                                 *
      *                                                        *
      * MAINTENENCE LOG                                        *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT        *
      * --------- ------------  ------------------------------ *
      * 15/10/26 SOUAD   CREATION - ENREGISTREMENT, MODIFICATION*
      *          ET MAINLEVEE DES ORDRES DE SAISIE PAR FICHIER  *
      *          D'INSTRUCTIONS                                 *
      * 15/10/26 SOUAD   CARTE SYSIN OPERATEUR + FICHIER        *
      *          D'INSTRUCTIONS ; IMAGE AVANT/APRES DE CHAQUE   *
      *          CHANGEMENT APPLIQUE AU JOURNAL CENTRAL DES     *
      *          CHANGEMENTS (GKAUDIT)                          *
      *                                                        *
      *********************************************************
       ID DIVISION.
       PROGRAM-ID. CHGTBSAI.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FICHIER D'INSTRUCTIONS, UNE ACTION PAR LIGNE : ACTION,
      *    IDENTIFIANT DE L'ORDRE, PUIS LES DONNEES DE L'ACTE POUR
      *    ADD/UPDATE
            SELECT INSTRUCTIONS ASSIGN TO DDINSTR
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-INSTR.

       DATA DIVISION.
       FILE SECTION.
       FD INSTRUCTIONS.
       01 INSTR-ENREG.
         05 INSTR-ACTION      PIC X(08).
         05 INSTR-ID          PIC X(06).
         05 INSTR-CODCLI      PIC X(08).
         05 INSTR-TYPE        PIC X(03).
         05 INSTR-CREANCIER   PIC X(30).
         05 INSTR-IBAN        PIC X(34).
         05 INSTR-MONTANT     PIC 9(11)V99.
      * RANG DE L'ORDRE (A ZERO, RANG PAR DEFAUT DU TYPE).
         05 INSTR-PRIORITE    PIC 9(02).
      * DATE DE SIGNIFICATION (A SPACES, DATE DU JOUR).
         05 INSTR-DATE-NOTIF  PIC X(10).
         05 FILLER            PIC X(06).

       WORKING-STORAGE SECTION.
       COPY ZASAI REPLACING ==()== BY ==SAI==.
       COPY CAUDREF REPLACING ==()== BY ==AUD==.
       COPY ZACLI REPLACING ==()== BY ==CLI==.
       COPY ZAIBN REPLACING ==()== BY ==IBN==.

       01 WS-ACTION PIC X(08).
         88 WS-ACTION-ADD    VALUE 'ADD'.
         88 WS-ACTION-UPDATE VALUE 'UPDATE'.
         88 WS-ACTION-LIFT   VALUE 'LIFT'.

      * RANGS PAR DEFAUT : L'AVIS A TIERS DETENTEUR DU TRESOR PASSE
      * AVANT LES SAISIES D'HUISSIER ; LE SERVICE JURIDIQUE PEUT
      * TOUJOURS FIXER LE RANG SUR L'INSTRUCTION.
       01 WS-RANG-ATD PIC 9(02) VALUE 10.
       01 WS-RANG-SAT PIC 9(02) VALUE 20.

       01 WS-MOTIF-REJET PIC X(30).
       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).

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
              DISPLAY 'CHGTBSAI - OPERATEUR ABSENT EN SYSIN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           INITIALIZE AUD-ENREG
           MOVE 'CHGTBSAI'       TO AUD-PROGRAMME
           MOVE AUD-CT-OPERATEUR TO AUD-OPERATEUR
           MOVE AUD-CT-FICHIER   TO AUD-FICHIER
           MOVE 'TBSAI'          TO AUD-TABLE
           OPEN INPUT INSTRUCTIONS
           IF NOT FS-INSTR-OK
              DISPLAY 'CHGTBSAI - OPEN INSTRUCTIONS EN ERREUR : '
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
                 PERFORM 120-AJOUTE-ORDRE
              WHEN WS-ACTION-UPDATE
                 PERFORM 130-MODIFIE-ORDRE
              WHEN WS-ACTION-LIFT
                 PERFORM 140-LEVE-ORDRE
              WHEN OTHER
                 MOVE 'ACTION INCONNUE' TO WS-MOTIF-REJET
           END-EVALUATE
           IF WS-MOTIF-REJET = SPACES
              ADD 1 TO WS-NB-APPLIQUEES
              DISPLAY 'CHGTBSAI - ' INSTR-ACTION ' ' INSTR-ID
                      ' APPLIQUE'
           ELSE
              ADD 1 TO WS-NB-REJETEES
              DISPLAY 'CHGTBSAI - ' INSTR-ACTION ' ' INSTR-ID
                      ' REJETE : ' WS-MOTIF-REJET
           END-IF
           .

      * LE CREANCIER DOIT ETRE PAYABLE : SON IBAN EST CONNU DE
      * TBIBN, FAUTE DE QUOI GKSAISIE NE SAURAIT OU VIRER.
       115-VALIDE-IBAN.
           IF INSTR-IBAN = SPACES
              MOVE 'IBAN CREANCIER ABSENT' TO WS-MOTIF-REJET
           ELSE
              INITIALIZE IBN-ZCMA
              MOVE 'SEL'      TO IBN-FONCTION
              MOVE INSTR-IBAN TO IBN-IBAN
              CALL 'MAIBN' USING IBN-ZCMA
              IF IBN-CODRET NOT = '00'
                 MOVE 'IBAN INCONNU DE TBIBN' TO WS-MOTIF-REJET
              END-IF
           END-IF
           .

       120-AJOUTE-ORDRE.
           INITIALIZE SAI-ZCMA
           MOVE 'SEL'    TO SAI-FONCTION
           MOVE INSTR-ID TO SAI-ID-SAISIE
           CALL 'MASAI' USING SAI-ZCMA
           EVALUATE TRUE
              WHEN SAI-CODRET = '00'
                 MOVE 'ORDRE DEJA ENREGISTRE' TO WS-MOTIF-REJET
              WHEN INSTR-TYPE NOT = 'SAT' AND 'ATD'
                 MOVE 'TYPE D''ORDRE INCONNU' TO WS-MOTIF-REJET
              WHEN INSTR-MONTANT NOT > 0
                 MOVE 'MONTANT RECLAME NUL' TO WS-MOTIF-REJET
              WHEN INSTR-CREANCIER = SPACES
                 MOVE 'CREANCIER ABSENT' TO WS-MOTIF-REJET
              WHEN OTHER
                 INITIALIZE CLI-ZCMA
                 MOVE 'SEL'        TO CLI-FONCTION
                 MOVE INSTR-CODCLI TO CLI-ID
                 CALL 'MACLI' USING CLI-ZCMA
                 IF CLI-CODRET NOT = '00'
                    MOVE 'CLIENT INCONNU DE TBCLI' TO WS-MOTIF-REJET
                 ELSE
                    PERFORM 115-VALIDE-IBAN
                 END-IF
           END-EVALUATE
           IF WS-MOTIF-REJET = SPACES
              INITIALIZE SAI-ZCMA
              MOVE 'INS'           TO SAI-FONCTION
              MOVE INSTR-ID        TO SAI-ID-SAISIE
              MOVE INSTR-CODCLI    TO SAI-CODCLI
              MOVE INSTR-TYPE      TO SAI-TYPE-ORDRE
              MOVE INSTR-CREANCIER TO SAI-CREANCIER
              MOVE INSTR-IBAN      TO SAI-IBAN-CREANCIER
              MOVE INSTR-MONTANT   TO SAI-MONTANT-RECLAME
              MOVE 0               TO SAI-MONTANT-VERSE
              EVALUATE TRUE
                 WHEN INSTR-PRIORITE NOT = 0
                    MOVE INSTR-PRIORITE TO SAI-PRIORITE
                 WHEN SAI-AVIS-TIERS-DETENTEUR
                    MOVE WS-RANG-ATD    TO SAI-PRIORITE
                 WHEN OTHER
                    MOVE WS-RANG-SAT    TO SAI-PRIORITE
              END-EVALUATE
              IF INSTR-DATE-NOTIF = SPACES
                 MOVE WS-DATE-JOUR     TO SAI-DATE-NOTIF
              ELSE
                 MOVE INSTR-DATE-NOTIF TO SAI-DATE-NOTIF
              END-IF
              SET SAI-ORDRE-OUVERT TO TRUE
              MOVE WS-DATE-JOUR    TO SAI-DATE-STATUT
              MOVE 0               TO SAI-NB-VERSEMENTS
              CALL 'MASAI' USING SAI-ZCMA
              IF SAI-CODRET NOT = '00'
                 MOVE SAI-LIBRET TO WS-MOTIF-REJET
              ELSE
                 MOVE 'I'    TO AUD-OPERATION
                 MOVE SPACES TO AUD-AVANT
                 PERFORM 160-ECRIT-AUDIT
              END-IF
           END-IF
           .

      * SEUL UN ORDRE OUVERT SE MODIFIE ; LES ZONES A SPACES OU A
      * ZERO SONT CONSERVEES. LE RECLAME NE PEUT PAS DESCENDRE SOUS
      * LE DEJA VERSE ; S'IL L'ATTEINT, L'ORDRE EST SOLDE.
       130-MODIFIE-ORDRE.
           INITIALIZE SAI-ZCMA
           MOVE 'SEL'    TO SAI-FONCTION
           MOVE INSTR-ID TO SAI-ID-SAISIE
           CALL 'MASAI' USING SAI-ZCMA
           MOVE SAI-DONNEES TO AUD-AVANT
           EVALUATE TRUE
              WHEN SAI-CODRET NOT = '00'
                 MOVE SAI-LIBRET TO WS-MOTIF-REJET
              WHEN NOT SAI-ORDRE-OUVERT
                 MOVE 'ORDRE NON OUVERT' TO WS-MOTIF-REJET
              WHEN INSTR-MONTANT NOT = 0
                   AND INSTR-MONTANT < SAI-MONTANT-VERSE
                 MOVE 'RECLAME INFERIEUR AU VERSE' TO WS-MOTIF-REJET
              WHEN INSTR-IBAN NOT = SPACES
                 PERFORM 115-VALIDE-IBAN
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-MOTIF-REJET = SPACES
              IF INSTR-CREANCIER NOT = SPACES
                 MOVE INSTR-CREANCIER TO SAI-CREANCIER
              END-IF
              IF INSTR-IBAN NOT = SPACES
                 MOVE INSTR-IBAN      TO SAI-IBAN-CREANCIER
              END-IF
              IF INSTR-MONTANT NOT = 0
                 MOVE INSTR-MONTANT   TO SAI-MONTANT-RECLAME
              END-IF
              IF INSTR-PRIORITE NOT = 0
                 MOVE INSTR-PRIORITE  TO SAI-PRIORITE
              END-IF
              IF SAI-MONTANT-VERSE >= SAI-MONTANT-RECLAME
                 SET SAI-ORDRE-SOLDE TO TRUE
                 MOVE WS-DATE-JOUR   TO SAI-DATE-STATUT
              END-IF
              MOVE 'UPD' TO SAI-FONCTION
              CALL 'MASAI' USING SAI-ZCMA
              IF SAI-CODRET NOT = '00'
                 MOVE SAI-LIBRET TO WS-MOTIF-REJET
              ELSE
                 MOVE 'U' TO AUD-OPERATION
                 PERFORM 160-ECRIT-AUDIT
              END-IF
           END-IF
           .

      * MAINLEVEE : L'ORDRE RESTE AU REGISTRE AVEC SON CUMUL VERSE,
      * IL N'EST PLUS SERVI PAR GKSAISIE.
       140-LEVE-ORDRE.
           INITIALIZE SAI-ZCMA
           MOVE 'SEL'    TO SAI-FONCTION
           MOVE INSTR-ID TO SAI-ID-SAISIE
           CALL 'MASAI' USING SAI-ZCMA
           MOVE SAI-DONNEES TO AUD-AVANT
           EVALUATE TRUE
              WHEN SAI-CODRET NOT = '00'
                 MOVE SAI-LIBRET TO WS-MOTIF-REJET
              WHEN NOT SAI-ORDRE-OUVERT
                 MOVE 'ORDRE NON OUVERT' TO WS-MOTIF-REJET
              WHEN OTHER
                 SET SAI-ORDRE-LEVE TO TRUE
                 MOVE WS-DATE-JOUR  TO SAI-DATE-STATUT
                 MOVE 'UPD' TO SAI-FONCTION
                 CALL 'MASAI' USING SAI-ZCMA
                 IF SAI-CODRET NOT = '00'
                    MOVE SAI-LIBRET TO WS-MOTIF-REJET
                 ELSE
                    MOVE 'U' TO AUD-OPERATION
                    PERFORM 160-ECRIT-AUDIT
                 END-IF
           END-EVALUATE
           .

      * IMAGE AVANT ET APRES DE L'ORDRE AU JOURNAL CENTRAL DES
      * CHANGEMENTS DU REFERENTIEL.
       160-ECRIT-AUDIT.
           MOVE INSTR-ACTION TO AUD-ACTION
           MOVE INSTR-ID     TO AUD-CLE
           MOVE SAI-DONNEES  TO AUD-APRES
           CALL 'GKAUDIT' USING AUD-ENREG
           .

       900-FIN.
           DISPLAY '**********************************'
           DISPLAY '**********CHGTBSAI FIN************'
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
