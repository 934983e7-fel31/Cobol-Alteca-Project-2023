      *********************************************************
      * PROGRAM NAME:  CHGTBCHQ                                *
      * PROGRAM OBJET :MAINTENANCE DU REGISTRE DES CHEQUIERS   *
      *                (TBCHQ) ET DES OPPOSITIONS (TBCHS) PAR  *
      *                FICHIER D'INSTRUCTIONS (ISSUE / CANCEL /*
      *                STOP / UNSTOP), VIA LES ACCESSEURS      *
      *                MACHQ ET MACHS, MEME CONVENTION QUE     *
      *                CHGTBMDT ; LE COMPTE EST VERIFIE SUR    *
      *                TBCPT                                   *
      * ORIGINAL AUTHOR: SOUAD                                 *
      *                                                        *
      * MAINTENENCE LOG                                        *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT        *
      * --------- ------------  ------------------------------ *
      * 15/10/26 SOUAD   CREATION - CHEQUIERS DELIVRES ET       *
      *          OPPOSITIONS PAR FICHIER D'INSTRUCTIONS         *
      * 15/10/26 SOUAD   CARTE SYSIN OPERATEUR + FICHIER        *
      *          D'INSTRUCTIONS ; IMAGE AVANT/APRES DE CHAQUE   *
      *          CARNET OU OPPOSITION MODIFIE AU JOURNAL        *
      *          CENTRAL DES CHANGEMENTS (GKAUDIT)              *
      *                                                        *
      *********************************************************
       ID DIVISION.
       PROGRAM-ID. CHGTBCHQ.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FICHIER D'INSTRUCTIONS, UNE ACTION PAR LIGNE : ISSUE ET
      *    CANCEL PORTENT LA PLAGE DU CARNET, STOP ET UNSTOP LE
      *    NUMERO DU CHEQUE DANS NUM-DEBUT (ET LE MOTIF POUR STOP)
            SELECT INSTRUCTIONS ASSIGN TO DDINSTR
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-INSTR.

       DATA DIVISION.
       FILE SECTION.
       FD INSTRUCTIONS.
       01 INSTR-ENREG.
         05 INSTR-ACTION    PIC X(08).
         05 INSTR-COMPTE    PIC X(11).
         05 INSTR-NUM-DEBUT PIC 9(07).
         05 INSTR-NUM-FIN   PIC 9(07).
      * DATE DE DELIVRANCE OU D'OPPOSITION (A SPACES, DATE DU JOUR).
         05 INSTR-DATE      PIC X(10).
         05 INSTR-MOTIF     PIC X(20).
         05 FILLER          PIC X(17).

       WORKING-STORAGE SECTION.
       COPY ZACHQ REPLACING ==()== BY ==CHQ==.
       COPY ZACHS REPLACING ==()== BY ==CHS==.
       COPY CAUDREF REPLACING ==()== BY ==AUD==.
       COPY CPTFUNC.

       01 WS-ACTION PIC X(08).
         88 WS-ACTION-ISSUE  VALUE 'ISSUE'.
         88 WS-ACTION-CANCEL VALUE 'CANCEL'.
         88 WS-ACTION-STOP   VALUE 'STOP'.
         88 WS-ACTION-UNSTOP VALUE 'UNSTOP'.

       01 WS-MOTIF-REJET PIC X(30).
       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-ACTION  PIC X(10).

      * TAILLE MAXIMALE D'UN CARNET : UNE PLAGE PLUS LARGE EST UNE
      * ERREUR DE SAISIE.
       01 WS-MAX-CARNET PIC 9(07) VALUE 100.

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
           MOVE SPACES TO AUD-CARTE
           ACCEPT AUD-CARTE FROM SYSIN
           IF AUD-CT-OPERATEUR = SPACES
              DISPLAY 'CHGTBCHQ - OPERATEUR ABSENT EN SYSIN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           INITIALIZE AUD-ENREG
           MOVE 'CHGTBCHQ'       TO AUD-PROGRAMME
           MOVE AUD-CT-OPERATEUR TO AUD-OPERATEUR
           MOVE AUD-CT-FICHIER   TO AUD-FICHIER
           MOVE 'TBCHQ'          TO AUD-TABLE
           OPEN INPUT INSTRUCTIONS
           IF NOT FS-INSTR-OK
              DISPLAY 'CHGTBCHQ - OPEN INSTRUCTIONS EN ERREUR : '
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
           IF INSTR-DATE = SPACES
              MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
              STRING WS-DATE-SYSTEME(1:4) '-'
                     WS-DATE-SYSTEME(5:2) '-'
                     WS-DATE-SYSTEME(7:2)
                     DELIMITED BY SIZE INTO WS-DATE-ACTION
           ELSE
              MOVE INSTR-DATE TO WS-DATE-ACTION
           END-IF
           EVALUATE TRUE
              WHEN WS-ACTION-ISSUE
                 PERFORM 120-DELIVRE-CARNET
              WHEN WS-ACTION-CANCEL
                 PERFORM 130-ANNULE-CARNET
              WHEN WS-ACTION-STOP
                 PERFORM 140-POSE-OPPOSITION
              WHEN WS-ACTION-UNSTOP
                 PERFORM 150-LEVE-OPPOSITION
              WHEN OTHER
                 MOVE 'ACTION INCONNUE' TO WS-MOTIF-REJET
           END-EVALUATE
           IF WS-MOTIF-REJET = SPACES
              ADD 1 TO WS-NB-APPLIQUEES
              DISPLAY 'CHGTBCHQ - ' INSTR-ACTION ' '
                      INSTR-COMPTE ' ' INSTR-NUM-DEBUT
                      ' APPLIQUE'
           ELSE
              ADD 1 TO WS-NB-REJETEES
              DISPLAY 'CHGTBCHQ - ' INSTR-ACTION ' '
                      INSTR-COMPTE ' ' INSTR-NUM-DEBUT
                      ' REJETE : ' WS-MOTIF-REJET
           END-IF
           .

      * UN CARNET N'EST DELIVRE QU'A UN COMPTE ACTIF, SUR UNE PLAGE
      * QUI NE CHEVAUCHE AUCUN CARNET DEJA DELIVRE AU COMPTE (UN
      * MEME NUMERO NE DOIT DESIGNER QU'UN SEUL CHEQUE).
       120-DELIVRE-CARNET.
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'        TO CPT-FONCTION
           MOVE INSTR-COMPTE TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA
           EVALUATE TRUE
              WHEN CPT-CODRET NOT = '00'
                 MOVE CPT-LIBRET TO WS-MOTIF-REJET
              WHEN NOT CPT-COMPTE-ACTIF
                 MOVE 'COMPTE NON ACTIF' TO WS-MOTIF-REJET
              WHEN INSTR-NUM-DEBUT = 0
                OR INSTR-NUM-FIN < INSTR-NUM-DEBUT
                OR INSTR-NUM-FIN - INSTR-NUM-DEBUT >= WS-MAX-CARNET
                 MOVE 'PLAGE DE NUMEROS INVALIDE' TO WS-MOTIF-REJET
              WHEN OTHER
                 INITIALIZE CHQ-ZCMA
                 MOVE 'NUM'           TO CHQ-FONCTION
                 MOVE INSTR-COMPTE    TO CHQ-COMPTE
                 MOVE INSTR-NUM-DEBUT TO CHQ-NUM-CHEQUE
                 CALL 'MACHQ' USING CHQ-ZCMA
                 IF CHQ-CODRET = '04'
                    MOVE 'NUM'         TO CHQ-FONCTION
                    MOVE INSTR-NUM-FIN TO CHQ-NUM-CHEQUE
                    CALL 'MACHQ' USING CHQ-ZCMA
                 END-IF
                 EVALUATE CHQ-CODRET
                    WHEN '00'
                       MOVE 'PLAGE DEJA DELIVREE' TO WS-MOTIF-REJET
                    WHEN '04'
                       INITIALIZE CHQ-ZCMA
                       MOVE INSTR-COMPTE    TO CHQ-COMPTE
                       MOVE INSTR-NUM-DEBUT TO CHQ-NUM-DEBUT
                       MOVE INSTR-NUM-FIN   TO CHQ-NUM-FIN
                       MOVE WS-DATE-ACTION  TO CHQ-DATE-EMISSION
                       MOVE 'A'             TO CHQ-STATUT
                       MOVE 'INS'           TO CHQ-FONCTION
                       CALL 'MACHQ' USING CHQ-ZCMA
                       IF CHQ-CODRET NOT = '00'
                          MOVE CHQ-LIBRET TO WS-MOTIF-REJET
                       ELSE
                          MOVE 'I'    TO AUD-OPERATION
                          MOVE SPACES TO AUD-AVANT
                          PERFORM 160-AUDIT-CHEQUIER
                       END-IF
                    WHEN OTHER
                       MOVE CHQ-LIBRET TO WS-MOTIF-REJET
                 END-EVALUATE
           END-EVALUATE
           .

      * ANNULATION D'UN CARNET (PERTE AVANT USAGE, CLOTURE) : LES
      * CHEQUES NON ENCORE PAYES DU CARNET NE SONT PLUS HONORES.
       130-ANNULE-CARNET.
           INITIALIZE CHQ-ZCMA
           MOVE 'SEL'           TO CHQ-FONCTION
           MOVE INSTR-COMPTE    TO CHQ-COMPTE
           MOVE INSTR-NUM-DEBUT TO CHQ-NUM-DEBUT
           CALL 'MACHQ' USING CHQ-ZCMA
           MOVE CHQ-DONNEES TO AUD-AVANT
           EVALUATE TRUE
              WHEN CHQ-CODRET NOT = '00'
                 MOVE CHQ-LIBRET TO WS-MOTIF-REJET
              WHEN CHQ-CHQ-ANNULE
                 MOVE 'CHEQUIER DEJA ANNULE' TO WS-MOTIF-REJET
              WHEN OTHER
                 MOVE 'X'   TO CHQ-STATUT
                 MOVE 'UPD' TO CHQ-FONCTION
                 CALL 'MACHQ' USING CHQ-ZCMA
                 IF CHQ-CODRET NOT = '00'
                    MOVE CHQ-LIBRET TO WS-MOTIF-REJET
                 ELSE
                    MOVE 'U' TO AUD-OPERATION
                    PERFORM 160-AUDIT-CHEQUIER
                 END-IF
           END-EVALUATE
           .

      * OPPOSITION SUR UN CHEQUE DELIVRE ET NON ENCORE PAYE.
       140-POSE-OPPOSITION.
           INITIALIZE CHQ-ZCMA
           MOVE 'NUM'           TO CHQ-FONCTION
           MOVE INSTR-COMPTE    TO CHQ-COMPTE
           MOVE INSTR-NUM-DEBUT TO CHQ-NUM-CHEQUE
           CALL 'MACHQ' USING CHQ-ZCMA
           IF CHQ-CODRET NOT = '00'
              MOVE CHQ-LIBRET TO WS-MOTIF-REJET
           ELSE
              INITIALIZE CHS-ZCMA
              MOVE 'SEL'           TO CHS-FONCTION
              MOVE INSTR-COMPTE    TO CHS-COMPTE
              MOVE INSTR-NUM-DEBUT TO CHS-NUM-CHEQUE
              CALL 'MACHS' USING CHS-ZCMA
              EVALUATE TRUE
                 WHEN CHS-CODRET = '00' AND CHS-CHEQUE-PAYE
                    MOVE 'CHEQUE DEJA PAYE' TO WS-MOTIF-REJET
                 WHEN CHS-CODRET = '00'
                    MOVE 'OPPOSITION DEJA POSEE' TO WS-MOTIF-REJET
                 WHEN CHS-CODRET = '04'
                    INITIALIZE CHS-ZCMA
                    MOVE INSTR-COMPTE    TO CHS-COMPTE
                    MOVE INSTR-NUM-DEBUT TO CHS-NUM-CHEQUE
                    MOVE 'O'             TO CHS-STATUT
                    MOVE WS-DATE-ACTION  TO CHS-DATE-EVENEMENT
                    MOVE 0               TO CHS-MONTANT
                    MOVE SPACES          TO CHS-REF-OPER
                    MOVE INSTR-MOTIF     TO CHS-MOTIF
                    MOVE 'INS'           TO CHS-FONCTION
                    CALL 'MACHS' USING CHS-ZCMA
                    IF CHS-CODRET NOT = '00'
                       MOVE CHS-LIBRET TO WS-MOTIF-REJET
                    ELSE
                       MOVE 'I'    TO AUD-OPERATION
                       MOVE SPACES TO AUD-AVANT
                       PERFORM 165-AUDIT-OPPOSITION
                    END-IF
                 WHEN OTHER
                    MOVE CHS-LIBRET TO WS-MOTIF-REJET
              END-EVALUATE
           END-IF
           .

      * MAINLEVEE : SEULE UNE OPPOSITION SE LEVE (UN PAIEMENT
      * ENREGISTRE N'EST JAMAIS EFFACE ICI).
       150-LEVE-OPPOSITION.
           INITIALIZE CHS-ZCMA
           MOVE 'SEL'           TO CHS-FONCTION
           MOVE INSTR-COMPTE    TO CHS-COMPTE
           MOVE INSTR-NUM-DEBUT TO CHS-NUM-CHEQUE
           CALL 'MACHS' USING CHS-ZCMA
           MOVE CHS-DONNEES TO AUD-AVANT
           EVALUATE TRUE
              WHEN CHS-CODRET NOT = '00'
                 MOVE CHS-LIBRET TO WS-MOTIF-REJET
              WHEN NOT CHS-CHEQUE-OPPOSE
                 MOVE 'CHEQUE SANS OPPOSITION' TO WS-MOTIF-REJET
              WHEN OTHER
                 MOVE 'DEL' TO CHS-FONCTION
                 CALL 'MACHS' USING CHS-ZCMA
                 IF CHS-CODRET NOT = '00'
                    MOVE CHS-LIBRET TO WS-MOTIF-REJET
                 ELSE
                    MOVE 'D' TO AUD-OPERATION
                    PERFORM 165-AUDIT-OPPOSITION
                 END-IF
           END-EVALUATE
           .

      * IMAGES AVANT ET APRES AU JOURNAL CENTRAL DES CHANGEMENTS DU
      * REFERENTIEL, POUR LE CARNET (TBCHQ) OU L'OPPOSITION (TBCHS).
       160-AUDIT-CHEQUIER.
           MOVE 'TBCHQ'      TO AUD-TABLE
           MOVE INSTR-ACTION TO AUD-ACTION
           STRING CHQ-COMPTE CHQ-NUM-DEBUT
                  DELIMITED BY SIZE INTO AUD-CLE
           MOVE CHQ-DONNEES  TO AUD-APRES
           CALL 'GKAUDIT' USING AUD-ENREG
           .

       165-AUDIT-OPPOSITION.
           MOVE 'TBCHS'      TO AUD-TABLE
           MOVE INSTR-ACTION TO AUD-ACTION
           STRING INSTR-COMPTE INSTR-NUM-DEBUT
                  DELIMITED BY SIZE INTO AUD-CLE
           IF AUD-SUPPRESSION
              MOVE SPACES TO AUD-APRES
           ELSE
              MOVE CHS-DONNEES TO AUD-APRES
           END-IF
           CALL 'GKAUDIT' USING AUD-ENREG
           .

       900-FIN.
           DISPLAY '**********************************'
           DISPLAY '**********CHGTBCHQ FIN************'
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
