      *********************************************************
      * PROGRAM NAME:  CHGTBCRE                                *
      * PROGRAM OBJET :MAINTENANCE DES CREANCIERS ENTREPRISES  *
      *                EMETTEURS DE PRELEVEMENTS (TBCRE) PAR   *
      *                FICHIER D'INSTRUCTIONS (ADD / SUSPEND / *
      *                RESUME / MODE), VIA L'ACCESSEUR MACRE,  *
      *                MEME CONVENTION QUE CHGTBMDT ; LE       *
      *                COMPTE A CREDITER EST VERIFIE SUR TBCPT *
      * ORIGINAL AUTHOR: SOUAD                                 *
      *                                                        *
      * MAINTENENCE LOG                                        *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT        *
      * --------- ------------  ------------------------------ *
      * 15/10/26 SOUAD   CREATION - ENREGISTREMENT DES          *
      *          CREANCIERS ENTREPRISES                         *
      * 15/10/26 SOUAD   CARTE SYSIN OPERATEUR + FICHIER        *
      *          D'INSTRUCTIONS ; IMAGE AVANT/APRES DE CHAQUE   *
      *          CREANCIER CREE OU MODIFIE AU JOURNAL CENTRAL   *
      *          DES CHANGEMENTS (GKAUDIT)                      *
      *                                                        *
      *********************************************************
       ID DIVISION.
       PROGRAM-ID. CHGTBCRE.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT INSTRUCTIONS ASSIGN TO DDINSTR
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-INSTR.

       DATA DIVISION.
       FILE SECTION.
       FD INSTRUCTIONS.
       01 INSTR-ENREG.
         05 INSTR-ACTION     PIC X(08).
         05 INSTR-CREANCIER  PIC X(08).
         05 INSTR-COMPTE     PIC X(11).
      * MODE DE CREDIT ('G' GLOBAL PAR REMISE, 'D' DETAILLE PAR
      * COLLECTE), POUR ADD ET MODE.
         05 INSTR-MODE       PIC X(01).
         05 INSTR-RAISON-SOC PIC X(30).
         05 FILLER           PIC X(22).

       WORKING-STORAGE SECTION.
       COPY ZACRE REPLACING ==()== BY ==CRE==.
       COPY CPTFUNC.
       COPY CAUDREF REPLACING ==()== BY ==AUD==.

       01 WS-ACTION PIC X(08).
         88 WS-ACTION-ADD     VALUE 'ADD'.
         88 WS-ACTION-SUSPEND VALUE 'SUSPEND'.
         88 WS-ACTION-RESUME  VALUE 'RESUME'.
         88 WS-ACTION-MODE    VALUE 'MODE'.

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
           MOVE SPACES TO AUD-CARTE
           ACCEPT AUD-CARTE FROM SYSIN
           IF AUD-CT-OPERATEUR = SPACES
              DISPLAY 'CHGTBCRE - OPERATEUR ABSENT EN SYSIN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           INITIALIZE AUD-ENREG
           MOVE 'CHGTBCRE'       TO AUD-PROGRAMME
           MOVE AUD-CT-OPERATEUR TO AUD-OPERATEUR
           MOVE AUD-CT-FICHIER   TO AUD-FICHIER
           MOVE 'TBCRE'          TO AUD-TABLE
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           STRING WS-DATE-SYSTEME(1:4) '-'
                  WS-DATE-SYSTEME(5:2) '-'
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-JOUR
           OPEN INPUT INSTRUCTIONS
           IF NOT FS-INSTR-OK
              DISPLAY 'CHGTBCRE - OPEN INSTRUCTIONS EN ERREUR : '
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
                 PERFORM 120-AJOUTE-CREANCIER
              WHEN WS-ACTION-SUSPEND
                 PERFORM 130-CHANGE-CREANCIER
              WHEN WS-ACTION-RESUME
                 PERFORM 130-CHANGE-CREANCIER
              WHEN WS-ACTION-MODE
                 PERFORM 130-CHANGE-CREANCIER
              WHEN OTHER
                 MOVE 'ACTION INCONNUE' TO WS-MOTIF-REJET
           END-EVALUATE
           IF WS-MOTIF-REJET = SPACES
              ADD 1 TO WS-NB-APPLIQUEES
              DISPLAY 'CHGTBCRE - ' INSTR-ACTION ' '
                      INSTR-CREANCIER ' ' INSTR-COMPTE
                      ' APPLIQUE'
           ELSE
              ADD 1 TO WS-NB-REJETEES
              DISPLAY 'CHGTBCRE - ' INSTR-ACTION ' '
                      INSTR-CREANCIER ' ' INSTR-COMPTE
                      ' REJETE : ' WS-MOTIF-REJET
           END-IF
           .

      * LE COMPTE A CREDITER DOIT EXISTER ET ETRE ACTIF ; UN
      * IDENTIFIANT CREANCIER N'EST ENREGISTRE QU'UNE FOIS.
       120-AJOUTE-CREANCIER.
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'        TO CPT-FONCTION
           MOVE INSTR-COMPTE TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA
           EVALUATE TRUE
              WHEN INSTR-CREANCIER = SPACES
                 MOVE 'IDENTIFIANT CREANCIER ABSENT'
                   TO WS-MOTIF-REJET
              WHEN INSTR-MODE NOT = 'G' AND INSTR-MODE NOT = 'D'
                 MOVE 'MODE DE CREDIT INVALIDE' TO WS-MOTIF-REJET
              WHEN CPT-CODRET NOT = '00'
                 MOVE CPT-LIBRET TO WS-MOTIF-REJET
              WHEN NOT CPT-COMPTE-ACTIF
                 MOVE 'COMPTE NON ACTIF' TO WS-MOTIF-REJET
              WHEN OTHER
                 INITIALIZE CRE-ZCMA
                 MOVE 'SEL'           TO CRE-FONCTION
                 MOVE INSTR-CREANCIER TO CRE-CREANCIER
                 CALL 'MACRE' USING CRE-ZCMA
                 IF CRE-CODRET = '00'
                    MOVE 'CREANCIER DEJA ENREGISTRE' TO WS-MOTIF-REJET
                 ELSE
                    MOVE INSTR-CREANCIER  TO CRE-CREANCIER
                    MOVE INSTR-COMPTE     TO CRE-COMPTE
                    MOVE INSTR-RAISON-SOC TO CRE-RAISON-SOC
                    MOVE INSTR-MODE       TO CRE-MODE-CREDIT
                    MOVE 'A'              TO CRE-STATUT
                    MOVE WS-DATE-JOUR     TO CRE-DATE-ENREG
                    MOVE 'INS'            TO CRE-FONCTION
                    CALL 'MACRE' USING CRE-ZCMA
                    IF CRE-CODRET NOT = '00'
                       MOVE CRE-LIBRET TO WS-MOTIF-REJET
                    ELSE
                       MOVE 'I'    TO AUD-OPERATION
                       MOVE SPACES TO AUD-AVANT
                       PERFORM 150-ECRIT-AUDIT
                    END-IF
                 END-IF
           END-EVALUATE
           .

      * SUSPENSION, REPRISE OU CHANGEMENT DE MODE DE CREDIT : LE
      * CREANCIER EST RELU PUIS MIS A JOUR. UN CHANGEMENT DE MODE
      * VAUT POUR LES REMISES TRAITEES ENSUITE.
       130-CHANGE-CREANCIER.
           INITIALIZE CRE-ZCMA
           MOVE 'SEL'           TO CRE-FONCTION
           MOVE INSTR-CREANCIER TO CRE-CREANCIER
           CALL 'MACRE' USING CRE-ZCMA
           MOVE CRE-DONNEES TO AUD-AVANT
           EVALUATE TRUE
              WHEN CRE-CODRET NOT = '00'
                 MOVE CRE-LIBRET TO WS-MOTIF-REJET
              WHEN WS-ACTION-SUSPEND
                 MOVE 'S' TO CRE-STATUT
                 PERFORM 140-MAJ-CREANCIER
              WHEN WS-ACTION-RESUME
                 MOVE 'A' TO CRE-STATUT
                 PERFORM 140-MAJ-CREANCIER
              WHEN INSTR-MODE NOT = 'G' AND INSTR-MODE NOT = 'D'
                 MOVE 'MODE DE CREDIT INVALIDE' TO WS-MOTIF-REJET
              WHEN OTHER
                 MOVE INSTR-MODE TO CRE-MODE-CREDIT
                 PERFORM 140-MAJ-CREANCIER
           END-EVALUATE
           .

       140-MAJ-CREANCIER.
           MOVE 'UPD' TO CRE-FONCTION
           CALL 'MACRE' USING CRE-ZCMA
           IF CRE-CODRET NOT = '00'
              MOVE CRE-LIBRET TO WS-MOTIF-REJET
           ELSE
              MOVE 'U' TO AUD-OPERATION
              PERFORM 150-ECRIT-AUDIT
           END-IF
           .

      * IMAGE AVANT (POSEE PAR L'APPELANT) ET APRES DU CREANCIER AU
      * JOURNAL CENTRAL DES CHANGEMENTS DU REFERENTIEL.
       150-ECRIT-AUDIT.
           MOVE INSTR-ACTION  TO AUD-ACTION
           MOVE CRE-CREANCIER TO AUD-CLE
           MOVE CRE-DONNEES   TO AUD-APRES
           CALL 'GKAUDIT' USING AUD-ENREG
           .

       900-FIN.
           DISPLAY '**********************************'
           DISPLAY '**********CHGTBCRE FIN************'
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
