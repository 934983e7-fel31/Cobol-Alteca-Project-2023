      *********************************************************
      * PROGRAM NAME:  CHGTBPRT                                *
      * PROGRAM OBJET :MAINTENANCE DU REGISTRE DES PRETS       *
      *                AMORTISSABLES (TBPRT) PAR FICHIER       *
      *                D'INSTRUCTIONS (ADD / REMOVE / ANTICIP),*
      *                VIA LES ACCESSEURS MAPRT ET MAECH, MEME *
      *                CONVENTION QUE CHGTBORD : LA MISE EN    *
      *                PLACE GENERE LE TABLEAU D'AMORTISSEMENT *
      *                (GKPRTAMO), LE REMBOURSEMENT ANTICIPE   *
      *                EST ENREGISTRE EN ATTENTE SUR LE PRET ; *
      *                GKPRTECH L'EMET PUIS RECALCULE LE       *
      *                TABLEAU UNE FOIS LE DEBIT POSTE         *
      * ORIGINAL AUTHOR: SOUAD                                 *
      *                                                        *
      * MAINTENENCE LOG                                        *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT        *
      * --------- ------------  ------------------------------ *
      * 15/10/26 SOUAD   CREATION - REGISTRE DES PRETS PAR      *
      *          FICHIER D'INSTRUCTIONS                         *
      * 15/10/26 SOUAD   CARTE SYSIN OPERATEUR + FICHIER        *
      *          D'INSTRUCTIONS ; IMAGE AVANT/APRES DE CHAQUE   *
      *          CHANGEMENT DE PRET AU JOURNAL CENTRAL DES      *
      *          CHANGEMENTS (GKAUDIT)                          *
      *                                                        *
      *********************************************************
       ID DIVISION.
       PROGRAM-ID. CHGTBPRT.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FICHIER D'INSTRUCTIONS, UNE ACTION PAR LIGNE : ACTION,
      *    IDENTIFIANT, PUIS LES DONNEES DU PRET POUR ADD ; POUR
      *    ANTICIP, LE MONTANT REMBOURSE EST PORTE DANS LE CAPITAL
            SELECT INSTRUCTIONS ASSIGN TO DDINSTR
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-INSTR.

       DATA DIVISION.
       FILE SECTION.
       FD INSTRUCTIONS.
       01 INSTR-ENREG.
         05 INSTR-ACTION        PIC X(08).
         05 INSTR-ID            PIC X(06).
         05 INSTR-COMPTE        PIC X(11).
         05 INSTR-CODE-DEV      PIC X(03).
         05 INSTR-CAPITAL       PIC 9(11)V99.
         05 INSTR-TAUX          PIC 9(02)V9(04).
         05 INSTR-DUREE         PIC 9(03).
         05 INSTR-DATE-PREMIERE PIC X(10).
         05 FILLER              PIC X(20).

       WORKING-STORAGE SECTION.
       COPY ZAPRT REPLACING ==()== BY ==PRT==.
       COPY ZAECH REPLACING ==()== BY ==ECH==.
       COPY CAUDREF REPLACING ==()== BY ==AUD==.
       COPY CPRTAMO REPLACING ==()== BY ==AMO==.
       COPY CPTFUNC.

       01 WS-ACTION PIC X(08).
         88 WS-ACTION-ADD     VALUE 'ADD'.
         88 WS-ACTION-REMOVE  VALUE 'REMOVE'.
         88 WS-ACTION-ANTICIP VALUE 'ANTICIP'.

       01 WS-MOTIF-REJET PIC X(30).
       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).

      * CAPITAL DES ECHEANCES ENCORE PREVUES (SEULES RECALCULABLES)
      * ET PRESENCE D'ECHEANCES DEJA EMISES.
       01 WS-CAPITAL-PREVU PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-NB-NON-PREVUES PIC 9(03).

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
              DISPLAY 'CHGTBPRT - OPERATEUR ABSENT EN SYSIN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           INITIALIZE AUD-ENREG
           MOVE 'CHGTBPRT'       TO AUD-PROGRAMME
           MOVE AUD-CT-OPERATEUR TO AUD-OPERATEUR
           MOVE AUD-CT-FICHIER   TO AUD-FICHIER
           MOVE 'TBPRT'          TO AUD-TABLE
           OPEN INPUT INSTRUCTIONS
           IF NOT FS-INSTR-OK
              DISPLAY 'CHGTBPRT - OPEN INSTRUCTIONS EN ERREUR : '
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
                 PERFORM 120-AJOUTE-PRET
              WHEN WS-ACTION-REMOVE
                 PERFORM 140-SUPPRIME-PRET
              WHEN WS-ACTION-ANTICIP
                 PERFORM 150-ENREGISTRE-ANTICIPE
              WHEN OTHER
                 MOVE 'ACTION INCONNUE' TO WS-MOTIF-REJET
           END-EVALUATE
           IF WS-MOTIF-REJET = SPACES
              ADD 1 TO WS-NB-APPLIQUEES
              DISPLAY 'CHGTBPRT - ' INSTR-ACTION ' ' INSTR-ID
                      ' APPLIQUE'
           ELSE
              ADD 1 TO WS-NB-REJETEES
              DISPLAY 'CHGTBPRT - ' INSTR-ACTION ' ' INSTR-ID
                      ' REJETE : ' WS-MOTIF-REJET
           END-IF
           .

      * LE COMPTE DE REMBOURSEMENT DOIT EXISTER ET ETRE ACTIF SUR
      * TBCPT, LE CAPITAL ET LA DUREE ETRE RENSEIGNES.
       115-VALIDE-DONNEES.
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'        TO CPT-FONCTION
           MOVE INSTR-COMPTE TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA
           IF CPT-CODRET NOT = '00'
              MOVE CPT-LIBRET TO WS-MOTIF-REJET
           ELSE
              IF NOT CPT-COMPTE-ACTIF
                 MOVE 'COMPTE DE REMBOURSEMENT INACTIF'
                   TO WS-MOTIF-REJET
              ELSE
                 IF INSTR-CAPITAL = 0 OR INSTR-DUREE = 0
                    MOVE 'CAPITAL OU DUREE NON RENSEIGNE'
                      TO WS-MOTIF-REJET
                 END-IF
              END-IF
           END-IF
           .

      * MISE EN PLACE : LE PRET EST INSERE PUIS SON TABLEAU GENERE ;
      * SI LE TABLEAU NE PEUT ETRE GENERE, LE PRET ET LES LIGNES
      * DEJA ECRITES SONT RETIRES (PAS DE PRET SANS TABLEAU).
       120-AJOUTE-PRET.
           INITIALIZE PRT-ZCMA
           MOVE 'SEL'    TO PRT-FONCTION
           MOVE INSTR-ID TO PRT-ID
           CALL 'MAPRT' USING PRT-ZCMA
           IF PRT-CODRET = '00'
              MOVE 'PRET DEJA EXISTANT' TO WS-MOTIF-REJET
           ELSE
              PERFORM 115-VALIDE-DONNEES
           END-IF
           IF WS-MOTIF-REJET = SPACES
              INITIALIZE PRT-ZCMA
              MOVE 'INS'               TO PRT-FONCTION
              MOVE INSTR-ID            TO PRT-ID
              MOVE INSTR-COMPTE        TO PRT-COMPTE
              MOVE INSTR-CODE-DEV      TO PRT-CODE-DEV
              MOVE INSTR-CAPITAL       TO PRT-CAPITAL
              MOVE INSTR-TAUX          TO PRT-TAUX
              MOVE INSTR-DUREE         TO PRT-DUREE
              MOVE INSTR-DATE-PREMIERE TO PRT-DATE-PREMIERE
              MOVE INSTR-CAPITAL       TO PRT-CAPITAL-RESTANT
              MOVE 'A'                 TO PRT-STATUT
              MOVE 0                   TO PRT-MT-ANTICIPE
              MOVE SPACES              TO PRT-DATE-ANTICIPE
              MOVE 0                   TO PRT-NB-ANTICIPES
              CALL 'MAPRT' USING PRT-ZCMA
              IF PRT-CODRET NOT = '00'
                 MOVE PRT-LIBRET TO WS-MOTIF-REJET
              ELSE
                 PERFORM 125-GENERE-TABLEAU
                 IF WS-MOTIF-REJET = SPACES
                    MOVE 'I'    TO AUD-OPERATION
                    MOVE SPACES TO AUD-AVANT
                    PERFORM 160-ECRIT-AUDIT
                 END-IF
              END-IF
           END-IF
           .

       125-GENERE-TABLEAU.
           INITIALIZE AMO-ZONE
           MOVE INSTR-ID            TO AMO-ID-PRET
           MOVE INSTR-CAPITAL       TO AMO-CAPITAL
           MOVE INSTR-TAUX          TO AMO-TAUX
           MOVE INSTR-DUREE         TO AMO-NB-ECHEANCES
           MOVE 1                   TO AMO-NUM-DEBUT
           MOVE INSTR-DATE-PREMIERE TO AMO-DATE-DEBUT
           CALL 'GKPRTAMO' USING AMO-ZONE
           IF AMO-CODRET NOT = '00'
              MOVE AMO-LIBRET TO WS-MOTIF-REJET
              INITIALIZE ECH-ZCMA
              MOVE 'PUR'    TO ECH-FONCTION
              MOVE INSTR-ID TO ECH-ID-PRET
              CALL 'MAECH' USING ECH-ZCMA
              MOVE 'DEL'    TO PRT-FONCTION
              CALL 'MAPRT' USING PRT-ZCMA
           ELSE
              MOVE AMO-MT-ECHEANCE TO PRT-MT-ECHEANCE
              MOVE 'UPD'           TO PRT-FONCTION
              CALL 'MAPRT' USING PRT-ZCMA
              IF PRT-CODRET NOT = '00'
                 MOVE PRT-LIBRET TO WS-MOTIF-REJET
              END-IF
           END-IF
           .

      * CUMUL DU CAPITAL DES ECHEANCES ENCORE PREVUES ET COMPTAGE
      * DES ECHEANCES DEJA EMISES, IMPAYEES OU REGLEES.
       130-PARCOURT-TABLEAU.
           MOVE 0 TO WS-CAPITAL-PREVU
           MOVE 0 TO WS-NB-NON-PREVUES
           INITIALIZE ECH-ZCMA
           MOVE 'DEB'    TO ECH-FONCTION
           MOVE INSTR-ID TO ECH-ID-PRET
           CALL 'MAECH' USING ECH-ZCMA
           PERFORM UNTIL ECH-CODRET NOT = '00'
              IF ECH-ECH-PREVUE
                 ADD ECH-MT-CAPITAL TO WS-CAPITAL-PREVU
              ELSE
                 ADD 1 TO WS-NB-NON-PREVUES
              END-IF
              MOVE 'SUI' TO ECH-FONCTION
              CALL 'MAECH' USING ECH-ZCMA
           END-PERFORM
           IF ECH-CODRET NOT = '04'
              MOVE ECH-LIBRET TO WS-MOTIF-REJET
           END-IF
           .

      * UN PRET N'EST RETIRE QUE TANT QU'AUCUNE ECHEANCE N'A ETE
      * EMISE : AU-DELA, IL A DES OPERATIONS SUR TBHIS ET SON
      * TABLEAU DOIT RESTER POUR LA PISTE D'AUDIT.
       140-SUPPRIME-PRET.
           INITIALIZE PRT-ZCMA
           MOVE 'SEL'    TO PRT-FONCTION
           MOVE INSTR-ID TO PRT-ID
           CALL 'MAPRT' USING PRT-ZCMA
           MOVE PRT-DONNEES TO AUD-AVANT
           IF PRT-CODRET NOT = '00'
              MOVE PRT-LIBRET TO WS-MOTIF-REJET
           ELSE
              PERFORM 130-PARCOURT-TABLEAU
              IF WS-MOTIF-REJET = SPACES
                 AND WS-NB-NON-PREVUES > 0
                 MOVE 'ECHEANCES DEJA EMISES' TO WS-MOTIF-REJET
              END-IF
           END-IF
           IF WS-MOTIF-REJET = SPACES
              INITIALIZE ECH-ZCMA
              MOVE 'PUR'    TO ECH-FONCTION
              MOVE INSTR-ID TO ECH-ID-PRET
              CALL 'MAECH' USING ECH-ZCMA
              IF ECH-CODRET NOT = '00'
                 MOVE ECH-LIBRET TO WS-MOTIF-REJET
              ELSE
                 MOVE 'DEL' TO PRT-FONCTION
                 CALL 'MAPRT' USING PRT-ZCMA
                 IF PRT-CODRET NOT = '00'
                    MOVE PRT-LIBRET TO WS-MOTIF-REJET
                 ELSE
                    MOVE 'D' TO AUD-OPERATION
                    PERFORM 160-ECRIT-AUDIT
                 END-IF
              END-IF
           END-IF
           .

      * REMBOURSEMENT ANTICIPE : LA DEMANDE EST SEULEMENT POSEE SUR
      * LE PRET (MONTANT, DATE, NUMERO DE DEMANDE). ELLE NE PEUT
      * DEPASSER LE CAPITAL DES ECHEANCES ENCORE PREVUES (LES
      * ECHEANCES EMISES SUIVENT LEUR COURS NORMAL), ET UNE SEULE
      * DEMANDE EST EN COURS A LA FOIS.
       150-ENREGISTRE-ANTICIPE.
           INITIALIZE PRT-ZCMA
           MOVE 'SEL'    TO PRT-FONCTION
           MOVE INSTR-ID TO PRT-ID
           CALL 'MAPRT' USING PRT-ZCMA
           MOVE PRT-DONNEES TO AUD-AVANT
           IF PRT-CODRET NOT = '00'
              MOVE PRT-LIBRET TO WS-MOTIF-REJET
           ELSE
              IF NOT PRT-PRET-ACTIF
                 MOVE 'PRET NON ACTIF' TO WS-MOTIF-REJET
              ELSE
                 IF PRT-DATE-ANTICIPE NOT = SPACES
                    MOVE 'ANTICIPE DEJA EN COURS' TO WS-MOTIF-REJET
                 ELSE
                    IF INSTR-CAPITAL = 0
                       MOVE 'MONTANT NON RENSEIGNE'
                         TO WS-MOTIF-REJET
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-MOTIF-REJET = SPACES
              PERFORM 130-PARCOURT-TABLEAU
              IF WS-MOTIF-REJET = SPACES
                 AND INSTR-CAPITAL > WS-CAPITAL-PREVU
                 MOVE 'MONTANT SUPERIEUR AU RESTANT DU'
                   TO WS-MOTIF-REJET
              END-IF
           END-IF
           IF WS-MOTIF-REJET = SPACES
              MOVE INSTR-CAPITAL TO PRT-MT-ANTICIPE
              MOVE WS-DATE-JOUR  TO PRT-DATE-ANTICIPE
              ADD 1              TO PRT-NB-ANTICIPES
              MOVE 'UPD'         TO PRT-FONCTION
              CALL 'MAPRT' USING PRT-ZCMA
              IF PRT-CODRET NOT = '00'
                 MOVE PRT-LIBRET TO WS-MOTIF-REJET
              ELSE
                 MOVE 'U' TO AUD-OPERATION
                 PERFORM 160-ECRIT-AUDIT
              END-IF
           END-IF
           .

      * IMAGE AVANT ET APRES DU PRET AU JOURNAL CENTRAL DES
      * CHANGEMENTS DU REFERENTIEL (LE TABLEAU D'AMORTISSEMENT SUIT
      * LE PRET ET N'Y EST PAS REPRIS LIGNE A LIGNE).
       160-ECRIT-AUDIT.
           MOVE INSTR-ACTION TO AUD-ACTION
           MOVE INSTR-ID     TO AUD-CLE
           IF AUD-SUPPRESSION
              MOVE SPACES TO AUD-APRES
           ELSE
              MOVE PRT-DONNEES TO AUD-APRES
           END-IF
           CALL 'GKAUDIT' USING AUD-ENREG
           .

       900-FIN.
           DISPLAY '**********************************'
           DISPLAY '**********CHGTBPRT FIN************'
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
