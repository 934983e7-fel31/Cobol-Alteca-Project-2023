      *          ACTIONS APPLIQUEES (L'ORIGINE D'UN BLOCAGE -  *
      *          FILTRAGE SANCTIONS OU MANUEL - RESTE          *
      *          AUDITABLE)                                    *
      * 15/10/26 SOUAD   L'OUVERTURE PORTE LA DEVISE DE TENUE  *
      *          DU COMPTE (VALIDEE SUR TBDEV, DEVISE DE BASE  *
      *          'EUR' PAR DEFAUT A BLANC)                     *
      * 15/10/26 SOUAD   L'OUVERTURE DATE LE COMPTE (DATE      *
      *          D'OUVERTURE, BASE DU PRORATA DES FRAIS        *
      *          PERIODIQUES)                                  *
      * 15/10/26 SOUAD   CARTE SYSIN OPERATEUR + FICHIER       *
      *          D'INSTRUCTIONS ; IMAGE AVANT/APRES DE CHAQUE  *
      *          OUVERTURE OU CHANGEMENT DE STATUT AU JOURNAL  *
      *          CENTRAL (GKAUDIT)                             *
      *                                                       *
      *********************************************************

      * REPRIS AU COMPTE-RENDU POUR QUE L'ORIGINE D'UN BLOCAGE
      * RESTE AUDITABLE.
         05 INSTR-MOTIF    PIC X(20).
      * DEVISE DE TENUE DU COMPTE (TBDEV), PORTEE A L'OUVERTURE ; A
      * BLANC, LA DEVISE DE BASE 'EUR' EST RETENUE.
         05 INSTR-DEVISE   PIC X(03).
         05 FILLER         PIC X(04).

       FD ACTRPT.
       01 RPT-ENREG PIC X(100).
       COPY CPTFUNC.
       COPY CCLECPT REPLACING ==()== BY ==CLE==.
       COPY ZAPDT   REPLACING ==()== BY ==PDT==.
       COPY ZADEV   REPLACING ==()== BY ==DEV==.
       COPY CAUDREF REPLACING ==()== BY ==AUD==.

       01 WS-ACTION PIC X(08).
         88 WS-ACTION-OPEN    VALUE 'OPEN'.
                  WS-DATE-SYSTEME(11:2) '.'
                  WS-DATE-SYSTEME(13:2)
                  DELIMITED BY SIZE INTO WS-HEURE-JOUR
           MOVE SPACES TO AUD-CARTE
           ACCEPT AUD-CARTE FROM SYSIN
           IF AUD-CT-OPERATEUR = SPACES
              DISPLAY 'GKCPTVIE - OPERATEUR ABSENT EN SYSIN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           INITIALIZE AUD-ENREG
           MOVE 'GKCPTVIE'       TO AUD-PROGRAMME
           MOVE AUD-CT-OPERATEUR TO AUD-OPERATEUR
           MOVE AUD-CT-FICHIER   TO AUD-FICHIER
           MOVE 'TBCPT'          TO AUD-TABLE
           OPEN INPUT INSTRUCTIONS
           OPEN OUTPUT ACTRPT
           PERFORM 02A-READ-FILES
                 IF PDT-CODRET NOT = '00'
                    MOVE 'PRODUIT INCONNU' TO WS-MOTIF-REJET
                 END-IF
      * LA DEVISE DE TENUE DOIT ETRE COTEE AU REFERENTIEL ; A BLANC,
      * LA DEVISE DE BASE 'EUR' EST RETENUE.
                 IF INSTR-DEVISE = SPACES
                    MOVE 'EUR' TO INSTR-DEVISE
                 END-IF
                 IF WS-MOTIF-REJET = SPACES
                    INITIALIZE DEV-ZCMA
                    MOVE 'SEL'          TO DEV-FONCTION
                    MOVE INSTR-DEVISE   TO DEV-CODE-DEV
                    CALL 'MADEV' USING DEV-ZCMA
                    IF DEV-CODRET NOT = '00'
                       MOVE 'DEVISE INCONNUE' TO WS-MOTIF-REJET
                    END-IF
                 END-IF
                 IF WS-MOTIF-REJET = SPACES
                    INITIALIZE CPT-ZCMA
                    MOVE 'INS'         TO CPT-FONCTION
                    MOVE INSTR-CODCLI  TO CPT-CODCLI
                    MOVE INSTR-AGENCE  TO CPT-AGENCE
                    MOVE INSTR-PRODUIT TO CPT-PRODUIT
                    MOVE INSTR-DEVISE  TO CPT-DEVISE
                    MOVE WS-DATE-JOUR  TO CPT-DATE-OUV
                    MOVE 'A'           TO CPT-STATUT
                    CALL 'MACPT' USING CPT-ZCMA
                    IF CPT-CODRET = '00'
                       ADD 1 TO WS-NB-OUVERTURES
                       MOVE 'I'    TO AUD-OPERATION
                       MOVE SPACES TO AUD-AVANT
                       PERFORM 02L-ECRIT-AUDIT
                    ELSE
                       MOVE CPT-LIBRET TO WS-MOTIF-REJET
                    END-IF
           MOVE 'SEL'        TO CPT-FONCTION
           MOVE INSTR-COMPTE TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA
           MOVE CPT-DONNEES TO AUD-AVANT
           .

      * LE CHANGEMENT DE STATUT PASSE PAR LA FONCTION STA DE MACPT,
           CALL 'MACPT' USING CPT-ZCMA
           IF CPT-CODRET NOT = '00'
              MOVE CPT-LIBRET TO WS-MOTIF-REJET
           ELSE
              MOVE 'U' TO AUD-OPERATION
              PERFORM 02L-ECRIT-AUDIT
           END-IF
           .

      * IMAGE AVANT (LUE PAR 02G-LIT-COMPTE) ET APRES DU COMPTE AU
      * JOURNAL CENTRAL DES CHANGEMENTS DU REFERENTIEL.
       02L-ECRIT-AUDIT.
           MOVE INSTR-ACTION TO AUD-ACTION
           MOVE CPT-COMPTE   TO AUD-CLE
           MOVE CPT-DONNEES  TO AUD-APRES
           CALL 'GKAUDIT' USING AUD-ENREG
           .

       02H-ECRIT-RAPPORT.
           INITIALIZE WS-LIGNE-RAPPORT
           MOVE INSTR-ACTION TO WS-LR-ACTION
