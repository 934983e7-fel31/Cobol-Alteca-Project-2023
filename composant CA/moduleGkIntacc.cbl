      *          DE REPLI QUAND LE BAREME EST VIDE              *
      * 03/09/26 SOUAD   LE BAREME EST INTERROGE AVEC LE        *
      *          PRODUIT DU COMPTE (TBCPT.PRODUIT)              *
      * 15/10/26 SOUAD   CORRECTION EN VALEUR : LES OPERATIONS *
      *          POSTEES AVEC UNE DATE DE VALEUR SUR UN JOUR   *
      *          DEJA COURU FONT RECOURIR CES JOURS AU BAREME  *
      *          TBTXI DE L'EPOQUE, LA DIFFERENCE EST AJOUTEE  *
      *          AU CUMUL DU MOIS ET JOURNALISEE SUR DDRETRO   *
      *          (EDITE PAR GKRETRPT)                          *
      *                                                       *
      *********************************************************

            SELECT ACCRPT ASSIGN TO DDACCRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
      *    JOURNAL DES CORRECTIONS EN VALEUR (AJOUT, EDITE PAR
      *    GKRETRPT)
            SELECT RETRO ASSIGN TO DDRETRO
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RET.

       DATA DIVISION.
       FILE SECTION.
       FD ACCRPT.
       01 RPT-ENREG PIC X(100).

       FD RETRO.
       01 RETRO-ENREG PIC X(100).

       WORKING-STORAGE SECTION.

       COPY CPTFUNC.
      * PRODUIT DU COMPTE COURANT POUR LE BAREME (TBCPT.PRODUIT).
       01 WS-PRODUIT-COMPTE PIC X(03) VALUE SPACES.

      * CORRECTION EN VALEUR : UNE OPERATION POSTEE DEPUIS LE DERNIER
      * JOUR COURU AVEC UNE DATE DE VALEUR ANTERIEURE OU EGALE A CE
      * JOUR A ETE OUBLIEE PAR LES COURUS DEJA FAITS ; LES JOURS
      * CONCERNES SONT RECOURUS AU BAREME TBTXI DE L'EPOQUE ET LA
      * DIFFERENCE EST AJOUTEE AU CUMUL DU MOIS, QUE GKINTCPT POSTE.
       COPY HISFUNC REPLACING ==()== BY ==HIS==.
      * CUMUL DU MOIS PRECEDENT : DONNE LE DERNIER JOUR COURU QUAND
      * LE CUMUL DU MOIS N'EXISTE PAS ENCORE (PREMIER JOUR DU MOIS).
       COPY ZAACC   REPLACING ==()== BY ==ACP==.
       COPY CRETRO  REPLACING ==()== BY ==RET==.

       01 WS-DATE-DERNIER-COURU PIC X(10).
       01 WS-DATE-LENDEMAIN     PIC X(10).
       01 WS-MOIS-PRECEDENT.
         05 WS-MP-AAAA  PIC 9(04).
         05 FILLER      PIC X(01) VALUE '-'.
         05 WS-MP-MM    PIC 9(02).
       01 WS-DATE-NUM   PIC 9(08).

      * JOURS EN DATE ENTIERE (INTEGER-OF-DATE) : DERNIER JOUR COURU,
      * PLUS ANCIENNE DATE DE VALEUR A RECOURIR, JOUR DE TRAVAIL.
       01 WS-JOUR-DERNIER PIC S9(07) USAGE COMP-3.
       01 WS-JOUR-DEBUT   PIC S9(07) USAGE COMP-3.
       01 WS-JOUR-COURANT PIC S9(07) USAGE COMP-3.
      * FENETRE DE RECALCUL : UN AN DE SOLDES JOURNALIERS AU PLUS ;
      * UNE DATE DE VALEUR PLUS ANCIENNE EST JOURNALISEE HORS DELAI
      * ET LAISSEE A LA CORRECTION MANUELLE.
       01 WS-MAX-JOURS      PIC 9(03) VALUE 366.
       01 WS-NB-JOURS-RETRO PIC 9(03).
       01 WS-JX             PIC 9(03).
       01 WS-RX             PIC 9(03).
       01 WS-NB-RETRO       PIC 9(03).
       01 WS-NB-RETRO-CORR  PIC 9(03).
       01 WS-RETRO-SW       PIC X(01).
         88 WS-RETRO-ABANDON VALUE 'O'.

       01 WS-MT-SIGNE     PIC S9(13)V9(2) USAGE COMP-3.
      * SOMME DES MOUVEMENTS POSTES APRES LE DERNIER JOUR COURU :
      * CPT-SOLDE MOINS CETTE SOMME EST LE SOLDE DE CE JOUR-LA.
       01 WS-MT-DEPUIS    PIC S9(13)V9(2) USAGE COMP-3.
       01 WS-SOLDE-RECALC PIC S9(13)V9(2) USAGE COMP-3.
       01 WS-CUMUL-RETRO  PIC S9(13)V9(2) USAGE COMP-3.
      * SOLDE ET JOUR SUR LESQUELS 02H-INTERET-BASE CALCULE L'INTERET
      * D'UN JOUR.
       01 WS-SOLDE-BASE   PIC S9(13)V9(2) USAGE COMP-3.
       01 WS-DATE-BASE    PIC X(10).
       01 WS-INTERET-BASE PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-CORR-CREDIT  PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-CORR-DEBIT   PIC S9(11)V9(2) USAGE COMP-3.

      * UN POSTE PAR JOUR RECOURU, DE LA PLUS ANCIENNE DATE DE VALEUR
      * AU DERNIER JOUR COURU : MOUVEMENTS POSTES CE JOUR, OPERATIONS
      * OUBLIEES DE VALEUR CE JOUR, SOLDE DE CLOTURE TEL QU'IL A ETE
      * COURU.
       01 WS-TAB-JOURS.
         05 WS-TJ-ENTREE OCCURS 366 TIMES.
           10 WS-TJ-MVT-POSTE PIC S9(13)V9(2) USAGE COMP-3.
           10 WS-TJ-MVT-RETRO PIC S9(13)V9(2) USAGE COMP-3.
           10 WS-TJ-SOLDE     PIC S9(13)V9(2) USAGE COMP-3.

      * OPERATIONS EN VALEUR DU COMPTE COURANT, JOURNALISEES APRES
      * ECRITURE DU CUMUL.
       01 WS-TAB-RETRO.
         05 WS-TR-ENTREE OCCURS 100 TIMES.
           10 WS-TR-REF-OPER    PIC X(10).
           10 WS-TR-CODE-OPER   PIC X(03).
           10 WS-TR-DATE-OPER   PIC X(10).
           10 WS-TR-DATE-VALEUR PIC X(10).
           10 WS-TR-MONTANT     PIC S9(13)V9(2) USAGE COMP-3.
           10 WS-TR-NB-JOURS    PIC 9(05).
           10 WS-TR-STATUT      PIC X(01).

      * COMPTES TECHNIQUES EXCLUS DU COURU : MEME LISTE QUE GKINTCPT
      * (COMPTES GENERAUX ROUTES PAR TBHOP + COMPTE D'ATTENTE DU MODE
      * SUSPENS). UN COMPTE TECHNIQUE NE PORTE PAS D'INTERETS CLIENT.
         05 WS-NB-COURUS      PIC 9(06) VALUE 0.
         05 WS-NB-DEJA-COURUS PIC 9(06) VALUE 0.
         05 WS-NB-ERREURS     PIC 9(06) VALUE 0.
         05 WS-NB-CORRIGES    PIC 9(06) VALUE 0.
         05 WS-NB-HORS-DELAI  PIC 9(06) VALUE 0.

       01 WS-LIGNE-RAPPORT.
         05 WS-LR-COMPTE   PIC X(11).
         05 WS-LR-DEBIT    PIC ZZZZZZZZZ9.99.
         05 FILLER         PIC X(01).
         05 WS-LR-ETAT     PIC X(10).
         05 FILLER         PIC X(01).
         05 WS-LR-CORR-CR  PIC ZZZZZZZZ9.99-.
         05 FILLER         PIC X(01).
         05 WS-LR-CORR-DB  PIC ZZZZZZZZ9.99-.
         05 FILLER         PIC X(09).

       01 WS-FS-RPT PIC X(02).
         88 FS-RPT-OK VALUE '00'.
       01 WS-FS-RET PIC X(02).
         88 FS-RET-OK VALUE '00'.

       PROCEDURE DIVISION.

       01-BEGIN.
           INITIALIZE WS-RUN-COUNTERS
           OPEN OUTPUT ACCRPT
           OPEN EXTEND RETRO
           IF NOT FS-RET-OK
              OPEN OUTPUT RETRO
           END-IF
           PERFORM 01A-LIT-PARM
           PERFORM 01B-CHARGE-PARAMETRES
           PERFORM 01C-CHARGE-COMPTES-GL
       03-ENDPGM.
           PERFORM 03A-RESUME-RUN
           CLOSE ACCRPT
           CLOSE RETRO
           STOP RUN
           .

           DISPLAY '* COMPTES COURUS      : ' WS-NB-COURUS
           DISPLAY '* DEJA COURUS CE JOUR : ' WS-NB-DEJA-COURUS
           DISPLAY '* CUMULS EN ERREUR    : ' WS-NB-ERREURS
           DISPLAY '* CORRIGES EN VALEUR  : ' WS-NB-CORRIGES
           DISPLAY '* VALEURS HORS DELAI  : ' WS-NB-HORS-DELAI
           DISPLAY '**********************************'
           .

      * BASE CREDITRICE, UN SOLDE DEBITEUR EN BASE DEBITRICE) ET
      * AJOUTE AU CUMUL DU MOIS SUR TBINTACC. UNE JOURNEE DEJA
      * COURUE (DATE-CALCUL >= JOURNEE DEMANDEE) N'EST PAS RECOURUE :
      * LE RERUN DU JOB DE NUIT NE DOUBLE PAS LES INTERETS. AVANT
      * ECRITURE, LES OPERATIONS POSTEES EN VALEUR SUR DES JOURS DEJA
      * COURUS SONT CORRIGEES (02G-CORRIGE-EN-VALEUR).
       02A-COURT-COMPTE.
           MOVE CPT-PRODUIT TO WS-PRODUIT-COMPTE
           INITIALIZE ACC-ZCMA
                 MOVE 'DEJA COURU' TO WS-LR-ETAT
                 PERFORM 02E-ECRIT-RAPPORT
              WHEN ACC-CODRET = '00'
                 MOVE ACC-DATE-CALCUL TO WS-DATE-DERNIER-COURU
                 PERFORM 02C-CALCULE-INTERET-JOUR
                 PERFORM 02G-CORRIGE-EN-VALEUR
                 MOVE WS-DATE-CALCUL TO ACC-DATE-CALCUL
                 MOVE 'UPD' TO ACC-FONCTION
                 PERFORM 02D-ECRIT-CUMUL
              WHEN ACC-CODRET = '04'
                 PERFORM 02I-DERNIER-COURU-PRECEDENT
                 INITIALIZE ACC-DONNEES
                 MOVE CPT-COMPTE     TO ACC-COMPTE
                 MOVE WS-MOIS-CALCUL TO ACC-MOIS
                 MOVE 0 TO ACC-INT-CREDIT
                 MOVE 0 TO ACC-INT-DEBIT
                 PERFORM 02C-CALCULE-INTERET-JOUR
                 PERFORM 02G-CORRIGE-EN-VALEUR
                 MOVE 'INS' TO ACC-FONCTION
                 PERFORM 02D-ECRIT-CUMUL
              WHEN OTHER
           .

       02C-CALCULE-INTERET-JOUR.
           MOVE CPT-SOLDE      TO WS-SOLDE-BASE
           MOVE WS-DATE-CALCUL TO WS-DATE-BASE
           PERFORM 02H-INTERET-BASE
           MOVE WS-INTERET-BASE TO WS-INTERET-JOUR
           IF CPT-SOLDE >= 0
              ADD WS-INTERET-JOUR TO ACC-INT-CREDIT
           ELSE
              ADD WS-INTERET-JOUR TO ACC-INT-DEBIT
           END-IF
           .

      * INTERET D'UN JOUR SUR WS-SOLDE-BASE AU TAUX EN VIGUEUR LE
      * WS-DATE-BASE (SOLDE x TAUX / 36500, EN VALEUR ABSOLUE) ; UN
      * SOLDE CREDITEUR COURT EN BASE CREDITRICE, UN SOLDE DEBITEUR
      * EN BASE DEBITRICE.
       02H-INTERET-BASE.
           IF WS-SOLDE-BASE >= 0
              MOVE 'ICR' TO TXI-CODE-INT
              MOVE WS-TAUX-CREDITEUR TO WS-TAUX-JOUR
           ELSE
              MOVE WS-TAUX-DEBITEUR TO WS-TAUX-JOUR
           END-IF
           PERFORM 02F-RESOUT-TAUX-JOUR
           IF WS-SOLDE-BASE >= 0
              COMPUTE WS-INTERET-BASE ROUNDED =
                      WS-SOLDE-BASE * WS-TAUX-JOUR / 36500
           ELSE
              COMPUTE WS-INTERET-BASE ROUNDED =
                      (0 - WS-SOLDE-BASE) * WS-TAUX-JOUR / 36500
           END-IF
           .

           MOVE 'SLD'             TO TXI-FONCTION
           INITIALIZE TXI-RETOUR
           MOVE WS-PRODUIT-COMPTE TO TXI-PRODUIT
           MOVE WS-DATE-BASE      TO TXI-DATE-EFFET
           IF WS-SOLDE-BASE >= 0
              MOVE WS-SOLDE-BASE TO TXI-BORNE-MIN
           ELSE
              COMPUTE TXI-BORNE-MIN = 0 - WS-SOLDE-BASE
           END-IF
           CALL 'MATXI' USING TXI-ZCMA
           EVALUATE TXI-CODRET
           IF ACC-CODRET = '00'
              ADD 1 TO WS-NB-COURUS
              MOVE 'COURU' TO WS-LR-ETAT
              IF WS-NB-RETRO > 0
                 PERFORM 02Q-ECRIT-JOURNAL-RETRO
              END-IF
              IF WS-NB-RETRO-CORR > 0
                 MOVE 'COURU+VAL' TO WS-LR-ETAT
              END-IF
           ELSE
              ADD 1 TO WS-NB-ERREURS
              MOVE 16 TO RETURN-CODE
           MOVE WS-INTERET-JOUR TO WS-LR-JOUR
           MOVE ACC-INT-CREDIT  TO WS-LR-CREDIT
           MOVE ACC-INT-DEBIT   TO WS-LR-DEBIT
           MOVE WS-CORR-CREDIT  TO WS-LR-CORR-CR
           MOVE WS-CORR-DEBIT   TO WS-LR-CORR-DB
           WRITE RPT-ENREG FROM WS-LIGNE-RAPPORT
           MOVE 0 TO WS-INTERET-JOUR
           MOVE 0 TO WS-CORR-CREDIT
           MOVE 0 TO WS-CORR-DEBIT
           MOVE 0 TO WS-NB-RETRO
           MOVE 0 TO WS-NB-RETRO-CORR
           .

      * DERNIER JOUR COURU D'UN COMPTE SANS CUMUL POUR LE MOIS :
      * CELUI DU CUMUL DU MOIS PRECEDENT ; A SPACES SI LE COMPTE N'A
      * JAMAIS ETE COURU (AUCUNE CORRECTION POSSIBLE).
       02I-DERNIER-COURU-PRECEDENT.
           MOVE SPACES TO WS-DATE-DERNIER-COURU
           MOVE WS-MOIS-CALCUL(1:4) TO WS-MP-AAAA
           MOVE WS-MOIS-CALCUL(6:2) TO WS-MP-MM
           IF WS-MP-MM = 1
              SUBTRACT 1 FROM WS-MP-AAAA
              MOVE 12 TO WS-MP-MM
           ELSE
              SUBTRACT 1 FROM WS-MP-MM
           END-IF
           INITIALIZE ACP-ZCMA
           MOVE 'SEL'             TO ACP-FONCTION
           MOVE CPT-COMPTE        TO ACP-COMPTE
           MOVE WS-MOIS-PRECEDENT TO ACP-MOIS
           CALL 'MAACC' USING ACP-ZCMA
           IF ACP-CODRET = '00'
              MOVE ACP-DATE-CALCUL TO WS-DATE-DERNIER-COURU
           END-IF
           .

      * CORRECTION EN VALEUR DU COMPTE COURANT : LES OPERATIONS
      * POSTEES APRES LE DERNIER JOUR COURU DONT LA DATE DE VALEUR
      * TOMBE SUR UN JOUR DEJA COURU SONT RETENUES ; LES SOLDES DE
      * CLOTURE DE CES JOURS SONT RECONSTITUES DEPUIS TBHIS, CHAQUE
      * JOUR EST RECOURU AU BAREME DE L'EPOQUE AVEC ET SANS LES
      * OPERATIONS OUBLIEES, ET LA DIFFERENCE DE CHAQUE BASE EST
      * AJOUTEE AU CUMUL DU MOIS COURU.
       02G-CORRIGE-EN-VALEUR.
           MOVE 0 TO WS-NB-RETRO
           MOVE 0 TO WS-NB-RETRO-CORR
           MOVE 0 TO WS-MT-DEPUIS
           MOVE 0 TO WS-CORR-CREDIT
           MOVE 0 TO WS-CORR-DEBIT
           MOVE 'N' TO WS-RETRO-SW
           IF WS-DATE-DERNIER-COURU NOT = SPACES
              AND WS-DATE-DERNIER-COURU < WS-DATE-CALCUL
              PERFORM 02J-RECHERCHE-VALEURS
              IF WS-NB-RETRO-CORR > 0 AND NOT WS-RETRO-ABANDON
                 PERFORM 02K-RECOURT-JOURS
              END-IF
              IF WS-RETRO-ABANDON
                 DISPLAY 'GKINTACC - CORRECTION EN VALEUR '
                         'ABANDONNEE, A REPRENDRE A LA MAIN : '
                         CPT-COMPTE
                 MOVE 4 TO RETURN-CODE
                 MOVE 0 TO WS-NB-RETRO
                 MOVE 0 TO WS-NB-RETRO-CORR
                 MOVE 0 TO WS-CORR-CREDIT
                 MOVE 0 TO WS-CORR-DEBIT
              END-IF
              ADD WS-CORR-CREDIT TO ACC-INT-CREDIT
              ADD WS-CORR-DEBIT  TO ACC-INT-DEBIT
           END-IF
           .

      * PARCOURS DES OPERATIONS POSTEES DEPUIS LE LENDEMAIN DU
      * DERNIER JOUR COURU (SANS BORNE HAUTE, POUR QUE LE SOLDE DE CE
      * JOUR SE DEDUISE DE CPT-SOLDE) ; SEULES CELLES POSTEES AU PLUS
      * TARD LE JOUR COURU SONT EXAMINEES, LES SUIVANTES LE SERONT AU
      * PROCHAIN COURU.
       02J-RECHERCHE-VALEURS.
           MOVE WS-DATE-DERNIER-COURU TO WS-DATE-BASE
           PERFORM 02L-JOUR-DE-DATE
           MOVE WS-JOUR-COURANT TO WS-JOUR-DERNIER
           MOVE WS-JOUR-COURANT TO WS-JOUR-DEBUT
           COMPUTE WS-JOUR-COURANT = WS-JOUR-DERNIER + 1
           PERFORM 02M-DATE-DE-JOUR
           MOVE WS-DATE-BASE TO WS-DATE-LENDEMAIN

           INITIALIZE HIS-ZCMA
           MOVE 'DEB'             TO HIS-FONCTION
           MOVE CPT-COMPTE        TO HIS-COMPTE
           MOVE WS-DATE-LENDEMAIN TO HIS-DATE-DEBUT
           MOVE '9999-12-31'      TO HIS-DATE-FIN
           CALL 'MAHIS' USING HIS-ZCMA
           PERFORM UNTIL HIS-CODRET NOT = '00'
              PERFORM 02N-MONTANT-SIGNE
              ADD WS-MT-SIGNE TO WS-MT-DEPUIS
              IF HIS-DATE-OPER <= WS-DATE-CALCUL
                 AND HIS-DATE-VALEUR NOT = SPACES
                 AND HIS-DATE-VALEUR <= WS-DATE-DERNIER-COURU
                 PERFORM 02O-RETIENT-OPERATION
              END-IF
              MOVE 'SUI' TO HIS-FONCTION
              CALL 'MAHIS' USING HIS-ZCMA
           END-PERFORM
           IF HIS-CODRET NOT = '04'
              DISPLAY 'GKINTACC - LECTURE TBHIS KO '
                      CPT-COMPTE ' : ' HIS-LIBRET
              SET WS-RETRO-ABANDON TO TRUE
           END-IF
           .

      * RECOURS DES JOURS TOUCHES : SOLDES DE CLOTURE RECONSTITUES EN
      * REMONTANT DU DERNIER JOUR COURU, PUIS, JOUR PAR JOUR, INTERET
      * DEJA COURU RETRANCHE ET INTERET CORRIGE (SOLDE + OPERATIONS
      * OUBLIEES DE VALEUR CE JOUR OU AVANT) AJOUTE.
       02K-RECOURT-JOURS.
           COMPUTE WS-NB-JOURS-RETRO =
                   WS-JOUR-DERNIER - WS-JOUR-DEBUT + 1
           INITIALIZE WS-TAB-JOURS
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-NB-RETRO
              IF WS-TR-STATUT(WS-RX) = 'C'
                 COMPUTE WS-JX = WS-NB-JOURS-RETRO
                               - WS-TR-NB-JOURS(WS-RX) + 1
                 ADD WS-TR-MONTANT(WS-RX) TO WS-TJ-MVT-RETRO(WS-JX)
              END-IF
           END-PERFORM
           IF WS-NB-JOURS-RETRO > 1
              PERFORM 02P-CHARGE-MOUVEMENTS
           END-IF
           IF NOT WS-RETRO-ABANDON
              COMPUTE WS-SOLDE-RECALC = CPT-SOLDE - WS-MT-DEPUIS
              PERFORM VARYING WS-JX FROM WS-NB-JOURS-RETRO BY -1
                      UNTIL WS-JX < 1
                 MOVE WS-SOLDE-RECALC TO WS-TJ-SOLDE(WS-JX)
                 SUBTRACT WS-TJ-MVT-POSTE(WS-JX) FROM WS-SOLDE-RECALC
              END-PERFORM
              MOVE 0 TO WS-CUMUL-RETRO
              PERFORM VARYING WS-JX FROM 1 BY 1
                      UNTIL WS-JX > WS-NB-JOURS-RETRO
                 ADD WS-TJ-MVT-RETRO(WS-JX) TO WS-CUMUL-RETRO
                 COMPUTE WS-JOUR-COURANT = WS-JOUR-DEBUT + WS-JX - 1
                 PERFORM 02M-DATE-DE-JOUR
                 MOVE WS-TJ-SOLDE(WS-JX) TO WS-SOLDE-BASE
                 PERFORM 02H-INTERET-BASE
                 IF WS-SOLDE-BASE >= 0
                    SUBTRACT WS-INTERET-BASE FROM WS-CORR-CREDIT
                 ELSE
                    SUBTRACT WS-INTERET-BASE FROM WS-CORR-DEBIT
                 END-IF
                 COMPUTE WS-SOLDE-BASE =
                         WS-TJ-SOLDE(WS-JX) + WS-CUMUL-RETRO
                 PERFORM 02H-INTERET-BASE
                 IF WS-SOLDE-BASE >= 0
                    ADD WS-INTERET-BASE TO WS-CORR-CREDIT
                 ELSE
                    ADD WS-INTERET-BASE TO WS-CORR-DEBIT
                 END-IF
              END-PERFORM
           END-IF
           .

      * JOURS EN DATE ENTIERE DE WS-DATE-BASE (YYYY-MM-DD).
       02L-JOUR-DE-DATE.
           STRING WS-DATE-BASE(1:4)
                  WS-DATE-BASE(6:2)
                  WS-DATE-BASE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-NUM
           COMPUTE WS-JOUR-COURANT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           .

      * WS-DATE-BASE (YYYY-MM-DD) DU JOUR ENTIER WS-JOUR-COURANT.
       02M-DATE-DE-JOUR.
           COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-COURANT)
           STRING WS-DATE-NUM(1:4) '-'
                  WS-DATE-NUM(5:2) '-'
                  WS-DATE-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-BASE
           .

      * MONTANT SIGNE DE LA LIGNE TBHIS COURANTE COTE COMPTE : LE
      * MONTANT APPLIQUE AU SOLDE QUAND LA LIGNE LE PORTE, SINON LE
      * MONTANT SIGNE PAR LE SENS TBHOP (MEME REGLE QUE GKINTCPT).
       02N-MONTANT-SIGNE.
           IF HIS-DEV-COMPTE NOT = SPACES
              MOVE HIS-MT-COMPTE TO WS-MT-SIGNE
           ELSE
              INITIALIZE OPE-ZCMA
              MOVE 'SEL'         TO OPE-FONCTION
              MOVE HIS-CODE-OPER TO OPE-CODE-OPER
              CALL 'MAOPE' USING OPE-ZCMA
              IF OPE-CODRET = '00' AND OPE-SENS = 'D'
                 COMPUTE WS-MT-SIGNE = 0 - HIS-MONTANT
              ELSE
                 MOVE HIS-MONTANT TO WS-MT-SIGNE
              END-IF
           END-IF
           .

      * OPERATION EN VALEUR RETENUE : CORRIGEE SI SA DATE DE VALEUR
      * TOMBE DANS LA FENETRE DE RECALCUL, JOURNALISEE HORS DELAI
      * SINON.
       02O-RETIENT-OPERATION.
           IF WS-NB-RETRO >= 100
              DISPLAY 'GKINTACC - TROP D''OPERATIONS EN VALEUR, '
                      'NON CORRIGEE : ' CPT-COMPTE ' ' HIS-REF-OPER
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE HIS-DATE-VALEUR TO WS-DATE-BASE
              PERFORM 02L-JOUR-DE-DATE
              ADD 1 TO WS-NB-RETRO
              MOVE HIS-REF-OPER    TO WS-TR-REF-OPER(WS-NB-RETRO)
              MOVE HIS-CODE-OPER   TO WS-TR-CODE-OPER(WS-NB-RETRO)
              MOVE HIS-DATE-OPER   TO WS-TR-DATE-OPER(WS-NB-RETRO)
              MOVE HIS-DATE-VALEUR TO WS-TR-DATE-VALEUR(WS-NB-RETRO)
              MOVE WS-MT-SIGNE     TO WS-TR-MONTANT(WS-NB-RETRO)
              COMPUTE WS-TR-NB-JOURS(WS-NB-RETRO) =
                      WS-JOUR-DERNIER - WS-JOUR-COURANT + 1
              IF WS-TR-NB-JOURS(WS-NB-RETRO) > WS-MAX-JOURS
                 MOVE 'H' TO WS-TR-STATUT(WS-NB-RETRO)
              ELSE
                 MOVE 'C' TO WS-TR-STATUT(WS-NB-RETRO)
                 ADD 1 TO WS-NB-RETRO-CORR
                 IF WS-JOUR-COURANT < WS-JOUR-DEBUT
                    MOVE WS-JOUR-COURANT TO WS-JOUR-DEBUT
                 END-IF
              END-IF
           END-IF
           .

      * MOUVEMENTS POSTES DU LENDEMAIN DE LA PLUS ANCIENNE DATE DE
      * VALEUR AU DERNIER JOUR COURU, CUMULES PAR JOUR DE POSTE.
       02P-CHARGE-MOUVEMENTS.
           COMPUTE WS-JOUR-COURANT = WS-JOUR-DEBUT + 1
           PERFORM 02M-DATE-DE-JOUR
           INITIALIZE HIS-ZCMA
           MOVE 'DEB'                 TO HIS-FONCTION
           MOVE CPT-COMPTE            TO HIS-COMPTE
           MOVE WS-DATE-BASE          TO HIS-DATE-DEBUT
           MOVE WS-DATE-DERNIER-COURU TO HIS-DATE-FIN
           CALL 'MAHIS' USING HIS-ZCMA
           PERFORM UNTIL HIS-CODRET NOT = '00'
              PERFORM 02N-MONTANT-SIGNE
              MOVE HIS-DATE-OPER TO WS-DATE-BASE
              PERFORM 02L-JOUR-DE-DATE
              COMPUTE WS-JX = WS-JOUR-COURANT - WS-JOUR-DEBUT + 1
              ADD WS-MT-SIGNE TO WS-TJ-MVT-POSTE(WS-JX)
              MOVE 'SUI' TO HIS-FONCTION
              CALL 'MAHIS' USING HIS-ZCMA
           END-PERFORM
           IF HIS-CODRET NOT = '04'
              DISPLAY 'GKINTACC - LECTURE TBHIS KO '
                      CPT-COMPTE ' : ' HIS-LIBRET
              SET WS-RETRO-ABANDON TO TRUE
           END-IF
           .

      * JOURNAL DES CORRECTIONS EN VALEUR, ECRIT UNE FOIS LE CUMUL
      * CORRIGE ENREGISTRE : UNE LIGNE 'O' PAR OPERATION RETENUE, UNE
      * LIGNE 'C' AVEC LA DIFFERENCE AJOUTEE AU CUMUL.
       02Q-ECRIT-JOURNAL-RETRO.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-NB-RETRO
              MOVE SPACES TO RET-ENREG
              SET RET-OPERATION TO TRUE
              MOVE WS-DATE-CALCUL TO RET-DATE-CALCUL
              MOVE CPT-COMPTE     TO RET-COMPTE
              MOVE WS-MOIS-CALCUL TO RET-MOIS
              MOVE WS-TR-REF-OPER(WS-RX)    TO RET-REF-OPER
              MOVE WS-TR-CODE-OPER(WS-RX)   TO RET-CODE-OPER
              MOVE WS-TR-DATE-OPER(WS-RX)   TO RET-DATE-OPER
              MOVE WS-TR-DATE-VALEUR(WS-RX) TO RET-DATE-VALEUR
              MOVE WS-TR-MONTANT(WS-RX)     TO RET-MONTANT
              MOVE WS-TR-NB-JOURS(WS-RX)    TO RET-NB-JOURS
              MOVE WS-TR-STATUT(WS-RX)      TO RET-STATUT
              WRITE RETRO-ENREG FROM RET-ENREG
              IF RET-OPER-HORS-DELAI
                 ADD 1 TO WS-NB-HORS-DELAI
                 MOVE 4 TO RETURN-CODE
                 DISPLAY 'GKINTACC - VALEUR HORS FENETRE, A '
                         'CORRIGER A LA MAIN : ' CPT-COMPTE ' '
                         WS-TR-REF-OPER(WS-RX)
              END-IF
           END-PERFORM
           IF WS-NB-RETRO-CORR > 0
              MOVE SPACES TO RET-ENREG
              SET RET-CORRECTION TO TRUE
              MOVE WS-DATE-CALCUL TO RET-DATE-CALCUL
              MOVE CPT-COMPTE     TO RET-COMPTE
              MOVE WS-MOIS-CALCUL TO RET-MOIS
              MOVE WS-JOUR-DEBUT  TO WS-JOUR-COURANT
              PERFORM 02M-DATE-DE-JOUR
              MOVE WS-DATE-BASE          TO RET-DATE-DEBUT
              MOVE WS-DATE-DERNIER-COURU TO RET-DATE-FIN
              MOVE WS-NB-RETRO-CORR      TO RET-NB-OPER
              MOVE WS-CORR-CREDIT        TO RET-CORR-CREDIT
              MOVE WS-CORR-DEBIT         TO RET-CORR-DEBIT
              WRITE RETRO-ENREG FROM RET-ENREG
              ADD 1 TO WS-NB-CORRIGES
           END-IF
           .
