      *          LA TABLE TBLIB (MALIB) DANS LA LANGUE DU      *
      *          CLIENT (CLI-LANGUE), LE FRANCAIS COMPILE      *
      *          RESTANT LE REPLI QUAND LA CLE MANQUE          *
      * 15/10/26 SOUAD   COMPTE TENU EN DEVISE : LE DETAIL EST *
      *          EDITE DANS LA DEVISE DU COMPTE (MONTANT       *
      *          APPLIQUE AU SOLDE), LE MONTANT D'ORIGINE ET   *
      *          SA DEVISE EN REGARD QUAND ELLES DIFFERENT ;   *
      *          LES SOLDES PORTENT LA DEVISE DU COMPTE        *
      * 15/10/26 SOUAD   RELEVE REGROUPANT L'HISTORIQUE        *
      *          D'ANCIENS NUMEROS FUSIONNES OU RENUMEROTES :  *
      *          L'ANCIEN NUMERO EST RAPPELE SOUS LE BLOC      *
      *          CLIENT DE LA PREMIERE PAGE (LIBELLE TBLIB     *
      *          RL-ANCIENCPT)                                 *
      * 15/10/26 SOUAD   SOLDE DISPONIBLE (CLOTURE MOINS       *
      *          CREDITS NON ENCORE DISPONIBLES DE L'EN-TETE)  *
      *          EDITE SOUS LE SOLDE DE CLOTURE, LIBELLE TBLIB *
      *          'RL-DISPO'                                    *
      *                                                       *
      *********************************************************

         88 WS-OUVERTURE-STOCKEE VALUE 'O'.
       01 WS-SOLDE-OUVERTURE PIC S9(13)V99.
       01 WS-SOLDE-COURANT   PIC S9(13)V99.
      * DEVISE DE TENUE DU COMPTE (ENREG-00, 'EUR' A DEFAUT) : LES
      * SOLDES SONT EXPRIMES DANS CETTE DEVISE.
       01 WS-DEVISE-COMPTE   PIC X(03).
      * ANCIEN NUMERO FUSIONNE OU RENUMEROTE DANS LE COMPTE (ENREG-00,
      * SPACES SI AUCUN) : RAPPELE SOUS LE BLOC CLIENT DE LA PREMIERE
      * PAGE, LE RELEVE REGROUPANT SON HISTORIQUE.
       01 WS-ANCIEN-COMPTE   PIC X(11).
      * CREDITS NON ENCORE DISPONIBLES A LA FIN DU RELEVE (ENREG-00) :
      * LE SOLDE DISPONIBLE EDITE SOUS LE SOLDE DE CLOTURE EN EST
      * DIMINUE.
       01 WS-MT-INDISPO      PIC S9(11)V99.
       01 WS-SOLDE-DISPONIBLE PIC S9(13)V99.

      * OPERATIONS DU COMPTE COURANT, ACCUMULEES JUSQU'AU TRAILER '99'
      * PUIS EDITEES : LE SOLDE D'OUVERTURE N'EST CONNU QU'UNE FOIS
            10 WS-OP-MONTANT  PIC 9(11)V99.
            10 WS-OP-SENS     PIC X(01).
            10 WS-OP-DEVISE   PIC X(03).
      * MONTANT ET DEVISE D'ORIGINE DE L'OPERATION, QUAND ELLE A ETE
      * CONVERTIE DANS LA DEVISE DU COMPTE (DEVISE A SPACES SINON).
            10 WS-OP-MT-ORIGINE  PIC 9(11)V99.
            10 WS-OP-DEV-ORIGINE PIC X(03).

       01 WS-MT-SIGNE    PIC S9(13)V99.
       01 WS-MVT-NET     PIC S9(13)V99.
       01 WS-LIB-CLOTURE     PIC X(42).
       01 WS-LIB-REPORT      PIC X(42).
       01 WS-LIB-REPORT-SUIV PIC X(42).
       01 WS-LIB-ANCIEN      PIC X(42).
       01 WS-LIB-DISPONIBLE  PIC X(42).

       01 WS-LIGNE-DETAIL.
         05 WS-LD-DATE      PIC X(10).
         05 WS-LD-DATE-VAL  PIC X(10).
         05 FILLER          PIC X(01).
         05 WS-LD-DEVISE    PIC X(03).
         05 FILLER          PIC X(01).
         05 WS-LD-DEV-ORIGINE PIC X(03).
         05 WS-LD-MT-ORIGINE PIC X(13).

      * MISE EN FORME DES MONTANTS SELON LES DECIMALES DE LA
      * DEVISE : DEUX DECIMALES PAR DEFAUT, ENTIER POUR LES
       01 WS-EDIT-2DEC PIC ZZZZZZZZZZ9.99.
       01 WS-EDIT-0DEC PIC ZZZZZZZZZZZZZ9.
       01 WS-MONTANT-EDITE PIC X(14).
      * MONTANT ET DEVISE SOUMIS A LA MISE EN FORME (02Q).
       01 WS-MT-A-EDITER   PIC 9(11)V99.
       01 WS-DEVISE-A-EDITER PIC X(03).
       01 WS-MONTANT-ENTIER PIC 9(11).

      * CACHE DEVISE -> DECIMALES (MADEV SEL, DEVISE INCONNUE = 2).
         05 WS-LS-LIBELLE   PIC X(42).
         05 FILLER          PIC X(15).
         05 WS-LS-SOLDE     PIC -ZZZZZZZZZZZ9.99.
         05 FILLER          PIC X(01).
         05 WS-LS-DEVISE    PIC X(03).
         05 FILLER          PIC X(55).

       01 WS-LIGNE-TOTAUX.
         05 FILLER          PIC X(18) VALUE 'TOTAL OPERATIONS :'.
                   TO WS-SOLDE-OUVERTURE-RL
                 MOVE RL-OUVERTURE-STOCKEE-00
                   TO WS-OUVERTURE-STOCKEE-SW
                 MOVE RL-DEVISE-COMPTE-00 TO WS-DEVISE-COMPTE
                 MOVE RL-ANCIEN-COMPTE-00 TO WS-ANCIEN-COMPTE
                 MOVE RL-MT-INDISPO-00    TO WS-MT-INDISPO
                 IF WS-DEVISE-COMPTE = SPACES
                    MOVE 'EUR' TO WS-DEVISE-COMPTE
                 END-IF
                 MOVE 0 TO WS-NB-OPER
                 MOVE 0 TO WS-CTL-NB-OPER
                 MOVE 0 TO WS-CTL-MT-TOTAL
                 MOVE RL-LIBELLE-10
                   TO WS-OP-LIBELLE(WS-NB-OPER)
              END-IF
              PERFORM 02S-MONTANT-DEVISE-COMPTE
           END-IF
           ADD 1             TO WS-CTL-NB-OPER
           ADD RL-MONTANT-10 TO WS-CTL-MT-TOTAL
           END-IF
           MOVE WS-SOLDE-OUVERTURE TO WS-SOLDE-COURANT

           MOVE WS-DEVISE-COMPTE TO WS-LS-DEVISE
           MOVE 0 TO WS-NO-PAGE
           PERFORM 02F-NOUVELLE-PAGE
           MOVE WS-LIB-OUVERTURE TO WS-LS-LIBELLE
           MOVE WS-LIB-CLOTURE TO WS-LS-LIBELLE
           MOVE WS-SOLDE-COURANT   TO WS-LS-SOLDE
           WRITE EDIT-ENREG FROM WS-LIGNE-SOLDE
      * SOLDE DISPONIBLE : CLOTURE MOINS LES CREDITS ENCORE EN
      * ATTENTE D'ENCAISSEMENT A LA FIN DU RELEVE.
           COMPUTE WS-SOLDE-DISPONIBLE =
                   WS-SOLDE-COURANT - WS-MT-INDISPO
           MOVE WS-LIB-DISPONIBLE   TO WS-LS-LIBELLE
           MOVE WS-SOLDE-DISPONIBLE TO WS-LS-SOLDE
           WRITE EDIT-ENREG FROM WS-LIGNE-SOLDE
           PERFORM 02H-ECRIT-TOTAUX
           PERFORM 02P-ENREGISTRE-RELEVE
           ADD 1 TO WS-TOT-COMPTES
           CLOSE RELREG
           .

      * UNE LIGNE QUI PORTE LE MONTANT APPLIQUE AU SOLDE DANS LA
      * DEVISE DU COMPTE EST EDITEE DANS CETTE DEVISE, SON SENS SUIT
      * LE SIGNE DU MONTANT ; LE MONTANT D'ORIGINE EST GARDE EN
      * REGARD QUAND L'OPERATION A ETE CONVERTIE. UNE LIGNE
      * ANTERIEURE (DEVISE DU COMPTE A SPACES) RESTE EDITEE DANS SA
      * DEVISE D'ORIGINE AVEC LE SENS TBHOP.
       02S-MONTANT-DEVISE-COMPTE.
           MOVE SPACES TO WS-OP-DEV-ORIGINE(WS-NB-OPER)
           MOVE 0      TO WS-OP-MT-ORIGINE(WS-NB-OPER)
           IF RL-DEV-COMPTE-10 NOT = SPACES
              IF RL-MT-COMPTE-10 < 0
                 MOVE 'D' TO WS-OP-SENS(WS-NB-OPER)
                 COMPUTE WS-OP-MONTANT(WS-NB-OPER) =
                         0 - RL-MT-COMPTE-10
              ELSE
                 MOVE 'C' TO WS-OP-SENS(WS-NB-OPER)
                 MOVE RL-MT-COMPTE-10 TO WS-OP-MONTANT(WS-NB-OPER)
              END-IF
              MOVE RL-DEV-COMPTE-10 TO WS-OP-DEVISE(WS-NB-OPER)
              IF RL-DEVISE-10 NOT = RL-DEV-COMPTE-10
                 MOVE RL-DEVISE-10  TO WS-OP-DEV-ORIGINE(WS-NB-OPER)
                 MOVE RL-MONTANT-10 TO WS-OP-MT-ORIGINE(WS-NB-OPER)
              END-IF
           END-IF
           .

       02E-VALORISE-OPERATION.
           IF WS-OP-SENS(WS-OX) = 'D'
              COMPUTE WS-MT-SIGNE = 0 - WS-OP-MONTANT(WS-OX)
           MOVE WS-OP-DATE(WS-OX)    TO WS-LD-DATE
           MOVE WS-OP-REF(WS-OX)     TO WS-LD-REF
           MOVE WS-OP-LIBELLE(WS-OX) TO WS-LD-LIBELLE
           MOVE WS-OP-MONTANT(WS-OX) TO WS-MT-A-EDITER
           MOVE WS-OP-DEVISE(WS-OX)  TO WS-DEVISE-A-EDITER
           PERFORM 02Q-FORMATE-MONTANT
      * LA COLONNE SANS MOUVEMENT RESTE A BLANC, UN ZERO EDITE SE
      * LIRAIT COMME UN MOUVEMENT NUL.
           MOVE WS-SOLDE-COURANT TO WS-LD-SOLDE
           MOVE WS-OP-DATE-VAL(WS-OX) TO WS-LD-DATE-VAL
           MOVE WS-OP-DEVISE(WS-OX)   TO WS-LD-DEVISE
           IF WS-OP-DEV-ORIGINE(WS-OX) NOT = SPACES
              MOVE WS-OP-MT-ORIGINE(WS-OX)  TO WS-MT-A-EDITER
              MOVE WS-OP-DEV-ORIGINE(WS-OX) TO WS-DEVISE-A-EDITER
              PERFORM 02Q-FORMATE-MONTANT
              MOVE WS-DEVISE-A-EDITER     TO WS-LD-DEV-ORIGINE
              MOVE WS-MONTANT-EDITE(2:13) TO WS-LD-MT-ORIGINE
           END-IF
           WRITE EDIT-ENREG FROM WS-LIGNE-DETAIL
           ADD 1 TO WS-LIGNE-COURANTE
           .
                INTO WS-LCL-TEXTE
              WRITE EDIT-ENREG FROM WS-LIGNE-CLIENT
           END-IF
           IF WS-ANCIEN-COMPTE NOT = SPACES
              INITIALIZE WS-LIGNE-CLIENT
              STRING WS-LIB-ANCIEN    DELIMITED BY '  '
                     ' '              DELIMITED BY SIZE
                     WS-ANCIEN-COMPTE DELIMITED BY SIZE
                INTO WS-LCL-TEXTE
              WRITE EDIT-ENREG FROM WS-LIGNE-CLIENT
           END-IF
           .

      * LANGUE DE CORRESPONDANCE DU CLIENT DU RELEVE EN COURS
           MOVE 'REPORT A NOUVEAU'  TO WS-LIB-REPORT
           MOVE 'SOLDE REPORTE EN PAGE SUIVANTE'
             TO WS-LIB-REPORT-SUIV
           MOVE 'ANCIEN NUMERO DE COMPTE :' TO WS-LIB-ANCIEN
           MOVE 'SOLDE DISPONIBLE'  TO WS-LIB-DISPONIBLE
           MOVE 'RL-TITRE' TO WS-CLE-LIBELLE
           PERFORM 02L-LIT-LIBELLE
           IF WS-LIBELLE-TROUVE
           IF WS-LIBELLE-TROUVE
              MOVE LIB-TEXTE(1:42) TO WS-LIB-REPORT-SUIV
           END-IF
           MOVE 'RL-ANCIENCPT' TO WS-CLE-LIBELLE
           PERFORM 02L-LIT-LIBELLE
           IF WS-LIBELLE-TROUVE
              MOVE LIB-TEXTE(1:42) TO WS-LIB-ANCIEN
           END-IF
           MOVE 'RL-DISPO' TO WS-CLE-LIBELLE
           PERFORM 02L-LIT-LIBELLE
           IF WS-LIBELLE-TROUVE
              MOVE LIB-TEXTE(1:42) TO WS-LIB-DISPONIBLE
           END-IF
           .

      * MONTANT DU DETAIL MIS EN FORME SELON LES DECIMALES DE SA
      * (YEN), DEUX DECIMALES SINON ; UN MONTANT NUL RESTE A BLANC.
       02Q-FORMATE-MONTANT.
           MOVE SPACES TO WS-MONTANT-EDITE
           IF WS-MT-A-EDITER = 0
              CONTINUE
           ELSE
              PERFORM 02R-RESOUT-DECIMALES
              IF WS-DECIMALES-OP = 0
                 MOVE WS-MT-A-EDITER    TO WS-MONTANT-ENTIER
                 MOVE WS-MONTANT-ENTIER TO WS-EDIT-0DEC
                 MOVE WS-EDIT-0DEC      TO WS-MONTANT-EDITE
              ELSE
                 MOVE WS-MT-A-EDITER    TO WS-EDIT-2DEC
                 MOVE WS-EDIT-2DEC         TO WS-MONTANT-EDITE
              END-IF
           END-IF
           .

      * DECIMALES DE LA DEVISE DU MONTANT (CACHE PUIS MADEV) ;
      * DEVISE A BLANC OU INCONNUE = 2 DECIMALES.
       02R-RESOUT-DECIMALES.
           MOVE 2 TO WS-DECIMALES-OP
           IF WS-DEVISE-A-EDITER = SPACES
              CONTINUE
           ELSE
              MOVE 'N' TO WS-DV-TROUVE-SW
              PERFORM VARYING WS-DVX FROM 1 BY 1
                      UNTIL WS-DVX > WS-NB-DEVISES
                 IF WS-DV-CODE(WS-DVX) = WS-DEVISE-A-EDITER
                    SET WS-DV-TROUVE TO TRUE
                    MOVE WS-DV-DECIMALES(WS-DVX)
                      TO WS-DECIMALES-OP
              IF NOT WS-DV-TROUVE
                 INITIALIZE DEV-ZCMA
                 MOVE 'SEL' TO DEV-FONCTION
                 MOVE WS-DEVISE-A-EDITER TO DEV-CODE-DEV
                 CALL 'MADEV' USING DEV-ZCMA
                 IF DEV-CODRET = '00'
                    MOVE DEV-DECIMALES TO WS-DECIMALES-OP
                 IF WS-NB-DEVISES < 20
                    ADD 1 TO WS-NB-DEVISES
                    SET WS-DVX TO WS-NB-DEVISES
                    MOVE WS-DEVISE-A-EDITER
                      TO WS-DV-CODE(WS-DVX)
                    MOVE WS-DECIMALES-OP
                      TO WS-DV-DECIMALES(WS-DVX)
