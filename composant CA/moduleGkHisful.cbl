      * --------- ------------  ----------------------------- *
      * 03/09/26 SOUAD   CREATION - RELEVE FUSIONNANT LES      *
      *          ARCHIVES CARCHIS ET L'HISTORIQUE VIVANT       *
      * 15/10/26 SOUAD   L'EN-TETE PORTE LA DEVISE DE TENUE DU *
      *          COMPTE ; LE DETAIL RESTE EN DEVISE D'ORIGINE  *
      * 15/10/26 SOUAD   ZONE ANCIEN NUMERO DE L'EN-TETE       *
      *          CRELEVE LAISSEE A BLANC (HISTORIQUE DU SEUL   *
      *          NUMERO DEMANDE)                               *
      * 15/10/26 SOUAD   L'EN-TETE PORTE LES CREDITS NON       *
      *          ENCORE DISPONIBLES (TBFND), COMME GKRELEVE    *
      *                                                       *
      *********************************************************

       COPY CRELEVE REPLACING ==()== BY ==RL==.
       COPY CARCHIS REPLACING ==()== BY ==AR==.
       COPY ZASOLM  REPLACING ==()== BY ==SOL==.
       COPY ZAFND   REPLACING ==()== BY ==FND==.

       01 WS-DSN-COURANT    PIC X(80).
       01 WS-COMPTE-DEMANDE PIC X(11).
       01 WS-DATE-DEBUT     PIC X(10).
       01 WS-DATE-FIN       PIC X(10).
       01 WS-DATE-SYSTEME   PIC X(21).

      * LISTE DES ARCHIVES, CHARGEE UNE FOIS EN DEBUT DE RUN.
       01 WS-NB-ARCHIVES PIC 9(03) VALUE 0.
           MOVE CPT-SOLDE  TO RL-SOLDE-00
           MOVE 0          TO RL-SOLDE-OUVERTURE-00
           MOVE SPACES     TO RL-OUVERTURE-STOCKEE-00
           MOVE 'EUR'      TO RL-DEVISE-COMPTE-00
           IF CPT-DEVISE NOT = SPACES
              MOVE CPT-DEVISE TO RL-DEVISE-COMPTE-00
           END-IF
           MOVE SPACES     TO RL-ANCIEN-COMPTE-00
           IF WS-DATE-DEBUT NOT = SPACES
              PERFORM 02J-LIT-SOLDE-OUVERTURE
           END-IF
           PERFORM 02K-LIT-INDISPONIBLE
           WRITE RELEVE-ENREG FROM RL-ENREG-00
           .

      * CREDITS NON ENCORE DISPONIBLES (TBFND) A LA FIN DE LA PERIODE
      * DU RELEVE, OU A LA DATE DU JOUR SANS PERIODE, COMME POUR
      * GKRELEVE. UNE ERREUR DE LECTURE LAISSE LE MONTANT A ZERO (LE
      * DISPONIBLE EDITE EST ALORS LE SOLDE DE FIN).
       02K-LIT-INDISPONIBLE.
           MOVE 0 TO RL-MT-INDISPO-00
           INITIALIZE FND-ZCMA
           MOVE 'SOM'        TO FND-FONCTION
           MOVE CPT-COMPTE   TO FND-COMPTE
           MOVE WS-DATE-FIN  TO FND-DATE-REF
           IF WS-DATE-FIN = SPACES
              MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
              STRING WS-DATE-SYSTEME(1:4) '-'
                     WS-DATE-SYSTEME(5:2) '-'
                     WS-DATE-SYSTEME(7:2)
                     DELIMITED BY SIZE INTO FND-DATE-REF
           END-IF
           CALL 'MAFND' USING FND-ZCMA
           IF FND-CODRET = '00'
              MOVE FND-MONTANT TO RL-MT-INDISPO-00
           END-IF
           .

       02J-LIT-SOLDE-OUVERTURE.
           STRING WS-DATE-DEBUT(1:4)
                  WS-DATE-DEBUT(6:2)
              MOVE WS-OP-HEURE(WS-OX)    TO RL-HEURE-OPER-10
              MOVE WS-OP-DEVISE(WS-OX)   TO RL-DEVISE-10
              MOVE WS-OP-LIBELLE(WS-OX)  TO RL-LIBELLE-10
      * L'ARCHIVE NE PORTE PAS LE MONTANT EN DEVISE DU COMPTE : LE
      * DETAIL EST EDITE COMME UNE LIGNE ANTERIEURE.
              MOVE SPACES                TO RL-DEV-COMPTE-10
              MOVE 0                     TO RL-MT-COMPTE-10
              WRITE RELEVE-ENREG FROM RL-ENREG-10
              ADD 1                     TO WS-NB-DETAIL
              ADD WS-OP-MONTANT(WS-OX)  TO WS-MT-TOTAL
