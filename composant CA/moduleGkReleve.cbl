      *          STOCKE (TBSOLDM VIA MASOLM) ET PORTE PAR      *
      *          L'EN-TETE DU RELEVE, AU LIEU D'ETRE           *
      *          RECONSTITUE EN AVAL EN REJOUANT L'HISTORIQUE  *
      * 15/10/26 SOUAD   LA DEVISE DE TENUE DU COMPTE EST PORTEE *
      *          PAR L'EN-TETE, ET CHAQUE DETAIL PORTE LE      *
      *          MONTANT APPLIQUE DANS CETTE DEVISE            *
      * 15/10/26 SOUAD   COMPTE AYANT REPRIS D'ANCIENS NUMEROS *
      *          (FUSION OU RENUMEROTATION, TBFWD VIA MAFWD) : *
      *          HISTORIQUE DE TOUS SES NUMEROS TRIE DANS      *
      *          L'ORDRE DE POSTE ET EDITE COMME UN SEUL       *
      *          COMPTE, SANS LE VIREMENT DE SOLDE 'MIG' ;     *
      *          OUVERTURE = SOMME DES ARRETES ; PREMIER       *
      *          ANCIEN NUMERO PORTE PAR L'EN-TETE ; UN ANCIEN *
      *          NUMERO DEMANDE EST RAMENE AU COMPTE VIVANT    *
      * 15/10/26 SOUAD   L'EN-TETE PORTE LES CREDITS NON       *
      *          ENCORE DISPONIBLES (TBFND) A LA FIN DE        *
      *          PERIODE OU A LA DATE DU JOUR, POUR L'EDITION  *
      *          DU SOLDE DISPONIBLE                           *
      *                                                       *
      *********************************************************

            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RELEVE.

      *    HISTORIQUE REGROUPE D'UN COMPTE ET DE SES ANCIENS NUMEROS
            SELECT TRIHIS ASSIGN TO DDTRHIS.

       DATA DIVISION.
       FILE SECTION.

       FD RELEVE.
       01 RELEVE-ENREG PIC X(96).

      * UNE LIGNE DE DETAIL DEJA MISE EN FORME PAR OPERATION DU COMPTE
      * OU DE L'UN DE SES ANCIENS NUMEROS, TRIEE DANS L'ORDRE REEL DE
      * POSTE (JOUR, HEURE, SEQUENCE, PUIS ORDRE DE LECTURE).
       SD TRIHIS.
       01 TH-ENREG.
         05 TH-DATE-OPER  PIC X(10).
         05 TH-HEURE-OPER PIC X(08).
         05 TH-SEQ-OPER   PIC 9(06).
         05 TH-RANG       PIC 9(07).
         05 TH-DETAIL     PIC X(96).

       WORKING-STORAGE SECTION.

       COPY CPTFUNC.
       COPY HISFUNC REPLACING ==()== BY ==HIS==.
       COPY CRELEVE REPLACING ==()== BY ==RL==.
       COPY ZASOLM  REPLACING ==()== BY ==SOL==.
       COPY ZAFWD   REPLACING ==()== BY ==FWD==.
       COPY ZAFND   REPLACING ==()== BY ==FND==.

       01 WS-COMPTE-DEMANDE PIC X(11).
       01 WS-DATE-DEBUT     PIC X(10).
       01 WS-DATE-FIN       PIC X(10).
       01 WS-DATE-SYSTEME   PIC X(21).

      * MOIS DE L'ARRETE PRECEDANT LA PERIODE DEMANDEE (CELUI DE LA
      * VEILLE DU DEBUT DE PERIODE), POUR REPRENDRE SON SOLDE DE
       01 WS-DATE-NUM       PIC 9(08).
       01 WS-JOURS-VEILLE   PIC 9(08).

      * NUMEROS DONT L'HISTORIQUE COMPOSE LE RELEVE : LE COMPTE
      * DEMANDE (RAMENE AU COMPTE VIVANT S'IL A ETE LUI-MEME RENVOYE)
      * EN PREMIER, PUIS LES ANCIENS NUMEROS FUSIONNES OU RENUMEROTES
      * DANS CE COMPTE (TBFWD), DE PROCHE EN PROCHE. LE COMPTE DEMANDE
      * SEUL = RELEVE D'ORIGINE, SANS TRI.
       01 WS-MAX-RENVOIS    PIC 9(02) VALUE 5.
       01 WS-NB-MAILLONS    PIC 9(02).
       01 WS-NB-NUMEROS     PIC 9(02) VALUE 0.
       01 WS-TAB-NUMEROS.
         05 WS-NUMERO OCCURS 1 TO 20 TIMES
                      DEPENDING ON WS-NB-NUMEROS
                      INDEXED BY WS-NX WS-NY PIC X(11).
       01 WS-NUMERO-CONNU-SW PIC X(01).
         88 WS-NUMERO-CONNU  VALUE 'O'.
      * VIREMENT DE SOLDE ENTRE UN ANCIEN NUMERO ET SON SUCCESSEUR
      * ('MIG', GKMIGCPT) : SES DEUX JAMBES SE COMPENSENT DANS
      * L'HISTORIQUE REGROUPE ET N'Y SONT PAS EDITEES.
       01 WS-CODE-MIGRATION PIC X(03) VALUE 'MIG'.
       01 WS-RANG-TRI       PIC 9(07).
       01 WS-FIN-TRI-SW     PIC X(01).
         88 WS-FIN-TRI      VALUE 'O'.

      * COMPTEURS DU RELEVE EN COURS D'EDITION.
       01 WS-DETAIL-COUNTERS.
         05 WS-NB-OPER      PIC 9(06).
       01 WS-RUN-COUNTERS.
         05 WS-TOT-COMPTES    PIC 9(06).
         05 WS-TOT-INCONNUS   PIC 9(06).
         05 WS-TOT-REGROUPES  PIC 9(06).

       01 WS-FS-CPTDEM PIC X(02).
         88 OPENINPTSUCCES-C  VALUE '00'.
           DISPLAY '**********************************'
           DISPLAY '* COMPTES EDITES      : ' WS-TOT-COMPTES
           DISPLAY '* COMPTES INCONNUS    : ' WS-TOT-INCONNUS
           DISPLAY '* RELEVES REGROUPES   : ' WS-TOT-REGROUPES
           DISPLAY '**********************************'
           .

      * SOLDE DU COMPTE (MACPT SEL) : SI LE COMPTE EST CONNU, LE RELEVE
      * EST EDITE (ENTETE, HISTORIQUE, TRAILER) ; SINON LE COMPTE EST
      * SIMPLEMENT SIGNALE ET COMPTABILISE, SANS BLOQUER LA SUITE DU
      * RUN. UN COMPTE QUI A REPRIS D'ANCIENS NUMEROS PRESENTE LEUR
      * HISTORIQUE AVEC LE SIEN, COMME UN SEUL COMPTE.
       02C-EDITE-COMPTE.
           PERFORM 02I-RESOUT-RENVOI
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'             TO CPT-FONCTION
           MOVE WS-COMPTE-DEMANDE TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA

           IF CPT-CODRET = '00'
              PERFORM 02J-RELEVE-ANCIENS
              PERFORM 02D-ECRIT-ENTETE
              IF WS-NB-NUMEROS > 1
                 PERFORM 02K-EDITE-OPERATIONS-REGROUPEES
                 ADD 1 TO WS-TOT-REGROUPES
              ELSE
                 PERFORM 02E-EDITE-OPERATIONS
              END-IF
              PERFORM 02F-ECRIT-TRAILER
              ADD 1 TO WS-TOT-COMPTES
           ELSE
           MOVE CPT-SOLDE  TO RL-SOLDE-00
           MOVE 0          TO RL-SOLDE-OUVERTURE-00
           MOVE SPACES     TO RL-OUVERTURE-STOCKEE-00
           MOVE 'EUR'      TO RL-DEVISE-COMPTE-00
           IF CPT-DEVISE NOT = SPACES
              MOVE CPT-DEVISE TO RL-DEVISE-COMPTE-00
           END-IF
           MOVE SPACES     TO RL-ANCIEN-COMPTE-00
           IF WS-NB-NUMEROS > 1
              MOVE WS-NUMERO(2) TO RL-ANCIEN-COMPTE-00
           END-IF
           IF WS-DATE-DEBUT NOT = SPACES
              PERFORM 02H-LIT-SOLDE-OUVERTURE
           END-IF
           PERFORM 02N-LIT-INDISPONIBLE
           WRITE RELEVE-ENREG FROM RL-ENREG-00
           .

      * CREDITS NON ENCORE DISPONIBLES (TBFND) A LA FIN DE LA PERIODE
      * DU RELEVE, OU A LA DATE DU JOUR SANS PERIODE, SUR LE SEUL
      * COMPTE VIVANT (GKMIGCPT Y A REPORTE CEUX DES ANCIENS
      * NUMEROS). UNE ERREUR DE LECTURE LAISSE LE MONTANT A ZERO (LE
      * DISPONIBLE EDITE EST ALORS LE SOLDE DE FIN).
       02N-LIT-INDISPONIBLE.
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

      * SOLDE D'OUVERTURE DE LA PERIODE : SOLDE DE CLOTURE DE
      * L'ARRETE MENSUEL (TBSOLDM) DU MOIS DE LA VEILLE DU DEBUT DE
      * PERIODE. UN ARRETE ABSENT N'EST PAS UNE ERREUR : LE TEMOIN
      * RESTE A SPACES ET L'AVAL RECONSTITUE L'OUVERTURE COMME AVANT.
      * RELEVE REGROUPE : SOMME DES ARRETES DE TOUS SES NUMEROS (UN
      * NUMERO SANS ARRETE CE MOIS-LA N'EXISTAIT PAS ENCORE OU ETAIT
      * DEJA SOLDE PAR SA MIGRATION).
       02H-LIT-SOLDE-OUVERTURE.
           STRING WS-DATE-DEBUT(1:4)
                  WS-DATE-DEBUT(6:2)
                  WS-DATE-NUM(5:2)
                  DELIMITED BY SIZE INTO WS-MOIS-ARRETE

           PERFORM VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > WS-NB-NUMEROS
              INITIALIZE SOL-ZCMA
              MOVE 'SEL'             TO SOL-FONCTION
              MOVE WS-NUMERO(WS-NX)  TO SOL-COMPTE
              MOVE WS-MOIS-ARRETE    TO SOL-MOIS
              CALL 'MASOLM' USING SOL-ZCMA
              IF SOL-CODRET = '00'
                 ADD  SOL-SOLDE-FIN TO RL-SOLDE-OUVERTURE-00
                 MOVE 'O'           TO RL-OUVERTURE-STOCKEE-00
              END-IF
           END-PERFORM
           .

      * PARCOURS DE L'HISTORIQUE DU COMPTE PAR LE CURSEUR DE MAHIS
           .

       02G-ECRIT-DETAIL.
           PERFORM 02G1-FORMATE-DETAIL
           WRITE RELEVE-ENREG FROM RL-ENREG-10
           ADD 1            TO WS-NB-OPER
           ADD HIS-MONTANT  TO WS-MT-TOTAL

           MOVE 'SUI' TO HIS-FONCTION
           CALL 'MAHIS' USING HIS-ZCMA
           .

       02G1-FORMATE-DETAIL.
           MOVE '10'            TO RL-TYPE-10
           MOVE HIS-REF-OPER    TO RL-REF-OPER-10
           MOVE HIS-CODE-OPER   TO RL-CODE-OPER-10
           MOVE HIS-HEURE-OPER  TO RL-HEURE-OPER-10
           MOVE HIS-CODE-DEV    TO RL-DEVISE-10
           MOVE HIS-LIBELLE-OPER TO RL-LIBELLE-10
           MOVE HIS-DEV-COMPTE  TO RL-DEV-COMPTE-10
           MOVE HIS-MT-COMPTE   TO RL-MT-COMPTE-10
           .

       02F-ECRIT-TRAILER.
           MOVE WS-MT-TOTAL   TO RL-MT-TOTAL-99
           WRITE RELEVE-ENREG FROM RL-ENREG-99
           .

      * COMPTE DEMANDE LUI-MEME FUSIONNE OU RENUMEROTE : LE RELEVE
      * EST CELUI DU COMPTE QUI L'A REPRIS (CHAINE DE RENVOIS SUIVIE
      * SUR WS-MAX-RENVOIS MAILLONS AU PLUS).
       02I-RESOUT-RENVOI.
           MOVE 0    TO WS-NB-MAILLONS
           MOVE '00' TO FWD-CODRET
           PERFORM UNTIL FWD-CODRET NOT = '00'
                      OR WS-NB-MAILLONS NOT < WS-MAX-RENVOIS
              INITIALIZE FWD-ZCMA
              MOVE 'SEL'             TO FWD-FONCTION
              MOVE WS-COMPTE-DEMANDE TO FWD-ANCIEN
              CALL 'MAFWD' USING FWD-ZCMA
              IF FWD-CODRET = '00'
                 DISPLAY 'COMPTE ' WS-COMPTE-DEMANDE
                         ' RENVOYE VERS ' FWD-NOUVEAU
                 MOVE FWD-NOUVEAU TO WS-COMPTE-DEMANDE
                 ADD 1 TO WS-NB-MAILLONS
              END-IF
           END-PERFORM
           .

      * ANCIENS NUMEROS DU COMPTE, DE PROCHE EN PROCHE : CEUX QUI ONT
      * ETE RENVOYES VERS LUI, PUIS CEUX QUI ONT ETE RENVOYES VERS
      * EUX, ETC. CHAQUE CURSEUR MAFWD EST LU JUSQU'A SA FIN AVANT
      * D'OUVRIR LE SUIVANT.
       02J-RELEVE-ANCIENS.
           MOVE 1                 TO WS-NB-NUMEROS
           MOVE WS-COMPTE-DEMANDE TO WS-NUMERO(1)
           PERFORM VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > WS-NB-NUMEROS
              INITIALIZE FWD-ZCMA
              MOVE 'NDB'            TO FWD-FONCTION
              MOVE WS-NUMERO(WS-NX) TO FWD-NOUVEAU
              CALL 'MAFWD' USING FWD-ZCMA
              PERFORM 02J1-AJOUTE-ANCIEN UNTIL FWD-CODRET NOT = '00'
              IF FWD-CODRET NOT = '04'
                 DISPLAY 'ERREUR RENVOIS COMPTE ' WS-NUMERO(WS-NX)
                         ' - ' FWD-LIBRET
              END-IF
           END-PERFORM
           .

       02J1-AJOUTE-ANCIEN.
           MOVE 'N' TO WS-NUMERO-CONNU-SW
           PERFORM VARYING WS-NY FROM 1 BY 1
                   UNTIL WS-NY > WS-NB-NUMEROS
              IF WS-NUMERO(WS-NY) = FWD-ANCIEN
                 SET WS-NUMERO-CONNU TO TRUE
              END-IF
           END-PERFORM
           IF NOT WS-NUMERO-CONNU AND WS-NB-NUMEROS < 20
              ADD 1 TO WS-NB-NUMEROS
              MOVE FWD-ANCIEN TO WS-NUMERO(WS-NB-NUMEROS)
           END-IF
           MOVE 'NSU' TO FWD-FONCTION
           CALL 'MAFWD' USING FWD-ZCMA
           .

      * HISTORIQUE REGROUPE : LES LIGNES DE TOUS LES NUMEROS, BORNEES
      * A LA PERIODE DEMANDEE, SONT TRIEES DANS L'ORDRE REEL DE POSTE
      * PUIS EDITEES COMME CELLES D'UN SEUL COMPTE.
       02K-EDITE-OPERATIONS-REGROUPEES.
           MOVE 0 TO WS-RANG-TRI
           SORT TRIHIS
                ON ASCENDING KEY TH-DATE-OPER TH-HEURE-OPER
                                 TH-SEQ-OPER TH-RANG
                INPUT PROCEDURE IS 02L-ALIMENTE-TRI
                OUTPUT PROCEDURE IS 02M-ECRIT-TRIE
           .

       02L-ALIMENTE-TRI.
           PERFORM VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > WS-NB-NUMEROS
              INITIALIZE HIS-ZCMA
              MOVE 'DEB'            TO HIS-FONCTION
              MOVE WS-NUMERO(WS-NX) TO HIS-COMPTE
              MOVE WS-DATE-DEBUT    TO HIS-DATE-DEBUT
              MOVE WS-DATE-FIN      TO HIS-DATE-FIN
              CALL 'MAHIS' USING HIS-ZCMA
              PERFORM 02L1-LIBERE-DETAIL UNTIL HIS-CODRET NOT = '00'
              IF HIS-CODRET NOT = '04'
                 DISPLAY 'ERREUR HISTORIQUE COMPTE '
                         WS-NUMERO(WS-NX) ' - ' HIS-LIBRET
              END-IF
           END-PERFORM
           .

       02L1-LIBERE-DETAIL.
           IF HIS-CODE-OPER NOT = WS-CODE-MIGRATION
              PERFORM 02G1-FORMATE-DETAIL
              ADD 1 TO WS-RANG-TRI
              MOVE HIS-DATE-OPER  TO TH-DATE-OPER
              MOVE HIS-HEURE-OPER TO TH-HEURE-OPER
              MOVE HIS-SEQ-OPER   TO TH-SEQ-OPER
              MOVE WS-RANG-TRI    TO TH-RANG
              MOVE RL-ENREG-10    TO TH-DETAIL
              RELEASE TH-ENREG
              ADD 1            TO WS-NB-OPER
              ADD HIS-MONTANT  TO WS-MT-TOTAL
           END-IF
           MOVE 'SUI' TO HIS-FONCTION
           CALL 'MAHIS' USING HIS-ZCMA
           .

       02M-ECRIT-TRIE.
           MOVE 'N' TO WS-FIN-TRI-SW
           PERFORM 02M1-ECRIT-LIGNE-TRIEE UNTIL WS-FIN-TRI
           .

       02M1-ECRIT-LIGNE-TRIEE.
           RETURN TRIHIS
              AT END
                 SET WS-FIN-TRI TO TRUE
              NOT AT END
                 WRITE RELEVE-ENREG FROM TH-DETAIL
           END-RETURN
           .
