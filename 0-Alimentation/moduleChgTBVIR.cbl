      *********************************************************
      * PROGRAM NAME:  CHGTBVIR                                *
      * PROGRAM OBJET :MAINTENANCE DES PLAGES DE NUMEROS DE    *
      *                COMPTE VIRTUELS (TBVIR) PAR FICHIER     *
      *                D'INSTRUCTIONS (ALLOUE / REVOQUE), VIA  *
      *                L'ACCESSEUR MAVIR, MEME CONVENTION QUE  *
      *                CHGTBCOT ; A L'ATTRIBUTION, LE COMPTE   *
      *                MAITRE EST VERIFIE SUR TBCPT, LA PLAGE  *
      *                NE DOIT CHEVAUCHER AUCUNE AUTRE, ET     *
      *                L'IBAN DE CHAQUE NUMERO EST CONSTITUE   *
      *                (GKIBNCAL) ET CHARGE DANS TBIBN         *
      * ORIGINAL AUTHOR: SOUAD                                 *
      *                                                        *
      * MAINTENENCE LOG                                        *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT        *
      * --------- ------------  ------------------------------ *
      * 15/10/26 SOUAD   CREATION - NUMEROS DE COMPTE VIRTUELS  *
      *          DES CLIENTS ENTREPRISES                        *
      *                                                        *
      *********************************************************
       ID DIVISION.
       PROGRAM-ID. CHGTBVIR.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FICHIER D'INSTRUCTIONS, UNE ACTION PAR LIGNE : ACTION,
      *    BORNES DE LA PLAGE, COMPTE MAITRE (ALLOUE) ET DATE D'EFFET
            SELECT INSTRUCTIONS ASSIGN TO DDINSTR
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-INSTR.

       DATA DIVISION.
       FILE SECTION.
       FD INSTRUCTIONS.
       01 INSTR-ENREG.
         05 INSTR-ACTION      PIC X(08).
         05 INSTR-VIR-DEBUT   PIC X(11).
         05 INSTR-VIR-FIN     PIC X(11).
      * COMPTE MAITRE : OBLIGATOIRE POUR ALLOUE ; POUR REVOQUE, S'IL
      * EST PORTE, IL DOIT ETRE CELUI DE LA PLAGE.
         05 INSTR-COMPTE      PIC X(11).
      * DATE D'ATTRIBUTION OU DE REVOCATION (A SPACES, DATE DU JOUR).
         05 INSTR-DATE        PIC X(10).
         05 FILLER            PIC X(29).

       WORKING-STORAGE SECTION.
       COPY ZAVIR REPLACING ==()== BY ==VIR==.
       COPY ZAIBN REPLACING ==()== BY ==IBN==.
       COPY ZAPRM REPLACING ==()== BY ==PRM==.
       COPY CIBNCAL REPLACING ==()== BY ==IBC==.
       COPY CAUDREF REPLACING ==()== BY ==AUD==.
       COPY CPTFUNC.

       01 WS-ACTION PIC X(08).
         88 WS-ACTION-ALLOUE  VALUE 'ALLOUE'.
         88 WS-ACTION-REVOQUE VALUE 'REVOQUE'.

       01 WS-MOTIF-REJET PIC X(30).
       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).
       01 WS-DATE-EFFET   PIC X(10).

      * PREFIXE RESERVE AUX NUMEROS VIRTUELS (TBPRM VIRTUEL-PREFIXE,
      * OBLIGATOIRE) : C'EST A LUI QUE GKMAJ001 RECONNAIT UN NUMERO A
      * RESOUDRE SUR TBVIR.
       01 WS-PREFIXE-VIR    PIC X(11) VALUE SPACES.
       01 WS-LG-PREFIXE-VIR PIC 9(02) VALUE 0.

      * TAILLE MAXIMALE D'UNE PLAGE : AUTANT D'IBANS SONT CHARGES A
      * L'ATTRIBUTION.
       01 WS-MAX-NUMEROS PIC 9(05) VALUE 10000.

      * BORNES NUMERIQUES DE LA PLAGE ET NUMERO COURANT DE LA BOUCLE
      * DE CONSTITUTION DES IBANS.
       01 WS-NUM-DEBUT   PIC 9(11).
       01 WS-NUM-FIN     PIC 9(11).
       01 WS-NUM-COURANT PIC 9(11).
       01 WS-NUM-COMPTE  REDEFINES WS-NUM-COURANT PIC X(11).
       01 WS-NB-NUMEROS  PIC 9(11).

      * ELEMENTS DE L'IBAN LUS SUR TBPRM : CODE PAYS ('FR' PAR
      * DEFAUT) ET CODE BANQUE (OBLIGATOIRE) ; LE CODE GUICHET EST
      * L'AGENCE DU COMPTE MAITRE SUR CINQ POSITIONS.
       01 WS-IBAN-PAYS   PIC X(02) VALUE 'FR'.
       01 WS-IBAN-BANQUE PIC X(05).
       01 WS-GUICHET.
         05 FILLER       PIC X(02) VALUE '00'.
         05 WS-GU-AGENCE PIC X(03).

       01 WS-COMPTEURS.
         05 WS-NB-LUES       PIC 9(04) VALUE 0.
         05 WS-NB-APPLIQUEES PIC 9(04) VALUE 0.
         05 WS-NB-REJETEES   PIC 9(04) VALUE 0.
         05 WS-NB-IBANS      PIC 9(06) VALUE 0.
         05 WS-NB-IBANS-KO   PIC 9(06) VALUE 0.

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
              DISPLAY 'CHGTBVIR - OPERATEUR ABSENT EN SYSIN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 010-CHARGE-PARAMETRES
           INITIALIZE AUD-ENREG
           MOVE 'CHGTBVIR'       TO AUD-PROGRAMME
           MOVE AUD-CT-OPERATEUR TO AUD-OPERATEUR
           MOVE AUD-CT-FICHIER   TO AUD-FICHIER
           OPEN INPUT INSTRUCTIONS
           IF NOT FS-INSTR-OK
              DISPLAY 'CHGTBVIR - OPEN INSTRUCTIONS EN ERREUR : '
                      WS-FS-INSTR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

      * LE PREFIXE DES NUMEROS VIRTUELS ET LE CODE BANQUE DE L'IBAN
      * SONT OBLIGATOIRES : SANS EUX, AUCUNE PLAGE NE PEUT ETRE
      * ATTRIBUEE NI RESOLUE AU POSTE.
       010-CHARGE-PARAMETRES.
           INITIALIZE PRM-ZCMA
           MOVE 'SEL'             TO PRM-FONCTION
           MOVE 'VIRTUEL-PREFIXE' TO PRM-CLE
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00'
              MOVE PRM-VALEUR(1:11) TO WS-PREFIXE-VIR
           END-IF
           MOVE 0 TO WS-LG-PREFIXE-VIR
           INSPECT WS-PREFIXE-VIR TALLYING WS-LG-PREFIXE-VIR
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-LG-PREFIXE-VIR = 0
              DISPLAY 'CHGTBVIR - PARAMETRE ABSENT VIRTUEL-PREFIXE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           INITIALIZE PRM-ZCMA
           MOVE 'SEL'       TO PRM-FONCTION
           MOVE 'IBAN-PAYS' TO PRM-CLE
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00'
              MOVE PRM-VALEUR TO WS-IBAN-PAYS
           END-IF
           INITIALIZE PRM-ZCMA
           MOVE 'SEL'         TO PRM-FONCTION
           MOVE 'IBAN-BANQUE' TO PRM-CLE
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET NOT = '00'
              DISPLAY 'CHGTBVIR - PARAMETRE ABSENT ' PRM-CLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE PRM-VALEUR TO WS-IBAN-BANQUE
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
              MOVE WS-DATE-JOUR TO WS-DATE-EFFET
           ELSE
              MOVE INSTR-DATE   TO WS-DATE-EFFET
           END-IF
           EVALUATE TRUE
              WHEN WS-ACTION-ALLOUE
                 PERFORM 120-ALLOUE-PLAGE
              WHEN WS-ACTION-REVOQUE
                 PERFORM 140-REVOQUE-PLAGE
              WHEN OTHER
                 MOVE 'ACTION INCONNUE' TO WS-MOTIF-REJET
           END-EVALUATE
           IF WS-MOTIF-REJET = SPACES
              ADD 1 TO WS-NB-APPLIQUEES
              DISPLAY 'CHGTBVIR - ' INSTR-ACTION ' ' INSTR-VIR-DEBUT
                      '-' INSTR-VIR-FIN ' ' INSTR-COMPTE ' APPLIQUE'
           ELSE
              ADD 1 TO WS-NB-REJETEES
              DISPLAY 'CHGTBVIR - ' INSTR-ACTION ' ' INSTR-VIR-DEBUT
                      '-' INSTR-VIR-FIN ' ' INSTR-COMPTE
                      ' REJETE : ' WS-MOTIF-REJET
           END-IF
           .

      * BORNES NUMERIQUES, ORDONNEES, AU PREFIXE RESERVE ET DE TAILLE
      * BORNEE ; COMPTE MAITRE EXISTANT ET NON CLOTURE, QUI N'EST PAS
      * LUI-MEME UN NUMERO VIRTUEL ; AUCUNE PLAGE EXISTANTE (MEME
      * REVOQUEE) NE PARTAGE UN NUMERO AVEC LA NOUVELLE.
       115-VALIDE-PLAGE.
           IF INSTR-VIR-DEBUT IS NOT NUMERIC
              OR INSTR-VIR-FIN IS NOT NUMERIC
              MOVE 'BORNES NON NUMERIQUES' TO WS-MOTIF-REJET
           ELSE
              MOVE INSTR-VIR-DEBUT TO WS-NUM-DEBUT
              MOVE INSTR-VIR-FIN   TO WS-NUM-FIN
              IF WS-NUM-DEBUT > WS-NUM-FIN
                 MOVE 'BORNES INVERSEES' TO WS-MOTIF-REJET
              ELSE
              IF INSTR-VIR-DEBUT(1:WS-LG-PREFIXE-VIR) NOT =
                 WS-PREFIXE-VIR(1:WS-LG-PREFIXE-VIR)
                 OR INSTR-VIR-FIN(1:WS-LG-PREFIXE-VIR) NOT =
                    WS-PREFIXE-VIR(1:WS-LG-PREFIXE-VIR)
                 MOVE 'HORS PREFIXE VIRTUEL' TO WS-MOTIF-REJET
              ELSE
                 COMPUTE WS-NB-NUMEROS = WS-NUM-FIN - WS-NUM-DEBUT + 1
                 IF WS-NB-NUMEROS > WS-MAX-NUMEROS
                    MOVE 'PLAGE TROP ETENDUE' TO WS-MOTIF-REJET
                 ELSE
                    PERFORM 116-VALIDE-COMPTE-MAITRE
                 END-IF
              END-IF
              END-IF
           END-IF
           IF WS-MOTIF-REJET = SPACES
              INITIALIZE VIR-ZCMA
              MOVE 'CHV'           TO VIR-FONCTION
              MOVE INSTR-VIR-DEBUT TO VIR-VIR-DEBUT
              MOVE INSTR-VIR-FIN   TO VIR-VIR-FIN
              CALL 'MAVIR' USING VIR-ZCMA
              IF VIR-CODRET NOT = '00'
                 MOVE VIR-LIBRET TO WS-MOTIF-REJET
              ELSE
              IF VIR-NB-PLAGES > 0
                 MOVE 'CHEVAUCHE UNE PLAGE EXISTANTE'
                   TO WS-MOTIF-REJET
              END-IF
              END-IF
           END-IF
           .

       116-VALIDE-COMPTE-MAITRE.
           IF INSTR-COMPTE(1:WS-LG-PREFIXE-VIR) =
              WS-PREFIXE-VIR(1:WS-LG-PREFIXE-VIR)
              MOVE 'COMPTE MAITRE VIRTUEL' TO WS-MOTIF-REJET
           ELSE
              INITIALIZE CPT-ZCMA
              MOVE 'SEL'        TO CPT-FONCTION
              MOVE INSTR-COMPTE TO CPT-COMPTE
              CALL 'MACPT' USING CPT-ZCMA
              IF CPT-CODRET NOT = '00'
                 MOVE CPT-LIBRET TO WS-MOTIF-REJET
              ELSE
              IF CPT-COMPTE-CLOTURE
                 MOVE 'COMPTE CLOTURE' TO WS-MOTIF-REJET
              END-IF
              END-IF
           END-IF
           .

      * LA PLAGE EST CREEE POUR LE CLIENT DU COMPTE MAITRE, PUIS
      * CHAQUE NUMERO RECOIT SON IBAN (GUICHET = AGENCE DU COMPTE
      * MAITRE). UN IBAN NON CHARGE N'ANNULE PAS LA PLAGE : IL EST
      * SIGNALE ET SE RECHARGE PAR CHGTBIBN.
       120-ALLOUE-PLAGE.
           PERFORM 115-VALIDE-PLAGE
           IF WS-MOTIF-REJET = SPACES
              INITIALIZE VIR-ZCMA
              MOVE 'INS'           TO VIR-FONCTION
              MOVE INSTR-VIR-DEBUT TO VIR-VIR-DEBUT
              MOVE INSTR-VIR-FIN   TO VIR-VIR-FIN
              MOVE INSTR-COMPTE    TO VIR-COMPTE
              MOVE CPT-CODCLI      TO VIR-CODCLI
              MOVE WS-DATE-EFFET   TO VIR-DATE-ALLOCATION
              SET VIR-PLAGE-ACTIVE TO TRUE
              MOVE SPACES          TO VIR-DATE-REVOCATION
              CALL 'MAVIR' USING VIR-ZCMA
              IF VIR-CODRET NOT = '00'
                 MOVE VIR-LIBRET TO WS-MOTIF-REJET
              ELSE
                 MOVE 'I'    TO AUD-OPERATION
                 MOVE SPACES TO AUD-AVANT
                 PERFORM 160-ECRIT-AUDIT-PLAGE
                 MOVE CPT-AGENCE TO WS-GU-AGENCE
                 MOVE WS-NUM-DEBUT TO WS-NUM-COURANT
                 PERFORM UNTIL WS-NUM-COURANT > WS-NUM-FIN
                    PERFORM 130-CHARGE-IBAN
                    ADD 1 TO WS-NUM-COURANT
                 END-PERFORM
              END-IF
           END-IF
           .

      * IBAN DU NUMERO VIRTUEL COURANT, CHARGE DANS TBIBN SUR LE
      * NUMERO LUI-MEME (LA RESOLUTION VERS LE COMPTE MAITRE SE FAIT
      * AU POSTE) ; UN IBAN DEJA PRESENT POUR CE NUMERO EST GARDE.
       130-CHARGE-IBAN.
           INITIALIZE IBC-ZONE
           MOVE 'CAL'          TO IBC-FONCTION
           MOVE WS-IBAN-PAYS   TO IBC-PAYS
           MOVE WS-IBAN-BANQUE TO IBC-BANQUE
           MOVE WS-GUICHET     TO IBC-GUICHET
           MOVE WS-NUM-COMPTE  TO IBC-COMPTE
           CALL 'GKIBNCAL' USING IBC-ZONE
           IF IBC-CODRET NOT = '00'
              ADD 1 TO WS-NB-IBANS-KO
              DISPLAY 'CHGTBVIR - IBAN NON CONSTITUE ' WS-NUM-COMPTE
                      ' : ' IBC-LIBRET
           ELSE
              INITIALIZE IBN-ZCMA
              MOVE 'SEL'    TO IBN-FONCTION
              MOVE IBC-IBAN TO IBN-IBAN
              CALL 'MAIBN' USING IBN-ZCMA
              EVALUATE TRUE
                 WHEN IBN-CODRET = '00' AND IBN-COMPTE = WS-NUM-COMPTE
                    CONTINUE
                 WHEN IBN-CODRET = '00'
                    ADD 1 TO WS-NB-IBANS-KO
                    DISPLAY 'CHGTBVIR - IBAN ' IBC-IBAN(1:27)
                            ' DEJA ATTRIBUE A ' IBN-COMPTE
                 WHEN IBN-CODRET = '04'
                    INITIALIZE IBN-ZCMA
                    MOVE 'INS'         TO IBN-FONCTION
                    MOVE IBC-IBAN      TO IBN-IBAN
                    MOVE WS-NUM-COMPTE TO IBN-COMPTE
                    CALL 'MAIBN' USING IBN-ZCMA
                    IF IBN-CODRET = '00'
                       ADD 1 TO WS-NB-IBANS
                       PERFORM 165-ECRIT-AUDIT-IBAN
                    ELSE
                       ADD 1 TO WS-NB-IBANS-KO
                       DISPLAY 'CHGTBVIR - IBAN NON CREE '
                               WS-NUM-COMPTE ' : ' IBN-LIBRET
                    END-IF
                 WHEN OTHER
                    ADD 1 TO WS-NB-IBANS-KO
                    DISPLAY 'CHGTBVIR - IBAN NON CREE '
                            WS-NUM-COMPTE ' : ' IBN-LIBRET
              END-EVALUATE
           END-IF
           .

      * LA PLAGE REVOQUEE RESTE SUR TBVIR AVEC SES IBANS : SES NUMEROS
      * NE SONT PAS REATTRIBUES, ET UN CREDIT QUI LEUR EST ENCORE
      * ADRESSE PART AU COMPTE D'ATTENTE.
       140-REVOQUE-PLAGE.
           INITIALIZE VIR-ZCMA
           MOVE 'SEL'           TO VIR-FONCTION
           MOVE INSTR-VIR-DEBUT TO VIR-VIR-DEBUT
           CALL 'MAVIR' USING VIR-ZCMA
           IF VIR-CODRET NOT = '00'
              MOVE VIR-LIBRET TO WS-MOTIF-REJET
           ELSE
           IF VIR-PLAGE-REVOQUEE
              MOVE 'PLAGE DEJA REVOQUEE' TO WS-MOTIF-REJET
           ELSE
           IF INSTR-COMPTE NOT = SPACES
              AND INSTR-COMPTE NOT = VIR-COMPTE
              MOVE 'COMPTE MAITRE DIFFERENT' TO WS-MOTIF-REJET
           ELSE
              MOVE VIR-DONNEES TO AUD-AVANT
              SET VIR-PLAGE-REVOQUEE TO TRUE
              MOVE WS-DATE-EFFET TO VIR-DATE-REVOCATION
              MOVE 'UPD' TO VIR-FONCTION
              CALL 'MAVIR' USING VIR-ZCMA
              IF VIR-CODRET NOT = '00'
                 MOVE VIR-LIBRET TO WS-MOTIF-REJET
              ELSE
                 MOVE 'U' TO AUD-OPERATION
                 PERFORM 160-ECRIT-AUDIT-PLAGE
              END-IF
           END-IF
           END-IF
           END-IF
           .

      * IMAGE AVANT ET APRES DE LA PLAGE AU JOURNAL CENTRAL DES
      * CHANGEMENTS DU REFERENTIEL.
       160-ECRIT-AUDIT-PLAGE.
           MOVE 'TBVIR'       TO AUD-TABLE
           MOVE INSTR-ACTION  TO AUD-ACTION
           MOVE VIR-VIR-DEBUT TO AUD-CLE
           MOVE VIR-DONNEES   TO AUD-APRES
           CALL 'GKAUDIT' USING AUD-ENREG
           .

      * CHAQUE IBAN CHARGE POUR LA PLAGE EST JOURNALISE COMME UNE
      * CREATION TBIBN.
       165-ECRIT-AUDIT-IBAN.
           MOVE 'TBIBN'      TO AUD-TABLE
           MOVE INSTR-ACTION TO AUD-ACTION
           MOVE 'I'          TO AUD-OPERATION
           MOVE IBN-IBAN     TO AUD-CLE
           MOVE SPACES       TO AUD-AVANT
           MOVE IBN-DONNEES  TO AUD-APRES
           CALL 'GKAUDIT' USING AUD-ENREG
           .

       900-FIN.
           DISPLAY '**********************************'
           DISPLAY '**********CHGTBVIR FIN************'
           DISPLAY '**********************************'
           DISPLAY '* INSTRUCTIONS LUES   : ' WS-NB-LUES
           DISPLAY '* ACTIONS APPLIQUEES  : ' WS-NB-APPLIQUEES
           DISPLAY '* ACTIONS REJETEES    : ' WS-NB-REJETEES
           DISPLAY '* IBANS CHARGES       : ' WS-NB-IBANS
           DISPLAY '* IBANS NON CHARGES   : ' WS-NB-IBANS-KO
           DISPLAY '**********************************'
           IF WS-NB-REJETEES > 0 OR WS-NB-IBANS-KO > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
