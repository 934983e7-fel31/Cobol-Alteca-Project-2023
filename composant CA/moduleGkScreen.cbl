      * 03/09/26 SOUAD   LES INSTRUCTIONS DE BLOCAGE PORTENT   *
      *          LE MOTIF DEDIE 'FILTRAGE SANCTIONS', REPRIS   *
      *          PAR GKCPTVIE SUR SON COMPTE-RENDU             *
      * 15/10/26 SOUAD   COMPTES JOINTS : UN CLIENT TOUCHE     *
      *          BLOQUE AUSSI LES COMPTES OU IL EST CO-        *
      *          TITULAIRE OU MANDATAIRE (TBCOT), LISTES SUR   *
      *          L'ETAT DE REVUE                               *
      *                                                       *
      *********************************************************


       COPY ZACLI REPLACING ==()== BY ==CLI==.
       COPY CPTFUNC.
       COPY ZACOT REPLACING ==()== BY ==COT==.

      * LISTE DE DENI CHARGEE ET NORMALISEE EN MEMOIRE (MAJUSCULES,
      * SANS ESPACES NI TIRETS).
         05 WS-LR-SCORE  PIC 9(03).
         05 FILLER       PIC X(37).

      * COMPTE JOINT BLOQUE DU CHEF D'UN CO-TITULAIRE OU D'UN
      * MANDATAIRE TOUCHE, EDITE SOUS SA LIGNE DE REVUE.
       01 WS-LIGNE-LIEN.
         05 FILLER       PIC X(09) VALUE SPACES.
         05 FILLER       PIC X(13) VALUE 'COMPTE JOINT '.
         05 WS-LL-COMPTE PIC X(11).
         05 FILLER       PIC X(07) VALUE '  ROLE '.
         05 WS-LL-ROLE   PIC X(01).
         05 FILLER       PIC X(21) VALUE '  TITULAIRE PRINCIPAL'.
         05 FILLER       PIC X(01) VALUE SPACES.
         05 WS-LL-CODCLI PIC X(08).
         05 FILLER       PIC X(61) VALUE SPACES.

       01 WS-RUN-COUNTERS.
         05 WS-NB-CLIENTS   PIC 9(06) VALUE 0.
         05 WS-NB-HITS      PIC 9(04) VALUE 0.
         05 WS-NB-BLOCAGES  PIC 9(04) VALUE 0.
         05 WS-NB-JOINTS    PIC 9(04) VALUE 0.

       01 WS-FS-DENIAL PIC X(02).
         88 FS-DENIAL-OK  VALUE '00'.
           DISPLAY '* CLIENTS FILTRES     : ' WS-NB-CLIENTS
           DISPLAY '* CORRESPONDANCES     : ' WS-NB-HITS
           DISPLAY '* BLOCAGES GENERES    : ' WS-NB-BLOCAGES
           DISPLAY '* DONT COMPTES JOINTS : ' WS-NB-JOINTS
           DISPLAY '**********************************'
           IF WS-NB-HITS > 0
              MOVE 4 TO RETURN-CODE
              MOVE 'CSU' TO CPT-FONCTION
              CALL 'MACPT' USING CPT-ZCMA
           END-PERFORM
           PERFORM 02D-BLOQUE-COMPTES-JOINTS
           .

      * COMPTES AUXQUELS LE CLIENT TOUCHE EST LIE SANS EN ETRE LE
      * TITULAIRE PRINCIPAL (CO-TITULAIRE, MANDATAIRE, TITULAIRE EN
      * INDIVISION - CURSEUR CODCLI DE MACOT) : LE COMPTE JOINT EST
      * BLOQUE COMME LES COMPTES PROPRES DU CLIENT. UN COMPTE DONT
      * IL EST LE TITULAIRE PRINCIPAL L'A DEJA ETE CI-DESSUS.
       02D-BLOQUE-COMPTES-JOINTS.
           INITIALIZE COT-ZCMA
           MOVE 'CDB'  TO COT-FONCTION
           MOVE CLI-ID TO COT-CODCLI
           CALL 'MACOT' USING COT-ZCMA
           PERFORM UNTIL COT-CODRET NOT = '00'
              INITIALIZE CPT-ZCMA
              MOVE 'SEL'      TO CPT-FONCTION
              MOVE COT-COMPTE TO CPT-COMPTE
              CALL 'MACPT' USING CPT-ZCMA
              IF CPT-CODRET = '00' AND CPT-CODCLI NOT = CLI-ID
                 MOVE COT-COMPTE TO WS-LL-COMPTE
                 MOVE COT-ROLE   TO WS-LL-ROLE
                 MOVE CPT-CODCLI TO WS-LL-CODCLI
                 WRITE RPT-ENREG FROM WS-LIGNE-LIEN
                 IF CPT-COMPTE-ACTIF OR CPT-COMPTE-DORMANT
                    INITIALIZE INSTR-ENREG
                    MOVE 'BLOCK'    TO INSTR-ACTION
                    MOVE CPT-COMPTE TO INSTR-COMPTE
                    MOVE 'FILTRAGE SANCTIONS' TO INSTR-MOTIF
                    WRITE INSTR-ENREG
                    ADD 1 TO WS-NB-BLOCAGES
                    ADD 1 TO WS-NB-JOINTS
                 END-IF
              END-IF
              MOVE 'CSU' TO COT-FONCTION
              CALL 'MACOT' USING COT-ZCMA
           END-PERFORM
           IF COT-CODRET NOT = '04'
              DISPLAY 'GKSCREEN - PARCOURS TBCOT EN ERREUR : '
                      CLI-ID ' - ' COT-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .
