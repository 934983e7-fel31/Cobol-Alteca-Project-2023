      *          AVEC L'ARRETE (TBSOLDM.PRODUIT) ET LE BILAN   *
      *          DE FIN DE JOB VENTILE LES SOLDES ARRETES PAR  *
      *          PRODUIT                                       *
      * 15/10/26 SOUAD   ARRETE DES DEPOTS A TERME EN COURS    *
      *          (TBDAT) SOUS LE PRODUIT 'DAT', CLE 'DAT' + ID *
      * 15/10/26 SOUAD   DEVISE DE TENUE DU COMPTE STOCKEE     *
      *          AVEC L'ARRETE (TBSOLDM.DEVISE) ; LE BILAN     *
      *          VENTILE LES SOLDES PAR PRODUIT ET PAR DEVISE, *
      *          LES SOLDES DE DEVISES DIFFERENTES N'ETANT PAS *
      *          ADDITIONNES                                   *
      *                                                       *
      *********************************************************

       COPY ZASOLM  REPLACING ==()== BY ==SOL==.
       COPY CMANIF  REPLACING ==()== BY ==MN==.
       COPY CSLICE  REPLACING ==()== BY ==SL==.
       COPY ZADAT   REPLACING ==()== BY ==DAT==.

      * CARTE SYSIN : MOIS A ARRETER (YYYY-MM, A BLANC LE MOIS DE
      * LA DATE DU JOUR), PUIS PLAGE DE COMPTES FACULTATIVE
         05 WS-NB-COMPTES PIC 9(06) VALUE 0.
         05 WS-NB-STOCKES PIC 9(06) VALUE 0.
         05 WS-NB-REJETS  PIC 9(06) VALUE 0.
         05 WS-NB-DEPOTS  PIC 9(06) VALUE 0.

      * CLE TBSOLDM DE L'ARRETE D'UN DEPOT A TERME : LE PRODUIT
      * SUIVI DE L'IDENTIFIANT DU DEPOT, DISTINCTE DE TOUT NUMERO
      * DE COMPTE.
       01 WS-CLE-DEPOT.
         05 FILLER        PIC X(03) VALUE 'DAT'.
         05 WS-CD-ID      PIC X(06).
         05 FILLER        PIC X(02) VALUE SPACES.

       01 WS-FS-CHKPT PIC X(02).
         88 FS-CHKPT-OK     VALUE '00'.
       01 WS-RUN-ID        PIC X(08).
       01 WS-DATE-JOUR-MAN PIC X(10).

      * SOUS-TOTAUX PAR PRODUIT ET PAR DEVISE DES SOLDES ARRETES (LE
      * PRODUIT A SPACES REGROUPE LES COMPTES OUVERTS AVANT LA
      * DIMENSION ; CHAQUE SOUS-TOTAL EST DANS SA DEVISE).
       01 WS-NB-PRODUITS PIC 9(02) VALUE 0.
       01 WS-TAB-PRODUITS.
         05 WS-PD-ENTRY OCCURS 1 TO 50 TIMES
                        DEPENDING ON WS-NB-PRODUITS
                        INDEXED BY WS-PDX.
            10 WS-PD-PRODUIT PIC X(03).
            10 WS-PD-DEVISE  PIC X(03).
            10 WS-PD-NB      PIC 9(06).
            10 WS-PD-SOLDES  PIC S9(15)V99.
       01 WS-PD-TROUVE-SW PIC X(01).
         88 WS-PD-TROUVE VALUE 'O'.
       01 WS-PD-CLE       PIC X(03).
       01 WS-PD-CLE-DEVISE PIC X(03).
       01 WS-PD-MONTANT   PIC S9(15)V99.

       PROCEDURE DIVISION.

                      CPT-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 02D-ARRETE-DEPOTS
           .

       03-ENDPGM.
           DISPLAY '* COMPTES PARCOURUS   : ' WS-NB-COMPTES
           DISPLAY '* ARRETES STOCKES     : ' WS-NB-STOCKES
           DISPLAY '* ARRETES REJETES     : ' WS-NB-REJETS
           DISPLAY '* DEPOTS A TERME      : ' WS-NB-DEPOTS
           PERFORM VARYING WS-PDX FROM 1 BY 1
                   UNTIL WS-PDX > WS-NB-PRODUITS
              DISPLAY '* PRODUIT ' WS-PD-PRODUIT(WS-PDX)
                      ' DEVISE ' WS-PD-DEVISE(WS-PDX)
                      ' COMPTES ' WS-PD-NB(WS-PDX)
                      ' SOLDES ' WS-PD-SOLDES(WS-PDX)
           END-PERFORM
           MOVE HIS-NB-JOUR     TO SOL-NB-MVTS
           MOVE HIS-MT-JOUR     TO SOL-MT-MVTS
           MOVE CPT-PRODUIT     TO SOL-PRODUIT
           IF CPT-DEVISE = SPACES
              MOVE 'EUR'        TO SOL-DEVISE
           ELSE
              MOVE CPT-DEVISE   TO SOL-DEVISE
           END-IF
           CALL 'MASOLM' USING SOL-ZCMA
           IF SOL-CODRET = '04'
              MOVE 'INS' TO SOL-FONCTION
           END-IF
           IF SOL-CODRET = '00'
              ADD 1 TO WS-NB-STOCKES
              MOVE CPT-PRODUIT TO WS-PD-CLE
              MOVE SOL-DEVISE  TO WS-PD-CLE-DEVISE
              MOVE CPT-SOLDE   TO WS-PD-MONTANT
              PERFORM 02C-CUMULE-PRODUIT
           ELSE
              ADD 1 TO WS-NB-REJETS
           END-IF
           .

      * SOUS-TOTAL PAR PRODUIT ET DEVISE DU COMPTE (OU DU DEPOT)
      * QUI VIENT D'ETRE ARRETE.
       02C-CUMULE-PRODUIT.
           MOVE 'N' TO WS-PD-TROUVE-SW
           PERFORM VARYING WS-PDX FROM 1 BY 1
                   UNTIL WS-PDX > WS-NB-PRODUITS
              IF WS-PD-PRODUIT(WS-PDX) = WS-PD-CLE
                 AND WS-PD-DEVISE(WS-PDX) = WS-PD-CLE-DEVISE
                 SET WS-PD-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
                 ADD 1 TO WS-NB-PRODUITS
                 SET WS-PDX TO WS-NB-PRODUITS
                 INITIALIZE WS-PD-ENTRY(WS-PDX)
                 MOVE WS-PD-CLE TO WS-PD-PRODUIT(WS-PDX)
                 MOVE WS-PD-CLE-DEVISE TO WS-PD-DEVISE(WS-PDX)
              END-IF
           END-IF
           ADD 1         TO WS-PD-NB(WS-PDX)
           ADD WS-PD-MONTANT TO WS-PD-SOLDES(WS-PDX)
           .

      * DEPOTS A TERME DONT LE CAPITAL EST SORTI DU COMPTE LIE
      * (PLACEMENT EMIS, ACTIFS, EN RUPTURE) : LE CAPITAL EST ARRETE
      * DANS TBSOLDM SOUS LE PRODUIT 'DAT'. EN TRANCHE, SEULS LES
      * DEPOTS DONT LE COMPTE LIE EST DANS LA PLAGE SONT ARRETES,
      * CHAQUE DEPOT L'EST DONC PAR UNE SEULE TRANCHE ; LE PARCOURS
      * EST COURT ET REJOUE EN ENTIER A LA REPRISE (UPD/INS).
       02D-ARRETE-DEPOTS.
           INITIALIZE DAT-ZCMA
           MOVE 'DEB' TO DAT-FONCTION
           CALL 'MADAT' USING DAT-ZCMA
           PERFORM UNTIL DAT-CODRET NOT = '00'
              IF DAT-DAT-EMIS OR DAT-DAT-EN-COURS
                 IF WS-PARM-DEBUT = SPACES
                    OR (DAT-COMPTE >= WS-PARM-DEBUT
                        AND DAT-COMPTE <= WS-PARM-FIN)
                    PERFORM 02E-STOCKE-DEPOT
                 END-IF
              END-IF
              MOVE 'SUI' TO DAT-FONCTION
              CALL 'MADAT' USING DAT-ZCMA
           END-PERFORM
           IF DAT-CODRET NOT = '04'
              DISPLAY 'GKSOLDEM - PARCOURS TBDAT EN ERREUR : '
                      DAT-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .

       02E-STOCKE-DEPOT.
           ADD 1 TO WS-NB-DEPOTS
           MOVE DAT-ID          TO WS-CD-ID
           INITIALIZE SOL-ZCMA
           MOVE 'UPD'           TO SOL-FONCTION
           MOVE WS-CLE-DEPOT    TO SOL-COMPTE
           MOVE WS-MOIS-ARRETE  TO SOL-MOIS
           MOVE DAT-CAPITAL     TO SOL-SOLDE-FIN
           MOVE 0               TO SOL-NB-MVTS
           MOVE 0               TO SOL-MT-MVTS
           MOVE 'DAT'           TO SOL-PRODUIT
           MOVE 'EUR'           TO SOL-DEVISE
           CALL 'MASOLM' USING SOL-ZCMA
           IF SOL-CODRET = '04'
              MOVE 'INS' TO SOL-FONCTION
              CALL 'MASOLM' USING SOL-ZCMA
           END-IF
           IF SOL-CODRET = '00'
              ADD 1 TO WS-NB-STOCKES
              MOVE 'DAT'       TO WS-PD-CLE
              MOVE 'EUR'       TO WS-PD-CLE-DEVISE
              MOVE DAT-CAPITAL TO WS-PD-MONTANT
              PERFORM 02C-CUMULE-PRODUIT
           ELSE
              ADD 1 TO WS-NB-REJETS
              DISPLAY 'GKSOLDEM - ARRETE NON STOCKE, DEPOT '
                      DAT-ID ' : ' SOL-LIBRET
           END-IF
           .

       02C-ECRIT-CHECKPOINT.
