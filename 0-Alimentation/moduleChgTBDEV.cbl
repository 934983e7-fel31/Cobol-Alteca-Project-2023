      * 03/09/26 SOUAD   NOMBRE DE DECIMALES DE LA DEVISE PORTE  *
      *          PAR LE FICHIER DE COURS (A BLANC, 2) ET REPORTE *
      *          SUR TBDEV                                       *
      * 15/10/26 SOUAD   DEUXIEME CARTE SYSIN (OPERATEUR,       *
      *          FICHIER DE COURS) ; COURS PRECEDENT ET COURS   *
      *          APPLIQUE ECRITS AU JOURNAL CENTRAL DES         *
      *          CHANGEMENTS (GKAUDIT)                          *
      *                                                        *
      *********************************************************
       ID DIVISION.

       WORKING-STORAGE SECTION.
       COPY ZADEV REPLACING ==()== BY ==DEV==.
       COPY CAUDREF REPLACING ==()== BY ==AUD==.

       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).
              COMPUTE WS-SEUIL-VAR =
                      FUNCTION NUMVAL(WS-PARM-CARD)
           END-IF
      * DEUXIEME CARTE : OPERATEUR ET FICHIER DE COURS, POUR LE
      * JOURNAL DES CHANGEMENTS.
           MOVE SPACES TO AUD-CARTE
           ACCEPT AUD-CARTE FROM SYSIN
           IF AUD-CT-OPERATEUR = SPACES
              DISPLAY 'CHGTBDEV - OPERATEUR ABSENT EN SYSIN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           INITIALIZE AUD-ENREG
           MOVE 'CHGTBDEV'       TO AUD-PROGRAMME
           MOVE AUD-CT-OPERATEUR TO AUD-OPERATEUR
           MOVE AUD-CT-FICHIER   TO AUD-FICHIER
           MOVE 'TBDEV'          TO AUD-TABLE
           MOVE 'COURS'          TO AUD-ACTION
           OPEN OUTPUT FSUSPEND
           OPEN INPUT FCOURSDEV
           IF NOT FS-COURS-OK
           MOVE 'SEL'           TO DEV-FONCTION
           MOVE FCOURS-CODE-DEV TO DEV-CODE-DEV
           CALL 'MADEV' USING DEV-ZCMA
           MOVE SPACES TO AUD-AVANT
           IF DEV-CODRET = '00'
              MOVE DEV-DONNEES TO AUD-AVANT
              MOVE DEV-MTACHAT TO WS-ANC-ACHAT
              MOVE DEV-MTVENTE TO WS-ANC-VENTE
              PERFORM 106-CALCULE-VARIATIONS
           EVALUATE DEV-CODRET
              WHEN '00'
                 ADD 1 TO WS-NB-MAJ
                 MOVE 'U' TO AUD-OPERATION
                 PERFORM 130-ECRIT-AUDIT
              WHEN '04'
                 PERFORM 120-CREE-DEVISE
              WHEN OTHER

           IF DEV-CODRET = '00'
              ADD 1 TO WS-NB-CREES
              MOVE 'I' TO AUD-OPERATION
              PERFORM 130-ECRIT-AUDIT
           ELSE
              ADD 1 TO WS-NB-REJETS
              DISPLAY 'CHGTBDEV - DEVISE ' FCOURS-CODE-DEV
           END-IF
           .

      * COURS PRECEDENT (LU PAR 105-CONTROLE-VRAISEMBLANCE) ET COURS
      * APPLIQUE AU JOURNAL CENTRAL DES CHANGEMENTS DU REFERENTIEL.
       130-ECRIT-AUDIT.
           STRING DEV-CODE-DEV DEV-DATE-EFFET
                  DELIMITED BY SIZE INTO AUD-CLE
           MOVE DEV-DONNEES TO AUD-APRES
           CALL 'GKAUDIT' USING AUD-ENREG
           .

       900-FIN.
           CLOSE FSUSPEND
           DISPLAY '**********************************'
