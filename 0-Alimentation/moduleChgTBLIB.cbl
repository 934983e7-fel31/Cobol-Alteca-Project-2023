      * --------- ------------  ------------------------------ *
      * 03/09/26 SOUAD   CREATION - CHARGEMENT DES LIBELLES     *
      *          MULTILINGUES                                   *
      * 15/10/26 SOUAD   CARTE SYSIN OPERATEUR ET FICHIER       *
      *          CHARGE, LIGNE RELUE AVANT MISE A JOUR : IMAGE  *
      *          AVANT/APRES AU JOURNAL CENTRAL DES CHANGEMENTS *
      *          (GKAUDIT)                                      *
      *                                                        *
      *********************************************************
       ID DIVISION.

       WORKING-STORAGE SECTION.
       COPY ZALIB REPLACING ==()== BY ==LIB==.
       COPY CAUDREF REPLACING ==()== BY ==AUD==.

       01 WS-FS-LIBEL PIC X(02).
         88 FS-LIBEL-OK  VALUE '00'.

       000-BEGIN.
           INITIALIZE WS-COMPTEURS.
           MOVE SPACES TO AUD-CARTE
           ACCEPT AUD-CARTE FROM SYSIN
           IF AUD-CT-OPERATEUR = SPACES
              DISPLAY 'CHGTBLIB - OPERATEUR ABSENT EN SYSIN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           INITIALIZE AUD-ENREG
           MOVE 'CHGTBLIB'       TO AUD-PROGRAMME
           MOVE AUD-CT-OPERATEUR TO AUD-OPERATEUR
           MOVE AUD-CT-FICHIER   TO AUD-FICHIER
           MOVE 'TBLIB'          TO AUD-TABLE
           MOVE 'REPRISE'        TO AUD-ACTION
           OPEN INPUT FLIBELLES
           IF NOT FS-LIBEL-OK
              DISPLAY 'CHGTBLIB - OPEN FLIBELLES EN ERREUR : '
           CLOSE FLIBELLES
           .

      * LE LIBELLE EN PLACE EST RELU POUR EN GARDER L'IMAGE AVANT
      * AU JOURNAL DES CHANGEMENTS.
       110-MAJ-LIBELLE.
           INITIALIZE LIB-ZCMA
           MOVE 'SEL'       TO LIB-FONCTION
           MOVE FLIB-CLE    TO LIB-CLE
           MOVE FLIB-LANGUE TO LIB-LANGUE
           CALL 'MALIB' USING LIB-ZCMA
           MOVE SPACES TO AUD-AVANT
           IF LIB-CODRET = '00'
              MOVE LIB-DONNEES TO AUD-AVANT
           END-IF
           INITIALIZE LIB-ZCMA
           MOVE 'UPD'       TO LIB-FONCTION
           MOVE FLIB-CLE    TO LIB-CLE
           EVALUATE LIB-CODRET
              WHEN '00'
                 ADD 1 TO WS-NB-MAJ
                 MOVE 'U' TO AUD-OPERATION
                 PERFORM 130-ECRIT-AUDIT
              WHEN '04'
                 PERFORM 120-CREE-LIBELLE
              WHEN OTHER
           CALL 'MALIB' USING LIB-ZCMA
           IF LIB-CODRET = '00'
              ADD 1 TO WS-NB-CREES
              MOVE 'I'    TO AUD-OPERATION
              MOVE SPACES TO AUD-AVANT
              PERFORM 130-ECRIT-AUDIT
           ELSE
              ADD 1 TO WS-NB-REJETS
              DISPLAY 'CHGTBLIB - LIBELLE ' FLIB-CLE ' '
           END-IF
           .

      * IMAGE AVANT/APRES DU LIBELLE REPRIS AU JOURNAL CENTRAL
      * DES CHANGEMENTS DU REFERENTIEL.
       130-ECRIT-AUDIT.
           STRING LIB-CLE LIB-LANGUE
                  DELIMITED BY SIZE INTO AUD-CLE
           MOVE LIB-DONNEES TO AUD-APRES
           CALL 'GKAUDIT' USING AUD-ENREG
           .

       900-FIN.
           DISPLAY '**********************************'
           DISPLAY '**********CHGTBLIB FIN************'
