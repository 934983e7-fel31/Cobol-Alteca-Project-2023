      * --------- ------------  ------------------------------ *
      * 03/09/26 SOUAD   CREATION - MAINTENANCE DES MANDATS     *
      *          DE PRELEVEMENT                                 *
      * 15/10/26 SOUAD   CARTE SYSIN OPERATEUR + FICHIER        *
      *          D'INSTRUCTIONS ; IMAGE AVANT/APRES DE CHAQUE   *
      *          MANDAT CREE OU MODIFIE AU JOURNAL CENTRAL DES  *
      *          CHANGEMENTS (GKAUDIT)                          *
      *                                                        *
      *********************************************************
       ID DIVISION.
       WORKING-STORAGE SECTION.
       COPY ZAMDT REPLACING ==()== BY ==MDT==.
       COPY CPTFUNC.
       COPY CAUDREF REPLACING ==()== BY ==AUD==.

       01 WS-ACTION PIC X(08).
         88 WS-ACTION-ADD     VALUE 'ADD'.

       000-BEGIN.
           INITIALIZE WS-COMPTEURS.
           MOVE SPACES TO AUD-CARTE
           ACCEPT AUD-CARTE FROM SYSIN
           IF AUD-CT-OPERATEUR = SPACES
              DISPLAY 'CHGTBMDT - OPERATEUR ABSENT EN SYSIN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           INITIALIZE AUD-ENREG
           MOVE 'CHGTBMDT'       TO AUD-PROGRAMME
           MOVE AUD-CT-OPERATEUR TO AUD-OPERATEUR
           MOVE AUD-CT-FICHIER   TO AUD-FICHIER
           MOVE 'TBMDT'          TO AUD-TABLE
           OPEN INPUT INSTRUCTIONS
           IF NOT FS-INSTR-OK
              DISPLAY 'CHGTBMDT - OPEN INSTRUCTIONS EN ERREUR : '
                    CALL 'MAMDT' USING MDT-ZCMA
                    IF MDT-CODRET NOT = '00'
                       MOVE MDT-LIBRET TO WS-MOTIF-REJET
                    ELSE
                       MOVE 'I'    TO AUD-OPERATION
                       MOVE SPACES TO AUD-AVANT
                       PERFORM 150-ECRIT-AUDIT
                    END-IF
                 END-IF
           END-EVALUATE
           MOVE INSTR-CREANCIER TO MDT-CREANCIER
           MOVE INSTR-COMPTE    TO MDT-COMPTE
           CALL 'MAMDT' USING MDT-ZCMA
           MOVE MDT-DONNEES TO AUD-AVANT
           EVALUATE TRUE
              WHEN MDT-CODRET NOT = '00'
                 MOVE MDT-LIBRET TO WS-MOTIF-REJET
           CALL 'MAMDT' USING MDT-ZCMA
           IF MDT-CODRET NOT = '00'
              MOVE MDT-LIBRET TO WS-MOTIF-REJET
           ELSE
              MOVE 'U' TO AUD-OPERATION
              PERFORM 150-ECRIT-AUDIT
           END-IF
           .

      * IMAGE AVANT (POSEE PAR L'APPELANT) ET APRES DU MANDAT AU
      * JOURNAL CENTRAL DES CHANGEMENTS DU REFERENTIEL.
       150-ECRIT-AUDIT.
           MOVE INSTR-ACTION TO AUD-ACTION
           MOVE SPACES       TO AUD-CLE
           STRING MDT-CREANCIER MDT-COMPTE
                  DELIMITED BY SIZE INTO AUD-CLE
           MOVE MDT-DONNEES  TO AUD-APRES
           CALL 'GKAUDIT' USING AUD-ENREG
           .

       900-FIN.
           DISPLAY '**********************************'
           DISPLAY '**********CHGTBMDT FIN************'
