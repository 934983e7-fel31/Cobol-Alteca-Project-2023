      * --------- ------------  ------------------------------ *
      * 03/09/26 SOUAD   CREATION - POSE ET LEVEE DES GAGES     *
      *          PARTIELS                                       *
      * 15/10/26 SOUAD   CARTE SYSIN OPERATEUR + FICHIER        *
      *          D'INSTRUCTIONS ; IMAGE AVANT/APRES DE CHAQUE   *
      *          CHANGEMENT APPLIQUE AU JOURNAL CENTRAL         *
      *          (GKAUDIT), RELECTURE AVANT SUPPRESSION         *
      *                                                        *
      *********************************************************
       ID DIVISION.

       WORKING-STORAGE SECTION.
       COPY ZAGAG REPLACING ==()== BY ==GAG==.
       COPY CAUDREF REPLACING ==()== BY ==AUD==.
       COPY CPTFUNC.

       01 WS-ACTION PIC X(08).

       000-BEGIN.
           INITIALIZE WS-COMPTEURS.
           MOVE SPACES TO AUD-CARTE
           ACCEPT AUD-CARTE FROM SYSIN
           IF AUD-CT-OPERATEUR = SPACES
              DISPLAY 'CHGTBGAG - OPERATEUR ABSENT EN SYSIN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           INITIALIZE AUD-ENREG
           MOVE 'CHGTBGAG'       TO AUD-PROGRAMME
           MOVE AUD-CT-OPERATEUR TO AUD-OPERATEUR
           MOVE AUD-CT-FICHIER   TO AUD-FICHIER
           MOVE 'TBGAG'          TO AUD-TABLE
           OPEN INPUT INSTRUCTIONS
           IF NOT FS-INSTR-OK
              DISPLAY 'CHGTBGAG - OPEN INSTRUCTIONS EN ERREUR : '
                    CALL 'MAGAG' USING GAG-ZCMA
                    IF GAG-CODRET NOT = '00'
                       MOVE GAG-LIBRET TO WS-MOTIF-REJET
                    ELSE
                       MOVE 'I'    TO AUD-OPERATION
                       MOVE SPACES TO AUD-AVANT
                       PERFORM 140-ECRIT-AUDIT
                    END-IF
                 END-IF
           END-EVALUATE
           .

      * LE GAGE EST RELU AVANT LEVEE POUR EN GARDER L'IMAGE AU
      * JOURNAL DES CHANGEMENTS.
       130-LEVE-GAGE.
           INITIALIZE GAG-ZCMA
           MOVE 'SEL'         TO GAG-FONCTION
           MOVE INSTR-COMPTE  TO GAG-COMPTE
           MOVE INSTR-ID-GAGE TO GAG-ID-GAGE
           CALL 'MAGAG' USING GAG-ZCMA
           IF GAG-CODRET NOT = '00'
              MOVE GAG-LIBRET TO WS-MOTIF-REJET
           ELSE
              MOVE GAG-DONNEES TO AUD-AVANT
              MOVE 'DEL'       TO GAG-FONCTION
              CALL 'MAGAG' USING GAG-ZCMA
              IF GAG-CODRET NOT = '00'
                 MOVE GAG-LIBRET TO WS-MOTIF-REJET
              ELSE
                 MOVE 'D' TO AUD-OPERATION
                 PERFORM 140-ECRIT-AUDIT
              END-IF
           END-IF
           .

      * IMAGE AVANT ET APRES DU GAGE AU JOURNAL CENTRAL DES
      * CHANGEMENTS DU REFERENTIEL.
       140-ECRIT-AUDIT.
           MOVE INSTR-ACTION TO AUD-ACTION
           STRING INSTR-COMPTE INSTR-ID-GAGE
                  DELIMITED BY SIZE INTO AUD-CLE
           IF AUD-SUPPRESSION
              MOVE SPACES TO AUD-APRES
           ELSE
              MOVE GAG-DONNEES TO AUD-APRES
           END-IF
           CALL 'GKAUDIT' USING AUD-ENREG
           .

       900-FIN.
