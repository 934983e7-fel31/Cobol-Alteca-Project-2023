      * --------- ------------  ------------------------------ *
      * 03/09/26 SOUAD   CREATION - MAINTENANCE DES             *
      *          ABONNEMENTS DE NOTIFICATION                    *
      * 15/10/26 SOUAD   CARTE SYSIN OPERATEUR + FICHIER        *
      *          D'INSTRUCTIONS ; IMAGE AVANT/APRES DE CHAQUE   *
      *          CHANGEMENT APPLIQUE AU JOURNAL CENTRAL         *
      *          (GKAUDIT), RELECTURE AVANT SUPPRESSION         *
      *                                                        *
      *********************************************************
       ID DIVISION.

       WORKING-STORAGE SECTION.
       COPY ZAABN REPLACING ==()== BY ==ABN==.
       COPY CAUDREF REPLACING ==()== BY ==AUD==.

       01 WS-ACTION PIC X(08).
         88 WS-ACTION-ADD     VALUE 'ADD'.

       000-BEGIN.
           INITIALIZE WS-COMPTEURS.
           MOVE SPACES TO AUD-CARTE
           ACCEPT AUD-CARTE FROM SYSIN
           IF AUD-CT-OPERATEUR = SPACES
              DISPLAY 'CHGTBABN - OPERATEUR ABSENT EN SYSIN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           INITIALIZE AUD-ENREG
           MOVE 'CHGTBABN'       TO AUD-PROGRAMME
           MOVE AUD-CT-OPERATEUR TO AUD-OPERATEUR
           MOVE AUD-CT-FICHIER   TO AUD-FICHIER
           MOVE 'TBABN'          TO AUD-TABLE
           OPEN INPUT INSTRUCTIONS
           IF NOT FS-INSTR-OK
              DISPLAY 'CHGTBABN - OPEN INSTRUCTIONS EN ERREUR : '
              CALL 'MAABN' USING ABN-ZCMA
              IF ABN-CODRET NOT = '00'
                 MOVE ABN-LIBRET TO WS-MOTIF-REJET
              ELSE
                 MOVE 'I'    TO AUD-OPERATION
                 MOVE SPACES TO AUD-AVANT
                 PERFORM 160-ECRIT-AUDIT
              END-IF
           END-IF
           .
           IF ABN-CODRET NOT = '00'
              MOVE ABN-LIBRET TO WS-MOTIF-REJET
           ELSE
              MOVE ABN-DONNEES TO AUD-AVANT
              MOVE INSTR-SEUIL TO ABN-SEUIL
              MOVE 'UPD'       TO ABN-FONCTION
              CALL 'MAABN' USING ABN-ZCMA
              IF ABN-CODRET NOT = '00'
                 MOVE ABN-LIBRET TO WS-MOTIF-REJET
              ELSE
                 MOVE 'U' TO AUD-OPERATION
                 PERFORM 160-ECRIT-AUDIT
              END-IF
           END-IF
           .

      * L'ABONNEMENT EST RELU AVANT SUPPRESSION POUR EN GARDER
      * L'IMAGE AU JOURNAL DES CHANGEMENTS.
       140-SUPPRIME-ABONNEMENT.
           INITIALIZE ABN-ZCMA
           MOVE 'SEL'           TO ABN-FONCTION
           MOVE INSTR-CODCLI    TO ABN-CODCLI
           MOVE INSTR-EVENEMENT TO ABN-EVENEMENT
           CALL 'MAABN' USING ABN-ZCMA
           IF ABN-CODRET NOT = '00'
              MOVE ABN-LIBRET TO WS-MOTIF-REJET
           ELSE
              MOVE ABN-DONNEES TO AUD-AVANT
              MOVE 'DEL'       TO ABN-FONCTION
              CALL 'MAABN' USING ABN-ZCMA
              IF ABN-CODRET NOT = '00'
                 MOVE ABN-LIBRET TO WS-MOTIF-REJET
              ELSE
                 MOVE 'D' TO AUD-OPERATION
                 PERFORM 160-ECRIT-AUDIT
              END-IF
           END-IF
           .

           IF ABN-CODRET NOT = '00'
              MOVE ABN-LIBRET TO WS-MOTIF-REJET
           ELSE
              MOVE ABN-DONNEES TO AUD-AVANT
              IF WS-ACTION-SUSPEND
                 MOVE 'S' TO ABN-STATUT
              ELSE
              CALL 'MAABN' USING ABN-ZCMA
              IF ABN-CODRET NOT = '00'
                 MOVE ABN-LIBRET TO WS-MOTIF-REJET
              ELSE
                 MOVE 'U' TO AUD-OPERATION
                 PERFORM 160-ECRIT-AUDIT
              END-IF
           END-IF
           .

      * IMAGE AVANT ET APRES DE L'ABONNEMENT AU JOURNAL CENTRAL DES
      * CHANGEMENTS DU REFERENTIEL.
       160-ECRIT-AUDIT.
           MOVE INSTR-ACTION TO AUD-ACTION
           STRING INSTR-CODCLI INSTR-EVENEMENT
                  DELIMITED BY SIZE INTO AUD-CLE
           IF AUD-SUPPRESSION
              MOVE SPACES TO AUD-APRES
           ELSE
              MOVE ABN-DONNEES TO AUD-APRES
           END-IF
           CALL 'GKAUDIT' USING AUD-ENREG
           .

       900-FIN.
           DISPLAY '**********************************'
           DISPLAY '**********CHGTBABN FIN************'
