      * --------- ------------  ------------------------------ *
      * 03/09/26 SOUAD   CREATION - MAINTENANCE DES LIENS DE    *
      *          CASH-POOLING                                   *
      * 15/10/26 SOUAD   CARTE SYSIN OPERATEUR + FICHIER        *
      *          D'INSTRUCTIONS ; IMAGE AVANT/APRES DE CHAQUE   *
      *          CHANGEMENT APPLIQUE AU JOURNAL CENTRAL         *
      *          (GKAUDIT), RELECTURE AVANT SUPPRESSION         *
      *                                                        *
      *********************************************************
       ID DIVISION.

       WORKING-STORAGE SECTION.
       COPY ZAPOOL REPLACING ==()== BY ==POO==.
       COPY CAUDREF REPLACING ==()== BY ==AUD==.
       COPY CPTFUNC.

       01 WS-ACTION PIC X(08).

       000-BEGIN.
           INITIALIZE WS-COMPTEURS.
           MOVE SPACES TO AUD-CARTE
           ACCEPT AUD-CARTE FROM SYSIN
           IF AUD-CT-OPERATEUR = SPACES
              DISPLAY 'CHGTBPOL - OPERATEUR ABSENT EN SYSIN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           INITIALIZE AUD-ENREG
           MOVE 'CHGTBPOL'       TO AUD-PROGRAMME
           MOVE AUD-CT-OPERATEUR TO AUD-OPERATEUR
           MOVE AUD-CT-FICHIER   TO AUD-FICHIER
           MOVE 'TBPOOL'         TO AUD-TABLE
           OPEN INPUT INSTRUCTIONS
           IF NOT FS-INSTR-OK
              DISPLAY 'CHGTBPOL - OPEN INSTRUCTIONS EN ERREUR : '
                 CALL 'MAPOOL' USING POO-ZCMA
                 IF POO-CODRET NOT = '00'
                    MOVE POO-LIBRET TO WS-MOTIF-REJET
                 ELSE
                    MOVE 'I'    TO AUD-OPERATION
                    MOVE SPACES TO AUD-AVANT
                    PERFORM 160-ECRIT-AUDIT
                 END-IF
              END-IF
           END-IF
           IF POO-CODRET NOT = '00'
              MOVE POO-LIBRET TO WS-MOTIF-REJET
           ELSE
              MOVE POO-DONNEES TO AUD-AVANT
              PERFORM 115-VALIDE-DONNEES
              IF WS-MOTIF-REJET = SPACES
                 PERFORM 125-ALIMENTE-DONNEES
                 CALL 'MAPOOL' USING POO-ZCMA
                 IF POO-CODRET NOT = '00'
                    MOVE POO-LIBRET TO WS-MOTIF-REJET
                 ELSE
                    MOVE 'U' TO AUD-OPERATION
                    PERFORM 160-ECRIT-AUDIT
                 END-IF
              END-IF
           END-IF
           .

      * LE LIEN EST RELU AVANT SUPPRESSION POUR EN GARDER L'IMAGE AU
      * JOURNAL DES CHANGEMENTS.
       140-SUPPRIME-LIEN.
           INITIALIZE POO-ZCMA
           MOVE 'SEL'             TO POO-FONCTION
           MOVE INSTR-PARTICIPANT TO POO-PARTICIPANT
           CALL 'MAPOOL' USING POO-ZCMA
           IF POO-CODRET NOT = '00'
              MOVE POO-LIBRET TO WS-MOTIF-REJET
           ELSE
              MOVE POO-DONNEES TO AUD-AVANT
              MOVE 'DEL'       TO POO-FONCTION
              CALL 'MAPOOL' USING POO-ZCMA
              IF POO-CODRET NOT = '00'
                 MOVE POO-LIBRET TO WS-MOTIF-REJET
              ELSE
                 MOVE 'D' TO AUD-OPERATION
                 PERFORM 160-ECRIT-AUDIT
              END-IF
           END-IF
           .

      * IMAGE AVANT ET APRES DU LIEN DE CENTRALISATION AU JOURNAL
      * CENTRAL DES CHANGEMENTS DU REFERENTIEL.
       160-ECRIT-AUDIT.
           MOVE INSTR-ACTION      TO AUD-ACTION
           MOVE INSTR-PARTICIPANT TO AUD-CLE
           IF AUD-SUPPRESSION
              MOVE SPACES TO AUD-APRES
           ELSE
              MOVE POO-DONNEES TO AUD-APRES
           END-IF
           CALL 'GKAUDIT' USING AUD-ENREG
           .

       900-FIN.
