      * --------- ------------  ------------------------------ *
      * 22/08/26 SOUAD   CREATION - MAINTENANCE DES ORDRES      *
      *          PERMANENTS PAR FICHIER D'INSTRUCTIONS          *
      * 15/10/26 SOUAD   CARTE SYSIN OPERATEUR + FICHIER        *
      *          D'INSTRUCTIONS ; IMAGE AVANT/APRES DE CHAQUE   *
      *          CHANGEMENT APPLIQUE AU JOURNAL CENTRAL         *
      *          (GKAUDIT), RELECTURE AVANT SUPPRESSION         *
      *                                                        *
      *********************************************************
       ID DIVISION.

       WORKING-STORAGE SECTION.
       COPY ZAORD REPLACING ==()== BY ==ORD==.
       COPY CAUDREF REPLACING ==()== BY ==AUD==.

       01 WS-ACTION PIC X(08).
         88 WS-ACTION-ADD     VALUE 'ADD'.

       000-BEGIN.
           INITIALIZE WS-COMPTEURS.
           MOVE SPACES TO AUD-CARTE
           ACCEPT AUD-CARTE FROM SYSIN
           IF AUD-CT-OPERATEUR = SPACES
              DISPLAY 'CHGTBORD - OPERATEUR ABSENT EN SYSIN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           INITIALIZE AUD-ENREG
           MOVE 'CHGTBORD'       TO AUD-PROGRAMME
           MOVE AUD-CT-OPERATEUR TO AUD-OPERATEUR
           MOVE AUD-CT-FICHIER   TO AUD-FICHIER
           MOVE 'TBORD'          TO AUD-TABLE
           OPEN INPUT INSTRUCTIONS
           IF NOT FS-INSTR-OK
              DISPLAY 'CHGTBORD - OPEN INSTRUCTIONS EN ERREUR : '
              CALL 'MAORD' USING ORD-ZCMA
              IF ORD-CODRET NOT = '00'
                 MOVE ORD-LIBRET TO WS-MOTIF-REJET
              ELSE
                 MOVE 'I'    TO AUD-OPERATION
                 MOVE SPACES TO AUD-AVANT
                 PERFORM 160-ECRIT-AUDIT
              END-IF
           END-IF
           .
           IF ORD-CODRET NOT = '00'
              MOVE ORD-LIBRET TO WS-MOTIF-REJET
           ELSE
              MOVE ORD-DONNEES TO AUD-AVANT
              PERFORM 125-ALIMENTE-DONNEES
              MOVE 'UPD' TO ORD-FONCTION
              CALL 'MAORD' USING ORD-ZCMA
              IF ORD-CODRET NOT = '00'
                 MOVE ORD-LIBRET TO WS-MOTIF-REJET
              ELSE
                 MOVE 'U' TO AUD-OPERATION
                 PERFORM 160-ECRIT-AUDIT
              END-IF
           END-IF
           .

      * L'ORDRE EST RELU AVANT SUPPRESSION POUR EN GARDER L'IMAGE AU
      * JOURNAL DES CHANGEMENTS.
       140-SUPPRIME-ORDRE.
           INITIALIZE ORD-ZCMA
           MOVE 'SEL'    TO ORD-FONCTION
           MOVE INSTR-ID TO ORD-ID
           CALL 'MAORD' USING ORD-ZCMA
           IF ORD-CODRET NOT = '00'
              MOVE ORD-LIBRET TO WS-MOTIF-REJET
           ELSE
              MOVE ORD-DONNEES TO AUD-AVANT
              MOVE 'DEL'       TO ORD-FONCTION
              CALL 'MAORD' USING ORD-ZCMA
              IF ORD-CODRET NOT = '00'
                 MOVE ORD-LIBRET TO WS-MOTIF-REJET
              ELSE
                 MOVE 'D' TO AUD-OPERATION
                 PERFORM 160-ECRIT-AUDIT
              END-IF
           END-IF
           .

           IF ORD-CODRET NOT = '00'
              MOVE ORD-LIBRET TO WS-MOTIF-REJET
           ELSE
              MOVE ORD-DONNEES TO AUD-AVANT
              IF WS-ACTION-SUSPEND
                 MOVE 'S' TO ORD-STATUT
              ELSE
              CALL 'MAORD' USING ORD-ZCMA
              IF ORD-CODRET NOT = '00'
                 MOVE ORD-LIBRET TO WS-MOTIF-REJET
              ELSE
                 MOVE 'U' TO AUD-OPERATION
                 PERFORM 160-ECRIT-AUDIT
              END-IF
           END-IF
           .

      * IMAGE AVANT ET APRES DE L'ORDRE AU JOURNAL CENTRAL DES
      * CHANGEMENTS DU REFERENTIEL.
       160-ECRIT-AUDIT.
           MOVE INSTR-ACTION TO AUD-ACTION
           MOVE INSTR-ID     TO AUD-CLE
           IF AUD-SUPPRESSION
              MOVE SPACES TO AUD-APRES
           ELSE
              MOVE ORD-DONNEES TO AUD-APRES
           END-IF
           CALL 'GKAUDIT' USING AUD-ENREG
           .

       900-FIN.
           DISPLAY '**********************************'
           DISPLAY '**********CHGTBORD FIN************'
