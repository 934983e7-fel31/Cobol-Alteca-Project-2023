      * --------- ------------  ------------------------------ *
      * 03/09/26 SOUAD   CREATION - MAINTENANCE DES FACILITES   *
      *          DE DECOUVERT PAR FICHIER D'INSTRUCTIONS        *
      * 15/10/26 SOUAD   CARTE SYSIN OPERATEUR + FICHIER        *
      *          D'INSTRUCTIONS ; IMAGE AVANT/APRES DE CHAQUE   *
      *          CHANGEMENT APPLIQUE AU JOURNAL CENTRAL         *
      *          (GKAUDIT), RELECTURE AVANT SUPPRESSION         *
      *                                                        *
      *********************************************************
       ID DIVISION.

       WORKING-STORAGE SECTION.
       COPY ZADCV REPLACING ==()== BY ==DCV==.
       COPY CAUDREF REPLACING ==()== BY ==AUD==.
       COPY CPTFUNC.

       01 WS-ACTION PIC X(08).

       000-BEGIN.
           INITIALIZE WS-COMPTEURS.
           MOVE SPACES TO AUD-CARTE
           ACCEPT AUD-CARTE FROM SYSIN
           IF AUD-CT-OPERATEUR = SPACES
              DISPLAY 'CHGTBDCV - OPERATEUR ABSENT EN SYSIN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           INITIALIZE AUD-ENREG
           MOVE 'CHGTBDCV'       TO AUD-PROGRAMME
           MOVE AUD-CT-OPERATEUR TO AUD-OPERATEUR
           MOVE AUD-CT-FICHIER   TO AUD-FICHIER
           MOVE 'TBDCV'          TO AUD-TABLE
           OPEN INPUT INSTRUCTIONS
           IF NOT FS-INSTR-OK
              DISPLAY 'CHGTBDCV - OPEN INSTRUCTIONS EN ERREUR : '
                 CALL 'MADCV' USING DCV-ZCMA
                 IF DCV-CODRET NOT = '00'
                    MOVE DCV-LIBRET TO WS-MOTIF-REJET
                 ELSE
                    MOVE 'I'    TO AUD-OPERATION
                    MOVE SPACES TO AUD-AVANT
                    PERFORM 160-ECRIT-AUDIT
                 END-IF
              END-IF
           END-IF
           IF DCV-CODRET NOT = '00'
              MOVE DCV-LIBRET TO WS-MOTIF-REJET
           ELSE
              MOVE DCV-DONNEES TO AUD-AVANT
              PERFORM 115-VALIDE-DONNEES
              IF WS-MOTIF-REJET = SPACES
                 PERFORM 125-ALIMENTE-DONNEES
                 CALL 'MADCV' USING DCV-ZCMA
                 IF DCV-CODRET NOT = '00'
                    MOVE DCV-LIBRET TO WS-MOTIF-REJET
                 ELSE
                    MOVE 'U' TO AUD-OPERATION
                    PERFORM 160-ECRIT-AUDIT
                 END-IF
              END-IF
           END-IF
           .

      * LA FACILITE EST RELUE AVANT SUPPRESSION POUR EN GARDER
      * L'IMAGE AU JOURNAL DES CHANGEMENTS.
       140-SUPPRIME-FACILITE.
           INITIALIZE DCV-ZCMA
           MOVE 'SEL'        TO DCV-FONCTION
           MOVE INSTR-COMPTE TO DCV-COMPTE
           CALL 'MADCV' USING DCV-ZCMA
           IF DCV-CODRET NOT = '00'
              MOVE DCV-LIBRET TO WS-MOTIF-REJET
           ELSE
              MOVE DCV-DONNEES TO AUD-AVANT
              MOVE 'DEL'       TO DCV-FONCTION
              CALL 'MADCV' USING DCV-ZCMA
              IF DCV-CODRET NOT = '00'
                 MOVE DCV-LIBRET TO WS-MOTIF-REJET
              ELSE
                 MOVE 'D' TO AUD-OPERATION
                 PERFORM 160-ECRIT-AUDIT
              END-IF
           END-IF
           .

      * IMAGE AVANT (POSEE PAR L'APPELANT) ET APRES DE LA FACILITE AU
      * JOURNAL CENTRAL DES CHANGEMENTS DU REFERENTIEL.
       160-ECRIT-AUDIT.
           MOVE INSTR-ACTION TO AUD-ACTION
           MOVE INSTR-COMPTE TO AUD-CLE
           IF AUD-SUPPRESSION
              MOVE SPACES TO AUD-APRES
           ELSE
              MOVE DCV-DONNEES TO AUD-APRES
           END-IF
           CALL 'GKAUDIT' USING AUD-ENREG
           .

       900-FIN.
