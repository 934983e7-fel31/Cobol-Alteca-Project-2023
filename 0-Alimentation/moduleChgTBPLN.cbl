      * --------- ------------  ------------------------------ *
      * 03/09/26 SOUAD   CREATION - CHARGEMENT DES PLANS        *
      *          TARIFAIRES                                     *
      * 15/10/26 SOUAD   CARTE SYSIN OPERATEUR + FICHIER DE     *
      *          REPRISE ; SURCHARGE RELUE AVANT MISE A JOUR,   *
      *          IMAGE AVANT/APRES AU JOURNAL CENTRAL DES       *
      *          CHANGEMENTS (GKAUDIT)                          *
      *                                                        *
      *********************************************************
       ID DIVISION.

       WORKING-STORAGE SECTION.
       COPY ZAPLN REPLACING ==()== BY ==PLN==.
       COPY CAUDREF REPLACING ==()== BY ==AUD==.

       01 WS-FS-PLANS PIC X(02).
         88 FS-PLANS-OK  VALUE '00'.

       000-BEGIN.
           INITIALIZE WS-COMPTEURS.
           MOVE SPACES TO AUD-CARTE
           ACCEPT AUD-CARTE FROM SYSIN
           IF AUD-CT-OPERATEUR = SPACES
              DISPLAY 'CHGTBPLN - OPERATEUR ABSENT EN SYSIN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           INITIALIZE AUD-ENREG
           MOVE 'CHGTBPLN'       TO AUD-PROGRAMME
           MOVE AUD-CT-OPERATEUR TO AUD-OPERATEUR
           MOVE AUD-CT-FICHIER   TO AUD-FICHIER
           MOVE 'TBPLN'          TO AUD-TABLE
           MOVE 'REPRISE'        TO AUD-ACTION
           OPEN INPUT FPLANS
           IF NOT FS-PLANS-OK
              DISPLAY 'CHGTBPLN - OPEN FPLANS EN ERREUR : '
           CLOSE FPLANS
           .

      * LA SURCHARGE EN PLACE EST RELUE POUR EN GARDER L'IMAGE AVANT
      * AU JOURNAL DES CHANGEMENTS.
       110-MAJ-SURCHARGE.
           INITIALIZE PLN-ZCMA
           MOVE 'SEL'             TO PLN-FONCTION
           MOVE FPLN-PLAN         TO PLN-PLAN
           MOVE FPLN-CODE-OPER    TO PLN-CODE-OPER
           CALL 'MAPLN' USING PLN-ZCMA
           MOVE SPACES TO AUD-AVANT
           IF PLN-CODRET = '00'
              MOVE PLN-DONNEES TO AUD-AVANT
           END-IF
           INITIALIZE PLN-ZCMA
           MOVE 'UPD'             TO PLN-FONCTION
           MOVE FPLN-PLAN         TO PLN-PLAN
           EVALUATE PLN-CODRET
              WHEN '00'
                 ADD 1 TO WS-NB-MAJ
                 MOVE 'U' TO AUD-OPERATION
                 PERFORM 130-ECRIT-AUDIT
              WHEN '04'
                 PERFORM 120-CREE-SURCHARGE
              WHEN OTHER
           CALL 'MAPLN' USING PLN-ZCMA
           IF PLN-CODRET = '00'
              ADD 1 TO WS-NB-CREES
              MOVE 'I'    TO AUD-OPERATION
              MOVE SPACES TO AUD-AVANT
              PERFORM 130-ECRIT-AUDIT
           ELSE
              ADD 1 TO WS-NB-REJETS
              DISPLAY 'CHGTBPLN - SURCHARGE ' FPLN-PLAN ' '
           END-IF
           .

      * IMAGE AVANT/APRES DE LA SURCHARGE REPRISE AU JOURNAL CENTRAL
      * DES CHANGEMENTS DU REFERENTIEL.
       130-ECRIT-AUDIT.
           STRING PLN-PLAN PLN-CODE-OPER
                  DELIMITED BY SIZE INTO AUD-CLE
           MOVE PLN-DONNEES TO AUD-APRES
           CALL 'GKAUDIT' USING AUD-ENREG
           .

       900-FIN.
           DISPLAY '**********************************'
           DISPLAY '**********CHGTBPLN FIN************'
