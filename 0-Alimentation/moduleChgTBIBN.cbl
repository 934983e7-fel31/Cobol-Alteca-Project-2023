      * --------- ------------  ------------------------------ *
      * 03/09/26 SOUAD   CREATION - CHARGEMENT DES              *
      *          CORRESPONDANCES IBAN                           *
      * 15/10/26 SOUAD   CARTE SYSIN OPERATEUR ET FICHIER       *
      *          CHARGE, LIGNE RELUE AVANT MISE A JOUR : IMAGE  *
      *          AVANT/APRES AU JOURNAL CENTRAL DES CHANGEMENTS *
      *          (GKAUDIT)                                      *
      * 15/10/26 SOUAD   UN NUMERO DE COMPTE VIRTUEL D'UNE      *
      *          PLAGE ATTRIBUEE (TBVIR VIA MAVIR) EST ADMIS     *
      *          COMME COMPTE INTERNE                            *
      *                                                        *
      *********************************************************
       ID DIVISION.

       WORKING-STORAGE SECTION.
       COPY ZAIBN REPLACING ==()== BY ==IBN==.
       COPY CAUDREF REPLACING ==()== BY ==AUD==.
       COPY CPTFUNC.
       COPY ZAVIR REPLACING ==()== BY ==VIR==.

       01 WS-FS-IBANS PIC X(02).
         88 FS-IBANS-OK  VALUE '00'.
         05 WS-NB-CREES  PIC 9(06) VALUE 0.
         05 WS-NB-REJETS PIC 9(06) VALUE 0.

       01 WS-COMPTE-ADMIS-SW PIC X(01).
         88 WS-COMPTE-ADMIS VALUE 'O'.
       01 WS-MOTIF-REJET     PIC X(30).

       PROCEDURE DIVISION.

           PERFORM 000-BEGIN.

       000-BEGIN.
           INITIALIZE WS-COMPTEURS.
           MOVE SPACES TO AUD-CARTE
           ACCEPT AUD-CARTE FROM SYSIN
           IF AUD-CT-OPERATEUR = SPACES
              DISPLAY 'CHGTBIBN - OPERATEUR ABSENT EN SYSIN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           INITIALIZE AUD-ENREG
           MOVE 'CHGTBIBN'       TO AUD-PROGRAMME
           MOVE AUD-CT-OPERATEUR TO AUD-OPERATEUR
           MOVE AUD-CT-FICHIER   TO AUD-FICHIER
           MOVE 'TBIBN'          TO AUD-TABLE
           MOVE 'REPRISE'        TO AUD-ACTION
           OPEN INPUT FIBANS
           IF NOT FS-IBANS-OK
              DISPLAY 'CHGTBIBN - OPEN FIBANS EN ERREUR : '
      * LE COMPTE INTERNE DOIT EXISTER SUR TBCPT : UNE
      * CORRESPONDANCE VERS UN COMPTE FANTOME SERAIT PIRE QUE PAS DE
      * CORRESPONDANCE DU TOUT.
      * LA CORRESPONDANCE EN PLACE EST RELUE POUR EN GARDER L'IMAGE
      * AVANT AU JOURNAL DES CHANGEMENTS.
       110-MAJ-IBAN.
           INITIALIZE IBN-ZCMA
           MOVE 'SEL'     TO IBN-FONCTION
           MOVE FIBN-IBAN TO IBN-IBAN
           CALL 'MAIBN' USING IBN-ZCMA
           MOVE SPACES TO AUD-AVANT
           IF IBN-CODRET = '00'
              MOVE IBN-DONNEES TO AUD-AVANT
           END-IF
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'       TO CPT-FONCTION
           MOVE FIBN-COMPTE TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA
           MOVE 'N'        TO WS-COMPTE-ADMIS-SW
           MOVE CPT-LIBRET TO WS-MOTIF-REJET
           IF CPT-CODRET = '00'
              SET WS-COMPTE-ADMIS TO TRUE
           END-IF
      * UN NUMERO VIRTUEL D'UNE PLAGE ATTRIBUEE N'EST PAS SUR TBCPT :
      * LES CREDITS QUI LUI SONT ADRESSES SONT POSTES SUR LE COMPTE
      * MAITRE DE LA PLAGE.
           IF CPT-CODRET = '04'
              INITIALIZE VIR-ZCMA
              MOVE 'NUM'       TO VIR-FONCTION
              MOVE FIBN-COMPTE TO VIR-NUMERO
              CALL 'MAVIR' USING VIR-ZCMA
              IF VIR-CODRET = '00' AND VIR-PLAGE-ACTIVE
                 SET WS-COMPTE-ADMIS TO TRUE
              END-IF
           END-IF
           IF NOT WS-COMPTE-ADMIS
              ADD 1 TO WS-NB-REJETS
              DISPLAY 'CHGTBIBN - IBAN ' FIBN-IBAN(1:20)
                      ' REJETE : ' WS-MOTIF-REJET
           ELSE
              INITIALIZE IBN-ZCMA
              MOVE 'UPD'       TO IBN-FONCTION
              EVALUATE IBN-CODRET
                 WHEN '00'
                    ADD 1 TO WS-NB-MAJ
                    MOVE 'U' TO AUD-OPERATION
                    PERFORM 130-ECRIT-AUDIT
                 WHEN '04'
                    PERFORM 120-CREE-IBAN
                 WHEN OTHER
           CALL 'MAIBN' USING IBN-ZCMA
           IF IBN-CODRET = '00'
              ADD 1 TO WS-NB-CREES
              MOVE 'I'    TO AUD-OPERATION
              MOVE SPACES TO AUD-AVANT
              PERFORM 130-ECRIT-AUDIT
           ELSE
              ADD 1 TO WS-NB-REJETS
              DISPLAY 'CHGTBIBN - IBAN ' FIBN-IBAN(1:20)
           END-IF
           .

      * IMAGE AVANT/APRES DE LA CORRESPONDANCE REPRISE AU JOURNAL
      * CENTRAL DES CHANGEMENTS DU REFERENTIEL.
       130-ECRIT-AUDIT.
           MOVE IBN-IBAN TO AUD-CLE
           MOVE IBN-DONNEES TO AUD-APRES
           CALL 'GKAUDIT' USING AUD-ENREG
           .

       900-FIN.
           DISPLAY '**********************************'
           DISPLAY '**********CHGTBIBN FIN************'
