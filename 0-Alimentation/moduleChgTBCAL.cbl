      * 03/09/26 SOUAD   LE FICHIER PORTE L'IDENTIFIANT DE      *
      *          CALENDRIER ('LOC' OU CODE DEVISE, 'LOC' A      *
      *          BLANC) : UN CHARGEMENT PAR CALENDRIER          *
      * 15/10/26 SOUAD   CARTE SYSIN OPERATEUR ET FICHIER       *
      *          CHARGE, LIGNE RELUE AVANT MISE A JOUR : IMAGE  *
      *          AVANT/APRES AU JOURNAL CENTRAL DES CHANGEMENTS *
      *          (GKAUDIT)                                      *
      *                                                        *
      *********************************************************
       ID DIVISION.

       WORKING-STORAGE SECTION.
       COPY ZACAL REPLACING ==()== BY ==CAL==.
       COPY CAUDREF REPLACING ==()== BY ==AUD==.

       01 WS-FS-CALEND PIC X(02).
         88 FS-CALEND-OK  VALUE '00'.

       000-BEGIN.
           INITIALIZE WS-COMPTEURS.
           MOVE SPACES TO AUD-CARTE
           ACCEPT AUD-CARTE FROM SYSIN
           IF AUD-CT-OPERATEUR = SPACES
              DISPLAY 'CHGTBCAL - OPERATEUR ABSENT EN SYSIN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           INITIALIZE AUD-ENREG
           MOVE 'CHGTBCAL'       TO AUD-PROGRAMME
           MOVE AUD-CT-OPERATEUR TO AUD-OPERATEUR
           MOVE AUD-CT-FICHIER   TO AUD-FICHIER
           MOVE 'TBCAL'          TO AUD-TABLE
           MOVE 'REPRISE'        TO AUD-ACTION
           OPEN INPUT FCALEND
           IF NOT FS-CALEND-OK
              DISPLAY 'CHGTBCAL - OPEN FCALEND EN ERREUR : '
           CLOSE FCALEND
           .

      * LA DATE EN PLACE EST RELUE POUR EN GARDER L'IMAGE AVANT
      * AU JOURNAL DES CHANGEMENTS.
       110-MAJ-DATE.
           INITIALIZE CAL-ZCMA
           MOVE 'SEL'           TO CAL-FONCTION
           MOVE FCAL-CALENDRIER TO CAL-CALENDRIER
           MOVE FCAL-DATE       TO CAL-DATE-CAL
           CALL 'MACAL' USING CAL-ZCMA
           MOVE SPACES TO AUD-AVANT
           IF CAL-CODRET = '00'
              MOVE CAL-DONNEES TO AUD-AVANT
           END-IF
           INITIALIZE CAL-ZCMA
           MOVE 'UPD'         TO CAL-FONCTION
           MOVE FCAL-CALENDRIER TO CAL-CALENDRIER
           EVALUATE CAL-CODRET
              WHEN '00'
                 ADD 1 TO WS-NB-MAJ
                 MOVE 'U' TO AUD-OPERATION
                 PERFORM 130-ECRIT-AUDIT
              WHEN '04'
                 PERFORM 120-CREE-DATE
              WHEN OTHER

           IF CAL-CODRET = '00'
              ADD 1 TO WS-NB-CREEES
              MOVE 'I'    TO AUD-OPERATION
              MOVE SPACES TO AUD-AVANT
              PERFORM 130-ECRIT-AUDIT
           ELSE
              ADD 1 TO WS-NB-REJETS
              DISPLAY 'CHGTBCAL - DATE ' FCAL-DATE
           END-IF
           .

      * IMAGE AVANT/APRES DE LA DATE REPRISE AU JOURNAL CENTRAL
      * DES CHANGEMENTS DU REFERENTIEL.
       130-ECRIT-AUDIT.
           STRING CAL-CALENDRIER CAL-DATE-CAL
                  DELIMITED BY SIZE INTO AUD-CLE
           MOVE CAL-DONNEES TO AUD-APRES
           CALL 'GKAUDIT' USING AUD-ENREG
           .

       900-FIN.
           DISPLAY '**********************************'
           DISPLAY '**********CHGTBCAL FIN************'
