      *          D'INTERETS (UPD SI LIGNE CONNUE, INS SINON),   *
      *          CODE D'INTERET ET DATE D'EFFET VALIDES AVANT   *
      *          APPLICATION                                    *
      * 15/10/26 SOUAD   CARTE SYSIN OPERATEUR + FICHIER DE     *
      *          BAREME ; TAUX RELU AVANT MISE A JOUR, IMAGE    *
      *          AVANT/APRES AU JOURNAL CENTRAL DES CHANGEMENTS *
      *          (GKAUDIT)                                      *
      *                                                        *
      *********************************************************
       ID DIVISION.

       WORKING-STORAGE SECTION.
       COPY ZATXI REPLACING ==()== BY ==TXI==.
       COPY CAUDREF REPLACING ==()== BY ==AUD==.

       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).

       01 WS-MOTIF-REJET  PIC X(30).

      * BORNE DE TRANCHE EN CLAIR (PARTIE ENTIERE) DANS LA CLE DU
      * JOURNAL DES CHANGEMENTS.
       01 WS-AUD-BORNE    PIC 9(08).

       01 WS-FS-BAREME PIC X(02).
         88 FS-BAREME-OK  VALUE '00'.
         88 FS-BAREME-FIN VALUE '10'.
                  WS-DATE-SYSTEME(5:2) '-'
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-JOUR
           MOVE SPACES TO AUD-CARTE
           ACCEPT AUD-CARTE FROM SYSIN
           IF AUD-CT-OPERATEUR = SPACES
              DISPLAY 'CHGTBTXI - OPERATEUR ABSENT EN SYSIN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           INITIALIZE AUD-ENREG
           MOVE 'CHGTBTXI'       TO AUD-PROGRAMME
           MOVE AUD-CT-OPERATEUR TO AUD-OPERATEUR
           MOVE AUD-CT-FICHIER   TO AUD-FICHIER
           MOVE 'TBTXI'          TO AUD-TABLE
           MOVE 'REPRISE'        TO AUD-ACTION
           OPEN INPUT FBAREME
           IF NOT FS-BAREME-OK
              DISPLAY 'CHGTBTXI - OPEN FBAREME EN ERREUR : '
           END-IF
           .

      * LE TAUX EN PLACE EST RELU POUR EN GARDER L'IMAGE AVANT AU
      * JOURNAL DES CHANGEMENTS.
       115-APPLIQUE-TAUX.
           INITIALIZE TXI-ZCMA
           MOVE 'SEL'            TO TXI-FONCTION
           MOVE FBAR-CODE-INT    TO TXI-CODE-INT
           MOVE FBAR-PRODUIT     TO TXI-PRODUIT
           MOVE FBAR-DATE-EFFET  TO TXI-DATE-EFFET
           MOVE FBAR-BORNE-MIN   TO TXI-BORNE-MIN
           CALL 'MATXI' USING TXI-ZCMA
           MOVE SPACES TO AUD-AVANT
           IF TXI-CODRET = '00'
              MOVE TXI-DONNEES TO AUD-AVANT
           END-IF
           INITIALIZE TXI-ZCMA
           MOVE 'UPD'            TO TXI-FONCTION
           MOVE FBAR-CODE-INT    TO TXI-CODE-INT
           EVALUATE TXI-CODRET
              WHEN '00'
                 ADD 1 TO WS-NB-MAJ
                 MOVE 'U' TO AUD-OPERATION
                 PERFORM 130-ECRIT-AUDIT
              WHEN '04'
                 PERFORM 120-CREE-TAUX
              WHEN OTHER

           IF TXI-CODRET = '00'
              ADD 1 TO WS-NB-CREES
              MOVE 'I'    TO AUD-OPERATION
              MOVE SPACES TO AUD-AVANT
              PERFORM 130-ECRIT-AUDIT
           ELSE
              ADD 1 TO WS-NB-REJETS
              DISPLAY 'CHGTBTXI - LIGNE ' FBAR-CODE-INT ' '
           END-IF
           .

      * IMAGE AVANT/APRES DU TAUX REPRIS AU JOURNAL CENTRAL DES
      * CHANGEMENTS DU REFERENTIEL.
       130-ECRIT-AUDIT.
           MOVE TXI-BORNE-MIN TO WS-AUD-BORNE
           STRING TXI-CODE-INT TXI-PRODUIT TXI-DATE-EFFET WS-AUD-BORNE
                  DELIMITED BY SIZE INTO AUD-CLE
           MOVE TXI-DONNEES TO AUD-APRES
           CALL 'GKAUDIT' USING AUD-ENREG
           .

       900-FIN.
           DISPLAY '**********************************'
           DISPLAY '**********CHGTBTXI FIN************'
