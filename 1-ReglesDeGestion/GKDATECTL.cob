      * --------- ------------  ----------------------------- *
      * 22/08/26 SOUAD   CREATION - MAINTENANCE AUDITEE DE     *
      *          DATECTL                                       *
      * 15/10/26 SOUAD   CARTE SYSIN OPERATEUR ET FICHIER ;    *
      *          CHAQUE CHANGEMENT EST AUSSI ECRIT AU JOURNAL  *
      *          CENTRAL DES CHANGEMENTS (GKAUDIT), LE JOURNAL *
      *          DDAUDIT EST CONSERVE                          *
      *                                                       *
      *********************************************************


       COPY ZACAL REPLACING ==()== BY ==CAL==.

      * CARTE SYSIN D'IDENTIFICATION ET ENREGISTREMENT DU JOURNAL
      * CENTRAL DES CHANGEMENTS.
       COPY CAUDREF REPLACING ==()== BY ==AUD==.

      * IMAGE D'UNE ENTREE DATECTL POUR LE JOURNAL CENTRAL.
       01 WS-IMAGE-DATECTL.
         05 WS-IM-ORIGINE PIC X(03).
         05 FILLER        PIC X(01).
         05 WS-IM-DATE    PIC X(10).

      * TABLE DES DATES PAR ORIGINE, CHARGEE DE DATECTL ET REECRITE
      * EN FIN DE RUN (MEME MECANIQUE QUE LA COUCHE CONTROLE).
       01 WS-NB-DATECTL PIC 9(04) VALUE 0.
           PERFORM 900-FIN.

       000-BEGIN.
           MOVE SPACES TO AUD-CARTE
           ACCEPT AUD-CARTE FROM SYSIN
           IF AUD-CT-OPERATEUR = SPACES
              DISPLAY 'GKDATECTL - OPERATEUR ABSENT EN SYSIN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      *    LE NOM DE PROGRAMME DU JOURNAL CENTRAL TIENT SUR 8
      *    CARACTERES.
           INITIALIZE AUD-ENREG
           MOVE 'GKDATECT'       TO AUD-PROGRAMME
           MOVE AUD-CT-OPERATEUR TO AUD-OPERATEUR
           MOVE AUD-CT-FICHIER   TO AUD-FICHIER
           MOVE 'DATECTL'        TO AUD-TABLE
           PERFORM 010-CHARGE-DATECTL
           OPEN INPUT INSTRUCTIONS
           IF NOT FS-INSTR-OK
           MOVE WS-DATE-AVANT TO WS-LA-AVANT
           MOVE INSTR-DATE    TO WS-LA-APRES
           WRITE AUDIT-ENREG FROM WS-LIGNE-AUDIT
           PERFORM 165-ECRIT-AUDIT-CENTRAL
           .

      * MEME CHANGEMENT AU JOURNAL CENTRAL : IMAGE AVANT A SPACES
      * POUR UN AJOUT, IMAGE APRES A SPACES POUR UN RETRAIT, CLE =
      * ORIGINE.
       165-ECRIT-AUDIT-CENTRAL.
           MOVE INSTR-ACTION  TO AUD-ACTION
           MOVE INSTR-ORIGINE TO AUD-CLE
           MOVE SPACES        TO AUD-AVANT
           MOVE SPACES        TO AUD-APRES
           MOVE SPACES        TO WS-IMAGE-DATECTL
           MOVE INSTR-ORIGINE TO WS-IM-ORIGINE
           EVALUATE TRUE
              WHEN WS-ACTION-ADD
                 MOVE 'I' TO AUD-OPERATION
                 MOVE INSTR-DATE TO WS-IM-DATE
                 MOVE WS-IMAGE-DATECTL TO AUD-APRES
              WHEN WS-ACTION-SET
                 MOVE 'U' TO AUD-OPERATION
                 MOVE WS-DATE-AVANT TO WS-IM-DATE
                 MOVE WS-IMAGE-DATECTL TO AUD-AVANT
                 MOVE INSTR-DATE TO WS-IM-DATE
                 MOVE WS-IMAGE-DATECTL TO AUD-APRES
              WHEN WS-ACTION-REMOVE
                 MOVE 'D' TO AUD-OPERATION
                 MOVE WS-DATE-AVANT TO WS-IM-DATE
                 MOVE WS-IMAGE-DATECTL TO AUD-AVANT
           END-EVALUATE
           CALL 'GKAUDIT' USING AUD-ENREG
           .

      * REECRITURE DU DATASET AVEC LA TABLE A JOUR, POUR LE PROCHAIN
