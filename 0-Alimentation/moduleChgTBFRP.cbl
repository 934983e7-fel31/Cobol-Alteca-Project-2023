      *********************************************************
      * PROGRAM NAME:  CHGTBFRP                                *
      * PROGRAM OBJET :ALIMENTATION DE LA TABLE TBFRP          *
      *                (BAREME DES FRAIS PERIODIQUES PAR       *
      *                PRODUIT ET CODE FRAIS) A PARTIR D'UN    *
      *                FICHIER DE BAREME, VIA L'ACCESSEUR      *
      *                MAFRP, MEME MECANIQUE DE REJEU QUE      *
      *                CHGTBPLN (UPD SI LIGNE CONNUE, INS      *
      *                SINON)                                  *
      * ORIGINAL AUTHOR: SOUAD                                 *
      *                                                        *
      * MAINTENENCE LOG                                        *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT        *
      * --------- ------------  ------------------------------ *
      * 15/10/26 SOUAD   CREATION - CHARGEMENT DU BAREME DES    *
      *          FRAIS PERIODIQUES                              *
      * 15/10/26 SOUAD   CARTE SYSIN OPERATEUR ET FICHIER       *
      *          CHARGE, LIGNE RELUE AVANT MISE A JOUR : IMAGE  *
      *          AVANT/APRES AU JOURNAL CENTRAL DES CHANGEMENTS *
      *          (GKAUDIT)                                      *
      *                                                        *
      *********************************************************
       ID DIVISION.
       PROGRAM-ID. CHGTBFRP.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FICHIER DE BAREME, UN FRAIS PERIODIQUE PAR LIGNE (PRODUIT,
      *    CODE FRAIS, PERIODICITE, MONTANT, LIBELLE)
            SELECT FBAREME ASSIGN TO DFBAREME
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-BAREME.

       DATA DIVISION.
       FILE SECTION.
       FD FBAREME.
       01 FFRP-ENREG.
         05 FFRP-PRODUIT     PIC X(03).
         05 FFRP-CODE-FRAIS  PIC X(03).
         05 FFRP-FREQUENCE   PIC X(01).
         05 FFRP-MONTANT     PIC 9(07)V99.
         05 FFRP-LIBELLE     PIC X(14).
         05 FILLER           PIC X(50).

       WORKING-STORAGE SECTION.
       COPY ZAFRP REPLACING ==()== BY ==FRP==.
       COPY CAUDREF REPLACING ==()== BY ==AUD==.

       01 WS-FS-BAREME PIC X(02).
         88 FS-BAREME-OK  VALUE '00'.
         88 FS-BAREME-FIN VALUE '10'.

       01 WS-COMPTEURS.
         05 WS-NB-LUS    PIC 9(06) VALUE 0.
         05 WS-NB-MAJ    PIC 9(06) VALUE 0.
         05 WS-NB-CREES  PIC 9(06) VALUE 0.
         05 WS-NB-REJETS PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM 000-BEGIN.
           PERFORM 100-TRAITE-BAREME.
           PERFORM 900-FIN.

       000-BEGIN.
           INITIALIZE WS-COMPTEURS.
           MOVE SPACES TO AUD-CARTE
           ACCEPT AUD-CARTE FROM SYSIN
           IF AUD-CT-OPERATEUR = SPACES
              DISPLAY 'CHGTBFRP - OPERATEUR ABSENT EN SYSIN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           INITIALIZE AUD-ENREG
           MOVE 'CHGTBFRP'       TO AUD-PROGRAMME
           MOVE AUD-CT-OPERATEUR TO AUD-OPERATEUR
           MOVE AUD-CT-FICHIER   TO AUD-FICHIER
           MOVE 'TBFRP'          TO AUD-TABLE
           MOVE 'REPRISE'        TO AUD-ACTION
           OPEN INPUT FBAREME
           IF NOT FS-BAREME-OK
              DISPLAY 'CHGTBFRP - OPEN FBAREME EN ERREUR : '
                      WS-FS-BAREME
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       100-TRAITE-BAREME.
           READ FBAREME
              AT END SET FS-BAREME-FIN TO TRUE
           END-READ
           PERFORM UNTIL FS-BAREME-FIN
              ADD 1 TO WS-NB-LUS
              PERFORM 110-MAJ-FRAIS
              READ FBAREME
                 AT END SET FS-BAREME-FIN TO TRUE
              END-READ
           END-PERFORM
           CLOSE FBAREME
           .

      * UNE PERIODICITE INCONNUE EST REJETEE : LE FRAIS NE SERAIT
      * JAMAIS FACTURE PAR GKFRAPER.
      * LE FRAIS EN PLACE EST RELU POUR EN GARDER L'IMAGE AVANT
      * AU JOURNAL DES CHANGEMENTS.
       110-MAJ-FRAIS.
           INITIALIZE FRP-ZCMA
           MOVE 'SEL'           TO FRP-FONCTION
           MOVE FFRP-PRODUIT    TO FRP-PRODUIT
           MOVE FFRP-CODE-FRAIS TO FRP-CODE-FRAIS
           CALL 'MAFRP' USING FRP-ZCMA
           MOVE SPACES TO AUD-AVANT
           IF FRP-CODRET = '00'
              MOVE FRP-DONNEES TO AUD-AVANT
           END-IF
           INITIALIZE FRP-ZCMA
           MOVE 'UPD'             TO FRP-FONCTION
           MOVE FFRP-PRODUIT      TO FRP-PRODUIT
           MOVE FFRP-CODE-FRAIS   TO FRP-CODE-FRAIS
           MOVE FFRP-FREQUENCE    TO FRP-FREQUENCE
           MOVE FFRP-MONTANT      TO FRP-MONTANT
           MOVE FFRP-LIBELLE      TO FRP-LIBELLE
           IF NOT FRP-MENSUEL AND NOT FRP-TRIMESTRIEL
              AND NOT FRP-ANNUEL
              ADD 1 TO WS-NB-REJETS
              DISPLAY 'CHGTBFRP - FRAIS ' FFRP-PRODUIT ' '
                      FFRP-CODE-FRAIS ' REJETE : PERIODICITE '
                      FFRP-FREQUENCE
           ELSE
              CALL 'MAFRP' USING FRP-ZCMA

              EVALUATE FRP-CODRET
                 WHEN '00'
                    ADD 1 TO WS-NB-MAJ
                    MOVE 'U' TO AUD-OPERATION
                    PERFORM 130-ECRIT-AUDIT
                 WHEN '04'
                    PERFORM 120-CREE-FRAIS
                 WHEN OTHER
                    ADD 1 TO WS-NB-REJETS
                    DISPLAY 'CHGTBFRP - FRAIS ' FFRP-PRODUIT ' '
                            FFRP-CODE-FRAIS ' REJETE : ' FRP-LIBRET
              END-EVALUATE
           END-IF
           .

       120-CREE-FRAIS.
           MOVE 'INS' TO FRP-FONCTION
           CALL 'MAFRP' USING FRP-ZCMA
           IF FRP-CODRET = '00'
              ADD 1 TO WS-NB-CREES
              MOVE 'I'    TO AUD-OPERATION
              MOVE SPACES TO AUD-AVANT
              PERFORM 130-ECRIT-AUDIT
           ELSE
              ADD 1 TO WS-NB-REJETS
              DISPLAY 'CHGTBFRP - FRAIS ' FFRP-PRODUIT ' '
                      FFRP-CODE-FRAIS ' NON CREE : ' FRP-LIBRET
           END-IF
           .

      * IMAGE AVANT/APRES DU FRAIS REPRIS AU JOURNAL CENTRAL
      * DES CHANGEMENTS DU REFERENTIEL.
       130-ECRIT-AUDIT.
           STRING FRP-PRODUIT FRP-CODE-FRAIS
                  DELIMITED BY SIZE INTO AUD-CLE
           MOVE FRP-DONNEES TO AUD-APRES
           CALL 'GKAUDIT' USING AUD-ENREG
           .

       900-FIN.
           DISPLAY '**********************************'
           DISPLAY '**********CHGTBFRP FIN************'
           DISPLAY '**********************************'
           DISPLAY '* FRAIS LUS           : ' WS-NB-LUS
           DISPLAY '* FRAIS MAJ           : ' WS-NB-MAJ
           DISPLAY '* FRAIS CREES         : ' WS-NB-CREES
           DISPLAY '* FRAIS REJETES       : ' WS-NB-REJETS
           DISPLAY '**********************************'
           IF WS-NB-REJETS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
