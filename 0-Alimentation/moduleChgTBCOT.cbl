      *********************************************************
      * PROGRAM NAME:  CHGTBCOT                                *
      * PROGRAM OBJET :MAINTENANCE DU REGISTRE DES TITULAIRES  *
      *                D'UN COMPTE (TBCOT) PAR FICHIER         *
      *                D'INSTRUCTIONS (ADD / UPDATE / REMOVE), *
      *                VIA L'ACCESSEUR MACOT, MEME CONVENTION  *
      *                QUE CHGTBORD ; LE COMPTE EST VERIFIE SUR*
      *                TBCPT, LE CLIENT SUR TBCLI, ET LA SOMME *
      *                DES QUOTES-PARTS DU COMPTE NE PEUT PAS  *
      *                DEPASSER 100                            *
      * ORIGINAL AUTHOR: SOUAD                                 *
      *                                                        *
      * MAINTENENCE LOG                                        *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT        *
      * --------- ------------  ------------------------------ *
      * 15/10/26 SOUAD   CREATION - COMPTES JOINTS : CO-        *
      *          TITULAIRES ET MANDATAIRES PAR FICHIER          *
      *          D'INSTRUCTIONS                                 *
      * 15/10/26 SOUAD   CARTE SYSIN OPERATEUR + FICHIER        *
      *          D'INSTRUCTIONS ; IMAGE AVANT/APRES DE CHAQUE   *
      *          CHANGEMENT APPLIQUE AU JOURNAL CENTRAL         *
      *          (GKAUDIT), RELECTURE AVANT SUPPRESSION         *
      *                                                        *
      *********************************************************
       ID DIVISION.
       PROGRAM-ID. CHGTBCOT.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FICHIER D'INSTRUCTIONS, UNE ACTION PAR LIGNE : ACTION,
      *    COMPTE, CLIENT, PUIS ROLE ET QUOTE-PART POUR ADD/UPDATE
            SELECT INSTRUCTIONS ASSIGN TO DDINSTR
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-INSTR.

       DATA DIVISION.
       FILE SECTION.
       FD INSTRUCTIONS.
       01 INSTR-ENREG.
         05 INSTR-ACTION      PIC X(08).
         05 INSTR-COMPTE      PIC X(11).
         05 INSTR-CODCLI      PIC X(08).
         05 INSTR-ROLE        PIC X(01).
         05 INSTR-QUOTE-PART  PIC 9(03)V9(02).
      * DATE D'EFFET DU LIEN (A SPACES, DATE DU JOUR).
         05 INSTR-DATE-DEBUT  PIC X(10).
         05 FILLER            PIC X(37).

       WORKING-STORAGE SECTION.
       COPY ZACOT REPLACING ==()== BY ==COT==.
       COPY CAUDREF REPLACING ==()== BY ==AUD==.
       COPY ZACLI REPLACING ==()== BY ==CLI==.
       COPY CPTFUNC.

       01 WS-ACTION PIC X(08).
         88 WS-ACTION-ADD    VALUE 'ADD'.
         88 WS-ACTION-UPDATE VALUE 'UPDATE'.
         88 WS-ACTION-REMOVE VALUE 'REMOVE'.

       01 WS-MOTIF-REJET PIC X(30).
       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).

      * SOMME DES QUOTES-PARTS DES AUTRES LIENS DU COMPTE.
       01 WS-TOTAL-QUOTES PIC 9(05)V9(02).

       01 WS-COMPTEURS.
         05 WS-NB-LUES       PIC 9(04) VALUE 0.
         05 WS-NB-APPLIQUEES PIC 9(04) VALUE 0.
         05 WS-NB-REJETEES   PIC 9(04) VALUE 0.

       01 WS-FS-INSTR PIC X(02).
         88 FS-INSTR-OK  VALUE '00'.
         88 FS-INSTR-FIN VALUE '10'.

       PROCEDURE DIVISION.

           PERFORM 000-BEGIN.
           PERFORM 100-TRAITE-INSTRUCTIONS.
           PERFORM 900-FIN.

       000-BEGIN.
           INITIALIZE WS-COMPTEURS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           STRING WS-DATE-SYSTEME(1:4) '-'
                  WS-DATE-SYSTEME(5:2) '-'
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-JOUR
           MOVE SPACES TO AUD-CARTE
           ACCEPT AUD-CARTE FROM SYSIN
           IF AUD-CT-OPERATEUR = SPACES
              DISPLAY 'CHGTBCOT - OPERATEUR ABSENT EN SYSIN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           INITIALIZE AUD-ENREG
           MOVE 'CHGTBCOT'       TO AUD-PROGRAMME
           MOVE AUD-CT-OPERATEUR TO AUD-OPERATEUR
           MOVE AUD-CT-FICHIER   TO AUD-FICHIER
           MOVE 'TBCOT'          TO AUD-TABLE
           OPEN INPUT INSTRUCTIONS
           IF NOT FS-INSTR-OK
              DISPLAY 'CHGTBCOT - OPEN INSTRUCTIONS EN ERREUR : '
                      WS-FS-INSTR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       100-TRAITE-INSTRUCTIONS.
           READ INSTRUCTIONS
              AT END SET FS-INSTR-FIN TO TRUE
           END-READ
           PERFORM UNTIL FS-INSTR-FIN
              ADD 1 TO WS-NB-LUES
              PERFORM 110-APPLIQUE-INSTRUCTION
              READ INSTRUCTIONS
                 AT END SET FS-INSTR-FIN TO TRUE
              END-READ
           END-PERFORM
           CLOSE INSTRUCTIONS
           .

       110-APPLIQUE-INSTRUCTION.
           MOVE INSTR-ACTION TO WS-ACTION
           MOVE SPACES       TO WS-MOTIF-REJET
           EVALUATE TRUE
              WHEN WS-ACTION-ADD
                 PERFORM 120-AJOUTE-LIEN
              WHEN WS-ACTION-UPDATE
                 PERFORM 130-MODIFIE-LIEN
              WHEN WS-ACTION-REMOVE
                 PERFORM 140-SUPPRIME-LIEN
              WHEN OTHER
                 MOVE 'ACTION INCONNUE' TO WS-MOTIF-REJET
           END-EVALUATE
           IF WS-MOTIF-REJET = SPACES
              ADD 1 TO WS-NB-APPLIQUEES
              DISPLAY 'CHGTBCOT - ' INSTR-ACTION ' ' INSTR-COMPTE
                      ' ' INSTR-CODCLI ' APPLIQUE'
           ELSE
              ADD 1 TO WS-NB-REJETEES
              DISPLAY 'CHGTBCOT - ' INSTR-ACTION ' ' INSTR-COMPTE
                      ' ' INSTR-CODCLI ' REJETE : ' WS-MOTIF-REJET
           END-IF
           .

      * LE COMPTE DOIT EXISTER ET NE PAS ETRE CLOTURE, LE CLIENT
      * EXISTER SUR TBCLI ; LE TITULAIRE PRINCIPAL (CPT-CODCLI) NE
      * PEUT ETRE QUE TITULAIRE, UN MANDATAIRE N'A PAS DE QUOTE-PART,
      * ET LES QUOTES-PARTS DU COMPTE NE DEPASSENT PAS 100.
       115-VALIDE-DONNEES.
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'        TO CPT-FONCTION
           MOVE INSTR-COMPTE TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA
           IF CPT-CODRET NOT = '00'
              MOVE CPT-LIBRET TO WS-MOTIF-REJET
           ELSE
           IF CPT-COMPTE-CLOTURE
              MOVE 'COMPTE CLOTURE' TO WS-MOTIF-REJET
           ELSE
              INITIALIZE CLI-ZCMA
              MOVE 'SEL'        TO CLI-FONCTION
              MOVE INSTR-CODCLI TO CLI-ID
              CALL 'MACLI' USING CLI-ZCMA
              IF CLI-CODRET NOT = '00'
                 MOVE 'CLIENT INCONNU DE TBCLI' TO WS-MOTIF-REJET
              ELSE
              IF INSTR-ROLE NOT = 'T' AND 'C' AND 'M'
                 MOVE 'ROLE INCONNU' TO WS-MOTIF-REJET
              ELSE
              IF INSTR-CODCLI = CPT-CODCLI AND INSTR-ROLE NOT = 'T'
                 MOVE 'TITULAIRE PRINCIPAL ROLE T' TO WS-MOTIF-REJET
              ELSE
              IF INSTR-ROLE = 'M' AND INSTR-QUOTE-PART NOT = 0
                 MOVE 'MANDATAIRE SANS QUOTE-PART'
                   TO WS-MOTIF-REJET
              ELSE
                 PERFORM 116-TOTALISE-QUOTES
                 IF WS-TOTAL-QUOTES + INSTR-QUOTE-PART > 100
                    MOVE 'QUOTES-PARTS SUPERIEURES A 100'
                      TO WS-MOTIF-REJET
                 END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF
           END-IF
           .

       116-TOTALISE-QUOTES.
           MOVE 0 TO WS-TOTAL-QUOTES
           INITIALIZE COT-ZCMA
           MOVE 'DEB'        TO COT-FONCTION
           MOVE INSTR-COMPTE TO COT-COMPTE
           CALL 'MACOT' USING COT-ZCMA
           PERFORM UNTIL COT-CODRET NOT = '00'
              IF COT-CODCLI NOT = INSTR-CODCLI
                 ADD COT-QUOTE-PART TO WS-TOTAL-QUOTES
              END-IF
              MOVE 'SUI' TO COT-FONCTION
              CALL 'MACOT' USING COT-ZCMA
           END-PERFORM
           .

       120-AJOUTE-LIEN.
           INITIALIZE COT-ZCMA
           MOVE 'SEL'        TO COT-FONCTION
           MOVE INSTR-COMPTE TO COT-COMPTE
           MOVE INSTR-CODCLI TO COT-CODCLI
           CALL 'MACOT' USING COT-ZCMA
           IF COT-CODRET = '00'
              MOVE 'CLIENT DEJA LIE AU COMPTE' TO WS-MOTIF-REJET
           ELSE
              PERFORM 115-VALIDE-DONNEES
           END-IF
           IF WS-MOTIF-REJET = SPACES
              INITIALIZE COT-ZCMA
              MOVE 'INS'            TO COT-FONCTION
              MOVE INSTR-COMPTE     TO COT-COMPTE
              MOVE INSTR-CODCLI     TO COT-CODCLI
              MOVE INSTR-ROLE       TO COT-ROLE
              MOVE INSTR-QUOTE-PART TO COT-QUOTE-PART
              IF INSTR-DATE-DEBUT = SPACES
                 MOVE WS-DATE-JOUR     TO COT-DATE-DEBUT
              ELSE
                 MOVE INSTR-DATE-DEBUT TO COT-DATE-DEBUT
              END-IF
              CALL 'MACOT' USING COT-ZCMA
              IF COT-CODRET NOT = '00'
                 MOVE COT-LIBRET TO WS-MOTIF-REJET
              ELSE
                 MOVE 'I'    TO AUD-OPERATION
                 MOVE SPACES TO AUD-AVANT
                 PERFORM 160-ECRIT-AUDIT
              END-IF
           END-IF
           .

       130-MODIFIE-LIEN.
           INITIALIZE COT-ZCMA
           MOVE 'SEL'        TO COT-FONCTION
           MOVE INSTR-COMPTE TO COT-COMPTE
           MOVE INSTR-CODCLI TO COT-CODCLI
           CALL 'MACOT' USING COT-ZCMA
           IF COT-CODRET NOT = '00'
              MOVE COT-LIBRET TO WS-MOTIF-REJET
           ELSE
              PERFORM 115-VALIDE-DONNEES
           END-IF
           IF WS-MOTIF-REJET = SPACES
              INITIALIZE COT-ZCMA
              MOVE 'SEL'        TO COT-FONCTION
              MOVE INSTR-COMPTE TO COT-COMPTE
              MOVE INSTR-CODCLI TO COT-CODCLI
              CALL 'MACOT' USING COT-ZCMA
              MOVE COT-DONNEES      TO AUD-AVANT
              MOVE INSTR-ROLE       TO COT-ROLE
              MOVE INSTR-QUOTE-PART TO COT-QUOTE-PART
              IF INSTR-DATE-DEBUT NOT = SPACES
                 MOVE INSTR-DATE-DEBUT TO COT-DATE-DEBUT
              END-IF
              MOVE 'UPD' TO COT-FONCTION
              CALL 'MACOT' USING COT-ZCMA
              IF COT-CODRET NOT = '00'
                 MOVE COT-LIBRET TO WS-MOTIF-REJET
              ELSE
                 MOVE 'U' TO AUD-OPERATION
                 PERFORM 160-ECRIT-AUDIT
              END-IF
           END-IF
           .

      * LE LIEN EST RELU AVANT SUPPRESSION POUR EN GARDER L'IMAGE AU
      * JOURNAL DES CHANGEMENTS.
       140-SUPPRIME-LIEN.
           INITIALIZE COT-ZCMA
           MOVE 'SEL'        TO COT-FONCTION
           MOVE INSTR-COMPTE TO COT-COMPTE
           MOVE INSTR-CODCLI TO COT-CODCLI
           CALL 'MACOT' USING COT-ZCMA
           IF COT-CODRET NOT = '00'
              MOVE COT-LIBRET TO WS-MOTIF-REJET
           ELSE
              MOVE COT-DONNEES TO AUD-AVANT
              MOVE 'DEL'       TO COT-FONCTION
              CALL 'MACOT' USING COT-ZCMA
              IF COT-CODRET NOT = '00'
                 MOVE COT-LIBRET TO WS-MOTIF-REJET
              ELSE
                 MOVE 'D' TO AUD-OPERATION
                 PERFORM 160-ECRIT-AUDIT
              END-IF
           END-IF
           .

      * IMAGE AVANT ET APRES DU LIEN COMPTE-CLIENT AU JOURNAL CENTRAL
      * DES CHANGEMENTS DU REFERENTIEL.
       160-ECRIT-AUDIT.
           MOVE INSTR-ACTION TO AUD-ACTION
           STRING INSTR-COMPTE INSTR-CODCLI
                  DELIMITED BY SIZE INTO AUD-CLE
           IF AUD-SUPPRESSION
              MOVE SPACES TO AUD-APRES
           ELSE
              MOVE COT-DONNEES TO AUD-APRES
           END-IF
           CALL 'GKAUDIT' USING AUD-ENREG
           .

       900-FIN.
           DISPLAY '**********************************'
           DISPLAY '**********CHGTBCOT FIN************'
           DISPLAY '**********************************'
           DISPLAY '* INSTRUCTIONS LUES   : ' WS-NB-LUES
           DISPLAY '* ACTIONS APPLIQUEES  : ' WS-NB-APPLIQUEES
           DISPLAY '* ACTIONS REJETEES    : ' WS-NB-REJETEES
           DISPLAY '**********************************'
           IF WS-NB-REJETEES > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
