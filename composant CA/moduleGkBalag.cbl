      *********************************************************
      * PROGRAM NAME:  GKBALAG                                *
      * PROGRAM OBJET :BALANCE DE CONTROLE PAR AGENCE, EN     *
      *                COMPLEMENT DE GKBALGL : LES LIGNES     *
      *                TBHIS DU JOUR D'UNE ENTITE (MAHIS GDB/ *
      *                GSU, GROUPEES PAR AGENCE) SONT         *
      *                CUMULEES EN DEBITS ET CREDITS PAR      *
      *                AGENCE ET PAR DEVISE ; CHAQUE AGENCE   *
      *                DOIT S'EQUILIBRER SEULE, LES VIREMENTS *
      *                VERS UNE AUTRE AGENCE L'ETANT PAR SON  *
      *                COMPTE DE LIAISON ; RETURN-CODE DEDIE  *
      *                SUR TOUT DESEQUILIBRE.                 *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - BALANCE PAR AGENCE        *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKBALAG.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    BALANCE PAR AGENCE, UNE LIGNE PAR AGENCE ET DEVISE
            SELECT BALAGRPT ASSIGN TO DDBALAG
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.

       FD BALAGRPT.
       01 RPT-ENREG PIC X(100).

       WORKING-STORAGE SECTION.

       COPY HISFUNC REPLACING ==()== BY ==HIS==.

      * JOURNEE A PROUVER ET ENTITE COMPTABLE, MEME CARTE SYSIN QUE
      * GKBALGL : DATE (YYYY-MM-DD, A BLANC = DATE DU JOUR), UN
      * BLANC, ENTITE (A BLANC = ENTITE PRINCIPALE).
       01 WS-PARM-CARD.
         05 WS-PARM-DATE    PIC X(10).
         05 FILLER          PIC X(01).
         05 WS-PARM-ENTITE  PIC X(03).
       01 WS-DATE-BALANCE PIC X(10).
       01 WS-DATE-SYSTEME PIC X(21).

      * AGENCE EN COURS (RUPTURE SUR LE CURSEUR, TRIE PAR AGENCE) ET
      * SES CUMULS PAR DEVISE. UNE OPERATION AVEC CONTREPARTIE
      * GENERALE (MONTANT CONVERTI PORTE) MOUVEMENTE LE COMPTE ET SON
      * COMPTE GENERAL EN SENS INVERSE, EN DEVISE DE BASE ; UNE JAMBE
      * DE VIREMENT OU UNE LIGNE DE LIAISON 'LIA' EST CUMULEE POUR LE
      * MONTANT DE L'OPERATION DANS SA DEVISE, AU SENS DU MOUVEMENT
      * DU COMPTE (MT-COMPTE).
       01 WS-AGENCE-COURANTE PIC X(03).
       01 WS-PREMIERE-SW     PIC X(01).
         88 WS-PREMIERE-LIGNE VALUE 'O'.
       01 WS-DEVISE-LIGNE    PIC X(03).
       01 WS-MT-LIGNE        PIC S9(13)V99.
       01 WS-NB-DEV PIC 9(02) VALUE 0.
       01 WS-TAB-DEV.
         05 WS-DV-ENTRY OCCURS 1 TO 20 TIMES
                        DEPENDING ON WS-NB-DEV
                        INDEXED BY WS-DX.
            10 WS-DV-DEVISE   PIC X(03).
            10 WS-DV-DEBITS   PIC S9(15)V99.
            10 WS-DV-CREDITS  PIC S9(15)V99.
            10 WS-DV-LIAISON  PIC S9(15)V99.
       01 WS-DV-TROUVEE-SW PIC X(01).
         88 WS-DV-TROUVEE VALUE 'O'.
       01 WS-AGENCE-KO-SW PIC X(01).
         88 WS-AGENCE-KO VALUE 'O'.
       01 WS-ECART PIC S9(15)V99.

       01 WS-RUN-COUNTERS.
         05 WS-NB-LIGNES      PIC 9(08) VALUE 0.
         05 WS-NB-IGNOREES    PIC 9(08) VALUE 0.
         05 WS-NB-AGENCES     PIC 9(03) VALUE 0.
         05 WS-NB-AGENCES-KO  PIC 9(03) VALUE 0.

       01 WS-LIGNE-BALANCE.
         05 WS-LB-AGENCE   PIC X(03).
         05 FILLER         PIC X(01).
         05 WS-LB-DEVISE   PIC X(03).
         05 FILLER         PIC X(01).
         05 WS-LB-DEBITS   PIC -ZZZZZZZZZZZ9.99.
         05 FILLER         PIC X(01).
         05 WS-LB-CREDITS  PIC -ZZZZZZZZZZZ9.99.
         05 FILLER         PIC X(01).
         05 WS-LB-LIAISON  PIC -ZZZZZZZZZZZ9.99.
         05 FILLER         PIC X(01).
         05 WS-LB-ECART    PIC -ZZZZZZZZZZZ9.99.
         05 FILLER         PIC X(01).
         05 WS-LB-VERDICT  PIC X(12).
         05 FILLER         PIC X(12).

       01 WS-FS-RPT PIC X(02).
         88 FS-RPT-OK VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-CUMULE-AGENCES.
           PERFORM 04-ENDPGM.

       01-BEGIN.
           INITIALIZE WS-RUN-COUNTERS
           MOVE 0 TO WS-NB-DEV
           SET WS-PREMIERE-LIGNE TO TRUE
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-DATE = SPACES
              MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
              STRING WS-DATE-SYSTEME(1:4) '-'
                     WS-DATE-SYSTEME(5:2) '-'
                     WS-DATE-SYSTEME(7:2)
                     DELIMITED BY SIZE INTO WS-DATE-BALANCE
           ELSE
              MOVE WS-PARM-DATE TO WS-DATE-BALANCE
           END-IF
           OPEN OUTPUT BALAGRPT
           .

      * PARCOURS DES LIGNES DU JOUR DE L'ENTITE (MAHIS GDB/GSU) AVEC
      * RUPTURE SUR L'AGENCE : LES CUMULS D'UNE AGENCE SONT EDITES ET
      * PROUVES DES QUE L'AGENCE SUIVANTE SE PRESENTE, PUIS EN FIN DE
      * PARCOURS POUR LA DERNIERE.
       02-CUMULE-AGENCES.
           INITIALIZE HIS-ZCMA
           MOVE 'GDB'           TO HIS-FONCTION
           MOVE WS-DATE-BALANCE TO HIS-DATE-OPER
           MOVE WS-PARM-ENTITE  TO HIS-ENTITE
           CALL 'MAHIS' USING HIS-ZCMA
           PERFORM UNTIL HIS-CODRET NOT = '00'
              IF WS-PREMIERE-LIGNE
                 MOVE 'N' TO WS-PREMIERE-SW
                 MOVE HIS-AGENCE TO WS-AGENCE-COURANTE
              END-IF
              IF HIS-AGENCE NOT = WS-AGENCE-COURANTE
                 PERFORM 03-PROUVE-AGENCE
                 MOVE HIS-AGENCE TO WS-AGENCE-COURANTE
              END-IF
              ADD 1 TO WS-NB-LIGNES
              PERFORM 02A-CUMULE-LIGNE
              MOVE 'GSU' TO HIS-FONCTION
              CALL 'MAHIS' USING HIS-ZCMA
           END-PERFORM
           IF HIS-CODRET NOT = '04'
              DISPLAY 'GKBALAG - PARCOURS TBHIS EN ERREUR : '
                      HIS-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           IF NOT WS-PREMIERE-LIGNE
              PERFORM 03-PROUVE-AGENCE
           END-IF
           .

       02A-CUMULE-LIGNE.
           EVALUATE TRUE
              WHEN HIS-MT-CONVERTI NOT = 0
                 MOVE 'EUR' TO WS-DEVISE-LIGNE
                 PERFORM 02B-CHERCHE-DEVISE
                 IF HIS-MT-CONVERTI < 0
                    COMPUTE WS-MT-LIGNE = 0 - HIS-MT-CONVERTI
                 ELSE
                    MOVE HIS-MT-CONVERTI TO WS-MT-LIGNE
                 END-IF
                 IF WS-DV-TROUVEE
                    ADD WS-MT-LIGNE TO WS-DV-DEBITS(WS-DX)
                    ADD WS-MT-LIGNE TO WS-DV-CREDITS(WS-DX)
                 END-IF
              WHEN HIS-MT-COMPTE NOT = 0
                 MOVE HIS-CODE-DEV TO WS-DEVISE-LIGNE
                 PERFORM 02B-CHERCHE-DEVISE
                 IF WS-DV-TROUVEE
                    IF HIS-MT-COMPTE < 0
                       ADD HIS-MONTANT TO WS-DV-DEBITS(WS-DX)
                       IF HIS-CODE-OPER = 'LIA'
                          SUBTRACT HIS-MONTANT
                              FROM WS-DV-LIAISON(WS-DX)
                       END-IF
                    ELSE
                       ADD HIS-MONTANT TO WS-DV-CREDITS(WS-DX)
                       IF HIS-CODE-OPER = 'LIA'
                          ADD HIS-MONTANT TO WS-DV-LIAISON(WS-DX)
                       END-IF
                    END-IF
                 END-IF
      * LIGNE SANS MOUVEMENT (MONTANT NUL, OU LIGNE ANTERIEURE A LA
      * DIMENSION DEVISE DU COMPTE) : RIEN A PROUVER.
              WHEN OTHER
                 ADD 1 TO WS-NB-IGNOREES
           END-EVALUATE
           .

       02B-CHERCHE-DEVISE.
           MOVE 'N' TO WS-DV-TROUVEE-SW
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-NB-DEV
              IF WS-DV-DEVISE(WS-DX) = WS-DEVISE-LIGNE
                 SET WS-DV-TROUVEE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-DV-TROUVEE
              IF WS-NB-DEV >= 20
                 DISPLAY 'GKBALAG - TABLE DES DEVISES PLEINE, AGENCE '
                         WS-AGENCE-COURANTE ' DEVISE ' WS-DEVISE-LIGNE
                 MOVE 16 TO RETURN-CODE
              ELSE
                 ADD 1 TO WS-NB-DEV
                 SET WS-DX TO WS-NB-DEV
                 INITIALIZE WS-DV-ENTRY(WS-DX)
                 MOVE WS-DEVISE-LIGNE TO WS-DV-DEVISE(WS-DX)
                 SET WS-DV-TROUVEE TO TRUE
              END-IF
           END-IF
           .

      * EDITION DE L'AGENCE : UNE LIGNE PAR DEVISE, DEBITS ET CREDITS
      * DOIVENT S'EGALER ; LA COLONNE LIAISON MONTRE LE NET DU JOUR SUR
      * LE COMPTE DE LIAISON (POSITIF : L'AGENCE DOIT AUX AUTRES).
       03-PROUVE-AGENCE.
           ADD 1 TO WS-NB-AGENCES
           MOVE 'N' TO WS-AGENCE-KO-SW
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-NB-DEV
              INITIALIZE WS-LIGNE-BALANCE
              MOVE WS-AGENCE-COURANTE    TO WS-LB-AGENCE
              MOVE WS-DV-DEVISE(WS-DX)   TO WS-LB-DEVISE
              MOVE WS-DV-DEBITS(WS-DX)   TO WS-LB-DEBITS
              MOVE WS-DV-CREDITS(WS-DX)  TO WS-LB-CREDITS
              MOVE WS-DV-LIAISON(WS-DX)  TO WS-LB-LIAISON
              COMPUTE WS-ECART =
                      WS-DV-CREDITS(WS-DX) - WS-DV-DEBITS(WS-DX)
              MOVE WS-ECART              TO WS-LB-ECART
              IF WS-ECART = 0
                 MOVE 'EQUILIBRE   ' TO WS-LB-VERDICT
              ELSE
                 MOVE 'DESEQUILIBRE' TO WS-LB-VERDICT
                 SET WS-AGENCE-KO TO TRUE
              END-IF
              WRITE RPT-ENREG FROM WS-LIGNE-BALANCE
           END-PERFORM
           IF WS-AGENCE-KO
              ADD 1 TO WS-NB-AGENCES-KO
           END-IF
           MOVE 0 TO WS-NB-DEV
           .

       04-ENDPGM.
           CLOSE BALAGRPT
           DISPLAY '**********************************'
           DISPLAY '*************GKBALAG**************'
           DISPLAY '**********************************'
           DISPLAY '* JOURNEE             : ' WS-DATE-BALANCE
           DISPLAY '* ENTITE              : ' WS-PARM-ENTITE
           DISPLAY '* LIGNES LUES         : ' WS-NB-LIGNES
           DISPLAY '* LIGNES SANS MVT     : ' WS-NB-IGNOREES
           DISPLAY '* AGENCES             : ' WS-NB-AGENCES
           DISPLAY '* AGENCES EN ECART    : ' WS-NB-AGENCES-KO
           IF WS-NB-AGENCES-KO = 0
              DISPLAY '* VERDICT             : AGENCES EQUILIBREES'
           ELSE
              DISPLAY '* VERDICT             : AGENCE DESEQUILIBREE'
              MOVE 40 TO RETURN-CODE
           END-IF
           DISPLAY '**********************************'
           STOP RUN
           .
