      *********************************************************
      * PROGRAM NAME:  GKLIAREC                               *
      * PROGRAM OBJET :RAPPROCHEMENT NOCTURNE DES COMPTES DE  *
      *                LIAISON INTER-AGENCES : LES AGENCES    *
      *                SONT RELEVEES SUR TBCPT (PARCOURS      *
      *                MACPT), LEUR COMPTE DE LIAISON LU SUR  *
      *                TBPRM (COMPTE-LIAISON-<AGENCE>) ; POUR *
      *                CHAQUE COMPTE, LES LIGNES 'LIA' DU     *
      *                JOUR (MAHIS LNB) SONT COMPAREES A LA   *
      *                VARIATION REELLE DU COMPTE (MACHIS     *
      *                VNB), PUIS LA BANQUE ENTIERE DOIT      *
      *                SOLDER A ZERO (LIGNES, VARIATIONS ET   *
      *                SOLDES) ; RETURN-CODE DEDIE SUR ECART. *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - RAPPROCHEMENT INTER-      *
      *          AGENCES DES COMPTES DE LIAISON               *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKLIAREC.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    RAPPORT DE RAPPROCHEMENT, UNE LIGNE PAR AGENCE
            SELECT LIARPT ASSIGN TO DDLIARPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.

       FD LIARPT.
       01 RPT-ENREG PIC X(100).

       WORKING-STORAGE SECTION.

       COPY CPTFUNC.
       COPY ZAPRM   REPLACING ==()== BY ==PRM==.
       COPY HISFUNC REPLACING ==()== BY ==HIS==.
       COPY ZACHIS  REPLACING ==()== BY ==CHS==.

      * JOURNEE A RAPPROCHER, RECUE EN SYSIN (YYYY-MM-DD) ; A BLANC,
      * LA DATE DU JOUR EST RETENUE.
       01 WS-PARM-CARD.
         05 WS-PARM-DATE    PIC X(10).
         05 FILLER          PIC X(70).
       01 WS-DATE-RAPPRO  PIC X(10).
       01 WS-DATE-SYSTEME PIC X(21).

      * AGENCES RELEVEES SUR TBCPT (LES COMPTES SANS AGENCE N'ONT PAS
      * DE LIVRE D'AGENCE) ET LEUR COMPTE DE LIAISON (A SPACES : CLE
      * TBPRM ABSENTE, TOUT VIREMENT DE OU VERS L'AGENCE EST REJETE
      * AU POSTE).
       01 WS-NB-AGENCES PIC 9(03) VALUE 0.
       01 WS-TAB-AGENCES.
         05 WS-AG-ENTRY OCCURS 1 TO 200 TIMES
                        DEPENDING ON WS-NB-AGENCES
                        INDEXED BY WS-AX.
            10 WS-AG-CODE     PIC X(03).
            10 WS-AG-LIAISON  PIC X(11).
       01 WS-AG-TROUVEE-SW PIC X(01).
         88 WS-AG-TROUVEE VALUE 'O'.
       01 WS-AY PIC 9(03).
       01 WS-LIAISON-DEJA-VU-SW PIC X(01).
         88 WS-LIAISON-DEJA-VU VALUE 'O'.

      * CUMULS DE LA BANQUE : CHAQUE VIREMENT INTER-AGENCES POSTE UN
      * MOUVEMENT ET SON OPPOSE, LES TROIS CUMULS DOIVENT ETRE NULS.
       01 WS-TOTAUX.
         05 WS-TOT-LIGNES    PIC S9(15)V99.
         05 WS-TOT-VARIATION PIC S9(15)V99.
         05 WS-TOT-SOLDES    PIC S9(15)V99.

       01 WS-RUN-COUNTERS.
         05 WS-NB-LIAISONS     PIC 9(03) VALUE 0.
         05 WS-NB-SANS-LIAISON PIC 9(03) VALUE 0.
         05 WS-NB-ECARTS       PIC 9(03) VALUE 0.
         05 WS-NB-LIGNES-LIA   PIC 9(08) VALUE 0.

       01 WS-LIGNE-LIAISON.
         05 WS-LL-AGENCE    PIC X(03).
         05 FILLER          PIC X(01).
         05 WS-LL-COMPTE    PIC X(11).
         05 FILLER          PIC X(01).
         05 WS-LL-LIGNES    PIC -ZZZZZZZZZZZ9.99.
         05 FILLER          PIC X(01).
         05 WS-LL-VARIATION PIC -ZZZZZZZZZZZ9.99.
         05 FILLER          PIC X(01).
         05 WS-LL-SOLDE     PIC -ZZZZZZZZZZZ9.99.
         05 FILLER          PIC X(01).
         05 WS-LL-VERDICT   PIC X(14).
         05 FILLER          PIC X(19).

       01 WS-LIGNE-TOTAL.
         05 FILLER          PIC X(15) VALUE 'TOTAL BANQUE   '.
         05 FILLER          PIC X(01).
         05 WS-LT-LIGNES    PIC -ZZZZZZZZZZZZZ9.99.
         05 FILLER          PIC X(01).
         05 WS-LT-VARIATION PIC -ZZZZZZZZZZZZZ9.99.
         05 FILLER          PIC X(01).
         05 WS-LT-SOLDES    PIC -ZZZZZZZZZZZZZ9.99.
         05 FILLER          PIC X(01).
         05 WS-LT-VERDICT   PIC X(14).
         05 FILLER          PIC X(13).

       01 WS-FS-RPT PIC X(02).
         88 FS-RPT-OK VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-RELEVE-AGENCES.
           PERFORM 03-RAPPROCHE-LIAISONS.
           PERFORM 04-ENDPGM.

       01-BEGIN.
           INITIALIZE WS-RUN-COUNTERS
           INITIALIZE WS-TOTAUX
           MOVE 0 TO WS-NB-AGENCES
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-DATE = SPACES
              MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
              STRING WS-DATE-SYSTEME(1:4) '-'
                     WS-DATE-SYSTEME(5:2) '-'
                     WS-DATE-SYSTEME(7:2)
                     DELIMITED BY SIZE INTO WS-DATE-RAPPRO
           ELSE
              MOVE WS-PARM-DATE TO WS-DATE-RAPPRO
           END-IF
           OPEN OUTPUT LIARPT
           .

      * PARCOURS DE TBCPT (MACPT DEB/SUI) : CHAQUE AGENCE RENCONTREE
      * EST RETENUE UNE FOIS. LES COMPTES DE LIAISON SONT LUS APRES
      * LE PARCOURS, LE CURSEUR ETANT ALORS REFERME.
       02-RELEVE-AGENCES.
           INITIALIZE CPT-ZCMA
           MOVE 'DEB' TO CPT-FONCTION
           CALL 'MACPT' USING CPT-ZCMA
           PERFORM UNTIL CPT-CODRET NOT = '00'
              IF CPT-AGENCE NOT = SPACES
                 PERFORM 02A-RETIENT-AGENCE
              END-IF
              MOVE 'SUI' TO CPT-FONCTION
              CALL 'MACPT' USING CPT-ZCMA
           END-PERFORM
           IF CPT-CODRET NOT = '04'
              DISPLAY 'GKLIAREC - PARCOURS TBCPT EN ERREUR : '
                      CPT-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-NB-AGENCES
              PERFORM 02B-LIT-LIAISON
           END-PERFORM
           .

       02A-RETIENT-AGENCE.
           MOVE 'N' TO WS-AG-TROUVEE-SW
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-NB-AGENCES
              IF WS-AG-CODE(WS-AX) = CPT-AGENCE
                 SET WS-AG-TROUVEE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-AG-TROUVEE
              IF WS-NB-AGENCES >= 200
                 DISPLAY 'GKLIAREC - TABLE DES AGENCES PLEINE '
                         CPT-AGENCE
                 MOVE 16 TO RETURN-CODE
              ELSE
                 ADD 1 TO WS-NB-AGENCES
                 SET WS-AX TO WS-NB-AGENCES
                 MOVE CPT-AGENCE TO WS-AG-CODE(WS-AX)
                 MOVE SPACES     TO WS-AG-LIAISON(WS-AX)
              END-IF
           END-IF
           .

      * COMPTE DE LIAISON DE L'AGENCE (MEME CLE TBPRM QUE MFMAJCPT) ;
      * UNE AGENCE SANS COMPTE DE LIAISON EST SIGNALEE, SES VIREMENTS
      * VERS UNE AUTRE AGENCE ETANT REJETES AU POSTE.
       02B-LIT-LIAISON.
           INITIALIZE PRM-ZCMA
           MOVE 'SEL' TO PRM-FONCTION
           STRING 'COMPTE-LIAISON-'  DELIMITED BY SIZE
                  WS-AG-CODE(WS-AX)  DELIMITED BY SIZE
             INTO PRM-CLE
           CALL 'MAPRM' USING PRM-ZCMA
           EVALUATE PRM-CODRET
              WHEN '00'
                 MOVE PRM-VALEUR(1:11) TO WS-AG-LIAISON(WS-AX)
              WHEN '04'
                 ADD 1 TO WS-NB-SANS-LIAISON
                 INITIALIZE WS-LIGNE-LIAISON
                 MOVE WS-AG-CODE(WS-AX) TO WS-LL-AGENCE
                 MOVE 'SANS LIAISON  '  TO WS-LL-VERDICT
                 WRITE RPT-ENREG FROM WS-LIGNE-LIAISON
              WHEN OTHER
                 DISPLAY 'GKLIAREC - PARAMETRE ILLISIBLE ' PRM-CLE
                         ' : ' PRM-LIBRET
                 MOVE 16 TO RETURN-CODE
           END-EVALUATE
           .

      * RAPPROCHEMENT DE CHAQUE COMPTE DE LIAISON. UN COMPTE PARTAGE
      * PAR PLUSIEURS AGENCES (PARAMETRAGE A CORRIGER) N'EST COMPTE
      * QU'UNE FOIS DANS LES CUMULS DE LA BANQUE.
       03-RAPPROCHE-LIAISONS.
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-NB-AGENCES
              IF WS-AG-LIAISON(WS-AX) NOT = SPACES
                 PERFORM 03A-CHERCHE-DOUBLON
                 IF WS-LIAISON-DEJA-VU
                    DISPLAY 'GKLIAREC - COMPTE DE LIAISON PARTAGE '
                            WS-AG-LIAISON(WS-AX) ' AGENCE '
                            WS-AG-CODE(WS-AX)
                    IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                    END-IF
                 ELSE
                    ADD 1 TO WS-NB-LIAISONS
                    PERFORM 03B-RAPPROCHE-COMPTE
                 END-IF
              END-IF
           END-PERFORM
           INITIALIZE WS-LIGNE-TOTAL
           MOVE WS-TOT-LIGNES    TO WS-LT-LIGNES
           MOVE WS-TOT-VARIATION TO WS-LT-VARIATION
           MOVE WS-TOT-SOLDES    TO WS-LT-SOLDES
           IF WS-TOT-LIGNES = 0 AND WS-TOT-VARIATION = 0
              AND WS-TOT-SOLDES = 0
              MOVE 'SOLDE A ZERO  ' TO WS-LT-VERDICT
           ELSE
              MOVE 'NON SOLDE     ' TO WS-LT-VERDICT
              ADD 1 TO WS-NB-ECARTS
           END-IF
           WRITE RPT-ENREG FROM WS-LIGNE-TOTAL
           .

       03A-CHERCHE-DOUBLON.
           MOVE 'N' TO WS-LIAISON-DEJA-VU-SW
           PERFORM VARYING WS-AY FROM 1 BY 1
                   UNTIL WS-AY >= WS-AX
              IF WS-AG-LIAISON(WS-AY) = WS-AG-LIAISON(WS-AX)
                 SET WS-LIAISON-DEJA-VU TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .

      * POUR UN COMPTE DE LIAISON : SOLDE DU SOIR (MACPT SEL),
      * VARIATION REELLE DU JOUR (IMAGES TBCPTHIS, MACHIS VNB) ET
      * MOUVEMENT ATTENDU DES LIGNES 'LIA' DU JOUR (MAHIS LNB).
       03B-RAPPROCHE-COMPTE.
           INITIALIZE WS-LIGNE-LIAISON
           MOVE WS-AG-CODE(WS-AX)    TO WS-LL-AGENCE
           MOVE WS-AG-LIAISON(WS-AX) TO WS-LL-COMPTE
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'                TO CPT-FONCTION
           MOVE WS-AG-LIAISON(WS-AX) TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA
           INITIALIZE CHS-ZCMA
           MOVE 'VNB'                TO CHS-FONCTION
           MOVE WS-AG-LIAISON(WS-AX) TO CHS-COMPTE
           MOVE WS-DATE-RAPPRO       TO CHS-DDMAJ
           CALL 'MACHIS' USING CHS-ZCMA
           INITIALIZE HIS-ZCMA
           MOVE 'LNB'                TO HIS-FONCTION
           MOVE WS-AG-LIAISON(WS-AX) TO HIS-COMPTE
           MOVE WS-DATE-RAPPRO       TO HIS-DATE-OPER
           CALL 'MAHIS' USING HIS-ZCMA
           EVALUATE TRUE
              WHEN CPT-CODRET NOT = '00'
                 DISPLAY 'GKLIAREC - COMPTE DE LIAISON ILLISIBLE '
                         WS-AG-LIAISON(WS-AX) ' : ' CPT-LIBRET
                 MOVE 'COMPTE ABSENT ' TO WS-LL-VERDICT
                 ADD 1 TO WS-NB-ECARTS
              WHEN CHS-CODRET NOT = '00'
                 DISPLAY 'GKLIAREC - VARIATION ILLISIBLE, COMPTE '
                         WS-AG-LIAISON(WS-AX) ' : ' CHS-LIBRET
                 MOVE 16 TO RETURN-CODE
              WHEN HIS-CODRET NOT = '00'
                 DISPLAY 'GKLIAREC - LIGNES ILLISIBLES, COMPTE '
                         WS-AG-LIAISON(WS-AX) ' : ' HIS-LIBRET
                 MOVE 16 TO RETURN-CODE
              WHEN OTHER
                 ADD HIS-NB-JOUR     TO WS-NB-LIGNES-LIA
                 MOVE HIS-MT-COMPTE  TO WS-LL-LIGNES
                 MOVE CHS-VARIATION  TO WS-LL-VARIATION
                 MOVE CPT-SOLDE      TO WS-LL-SOLDE
                 ADD HIS-MT-COMPTE   TO WS-TOT-LIGNES
                 ADD CHS-VARIATION   TO WS-TOT-VARIATION
                 ADD CPT-SOLDE       TO WS-TOT-SOLDES
                 IF HIS-MT-COMPTE = CHS-VARIATION
                    MOVE 'RAPPROCHE     ' TO WS-LL-VERDICT
                 ELSE
                    MOVE 'ECART         ' TO WS-LL-VERDICT
                    ADD 1 TO WS-NB-ECARTS
                 END-IF
           END-EVALUATE
           WRITE RPT-ENREG FROM WS-LIGNE-LIAISON
           .

       04-ENDPGM.
           CLOSE LIARPT
           DISPLAY '**********************************'
           DISPLAY '*************GKLIAREC*************'
           DISPLAY '**********************************'
           DISPLAY '* JOURNEE             : ' WS-DATE-RAPPRO
           DISPLAY '* AGENCES             : ' WS-NB-AGENCES
           DISPLAY '* COMPTES DE LIAISON  : ' WS-NB-LIAISONS
           DISPLAY '* AGENCES SANS LIAISON: ' WS-NB-SANS-LIAISON
           DISPLAY '* LIGNES DE LIAISON   : ' WS-NB-LIGNES-LIA
           DISPLAY '* ECARTS              : ' WS-NB-ECARTS
           IF WS-NB-SANS-LIAISON > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-NB-ECARTS = 0
              DISPLAY '* VERDICT             : LIAISONS SOLDEES'
           ELSE
              DISPLAY '* VERDICT             : LIAISONS NON SOLDEES'
              MOVE 40 TO RETURN-CODE
           END-IF
           DISPLAY '**********************************'
           STOP RUN
           .
