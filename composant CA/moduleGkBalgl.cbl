      * 03/09/26 SOUAD   SOUS-TOTAUX PAR PRODUIT DE COMPTE    *
      *          (NOMBRE ET SOLDES TBCPT) AJOUTES EN QUEUE DU *
      *          RAPPORT DE BALANCE                            *
      * 15/10/26 SOUAD   BALANCE PAR ENTITE COMPTABLE (CARTE   *
      *          SYSIN, A BLANC = ENTITE PRINCIPALE) : ROUTAGE *
      *          TBHOP, MOUVEMENTS TBHIS ET SOUS-TOTAUX        *
      *          PRODUIT RESTREINTS AUX LIVRES DE L'ENTITE     *
      *                                                       *
      *********************************************************

       COPY CPTFUNC.

      * JOURNEE A PROUVER, RECUE EN SYSIN (YYYY-MM-DD) ; A BLANC, LA
      * DATE DU JOUR EST RETENUE. L'ENTITE COMPTABLE DONT LES LIVRES
      * SONT PROUVES SUIT APRES UN BLANC ; A BLANC, ENTITE PRINCIPALE.
       01 WS-PARM-CARD.
         05 WS-PARM-DATE    PIC X(10).
         05 FILLER          PIC X(01).
         05 WS-PARM-ENTITE  PIC X(03).
       01 WS-DATE-BALANCE PIC X(10).
       01 WS-DATE-SYSTEME PIC X(21).

           MOVE 0 TO WS-NB-GL
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
           OPEN OUTPUT BALRPT
           .
           CALL 'MAOPE' USING OPE-ZCMA

           PERFORM UNTIL OPE-CODRET NOT = '00'
      * SEUL LE ROUTAGE DE L'ENTITE PROUVEE EST RETENU.
              IF OPE-ENTITE = WS-PARM-ENTITE
                 ADD 1 TO WS-NB-CODES
                 PERFORM 02A-CUMULE-CODE
              END-IF
              MOVE 'SUI' TO OPE-FONCTION
              CALL 'MAOPE' USING OPE-ZCMA
           END-PERFORM
           MOVE 'CNB'             TO HIS-FONCTION
           MOVE OPE-CODE-OPER     TO HIS-CODE-OPER
           MOVE WS-DATE-BALANCE   TO HIS-DATE-OPER
           MOVE WS-PARM-ENTITE    TO HIS-ENTITE
           CALL 'MAHIS' USING HIS-ZCMA
           IF HIS-CODRET NOT = '00'
              DISPLAY 'GKBALGL - TOTAUX ILLISIBLES, CODE '
           MOVE 'DEB' TO CPT-FONCTION
           CALL 'MACPT' USING CPT-ZCMA
           PERFORM UNTIL CPT-CODRET NOT = '00'
              IF CPT-ENTITE = WS-PARM-ENTITE
                 PERFORM 03C-CUMULE-PRODUIT
              END-IF
              MOVE 'SUI' TO CPT-FONCTION
              CALL 'MACPT' USING CPT-ZCMA
           END-PERFORM
           DISPLAY '*************GKBALGL**************'
           DISPLAY '**********************************'
           DISPLAY '* JOURNEE             : ' WS-DATE-BALANCE
           DISPLAY '* ENTITE              : ' WS-PARM-ENTITE
           DISPLAY '* CODES PARCOURUS     : ' WS-NB-CODES
           DISPLAY '* COMPTES GENERAUX    : ' WS-NB-GL
           DISPLAY '* COMPTES EN ECART    : ' WS-NB-ECARTS
