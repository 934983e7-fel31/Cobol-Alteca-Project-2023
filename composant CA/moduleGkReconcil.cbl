      *          UN FICHIER DE TRAVAIL TRIE PAR COMPTE ET UNE  *
      *          PASSE EN RUPTURE : PLUS DE PLAFOND DE         *
      *          COMPTES, TEMPS DE PASSAGE LINEAIRE            *
      * 15/10/26 SOUAD   RAPPROCHEMENT PAR ENTITE COMPTABLE    *
      *          (CARTE SYSIN, A BLANC = ENTITE PRINCIPALE) :  *
      *          SEULS LES COMPTES DE L'ENTITE SONT RAPPROCHES *
      *          ET LE SENS EST RESOLU SUR LE ROUTAGE TBHOP DE *
      *          L'ENTITE DU COMPTE, COMME AU POSTE            *
      *                                                       *
      *********************************************************

         05 TRI-HOLD     PIC S9(11)V99.
         05 TRI-PARC     PIC S9(11)V99.
         05 TRI-SUSPENS  PIC S9(11)V99.
      * ENTITE DE L'EN-TETE DU LOT, PORTEE PAR LES SEULES FICHES
      * ISSUES DU FLUX (TRI-ENTITE-SW A 'O') : ENTITE RETENUE POUR UN
      * COMPTE INCONNU DE TBCPT (POSTE EN SUSPENS).
         05 TRI-ENTITE   PIC X(03).
         05 TRI-ENTITE-SW PIC X(01).

       WORKING-STORAGE SECTION.

       COPY ZAOPE   REPLACING ==()== BY ==OPE==.
       COPY ZADEV   REPLACING ==()== BY ==DEV==.
       COPY CALERTE REPLACING ==()== BY ==ALR==.
       COPY CPTFUNC.

       01 WS-ORIGINE     PIC X(03).
       01 WS-DATE        PIC X(10).
      * ENTITE COMPTABLE PORTEE PAR L'EN-TETE DU LOT EN COURS DE
      * LECTURE (A SPACES = LOT SANS RESTRICTION D'ENTITE).
       01 WS-ENTITE-LOT  PIC X(03).

      * CARTE SYSIN : ENTITE COMPTABLE RAPPROCHEE ; A BLANC, ENTITE
      * PRINCIPALE.
       01 WS-PARM-ENTITE PIC X(03).

      * MONTANT SIGNE DE L'OPERATION COURANTE (DEBIT NEGATIF, CREDIT
      * POSITIF), CALCULE COMME 02A-TREATMENT DE MFMAJCPT LE FAIT AU
       01 WS-CUM-HOLD       PIC S9(11)V99.
       01 WS-CUM-PARC       PIC S9(11)V99.
       01 WS-CUM-SUSPENS    PIC S9(11)V99.
       01 WS-CUM-ENTITE     PIC X(03).
       01 WS-ENTITE-COMPTE  PIC X(03).
       01 WS-CUM-EXPLIQUE   PIC S9(11)V99.
       01 WS-MT-ECART       PIC S9(11)V99.
       01 WS-FIN-TRI-SW     PIC X(01).

       01-BEGIN.
           INITIALIZE WS-RUN-COUNTERS.
           MOVE SPACES TO WS-PARM-ENTITE.
           MOVE SPACES TO WS-ENTITE-LOT.
           ACCEPT WS-PARM-ENTITE FROM SYSIN.
           OPEN INPUT  FLUXRECORDS.
           OPEN OUTPUT RECON.
           .
           DISPLAY '**********************************'
           DISPLAY '************GKRECONCIL************'
           DISPLAY '**********************************'
           DISPLAY '* ENTITE              : ' WS-PARM-ENTITE
           DISPLAY '* COMPTES RAPPROCHES  : ' WS-NB-COMPTES
           DISPLAY '* COMPTES EN ECART    : ' WS-NB-ECARTS
           DISPLAY '* EXPLIQUES PAR REJET : '
              IF F1-TYPE-00 = '00'
                 MOVE F1-ORIGINE TO WS-ORIGINE
                 MOVE F1-DATE    TO WS-DATE
                 MOVE F1-ENTITE  TO WS-ENTITE-LOT
                 PERFORM 02I-ECRIT-ENTETE-RECON
              END-IF
              IF F1-TYPE-00 = '10'
           .

      * EN-TETE DU RAPPROCHEMENT, ECRITE A LA PREMIERE '00' RENCONTREE
      * (ORIGINE ET DATE DU LOT RAPPROCHE, ENTITE RAPPROCHEE) ; LES
      * TOTAUX NE SONT CONNUS QU'EN FIN DE RUN ET SONT REPORTES AU
      * TRAILER.
       02I-ECRIT-ENTETE-RECON.
           MOVE '00'       TO RC-TYPE-00
           MOVE WS-ORIGINE TO RC-ORIGINE-00
           MOVE WS-DATE    TO RC-DATE-00
           MOVE WS-PARM-ENTITE TO RC-ENTITE-00
           WRITE RECON-ENREG FROM RC-ENREG-00
           .

           INITIALIZE TRI-ENREG
           MOVE WS-COMPTE-JAMBE TO TRI-COMPTE
           MOVE WS-MT-SIGNE     TO TRI-ATTENDU
           MOVE WS-ENTITE-LOT   TO TRI-ENTITE
           MOVE 'O'             TO TRI-ENTITE-SW

           INITIALIZE HIS-ZCMA
           MOVE 'SEL'           TO HIS-FONCTION
      * TBDEV (MADEV) : MEME FORMULE QUE MFMAJCPT (COURS VENTE AU
      * DEBIT, COURS ACHAT AU CREDIT). UN CODE OPERATION OU DEVISE
      * INCONNU NE PEUT PAS ETRE VALORISE ET EST CUMULE A ZERO, LE
      * REJET CORRESPONDANT AYANT DEJA ETE TRACE PAR GKMAJ001. LE
      * ROUTAGE EST CELUI DE L'ENTITE DU COMPTE (A DEFAUT, CELLE DU
      * LOT), COMME AU POSTE PAR MFMAJCPT.
       02G-CALCULE-MONTANT-SIGNE.
           MOVE 0 TO WS-MT-SIGNE

           INITIALIZE CPT-ZCMA
           MOVE 'SEL'          TO CPT-FONCTION
           MOVE F1-COMPTE      TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA

           INITIALIZE OPE-ZCMA
           MOVE 'SEL'          TO OPE-FONCTION
           MOVE F1-CODE-OPER   TO OPE-CODE-OPER
           IF CPT-CODRET = '00'
              MOVE CPT-ENTITE    TO OPE-ENTITE
           ELSE
              MOVE WS-ENTITE-LOT TO OPE-ENTITE
           END-IF
           CALL 'MAOPE' USING OPE-ZCMA

           INITIALIZE DEV-ZCMA
       02D-CUMULE-EN-RUPTURE.
           MOVE 'N'    TO WS-FIN-TRI-SW
           MOVE SPACES TO WS-COMPTE-COURANT
           MOVE SPACES TO WS-CUM-ENTITE
           MOVE 0 TO WS-CUM-NB-OPER WS-CUM-ATTENDU WS-CUM-REEL
           MOVE 0 TO WS-CUM-REJETE WS-CUM-HOLD
           MOVE 0 TO WS-CUM-PARC WS-CUM-SUSPENS
                    PERFORM 02K-CLOT-COMPTE
                 END-IF
                 MOVE TRI-COMPTE TO WS-COMPTE-COURANT
                 MOVE SPACES     TO WS-CUM-ENTITE
                 MOVE 0 TO WS-CUM-NB-OPER WS-CUM-ATTENDU WS-CUM-REEL
                 MOVE 0 TO WS-CUM-REJETE WS-CUM-HOLD
                 MOVE 0 TO WS-CUM-PARC WS-CUM-SUSPENS
              ADD TRI-HOLD    TO WS-CUM-HOLD
              ADD TRI-PARC    TO WS-CUM-PARC
              ADD TRI-SUSPENS TO WS-CUM-SUSPENS
              IF TRI-ENTITE-SW = 'O'
                 MOVE TRI-ENTITE TO WS-CUM-ENTITE
              END-IF
              PERFORM 02E-RETOURNE-FICHE
           END-PERFORM
           IF WS-COMPTE-COURANT NOT = SPACES
      * CLASSE : COUVERT PAR LES REJETS ET/OU LES MISES EN ATTENTE DU
      * JOUR (BRUYANT MAIS SAIN), OU INEXPLIQUE (PERTE DE POSTE
      * POTENTIELLE, LA SEULE CLASSE QUI PORTE LE RETURN-CODE 40).
      * UN COMPTE D'UNE AUTRE ENTITE QUE CELLE RAPPROCHEE N'EST NI
      * ECRIT NI COMPTE ; UN COMPTE INCONNU DE TBCPT RELEVE DE
      * L'ENTITE DU LOT QUI L'A PORTE.
       02K-CLOT-COMPTE.
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'             TO CPT-FONCTION
           MOVE WS-COMPTE-COURANT TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA
           IF CPT-CODRET = '00'
              MOVE CPT-ENTITE    TO WS-ENTITE-COMPTE
           ELSE
              MOVE WS-CUM-ENTITE TO WS-ENTITE-COMPTE
           END-IF
           IF WS-ENTITE-COMPTE = WS-PARM-ENTITE
              PERFORM 02K1-ECRIT-COMPTE
           END-IF
           .

       02K1-ECRIT-COMPTE.
           ADD 1 TO WS-NB-COMPTES
           MOVE '10'               TO RC-TYPE-10
           MOVE WS-COMPTE-COURANT  TO RC-COMPTE-10
