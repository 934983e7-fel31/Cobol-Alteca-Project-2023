      * --------- ------------  ----------------------------- *
      * 03/09/26 SOUAD   CREATION - ATTESTATIONS DE SOLDE A    *
      *          DATE AVEC PREUVE DE RECONSTITUTION            *
      * 15/10/26 SOUAD   COMPTE TENU EN DEVISE : LE SOLDE EST  *
      *          RECONSTITUE AVEC LE MONTANT APPLIQUE DANS LA  *
      *          DEVISE DU COMPTE (TBHIS.MT_COMPTE)            *
      *                                                       *
      *********************************************************

           MOVE WS-DATE-DEMANDEE  TO HIS-DATE-FIN
           CALL 'MAHIS' USING HIS-ZCMA
           PERFORM UNTIL HIS-CODRET NOT = '00'
              IF HIS-DEV-COMPTE NOT = SPACES
                 MOVE HIS-MT-COMPTE   TO WS-MT-APPLIQUE
              ELSE
                 MOVE HIS-MT-CONVERTI TO WS-MT-APPLIQUE
              END-IF
              PERFORM 02D-APPLIQUE-MOUVEMENT
              MOVE 'SUI' TO HIS-FONCTION
              CALL 'MAHIS' USING HIS-ZCMA
           END-PERFORM
           .

      * APPLICATION D'UN MOUVEMENT AU SOLDE : LE MONTANT DANS LA
      * DEVISE DU COMPTE OU LE MONTANT CONVERTI QUAND IL EST PORTE
      * (C'EST CELUI REELLEMENT APPLIQUE AUX SOLDES), SINON LE
      * MONTANT BRUT SIGNE DU SENS TBHOP (JAMBES DE VIREMENT).
       02D-APPLIQUE-MOUVEMENT.
           IF WS-MT-APPLIQUE = 0
              INITIALIZE OPE-ZCMA
