      * --------- ------------  ----------------------------- *
      * 03/09/26 SOUAD   CREATION - REJEU DE POSITION COMPARE  *
      *          / REBUILD DEPUIS UNE EXTRACTION               *
      * 15/10/26 SOUAD   COMPTE TENU EN DEVISE : LE MONTANT    *
      *          APPLIQUE AU COMPTE EST CELUI DE SA DEVISE     *
      *          (TBHIS.MT_COMPTE), LE COMPTE GENERAL RESTANT  *
      *          MOUVEMENTE EN DEVISE DE BASE ; LA DEVISE DU   *
      *          COMPTE EST REPORTEE DANS LE REBUILD           *
      *                                                       *
      *********************************************************

            10 WS-CP-COMPTE PIC X(11).
            10 WS-CP-SOLDE  PIC S9(13)V99.
            10 WS-CP-NOM    PIC X(20).
            10 WS-CP-DEVISE PIC X(03).
       01 WS-CP-TROUVE-SW PIC X(01).
         88 WS-CP-TROUVE VALUE 'O'.
       01 WS-COMPTE-CIBLE PIC X(11).
                    MOVE SN-COMPTE-10 TO WS-CP-COMPTE(WS-CX)
                    MOVE SN-SOLDE-10  TO WS-CP-SOLDE(WS-CX)
                    MOVE SN-NOM-10    TO WS-CP-NOM(WS-CX)
                    MOVE SN-DEVISE-10 TO WS-CP-DEVISE(WS-CX)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
       03A-REJOUE-MOUVEMENT.
           IF HIS-MT-CONVERTI NOT = 0
      * MOUVEMENT ORDINAIRE : LE CONVERTI S'APPLIQUE AU COMPTE, SON
      * INVERSE AU COMPTE GENERAL DU CODE. UNE LIGNE QUI PORTE LA
      * DEVISE DU COMPTE APPLIQUE AU COMPTE SON MONTANT DANS CETTE
      * DEVISE, LE COMPTE GENERAL RESTANT EN DEVISE DE BASE.
              MOVE HIS-COMPTE      TO WS-COMPTE-CIBLE
              IF HIS-DEV-COMPTE NOT = SPACES
                 MOVE HIS-MT-COMPTE   TO WS-MT-A-APPLIQUER
              ELSE
                 MOVE HIS-MT-CONVERTI TO WS-MT-A-APPLIQUER
              END-IF
              PERFORM 03B-APPLIQUE
              INITIALIZE OPE-ZCMA
              MOVE 'SEL'         TO OPE-FONCTION
           ELSE
      * JAMBE DE VIREMENT (CONVERTI A ZERO) : LE MONTANT BRUT
      * S'APPLIQUE AU COMPTE DANS LE SENS DU CODE TBHOP, AUCUN
      * COMPTE GENERAL N'EST TOUCHE ; LE MONTANT DANS LA DEVISE DU
      * COMPTE, QUAND IL EST PORTE, S'APPLIQUE TEL QUEL.
              IF HIS-DEV-COMPTE NOT = SPACES
                 MOVE HIS-COMPTE    TO WS-COMPTE-CIBLE
                 MOVE HIS-MT-COMPTE TO WS-MT-A-APPLIQUER
                 PERFORM 03B-APPLIQUE
              ELSE
                 INITIALIZE OPE-ZCMA
                 MOVE 'SEL'         TO OPE-FONCTION
                 MOVE HIS-CODE-OPER TO OPE-CODE-OPER
                 CALL 'MAOPE' USING OPE-ZCMA
                 IF OPE-CODRET = '00'
                    MOVE HIS-COMPTE TO WS-COMPTE-CIBLE
                    IF OPE-SENS = 'D'
                       COMPUTE WS-MT-A-APPLIQUER = 0 - HIS-MONTANT
                    ELSE
                       MOVE HIS-MONTANT TO WS-MT-A-APPLIQUER
                    END-IF
                    PERFORM 03B-APPLIQUE
                 END-IF
              END-IF
           END-IF
           .
                 MOVE WS-COMPTE-CIBLE TO WS-CP-COMPTE(WS-CX)
                 MOVE 0               TO WS-CP-SOLDE(WS-CX)
                 MOVE '(NOUVEAU)'     TO WS-CP-NOM(WS-CX)
                 MOVE SPACES          TO WS-CP-DEVISE(WS-CX)
                 ADD 1 TO WS-NB-NOUVEAUX
              END-IF
           END-IF
              MOVE WS-CP-COMPTE(WS-CX) TO SN-COMPTE-10
              MOVE WS-CP-NOM(WS-CX)    TO SN-NOM-10
              MOVE WS-CP-SOLDE(WS-CX)  TO SN-SOLDE-10
              MOVE WS-CP-DEVISE(WS-CX) TO SN-DEVISE-10
              WRITE REBUILD-ENREG FROM SN-ENREG-10
              ADD WS-CP-SOLDE(WS-CX) TO WS-MT-SOLDES
           END-PERFORM
