      *********************************************************
      * PROGRAM NAME:  GKPRTAMO                               *
      * PROGRAM OBJET :CALCUL DU TABLEAU D'AMORTISSEMENT A    *
      *                ECHEANCES CONSTANTES (MODULE APPELE) : *
      *                ECHEANCE = C x T / (1 - (1+T)**-N) AU  *
      *                TAUX MENSUEL T, INTERETS SUR LE CAPITAL*
      *                RESTANT, LA DERNIERE ECHEANCE SOLDE LE *
      *                CAPITAL ; LES LIGNES SONT INSEREES SUR *
      *                TBECH (MAECH) AU STATUT 'P' PREVUE     *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - TABLEAU D'AMORTISSEMENT    *
      *          DES PRETS (MISE EN PLACE ET RECALCUL)         *
      *                                                       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GKPRTAMO.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY ZAECH REPLACING ==()== BY ==ECH==.

      * TAUX MENSUEL ET FACTEUR (1+T)**N, EN PRECISION ETENDUE POUR
      * QUE L'ECHEANCE ARRONDIE AU CENTIME NE DERIVE PAS SUR LES
      * LONGUES DUREES.
       01 WS-TAUX-MENSUEL  PIC S9(01)V9(12) USAGE COMP-3.
       01 WS-FACTEUR       PIC S9(09)V9(10) USAGE COMP-3.
       01 WS-RESTANT       PIC S9(11)V9(2)  USAGE COMP-3.
       01 WS-IX            PIC 9(03).

      * ECHEANCES SUCCESSIVES : MEME QUANTIEME QUE LA PREMIERE,
      * BORNE AU DERNIER JOUR DU MOIS (MEME REGLE QUE GKORDGEN).
       01 WS-AA           PIC 9(04).
       01 WS-MM           PIC 9(02).
       01 WS-JJ           PIC 9(02).
       01 WS-JJ-ORIGINE   PIC 9(02).
       01 WS-DATE-NUM     PIC 9(08).
       01 WS-JOURS-CALC   PIC 9(08).

       LINKAGE SECTION.
       COPY CPRTAMO REPLACING ==()== BY ==AMO==.

       PROCEDURE DIVISION USING AMO-ZONE.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-CLOSEPGM.

       01-BEGIN.
           MOVE '00'   TO AMO-CODRET
           MOVE SPACES TO AMO-LIBRET
           MOVE 0      TO AMO-MT-ECHEANCE.

       02-TREATMENT.
           IF AMO-CAPITAL NOT > 0
           OR AMO-NB-ECHEANCES = 0
           OR AMO-TAUX < 0
           OR AMO-DATE-DEBUT(1:4) IS NOT NUMERIC
           OR AMO-DATE-DEBUT(6:2) IS NOT NUMERIC
           OR AMO-DATE-DEBUT(9:2) IS NOT NUMERIC
              MOVE '08' TO AMO-CODRET
              MOVE 'DONNEES DU PRET INCOHERENTES' TO AMO-LIBRET
           ELSE
              PERFORM 02A-CALCULE-ECHEANCE
              PERFORM 02B-GENERE-TABLEAU
           END-IF
           .

       03-CLOSEPGM.
           EXIT PROGRAM
           .

      *************PARAGRAPHS TREATMENT*********************

      * ECHEANCE CONSTANTE ; A TAUX NUL, LE CAPITAL EST SIMPLEMENT
      * REPARTI EN PARTS EGALES.
       02A-CALCULE-ECHEANCE.
           COMPUTE WS-TAUX-MENSUEL = AMO-TAUX / 1200
           IF WS-TAUX-MENSUEL = 0
              COMPUTE AMO-MT-ECHEANCE ROUNDED =
                      AMO-CAPITAL / AMO-NB-ECHEANCES
           ELSE
              COMPUTE WS-FACTEUR =
                      (1 + WS-TAUX-MENSUEL) ** AMO-NB-ECHEANCES
              COMPUTE AMO-MT-ECHEANCE ROUNDED =
                      AMO-CAPITAL * WS-TAUX-MENSUEL * WS-FACTEUR
                      / (WS-FACTEUR - 1)
           END-IF
           .

      * UNE LIGNE PAR ECHEANCE : INTERETS DU MOIS SUR LE CAPITAL
      * RESTANT, LE RESTE DE L'ECHEANCE AMORTIT LE CAPITAL ; LA
      * DERNIERE ECHEANCE REPREND EXACTEMENT LE CAPITAL RESTANT
      * (L'ECART D'ARRONDI NE LAISSE JAMAIS DE RELIQUAT).
       02B-GENERE-TABLEAU.
           MOVE AMO-CAPITAL          TO WS-RESTANT
           MOVE AMO-DATE-DEBUT(1:4)  TO WS-AA
           MOVE AMO-DATE-DEBUT(6:2)  TO WS-MM
           MOVE AMO-DATE-DEBUT(9:2)  TO WS-JJ-ORIGINE
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > AMO-NB-ECHEANCES
                      OR AMO-CODRET NOT = '00'
              INITIALIZE ECH-ZCMA
              MOVE 'INS'       TO ECH-FONCTION
              MOVE AMO-ID-PRET TO ECH-ID-PRET
              COMPUTE ECH-NUM = AMO-NUM-DEBUT + WS-IX - 1
              MOVE WS-JJ-ORIGINE TO WS-JJ
              PERFORM 02C-BORNE-QUANTIEME
              STRING WS-AA '-' WS-MM '-' WS-JJ
                     DELIMITED BY SIZE INTO ECH-DATE-ECHEANCE
              COMPUTE ECH-MT-INTERET ROUNDED =
                      WS-RESTANT * WS-TAUX-MENSUEL
              IF WS-IX = AMO-NB-ECHEANCES
                 MOVE WS-RESTANT TO ECH-MT-CAPITAL
              ELSE
                 COMPUTE ECH-MT-CAPITAL =
                         AMO-MT-ECHEANCE - ECH-MT-INTERET
                 IF ECH-MT-CAPITAL > WS-RESTANT
                    MOVE WS-RESTANT TO ECH-MT-CAPITAL
                 END-IF
              END-IF
              SUBTRACT ECH-MT-CAPITAL FROM WS-RESTANT
              MOVE WS-RESTANT TO ECH-CAPITAL-RESTANT
              MOVE 'P'        TO ECH-STATUT
              MOVE SPACES     TO ECH-DATE-IMPAYE
              MOVE 0          TO ECH-NB-PRESENTATIONS
              CALL 'MAECH' USING ECH-ZCMA
              IF ECH-CODRET NOT = '00'
                 MOVE '12'       TO AMO-CODRET
                 MOVE ECH-LIBRET TO AMO-LIBRET
              END-IF
              IF WS-MM = 12
                 ADD 1 TO WS-AA
                 MOVE 1 TO WS-MM
              ELSE
                 ADD 1 TO WS-MM
              END-IF
           END-PERFORM
           .

      * LE QUANTIEME EST BORNE AU DERNIER JOUR REEL DU MOIS CIBLE
      * (CALCULE PAR LE PREMIER DU MOIS SUIVANT MOINS UN JOUR).
       02C-BORNE-QUANTIEME.
           IF WS-JJ > 28
              IF WS-MM = 12
                 COMPUTE WS-DATE-NUM = (WS-AA + 1) * 10000 + 101
              ELSE
                 COMPUTE WS-DATE-NUM =
                         WS-AA * 10000 + (WS-MM + 1) * 100 + 1
              END-IF
              COMPUTE WS-JOURS-CALC =
                      FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
              COMPUTE WS-DATE-NUM =
                      FUNCTION DATE-OF-INTEGER(WS-JOURS-CALC)
              IF WS-JJ > WS-DATE-NUM(7:2)
                 MOVE WS-DATE-NUM(7:2) TO WS-JJ
              END-IF
           END-IF
           .
