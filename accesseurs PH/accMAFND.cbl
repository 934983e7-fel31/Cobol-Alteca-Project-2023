      *********************************************************
      * PROGRAM NAME:  MAFND                                  *
      * PROGRAM OBJET :ACCESSEUR DB2 DE LA TABLE TBFND         *
      *                (FONDS NON DISPONIBLES : CREDITS EN    *
      *                ATTENTE D'ENCAISSEMENT), ALIMENTEE PAR *
      *                MFMAJCPT AU POSTE ET TOTALISEE PAR SON *
      *                GARDE-FOU DE DISPONIBILITE             *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - FONCTIONS SEL, INS, UPD,   *
      *          DEL, SOM (FONDS NON DISPONIBLES D'UN COMPTE A *
      *          UNE DATE), PUR (PURGE DES LIGNES LIBEREES),   *
      *          PARCOURS DEB/SUI ET PARCOURS CDB/CSU DES      *
      *          LIGNES D'UN COMPTE                            *
      *                                                       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAFND.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

            EXEC SQL INCLUDE SQLCA END-EXEC.
            EXEC SQL INCLUDE FNDTBDCL END-EXEC.

      * PARCOURS DES LIGNES ENCORE A L'ETAT INDISPONIBLE, PAR COMPTE
      * PUIS DATE DE LIBERATION, POUR LE CONSTAT DES LIBERATIONS.
            EXEC SQL
               DECLARE CURFND CURSOR FOR
                  SELECT COMPTE, REF_OPER, CODE_OPER, MONTANT,
                         DATE_OPER, DATE_DISPO, STATUT
                     FROM TBFND
                     WHERE STATUT = 'I'
                     ORDER BY COMPTE, DATE_DISPO, REF_OPER
            END-EXEC.

      * PARCOURS DES LIGNES D'UN SEUL COMPTE (FONCTIONS CDB/CSU),
      * POUR LE REPORT SUR UN NOUVEAU NUMERO DE COMPTE.
            EXEC SQL
               DECLARE CURFNC CURSOR FOR
                  SELECT COMPTE, REF_OPER, CODE_OPER, MONTANT,
                         DATE_OPER, DATE_DISPO, STATUT
                     FROM TBFND
                     WHERE COMPTE = :COMPTE
                     ORDER BY DATE_DISPO, REF_OPER
            END-EXEC.

       01 WS-FND-TOTAL PIC S9(13)V9(2) USAGE COMP-3.
       01 WS-DATE-REF  PIC X(10).

       LINKAGE SECTION.
       COPY ZAFND REPLACING ==()== BY ==FND==.

       PROCEDURE DIVISION USING FND-ZCMA.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-CLOSEPGM.

       01-BEGIN.
           INITIALIZE  FND-RETOUR.

       02-TREATMENT.
           EVALUATE FND-FONCTION
              WHEN  'SEL'
                 PERFORM 02A-SELECT-LINE
              WHEN  'INS'
                 PERFORM 02B-INSERT-LINE
              WHEN  'UPD'
                 PERFORM 02C-UPDATE-LINE
              WHEN  'DEL'
                 PERFORM 02D-DELETE-LINE
              WHEN  'SOM'
                 PERFORM 02E-TOTAL-INDISPONIBLE
              WHEN  'DEB'
                 PERFORM 02F-DEBUT-LISTE
              WHEN  'SUI'
                 PERFORM 02G-SUIVANT-LISTE
              WHEN  'CDB'
                 PERFORM 02I-DEBUT-COMPTE
              WHEN  'CSU'
                 PERFORM 02J-SUIVANT-COMPTE
              WHEN  'PUR'
                 PERFORM 02L-PURGE-LIBERES
              WHEN OTHER
                 MOVE '10'  TO  FND-CODRET
                 MOVE 'FONCTION ERRONEE ' TO FND-LIBRET
           END-EVALUATE
           .

       03-CLOSEPGM.
           EXIT PROGRAM
           .

      *************PARAGRAPHS TREATMENT*********************

       02A-SELECT-LINE.
           MOVE FND-DONNEES TO DCLTBFND
           EXEC SQL
              SELECT CODE_OPER, MONTANT, DATE_OPER, DATE_DISPO,
                     STATUT
                 INTO :CODE-OPER, :MONTANT, :DATE-OPER,
                      :DATE-DISPO, :STATUT
                 FROM TBFND
                 WHERE COMPTE   = :COMPTE
                   AND REF_OPER = :REF-OPER
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLTBFND TO FND-DONNEES
                 MOVE '00'     TO FND-CODRET
              WHEN 100
                 MOVE '04' TO FND-CODRET
                 MOVE 'CREDIT INCONNU DE TBFND' TO FND-LIBRET
              WHEN OTHER
                 MOVE '12'    TO FND-CODRET
                 MOVE SQLCODE TO FND-SQLCODE
                 MOVE 'ERREUR SQL SELECT TBFND' TO FND-LIBRET
           END-EVALUATE
           .

       02B-INSERT-LINE.
           MOVE FND-DONNEES TO DCLTBFND
           EXEC SQL
              INSERT INTO TBFND VALUES
             (:COMPTE,
              :REF-OPER,
              :CODE-OPER,
              :MONTANT,
              :DATE-OPER,
              :DATE-DISPO,
              :STATUT)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO FND-CODRET
              WHEN OTHER
                 MOVE '12'    TO FND-CODRET
                 MOVE SQLCODE TO FND-SQLCODE
                 MOVE 'ERREUR SQL INSERT TBFND' TO FND-LIBRET
           END-EVALUATE
           .

      * SEUL LE STATUT D'UNE LIGNE EST REACTUALISE (CONSTAT DE LA
      * LIBERATION PAR GKDISPO).
       02C-UPDATE-LINE.
           MOVE FND-DONNEES TO DCLTBFND
           EXEC SQL
              UPDATE TBFND
                SET STATUT = :STATUT
                WHERE COMPTE   = :COMPTE
                  AND REF_OPER = :REF-OPER
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO FND-CODRET
              WHEN 100
                 MOVE '04' TO FND-CODRET
                 MOVE 'CREDIT INCONNU DE TBFND' TO FND-LIBRET
              WHEN OTHER
                 MOVE '12'    TO FND-CODRET
                 MOVE SQLCODE TO FND-SQLCODE
                 MOVE 'ERREUR SQL UPDATE TBFND' TO FND-LIBRET
           END-EVALUATE
           .

       02D-DELETE-LINE.
           MOVE FND-DONNEES TO DCLTBFND
           EXEC SQL
              DELETE FROM TBFND
                WHERE COMPTE   = :COMPTE
                  AND REF_OPER = :REF-OPER
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO FND-CODRET
              WHEN 100
                 MOVE '04' TO FND-CODRET
                 MOVE 'CREDIT INCONNU DE TBFND' TO FND-LIBRET
              WHEN OTHER
                 MOVE '12'    TO FND-CODRET
                 MOVE SQLCODE TO FND-SQLCODE
                 MOVE 'ERREUR SQL DELETE TBFND' TO FND-LIBRET
           END-EVALUATE
           .

      * TOTAL DES CREDITS DU COMPTE DEJA POSTES A LA DATE DE
      * REFERENCE ET PAS ENCORE LIBERES A CETTE DATE ; SERVI DANS
      * FND-MONTANT, ZERO QUAND LE COMPTE N'EN A AUCUN. LE STATUT
      * N'INTERVIENT PAS : LA LIBERATION NE DEPEND QUE DE LA DATE.
       02E-TOTAL-INDISPONIBLE.
           MOVE FND-DONNEES  TO DCLTBFND
           MOVE FND-DATE-REF TO WS-DATE-REF
           EXEC SQL
              SELECT COALESCE(SUM(MONTANT), 0)
                 INTO :WS-FND-TOTAL
                 FROM TBFND
                 WHERE COMPTE     = :COMPTE
                   AND DATE_OPER <= :WS-DATE-REF
                   AND DATE_DISPO > :WS-DATE-REF
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00'         TO FND-CODRET
                 MOVE WS-FND-TOTAL TO FND-MONTANT
              WHEN OTHER
                 MOVE '12'    TO FND-CODRET
                 MOVE SQLCODE TO FND-SQLCODE
                 MOVE 'ERREUR SQL TOTAL TBFND' TO FND-LIBRET
           END-EVALUATE
           .

       02F-DEBUT-LISTE.
           EXEC SQL OPEN CURFND END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02G-SUIVANT-LISTE
              WHEN OTHER
                 MOVE '12'    TO FND-CODRET
                 MOVE SQLCODE TO FND-SQLCODE
                 MOVE 'ERREUR SQL OPEN TBFND' TO FND-LIBRET
           END-EVALUATE
           .

       02G-SUIVANT-LISTE.
           EXEC SQL
              FETCH CURFND
                 INTO :COMPTE, :REF-OPER, :CODE-OPER, :MONTANT,
                      :DATE-OPER, :DATE-DISPO, :STATUT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLTBFND TO FND-DONNEES
                 MOVE '00'     TO FND-CODRET
              WHEN 100
                 MOVE '04' TO FND-CODRET
                 MOVE 'FIN DE LISTE TBFND' TO FND-LIBRET
                 PERFORM 02H-FERME-LISTE
              WHEN OTHER
                 MOVE '12'    TO FND-CODRET
                 MOVE SQLCODE TO FND-SQLCODE
                 MOVE 'ERREUR SQL FETCH TBFND' TO FND-LIBRET
           END-EVALUATE
           .

       02H-FERME-LISTE.
           EXEC SQL CLOSE CURFND END-EXEC
           .

       02I-DEBUT-COMPTE.
           MOVE FND-DONNEES TO DCLTBFND
           EXEC SQL OPEN CURFNC END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02J-SUIVANT-COMPTE
              WHEN OTHER
                 MOVE '12'    TO FND-CODRET
                 MOVE SQLCODE TO FND-SQLCODE
                 MOVE 'ERREUR SQL OPEN TBFND' TO FND-LIBRET
           END-EVALUATE
           .

       02J-SUIVANT-COMPTE.
           EXEC SQL
              FETCH CURFNC
                 INTO :COMPTE, :REF-OPER, :CODE-OPER, :MONTANT,
                      :DATE-OPER, :DATE-DISPO, :STATUT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLTBFND TO FND-DONNEES
                 MOVE '00'     TO FND-CODRET
              WHEN 100
                 MOVE '04' TO FND-CODRET
                 MOVE 'FIN DE LISTE TBFND' TO FND-LIBRET
                 PERFORM 02K-FERME-COMPTE
              WHEN OTHER
                 MOVE '12'    TO FND-CODRET
                 MOVE SQLCODE TO FND-SQLCODE
                 MOVE 'ERREUR SQL FETCH TBFND' TO FND-LIBRET
           END-EVALUATE
           .

       02K-FERME-COMPTE.
           EXEC SQL CLOSE CURFNC END-EXEC
           .

      * PURGE DES LIGNES DONT LA LIBERATION A ETE CONSTATEE ET DONT
      * LA DATE DE LIBERATION PRECEDE LA DATE DE REFERENCE (BORNE DE
      * RETENTION CALCULEE PAR L'APPELANT) ; AUCUNE LIGNE A PURGER
      * N'EST PAS UNE ERREUR.
       02L-PURGE-LIBERES.
           MOVE FND-DATE-REF TO WS-DATE-REF
           EXEC SQL
              DELETE FROM TBFND
                WHERE STATUT     = 'L'
                  AND DATE_DISPO < :WS-DATE-REF
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
              WHEN 100
                 MOVE '00' TO FND-CODRET
              WHEN OTHER
                 MOVE '12'    TO FND-CODRET
                 MOVE SQLCODE TO FND-SQLCODE
                 MOVE 'ERREUR SQL PURGE TBFND' TO FND-LIBRET
           END-EVALUATE
           .
