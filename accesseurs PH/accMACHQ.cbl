      *********************************************************
      * PROGRAM NAME:  MACHQ                                  *
      * PROGRAM OBJET :ACCESSEUR DB2 DE LA TABLE TBCHQ         *
      *                (CHEQUIERS DELIVRES : COMPTE, PLAGE DE  *
      *                NUMEROS, DATE DE DELIVRANCE, STATUT),   *
      *                MAINTENUE PAR CHGTBCHQ ET CONSULTEE     *
      *                AVANT POSTE DES CHEQUES 'CHQ'           *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - FONCTIONS SEL, INS, UPD,   *
      *          DEL, NUM (CARNET CONTENANT UN NUMERO) ET      *
      *          DEB/SUI (TOUS LES CARNETS, ORDRE COMPTE)      *
      *                                                       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MACHQ.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

            EXEC SQL INCLUDE SQLCA END-EXEC.
            EXEC SQL INCLUDE CHQTBDCL END-EXEC.

       01 WS-NUM-CHEQUE PIC 9(07).

      * PARCOURS DE TOUS LES CARNETS, PAR COMPTE ET PREMIER NUMERO
      * (DEB/SUI), POUR L'ETAT DES CHEQUES EN CIRCULATION.
            EXEC SQL
               DECLARE CURCHQ CURSOR FOR
                  SELECT COMPTE, NUM_DEBUT, NUM_FIN, DATE_EMISSION,
                         STATUT
                     FROM TBCHQ
                     ORDER BY COMPTE, NUM_DEBUT
            END-EXEC.

       LINKAGE SECTION.
       COPY ZACHQ REPLACING ==()== BY ==CHQ==.

       PROCEDURE DIVISION USING CHQ-ZCMA.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-CLOSEPGM.

       01-BEGIN.
           INITIALIZE  CHQ-RETOUR.

       02-TREATMENT.
           EVALUATE CHQ-FONCTION
              WHEN  'SEL'
                 PERFORM 02A-SELECT-LINE
              WHEN  'INS'
                 PERFORM 02B-INSERT-LINE
              WHEN  'UPD'
                 PERFORM 02C-UPDATE-LINE
              WHEN  'DEL'
                 PERFORM 02D-DELETE-LINE
              WHEN  'NUM'
                 PERFORM 02E-SELECT-NUMERO
              WHEN  'DEB'
                 PERFORM 02F-DEBUT-LISTE
              WHEN  'SUI'
                 PERFORM 02G-SUIVANT-LISTE
              WHEN OTHER
                 MOVE '10'  TO  CHQ-CODRET
                 MOVE 'FONCTION ERRONEE ' TO CHQ-LIBRET
           END-EVALUATE
           .

       03-CLOSEPGM.
           EXIT PROGRAM
           .

      *************PARAGRAPHS TREATMENT*********************

       02A-SELECT-LINE.
           MOVE CHQ-COMPTE    TO COMPTE    OF DCLTBCHQ
           MOVE CHQ-NUM-DEBUT TO NUM-DEBUT OF DCLTBCHQ
           EXEC SQL
              SELECT NUM_FIN, DATE_EMISSION, STATUT
                 INTO :NUM-FIN, :DATE-EMISSION, :STATUT
                 FROM TBCHQ
                 WHERE COMPTE    = :COMPTE
                   AND NUM_DEBUT = :NUM-DEBUT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02I-RESTITUE-LIGNE
              WHEN 100
                 MOVE '04' TO CHQ-CODRET
                 MOVE 'CHEQUIER INCONNU DE TBCHQ' TO CHQ-LIBRET
              WHEN OTHER
                 MOVE '12'    TO CHQ-CODRET
                 MOVE SQLCODE TO CHQ-SQLCODE
                 MOVE 'ERREUR SQL SELECT TBCHQ' TO CHQ-LIBRET
           END-EVALUATE
           .

       02B-INSERT-LINE.
           MOVE CHQ-DONNEES TO DCLTBCHQ
           EXEC SQL
              INSERT INTO TBCHQ VALUES
             (:COMPTE,
              :NUM-DEBUT,
              :NUM-FIN,
              :DATE-EMISSION,
              :STATUT)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO CHQ-CODRET
              WHEN OTHER
                 MOVE '12'    TO CHQ-CODRET
                 MOVE SQLCODE TO CHQ-SQLCODE
                 MOVE 'ERREUR SQL INSERT TBCHQ' TO CHQ-LIBRET
           END-EVALUATE
           .

       02C-UPDATE-LINE.
           MOVE CHQ-DONNEES TO DCLTBCHQ
           EXEC SQL
              UPDATE TBCHQ
                SET NUM_FIN       = :NUM-FIN,
                    DATE_EMISSION = :DATE-EMISSION,
                    STATUT        = :STATUT
                WHERE COMPTE    = :COMPTE
                  AND NUM_DEBUT = :NUM-DEBUT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO CHQ-CODRET
              WHEN 100
                 MOVE '04' TO CHQ-CODRET
                 MOVE 'CHEQUIER INCONNU DE TBCHQ' TO CHQ-LIBRET
              WHEN OTHER
                 MOVE '12'    TO CHQ-CODRET
                 MOVE SQLCODE TO CHQ-SQLCODE
                 MOVE 'ERREUR SQL UPDATE TBCHQ' TO CHQ-LIBRET
           END-EVALUATE
           .

       02D-DELETE-LINE.
           MOVE CHQ-DONNEES TO DCLTBCHQ
           EXEC SQL
              DELETE FROM TBCHQ
                WHERE COMPTE    = :COMPTE
                  AND NUM_DEBUT = :NUM-DEBUT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO CHQ-CODRET
              WHEN 100
                 MOVE '04' TO CHQ-CODRET
                 MOVE 'CHEQUIER INCONNU DE TBCHQ' TO CHQ-LIBRET
              WHEN OTHER
                 MOVE '12'    TO CHQ-CODRET
                 MOVE SQLCODE TO CHQ-SQLCODE
                 MOVE 'ERREUR SQL DELETE TBCHQ' TO CHQ-LIBRET
           END-EVALUATE
           .

      * CARNET DU COMPTE DONT LA PLAGE CONTIENT LE NUMERO DEMANDE
      * (CHQ-NUM-CHEQUE) ; '04' : NUMERO JAMAIS DELIVRE AU COMPTE.
       02E-SELECT-NUMERO.
           MOVE CHQ-COMPTE     TO COMPTE OF DCLTBCHQ
           MOVE CHQ-NUM-CHEQUE TO WS-NUM-CHEQUE
           EXEC SQL
              SELECT NUM_DEBUT, NUM_FIN, DATE_EMISSION, STATUT
                 INTO :NUM-DEBUT, :NUM-FIN, :DATE-EMISSION, :STATUT
                 FROM TBCHQ
                 WHERE COMPTE     = :COMPTE
                   AND NUM_DEBUT <= :WS-NUM-CHEQUE
                   AND NUM_FIN   >= :WS-NUM-CHEQUE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02I-RESTITUE-LIGNE
              WHEN 100
                 MOVE '04' TO CHQ-CODRET
                 MOVE 'CHEQUE NON DELIVRE' TO CHQ-LIBRET
              WHEN OTHER
                 MOVE '12'    TO CHQ-CODRET
                 MOVE SQLCODE TO CHQ-SQLCODE
                 MOVE 'ERREUR SQL SELECT TBCHQ' TO CHQ-LIBRET
           END-EVALUATE
           .

       02F-DEBUT-LISTE.
           EXEC SQL OPEN CURCHQ END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02G-SUIVANT-LISTE
              WHEN OTHER
                 MOVE '12'    TO CHQ-CODRET
                 MOVE SQLCODE TO CHQ-SQLCODE
                 MOVE 'ERREUR SQL OPEN TBCHQ' TO CHQ-LIBRET
           END-EVALUATE
           .

       02G-SUIVANT-LISTE.
           EXEC SQL
              FETCH CURCHQ
                 INTO :COMPTE, :NUM-DEBUT, :NUM-FIN, :DATE-EMISSION,
                      :STATUT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02I-RESTITUE-LIGNE
              WHEN 100
                 MOVE '04' TO CHQ-CODRET
                 MOVE 'FIN DE LISTE TBCHQ' TO CHQ-LIBRET
                 PERFORM 02H-FERME-LISTE
              WHEN OTHER
                 MOVE '12'    TO CHQ-CODRET
                 MOVE SQLCODE TO CHQ-SQLCODE
                 MOVE 'ERREUR SQL FETCH TBCHQ' TO CHQ-LIBRET
           END-EVALUATE
           .

       02H-FERME-LISTE.
           EXEC SQL CLOSE CURCHQ END-EXEC
           .

       02I-RESTITUE-LIGNE.
           MOVE '00'          TO CHQ-CODRET
           MOVE COMPTE        TO CHQ-COMPTE
           MOVE NUM-DEBUT     TO CHQ-NUM-DEBUT
           MOVE NUM-FIN       TO CHQ-NUM-FIN
           MOVE DATE-EMISSION TO CHQ-DATE-EMISSION
           MOVE STATUT        TO CHQ-STATUT
           .
