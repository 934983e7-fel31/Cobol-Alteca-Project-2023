      *********************************************************
      * PROGRAM NAME:  MACOT                                  *
      * PROGRAM OBJET :ACCESSEUR DB2 DE LA TABLE TBCOT         *
      *                (TITULAIRES D'UN COMPTE : CLIENT, ROLE, *
      *                QUOTE-PART)                             *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - FONCTIONS SEL, INS, UPD,   *
      *          DEL, DEB/SUI (TITULAIRES D'UN COMPTE) ET      *
      *          CDB/CSU (COMPTES LIES A UN CLIENT)            *
      *                                                       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MACOT.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

            EXEC SQL INCLUDE SQLCA END-EXEC.
            EXEC SQL INCLUDE COTTBDCL END-EXEC.

      * TITULAIRES D'UN COMPTE (DEB/SUI).
            EXEC SQL
               DECLARE CURCOT CURSOR FOR
                  SELECT COMPTE, CODCLI, ROLE, QUOTE_PART, DATE_DEBUT
                     FROM TBCOT
                     WHERE COMPTE = :COMPTE
                     ORDER BY CODCLI
            END-EXEC.

      * COMPTES AUXQUELS UN CLIENT EST LIE (CDB/CSU).
            EXEC SQL
               DECLARE CURCCL CURSOR FOR
                  SELECT COMPTE, CODCLI, ROLE, QUOTE_PART, DATE_DEBUT
                     FROM TBCOT
                     WHERE CODCLI = :CODCLI
                     ORDER BY COMPTE
            END-EXEC.

       LINKAGE SECTION.
       COPY ZACOT REPLACING ==()== BY ==COT==.

       PROCEDURE DIVISION USING COT-ZCMA.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-CLOSEPGM.

       01-BEGIN.
           INITIALIZE  COT-RETOUR.

       02-TREATMENT.
           EVALUATE COT-FONCTION
              WHEN  'SEL'
                 PERFORM 02A-SELECT-LINE
              WHEN  'INS'
                 PERFORM 02B-INSERT-LINE
              WHEN  'UPD'
                 PERFORM 02C-UPDATE-LINE
              WHEN  'DEL'
                 PERFORM 02D-DELETE-LINE
              WHEN  'DEB'
                 PERFORM 02E-DEBUT-LISTE
              WHEN  'SUI'
                 PERFORM 02F-SUIVANT-LISTE
              WHEN  'CDB'
                 PERFORM 02H-DEBUT-CLIENT
              WHEN  'CSU'
                 PERFORM 02I-SUIVANT-CLIENT
              WHEN OTHER
                 MOVE '10'  TO  COT-CODRET
                 MOVE 'FONCTION ERRONEE ' TO COT-LIBRET
           END-EVALUATE
           .

       03-CLOSEPGM.
           EXIT PROGRAM
           .

      *************PARAGRAPHS TREATMENT*********************

       02A-SELECT-LINE.
           MOVE COT-COMPTE TO COMPTE OF DCLTBCOT
           MOVE COT-CODCLI TO CODCLI OF DCLTBCOT
           EXEC SQL
              SELECT ROLE, QUOTE_PART, DATE_DEBUT
                 INTO :ROLE, :QUOTE-PART, :DATE-DEBUT
                 FROM TBCOT
                 WHERE COMPTE = :COMPTE
                   AND CODCLI = :CODCLI
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00'       TO COT-CODRET
                 MOVE ROLE       TO COT-ROLE
                 MOVE QUOTE-PART TO COT-QUOTE-PART
                 MOVE DATE-DEBUT TO COT-DATE-DEBUT
              WHEN 100
                 MOVE '04' TO COT-CODRET
                 MOVE 'CLIENT NON LIE AU COMPTE' TO COT-LIBRET
              WHEN OTHER
                 MOVE '12'    TO COT-CODRET
                 MOVE SQLCODE TO COT-SQLCODE
                 MOVE 'ERREUR SQL SELECT TBCOT' TO COT-LIBRET
           END-EVALUATE
           .

       02B-INSERT-LINE.
           MOVE COT-DONNEES TO DCLTBCOT
           EXEC SQL
              INSERT INTO TBCOT VALUES
             (:COMPTE,
              :CODCLI,
              :ROLE,
              :QUOTE-PART,
              :DATE-DEBUT)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO COT-CODRET
              WHEN OTHER
                 MOVE '12'    TO COT-CODRET
                 MOVE SQLCODE TO COT-SQLCODE
                 MOVE 'ERREUR SQL INSERT TBCOT' TO COT-LIBRET
           END-EVALUATE
           .

       02C-UPDATE-LINE.
           MOVE COT-DONNEES TO DCLTBCOT
           EXEC SQL
              UPDATE TBCOT
                SET ROLE       = :ROLE,
                    QUOTE_PART = :QUOTE-PART,
                    DATE_DEBUT = :DATE-DEBUT
                WHERE COMPTE = :COMPTE
                  AND CODCLI = :CODCLI
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO COT-CODRET
              WHEN 100
                 MOVE '04' TO COT-CODRET
                 MOVE 'CLIENT NON LIE AU COMPTE' TO COT-LIBRET
              WHEN OTHER
                 MOVE '12'    TO COT-CODRET
                 MOVE SQLCODE TO COT-SQLCODE
                 MOVE 'ERREUR SQL UPDATE TBCOT' TO COT-LIBRET
           END-EVALUATE
           .

       02D-DELETE-LINE.
           MOVE COT-DONNEES TO DCLTBCOT
           EXEC SQL
              DELETE FROM TBCOT
                WHERE COMPTE = :COMPTE
                  AND CODCLI = :CODCLI
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO COT-CODRET
              WHEN 100
                 MOVE '04' TO COT-CODRET
                 MOVE 'CLIENT NON LIE AU COMPTE' TO COT-LIBRET
              WHEN OTHER
                 MOVE '12'    TO COT-CODRET
                 MOVE SQLCODE TO COT-SQLCODE
                 MOVE 'ERREUR SQL DELETE TBCOT' TO COT-LIBRET
           END-EVALUATE
           .

       02E-DEBUT-LISTE.
           MOVE COT-COMPTE TO COMPTE OF DCLTBCOT
           EXEC SQL OPEN CURCOT END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02F-SUIVANT-LISTE
              WHEN OTHER
                 MOVE '12'    TO COT-CODRET
                 MOVE SQLCODE TO COT-SQLCODE
                 MOVE 'ERREUR SQL OPEN TBCOT' TO COT-LIBRET
           END-EVALUATE
           .

       02F-SUIVANT-LISTE.
           EXEC SQL
              FETCH CURCOT
                 INTO :COMPTE, :CODCLI, :ROLE, :QUOTE-PART,
                      :DATE-DEBUT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02K-RESTITUE-LIGNE
              WHEN 100
                 MOVE '04' TO COT-CODRET
                 MOVE 'FIN DE LISTE TBCOT' TO COT-LIBRET
                 PERFORM 02G-FERME-LISTE
              WHEN OTHER
                 MOVE '12'    TO COT-CODRET
                 MOVE SQLCODE TO COT-SQLCODE
                 MOVE 'ERREUR SQL FETCH TBCOT' TO COT-LIBRET
           END-EVALUATE
           .

       02G-FERME-LISTE.
           EXEC SQL CLOSE CURCOT END-EXEC
           .

       02H-DEBUT-CLIENT.
           MOVE COT-CODCLI TO CODCLI OF DCLTBCOT
           EXEC SQL OPEN CURCCL END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02I-SUIVANT-CLIENT
              WHEN OTHER
                 MOVE '12'    TO COT-CODRET
                 MOVE SQLCODE TO COT-SQLCODE
                 MOVE 'ERREUR SQL OPEN TBCOT' TO COT-LIBRET
           END-EVALUATE
           .

       02I-SUIVANT-CLIENT.
           EXEC SQL
              FETCH CURCCL
                 INTO :COMPTE, :CODCLI, :ROLE, :QUOTE-PART,
                      :DATE-DEBUT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02K-RESTITUE-LIGNE
              WHEN 100
                 MOVE '04' TO COT-CODRET
                 MOVE 'FIN DE LISTE TBCOT' TO COT-LIBRET
                 PERFORM 02J-FERME-CLIENT
              WHEN OTHER
                 MOVE '12'    TO COT-CODRET
                 MOVE SQLCODE TO COT-SQLCODE
                 MOVE 'ERREUR SQL FETCH TBCOT' TO COT-LIBRET
           END-EVALUATE
           .

       02J-FERME-CLIENT.
           EXEC SQL CLOSE CURCCL END-EXEC
           .

       02K-RESTITUE-LIGNE.
           MOVE '00'       TO COT-CODRET
           MOVE COMPTE     TO COT-COMPTE
           MOVE CODCLI     TO COT-CODCLI
           MOVE ROLE       TO COT-ROLE
           MOVE QUOTE-PART TO COT-QUOTE-PART
           MOVE DATE-DEBUT TO COT-DATE-DEBUT
           .
