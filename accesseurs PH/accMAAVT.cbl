      *********************************************************
      * PROGRAM NAME:  MAAVT                                  *
      * PROGRAM OBJET :ACCESSEUR DB2 DE LA TABLE TBAVT         *
      *                (REGISTRE DES AVIS DE MODIFICATION     *
      *                TARIFAIRE ADRESSES AUX CLIENTS),       *
      *                ALIMENTEE ET EDITEE PAR GKAVTAR        *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - FONCTIONS SEL (CLIENT ET   *
      *          CHANGEMENT), INS ET PARCOURS DEB/SUI DES      *
      *          CLIENTS AVISES D'UN CHANGEMENT                *
      *                                                       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAAVT.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

            EXEC SQL INCLUDE SQLCA END-EXEC.
            EXEC SQL INCLUDE AVTTBDCL END-EXEC.

      * PARCOURS DES CLIENTS AVISES D'UN MEME CHANGEMENT (FONCTIONS
      * DEB/SUI), PAR DATE D'AVIS PUIS CLIENT, POUR L'ETAT DE PREUVE
      * DU REGISTRE.
            EXEC SQL
               DECLARE CURAVT CURSOR FOR
                  SELECT CODCLI, REF_CHGT, DATE_EFFET, DATE_AVIS,
                         HEURE_AVIS, CANAL, LANGUE, NB_LIGNES
                     FROM TBAVT
                     WHERE REF_CHGT = :REF-CHGT
                     ORDER BY DATE_AVIS, CODCLI
            END-EXEC.

       LINKAGE SECTION.
       COPY ZAAVT REPLACING ==()== BY ==AVT==.

       PROCEDURE DIVISION USING AVT-ZCMA.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-CLOSEPGM.

       01-BEGIN.
           INITIALIZE  AVT-RETOUR.

       02-TREATMENT.
           EVALUATE AVT-FONCTION
              WHEN  'SEL'
                 PERFORM 02A-SELECT-LINE
              WHEN  'INS'
                 PERFORM 02B-INSERT-LINE
              WHEN  'DEB'
                 PERFORM 02E-DEBUT-LISTE
              WHEN  'SUI'
                 PERFORM 02F-SUITE-LISTE
              WHEN OTHER
                 MOVE '10'  TO  AVT-CODRET
                 MOVE 'FONCTION ERRONEE ' TO AVT-LIBRET
           END-EVALUATE
           .

       03-CLOSEPGM.
           EXIT PROGRAM
           .

      *************PARAGRAPHS TREATMENT*********************

       02A-SELECT-LINE.
           MOVE AVT-DONNEES TO DCLTBAVT
           EXEC SQL
              SELECT DATE_EFFET, DATE_AVIS, HEURE_AVIS, CANAL,
                     LANGUE, NB_LIGNES
                 INTO :DATE-EFFET, :DATE-AVIS, :HEURE-AVIS, :CANAL,
                      :LANGUE, :NB-LIGNES
                 FROM TBAVT
                 WHERE CODCLI   = :CODCLI
                   AND REF_CHGT = :REF-CHGT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLTBAVT TO AVT-DONNEES
                 MOVE '00'     TO AVT-CODRET
              WHEN 100
                 MOVE '04' TO AVT-CODRET
                 MOVE 'CLIENT NON AVISE' TO AVT-LIBRET
              WHEN OTHER
                 MOVE '12'    TO AVT-CODRET
                 MOVE SQLCODE TO AVT-SQLCODE
                 MOVE 'ERREUR SQL SELECT TBAVT' TO AVT-LIBRET
           END-EVALUATE
           .

       02B-INSERT-LINE.
           MOVE AVT-DONNEES TO DCLTBAVT
           EXEC SQL
              INSERT INTO TBAVT VALUES
             (:CODCLI,
              :REF-CHGT,
              :DATE-EFFET,
              :DATE-AVIS,
              :HEURE-AVIS,
              :CANAL,
              :LANGUE,
              :NB-LIGNES)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO AVT-CODRET
              WHEN OTHER
                 MOVE '12'    TO AVT-CODRET
                 MOVE SQLCODE TO AVT-SQLCODE
                 MOVE 'ERREUR SQL INSERT TBAVT' TO AVT-LIBRET
           END-EVALUATE
           .

       02E-DEBUT-LISTE.
           MOVE AVT-DONNEES TO DCLTBAVT
           EXEC SQL OPEN CURAVT END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02F-SUITE-LISTE
              WHEN OTHER
                 MOVE '12'    TO AVT-CODRET
                 MOVE SQLCODE TO AVT-SQLCODE
                 MOVE 'ERREUR SQL OPEN TBAVT' TO AVT-LIBRET
           END-EVALUATE
           .

       02F-SUITE-LISTE.
           EXEC SQL
              FETCH CURAVT
                 INTO :CODCLI, :REF-CHGT, :DATE-EFFET, :DATE-AVIS,
                      :HEURE-AVIS, :CANAL, :LANGUE, :NB-LIGNES
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLTBAVT TO AVT-DONNEES
                 MOVE '00'     TO AVT-CODRET
              WHEN 100
                 MOVE '04' TO AVT-CODRET
                 MOVE 'FIN DE LISTE TBAVT' TO AVT-LIBRET
                 PERFORM 02G-FERME-LISTE
              WHEN OTHER
                 MOVE '12'    TO AVT-CODRET
                 MOVE SQLCODE TO AVT-SQLCODE
                 MOVE 'ERREUR SQL FETCH TBAVT' TO AVT-LIBRET
           END-EVALUATE
           .

       02G-FERME-LISTE.
           EXEC SQL CLOSE CURAVT END-EXEC
           .
