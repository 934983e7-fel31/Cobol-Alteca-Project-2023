      *********************************************************
      * PROGRAM NAME:  MAVIR                                  *
      * PROGRAM OBJET :ACCESSEUR DB2 DE LA TABLE TBVIR         *
      *                (PLAGES DE NUMEROS DE COMPTE VIRTUELS  *
      *                ATTRIBUEES AUX CLIENTS ENTREPRISES),   *
      *                MAINTENUE PAR CHGTBVIR, LUE PAR        *
      *                GKMAJ001 (NUMERO -> COMPTE MAITRE),    *
      *                CHGTBIBN, GKREFINT ET GKVIRRPT         *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - FONCTIONS SEL (PAR DEBUT   *
      *          DE PLAGE), NUM (PLAGE CONTENANT UN NUMERO),   *
      *          CHV (CHEVAUCHEMENTS), INS, UPD ET PARCOURS    *
      *          DEB/SUI PAR COMPTE MAITRE                     *
      *                                                       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAVIR.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

            EXEC SQL INCLUDE SQLCA END-EXEC.
            EXEC SQL INCLUDE VIRTBDCL END-EXEC.

      * PARCOURS DE TOUTES LES PLAGES, GROUPEES PAR COMPTE MAITRE
      * (FONCTIONS DEB/SUI), POUR L'ETAT DES ENCAISSEMENTS ET LE
      * CONTROLE D'INTEGRITE ; MEME CONVENTION DE FIN DE LISTE QUE
      * LE CURSEUR CURCPT DE MACPT.
            EXEC SQL
               DECLARE CURVIR CURSOR FOR
                  SELECT VIR_DEBUT, VIR_FIN, COMPTE, CODCLI,
                         DATE_ALLOCATION, STATUT, DATE_REVOCATION
                     FROM TBVIR
                     ORDER BY COMPTE, VIR_DEBUT
            END-EXEC.

       01 WS-VIR-NUMERO   PIC X(11).
       01 WS-VIR-NB-TROUVE PIC S9(09) COMP.

       LINKAGE SECTION.
       COPY ZAVIR REPLACING ==()== BY ==VIR==.

       PROCEDURE DIVISION USING VIR-ZCMA.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-CLOSEPGM.

       01-BEGIN.
           INITIALIZE  VIR-RETOUR.

       02-TREATMENT.
           EVALUATE VIR-FONCTION
              WHEN  'SEL'
                 PERFORM 02A-SELECT-LINE
              WHEN  'NUM'
                 PERFORM 02E-SELECT-PAR-NUMERO
              WHEN  'CHV'
                 PERFORM 02H-COMPTE-CHEVAUCHEMENTS
              WHEN  'INS'
                 PERFORM 02B-INSERT-LINE
              WHEN  'UPD'
                 PERFORM 02C-UPDATE-LINE
              WHEN  'DEB'
                 PERFORM 02F-DEBUT-LISTE
              WHEN  'SUI'
                 PERFORM 02G-SUIVANT-LISTE
              WHEN OTHER
                 MOVE '10'  TO  VIR-CODRET
                 MOVE 'FONCTION ERRONEE ' TO VIR-LIBRET
           END-EVALUATE
           .

       03-CLOSEPGM.
           EXIT PROGRAM
           .

      *************PARAGRAPHS TREATMENT*********************

       02A-SELECT-LINE.
           MOVE VIR-DONNEES TO DCLTBVIR
           EXEC SQL
              SELECT VIR_FIN, COMPTE, CODCLI, DATE_ALLOCATION,
                     STATUT, DATE_REVOCATION
                 INTO :VIR-FIN, :COMPTE, :CODCLI, :DATE-ALLOCATION,
                      :STATUT, :DATE-REVOCATION
                 FROM TBVIR
                 WHERE VIR_DEBUT = :VIR-DEBUT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLTBVIR TO VIR-DONNEES
                 MOVE '00'     TO VIR-CODRET
              WHEN 100
                 MOVE '04' TO VIR-CODRET
                 MOVE 'PLAGE INCONNUE DE TBVIR' TO VIR-LIBRET
              WHEN OTHER
                 MOVE '12'    TO VIR-CODRET
                 MOVE SQLCODE TO VIR-SQLCODE
                 MOVE 'ERREUR SQL SELECT TBVIR' TO VIR-LIBRET
           END-EVALUATE
           .

      * RESOLUTION D'UN NUMERO VIRTUEL : LA PLAGE QUI LE CONTIENT,
      * QUEL QUE SOIT SON STATUT (L'APPELANT DECIDE DU SORT D'UNE
      * PLAGE REVOQUEE). LES NUMEROS ETANT TOUS SUR ONZE CHIFFRES,
      * LA COMPARAISON DE CARACTERES SUIT L'ORDRE NUMERIQUE.
       02E-SELECT-PAR-NUMERO.
           MOVE VIR-NUMERO TO WS-VIR-NUMERO
           EXEC SQL
              SELECT VIR_DEBUT, VIR_FIN, COMPTE, CODCLI,
                     DATE_ALLOCATION, STATUT, DATE_REVOCATION
                 INTO :VIR-DEBUT, :VIR-FIN, :COMPTE, :CODCLI,
                      :DATE-ALLOCATION, :STATUT, :DATE-REVOCATION
                 FROM TBVIR
                 WHERE VIR_DEBUT <= :WS-VIR-NUMERO
                   AND VIR_FIN   >= :WS-VIR-NUMERO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLTBVIR TO VIR-DONNEES
                 MOVE '00'     TO VIR-CODRET
              WHEN 100
                 MOVE '04' TO VIR-CODRET
                 MOVE 'NUMERO VIRTUEL NON ATTRIBUE' TO VIR-LIBRET
              WHEN OTHER
                 MOVE '12'    TO VIR-CODRET
                 MOVE SQLCODE TO VIR-SQLCODE
                 MOVE 'ERREUR SQL SELECT TBVIR' TO VIR-LIBRET
           END-EVALUATE
           .

      * NOMBRE DE PLAGES (TOUS STATUTS) AYANT AU MOINS UN NUMERO EN
      * COMMUN AVEC LES BORNES DEMANDEES, AVANT ATTRIBUTION.
       02H-COMPTE-CHEVAUCHEMENTS.
           MOVE VIR-DONNEES TO DCLTBVIR
           EXEC SQL
              SELECT COUNT(*)
                 INTO :WS-VIR-NB-TROUVE
                 FROM TBVIR
                 WHERE VIR_DEBUT <= :VIR-FIN
                   AND VIR_FIN   >= :VIR-DEBUT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE WS-VIR-NB-TROUVE TO VIR-NB-PLAGES
                 MOVE '00' TO VIR-CODRET
              WHEN OTHER
                 MOVE '12'    TO VIR-CODRET
                 MOVE SQLCODE TO VIR-SQLCODE
                 MOVE 'ERREUR SQL COUNT TBVIR' TO VIR-LIBRET
           END-EVALUATE
           .

       02B-INSERT-LINE.
           MOVE VIR-DONNEES TO DCLTBVIR
           EXEC SQL
              INSERT INTO TBVIR VALUES
             (:VIR-DEBUT,
              :VIR-FIN,
              :COMPTE,
              :CODCLI,
              :DATE-ALLOCATION,
              :STATUT,
              :DATE-REVOCATION)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO VIR-CODRET
              WHEN OTHER
                 MOVE '12'    TO VIR-CODRET
                 MOVE SQLCODE TO VIR-SQLCODE
                 MOVE 'ERREUR SQL INSERT TBVIR' TO VIR-LIBRET
           END-EVALUATE
           .

      * SEULS LE STATUT ET LA DATE DE REVOCATION CHANGENT : LES
      * BORNES ET LE COMPTE MAITRE D'UNE PLAGE SONT FIXES.
       02C-UPDATE-LINE.
           MOVE VIR-DONNEES TO DCLTBVIR
           EXEC SQL
              UPDATE TBVIR
                SET STATUT          = :STATUT,
                    DATE_REVOCATION = :DATE-REVOCATION
                WHERE VIR_DEBUT = :VIR-DEBUT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00' TO VIR-CODRET
              WHEN 100
                 MOVE '04' TO VIR-CODRET
                 MOVE 'PLAGE INCONNUE DE TBVIR' TO VIR-LIBRET
              WHEN OTHER
                 MOVE '12'    TO VIR-CODRET
                 MOVE SQLCODE TO VIR-SQLCODE
                 MOVE 'ERREUR SQL UPDATE TBVIR' TO VIR-LIBRET
           END-EVALUATE
           .

       02F-DEBUT-LISTE.
           EXEC SQL OPEN CURVIR END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02G-SUIVANT-LISTE
              WHEN OTHER
                 MOVE '12'    TO VIR-CODRET
                 MOVE SQLCODE TO VIR-SQLCODE
                 MOVE 'ERREUR SQL OPEN TBVIR' TO VIR-LIBRET
           END-EVALUATE
           .

       02G-SUIVANT-LISTE.
           EXEC SQL
              FETCH CURVIR
                 INTO :VIR-DEBUT, :VIR-FIN, :COMPTE, :CODCLI,
                      :DATE-ALLOCATION, :STATUT, :DATE-REVOCATION
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLTBVIR TO VIR-DONNEES
                 MOVE '00'     TO VIR-CODRET
              WHEN 100
                 MOVE '04' TO VIR-CODRET
                 MOVE 'FIN DE LISTE TBVIR' TO VIR-LIBRET
                 PERFORM 02I-FERME-LISTE
              WHEN OTHER
                 MOVE '12'    TO VIR-CODRET
                 MOVE SQLCODE TO VIR-SQLCODE
                 MOVE 'ERREUR SQL FETCH TBVIR' TO VIR-LIBRET
           END-EVALUATE
           .

       02I-FERME-LISTE.
           EXEC SQL CLOSE CURVIR END-EXEC
           .
