      * 03/09/26 SOUAD   LIBELLE LIBRE DE L'OPERATION (COLONNE *
      *          LIBELLE_OPER, PORTE PAR LE FLUX) POSE A       *
      *          L'INSERT ET SERVI PAR SEL ET LES CURSEURS     *
      * 15/10/26 SOUAD   COLONNE ENTITE (ENTITE COMPTABLE DU   *
      *          POSTE) POSEE A L'INSERT ; LES TOTAUX PAR CODE *
      *          (CNB) SONT RESTREINTS A UNE ENTITE            *
      * 15/10/26 SOUAD   COLONNES DEV_COMPTE ET MT_COMPTE      *
      *          (DEVISE DE TENUE ET MONTANT APPLIQUE AU       *
      *          SOLDE) POSEES A L'INSERT ; LES CURSEURS       *
      *          CURHIS ET CURFEN, AINSI QUE SEL, SERVENT      *
      *          DEVISE, MONTANT CONVERTI ET MONTANT COMPTE    *
      * 15/10/26 SOUAD   FONCTION RNB (NOMBRE ET MONTANT DES   *
      *          RETRAITS D'UN COMPTE SUR UNE PERIODE, HORS    *
      *          CONTRE-PASSATION) POUR LE NOMBRE MAXIMUM DE   *
      *          RETRAITS MENSUELS DE L'EPARGNE REGLEMENTEE    *
      * 15/10/26 SOUAD   LE CUMUL FNB COMPTE AUSSI LES FRAIS   *
      *          PERIODIQUES (CODES FRAIS DU BAREME TBFRP)     *
      *          DANS LE PLAFOND MENSUEL DE FRAIS              *
      * 15/10/26 SOUAD   FONCTION ANB (NOMBRE ET MONTANT DES   *
      *          CONTRE-PASSATIONS 'ANN' DEJA HISTORISEES POUR *
      *          UNE OPERATION D'ORIGINE) POUR L'ANNULATION    *
      *          D'UN LOT COMPLET                              *
      * 15/10/26 SOUAD   COLONNE COMPTE_VIRTUEL (NUMERO VIRTUEL*
      *          AUQUEL LE CREDIT ETAIT ADRESSE) POSEE A       *
      *          L'INSERT ET SERVIE PAR CURHIS ; FONCTIONS VDB *
      *          ET VSU (LIGNES D'UN COMPTE MAITRE ADRESSEES A *
      *          UN NUMERO VIRTUEL SUR UNE PERIODE) POUR L'ETAT*
      *          DES ENCAISSEMENTS GKVIRRPT                    *
      * 15/10/26 SOUAD   FONCTION LNB (NOMBRE ET MOUVEMENT     *
      *          SIGNE DES LIGNES DE LIAISON 'LIA' D'UN COMPTE *
      *          A UNE DATE) POUR LE RAPPROCHEMENT DES COMPTES *
      *          DE LIAISON ; FONCTIONS GDB ET GSU (LIGNES     *
      *          D'UNE JOURNEE ET D'UNE ENTITE, GROUPEES PAR   *
      *          AGENCE) POUR LA BALANCE PAR AGENCE GKBALAG    *
      * 15/10/26 SOUAD   RNB ECARTE LES ECRITURES DE LA BANQUE *
      *          (FRA, FRAIS TBFRP, RCV, LIA) ET CUMULE LE     *
      *          MONTANT EN DEVISE DU COMPTE (MT_COMPTE)       *
      *                                                       *
      *********************************************************

                  SELECT REF_OPER, CODE_OPER, MONTANT, DATE_OPER,
                         REF_OPER_ANNULE, DATE_VALEUR,
                         HEURE_OPER, SEQ_OPER, AGENCE,
                         LIBELLE_OPER, DEVISE, MT_CONVERTI,
                         DEV_COMPTE, MT_COMPTE, COMPTE_VIRTUEL
                     FROM TBHIS
                     WHERE COMPTE = :COMPTE
                       AND DATE_OPER BETWEEN :WS-DATE-DEBUT
                     ORDER BY DATE_OPER, HEURE_OPER, SEQ_OPER
            END-EXEC.

      * LIGNES D'UN COMPTE MAITRE ADRESSEES A UN NUMERO VIRTUEL SUR
      * UNE PERIODE (FONCTIONS VDB/VSU), GROUPEES PAR NUMERO VIRTUEL
      * PUIS DANS L'ORDRE DE POSTE, POUR L'ETAT DES ENCAISSEMENTS.
            EXEC SQL
               DECLARE CURVRT CURSOR FOR
                  SELECT COMPTE_VIRTUEL, REF_OPER, CODE_OPER, MONTANT,
                         DATE_OPER, DATE_VALEUR, LIBELLE_OPER, DEVISE,
                         DEV_COMPTE, MT_COMPTE
                     FROM TBHIS
                     WHERE COMPTE = :COMPTE
                       AND COMPTE_VIRTUEL <> ' '
                       AND DATE_OPER BETWEEN :WS-DATE-DEBUT
                                      AND    :WS-DATE-FIN
                     ORDER BY COMPTE_VIRTUEL, DATE_OPER, HEURE_OPER,
                              SEQ_OPER
            END-EXEC.

      * LIGNES D'UNE JOURNEE POSTEES DANS LES LIVRES D'UNE ENTITE,
      * GROUPEES PAR AGENCE PUIS DEVISE D'OPERATION (FONCTIONS
      * GDB/GSU), POUR LA BALANCE DE CONTROLE PAR AGENCE.
            EXEC SQL
               DECLARE CURAGC CURSOR FOR
                  SELECT AGENCE, COMPTE, REF_OPER, CODE_OPER, MONTANT,
                         DEVISE, MT_CONVERTI, DEV_COMPTE, MT_COMPTE
                     FROM TBHIS
                     WHERE DATE_OPER = :DATE-OPER
                       AND ENTITE    = :ENTITE
                     ORDER BY AGENCE, DEVISE, COMPTE, REF_OPER
            END-EXEC.

      * PARCOURS DE TOUTES LES LIGNES STRICTEMENT ANTERIEURES A LA
      * DATE DE RETENTION, TOUS COMPTES CONFONDUS, POUR L'ARCHIVAGE
      * (FONCTIONS ADB/ASU). L'ORDRE COMPTE + REF_OPER REND LE
       01 WS-HIS-NB-TROUVE PIC S9(09) COMP.
       01 WS-HIS-MT-JOUR   PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-HIS-MT-CONV   PIC S9(13)V9(2) USAGE COMP-3.
       01 WS-HIS-MT-CPT    PIC S9(13)V9(2) USAGE COMP-3.
       01 WS-DATE-DEBUT    PIC X(10).
       01 WS-DATE-FIN      PIC X(10).
       01 WS-DATE-RETENTION PIC X(10).
            EXEC SQL
               DECLARE CURFEN CURSOR FOR
                  SELECT COMPTE, REF_OPER, CODE_OPER, MONTANT,
                         DATE_OPER, AGENCE, DEVISE, MT_CONVERTI,
                         DEV_COMPTE, MT_COMPTE
                     FROM TBHIS
                     WHERE DATE_OPER BETWEEN :WS-FEN-DEBUT
                                      AND    :WS-FEN-FIN
                 PERFORM 02L-TOTAUX-PERIODE
              WHEN  'FNB'
                 PERFORM 02Q-TOTAUX-FRAIS
              WHEN  'RNB'
                 PERFORM 02R-TOTAUX-RETRAITS
              WHEN  'ANB'
                 PERFORM 02S-TOTAUX-ANNULATION
              WHEN  'CNB'
                 PERFORM 02M-TOTAUX-CODE
              WHEN  'LNB'
                 PERFORM 02W-TOTAUX-LIAISON
              WHEN  'GDB'
                 PERFORM 02X-DEBUT-AGENCES
              WHEN  'GSU'
                 PERFORM 02Y-SUIVANT-AGENCES
              WHEN  'WDB'
                 PERFORM 02N-DEBUT-FENETRE
              WHEN  'WSU'
                 PERFORM 02O-SUIVANT-FENETRE
              WHEN  'VDB'
                 PERFORM 02T-DEBUT-VIRTUELS
              WHEN  'VSU'
                 PERFORM 02U-SUIVANT-VIRTUELS
              WHEN  'ADB'
                 PERFORM 02I-DEBUT-ARCHIVE
              WHEN  'ASU'
           MOVE HIS-DONNEES TO DCLTBHIS
           EXEC SQL
              SELECT CODE_OPER, MONTANT, DATE_OPER, DATE_VALEUR,
                     LIBELLE_OPER, DEVISE, MT_CONVERTI, DEV_COMPTE,
                     MT_COMPTE
                 INTO :CODE-OPER, :MONTANT, :DATE-OPER, :DATE-VALEUR,
                      :LIBELLE-OPER, :DEVISE, :MT-CONVERTI,
                      :DEV-COMPTE, :MT-COMPTE
                 FROM TBHIS
                 WHERE COMPTE   = :COMPTE
                   AND REF_OPER = :REF-OPER
                 MOVE DATE-OPER TO HIS-DATE-OPER
                 MOVE DATE-VALEUR TO HIS-DATE-VALEUR
                 MOVE LIBELLE-OPER TO HIS-LIBELLE-OPER
                 MOVE DEVISE       TO HIS-CODE-DEV
                 MOVE MT-CONVERTI  TO HIS-MT-CONVERTI
                 MOVE DEV-COMPTE   TO HIS-DEV-COMPTE
                 MOVE MT-COMPTE    TO HIS-MT-COMPTE
              WHEN 100
                 MOVE '00' TO HIS-CODRET
              WHEN OTHER
           MOVE HIS-MT-CONVERTI TO MT-CONVERTI
           MOVE HIS-AGENCE      TO AGENCE OF DCLTBHIS
           MOVE HIS-LIBELLE-OPER TO LIBELLE-OPER
           MOVE HIS-ENTITE      TO ENTITE OF DCLTBHIS
           MOVE HIS-DEV-COMPTE  TO DEV-COMPTE
           MOVE HIS-MT-COMPTE   TO MT-COMPTE
           MOVE HIS-COMPTE-VIRTUEL TO COMPTE-VIRTUEL
           PERFORM 02B1-HORODATE-ET-SEQUENCE
           EXEC SQL
              INSERT INTO TBHIS VALUES
              :DEVISE,
              :MT-CONVERTI,
              :AGENCE,
              :LIBELLE-OPER,
              :ENTITE,
              :DEV-COMPTE,
              :MT-COMPTE,
              :COMPTE-VIRTUEL)
           END-EXEC

           EVALUATE SQLCODE
                 INTO :REF-OPER, :CODE-OPER, :MONTANT, :DATE-OPER,
                      :REF-OPER-ANNULE, :DATE-VALEUR,
                      :HEURE-OPER, :SEQ-OPER, :AGENCE,
                      :LIBELLE-OPER, :DEVISE, :MT-CONVERTI,
                      :DEV-COMPTE, :MT-COMPTE, :COMPTE-VIRTUEL
           END-EXEC

           EVALUATE SQLCODE
                 MOVE SEQ-OPER    TO HIS-SEQ-OPER
                 MOVE AGENCE OF DCLTBHIS TO HIS-AGENCE
                 MOVE LIBELLE-OPER TO HIS-LIBELLE-OPER
                 MOVE DEVISE       TO HIS-CODE-DEV
                 MOVE MT-CONVERTI  TO HIS-MT-CONVERTI
                 MOVE DEV-COMPTE   TO HIS-DEV-COMPTE
                 MOVE MT-COMPTE    TO HIS-MT-COMPTE
                 MOVE COMPTE-VIRTUEL TO HIS-COMPTE-VIRTUEL
              WHEN 100
                 MOVE '04' TO HIS-CODRET
                 MOVE 'FIN DE LISTE TBHIS' TO HIS-LIBRET
      * CODE OPERATION A UNE DATE DONNEE, TOUS COMPTES CONFONDUS,
      * POUR LA BALANCE DE CONTROLE DES COMPTES GENERAUX : LE MONTANT
      * CONVERTI CUMULE EST CELUI REELLEMENT APPLIQUE AUX SOLDES (LES
      * JAMBES DE VIREMENT, A ZERO, N'Y PESENT RIEN). LE CUMUL EST
      * RESTREINT A L'ENTITE COMPTABLE DEMANDEE (HIS-ENTITE, A SPACES
      * = ENTITE PRINCIPALE) : CHAQUE ENTITE A SA PROPRE BALANCE.
       02M-TOTAUX-CODE.
           MOVE HIS-DONNEES TO DCLTBHIS
           MOVE HIS-ENTITE  TO ENTITE OF DCLTBHIS
           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(MONTANT), 0),
                     COALESCE(SUM(MT_CONVERTI), 0)
                 FROM TBHIS
                 WHERE CODE_OPER = :CODE-OPER
                   AND DATE_OPER = :DATE-OPER
                   AND ENTITE    = :ENTITE
           END-EXEC

           EVALUATE SQLCODE
           EXEC SQL
              FETCH CURFEN
                 INTO :COMPTE, :REF-OPER, :CODE-OPER, :MONTANT,
                      :DATE-OPER, :AGENCE, :DEVISE, :MT-CONVERTI,
                      :DEV-COMPTE, :MT-COMPTE
           END-EXEC

           EVALUATE SQLCODE
                 MOVE DATE-OPER TO HIS-DATE-OPER
                 MOVE AGENCE OF DCLTBHIS TO HIS-AGENCE
                 MOVE DEVISE             TO HIS-CODE-DEV
                 MOVE MT-CONVERTI        TO HIS-MT-CONVERTI
                 MOVE DEV-COMPTE         TO HIS-DEV-COMPTE
                 MOVE MT-COMPTE          TO HIS-MT-COMPTE
              WHEN 100
                 MOVE '04' TO HIS-CODRET
                 MOVE 'FIN DE LISTE FENETRE' TO HIS-LIBRET
           EXEC SQL CLOSE CURFEN END-EXEC
           .

      * NOMBRE ET MONTANT CUMULE DES FRAIS HISTORISES POUR UN COMPTE
      * SUR UNE PERIODE, POUR LE PLAFOND MENSUEL DE FRAIS : FRAIS
      * D'OPERATION (CODE 'FRA') ET FRAIS PERIODIQUES (CODES FRAIS DU
      * BAREME TBFRP, POSTES PAR GKFRAPER) ; MEME FORME QUE
      * 02L-TOTAUX-PERIODE.
       02Q-TOTAUX-FRAIS.
           MOVE HIS-DONNEES    TO DCLTBHIS
           MOVE HIS-DATE-DEBUT TO WS-DATE-DEBUT
                 INTO :WS-HIS-NB-TROUVE, :WS-HIS-MT-JOUR
                 FROM TBHIS
                 WHERE COMPTE    = :COMPTE
                   AND (CODE_OPER = 'FRA'
                    OR  CODE_OPER IN (SELECT CODE_FRAIS
                                        FROM TBFRP))
                   AND DATE_OPER BETWEEN :WS-DATE-DEBUT
                                  AND    :WS-DATE-FIN
           END-EXEC
                 MOVE 'ERREUR SQL TOTAUX FRAIS TBHIS' TO HIS-LIBRET
           END-EVALUATE
           .

      * NOMBRE ET MONTANT CUMULE DES RETRAITS D'UN COMPTE SUR UNE
      * PERIODE : LIGNES QUI ONT DEBITE LE SOLDE A LA DEMANDE DU
      * CLIENT (MT_COMPTE NEGATIF, JAMBE DEBITRICE D'UN VIREMENT
      * COMPRISE). LES ECRITURES DE LA BANQUE NE SONT PAS DES
      * RETRAITS : CONTRE-PASSATION 'ANN', FRAIS D'OPERATION 'FRA',
      * FRAIS PERIODIQUES (CODES FRAIS DU BAREME TBFRP), RECOUVREMENT
      * 'RCV' ET LIAISON INTER-AGENCES 'LIA'. LE MONTANT EST CUMULE
      * EN DEVISE DU COMPTE (MT_COMPTE), LES LIGNES POUVANT ETRE DANS
      * DES DEVISES D'OPERATION DIFFERENTES. POUR LE NOMBRE MAXIMUM DE
      * RETRAITS MENSUELS D'UN PRODUIT D'EPARGNE REGLEMENTEE ET LE
      * PLAFOND MENSUEL DU MINEUR. MEME FORME QUE 02L-TOTAUX-PERIODE.
       02R-TOTAUX-RETRAITS.
           MOVE HIS-DONNEES    TO DCLTBHIS
           MOVE HIS-DATE-DEBUT TO WS-DATE-DEBUT
           MOVE HIS-DATE-FIN   TO WS-DATE-FIN
           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(0 - MT_COMPTE), 0)
                 INTO :WS-HIS-NB-TROUVE, :WS-HIS-MT-JOUR
                 FROM TBHIS
                 WHERE COMPTE     = :COMPTE
                   AND MT_COMPTE  < 0
                   AND CODE_OPER NOT IN ('ANN', 'FRA', 'RCV', 'LIA')
                   AND CODE_OPER NOT IN (SELECT CODE_FRAIS
                                           FROM TBFRP)
                   AND DATE_OPER BETWEEN :WS-DATE-DEBUT
                                  AND    :WS-DATE-FIN
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00'             TO HIS-CODRET
                 MOVE WS-HIS-NB-TROUVE TO HIS-NB-JOUR
                 MOVE WS-HIS-MT-JOUR   TO HIS-MT-JOUR
              WHEN OTHER
                 MOVE '12'    TO HIS-CODRET
                 MOVE SQLCODE TO HIS-SQLCODE
                 MOVE 'ERREUR SQL RETRAITS TBHIS' TO HIS-LIBRET
           END-EVALUATE
           .

      * NOMBRE ET MONTANT CUMULE DES CONTRE-PASSATIONS 'ANN' DEJA
      * HISTORISEES SUR UN COMPTE POUR UNE OPERATION D'ORIGINE
      * (HIS-REF-OPER-ANNULE) : UNE OPERATION DEJA ANNULEE NE DOIT PAS
      * L'ETRE UNE SECONDE FOIS PAR L'ANNULATION D'UN LOT COMPLET.
      * MEME FORME QUE 02Q-TOTAUX-FRAIS.
       02S-TOTAUX-ANNULATION.
           MOVE HIS-DONNEES TO DCLTBHIS
           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(MONTANT), 0)
                 INTO :WS-HIS-NB-TROUVE, :WS-HIS-MT-JOUR
                 FROM TBHIS
                 WHERE COMPTE          = :COMPTE
                   AND CODE_OPER       = 'ANN'
                   AND REF_OPER_ANNULE = :REF-OPER-ANNULE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00'             TO HIS-CODRET
                 MOVE WS-HIS-NB-TROUVE TO HIS-NB-JOUR
                 MOVE WS-HIS-MT-JOUR   TO HIS-MT-JOUR
              WHEN OTHER
                 MOVE '12'    TO HIS-CODRET
                 MOVE SQLCODE TO HIS-SQLCODE
                 MOVE 'ERREUR SQL ANNULATIONS TBHIS' TO HIS-LIBRET
           END-EVALUATE
           .

      * OUVERTURE DU CURSEUR DES LIGNES ADRESSEES A UN NUMERO VIRTUEL
      * SUR LE COMPTE MAITRE HIS-COMPTE ET LA PERIODE HIS-DATE-DEBUT/
      * HIS-DATE-FIN, ET PREMIERE LIGNE ; L'APPELANT ENCHAINE SUR
      * 'VSU' JUSQU'A CODRET '04'.
       02T-DEBUT-VIRTUELS.
           MOVE HIS-COMPTE     TO COMPTE OF DCLTBHIS
           MOVE HIS-DATE-DEBUT TO WS-DATE-DEBUT
           MOVE HIS-DATE-FIN   TO WS-DATE-FIN
           EXEC SQL OPEN CURVRT END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02U-SUIVANT-VIRTUELS
              WHEN OTHER
                 MOVE '12'    TO HIS-CODRET
                 MOVE SQLCODE TO HIS-SQLCODE
                 MOVE 'ERREUR SQL OPEN VIRTUELS TBHIS' TO HIS-LIBRET
           END-EVALUATE
           .

       02U-SUIVANT-VIRTUELS.
           MOVE COMPTE OF DCLTBHIS TO HIS-COMPTE
           EXEC SQL
              FETCH CURVRT
                 INTO :COMPTE-VIRTUEL, :REF-OPER, :CODE-OPER,
                      :MONTANT, :DATE-OPER, :DATE-VALEUR,
                      :LIBELLE-OPER, :DEVISE, :DEV-COMPTE, :MT-COMPTE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00'           TO HIS-CODRET
                 MOVE COMPTE-VIRTUEL TO HIS-COMPTE-VIRTUEL
                 MOVE REF-OPER       TO HIS-REF-OPER
                 MOVE CODE-OPER      TO HIS-CODE-OPER
                 MOVE MONTANT        TO HIS-MONTANT
                 MOVE DATE-OPER      TO HIS-DATE-OPER
                 MOVE DATE-VALEUR    TO HIS-DATE-VALEUR
                 MOVE LIBELLE-OPER   TO HIS-LIBELLE-OPER
                 MOVE DEVISE         TO HIS-CODE-DEV
                 MOVE DEV-COMPTE     TO HIS-DEV-COMPTE
                 MOVE MT-COMPTE      TO HIS-MT-COMPTE
              WHEN 100
                 MOVE '04' TO HIS-CODRET
                 MOVE 'FIN DE LISTE VIRTUELS TBHIS' TO HIS-LIBRET
                 PERFORM 02V-FERME-VIRTUELS
              WHEN OTHER
                 MOVE '12'    TO HIS-CODRET
                 MOVE SQLCODE TO HIS-SQLCODE
                 MOVE 'ERREUR SQL FETCH VIRTUELS TBHIS' TO HIS-LIBRET
           END-EVALUATE
           .

       02V-FERME-VIRTUELS.
           EXEC SQL CLOSE CURVRT END-EXEC
           .

      * NOMBRE ET MOUVEMENT CUMULE (SIGNE, DEVISE DU COMPTE) DES
      * LIGNES DE LIAISON 'LIA' HISTORISEES SUR UN COMPTE DE LIAISON
      * A UNE DATE, POUR LE RAPPROCHEMENT INTER-AGENCES : LE CUMUL
      * DOIT RETROUVER LA VARIATION DU COMPTE. MEME FORME QUE
      * 02M-TOTAUX-CODE.
       02W-TOTAUX-LIAISON.
           MOVE HIS-DONNEES TO DCLTBHIS
           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(MT_COMPTE), 0)
                 INTO :WS-HIS-NB-TROUVE, :WS-HIS-MT-CPT
                 FROM TBHIS
                 WHERE COMPTE    = :COMPTE
                   AND CODE_OPER = 'LIA'
                   AND DATE_OPER = :DATE-OPER
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00'             TO HIS-CODRET
                 MOVE WS-HIS-NB-TROUVE TO HIS-NB-JOUR
                 MOVE WS-HIS-MT-CPT    TO HIS-MT-COMPTE
              WHEN OTHER
                 MOVE '12'    TO HIS-CODRET
                 MOVE SQLCODE TO HIS-SQLCODE
                 MOVE 'ERREUR SQL LIAISON TBHIS' TO HIS-LIBRET
           END-EVALUATE
           .

      * OUVERTURE DU CURSEUR DES LIGNES DE LA JOURNEE HIS-DATE-OPER
      * DANS L'ENTITE HIS-ENTITE (A SPACES = ENTITE PRINCIPALE), ET
      * PREMIERE LIGNE ; L'APPELANT ENCHAINE SUR 'GSU' JUSQU'A
      * CODRET '04'.
       02X-DEBUT-AGENCES.
           MOVE HIS-DONNEES TO DCLTBHIS
           MOVE HIS-ENTITE  TO ENTITE OF DCLTBHIS
           EXEC SQL OPEN CURAGC END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 02Y-SUIVANT-AGENCES
              WHEN OTHER
                 MOVE '12'    TO HIS-CODRET
                 MOVE SQLCODE TO HIS-SQLCODE
                 MOVE 'ERREUR SQL OPEN AGENCES TBHIS' TO HIS-LIBRET
           END-EVALUATE
           .

       02Y-SUIVANT-AGENCES.
           EXEC SQL
              FETCH CURAGC
                 INTO :AGENCE, :COMPTE, :REF-OPER, :CODE-OPER,
                      :MONTANT, :DEVISE, :MT-CONVERTI, :DEV-COMPTE,
                      :MT-COMPTE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE '00'      TO HIS-CODRET
                 MOVE AGENCE OF DCLTBHIS TO HIS-AGENCE
                 MOVE COMPTE OF DCLTBHIS TO HIS-COMPTE
                 MOVE REF-OPER  TO HIS-REF-OPER
                 MOVE CODE-OPER TO HIS-CODE-OPER
                 MOVE MONTANT   TO HIS-MONTANT
                 MOVE DEVISE    TO HIS-CODE-DEV
                 MOVE MT-CONVERTI TO HIS-MT-CONVERTI
                 MOVE DEV-COMPTE  TO HIS-DEV-COMPTE
                 MOVE MT-COMPTE   TO HIS-MT-COMPTE
              WHEN 100
                 MOVE '04' TO HIS-CODRET
                 MOVE 'FIN DE LISTE AGENCES TBHIS' TO HIS-LIBRET
                 PERFORM 02Z-FERME-AGENCES
              WHEN OTHER
                 MOVE '12'    TO HIS-CODRET
                 MOVE SQLCODE TO HIS-SQLCODE
                 MOVE 'ERREUR SQL FETCH AGENCES TBHIS' TO HIS-LIBRET
           END-EVALUATE
           .

       02Z-FERME-AGENCES.
           EXEC SQL CLOSE CURAGC END-EXEC
           .
