      * --------- ------------  ----------------------------- *
      * 03/09/26 SOUAD   CREATION - MOTEUR DES REGLES DE       *
      *          NOTIFICATION PAR CLIENT                       *
      * 15/10/26 SOUAD   COMPTES JOINTS : LES REGLES SONT      *
      *          EVALUEES POUR CHAQUE TITULAIRE DU COMPTE      *
      *          (TBCOT), AVEC SES ABONNEMENTS, SON CANAL ET   *
      *          SA LANGUE ; L'AVIS DE RELEVE VA AU CLIENT     *
      *          PORTE PAR LE SUIVI DE REMISE                  *
      * 15/10/26 SOUAD   CLIENT MINEUR : CHAQUE NOTIFICATION   *
      *          EST COPIEE A SON REPRESENTANT LEGAL           *
      *          (TBCLI.ID_TUTEUR) SUR SON CANAL ET DANS SA    *
      *          LANGUE ; L'AVIS DE RELEVE LUI VIENT DE SA     *
      *          PROPRE ENTREE DE SUIVI                        *
      *                                                       *
      *********************************************************

       COPY HISFUNC REPLACING ==()== BY ==HIS==.
       COPY ZAOPE   REPLACING ==()== BY ==OPE==.
       COPY ZAORD   REPLACING ==()== BY ==ORD==.
       COPY ZACOT   REPLACING ==()== BY ==COT==.

      * CLIENT DE L'OPERATION EN COURS D'EVALUATION.
       01 WS-CODCLI-COURANT PIC X(08).
       01 WS-CANAL-COURANT  PIC X(01).
       01 WS-LANGUE-COURANTE PIC X(02).
      * REPRESENTANT LEGAL DU CLIENT NOTIFIE (TBCLI.ID_TUTEUR) : IL
      * RECOIT COPIE DE CHAQUE NOTIFICATION DU MINEUR, SUR SON CANAL
      * ET DANS SA LANGUE ; LE CLIENT NOTIFIE EST PRESERVE PENDANT
      * L'ECRITURE DE LA COPIE.
       01 WS-TUTEUR-COURANT PIC X(08).
       01 WS-SV-CODCLI      PIC X(08).
       01 WS-SV-CANAL       PIC X(01).
       01 WS-SV-LANGUE      PIC X(02).
       01 WS-SV-TUTEUR      PIC X(08).

      * TITULAIRES DU COMPTE DE L'OPERATION : LE TITULAIRE
      * PRINCIPAL (CPT-CODCLI) PUIS LES TITULAIRES ET CO-TITULAIRES
      * DE TBCOT ; CHACUN EST NOTIFIE SELON SES PROPRES REGLES.
       01 WS-NB-DETENTEURS PIC 9(02) VALUE 0.
       01 WS-TAB-DETENTEURS.
         05 WS-DET-ENTRY OCCURS 1 TO 10 TIMES
                         DEPENDING ON WS-NB-DETENTEURS
                         INDEXED BY WS-TX.
            10 WS-TD-CODCLI PIC X(08).
            10 WS-TD-CANAL  PIC X(01).
            10 WS-TD-LANGUE PIC X(02).
            10 WS-TD-TUTEUR PIC X(08).

      * VUE DU SUIVI DE REMISE (MEME DISPOSITION QUE LA LIGNE
      * ECRITE PAR GKRELDSP) ; LE CLIENT DESTINATAIRE EST A BLANC
      * DANS LES SUIVIS ANTERIEURS AUX COMPTES JOINTS.
       01 WS-TRACK-LIGNE.
         05 WS-TK-COMPTE PIC X(11).
         05 FILLER       PIC X(01).
         05 WS-TK-CANAL  PIC X(01).
         05 FILLER       PIC X(01).
         05 WS-TK-STATUT PIC X(06).
         05 FILLER       PIC X(21).
         05 WS-TK-CODCLI PIC X(08).
         05 FILLER       PIC X(31).

       01 WS-NOTIF-10.
         05 WS-N10-TYPE      PIC X(02).
       01 WS-RUN-COUNTERS.
         05 WS-NB-OPERS  PIC 9(06) VALUE 0.
         05 WS-NB-NOTIFS PIC 9(06) VALUE 0.
         05 WS-NB-COPIES-TUTEUR PIC 9(06) VALUE 0.

       01 WS-FS-INTERF PIC X(02).
         88 FS-INTERF-OK  VALUE '00'.
           DISPLAY '**********************************'
           DISPLAY '* OPERATIONS EVALUEES : ' WS-NB-OPERS
           DISPLAY '* NOTIFICATIONS       : ' WS-NB-NOTIFS
           DISPLAY '* DONT COPIES TUTEUR  : ' WS-NB-COPIES-TUTEUR
           DISPLAY '**********************************'
           STOP RUN
           .
           END-IF
           .

      * EVALUATION D'UNE OPERATION POSTEE : LES TITULAIRES DU
      * COMPTE SONT RESOLUS (SANS TITULAIRE, RIEN A NOTIFIER), PUIS
      * POUR CHACUN CHAQUE REGLE SOUSCRITE EST CONFRONTEE A LA LIGNE
      * TBHIS DE L'OPERATION (MONTANT ET SENS REELS, L'INTERFACE NE
      * PORTANT QUE LE NOUVEAU SOLDE).
       02B-EVALUE-OPERATION.
           PERFORM 02K-RESOUT-DETENTEURS
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-NB-DETENTEURS
              MOVE WS-TD-CODCLI(WS-TX) TO WS-CODCLI-COURANT
              MOVE WS-TD-CANAL(WS-TX)  TO WS-CANAL-COURANT
              MOVE WS-TD-LANGUE(WS-TX) TO WS-LANGUE-COURANTE
              MOVE WS-TD-TUTEUR(WS-TX) TO WS-TUTEUR-COURANT
              IF IF-CODE-OPER = 'ANN'
                 PERFORM 02D-REGLE-ANNULATION
              ELSE
                 PERFORM 02E-REGLE-DEBIT
                 PERFORM 02G-REGLE-ORDRE
              END-IF
           END-PERFORM
           .

       02C-RESOUT-CLIENT.
           MOVE SPACES TO WS-CODCLI-COURANT
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'     TO CPT-FONCTION
           MOVE IF-COMPTE TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA
           IF CPT-CODRET = '00' AND CPT-CODCLI NOT = SPACES
              MOVE CPT-CODCLI TO WS-CODCLI-COURANT
           END-IF
           PERFORM 02L-PROFIL-CLIENT
           .

      * CANAL ET LANGUE DU CLIENT WS-CODCLI-COURANT (COURRIER ET
      * FRANCAIS A DEFAUT), ET SON REPRESENTANT LEGAL S'IL EN A UN.
       02L-PROFIL-CLIENT.
           MOVE 'C'    TO WS-CANAL-COURANT
           MOVE 'FR'   TO WS-LANGUE-COURANTE
           MOVE SPACES TO WS-TUTEUR-COURANT
           IF WS-CODCLI-COURANT NOT = SPACES
              INITIALIZE CLI-ZCMA
              MOVE 'SEL'             TO CLI-FONCTION
              MOVE WS-CODCLI-COURANT TO CLI-ID
              CALL 'MACLI' USING CLI-ZCMA
              IF CLI-CODRET = '00'
                 IF CLI-CANAL NOT = SPACES
                 IF CLI-LANGUE NOT = SPACES
                    MOVE CLI-LANGUE TO WS-LANGUE-COURANTE
                 END-IF
                 MOVE CLI-ID-TUTEUR TO WS-TUTEUR-COURANT
              END-IF
           END-IF
           .

      * TITULAIRE PRINCIPAL PUIS TITULAIRES ET CO-TITULAIRES DU
      * REGISTRE TBCOT (CURSEUR COMPTE DE MACOT) ; LES MANDATAIRES
      * NE SONT PAS NOTIFIES.
       02K-RESOUT-DETENTEURS.
           MOVE 0 TO WS-NB-DETENTEURS
           PERFORM 02C-RESOUT-CLIENT
           IF WS-CODCLI-COURANT NOT = SPACES
              PERFORM 02M-AJOUTE-DETENTEUR
           END-IF
           INITIALIZE COT-ZCMA
           MOVE 'DEB'     TO COT-FONCTION
           MOVE IF-COMPTE TO COT-COMPTE
           CALL 'MACOT' USING COT-ZCMA
           PERFORM UNTIL COT-CODRET NOT = '00'
              IF COT-DETENTEUR AND COT-CODCLI NOT = CPT-CODCLI
                 MOVE COT-CODCLI TO WS-CODCLI-COURANT
                 PERFORM 02L-PROFIL-CLIENT
                 PERFORM 02M-AJOUTE-DETENTEUR
              END-IF
              MOVE 'SUI' TO COT-FONCTION
              CALL 'MACOT' USING COT-ZCMA
           END-PERFORM
           .

       02M-AJOUTE-DETENTEUR.
           IF WS-NB-DETENTEURS < 10
              ADD 1 TO WS-NB-DETENTEURS
              SET WS-TX TO WS-NB-DETENTEURS
              MOVE WS-CODCLI-COURANT  TO WS-TD-CODCLI(WS-TX)
              MOVE WS-CANAL-COURANT   TO WS-TD-CANAL(WS-TX)
              MOVE WS-LANGUE-COURANTE TO WS-TD-LANGUE(WS-TX)
              MOVE WS-TUTEUR-COURANT  TO WS-TD-TUTEUR(WS-TX)
           ELSE
              DISPLAY 'GKNOTIFR - TROP DE TITULAIRES, COMPTE '
                      IF-COMPTE ' : ' WS-CODCLI-COURANT ' IGNORE'
           END-IF
           .

       02D-REGLE-ANNULATION.
           PERFORM 02H-LIT-ABONNEMENT-ANN
           IF ABN-CODRET = '00' AND ABN-ABON-ACTIF
           .

      * RELEVES DISPONIBLES : CHAQUE ENTREE 'EMIS' DU SUIVI DE
      * REMISE DECLENCHE L'EVENEMENT 'REL' POUR LE CLIENT ABONNE ;
      * GKRELDSP ECRIT UNE ENTREE PAR TITULAIRE DESTINATAIRE, UNE
      * ENTREE SANS CLIENT VISE LE TITULAIRE PRINCIPAL.
       02F-PARCOURT-RELEVES.
           OPEN INPUT LIVTRACK
           IF NOT FS-TRACK-OK
                 IF WS-TK-STATUT = 'EMIS'
                    MOVE WS-TK-COMPTE TO IF-COMPTE
                    MOVE SPACES       TO IF-REF-OPER
                    IF WS-TK-CODCLI = SPACES
                       PERFORM 02C-RESOUT-CLIENT
                    ELSE
                       MOVE WS-TK-CODCLI TO WS-CODCLI-COURANT
                       PERFORM 02L-PROFIL-CLIENT
                    END-IF
      * LE REPRESENTANT LEGAL A SA PROPRE ENTREE DE SUIVI (GKRELDSP
      * LUI ADRESSE COPIE DU RELEVE) : PAS DE SECONDE COPIE ICI.
                    MOVE SPACES TO WS-TUTEUR-COURANT
                    IF WS-CODCLI-COURANT NOT = SPACES
                       INITIALIZE ABN-ZCMA
                       MOVE 'SEL' TO ABN-FONCTION
           .

       02J-ECRIT-NOTIFICATION.
           PERFORM 02J1-ECRIT-LIGNE
           IF WS-TUTEUR-COURANT NOT = SPACES
              PERFORM 02N-COPIE-TUTEUR
           END-IF
           .

      * COPIE AU REPRESENTANT LEGAL : MEME EVENEMENT, MEME COMPTE,
      * ADRESSEE AU TUTEUR SUR SON CANAL ET DANS SA LANGUE.
       02N-COPIE-TUTEUR.
           MOVE WS-CODCLI-COURANT  TO WS-SV-CODCLI
           MOVE WS-CANAL-COURANT   TO WS-SV-CANAL
           MOVE WS-LANGUE-COURANTE TO WS-SV-LANGUE
           MOVE WS-TUTEUR-COURANT  TO WS-SV-TUTEUR
           MOVE WS-SV-TUTEUR       TO WS-CODCLI-COURANT
           PERFORM 02L-PROFIL-CLIENT
           PERFORM 02J1-ECRIT-LIGNE
           ADD 1 TO WS-NB-COPIES-TUTEUR
           MOVE WS-SV-CODCLI       TO WS-CODCLI-COURANT
           MOVE WS-SV-CANAL        TO WS-CANAL-COURANT
           MOVE WS-SV-LANGUE       TO WS-LANGUE-COURANTE
           MOVE WS-SV-TUTEUR       TO WS-TUTEUR-COURANT
           .

       02J1-ECRIT-LIGNE.
           MOVE '10'                TO WS-N10-TYPE
           MOVE WS-CODCLI-COURANT   TO WS-N10-CODCLI
           MOVE IF-COMPTE           TO WS-N10-COMPTE
