      *          GKNPAI) : L'IMPRESSION COURRIER DU CLIENT EST *
      *          SUPPRIMEE (SUIVI 'SUPPRIM'), LE RELEVE        *
      *          RESTANT PRODUIT ET ENREGISTRE AU REGISTRE     *
      * 15/10/26 SOUAD   COMPTES JOINTS : CHAQUE TITULAIRE ET  *
      *          CO-TITULAIRE (TBCOT) RECOIT SON EXEMPLAIRE    *
      *          DU RELEVE SUR SON CANAL ; LE RELEVE EST MIS   *
      *          EN TAMPON PUIS ROUTE PAR DESTINATAIRE, LE     *
      *          SUIVI ET L'AVIS SMS PORTENT LE CLIENT         *
      * 15/10/26 SOUAD   AVIS DE MODIFICATION TARIFAIRE DE     *
      *          GKAVTAR (REPERE ' CL ') : ROUTE AU SEUL       *
      *          CLIENT AVISE SUR SON CANAL, SUIVI SOUS LE     *
      *          STATUT 'AVTARF' ET AVIS SMS DEDIE             *
      * 15/10/26 SOUAD   SPOOL, EXTRAIT MESSAGERIE ET AVIS SMS *
      *          INSCRITS AU REGISTRE DES TRANSMISSIONS        *
      *          (GKTRFREG)                                    *
      * 15/10/26 SOUAD   REPRESENTANT LEGAL (TBCLI.ID_TUTEUR)  *
      *          D'UN TITULAIRE MINEUR AJOUTE AUX              *
      *          DESTINATAIRES DES RELEVES ET AVIS, SUR SON    *
      *          PROPRE CANAL                                  *
      *                                                       *
      *********************************************************

       COPY CPTFUNC.
       COPY ZACLI REPLACING ==()== BY ==CLI==.
       COPY ZALIB REPLACING ==()== BY ==LIB==.
       COPY ZACOT REPLACING ==()== BY ==COT==.
      * INSCRIPTION DES FICHIERS REMIS (SPOOL, MESSAGERIE, SMS) AU
      * REGISTRE DES TRANSMISSIONS.
       COPY CTRANSM REPLACING ==()== BY ==TRP==.
       COPY CTRANSM REPLACING ==()== BY ==TRM==.
       COPY CTRANSM REPLACING ==()== BY ==TRS==.

      * CARTE SYSIN : CANAL A REEMETTRE ('C'/'E'/'S'), A BLANC TOUS
      * LES CANAUX (RUN NORMAL). LA REEMISSION RELIT LA MEME EDITION
         88 WS-EN-RELEVE    VALUE 'O'.
       01 WS-ROUTE-SW       PIC X(01).
         88 WS-RELEVE-ROUTE VALUE 'O'.
       01 WS-CODCLI-COURANT PIC X(08).
      * NATURE DU DOCUMENT EN COURS : RELEVE DE COMPTE (GKEDITREL)
      * OU AVIS DE MODIFICATION TARIFAIRE (GKAVTAR), ADRESSE A UN
      * SEUL CLIENT ET NON A UN COMPTE.
       01 WS-DOCUMENT-SW    PIC X(01).
         88 WS-DOC-RELEVE   VALUE 'R'.
         88 WS-DOC-AVIS     VALUE 'A'.

      * DESTINATAIRES DU RELEVE EN COURS : LE TITULAIRE PRINCIPAL
      * (CPT-CODCLI, A BLANC POUR UN COMPTE SANS LIEN CLIENT) PUIS
      * LES TITULAIRES ET CO-TITULAIRES DU REGISTRE TBCOT, ENFIN LE
      * REPRESENTANT LEGAL (TBCLI.ID_TUTEUR) D'UN TITULAIRE MINEUR ;
      * CHACUN AVEC SON CANAL, SA LANGUE ET SA DECISION DE ROUTAGE.
       01 WS-NB-DEST PIC 9(02) VALUE 0.
       01 WS-NB-DETENTEURS PIC 9(02).
       01 WS-TAB-DEST.
         05 WS-DEST-ENTRY OCCURS 1 TO 10 TIMES
                          DEPENDING ON WS-NB-DEST
                          INDEXED BY WS-TX WS-UX.
            10 WS-DS-CODCLI PIC X(08).
            10 WS-DS-CANAL  PIC X(01).
            10 WS-DS-LANGUE PIC X(02).
            10 WS-DS-NPAI   PIC X(01).
            10 WS-DS-ROUTE  PIC X(01).
              88 WS-DS-ROUTE-OK VALUE 'O'.
            10 WS-DS-TUTEUR PIC X(08).

      * LIGNES DU RELEVE EN COURS, RECOPIEES POUR CHAQUE
      * DESTINATAIRE ROUTE UNE FOIS LE RELEVE COMPLET. UN RELEVE
      * PLUS LONG QUE LE TAMPON EST VIDE PAR TRANCHES.
       01 WS-NB-LIGNES PIC 9(04) VALUE 0.
       01 WS-TAB-LIGNES.
         05 WS-LIGNE-RELEVE PIC X(132) OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WS-NB-LIGNES
                            INDEXED BY WS-LX.

       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).
         05 WS-SMS-TEXTE  PIC X(34)
            VALUE 'VOTRE RELEVE DE COMPTE EST EDITE  '.
         05 WS-SMS-DATE   PIC X(10).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-SMS-CODCLI PIC X(08).
         05 FILLER        PIC X(15) VALUE SPACES.
       01 WS-LANGUE-CLIENT PIC X(02) VALUE 'FR'.
       01 WS-NPAI-SW PIC X(01).
         88 WS-ADRESSE-INVALIDE VALUE 'O'.
         05 WS-TK-DATE   PIC X(10).
         05 FILLER       PIC X(01).
         05 WS-TK-HEURE  PIC X(08).
         05 FILLER       PIC X(01).
      * CLIENT DESTINATAIRE DE L'EXEMPLAIRE (COMPTES JOINTS).
         05 WS-TK-CODCLI PIC X(08).
         05 FILLER       PIC X(31).

       01 WS-TK-STATUT-DEMANDE PIC X(06) VALUE 'EMIS'.

       01 WS-RUN-COUNTERS.
         05 WS-NB-RELEVES  PIC 9(06) VALUE 0.
         05 WS-NB-AVIS-TARIF PIC 9(06) VALUE 0.
         05 WS-NB-SUPPRIMES PIC 9(06) VALUE 0.
         05 WS-NB-COURRIER PIC 9(06) VALUE 0.
         05 WS-NB-MAIL     PIC 9(06) VALUE 0.
           OPEN OUTPUT SPOOLPRT
           OPEN OUTPUT MAILEXT
           OPEN OUTPUT SMSEXT
           INITIALIZE TRP-ZONE
           SET TRP-OUVERTURE TO TRUE
           MOVE 'GKRELDSP' TO TRP-PROGRAMME
           MOVE 'EDITEUR'  TO TRP-PARTENAIRE
           MOVE 'DDPRINT'  TO TRP-FICHIER
           MOVE 132        TO TRP-LRECL
           CALL 'GKTRFREG' USING TRP-ZONE
           INITIALIZE TRM-ZONE
           SET TRM-OUVERTURE TO TRUE
           MOVE 'GKRELDSP' TO TRM-PROGRAMME
           MOVE 'MAILGW'   TO TRM-PARTENAIRE
           MOVE 'DDMAIL'   TO TRM-FICHIER
           MOVE 132        TO TRM-LRECL
           CALL 'GKTRFREG' USING TRM-ZONE
           INITIALIZE TRS-ZONE
           SET TRS-OUVERTURE TO TRUE
           MOVE 'GKRELDSP' TO TRS-PROGRAMME
           MOVE 'SMSGW'    TO TRS-PARTENAIRE
           MOVE 'DDSMS'    TO TRS-FICHIER
           MOVE 80         TO TRS-LRECL
           CALL 'GKTRFREG' USING TRS-ZONE
      * LE SUIVI DE REMISE EST CUMULATIF SUR LA JOURNEE (UNE
      * REEMISSION S'Y AJOUTE AU LIEU D'EFFACER LE RUN NOMINAL).
           OPEN EXTEND LIVTRACK
           .

       03-ENDPGM.
           PERFORM 02G-VIDE-RELEVE
           SET TRP-FERMETURE TO TRUE
           MOVE 0 TO TRP-MONTANT
           CALL 'GKTRFREG' USING TRP-ZONE
           IF TRP-CODRET NOT = '00'
              DISPLAY 'GKRELDSP - REGISTRE DES TRANSMISSIONS : '
                      TRP-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           SET TRM-FERMETURE TO TRUE
           MOVE 0 TO TRM-MONTANT
           CALL 'GKTRFREG' USING TRM-ZONE
           IF TRM-CODRET NOT = '00'
              DISPLAY 'GKRELDSP - REGISTRE DES TRANSMISSIONS : '
                      TRM-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           SET TRS-FERMETURE TO TRUE
           MOVE 0 TO TRS-MONTANT
           CALL 'GKTRFREG' USING TRS-ZONE
           IF TRS-CODRET NOT = '00'
              DISPLAY 'GKRELDSP - REGISTRE DES TRANSMISSIONS : '
                      TRS-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE EDITION, SPOOLPRT, MAILEXT, SMSEXT, LIVTRACK
           DISPLAY '**********************************'
           DISPLAY '*************GKRELDSP*************'
           DISPLAY '**********************************'
           DISPLAY '* CANAL DEMANDE       : ' WS-PARM-CARD
           DISPLAY '* RELEVES LUS         : ' WS-NB-RELEVES
           DISPLAY '* AVIS TARIFAIRES LUS : ' WS-NB-AVIS-TARIF
           DISPLAY '* ROUTES COURRIER     : ' WS-NB-COURRIER
           DISPLAY '* ROUTES MESSAGERIE   : ' WS-NB-MAIL
           DISPLAY '* AVIS SMS            : ' WS-NB-SMS
PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * UNE LIGNE DE TITRE DE PREMIERE PAGE OUVRE UN NOUVEAU
      * RELEVE : LE RELEVE PRECEDENT EST ROUTE, PUIS LES
      * DESTINATAIRES DU NOUVEAU SONT RESOLUS ET LE ROUTAGE DECIDE
      * POUR TOUTES LES LIGNES QUI SUIVENT JUSQU'AU TITRE SUIVANT.
      * LA DETECTION S'APPUIE SUR DES REPERES FIXES DE LA LIGNE DE
      * TITRE DE GKEDITREL, INDEPENDANTS DE LA LANGUE (LE TEXTE DU
       02A-TRAITE-LIGNE.
           IF EDIT-ENREG(52:4) = ' NO '
              AND EDIT-ENREG(125:4) = '   1'
              PERFORM 02G-VIDE-RELEVE
              PERFORM 02B-NOUVEAU-RELEVE
           END-IF
      * L'AVIS TARIFAIRE DE GKAVTAR PORTE LES MEMES REPERES, AVEC LE
      * SEPARATEUR ' CL ' ET LE CLIENT EN COLONNES 18-25.
           IF EDIT-ENREG(52:4) = ' CL '
              AND EDIT-ENREG(125:4) = '   1'
              PERFORM 02G-VIDE-RELEVE
              PERFORM 02K-NOUVEL-AVIS
           END-IF
           IF WS-EN-RELEVE AND WS-RELEVE-ROUTE
              PERFORM 02H-MET-EN-TAMPON
           END-IF
           .

      * CHAQUE DESTINATAIRE EST DECIDE SEPAREMENT : UN CO-TITULAIRE
      * A L'ADRESSE INVALIDE N'EMPECHE PAS L'ENVOI AUX AUTRES.
       02B-NOUVEAU-RELEVE.
           ADD 1 TO WS-NB-RELEVES
           SET WS-DOC-RELEVE TO TRUE
           SET WS-EN-RELEVE TO TRUE
           MOVE 'N' TO WS-ROUTE-SW
           MOVE 0   TO WS-NB-LIGNES
           MOVE EDIT-ENREG(18:11) TO WS-COMPTE-COURANT
           PERFORM 02C-RESOUT-DESTINATAIRES
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-NB-DEST
              PERFORM 02J-DECIDE-ROUTAGE
           END-PERFORM
           .

       02J-DECIDE-ROUTAGE.
           MOVE WS-DS-CODCLI(WS-TX) TO WS-CODCLI-COURANT
           MOVE WS-DS-CANAL(WS-TX)  TO WS-CANAL-COURANT
           MOVE WS-DS-LANGUE(WS-TX) TO WS-LANGUE-CLIENT
           MOVE WS-DS-NPAI(WS-TX)   TO WS-NPAI-SW
           MOVE 'N' TO WS-DS-ROUTE(WS-TX)
           IF WS-ADRESSE-INVALIDE
              AND WS-CANAL-COURANT = 'C'
      * ADRESSE INVALIDE : RIEN NE PART AU SPOOL, LE SUIVI PORTE LA
      * SUPPRESSION (LE RELEVE RESTE AU REGISTRE D'EDITION).
              ADD 1 TO WS-NB-SUPPRIMES
              MOVE 'SUPPRIM' TO WS-TK-STATUT-DEMANDE
              PERFORM 02E-ECRIT-SUIVI
           ELSE
           IF WS-TOUS-CANAUX
              OR WS-PARM-CARD = WS-CANAL-COURANT
              SET WS-DS-ROUTE-OK(WS-TX) TO TRUE
              SET WS-RELEVE-ROUTE TO TRUE
              EVALUATE WS-CANAL-COURANT
                 WHEN 'E'
                 WHEN OTHER
                    ADD 1 TO WS-NB-COURRIER
              END-EVALUATE
      * L'AVIS TARIFAIRE EST SUIVI SOUS SON PROPRE STATUT : IL NE
      * DOIT PAS DECLENCHER L'EVENEMENT RELEVE DE GKNOTIFR.
              IF WS-DOC-AVIS
                 MOVE 'AVTARF' TO WS-TK-STATUT-DEMANDE
              ELSE
                 MOVE 'EMIS' TO WS-TK-STATUT-DEMANDE
              END-IF
              PERFORM 02E-ECRIT-SUIVI
           ELSE
              ADD 1 TO WS-NB-IGNORES
           END-IF
           END-IF
           .

      * TITULAIRE PRINCIPAL DU COMPTE (TBCPT.CODCLI -> TBCLI), PUIS
      * TITULAIRES ET CO-TITULAIRES DE TBCOT (LES MANDATAIRES NE
      * RECOIVENT PAS LE RELEVE) ; UN COMPTE SANS LIEN CLIENT OU UN
      * REFERENTIEL MUET PART AU COURRIER, LE CANAL QUI EXISTE
      * TOUJOURS. LE REPRESENTANT LEGAL D'UN TITULAIRE MINEUR EN
      * RECOIT COPIE SUR SON PROPRE CANAL, UNE SEULE FOIS S'IL EST
      * DEJA DESTINATAIRE A UN AUTRE TITRE.
       02C-RESOUT-DESTINATAIRES.
           MOVE 0 TO WS-NB-DEST
           MOVE SPACES TO WS-CODCLI-COURANT
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'             TO CPT-FONCTION
           MOVE WS-COMPTE-COURANT TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA
           IF CPT-CODRET = '00'
              MOVE CPT-CODCLI TO WS-CODCLI-COURANT
           END-IF
           PERFORM 02I-AJOUTE-DESTINATAIRE
           INITIALIZE COT-ZCMA
           MOVE 'DEB'             TO COT-FONCTION
           MOVE WS-COMPTE-COURANT TO COT-COMPTE
           CALL 'MACOT' USING COT-ZCMA
           PERFORM UNTIL COT-CODRET NOT = '00'
              IF COT-DETENTEUR AND COT-CODCLI NOT = CPT-CODCLI
                 MOVE COT-CODCLI TO WS-CODCLI-COURANT
                 PERFORM 02I-AJOUTE-DESTINATAIRE
              END-IF
              MOVE 'SUI' TO COT-FONCTION
              CALL 'MACOT' USING COT-ZCMA
           END-PERFORM
           MOVE WS-NB-DEST TO WS-NB-DETENTEURS
           PERFORM VARYING WS-UX FROM 1 BY 1
                   UNTIL WS-UX > WS-NB-DETENTEURS
              IF WS-DS-TUTEUR(WS-UX) NOT = SPACES
                 MOVE WS-DS-TUTEUR(WS-UX) TO WS-CODCLI-COURANT
                 PERFORM 02I1-AJOUTE-TUTEUR
              END-IF
           END-PERFORM
           .

       02I1-AJOUTE-TUTEUR.
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-NB-DEST
              IF WS-DS-CODCLI(WS-TX) = WS-CODCLI-COURANT
                 MOVE SPACES TO WS-CODCLI-COURANT
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-CODCLI-COURANT NOT = SPACES
              PERFORM 02I-AJOUTE-DESTINATAIRE
           END-IF
           .

       02I-AJOUTE-DESTINATAIRE.
           IF WS-NB-DEST >= 10
              DISPLAY 'GKRELDSP - TROP DE TITULAIRES, COMPTE '
                      WS-COMPTE-COURANT ' : ' WS-CODCLI-COURANT
                      ' IGNORE'
           ELSE
              ADD 1 TO WS-NB-DEST
              SET WS-TX TO WS-NB-DEST
              MOVE WS-CODCLI-COURANT TO WS-DS-CODCLI(WS-TX)
              MOVE 'C'  TO WS-DS-CANAL(WS-TX)
              MOVE 'FR' TO WS-DS-LANGUE(WS-TX)
              MOVE 'N'  TO WS-DS-NPAI(WS-TX)
              MOVE 'N'  TO WS-DS-ROUTE(WS-TX)
              MOVE SPACES TO WS-DS-TUTEUR(WS-TX)
              IF WS-CODCLI-COURANT NOT = SPACES
                 INITIALIZE CLI-ZCMA
                 MOVE 'SEL'             TO CLI-FONCTION
                 MOVE WS-CODCLI-COURANT TO CLI-ID
                 CALL 'MACLI' USING CLI-ZCMA
                 IF CLI-CODRET = '00'
                    IF CLI-CANAL NOT = SPACES
                       MOVE CLI-CANAL TO WS-DS-CANAL(WS-TX)
                    END-IF
                    IF CLI-LANGUE NOT = SPACES
                       MOVE CLI-LANGUE TO WS-DS-LANGUE(WS-TX)
                    END-IF
                    MOVE CLI-NPAI TO WS-DS-NPAI(WS-TX)
                    MOVE CLI-ID-TUTEUR TO WS-DS-TUTEUR(WS-TX)
                 END-IF
              END-IF
           END-IF
           .

      * LES LIGNES D'UN RELEVE ROUTE PARTENT VERS LE FICHIER DU
      * CANAL DU DESTINATAIRE ; LE CANAL SMS NE RECOIT QUE L'AVIS
      * (DEJA EMIS), LE RELEVE COMPLET RESTANT DISPONIBLE EN
      * REGISTRE D'EDITION.
       02D-ROUTE-LIGNE.
           EVALUATE WS-DS-CANAL(WS-TX)
              WHEN 'E'
                 WRITE MAIL-ENREG FROM WS-LIGNE-RELEVE(WS-LX)
                 MOVE WS-LIGNE-RELEVE(WS-LX) TO TRM-DONNEES
                 PERFORM 02M-TRANSMIS-MESSAGERIE
              WHEN 'S'
                 CONTINUE
              WHEN OTHER
                 WRITE PRINT-ENREG FROM WS-LIGNE-RELEVE(WS-LX)
                 MOVE WS-LIGNE-RELEVE(WS-LX) TO TRP-DONNEES
                 PERFORM 02L-TRANSMIS-COURRIER
           END-EVALUATE
           .

           MOVE WS-TK-STATUT-DEMANDE TO WS-TK-STATUT
           MOVE WS-DATE-JOUR      TO WS-TK-DATE
           MOVE WS-HEURE-JOUR     TO WS-TK-HEURE
           MOVE WS-CODCLI-COURANT TO WS-TK-CODCLI
           WRITE TRACK-ENREG FROM WS-TRACK-LIGNE
           .

      * TEXTE DE L'AVIS RESOLU PAR LA TABLE DES LIBELLES DANS LA
      * LANGUE DU CLIENT ; LA CLE ABSENTE LAISSE LE FRANCAIS.
       02F-ECRIT-AVIS-SMS.
           INITIALIZE LIB-ZCMA
           IF WS-DOC-AVIS
              MOVE 'VOS CONDITIONS TARIFAIRES CHANGENT'
                TO WS-SMS-TEXTE
              MOVE 'AT-AVIS-SMS' TO LIB-CLE
           ELSE
              MOVE 'VOTRE RELEVE DE COMPTE EST EDITE  '
                TO WS-SMS-TEXTE
              MOVE 'RL-AVIS-SMS' TO LIB-CLE
           END-IF
           MOVE 'SEL'            TO LIB-FONCTION
           MOVE WS-LANGUE-CLIENT TO LIB-LANGUE
           CALL 'MALIB' USING LIB-ZCMA
           IF LIB-CODRET = '00'
           END-IF
           MOVE WS-COMPTE-COURANT TO WS-SMS-COMPTE
           MOVE WS-DATE-JOUR      TO WS-SMS-DATE
           MOVE WS-CODCLI-COURANT TO WS-SMS-CODCLI
           WRITE SMS-ENREG FROM WS-SMS-AVIS
           MOVE WS-SMS-AVIS TO TRS-DONNEES
           PERFORM 02N-TRANSMIS-SMS
           .

      * ROUTAGE DES LIGNES EN TAMPON : UN EXEMPLAIRE COMPLET PAR
      * DESTINATAIRE ROUTE, DANS L'ORDRE DES DESTINATAIRES.
       02G-VIDE-RELEVE.
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-NB-DEST
              IF WS-DS-ROUTE-OK(WS-TX)
                 PERFORM VARYING WS-LX FROM 1 BY 1
                         UNTIL WS-LX > WS-NB-LIGNES
                    PERFORM 02D-ROUTE-LIGNE
                 END-PERFORM
              END-IF
           END-PERFORM
           MOVE 0 TO WS-NB-LIGNES
           .

       02H-MET-EN-TAMPON.
           IF WS-NB-LIGNES >= 2000
              PERFORM 02G-VIDE-RELEVE
           END-IF
           ADD 1 TO WS-NB-LIGNES
           SET WS-LX TO WS-NB-LIGNES
           MOVE EDIT-ENREG TO WS-LIGNE-RELEVE(WS-LX)
           .

      * AVIS TARIFAIRE : UN SEUL DESTINATAIRE, LE CLIENT AVISE, AVEC
      * SON CANAL, SA LANGUE ET SON ADRESSE ; PAS DE COMPTE (LE SUIVI
      * ET L'AVIS SMS PORTENT LE SEUL CLIENT).
       02K-NOUVEL-AVIS.
           ADD 1 TO WS-NB-AVIS-TARIF
           SET WS-DOC-AVIS TO TRUE
           SET WS-EN-RELEVE TO TRUE
           MOVE 'N' TO WS-ROUTE-SW
           MOVE 0   TO WS-NB-LIGNES WS-NB-DEST
           MOVE SPACES            TO WS-COMPTE-COURANT
           MOVE EDIT-ENREG(18:8)  TO WS-CODCLI-COURANT
           PERFORM 02I-AJOUTE-DESTINATAIRE
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-NB-DEST
              PERFORM 02J-DECIDE-ROUTAGE
           END-PERFORM
           .

      * CHAQUE ENREGISTREMENT ECRIT EST PASSE AU REGISTRE DES
      * TRANSMISSIONS, QUI LE COMPTE ET L'ARCHIVE POUR UN RENVOI.
       02L-TRANSMIS-COURRIER.
           SET TRP-ENREGISTRE TO TRUE
           CALL 'GKTRFREG' USING TRP-ZONE
           IF TRP-CODRET NOT = '00'
              DISPLAY 'GKRELDSP - REGISTRE DES TRANSMISSIONS : '
                      TRP-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .

       02M-TRANSMIS-MESSAGERIE.
           SET TRM-ENREGISTRE TO TRUE
           CALL 'GKTRFREG' USING TRM-ZONE
           IF TRM-CODRET NOT = '00'
              DISPLAY 'GKRELDSP - REGISTRE DES TRANSMISSIONS : '
                      TRM-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .

       02N-TRANSMIS-SMS.
           SET TRS-ENREGISTRE TO TRUE
           CALL 'GKTRFREG' USING TRS-ZONE
           IF TRS-CODRET NOT = '00'
              DISPLAY 'GKRELDSP - REGISTRE DES TRANSMISSIONS : '
                      TRS-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .
