      *********************************************************
      * PROGRAM NAME:  GKSAISIE                               *
      * PROGRAM OBJET :SERVICE DES SAISIES ET AVIS A TIERS    *
      *                DETENTEUR OUVERTS (TBSAI) : PAR CLIENT *
      *                DEBITEUR, CALCULE LE DISPONIBLE DE SES *
      *                COMPTES (SOLDE MOINS GAGES ACTIFS),    *
      *                LAISSE LE SOLDE BANCAIRE INSAISISSABLE *
      *                ET VERSE LE RESTE AUX CREANCIERS DANS  *
      *                L'ORDRE DE LEUR RANG, EN VIREMENT      *
      *                SORTANT '30' (OU '20' SI LE CREANCIER  *
      *                EST CLIENT) ; LE CUMUL VERSE EST SUIVI *
      *                AU REGISTRE JUSQU'AU SOLDE DE L'ORDRE  *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - CALCUL DU SAISISSABLE ET   *
      *          VERSEMENT AUX CREANCIERS DES ORDRES DE SAISIE *
      * 15/10/26 SOUAD   FICHIER INTERBANCAIRE INSCRIT AU      *
      *          REGISTRE DES TRANSMISSIONS (GKTRFREG)         *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKSAISIE.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ETAT DES VERSEMENTS DU JOUR, PAR CLIENT ET PAR ORDRE
            SELECT EDITION ASSIGN TO DDSAIVER
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EDIT.

      *    VIREMENTS SORTANTS '30' POSTES, REMIS A LA PASSERELLE DE
      *    COMPENSATION (MEME CADRE QUE LE FICHIER DE GKMAJ001)
            SELECT INTERBRECORDS ASSIGN TO DDINTERB
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-INTERB.

       DATA DIVISION.
       FILE SECTION.

       FD EDITION.
       01 EDIT-ENREG PIC X(132).

       FD INTERBRECORDS.
       01 INTERB-ENREG PIC X(114).

       WORKING-STORAGE SECTION.

       COPY CPTFUNC.
       COPY HISFUNC REPLACING ==()== BY ==HIS==.
       COPY ZASAI   REPLACING ==()== BY ==SAI==.
       COPY ZAGAG   REPLACING ==()== BY ==GAG==.
       COPY ZAPRM   REPLACING ==()== BY ==PRM==.
       COPY ZAIBN   REPLACING ==()== BY ==IBN==.
       COPY ZFMAJCPT.
      * INSCRIPTION DU FICHIER INTERBANCAIRE AU REGISTRE DES
      * TRANSMISSIONS.
       COPY CTRANSM REPLACING ==()== BY ==TRB==.

       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).

      * SOLDE BANCAIRE INSAISISSABLE : MONTANT DU RSA POUR UNE
      * PERSONNE SEULE, LAISSE UNE FOIS PAR DEBITEUR TOUS COMPTES
      * CONFONDUS. REVALORISE CHAQUE ANNEE PAR TBPRM
      * SOLDE-INSAISISSABLE, LA VALEUR COMPILEE RESTANT LE REPLI.
       01 WS-SOLDE-INSAISISSABLE PIC S9(07)V9(02) VALUE 646.52.

       01 WS-CODE-SAISIE  PIC X(03) VALUE 'SAI'.

      * ORDRES OUVERTS, CHARGES PAR LE CURSEUR DE MASAI (CLIENT,
      * RANG, DATE DE SIGNIFICATION) PUIS SERVIS UN A UN : LE
      * REGISTRE EST MIS A JOUR APRES CHAQUE VERSEMENT, HORS
      * CURSEUR.
       01 WS-NB-ORDRES PIC 9(03) VALUE 0.
       01 WS-TAB-ORDRES.
         05 WS-ORD-ID-SAISIE OCCURS 1 TO 500 TIMES
                             DEPENDING ON WS-NB-ORDRES
                             INDEXED BY WS-OX PIC X(06).

      * COMPTES DU DEBITEUR EN COURS (TITULAIRE PRINCIPAL) ET LEUR
      * DISPONIBLE RESTANT AU FIL DES VERSEMENTS.
       01 WS-CODCLI-COURANT PIC X(08).
       01 WS-NB-COMPTES PIC 9(03) VALUE 0.
       01 WS-TAB-COMPTES.
         05 WS-CP-ENTRY OCCURS 1 TO 50 TIMES
                        DEPENDING ON WS-NB-COMPTES
                        INDEXED BY WS-CX WS-HX WS-PX.
            10 WS-CP-COMPTE     PIC X(11).
            10 WS-CP-DISPONIBLE PIC S9(13)V9(2).
       01 WS-TOTAL-DISPONIBLE PIC S9(13)V9(2).
       01 WS-SAISISSABLE      PIC S9(13)V9(2).
       01 WS-DISPONIBLE       PIC S9(13)V9(2).

      * ORDRE EN COURS DE SERVICE.
       01 WS-RESTE-DU        PIC S9(11)V9(2).
       01 WS-A-VERSER        PIC S9(11)V9(2).
       01 WS-VERSE-JOUR      PIC S9(11)V9(2).
       01 WS-MT-VERSEMENT    PIC S9(11)V9(2).
       01 WS-DESTINATION     PIC X(11).
       01 WS-TYPE-VIREMENT   PIC X(02).
         88 WS-VIREMENT-INTERNE VALUE '20'.
         88 WS-VIREMENT-SORTANT VALUE '30'.
       01 WS-REF-VERSEMENT.
         05 FILLER             PIC X(01) VALUE 'S'.
         05 WS-RV-ID-SAISIE    PIC X(06).
         05 WS-RV-RANG         PIC 9(03).
       01 WS-DEJA-POSTE-SW   PIC X(01).
         88 WS-DEJA-POSTE     VALUE 'O'.
       01 WS-MOTIF-REJET PIC X(30).

       01 WS-LIGNE-CLIENT.
         05 FILLER          PIC X(08) VALUE 'CLIENT  '.
         05 WS-LC-CODCLI    PIC X(08).
         05 FILLER          PIC X(14) VALUE '  DISPONIBLE  '.
         05 WS-LC-DISPONIBLE PIC -ZZZZZZZZZZ9.99.
         05 FILLER          PIC X(17) VALUE '  INSAISISSABLE  '.
         05 WS-LC-SBI       PIC -ZZZZZZ9.99.
         05 FILLER          PIC X(16) VALUE '  SAISISSABLE  '.
         05 WS-LC-SAISISSABLE PIC -ZZZZZZZZZZ9.99.
         05 FILLER          PIC X(28) VALUE SPACES.

       01 WS-LIGNE-ORDRE.
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LO-ID        PIC X(06).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LO-TYPE      PIC X(03).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LO-CREANCIER PIC X(20).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LO-RECLAME   PIC ZZZZZZZZZZ9.99.
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LO-VERSE-JOUR PIC ZZZZZZZZZZ9.99.
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LO-CUMUL     PIC ZZZZZZZZZZ9.99.
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LO-RESTE     PIC ZZZZZZZZZZ9.99.
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LO-ETAT      PIC X(30).
         05 FILLER          PIC X(08) VALUE SPACES.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

      * FICHIER INTERBANCAIRE SORTANT : MEME CADRE 00/10/99 QUE
      * CELUI DE GKMAJ001.
       01 WS-INTERB-00.
         05 WS-IB00-TYPE PIC X(02).
         05 WS-IB00-DATE PIC X(10).
         05 FILLER       PIC X(102) VALUE SPACES.
       01 WS-INTERB-10.
         05 WS-IB10-TYPE         PIC X(02).
         05 WS-IB10-COMPTE       PIC X(11).
         05 WS-IB10-REF-OPER     PIC X(10).
         05 WS-IB10-CODE-DEV     PIC X(03).
         05 WS-IB10-MONTANT      PIC 9(11)V99.
         05 WS-IB10-CONTREPARTIE PIC X(11).
         05 WS-IB10-DATE-VALEUR  PIC X(10).
         05 WS-IB10-IBAN         PIC X(34).
         05 FILLER               PIC X(20) VALUE SPACES.
       01 WS-INTERB-99.
         05 WS-IB99-TYPE PIC X(02).
         05 WS-IB99-NB   PIC 9(06).
         05 WS-IB99-MT   PIC 9(11)V99.
         05 FILLER       PIC X(93) VALUE SPACES.

       01 WS-RUN-COUNTERS.
         05 WS-NB-CLIENTS     PIC 9(06) VALUE 0.
         05 WS-NB-SERVIS      PIC 9(06) VALUE 0.
         05 WS-NB-SOLDES      PIC 9(06) VALUE 0.
         05 WS-NB-EN-ATTENTE  PIC 9(06) VALUE 0.
         05 WS-NB-REJETES     PIC 9(06) VALUE 0.
         05 WS-NB-VERSEMENTS  PIC 9(06) VALUE 0.
         05 WS-MT-VERSE       PIC 9(11)V99 VALUE 0.
         05 WS-NB-INTERB      PIC 9(06) VALUE 0.
         05 WS-MT-INTERB      PIC 9(11)V99 VALUE 0.

       01 WS-FS-EDIT PIC X(02).
         88 FS-EDIT-OK VALUE '00'.
       01 WS-FS-INTERB PIC X(02).
         88 FS-INTERB-OK VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
           INITIALIZE WS-RUN-COUNTERS
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           STRING WS-DATE-SYSTEME(1:4) '-'
                  WS-DATE-SYSTEME(5:2) '-'
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-JOUR
           MOVE 'SEL' TO PRM-FONCTION
           MOVE 'SOLDE-INSAISISSABLE' TO PRM-CLE
           INITIALIZE PRM-RETOUR
           MOVE SPACES TO PRM-VALEUR
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00'
              COMPUTE WS-SOLDE-INSAISISSABLE =
                      FUNCTION NUMVAL(PRM-VALEUR)
           END-IF
           OPEN OUTPUT EDITION
           OPEN OUTPUT INTERBRECORDS
           INITIALIZE TRB-ZONE
           SET TRB-OUVERTURE TO TRUE
           MOVE 'GKSAISIE' TO TRB-PROGRAMME
           MOVE 'COMPENS'  TO TRB-PARTENAIRE
           MOVE 'DDINTERB' TO TRB-FICHIER
           MOVE 114        TO TRB-LRECL
           CALL 'GKTRFREG' USING TRB-ZONE
           MOVE '00'         TO WS-IB00-TYPE
           MOVE WS-DATE-JOUR TO WS-IB00-DATE
           WRITE INTERB-ENREG FROM WS-INTERB-00
           MOVE WS-INTERB-00 TO TRB-DONNEES
           PERFORM 02J-TRANSMIS-ENREG
           PERFORM 02A-CHARGE-ORDRES
           .

       02-TREATMENT.
           MOVE SPACES TO WS-CODCLI-COURANT
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-NB-ORDRES
              INITIALIZE SAI-ZCMA
              MOVE 'SEL'                   TO SAI-FONCTION
              MOVE WS-ORD-ID-SAISIE(WS-OX) TO SAI-ID-SAISIE
              CALL 'MASAI' USING SAI-ZCMA
              IF SAI-CODRET = '00'
                 IF SAI-CODCLI NOT = WS-CODCLI-COURANT
                    MOVE SAI-CODCLI TO WS-CODCLI-COURANT
                    PERFORM 02B-CHARGE-COMPTES
                 END-IF
                 PERFORM 02C-SERT-ORDRE
              ELSE
                 DISPLAY 'GKSAISIE - ORDRE ' WS-ORD-ID-SAISIE(WS-OX)
                         ' ILLISIBLE : ' SAI-LIBRET
                 ADD 1 TO WS-NB-REJETES
              END-IF
           END-PERFORM
           .

      * LES CONTREPARTIES COMPTES GENERAUX CUMULEES PAR MFMAJCPT
      * SONT POSTEES EN FIN DE RUN (FLUSH), COMME DANS GKMAJ001.
       03-ENDPGM.
           INITIALIZE ZF-MAJCPT
           MOVE 'FL' TO ZF-TYPE
           MOVE 'N'  TO ZF-MODE-SIMULATION
           CALL 'MFMAJCPT' USING ZF-MAJCPT, ZF-RETOUR
           IF ZF-CODRET NOT = '00'
              DISPLAY 'GKSAISIE - FLUSH GL EN ECHEC : ' ZF-LIBRET
              MOVE 24 TO RETURN-CODE
           END-IF
           MOVE '99'         TO WS-IB99-TYPE
           MOVE WS-NB-INTERB TO WS-IB99-NB
           MOVE WS-MT-INTERB TO WS-IB99-MT
           WRITE INTERB-ENREG FROM WS-INTERB-99
           MOVE WS-INTERB-99 TO TRB-DONNEES
           PERFORM 02J-TRANSMIS-ENREG
           SET TRB-FERMETURE TO TRUE
           MOVE WS-MT-INTERB TO TRB-MONTANT
           CALL 'GKTRFREG' USING TRB-ZONE
           IF TRB-CODRET NOT = '00'
              DISPLAY 'GKSAISIE - REGISTRE DES TRANSMISSIONS : '
                      TRB-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 03A-RESUME-RUN
           CLOSE EDITION, INTERBRECORDS
           IF WS-NB-REJETES > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * BILAN DE FIN DE JOB.
       03A-RESUME-RUN.
           DISPLAY '**********************************'
           DISPLAY '*************GKSAISIE*************'
           DISPLAY '**********************************'
           DISPLAY '* ORDRES OUVERTS      : ' WS-NB-ORDRES
           DISPLAY '* CLIENTS DEBITEURS   : ' WS-NB-CLIENTS
           DISPLAY '* ORDRES SERVIS       : ' WS-NB-SERVIS
           DISPLAY '* ORDRES SOLDES       : ' WS-NB-SOLDES
           DISPLAY '* ORDRES EN ATTENTE   : ' WS-NB-EN-ATTENTE
           DISPLAY '* ORDRES EN ERREUR    : ' WS-NB-REJETES
           DISPLAY '* VERSEMENTS POSTES   : ' WS-NB-VERSEMENTS
           DISPLAY '* MONTANT VERSE       : ' WS-MT-VERSE
           DISPLAY '* VIREMENTS SORTANTS  : ' WS-NB-INTERB
           DISPLAY '**********************************'
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

       02A-CHARGE-ORDRES.
           MOVE 0 TO WS-NB-ORDRES
           INITIALIZE SAI-ZCMA
           MOVE 'DEB' TO SAI-FONCTION
           CALL 'MASAI' USING SAI-ZCMA
           PERFORM UNTIL SAI-CODRET NOT = '00'
              IF WS-NB-ORDRES >= 500
                 DISPLAY 'GKSAISIE - TROP D''ORDRES OUVERTS, ORDRE '
                         SAI-ID-SAISIE ' REPORTE'
                 MOVE 24 TO RETURN-CODE
              ELSE
                 ADD 1 TO WS-NB-ORDRES
                 SET WS-OX TO WS-NB-ORDRES
                 MOVE SAI-ID-SAISIE TO WS-ORD-ID-SAISIE(WS-OX)
              END-IF
              MOVE 'SUI' TO SAI-FONCTION
              CALL 'MASAI' USING SAI-ZCMA
           END-PERFORM
           IF SAI-CODRET NOT = '04'
              DISPLAY 'GKSAISIE - PARCOURS TBSAI EN ERREUR : '
                      SAI-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .

      * DISPONIBLE DU DEBITEUR : COMPTES ACTIFS DONT IL EST LE
      * TITULAIRE PRINCIPAL, SOLDE MOINS GAGES ACTIFS ; LES COMPTES
      * JOINTS (TBCOT) RESTENT A L'APPRECIATION DU SERVICE
      * JURIDIQUE, QUI DOIT D'ABORD EN AVISER LES CO-TITULAIRES.
      * LE SOLDE INSAISISSABLE EST DEDUIT UNE SEULE FOIS.
       02B-CHARGE-COMPTES.
           ADD 1 TO WS-NB-CLIENTS
           MOVE 0 TO WS-NB-COMPTES
           MOVE 0 TO WS-TOTAL-DISPONIBLE
           INITIALIZE CPT-ZCMA
           MOVE 'CDB'             TO CPT-FONCTION
           MOVE WS-CODCLI-COURANT TO CPT-CODCLI
           CALL 'MACPT' USING CPT-ZCMA
           PERFORM UNTIL CPT-CODRET NOT = '00'
              IF CPT-COMPTE-ACTIF AND CPT-SOLDE > 0
                 PERFORM 02D-DISPONIBLE-COMPTE
              END-IF
              MOVE 'CSU' TO CPT-FONCTION
              CALL 'MACPT' USING CPT-ZCMA
           END-PERFORM
           IF CPT-CODRET NOT = '04'
              DISPLAY 'GKSAISIE - COMPTES DU CLIENT '
                      WS-CODCLI-COURANT ' ILLISIBLES : ' CPT-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           COMPUTE WS-SAISISSABLE =
                   WS-TOTAL-DISPONIBLE - WS-SOLDE-INSAISISSABLE
           IF WS-SAISISSABLE < 0
              MOVE 0 TO WS-SAISISSABLE
           END-IF
           MOVE WS-CODCLI-COURANT      TO WS-LC-CODCLI
           MOVE WS-TOTAL-DISPONIBLE    TO WS-LC-DISPONIBLE
           MOVE WS-SOLDE-INSAISISSABLE TO WS-LC-SBI
           MOVE WS-SAISISSABLE         TO WS-LC-SAISISSABLE
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           WRITE EDIT-ENREG FROM WS-LIGNE-CLIENT
           .

      * SERT L'ORDRE SUR LE SAISISSABLE RESTANT DU DEBITEUR, EN
      * PRELEVANT LES COMPTES DANS L'ORDRE ; CHAQUE VERSEMENT EST
      * REPORTE AU REGISTRE DES QU'IL EST POSTE.
       02C-SERT-ORDRE.
           MOVE SPACES TO WS-MOTIF-REJET
           MOVE 0      TO WS-VERSE-JOUR
           COMPUTE WS-RESTE-DU =
                   SAI-MONTANT-RECLAME - SAI-MONTANT-VERSE
           IF WS-RESTE-DU < WS-SAISISSABLE
              MOVE WS-RESTE-DU    TO WS-A-VERSER
           ELSE
              MOVE WS-SAISISSABLE TO WS-A-VERSER
           END-IF
           IF WS-A-VERSER > 0
              PERFORM 02E-RESOUT-CREANCIER
           END-IF
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-NB-COMPTES
                      OR WS-A-VERSER NOT > 0
                      OR WS-MOTIF-REJET NOT = SPACES
              IF WS-CP-DISPONIBLE(WS-CX) > 0
                 IF WS-CP-DISPONIBLE(WS-CX) < WS-A-VERSER
                    MOVE WS-CP-DISPONIBLE(WS-CX) TO WS-MT-VERSEMENT
                 ELSE
                    MOVE WS-A-VERSER TO WS-MT-VERSEMENT
                 END-IF
                 PERFORM 02F-POSTE-VERSEMENT
              END-IF
           END-PERFORM
           PERFORM 02H-EDITE-ORDRE
           .

       02D-DISPONIBLE-COMPTE.
           INITIALIZE GAG-ZCMA
           MOVE 'SOM'        TO GAG-FONCTION
           MOVE CPT-COMPTE   TO GAG-COMPTE
           MOVE WS-DATE-JOUR TO GAG-DATE-REF
           CALL 'MAGAG' USING GAG-ZCMA
           IF GAG-CODRET = '00'
              COMPUTE WS-DISPONIBLE = CPT-SOLDE - GAG-MONTANT
           ELSE
              MOVE CPT-SOLDE TO WS-DISPONIBLE
           END-IF
           IF WS-DISPONIBLE > 0
              IF WS-NB-COMPTES >= 50
                 DISPLAY 'GKSAISIE - TROP DE COMPTES, CLIENT '
                         WS-CODCLI-COURANT ' TRONQUE'
                 MOVE 24 TO RETURN-CODE
              ELSE
                 ADD 1 TO WS-NB-COMPTES
                 SET WS-CX TO WS-NB-COMPTES
                 MOVE CPT-COMPTE    TO WS-CP-COMPTE(WS-CX)
                 MOVE WS-DISPONIBLE TO WS-CP-DISPONIBLE(WS-CX)
                 ADD WS-DISPONIBLE  TO WS-TOTAL-DISPONIBLE
              END-IF
           END-IF
           .

      * LE CREANCIER EST PAYE SUR LA CONTREPARTIE DE SON IBAN
      * (TBIBN) : VIREMENT INTERNE '20' SI ELLE EST UN COMPTE ACTIF
      * DE LA BANQUE, VIREMENT SORTANT '30' SINON.
       02E-RESOUT-CREANCIER.
           INITIALIZE IBN-ZCMA
           MOVE 'SEL'              TO IBN-FONCTION
           MOVE SAI-IBAN-CREANCIER TO IBN-IBAN
           CALL 'MAIBN' USING IBN-ZCMA
           IF IBN-CODRET NOT = '00'
              MOVE 'IBAN INCONNU DE TBIBN' TO WS-MOTIF-REJET
           ELSE
              MOVE IBN-COMPTE TO WS-DESTINATION
              INITIALIZE CPT-ZCMA
              MOVE 'SEL'          TO CPT-FONCTION
              MOVE WS-DESTINATION TO CPT-COMPTE
              CALL 'MACPT' USING CPT-ZCMA
              EVALUATE TRUE
                 WHEN CPT-CODRET = '00' AND CPT-COMPTE-ACTIF
                    SET WS-VIREMENT-INTERNE TO TRUE
                 WHEN CPT-CODRET = '00'
                    MOVE 'COMPTE CREANCIER NON ACTIF'
                      TO WS-MOTIF-REJET
                 WHEN CPT-CODRET = '04'
                    SET WS-VIREMENT-SORTANT TO TRUE
                 WHEN OTHER
                    MOVE CPT-LIBRET TO WS-MOTIF-REJET
              END-EVALUATE
           END-IF
           .

      * UN VERSEMENT DEJA HISTORISE SOUS SA REFERENCE (ARRET ENTRE
      * LE POSTE ET LA MISE A JOUR DU REGISTRE) N'EST PAS REPOSTE :
      * IL EST SEULEMENT REPORTE AU REGISTRE POUR SON MONTANT
      * HISTORISE.
       02F-POSTE-VERSEMENT.
           MOVE SAI-ID-SAISIE TO WS-RV-ID-SAISIE
           COMPUTE WS-RV-RANG = SAI-NB-VERSEMENTS + 1
           SET WS-PX TO WS-CX
           PERFORM 02G-CHERCHE-VERSEMENT
           IF NOT WS-DEJA-POSTE
              INITIALIZE ZF-MAJCPT
              MOVE WS-TYPE-VIREMENT     TO ZF-TYPE
              MOVE WS-CP-COMPTE(WS-CX)  TO ZF-COMPTE
              MOVE WS-CODE-SAISIE       TO ZF-CODE-OPER
              MOVE WS-REF-VERSEMENT     TO ZF-REF-OPER
              MOVE 'EUR'                TO ZF-CODE-DEV
              MOVE WS-MT-VERSEMENT      TO ZF-MNTOPE
              MOVE WS-DESTINATION       TO ZF-COMPTE-CREDIT
              MOVE 'O'                  TO ZF-AUTORISATION
              MOVE 'N'                  TO ZF-MODE-SIMULATION
              MOVE WS-DATE-JOUR         TO ZF-DATE-LOT
              STRING 'SAISIE ' SAI-ID-SAISIE
                     DELIMITED BY SIZE INTO ZF-LIBELLE-OPER
              CALL 'MFMAJCPT' USING ZF-MAJCPT, ZF-RETOUR
              IF ZF-CODRET NOT = '00'
                 MOVE ZF-LIBRET TO WS-MOTIF-REJET
              ELSE
                 ADD 1 TO WS-NB-VERSEMENTS
                 IF WS-VIREMENT-SORTANT
                    PERFORM 02I-ECRIT-INTERB
                 END-IF
              END-IF
           END-IF
           IF WS-MOTIF-REJET = SPACES
              SUBTRACT WS-MT-VERSEMENT FROM WS-CP-DISPONIBLE(WS-PX)
              SUBTRACT WS-MT-VERSEMENT FROM WS-A-VERSER
              SUBTRACT WS-MT-VERSEMENT FROM WS-SAISISSABLE
              ADD WS-MT-VERSEMENT TO WS-VERSE-JOUR
              ADD WS-MT-VERSEMENT TO WS-MT-VERSE
              ADD WS-MT-VERSEMENT TO SAI-MONTANT-VERSE
              ADD 1               TO SAI-NB-VERSEMENTS
              IF SAI-MONTANT-VERSE >= SAI-MONTANT-RECLAME
                 SET SAI-ORDRE-SOLDE TO TRUE
                 MOVE WS-DATE-JOUR   TO SAI-DATE-STATUT
              END-IF
              MOVE 'UPD' TO SAI-FONCTION
              CALL 'MASAI' USING SAI-ZCMA
              IF SAI-CODRET NOT = '00'
                 DISPLAY 'GKSAISIE - REGISTRE NON MIS A JOUR, ORDRE '
                         SAI-ID-SAISIE ' REF ' WS-REF-VERSEMENT
                         ' : ' SAI-LIBRET
                 MOVE SAI-LIBRET TO WS-MOTIF-REJET
              END-IF
           END-IF
           .

      * LA REFERENCE EST CHERCHEE SUR TOUS LES COMPTES DU DEBITEUR :
      * LE VERSEMENT INTERROMPU A PU ETRE PRELEVE SUR UN AUTRE, DONT
      * LE DISPONIBLE EST ALORS CELUI QUI EST DIMINUE.
       02G-CHERCHE-VERSEMENT.
           MOVE 'N' TO WS-DEJA-POSTE-SW
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-NB-COMPTES
                      OR WS-DEJA-POSTE
              INITIALIZE HIS-ZCMA
              MOVE 'SEL'               TO HIS-FONCTION
              MOVE WS-CP-COMPTE(WS-HX) TO HIS-COMPTE
              MOVE WS-REF-VERSEMENT    TO HIS-REF-OPER
              CALL 'MAHIS' USING HIS-ZCMA
              IF HIS-CODRET = '04'
                 SET WS-DEJA-POSTE TO TRUE
                 SET WS-PX TO WS-HX
                 IF HIS-MONTANT < 0
                    COMPUTE WS-MT-VERSEMENT = 0 - HIS-MONTANT
                 ELSE
                    MOVE HIS-MONTANT TO WS-MT-VERSEMENT
                 END-IF
              END-IF
           END-PERFORM
           .

       02H-EDITE-ORDRE.
           MOVE SAI-ID-SAISIE       TO WS-LO-ID
           MOVE SAI-TYPE-ORDRE      TO WS-LO-TYPE
           MOVE SAI-CREANCIER       TO WS-LO-CREANCIER
           MOVE SAI-MONTANT-RECLAME TO WS-LO-RECLAME
           MOVE WS-VERSE-JOUR       TO WS-LO-VERSE-JOUR
           MOVE SAI-MONTANT-VERSE   TO WS-LO-CUMUL
           COMPUTE WS-RESTE-DU =
                   SAI-MONTANT-RECLAME - SAI-MONTANT-VERSE
           MOVE WS-RESTE-DU         TO WS-LO-RESTE
           EVALUATE TRUE
              WHEN WS-MOTIF-REJET NOT = SPACES
                 ADD 1 TO WS-NB-REJETES
                 MOVE WS-MOTIF-REJET TO WS-LO-ETAT
                 DISPLAY 'GKSAISIE - ORDRE ' SAI-ID-SAISIE
                         ' EN ERREUR : ' WS-MOTIF-REJET
              WHEN SAI-ORDRE-SOLDE
                 ADD 1 TO WS-NB-SERVIS
                 ADD 1 TO WS-NB-SOLDES
                 MOVE 'ORDRE SOLDE' TO WS-LO-ETAT
              WHEN WS-VERSE-JOUR > 0
                 ADD 1 TO WS-NB-SERVIS
                 MOVE 'VERSEMENT PARTIEL' TO WS-LO-ETAT
              WHEN OTHER
                 ADD 1 TO WS-NB-EN-ATTENTE
                 MOVE 'AUCUN SAISISSABLE' TO WS-LO-ETAT
           END-EVALUATE
           WRITE EDIT-ENREG FROM WS-LIGNE-ORDRE
           .

       02I-ECRIT-INTERB.
           MOVE '10'                TO WS-IB10-TYPE
           MOVE WS-CP-COMPTE(WS-CX) TO WS-IB10-COMPTE
           MOVE WS-REF-VERSEMENT    TO WS-IB10-REF-OPER
           MOVE 'EUR'               TO WS-IB10-CODE-DEV
           MOVE WS-MT-VERSEMENT     TO WS-IB10-MONTANT
           MOVE WS-DESTINATION      TO WS-IB10-CONTREPARTIE
           MOVE WS-DATE-JOUR        TO WS-IB10-DATE-VALEUR
           MOVE SAI-IBAN-CREANCIER  TO WS-IB10-IBAN
           WRITE INTERB-ENREG FROM WS-INTERB-10
           MOVE WS-INTERB-10 TO TRB-DONNEES
           PERFORM 02J-TRANSMIS-ENREG
           ADD 1               TO WS-NB-INTERB
           ADD WS-MT-VERSEMENT TO WS-MT-INTERB
           .

      * CHAQUE ENREGISTREMENT ECRIT EST PASSE AU REGISTRE DES
      * TRANSMISSIONS, QUI LE COMPTE ET L'ARCHIVE POUR UN RENVOI.
       02J-TRANSMIS-ENREG.
           SET TRB-ENREGISTRE TO TRUE
           CALL 'GKTRFREG' USING TRB-ZONE
           IF TRB-CODRET NOT = '00'
              DISPLAY 'GKSAISIE - REGISTRE DES TRANSMISSIONS : '
                      TRB-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .
