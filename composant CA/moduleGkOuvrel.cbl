      *********************************************************
      * PROGRAM NAME:  GKOUVREL                               *
      * PROGRAM OBJET :ENTREE EN RELATION EN UN SEUL PASSAGE :*
      *                A PARTIR D'UN SEUL FICHIER, CREATION DU*
      *                CLIENT (TBCLI), OUVERTURE DE SES       *
      *                COMPTES (TBCPT, CLE GKCLECPT, PRODUIT, *
      *                AGENCE, DEVISE), IBAN CALCULE PAR      *
      *                GKIBNCAL ET CHARGE DANS TBIBN,         *
      *                ABONNEMENTS PAR DEFAUT (TBABN) ET      *
      *                CYCLE DE RELEVE (DDCYCLES). CHAQUE     *
      *                RELATION EST APPLIQUEE EN TOUT OU RIEN *
      *                (UNE UNITE D'OEUVRE DB2 PAR RELATION)  *
      *                AVEC UN COMPTE-RENDU PAR RELATION      *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - ENTREE EN RELATION CLIENT  *
      *          ET COMPTES EN UN SEUL PASSAGE                 *
      * 15/10/26 SOUAD   CLIENT MINEUR : DATE DE NAISSANCE ET  *
      *          REPRESENTANT LEGAL (CLIENT TBCLI EXISTANT)    *
      *          CONTROLES ET POSES A LA CREATION DU CLIENT    *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKOUVREL.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FICHIER D'ENTREE EN RELATION (CLIENT PUIS SES COMPTES)
            SELECT OUVREL ASSIGN TO DDOUVREL
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-OUVREL.

      *    COMPTE-RENDU PAR RELATION
            SELECT OUVRPT ASSIGN TO DDOUVRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.

      *    TABLE DES CYCLES DE RELEVE DE GKCYCREL, EN AJOUT
            SELECT CYCLEREL ASSIGN TO DDCYCLES
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-CYCLES.

       DATA DIVISION.
       FILE SECTION.

       FD OUVREL.
       01 OUVREL-ENREG PIC X(200).

       FD OUVRPT.
       01 RPT-ENREG PIC X(132).

      * MEME DISPOSITION QUE LE FICHIER DE CYCLES DE GKCYCREL.
       FD CYCLEREL.
       01 CYCLE-ENREG.
         05 CYCLE-COMPTE       PIC X(11).
         05 CYCLE-FREQUENCE    PIC X(01).
         05 CYCLE-JOUR         PIC 9(02).
         05 CYCLE-DATE-DERNIER PIC X(10).

       WORKING-STORAGE SECTION.

       COPY CPTFUNC.
       COPY ZACLI   REPLACING ==()== BY ==CLI==.
       COPY ZAIBN   REPLACING ==()== BY ==IBN==.
       COPY ZAABN   REPLACING ==()== BY ==ABN==.
       COPY ZAPDT   REPLACING ==()== BY ==PDT==.
       COPY ZADEV   REPLACING ==()== BY ==DEV==.
       COPY ZAPRM   REPLACING ==()== BY ==PRM==.
       COPY CCLECPT REPLACING ==()== BY ==CLE==.
       COPY CIBNCAL REPLACING ==()== BY ==IBC==.
       COPY CAUDREF REPLACING ==()== BY ==AUD==.

      * ENREGISTREMENT COURANT DU FICHIER ET CLIENT DE LA RELATION
      * EN COURS.
       COPY COUVREL REPLACING ==()== BY ==OUV==.
       COPY COUVREL REPLACING ==()== BY ==REL==.

      * COMPTES DE LA RELATION EN COURS, COMPLETES A LA VALIDATION
      * (NUMERO AVEC SA CLE, VALEURS PAR DEFAUT, IBAN).
       01 WS-NB-COMPTES PIC 9(02).
       01 WS-TAB-COMPTES.
         05 WS-CPT-ENTRY OCCURS 9 TIMES INDEXED BY WS-CX WS-DX.
            10 WS-TC-COMPTE    PIC X(11).
            10 WS-TC-INTITULE  PIC X(20).
            10 WS-TC-AGENCE    PIC X(03).
            10 WS-TC-PRODUIT   PIC X(03).
            10 WS-TC-DEVISE    PIC X(03).
            10 WS-TC-FREQUENCE PIC X(01).
            10 WS-TC-JOUR      PIC 9(02).
            10 WS-TC-IBAN      PIC X(34).

      * IMAGES DU JOURNAL CENTRAL DES CHANGEMENTS, RETENUES JUSQU'AU
      * COMMIT DE LA RELATION : UNE RELATION ANNULEE N'Y LAISSE RIEN.
      * CLIENT + 2 ABONNEMENTS + COMPTE ET IBAN PAR COMPTE.
       01 WS-NB-AUDITS PIC 9(02).
       01 WS-TAB-AUDITS.
         05 WS-AUD-IMAGE OCCURS 21 TIMES INDEXED BY WS-AX
                         PIC X(630).

      * ABONNEMENTS POSES PAR DEFAUT A TOUT NOUVEAU CLIENT : RELEVE
      * DISPONIBLE ET CONTRE-PASSATION SUR SES COMPTES.
       01 WS-ABONNEMENTS-DEFAUT.
         05 FILLER PIC X(03) VALUE 'REL'.
         05 FILLER PIC X(03) VALUE 'ANN'.
       01 WS-TAB-ABONNEMENTS REDEFINES WS-ABONNEMENTS-DEFAUT.
         05 WS-ABN-EVENEMENT OCCURS 2 TIMES INDEXED BY WS-BX
                             PIC X(03).

      * ELEMENTS DE L'IBAN LUS SUR TBPRM : CODE PAYS ('FR' PAR
      * DEFAUT) ET CODE BANQUE (OBLIGATOIRE) ; LE CODE GUICHET EST
      * L'AGENCE DU COMPTE SUR CINQ POSITIONS.
       01 WS-IBAN-PAYS   PIC X(02) VALUE 'FR'.
       01 WS-IBAN-BANQUE PIC X(05).
       01 WS-GUICHET.
         05 FILLER       PIC X(02) VALUE '00'.
         05 WS-GU-AGENCE PIC X(03).

      * MOTIF DE REJET DE LA RELATION COURANTE ET COMPTE EN CAUSE ;
      * A SPACES QUAND LA RELATION EST CREEE.
       01 WS-MOTIF-REJET  PIC X(30).
       01 WS-COMPTE-CAUSE PIC X(11).

       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).
       01 WS-HEURE-JOUR   PIC X(08).

       01 WS-RUN-COUNTERS.
         05 WS-NB-LUS          PIC 9(06) VALUE 0.
         05 WS-NB-RELATIONS    PIC 9(06) VALUE 0.
         05 WS-NB-CREEES       PIC 9(06) VALUE 0.
         05 WS-NB-REJETEES     PIC 9(06) VALUE 0.
         05 WS-NB-OUVERTURES   PIC 9(06) VALUE 0.
         05 WS-NB-HORS-RELATION PIC 9(06) VALUE 0.

       01 WS-LIGNE-TITRE.
         05 FILLER       PIC X(40)
            VALUE 'COMPTE-RENDU D''ENTREE EN RELATION DU '.
         05 WS-LT-DATE   PIC X(10).
         05 FILLER       PIC X(82) VALUE SPACES.

       01 WS-LIGNE-RELATION.
         05 WS-LR-ETAT     PIC X(08).
         05 FILLER         PIC X(01) VALUE SPACES.
         05 FILLER         PIC X(07) VALUE 'CLIENT '.
         05 WS-LR-CODCLI   PIC X(08).
         05 FILLER         PIC X(01) VALUE SPACES.
         05 WS-LR-NOM      PIC X(30).
         05 FILLER         PIC X(01) VALUE SPACES.
         05 WS-LR-NB       PIC Z9.
         05 FILLER         PIC X(09) VALUE ' COMPTES '.
         05 WS-LR-MOTIF    PIC X(30).
         05 FILLER         PIC X(01) VALUE SPACES.
         05 WS-LR-COMPTE   PIC X(11).
         05 FILLER         PIC X(23) VALUE SPACES.

       01 WS-LIGNE-COMPTE.
         05 FILLER         PIC X(10) VALUE SPACES.
         05 FILLER         PIC X(07) VALUE 'COMPTE '.
         05 WS-LC-COMPTE   PIC X(11).
         05 FILLER         PIC X(01) VALUE SPACES.
         05 WS-LC-IBAN     PIC X(34).
         05 FILLER         PIC X(01) VALUE SPACES.
         05 WS-LC-PRODUIT  PIC X(03).
         05 FILLER         PIC X(01) VALUE SPACES.
         05 WS-LC-AGENCE   PIC X(03).
         05 FILLER         PIC X(01) VALUE SPACES.
         05 WS-LC-DEVISE   PIC X(03).
         05 FILLER         PIC X(01) VALUE SPACES.
         05 WS-LC-FREQUENCE PIC X(01).
         05 WS-LC-JOUR     PIC 9(02).
         05 FILLER         PIC X(01) VALUE SPACES.
         05 WS-LC-INTITULE PIC X(20).
         05 FILLER         PIC X(32) VALUE SPACES.

       01 WS-FS-OUVREL PIC X(02).
         88 FS-OUVREL-OK   VALUE '00'.
         88 FS-OUVREL-FIN  VALUE '10'.

       01 WS-FS-RPT    PIC X(02).
         88 FS-RPT-OK      VALUE '00'.

       01 WS-FS-CYCLES PIC X(02).
         88 FS-CYCLES-OK   VALUE '00'.

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
           STRING WS-DATE-SYSTEME(9:2)  '.'
                  WS-DATE-SYSTEME(11:2) '.'
                  WS-DATE-SYSTEME(13:2)
                  DELIMITED BY SIZE INTO WS-HEURE-JOUR
           MOVE SPACES TO AUD-CARTE
           ACCEPT AUD-CARTE FROM SYSIN
           IF AUD-CT-OPERATEUR = SPACES
              DISPLAY 'GKOUVREL - OPERATEUR ABSENT EN SYSIN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           INITIALIZE PRM-ZCMA
           MOVE 'SEL'       TO PRM-FONCTION
           MOVE 'IBAN-PAYS' TO PRM-CLE
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00'
              MOVE PRM-VALEUR TO WS-IBAN-PAYS
           END-IF
           INITIALIZE PRM-ZCMA
           MOVE 'SEL'         TO PRM-FONCTION
           MOVE 'IBAN-BANQUE' TO PRM-CLE
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET NOT = '00'
              DISPLAY 'GKOUVREL - PARAMETRE ABSENT ' PRM-CLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE PRM-VALEUR TO WS-IBAN-BANQUE
           OPEN INPUT OUVREL
           IF NOT FS-OUVREL-OK
              DISPLAY 'GKOUVREL - OPEN DDOUVREL EN ERREUR : '
                      WS-FS-OUVREL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT OUVRPT
           OPEN EXTEND CYCLEREL
           IF NOT FS-CYCLES-OK
              OPEN OUTPUT CYCLEREL
           END-IF
           MOVE WS-DATE-JOUR TO WS-LT-DATE
           WRITE RPT-ENREG FROM WS-LIGNE-TITRE
           PERFORM 02A-READ-FILES
           .

       02-TREATMENT.
           PERFORM 02B-ALGO UNTIL FS-OUVREL-FIN
           .

       03-ENDPGM.
           PERFORM 03A-RESUME-RUN
           CLOSE OUVREL, OUVRPT, CYCLEREL
           IF WS-NB-REJETEES > 0 OR WS-NB-HORS-RELATION > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * BILAN DE FIN DE JOB.
       03A-RESUME-RUN.
           DISPLAY '**********************************'
           DISPLAY '*************GKOUVREL*************'
           DISPLAY '**********************************'
           DISPLAY '* ENREGISTREMENTS LUS : ' WS-NB-LUS
           DISPLAY '* RELATIONS LUES      : ' WS-NB-RELATIONS
           DISPLAY '* RELATIONS CREEES    : ' WS-NB-CREEES
           DISPLAY '* RELATIONS REJETEES  : ' WS-NB-REJETEES
           DISPLAY '* COMPTES OUVERTS     : ' WS-NB-OUVERTURES
           DISPLAY '* HORS RELATION       : ' WS-NB-HORS-RELATION
           DISPLAY '**********************************'
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

       02A-READ-FILES.
           READ OUVREL INTO OUV-CLIENT
              AT END SET FS-OUVREL-FIN TO TRUE
           END-READ
           IF FS-OUVREL-OK
              ADD 1 TO WS-NB-LUS
           END-IF
           .

      * UN ENREGISTREMENT COMPTE SANS CLIENT QUI LE PRECEDE N'EST
      * RATTACHE A AUCUNE RELATION : SIGNALE ET IGNORE.
       02B-ALGO.
           IF NOT OUV-ENR-CLIENT
              ADD 1 TO WS-NB-HORS-RELATION
              INITIALIZE WS-LIGNE-RELATION
              MOVE 'IGNORE'   TO WS-LR-ETAT
              MOVE 'ENREGISTREMENT HORS RELATION' TO WS-LR-MOTIF
              MOVE OUV-CPT-COMPTE TO WS-LR-COMPTE
              WRITE RPT-ENREG FROM WS-LIGNE-RELATION
              PERFORM 02A-READ-FILES
           ELSE
              ADD 1 TO WS-NB-RELATIONS
              PERFORM 02C-CHARGE-RELATION
              PERFORM 02D-VALIDE-RELATION
              IF WS-MOTIF-REJET = SPACES
                 PERFORM 02F-APPLIQUE-RELATION
              END-IF
              PERFORM 02J-CLOT-RELATION
           END-IF
           .

      * LE CLIENT ET SES COMPTES SONT LUS JUSQU'AU CLIENT SUIVANT ;
      * AU DELA DE NEUF COMPTES LA RELATION EST REJETEE ENTIERE.
       02C-CHARGE-RELATION.
           MOVE OUV-CLIENT TO REL-CLIENT
           MOVE SPACES     TO WS-MOTIF-REJET
           MOVE SPACES     TO WS-COMPTE-CAUSE
           MOVE 0          TO WS-NB-COMPTES
           MOVE 0          TO WS-NB-AUDITS
           PERFORM 02A-READ-FILES
           PERFORM UNTIL FS-OUVREL-FIN OR NOT OUV-ENR-COMPTE
              IF WS-NB-COMPTES >= 9
                 MOVE 'PLUS DE NEUF COMPTES' TO WS-MOTIF-REJET
              ELSE
                 ADD 1 TO WS-NB-COMPTES
                 SET WS-CX TO WS-NB-COMPTES
                 MOVE OUV-CPT-COMPTE    TO WS-TC-COMPTE(WS-CX)
                 MOVE OUV-CPT-INTITULE  TO WS-TC-INTITULE(WS-CX)
                 MOVE OUV-CPT-AGENCE    TO WS-TC-AGENCE(WS-CX)
                 MOVE OUV-CPT-PRODUIT   TO WS-TC-PRODUIT(WS-CX)
                 MOVE OUV-CPT-DEVISE    TO WS-TC-DEVISE(WS-CX)
                 MOVE OUV-CPT-FREQUENCE TO WS-TC-FREQUENCE(WS-CX)
                 IF OUV-CPT-JOUR IS NUMERIC
                    MOVE OUV-CPT-JOUR   TO WS-TC-JOUR(WS-CX)
                 ELSE
                    MOVE 0              TO WS-TC-JOUR(WS-CX)
                 END-IF
                 MOVE SPACES            TO WS-TC-IBAN(WS-CX)
              END-IF
              PERFORM 02A-READ-FILES
           END-PERFORM
           .

      * TOUT EST CONTROLE AVANT LA PREMIERE MISE A JOUR : LE CLIENT
      * EST NOUVEAU, CHAQUE COMPTE EST NOUVEAU ET COMPLET, SON IBAN
      * EST CALCULABLE ET INCONNU DE TBIBN.
       02D-VALIDE-RELATION.
           EVALUATE TRUE
              WHEN WS-MOTIF-REJET NOT = SPACES
                 CONTINUE
              WHEN REL-CODCLI = SPACES OR REL-NOM = SPACES
                 MOVE 'CLIENT OU NOM NON RENSEIGNE' TO WS-MOTIF-REJET
              WHEN WS-NB-COMPTES = 0
                 MOVE 'AUCUN COMPTE A OUVRIR' TO WS-MOTIF-REJET
              WHEN OTHER
                 INITIALIZE CLI-ZCMA
                 MOVE 'SEL'      TO CLI-FONCTION
                 MOVE REL-CODCLI TO CLI-ID
                 CALL 'MACLI' USING CLI-ZCMA
                 EVALUATE CLI-CODRET
                    WHEN '04'
                       CONTINUE
                    WHEN '00'
                       MOVE 'CLIENT DEJA EXISTANT' TO WS-MOTIF-REJET
                    WHEN OTHER
                       MOVE CLI-LIBRET TO WS-MOTIF-REJET
                 END-EVALUATE
           END-EVALUATE
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02D1-VALIDE-MINEUR
           END-IF
           PERFORM 02E-VALIDE-COMPTE
                   VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-NB-COMPTES
                      OR WS-MOTIF-REJET NOT = SPACES
           .

      * LA DATE DE NAISSANCE, QUAND ELLE EST FOURNIE, EST UNE DATE
      * YYYY-MM-DD ; LE REPRESENTANT LEGAL EST UN AUTRE CLIENT, DEJA
      * CONNU DE TBCLI.
       02D1-VALIDE-MINEUR.
           IF REL-DATE-NAISSANCE NOT = SPACES
              IF REL-DATE-NAISSANCE(1:4) IS NOT NUMERIC
                 OR REL-DATE-NAISSANCE(5:1) NOT = '-'
                 OR REL-DATE-NAISSANCE(6:2) IS NOT NUMERIC
                 OR REL-DATE-NAISSANCE(8:1) NOT = '-'
                 OR REL-DATE-NAISSANCE(9:2) IS NOT NUMERIC
                 MOVE 'DATE DE NAISSANCE INVALIDE' TO WS-MOTIF-REJET
              END-IF
           END-IF
           IF WS-MOTIF-REJET = SPACES
              AND REL-ID-TUTEUR NOT = SPACES
              IF REL-ID-TUTEUR = REL-CODCLI
                 MOVE 'TUTEUR IDENTIQUE AU CLIENT' TO WS-MOTIF-REJET
              ELSE
                 INITIALIZE CLI-ZCMA
                 MOVE 'SEL'         TO CLI-FONCTION
                 MOVE REL-ID-TUTEUR TO CLI-ID
                 CALL 'MACLI' USING CLI-ZCMA
                 EVALUATE CLI-CODRET
                    WHEN '00'
                       CONTINUE
                    WHEN '04'
                       MOVE 'TUTEUR INCONNU DE TBCLI' TO WS-MOTIF-REJET
                    WHEN OTHER
                       MOVE CLI-LIBRET TO WS-MOTIF-REJET
                 END-EVALUATE
              END-IF
           END-IF
           .

       02E-VALIDE-COMPTE.
           MOVE WS-TC-COMPTE(WS-CX) TO WS-COMPTE-CAUSE
      * CLE DE CONTROLE POSEE SUR LE NUMERO DEMANDE ; UN COMPTE CLIENT
      * A UNE RACINE NUMERIQUE.
           INITIALIZE CLE-ZONE
           MOVE 'CAL'               TO CLE-FONCTION
           MOVE WS-TC-COMPTE(WS-CX) TO CLE-COMPTE
           CALL 'GKCLECPT' USING CLE-ZONE
           IF CLE-CODRET NOT = '00'
              MOVE CLE-LIBRET TO WS-MOTIF-REJET
           ELSE
              MOVE CLE-COMPTE TO WS-TC-COMPTE(WS-CX)
              MOVE CLE-COMPTE TO WS-COMPTE-CAUSE
           END-IF
           IF WS-MOTIF-REJET = SPACES
              PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX >= WS-CX
                 IF WS-TC-COMPTE(WS-DX) = WS-TC-COMPTE(WS-CX)
                    MOVE 'COMPTE EN DOUBLE' TO WS-MOTIF-REJET
                 END-IF
              END-PERFORM
           END-IF
           IF WS-MOTIF-REJET = SPACES
              INITIALIZE CPT-ZCMA
              MOVE 'SEL'               TO CPT-FONCTION
              MOVE WS-TC-COMPTE(WS-CX) TO CPT-COMPTE
              CALL 'MACPT' USING CPT-ZCMA
              EVALUATE CPT-CODRET
                 WHEN '04'
                    CONTINUE
                 WHEN '00'
                    MOVE 'COMPTE DEJA EXISTANT' TO WS-MOTIF-REJET
                 WHEN OTHER
                    MOVE CPT-LIBRET TO WS-MOTIF-REJET
              END-EVALUATE
           END-IF
           IF WS-MOTIF-REJET = SPACES
              AND WS-TC-AGENCE(WS-CX) = SPACES
              MOVE 'AGENCE NON RENSEIGNEE' TO WS-MOTIF-REJET
           END-IF
      * MEMES VALEURS PAR DEFAUT ET CONTROLES QUE L'OUVERTURE DE
      * GKCPTVIE : PRODUIT 'CPT', DEVISE DE BASE 'EUR'.
           IF WS-TC-PRODUIT(WS-CX) = SPACES
              MOVE 'CPT' TO WS-TC-PRODUIT(WS-CX)
           END-IF
           IF WS-TC-DEVISE(WS-CX) = SPACES
              MOVE 'EUR' TO WS-TC-DEVISE(WS-CX)
           END-IF
           IF WS-MOTIF-REJET = SPACES
              INITIALIZE PDT-ZCMA
              MOVE 'SEL'                TO PDT-FONCTION
              MOVE WS-TC-PRODUIT(WS-CX) TO PDT-PRODUIT
              CALL 'MAPDT' USING PDT-ZCMA
              IF PDT-CODRET NOT = '00'
                 MOVE 'PRODUIT INCONNU' TO WS-MOTIF-REJET
              END-IF
           END-IF
           IF WS-MOTIF-REJET = SPACES
              INITIALIZE DEV-ZCMA
              MOVE 'SEL'               TO DEV-FONCTION
              MOVE WS-TC-DEVISE(WS-CX) TO DEV-CODE-DEV
              CALL 'MADEV' USING DEV-ZCMA
              IF DEV-CODRET NOT = '00'
                 MOVE 'DEVISE INCONNUE' TO WS-MOTIF-REJET
              END-IF
           END-IF
      * CYCLE DE RELEVE : MENSUEL LE 01 PAR DEFAUT ; UN JOUR DE MOIS
      * AU DELA DU 28 NE TOMBERAIT PAS TOUS LES MOIS.
           IF WS-TC-FREQUENCE(WS-CX) = SPACES
              MOVE 'M' TO WS-TC-FREQUENCE(WS-CX)
              IF WS-TC-JOUR(WS-CX) = 0
                 MOVE 1 TO WS-TC-JOUR(WS-CX)
              END-IF
           END-IF
           IF WS-MOTIF-REJET = SPACES
              EVALUATE TRUE
                 WHEN WS-TC-FREQUENCE(WS-CX) = 'M'
                  AND WS-TC-JOUR(WS-CX) >= 1
                  AND WS-TC-JOUR(WS-CX) <= 28
                    CONTINUE
                 WHEN WS-TC-FREQUENCE(WS-CX) = 'W'
                  AND WS-TC-JOUR(WS-CX) >= 1
                  AND WS-TC-JOUR(WS-CX) <= 7
                    CONTINUE
                 WHEN OTHER
                    MOVE 'CYCLE DE RELEVE ERRONE' TO WS-MOTIF-REJET
              END-EVALUATE
           END-IF
           IF WS-MOTIF-REJET = SPACES
              MOVE WS-TC-AGENCE(WS-CX) TO WS-GU-AGENCE
              INITIALIZE IBC-ZONE
              MOVE 'CAL'               TO IBC-FONCTION
              MOVE WS-IBAN-PAYS        TO IBC-PAYS
              MOVE WS-IBAN-BANQUE      TO IBC-BANQUE
              MOVE WS-GUICHET          TO IBC-GUICHET
              MOVE WS-TC-COMPTE(WS-CX) TO IBC-COMPTE
              CALL 'GKIBNCAL' USING IBC-ZONE
              IF IBC-CODRET NOT = '00'
                 MOVE IBC-LIBRET TO WS-MOTIF-REJET
              ELSE
                 MOVE IBC-IBAN TO WS-TC-IBAN(WS-CX)
              END-IF
           END-IF
           IF WS-MOTIF-REJET = SPACES
              INITIALIZE IBN-ZCMA
              MOVE 'SEL'             TO IBN-FONCTION
              MOVE WS-TC-IBAN(WS-CX) TO IBN-IBAN
              CALL 'MAIBN' USING IBN-ZCMA
              EVALUATE IBN-CODRET
                 WHEN '04'
                    CONTINUE
                 WHEN '00'
                    MOVE 'IBAN DEJA EXISTANT' TO WS-MOTIF-REJET
                 WHEN OTHER
                    MOVE IBN-LIBRET TO WS-MOTIF-REJET
              END-EVALUATE
           END-IF
           IF WS-MOTIF-REJET = SPACES
              MOVE SPACES TO WS-COMPTE-CAUSE
           END-IF
           .

      * CREATION DU CLIENT, DE SES ABONNEMENTS PAR DEFAUT, PUIS DE
      * CHAQUE COMPTE ET DE SON IBAN ; LA PREMIERE ERREUR ARRETE LES
      * MISES A JOUR DE LA RELATION (ANNULEES PAR 02J-CLOT-RELATION).
       02F-APPLIQUE-RELATION.
           INITIALIZE CLI-ZCMA
           MOVE 'INS'             TO CLI-FONCTION
           MOVE REL-CODCLI        TO CLI-ID
           MOVE REL-NOM           TO CLI-NOM
           MOVE REL-ADRESSE1      TO CLI-ADRESSE1
           MOVE REL-ADRESSE2      TO CLI-ADRESSE2
           MOVE REL-VILLE         TO CLI-VILLE
           MOVE REL-LANGUE        TO CLI-LANGUE
           IF CLI-LANGUE = SPACES
              MOVE 'FR' TO CLI-LANGUE
           END-IF
           MOVE REL-CANAL         TO CLI-CANAL
           IF CLI-CANAL = SPACES
              MOVE 'C' TO CLI-CANAL
           END-IF
           MOVE REL-PLAN          TO CLI-PLAN
           MOVE SPACES            TO CLI-NPAI
           MOVE SPACES            TO CLI-DATE-DECES
           MOVE REL-TYPE-CLIENT   TO CLI-TYPE-CLIENT
           MOVE REL-RESIDENCE     TO CLI-RESIDENCE
           MOVE REL-PAYS-FISCAL   TO CLI-PAYS-FISCAL
           MOVE REL-NIF-ETRANGER  TO CLI-NIF-ETRANGER
           MOVE REL-RISQUE-KYC    TO CLI-RISQUE-KYC
           MOVE SPACES            TO CLI-DATE-REVUE-KYC
           MOVE SPACES            TO CLI-ECHEANCE-KYC
           MOVE SPACES            TO CLI-RESTRICTION-KYC
           MOVE REL-DATE-NAISSANCE TO CLI-DATE-NAISSANCE
           MOVE REL-ID-TUTEUR     TO CLI-ID-TUTEUR
           CALL 'MACLI' USING CLI-ZCMA
           IF CLI-CODRET NOT = '00'
              MOVE CLI-LIBRET TO WS-MOTIF-REJET
           ELSE
              MOVE 'TBCLI'     TO AUD-TABLE
              MOVE REL-CODCLI  TO AUD-CLE
              MOVE CLI-DONNEES TO AUD-APRES
              PERFORM 02I-MEMO-AUDIT
           END-IF
           PERFORM 02H-ABONNEMENT
                   VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > 2 OR WS-MOTIF-REJET NOT = SPACES
           PERFORM 02G-OUVRE-COMPTE
                   VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-NB-COMPTES
                      OR WS-MOTIF-REJET NOT = SPACES
           .

      * OUVERTURE DU COMPTE (MEMES VALEURS QUE L'OUVERTURE DE
      * GKCPTVIE) ET CORRESPONDANCE IBAN <-> COMPTE.
       02G-OUVRE-COMPTE.
           MOVE WS-TC-COMPTE(WS-CX) TO WS-COMPTE-CAUSE
           INITIALIZE CPT-ZCMA
           MOVE 'INS'                  TO CPT-FONCTION
           MOVE WS-TC-COMPTE(WS-CX)    TO CPT-COMPTE
           MOVE WS-TC-INTITULE(WS-CX)  TO CPT-NOM
           IF CPT-NOM = SPACES
              MOVE REL-NOM TO CPT-NOM
           END-IF
           MOVE 0                      TO CPT-SOLDE
           MOVE WS-DATE-JOUR           TO CPT-DDMVT
           MOVE WS-DATE-JOUR           TO CPT-DDMAJ
           MOVE WS-HEURE-JOUR          TO CPT-HDMAJ
           MOVE REL-CODCLI             TO CPT-CODCLI
           MOVE WS-TC-AGENCE(WS-CX)    TO CPT-AGENCE
           MOVE WS-TC-PRODUIT(WS-CX)   TO CPT-PRODUIT
           MOVE WS-TC-DEVISE(WS-CX)    TO CPT-DEVISE
           MOVE WS-DATE-JOUR           TO CPT-DATE-OUV
           MOVE 'A'                    TO CPT-STATUT
           CALL 'MACPT' USING CPT-ZCMA
           IF CPT-CODRET NOT = '00'
              MOVE CPT-LIBRET TO WS-MOTIF-REJET
           ELSE
              MOVE 'TBCPT'     TO AUD-TABLE
              MOVE CPT-COMPTE  TO AUD-CLE
              MOVE CPT-DONNEES TO AUD-APRES
              PERFORM 02I-MEMO-AUDIT
              INITIALIZE IBN-ZCMA
              MOVE 'INS'               TO IBN-FONCTION
              MOVE WS-TC-IBAN(WS-CX)   TO IBN-IBAN
              MOVE WS-TC-COMPTE(WS-CX) TO IBN-COMPTE
              CALL 'MAIBN' USING IBN-ZCMA
              IF IBN-CODRET NOT = '00'
                 MOVE IBN-LIBRET TO WS-MOTIF-REJET
              ELSE
                 MOVE 'TBIBN'     TO AUD-TABLE
                 MOVE IBN-IBAN    TO AUD-CLE
                 MOVE IBN-DONNEES TO AUD-APRES
                 PERFORM 02I-MEMO-AUDIT
                 MOVE SPACES TO WS-COMPTE-CAUSE
              END-IF
           END-IF
           .

       02H-ABONNEMENT.
           INITIALIZE ABN-ZCMA
           MOVE 'INS'                   TO ABN-FONCTION
           MOVE REL-CODCLI              TO ABN-CODCLI
           MOVE WS-ABN-EVENEMENT(WS-BX) TO ABN-EVENEMENT
           MOVE 0                       TO ABN-SEUIL
           MOVE 'A'                     TO ABN-STATUT
           CALL 'MAABN' USING ABN-ZCMA
           IF ABN-CODRET NOT = '00'
              MOVE ABN-LIBRET TO WS-MOTIF-REJET
           ELSE
              MOVE 'TBABN' TO AUD-TABLE
              MOVE SPACES  TO AUD-CLE
              STRING ABN-CODCLI ABN-EVENEMENT
                     DELIMITED BY SIZE INTO AUD-CLE
              MOVE ABN-DONNEES TO AUD-APRES
              PERFORM 02I-MEMO-AUDIT
           END-IF
           .

      * IMAGE DE CREATION RETENUE POUR LE JOURNAL CENTRAL ; ELLE N'Y
      * EST ECRITE QU'APRES LE COMMIT DE LA RELATION.
       02I-MEMO-AUDIT.
           MOVE 'GKOUVREL'       TO AUD-PROGRAMME
           MOVE AUD-CT-OPERATEUR TO AUD-OPERATEUR
           MOVE AUD-CT-FICHIER   TO AUD-FICHIER
           MOVE 'OUVREL'         TO AUD-ACTION
           MOVE 'I'              TO AUD-OPERATION
           MOVE SPACES           TO AUD-AVANT
           ADD 1 TO WS-NB-AUDITS
           SET WS-AX TO WS-NB-AUDITS
           MOVE AUD-ENREG TO WS-AUD-IMAGE(WS-AX)
           .

      * FIN DE RELATION : COMMIT ET ECRITURE DES IMAGES D'AUDIT ET
      * DES CYCLES DE RELEVE SI TOUT EST PASSE, ROLLBACK SINON (RIEN
      * N'EST ALORS CREE POUR CE CLIENT). COMPTE-RENDU DANS LES DEUX
      * CAS.
       02J-CLOT-RELATION.
           INITIALIZE WS-LIGNE-RELATION
           MOVE REL-CODCLI    TO WS-LR-CODCLI
           MOVE REL-NOM       TO WS-LR-NOM
           MOVE WS-NB-COMPTES TO WS-LR-NB
           IF WS-MOTIF-REJET = SPACES
              EXEC SQL COMMIT END-EXEC
              ADD 1             TO WS-NB-CREEES
              ADD WS-NB-COMPTES TO WS-NB-OUVERTURES
              PERFORM VARYING WS-AX FROM 1 BY 1
                      UNTIL WS-AX > WS-NB-AUDITS
                 MOVE WS-AUD-IMAGE(WS-AX) TO AUD-ENREG
                 CALL 'GKAUDIT' USING AUD-ENREG
              END-PERFORM
              MOVE 'CREE' TO WS-LR-ETAT
              WRITE RPT-ENREG FROM WS-LIGNE-RELATION
              PERFORM 02K-ECRIT-COMPTE
                      VARYING WS-CX FROM 1 BY 1
                      UNTIL WS-CX > WS-NB-COMPTES
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              ADD 1 TO WS-NB-REJETEES
              MOVE 'REJETE'        TO WS-LR-ETAT
              MOVE WS-MOTIF-REJET  TO WS-LR-MOTIF
              MOVE WS-COMPTE-CAUSE TO WS-LR-COMPTE
              WRITE RPT-ENREG FROM WS-LIGNE-RELATION
           END-IF
           .

      * COMPTE OUVERT : LIGNE DE COMPTE-RENDU ET CYCLE DE RELEVE
      * AJOUTE AU FICHIER DE GKCYCREL (AUCUN RELEVE ENCORE EMIS).
       02K-ECRIT-COMPTE.
           INITIALIZE WS-LIGNE-COMPTE
           MOVE WS-TC-COMPTE(WS-CX)    TO WS-LC-COMPTE
           MOVE WS-TC-IBAN(WS-CX)      TO WS-LC-IBAN
           MOVE WS-TC-PRODUIT(WS-CX)   TO WS-LC-PRODUIT
           MOVE WS-TC-AGENCE(WS-CX)    TO WS-LC-AGENCE
           MOVE WS-TC-DEVISE(WS-CX)    TO WS-LC-DEVISE
           MOVE WS-TC-FREQUENCE(WS-CX) TO WS-LC-FREQUENCE
           MOVE WS-TC-JOUR(WS-CX)      TO WS-LC-JOUR
           MOVE WS-TC-INTITULE(WS-CX)  TO WS-LC-INTITULE
           WRITE RPT-ENREG FROM WS-LIGNE-COMPTE
           MOVE WS-TC-COMPTE(WS-CX)    TO CYCLE-COMPTE
           MOVE WS-TC-FREQUENCE(WS-CX) TO CYCLE-FREQUENCE
           MOVE WS-TC-JOUR(WS-CX)      TO CYCLE-JOUR
           MOVE SPACES                 TO CYCLE-DATE-DERNIER
           WRITE CYCLE-ENREG
           .
