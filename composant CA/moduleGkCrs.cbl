      *********************************************************
      * PROGRAM NAME:  GKCRS                                  *
      * PROGRAM OBJET :DECLARATION ANNUELLE CRS/FATCA DES     *
      *                CLIENTS EN RESIDENCE FISCALE A         *
      *                L'ETRANGER : POUR CHAQUE CLIENT        *
      *                DECLARABLE (PAYS FISCAL TBCLI AUTRE    *
      *                QUE LE PAYS DU DOMICILE BANCAIRE),     *
      *                CHACUN DE SES COMPTES AVEC LE SOLDE DE *
      *                FIN D'ANNEE (ARRETE TBSOLDM DE         *
      *                DECEMBRE) ET LES INTERETS BRUTS        *
      *                CREDITES DANS L'ANNEE (ICR TBHIS), AU  *
      *                FORMAT D'ECHANGE CADRE 00/10/20/99 ;   *
      *                LES CLIENTS SANS PREUVE DE RESIDENCE   *
      *                SONT LISTES POUR L'EQUIPE KYC          *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - DECLARATION CRS/FATCA ET   *
      *          LISTE KYC DES PREUVES DE RESIDENCE MANQUANTES *
      * 15/10/26 SOUAD   DECLARATION CRS/FATCA INSCRITE AU     *
      *          REGISTRE DES TRANSMISSIONS (GKTRFREG)         *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKCRS.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FICHIER D'ECHANGE AVEC L'ADMINISTRATION FISCALE, CADRE
      *    00/10/20/99 COMME LES AUTRES EXTRAITS DE LA CHAINE
            SELECT CRSFILE ASSIGN TO DDCRS
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-CRS.

      *    LISTE DES CLIENTS A DOCUMENTER (EQUIPE KYC)
            SELECT EDITION ASSIGN TO DDCRSKYC
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EDIT.

            SELECT TRAVAIL ASSIGN TO DDTRAV.

       DATA DIVISION.
       FILE SECTION.

       FD CRSFILE.
       01 CRS-ENREG PIC X(200).

       FD EDITION.
       01 EDIT-ENREG PIC X(132).

      * UNE FICHE PAR TITULAIRE A DECLARER OU A DOCUMENTER ET PAR
      * COMPTE, TRIEE PAR CLIENT PUIS COMPTE.
       SD TRAVAIL.
       01 TRI-ENREG.
         05 TRI-CODCLI    PIC X(08).
         05 TRI-COMPTE    PIC X(11).
         05 TRI-STATUT    PIC X(01).
         05 TRI-SOLDE     PIC S9(13)V99.
         05 TRI-INTERETS  PIC S9(11)V99.

       WORKING-STORAGE SECTION.

       COPY CPTFUNC.
       COPY HISFUNC REPLACING ==()== BY ==HIS==.
       COPY ZACLI   REPLACING ==()== BY ==CLI==.
       COPY ZACOT   REPLACING ==()== BY ==COT==.
       COPY ZASOLM  REPLACING ==()== BY ==SOL==.
       COPY ZAPRM   REPLACING ==()== BY ==PRM==.
      * INSCRIPTION DE LA DECLARATION AU REGISTRE DES TRANSMISSIONS.
       COPY CTRANSM REPLACING ==()== BY ==TRC==.

      * ANNEE A DECLARER, RECUE EN SYSIN AU FORMAT YYYY ; A BLANC,
      * L'ANNEE PRECEDENTE (MEME CONVENTION QUE GKFISCAL).
       01 WS-PARM-CARD    PIC X(04).
       01 WS-ANNEE        PIC 9(04).
       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-DEBUT   PIC X(10).
       01 WS-DATE-FIN     PIC X(10).
       01 WS-MOIS-FIN     PIC X(07).

      * PAYS DU DOMICILE BANCAIRE (TBPRM PAYS-DOMICILE, VALEUR
      * COMPILEE EN REPLI) : UN CLIENT EN RESIDENCE FISCALE DANS CE
      * PAYS N'EST PAS DECLARABLE.
       01 WS-PAYS-DOMICILE PIC X(02) VALUE 'FR'.

      * TITULAIRES DU COMPTE EN COURS (LIGNES T/C DE TBCOT ET CLIENT
      * DU COMPTE) : CHAQUE TITULAIRE DECLARABLE DECLARE LE SOLDE
      * ENTIER DU COMPTE JOINT, SANS REPARTITION.
       01 WS-NB-TITULAIRES PIC 9(02) VALUE 0.
       01 WS-TAB-TITULAIRES.
         05 WS-TIT-CODCLI OCCURS 1 TO 10 TIMES
                          DEPENDING ON WS-NB-TITULAIRES
                          INDEXED BY WS-TX
                          PIC X(08).
       01 WS-CODCLI-COURANT PIC X(08).
       01 WS-TIT-TROUVE-SW PIC X(01).
         88 WS-TIT-TROUVE VALUE 'O'.

      * MONTANTS DU COMPTE EN COURS, LUS UNE SEULE FOIS AU PREMIER
      * TITULAIRE RETENU.
       01 WS-MONTANTS-SW PIC X(01).
         88 WS-MONTANTS-LUS VALUE 'O'.
       01 WS-ECARTE-SW PIC X(01).
         88 WS-COMPTE-ECARTE VALUE 'O'.
       01 WS-CPT-SOLDE    PIC S9(13)V99.
       01 WS-CPT-INTERETS PIC S9(11)V99.

      * CLIENT EN COURS DANS LA PROCEDURE DE SORTIE DU TRI.
       01 WS-FIN-TRI-SW PIC X(01).
         88 WS-FIN-TRI VALUE 'O'.
       01 WS-CLIENT-SW PIC X(01).
         88 WS-CLIENT-OUVERT VALUE 'O'.
       01 WS-DECLARABLE-SW PIC X(01).
         88 WS-DECLARABLE VALUE 'O'.
       01 WS-CODCLI-CLIENT PIC X(08).
       01 WS-MOTIF-KYC PIC X(50).
       01 WS-CLI-NB-COMPTES PIC 9(05).

       01 WS-RUN-COUNTERS.
         05 WS-NB-COMPTES       PIC 9(07).
         05 WS-NB-CLIENTS-DECL  PIC 9(07).
         05 WS-NB-COMPTES-DECL  PIC 9(07).
         05 WS-NB-KYC           PIC 9(07).
         05 WS-NB-SANS-ARRETE   PIC 9(07).
         05 WS-TOT-SOLDE        PIC S9(15)V99.
         05 WS-TOT-INTERETS     PIC S9(15)V99.

       01 WS-CRS-00.
         05 WS-C00-TYPE     PIC X(02) VALUE '00'.
         05 WS-C00-ANNEE    PIC 9(04).
         05 WS-C00-PAYS     PIC X(02).
         05 WS-C00-DATE-CRE PIC X(08).
         05 FILLER          PIC X(184) VALUE SPACES.

      * PERSONNE DECLARABLE. LE REGIME VAUT 'FATCA' POUR UNE
      * RESIDENCE FISCALE AUX ETATS-UNIS, 'CRS' SINON.
       01 WS-CRS-10.
         05 WS-C10-TYPE      PIC X(02) VALUE '10'.
         05 WS-C10-CODCLI    PIC X(08).
         05 WS-C10-REGIME    PIC X(05).
         05 WS-C10-PAYS      PIC X(02).
         05 WS-C10-NIF       PIC X(20).
         05 WS-C10-NOM       PIC X(30).
         05 WS-C10-ADRESSE1  PIC X(30).
         05 WS-C10-ADRESSE2  PIC X(30).
         05 WS-C10-VILLE     PIC X(30).
         05 FILLER           PIC X(43) VALUE SPACES.

      * COMPTE DECLARE DE LA PERSONNE QUI PRECEDE. 'O' EN CLOTURE :
      * COMPTE CLOS A LA DATE DE L'EXTRACTION.
       01 WS-CRS-20.
         05 WS-C20-TYPE      PIC X(02) VALUE '20'.
         05 WS-C20-CODCLI    PIC X(08).
         05 WS-C20-COMPTE    PIC X(11).
         05 WS-C20-DEVISE    PIC X(03).
         05 WS-C20-SOLDE     PIC S9(13)V99.
         05 WS-C20-INTERETS  PIC S9(11)V99.
         05 WS-C20-CLOTURE   PIC X(01).
         05 FILLER           PIC X(147) VALUE SPACES.

       01 WS-CRS-99.
         05 WS-C99-TYPE        PIC X(02) VALUE '99'.
         05 WS-C99-NB-CLIENTS  PIC 9(07).
         05 WS-C99-NB-COMPTES  PIC 9(07).
         05 WS-C99-SOLDE       PIC S9(15)V99.
         05 WS-C99-INTERETS    PIC S9(15)V99.
         05 FILLER             PIC X(150) VALUE SPACES.

       01 WS-LIGNE-TITRE.
         05 FILLER       PIC X(44)
            VALUE 'CRS/FATCA - PREUVES DE RESIDENCE A OBTENIR  '.
         05 FILLER       PIC X(08) VALUE 'ANNEE : '.
         05 WS-LT-ANNEE  PIC 9(04).
         05 FILLER       PIC X(76) VALUE SPACES.

       01 WS-ENTETE-KYC.
         05 FILLER PIC X(09) VALUE 'CLIENT'.
         05 FILLER PIC X(31) VALUE 'NOM'.
         05 FILLER PIC X(05) VALUE 'PAYS'.
         05 FILLER PIC X(09) VALUE 'COMPTES'.
         05 FILLER PIC X(78) VALUE 'MOTIF'.

       01 WS-LIGNE-KYC.
         05 WS-LK-CODCLI   PIC X(08).
         05 FILLER         PIC X(01) VALUE SPACES.
         05 WS-LK-NOM      PIC X(30).
         05 FILLER         PIC X(01) VALUE SPACES.
         05 WS-LK-PAYS     PIC X(02).
         05 FILLER         PIC X(03) VALUE SPACES.
         05 WS-LK-NB-COMPTES PIC ZZZZ9.
         05 FILLER         PIC X(04) VALUE SPACES.
         05 WS-LK-MOTIF    PIC X(50).
         05 FILLER         PIC X(28) VALUE SPACES.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

       01 WS-FS-CRS PIC X(02).
         88 FS-CRS-OK VALUE '00'.
       01 WS-FS-EDIT PIC X(02).
         88 FS-EDIT-OK VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
           INITIALIZE WS-RUN-COUNTERS
           PERFORM 01A-LIT-PARM
           PERFORM 01B-CHARGE-PARAMETRES
           OPEN OUTPUT CRSFILE
           IF NOT FS-CRS-OK
              DISPLAY 'GKCRS - OPEN DDCRS EN ERREUR : ' WS-FS-CRS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           INITIALIZE TRC-ZONE
           SET TRC-OUVERTURE TO TRUE
           MOVE 'GKCRS'    TO TRC-PROGRAMME
           MOVE 'FISC'     TO TRC-PARTENAIRE
           MOVE 'DDCRS'    TO TRC-FICHIER
           MOVE 200        TO TRC-LRECL
           CALL 'GKTRFREG' USING TRC-ZONE
           OPEN OUTPUT EDITION
           MOVE WS-ANNEE             TO WS-C00-ANNEE
           MOVE WS-PAYS-DOMICILE     TO WS-C00-PAYS
           MOVE WS-DATE-SYSTEME(1:8) TO WS-C00-DATE-CRE
           WRITE CRS-ENREG FROM WS-CRS-00
           MOVE WS-CRS-00 TO TRC-DONNEES
           PERFORM 02L-TRANSMIS-ENREG
           MOVE WS-ANNEE TO WS-LT-ANNEE
           WRITE EDIT-ENREG FROM WS-LIGNE-TITRE
                 AFTER ADVANCING PAGE
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           WRITE EDIT-ENREG FROM WS-ENTETE-KYC
           .

       01A-LIT-PARM.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           IF WS-PARM-CARD = SPACES
              COMPUTE WS-ANNEE =
                      FUNCTION NUMVAL(WS-DATE-SYSTEME(1:4)) - 1
           ELSE
              COMPUTE WS-ANNEE = FUNCTION NUMVAL(WS-PARM-CARD)
           END-IF
           STRING WS-ANNEE '-01-01'
                  DELIMITED BY SIZE INTO WS-DATE-DEBUT
           STRING WS-ANNEE '-12-31'
                  DELIMITED BY SIZE INTO WS-DATE-FIN
           STRING WS-ANNEE '-12'
                  DELIMITED BY SIZE INTO WS-MOIS-FIN
           .

       01B-CHARGE-PARAMETRES.
           MOVE 'SEL' TO PRM-FONCTION
           MOVE 'PAYS-DOMICILE' TO PRM-CLE
           INITIALIZE PRM-RETOUR
           MOVE SPACES TO PRM-VALEUR
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00' AND PRM-VALEUR(1:2) NOT = SPACES
              MOVE PRM-VALEUR(1:2) TO WS-PAYS-DOMICILE
           END-IF
           .

      * LA PROCEDURE D'ENTREE EMET UNE FICHE PAR TITULAIRE RETENU
      * ET PAR COMPTE ; LE TRI LES REGROUPE PAR CLIENT POUR ECRIRE
      * LA PERSONNE PUIS SES COMPTES (MEME MECANIQUE QUE GKSCV).
       02-TREATMENT.
           SORT TRAVAIL
                ON ASCENDING KEY TRI-CODCLI TRI-COMPTE
                INPUT PROCEDURE IS 02A-ALIMENTE-TRI
                OUTPUT PROCEDURE IS 02G-ECRIT-EN-RUPTURE
           .

       03-ENDPGM.
           MOVE WS-NB-CLIENTS-DECL TO WS-C99-NB-CLIENTS
           MOVE WS-NB-COMPTES-DECL TO WS-C99-NB-COMPTES
           MOVE WS-TOT-SOLDE       TO WS-C99-SOLDE
           MOVE WS-TOT-INTERETS    TO WS-C99-INTERETS
           WRITE CRS-ENREG FROM WS-CRS-99
           MOVE WS-CRS-99 TO TRC-DONNEES
           PERFORM 02L-TRANSMIS-ENREG
           SET TRC-FERMETURE TO TRUE
           MOVE WS-TOT-INTERETS TO TRC-MONTANT
           CALL 'GKTRFREG' USING TRC-ZONE
           IF TRC-CODRET NOT = '00'
              DISPLAY 'GKCRS - REGISTRE DES TRANSMISSIONS : '
                      TRC-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 03A-RESUME-RUN
           IF (WS-NB-KYC > 0 OR WS-NB-SANS-ARRETE > 0)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE CRSFILE, EDITION
           STOP RUN
           .

      * BILAN DE FIN DE JOB.
       03A-RESUME-RUN.
           DISPLAY '**********************************'
           DISPLAY '**************GKCRS***************'
           DISPLAY '**********************************'
           DISPLAY '* ANNEE DECLAREE      : ' WS-ANNEE
           DISPLAY '* PAYS DU DOMICILE    : ' WS-PAYS-DOMICILE
           DISPLAY '* COMPTES PARCOURUS   : ' WS-NB-COMPTES
           DISPLAY '* CLIENTS DECLARES    : ' WS-NB-CLIENTS-DECL
           DISPLAY '* COMPTES DECLARES    : ' WS-NB-COMPTES-DECL
           DISPLAY '* SOLDES DECLARES     : ' WS-TOT-SOLDE
           DISPLAY '* INTERETS DECLARES   : ' WS-TOT-INTERETS
           DISPLAY '* CLIENTS A DOCUMENTER: ' WS-NB-KYC
           DISPLAY '* COMPTES SANS ARRETE : ' WS-NB-SANS-ARRETE
           DISPLAY '**********************************'
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * PARCOURS DE TOUS LES COMPTES, CLOS COMPRIS : UN COMPTE CLOS
      * DANS L'ANNEE RESTE A DECLARER S'IL A UN ARRETE DE DECEMBRE
      * OU DES INTERETS DANS L'ANNEE.
       02A-ALIMENTE-TRI.
           INITIALIZE CPT-ZCMA
           MOVE 'DEB' TO CPT-FONCTION
           CALL 'MACPT' USING CPT-ZCMA
           PERFORM UNTIL CPT-CODRET NOT = '00'
              ADD 1 TO WS-NB-COMPTES
              PERFORM 02B-TRAITE-COMPTE
              MOVE 'SUI' TO CPT-FONCTION
              CALL 'MACPT' USING CPT-ZCMA
           END-PERFORM
           IF CPT-CODRET NOT = '04'
              DISPLAY 'GKCRS - PARCOURS TBCPT EN ERREUR : '
                      CPT-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .

      * CHAQUE TITULAIRE DU COMPTE EST CONFRONTE AU REFERENTIEL :
      * RESIDENT DU DOMICILE BANCAIRE, IL EST IGNORE ; SINON LE
      * COMPTE EST EMIS A SON NOM (DECLARATION OU LISTE KYC,
      * TRANCHE A LA RUPTURE CLIENT).
       02B-TRAITE-COMPTE.
           MOVE 'N' TO WS-MONTANTS-SW
           MOVE 'N' TO WS-ECARTE-SW
           PERFORM 02C-RESOUT-TITULAIRES
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-NB-TITULAIRES
                      OR WS-COMPTE-ECARTE
              INITIALIZE CLI-ZCMA
              MOVE 'SEL'               TO CLI-FONCTION
              MOVE WS-TIT-CODCLI(WS-TX) TO CLI-ID
              CALL 'MACLI' USING CLI-ZCMA
              IF CLI-CODRET NOT = '00'
                 OR CLI-PAYS-FISCAL NOT = WS-PAYS-DOMICILE
                 IF NOT WS-MONTANTS-LUS
                    PERFORM 02E-LIT-MONTANTS
                 END-IF
                 IF NOT WS-COMPTE-ECARTE
                    INITIALIZE TRI-ENREG
                    MOVE WS-TIT-CODCLI(WS-TX) TO TRI-CODCLI
                    MOVE CPT-COMPTE           TO TRI-COMPTE
                    MOVE CPT-STATUT           TO TRI-STATUT
                    MOVE WS-CPT-SOLDE         TO TRI-SOLDE
                    MOVE WS-CPT-INTERETS      TO TRI-INTERETS
                    RELEASE TRI-ENREG
                 END-IF
              END-IF
           END-PERFORM
           .

      * TITULAIRES : LIGNES T/C DE TBCOT (LES MANDATAIRES NE SONT
      * PAS TITULAIRES DU COMPTE) PLUS LE CLIENT DU COMPTE, SANS
      * DOUBLON.
       02C-RESOUT-TITULAIRES.
           MOVE 0 TO WS-NB-TITULAIRES
           IF CPT-CODCLI NOT = SPACES
              MOVE CPT-CODCLI TO WS-CODCLI-COURANT
              PERFORM 02D-AJOUTE-TITULAIRE
           END-IF
           INITIALIZE COT-ZCMA
           MOVE 'DEB'      TO COT-FONCTION
           MOVE CPT-COMPTE TO COT-COMPTE
           CALL 'MACOT' USING COT-ZCMA
           PERFORM UNTIL COT-CODRET NOT = '00'
              IF COT-DETENTEUR
                 MOVE COT-CODCLI TO WS-CODCLI-COURANT
                 PERFORM 02D-AJOUTE-TITULAIRE
              END-IF
              MOVE 'SUI' TO COT-FONCTION
              CALL 'MACOT' USING COT-ZCMA
           END-PERFORM
           IF COT-CODRET NOT = '04'
              DISPLAY 'GKCRS - REGISTRE TBCOT ILLISIBLE, COMPTE '
                      CPT-COMPTE ' : ' COT-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .

       02D-AJOUTE-TITULAIRE.
           MOVE 'N' TO WS-TIT-TROUVE-SW
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-NB-TITULAIRES
              IF WS-TIT-CODCLI(WS-TX) = WS-CODCLI-COURANT
                 SET WS-TIT-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-TIT-TROUVE
              IF WS-NB-TITULAIRES >= 10
                 DISPLAY 'GKCRS - TROP DE TITULAIRES, COMPTE '
                         CPT-COMPTE ' : ' WS-CODCLI-COURANT ' IGNORE'
                 MOVE 24 TO RETURN-CODE
              ELSE
                 ADD 1 TO WS-NB-TITULAIRES
                 MOVE WS-CODCLI-COURANT
                   TO WS-TIT-CODCLI(WS-NB-TITULAIRES)
              END-IF
           END-IF
           .

      * SOLDE DE FIN D'ANNEE (ARRETE DE DECEMBRE) ET INTERETS BRUTS
      * CREDITES DANS L'ANNEE (ICR DE TBHIS). UN COMPTE OUVERT SANS
      * ARRETE DE DECEMBRE EST DECLARE A ZERO ET SIGNALE ; UN COMPTE
      * CLOS SANS ARRETE NI INTERET N'A RIEN A DECLARER.
       02E-LIT-MONTANTS.
           SET WS-MONTANTS-LUS TO TRUE
           MOVE 0 TO WS-CPT-SOLDE
           MOVE 0 TO WS-CPT-INTERETS
           INITIALIZE HIS-ZCMA
           MOVE 'DEB'         TO HIS-FONCTION
           MOVE CPT-COMPTE    TO HIS-COMPTE
           MOVE WS-DATE-DEBUT TO HIS-DATE-DEBUT
           MOVE WS-DATE-FIN   TO HIS-DATE-FIN
           CALL 'MAHIS' USING HIS-ZCMA
           PERFORM UNTIL HIS-CODRET NOT = '00'
              IF HIS-CODE-OPER = 'ICR'
                 ADD HIS-MONTANT TO WS-CPT-INTERETS
              END-IF
              MOVE 'SUI' TO HIS-FONCTION
              CALL 'MAHIS' USING HIS-ZCMA
           END-PERFORM
           IF HIS-CODRET NOT = '04'
              DISPLAY 'GKCRS - HISTORIQUE ILLISIBLE, COMPTE '
                      'ECARTE : ' CPT-COMPTE ' - ' HIS-LIBRET
              MOVE 16 TO RETURN-CODE
              SET WS-COMPTE-ECARTE TO TRUE
           END-IF
           INITIALIZE SOL-ZCMA
           MOVE 'SEL'       TO SOL-FONCTION
           MOVE CPT-COMPTE  TO SOL-COMPTE
           MOVE WS-MOIS-FIN TO SOL-MOIS
           CALL 'MASOLM' USING SOL-ZCMA
           EVALUATE SOL-CODRET
              WHEN '00'
                 MOVE SOL-SOLDE-FIN TO WS-CPT-SOLDE
              WHEN '04'
                 IF CPT-COMPTE-CLOTURE
                    IF WS-CPT-INTERETS = 0
                       SET WS-COMPTE-ECARTE TO TRUE
                    END-IF
                 ELSE
                    ADD 1 TO WS-NB-SANS-ARRETE
                    DISPLAY 'GKCRS - PAS D''ARRETE DE DECEMBRE, COMPTE '
                            CPT-COMPTE ' DECLARE A ZERO'
                 END-IF
              WHEN OTHER
                 DISPLAY 'GKCRS - ARRETE ILLISIBLE, COMPTE ECARTE : '
                         CPT-COMPTE ' - ' SOL-LIBRET
                 MOVE 16 TO RETURN-CODE
                 SET WS-COMPTE-ECARTE TO TRUE
           END-EVALUATE
           .

      * PROCEDURE DE SORTIE : LES FICHES ARRIVENT TRIEES PAR CLIENT,
      * CHAQUE RUPTURE CLOT LE CLIENT PRECEDENT.
       02G-ECRIT-EN-RUPTURE.
           MOVE 'N' TO WS-FIN-TRI-SW
           MOVE 'N' TO WS-CLIENT-SW
           PERFORM 02H-RETOURNE-FICHE
           PERFORM UNTIL WS-FIN-TRI
              IF NOT WS-CLIENT-OUVERT
                 OR TRI-CODCLI NOT = WS-CODCLI-CLIENT
                 IF WS-CLIENT-OUVERT
                    PERFORM 02K-CLOT-CLIENT
                 END-IF
                 PERFORM 02I-OUVRE-CLIENT
              END-IF
              PERFORM 02J-ECRIT-COMPTE
              PERFORM 02H-RETOURNE-FICHE
           END-PERFORM
           IF WS-CLIENT-OUVERT
              PERFORM 02K-CLOT-CLIENT
           END-IF
           .

       02H-RETOURNE-FICHE.
           RETURN TRAVAIL
              AT END SET WS-FIN-TRI TO TRUE
           END-RETURN
           .

      * NOUVEAU CLIENT : PREUVE DE RESIDENCE. SANS PAYS FISCAL (OU
      * CLIENT INCONNU) LE CLIENT N'EST PAS DECLARE MAIS LISTE POUR
      * LE KYC ; UN NON-RESIDENT SANS NIF EST DECLARE (LE NIF EST
      * FACULTATIF DANS L'ECHANGE) ET LISTE AUSSI.
       02I-OUVRE-CLIENT.
           SET WS-CLIENT-OUVERT TO TRUE
           MOVE TRI-CODCLI TO WS-CODCLI-CLIENT
           MOVE 'N'    TO WS-DECLARABLE-SW
           MOVE SPACES TO WS-MOTIF-KYC
           MOVE 0      TO WS-CLI-NB-COMPTES
           INITIALIZE WS-CRS-10
           MOVE '10'       TO WS-C10-TYPE
           MOVE TRI-CODCLI TO WS-C10-CODCLI
           INITIALIZE CLI-ZCMA
           MOVE 'SEL'      TO CLI-FONCTION
           MOVE TRI-CODCLI TO CLI-ID
           CALL 'MACLI' USING CLI-ZCMA
           EVALUATE TRUE
              WHEN CLI-CODRET NOT = '00'
                 MOVE 'CLIENT INCONNU DE TBCLI' TO WS-MOTIF-KYC
              WHEN CLI-PAYS-FISCAL = SPACES
                 MOVE 'RESIDENCE FISCALE NON RENSEIGNEE'
                   TO WS-MOTIF-KYC
              WHEN OTHER
                 SET WS-DECLARABLE TO TRUE
                 IF CLI-NIF-ETRANGER = SPACES
                    MOVE 'NIF ETRANGER NON RENSEIGNE (DECLARE SANS)'
                      TO WS-MOTIF-KYC
                 END-IF
           END-EVALUATE
           IF CLI-CODRET = '00'
              MOVE CLI-NOM          TO WS-C10-NOM
              MOVE CLI-ADRESSE1     TO WS-C10-ADRESSE1
              MOVE CLI-ADRESSE2     TO WS-C10-ADRESSE2
              MOVE CLI-VILLE        TO WS-C10-VILLE
              MOVE CLI-PAYS-FISCAL  TO WS-C10-PAYS
              MOVE CLI-NIF-ETRANGER TO WS-C10-NIF
           END-IF
           IF WS-DECLARABLE
              IF CLI-PAYS-FISCAL = 'US'
                 MOVE 'FATCA' TO WS-C10-REGIME
              ELSE
                 MOVE 'CRS'   TO WS-C10-REGIME
              END-IF
              WRITE CRS-ENREG FROM WS-CRS-10
              MOVE WS-CRS-10 TO TRC-DONNEES
              PERFORM 02L-TRANSMIS-ENREG
              ADD 1 TO WS-NB-CLIENTS-DECL
           END-IF
           .

       02J-ECRIT-COMPTE.
           ADD 1 TO WS-CLI-NB-COMPTES
           IF WS-DECLARABLE
              INITIALIZE WS-CRS-20
              MOVE '20'         TO WS-C20-TYPE
              MOVE TRI-CODCLI   TO WS-C20-CODCLI
              MOVE TRI-COMPTE   TO WS-C20-COMPTE
              MOVE 'EUR'        TO WS-C20-DEVISE
              MOVE TRI-SOLDE    TO WS-C20-SOLDE
              MOVE TRI-INTERETS TO WS-C20-INTERETS
              IF TRI-STATUT = 'C'
                 MOVE 'O' TO WS-C20-CLOTURE
              ELSE
                 MOVE 'N' TO WS-C20-CLOTURE
              END-IF
              WRITE CRS-ENREG FROM WS-CRS-20
              MOVE WS-CRS-20 TO TRC-DONNEES
              PERFORM 02L-TRANSMIS-ENREG
              ADD 1            TO WS-NB-COMPTES-DECL
              ADD TRI-SOLDE    TO WS-TOT-SOLDE
              ADD TRI-INTERETS TO WS-TOT-INTERETS
           END-IF
           .

       02K-CLOT-CLIENT.
           IF WS-MOTIF-KYC NOT = SPACES
              ADD 1 TO WS-NB-KYC
              MOVE WS-CODCLI-CLIENT  TO WS-LK-CODCLI
              MOVE WS-C10-NOM        TO WS-LK-NOM
              MOVE WS-C10-PAYS       TO WS-LK-PAYS
              MOVE WS-CLI-NB-COMPTES TO WS-LK-NB-COMPTES
              MOVE WS-MOTIF-KYC      TO WS-LK-MOTIF
              WRITE EDIT-ENREG FROM WS-LIGNE-KYC
           END-IF
           .

      * CHAQUE ENREGISTREMENT ECRIT EST PASSE AU REGISTRE DES
      * TRANSMISSIONS, QUI LE COMPTE ET L'ARCHIVE POUR UN RENVOI.
       02L-TRANSMIS-ENREG.
           SET TRC-ENREGISTRE TO TRUE
           CALL 'GKTRFREG' USING TRC-ZONE
           IF TRC-CODRET NOT = '00'
              DISPLAY 'GKCRS - REGISTRE DES TRANSMISSIONS : '
                      TRC-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .
