      *********************************************************
      * PROGRAM NAME:  GKDEPREG                               *
      * PROGRAM OBJET :DECLARATION MENSUELLE DES DEPOTS A LA  *
      *                BANQUE CENTRALE (STATISTIQUE MONETAIRE):*
      *                LES SOLDES CREDITEURS ARRETES PAR      *
      *                GKSOLDEM (TBSOLDM) SONT VENTILES PAR   *
      *                ENTITE, PRODUIT, SECTEUR ET RESIDENCE  *
      *                DU CLIENT (TBCLI) ET TRANCHE           *
      *                D'ECHEANCE (DUREE DU PRODUIT TBPDT OU  *
      *                DU DEPOT A TERME TBDAT), PUIS ECRITS   *
      *                AU FORMAT FIXE DU REGULATEUR, CADRE    *
      *                00/10/99 ; L'ETAT DE CONTROLE PROUVE   *
      *                QUE LE TOTAL DECLARE EGALE LES SOLDES  *
      *                DE FIN DE MOIS DES COMPTES DE DEPOT    *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - DECLARATION MENSUELLE DES  *
      *          DEPOTS ET ETAT DE CONTROLE                    *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKDEPREG.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DECLARATION AU FORMAT FIXE DU REGULATEUR, CADRE 00/10/99
      *    COMME LES AUTRES FICHIERS DE LA CHAINE
            SELECT DECLARATION ASSIGN TO DDDEPREG
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-DECL.

      *    ETAT DE CONTROLE DE LA DECLARATION
            SELECT EDITION ASSIGN TO DDDEPCTL
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EDIT.

            SELECT TRAVAIL ASSIGN TO DDTRAV.

       DATA DIVISION.
       FILE SECTION.

       FD DECLARATION.
       01 DECL-ENREG PIC X(80).

       FD EDITION.
       01 EDIT-ENREG PIC X(132).

      * UNE FICHE PAR ARRETE DE DEPOT, TRIEE SUR LA CELLULE DE LA
      * DECLARATION (ENTITE, PRODUIT, SECTEUR, RESIDENCE, TRANCHE).
       SD TRAVAIL.
       01 TRI-ENREG.
         05 TRI-CLE.
            10 TRI-ENTITE    PIC X(03).
            10 TRI-PRODUIT   PIC X(03).
            10 TRI-SECTEUR   PIC X(01).
            10 TRI-RESIDENCE PIC X(01).
            10 TRI-TRANCHE   PIC X(01).
         05 TRI-COMPTE       PIC X(11).
         05 TRI-SOLDE        PIC S9(13)V99.

       WORKING-STORAGE SECTION.

       COPY CPTFUNC.
       COPY ZASOLM REPLACING ==()== BY ==SOL==.
       COPY ZACLI  REPLACING ==()== BY ==CLI==.
       COPY ZAPDT  REPLACING ==()== BY ==PDT==.
       COPY ZADAT  REPLACING ==()== BY ==DAT==.

      * MOIS DECLARE, RECU EN SYSIN AU FORMAT YYYY-MM ; A BLANC, LE
      * MOIS DE LA DATE DU JOUR (RUN DU DERNIER SOIR DU MOIS, APRES
      * L'ARRETE GKSOLDEM).
       01 WS-PARM-CARD    PIC X(07).
       01 WS-MOIS-DECLARE PIC X(07).
       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).

      * CODES DE LA NOMENCLATURE DU REGULATEUR. LA TRANCHE
      * D'ECHEANCE EST TIREE DE LA DUREE CONTRACTUELLE EN MOIS :
      * '1' A VUE (000), '2' JUSQU'A 1 AN, '3' DE 1 A 2 ANS, '4' AU
      * DELA DE 2 ANS. UN ATTRIBUT INCONNU EST DECLARE 'X' (NON
      * VENTILE) : LE MONTANT RESTE DECLARE, LE TOTAL RESTE JUSTE,
      * ET LE COMPTE EST SIGNALE A L'ETAT DE CONTROLE.
       01 WS-CODE-NON-VENTILE PIC X(01) VALUE 'X'.
       01 WS-DUREE-MOIS       PIC 9(03).
       01 WS-DUREE-CONNUE-SW  PIC X(01).
         88 WS-DUREE-CONNUE   VALUE 'O'.
       01 WS-CODCLI-DEPOT     PIC X(08).
       01 WS-MOTIF-ANOMALIE   PIC X(40).

      * CELLULE EN COURS DANS LA PROCEDURE DE SORTIE DU TRI.
       01 WS-FIN-TRI-SW PIC X(01).
         88 WS-FIN-TRI VALUE 'O'.
       01 WS-CLE-COURANTE.
         05 WS-CC-ENTITE    PIC X(03).
         05 WS-CC-PRODUIT   PIC X(03).
         05 WS-CC-SECTEUR   PIC X(01).
         05 WS-CC-RESIDENCE PIC X(01).
         05 WS-CC-TRANCHE   PIC X(01).
       01 WS-CELLULE-SW PIC X(01).
         88 WS-CELLULE-OUVERTE VALUE 'O'.
       01 WS-CUM-NB      PIC 9(07).
       01 WS-CUM-ENCOURS PIC S9(15)V99.
       01 WS-ENTITE-COURANTE PIC X(03).
       01 WS-ENT-NB      PIC 9(07).
       01 WS-ENT-ENCOURS PIC S9(15)V99.

       01 WS-RUN-COUNTERS.
      * TOUS LES ARRETES DU MOIS (GKSOLDEM), PUIS LEUR PARTAGE
      * ENTRE DEPOTS (SOLDE CREDITEUR) ET EXCLUS (DEBITEUR OU NUL).
         05 WS-NB-ARRETES     PIC 9(07).
         05 WS-MT-ARRETES     PIC S9(15)V99.
         05 WS-NB-EXCLUS      PIC 9(07).
         05 WS-MT-EXCLUS      PIC S9(15)V99.
         05 WS-NB-DEPOTS      PIC 9(07).
         05 WS-MT-DEPOTS      PIC S9(15)V99.
      * CE QUI EST EFFECTIVEMENT ECRIT DANS LA DECLARATION.
         05 WS-NB-LIGNES      PIC 9(07).
         05 WS-NB-DECLARES    PIC 9(07).
         05 WS-MT-DECLARE     PIC S9(15)V99.
         05 WS-NB-ANOMALIES   PIC 9(07).
         05 WS-MT-ECART       PIC S9(15)V99.

       01 WS-REG-00.
         05 WS-R00-TYPE     PIC X(02) VALUE '00'.
         05 WS-R00-PERIODE  PIC X(06).
         05 WS-R00-DATE     PIC X(08).
         05 FILLER          PIC X(64) VALUE SPACES.

       01 WS-REG-10.
         05 WS-R10-TYPE      PIC X(02) VALUE '10'.
         05 WS-R10-ENTITE    PIC X(03).
         05 WS-R10-PRODUIT   PIC X(03).
         05 WS-R10-SECTEUR   PIC X(01).
         05 WS-R10-RESIDENCE PIC X(01).
         05 WS-R10-TRANCHE   PIC X(01).
         05 WS-R10-NB        PIC 9(07).
         05 WS-R10-ENCOURS   PIC 9(15)V99.
         05 FILLER           PIC X(45) VALUE SPACES.

       01 WS-REG-99.
         05 WS-R99-TYPE     PIC X(02) VALUE '99'.
         05 WS-R99-NB-LIGNES PIC 9(07).
         05 WS-R99-NB       PIC 9(07).
         05 WS-R99-ENCOURS  PIC 9(15)V99.
         05 FILLER          PIC X(47) VALUE SPACES.

       01 WS-LIGNE-TITRE.
         05 FILLER       PIC X(44)
            VALUE 'DECLARATION MENSUELLE DES DEPOTS - CONTROLE '.
         05 FILLER       PIC X(05) VALUE 'MOIS '.
         05 WS-LT-MOIS   PIC X(07).
         05 FILLER       PIC X(11) VALUE '  EDITE LE '.
         05 WS-LT-DATE   PIC X(10).
         05 FILLER       PIC X(55) VALUE SPACES.

       01 WS-LIGNE-SECTION.
         05 WS-LS-LIBELLE PIC X(50).
         05 FILLER        PIC X(82) VALUE SPACES.

       01 WS-ENTETE-ANOMALIE.
         05 FILLER PIC X(40)
            VALUE 'COMPTE      PDT  SOLDE ARRETE          '.
         05 FILLER PIC X(92) VALUE 'MOTIF'.

       01 WS-LIGNE-ANOMALIE.
         05 WS-LA-COMPTE   PIC X(11).
         05 FILLER         PIC X(01) VALUE SPACES.
         05 WS-LA-PRODUIT  PIC X(03).
         05 FILLER         PIC X(02) VALUE SPACES.
         05 WS-LA-SOLDE    PIC ZZZZZZZZZZZZ9.99.
         05 FILLER         PIC X(07) VALUE SPACES.
         05 WS-LA-MOTIF    PIC X(40).
         05 FILLER         PIC X(52) VALUE SPACES.

       01 WS-ENTETE-CELLULE.
         05 FILLER PIC X(44)
            VALUE 'ENT PDT SECT RES TRANCHE    NB COMPTES      '.
         05 FILLER PIC X(88) VALUE '           ENCOURS'.

       01 WS-LIGNE-CELLULE.
         05 WS-LC-ENTITE    PIC X(03).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LC-PRODUIT   PIC X(03).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LC-SECTEUR   PIC X(01).
         05 FILLER          PIC X(04) VALUE SPACES.
         05 WS-LC-RESIDENCE PIC X(01).
         05 FILLER          PIC X(05) VALUE SPACES.
         05 WS-LC-TRANCHE   PIC X(01).
         05 FILLER          PIC X(06) VALUE SPACES.
         05 WS-LC-NB        PIC ZZZZZZZZZ9.
         05 FILLER          PIC X(03) VALUE SPACES.
         05 WS-LC-ENCOURS   PIC ZZZZZZZZZZZZZZ9.99.
         05 FILLER          PIC X(74) VALUE SPACES.

       01 WS-LIGNE-TOTAL.
         05 WS-LX-LIBELLE  PIC X(40).
         05 WS-LX-NB       PIC ZZZZZZ9.
         05 FILLER         PIC X(02) VALUE SPACES.
         05 WS-LX-MONTANT  PIC -ZZZZZZZZZZZZZZ9.99.
         05 FILLER         PIC X(64) VALUE SPACES.

       01 WS-LIGNE-VERDICT.
         05 WS-LV-LIBELLE  PIC X(60).
         05 FILLER         PIC X(72) VALUE SPACES.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

       01 WS-FS-DECL PIC X(02).
         88 FS-DECL-OK VALUE '00'.
       01 WS-FS-EDIT PIC X(02).
         88 FS-EDIT-OK VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
           INITIALIZE WS-RUN-COUNTERS
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           STRING WS-DATE-SYSTEME(1:4) '-'
                  WS-DATE-SYSTEME(5:2) '-'
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-JOUR
           IF WS-PARM-CARD = SPACES
              MOVE WS-DATE-JOUR(1:7) TO WS-MOIS-DECLARE
           ELSE
              MOVE WS-PARM-CARD TO WS-MOIS-DECLARE
           END-IF
           IF WS-MOIS-DECLARE(1:4) NOT NUMERIC
              OR WS-MOIS-DECLARE(5:1) NOT = '-'
              OR WS-MOIS-DECLARE(6:2) NOT NUMERIC
              DISPLAY 'GKDEPREG - MOIS INVALIDE : ' WS-PARM-CARD
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT DECLARATION
           IF NOT FS-DECL-OK
              DISPLAY 'GKDEPREG - OPEN DDDEPREG EN ERREUR : '
                      WS-FS-DECL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT EDITION
           STRING WS-MOIS-DECLARE(1:4) WS-MOIS-DECLARE(6:2)
                  DELIMITED BY SIZE INTO WS-R00-PERIODE
           MOVE WS-DATE-SYSTEME(1:8) TO WS-R00-DATE
           WRITE DECL-ENREG FROM WS-REG-00
           MOVE WS-MOIS-DECLARE TO WS-LT-MOIS
           MOVE WS-DATE-JOUR    TO WS-LT-DATE
           WRITE EDIT-ENREG FROM WS-LIGNE-TITRE
                 AFTER ADVANCING PAGE
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           MOVE 'ANOMALIES DE VENTILATION (DECLAREES EN X)'
             TO WS-LS-LIBELLE
           WRITE EDIT-ENREG FROM WS-LIGNE-SECTION
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           WRITE EDIT-ENREG FROM WS-ENTETE-ANOMALIE
           .

      * LA PROCEDURE D'ENTREE QUALIFIE CHAQUE ARRETE DE DEPOT DU MOIS
      * ET LE TRI LES REGROUPE PAR CELLULE DE LA DECLARATION ; LA
      * PROCEDURE DE SORTIE CUMULE EN RUPTURE DE CELLULE (MEME
      * MECANIQUE QUE GKRECONCIL), SANS BORNE SUR LE NOMBRE DE
      * CELLULES.
       02-TREATMENT.
           SORT TRAVAIL
                ON ASCENDING KEY TRI-CLE
                INPUT PROCEDURE IS 02A-ALIMENTE-TRI
                OUTPUT PROCEDURE IS 02D-CUMULE-EN-RUPTURE
           .

       03-ENDPGM.
           MOVE WS-NB-LIGNES   TO WS-R99-NB-LIGNES
           MOVE WS-NB-DECLARES TO WS-R99-NB
           MOVE WS-MT-DECLARE  TO WS-R99-ENCOURS
           WRITE DECL-ENREG FROM WS-REG-99
           PERFORM 03B-EDITE-CONTROLE
           PERFORM 03A-RESUME-RUN
           CLOSE DECLARATION, EDITION
           STOP RUN
           .

      * BILAN DE FIN DE JOB.
       03A-RESUME-RUN.
           DISPLAY '**********************************'
           DISPLAY '*************GKDEPREG*************'
           DISPLAY '**********************************'
           DISPLAY '* MOIS DECLARE        : ' WS-MOIS-DECLARE
           DISPLAY '* ARRETES DU MOIS     : ' WS-NB-ARRETES
           DISPLAY '* DEPOTS DECLARES     : ' WS-NB-DECLARES
           DISPLAY '* ENCOURS DECLARE     : ' WS-MT-DECLARE
           DISPLAY '* LIGNES DECLARATION  : ' WS-NB-LIGNES
           DISPLAY '* NON VENTILES        : ' WS-NB-ANOMALIES
           DISPLAY '* ECART DE CONTROLE   : ' WS-MT-ECART
           DISPLAY '**********************************'
           .

      * PREUVE DE LA DECLARATION : LES ARRETES DU MOIS SE PARTAGENT
      * EXACTEMENT ENTRE DEPOTS ET EXCLUS, ET LE TOTAL DECLARE EGALE
      * LES SOLDES CREDITEURS DE FIN DE MOIS. TOUT ECART PORTE LE
      * RETURN-CODE 16 (DECLARATION A NE PAS TRANSMETTRE) ; DES
      * COMPTES NON VENTILES PORTENT LE RETURN-CODE 4.
       03B-EDITE-CONTROLE.
           COMPUTE WS-MT-ECART = WS-MT-DECLARE - WS-MT-DEPOTS
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           MOVE 'RAPPROCHEMENT AVEC L''ARRETE GKSOLDEM'
             TO WS-LS-LIBELLE
           WRITE EDIT-ENREG FROM WS-LIGNE-SECTION
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           MOVE 'ARRETES TBSOLDM DU MOIS' TO WS-LX-LIBELLE
           MOVE WS-NB-ARRETES TO WS-LX-NB
           MOVE WS-MT-ARRETES TO WS-LX-MONTANT
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           MOVE '  DONT DEBITEURS OU NULS (EXCLUS)' TO WS-LX-LIBELLE
           MOVE WS-NB-EXCLUS TO WS-LX-NB
           MOVE WS-MT-EXCLUS TO WS-LX-MONTANT
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           MOVE '  DONT DEPOTS (SOLDES CREDITEURS)' TO WS-LX-LIBELLE
           MOVE WS-NB-DEPOTS TO WS-LX-NB
           MOVE WS-MT-DEPOTS TO WS-LX-MONTANT
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           MOVE 'TOTAL DECLARE' TO WS-LX-LIBELLE
           MOVE WS-NB-DECLARES TO WS-LX-NB
           MOVE WS-MT-DECLARE  TO WS-LX-MONTANT
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           MOVE '  DONT NON VENTILES' TO WS-LX-LIBELLE
           MOVE WS-NB-ANOMALIES TO WS-LX-NB
           MOVE 0               TO WS-LX-MONTANT
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           MOVE 'ECART DECLARE - DEPOTS' TO WS-LX-LIBELLE
           MOVE 0           TO WS-LX-NB
           MOVE WS-MT-ECART TO WS-LX-MONTANT
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           IF WS-MT-ECART NOT = 0
              OR WS-NB-DECLARES NOT = WS-NB-DEPOTS
              OR WS-MT-DEPOTS + WS-MT-EXCLUS NOT = WS-MT-ARRETES
              MOVE 'ECART - DECLARATION A NE PAS TRANSMETTRE'
                TO WS-LV-LIBELLE
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE 'DECLARATION RAPPROCHEE AVEC L''ARRETE DU MOIS'
                TO WS-LV-LIBELLE
              IF WS-NB-ANOMALIES > 0 AND RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           WRITE EDIT-ENREG FROM WS-LIGNE-VERDICT
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * PROCEDURE D'ENTREE : PARCOURS DE TOUS LES ARRETES TBSOLDM,
      * SEULS CEUX DU MOIS DECLARE SONT RETENUS. UN SOLDE CREDITEUR
      * EST UN DEPOT ; UN SOLDE DEBITEUR (DECOUVERT) OU NUL N'EST PAS
      * DECLARE MAIS RESTE DANS LA PREUVE.
       02A-ALIMENTE-TRI.
           INITIALIZE SOL-ZCMA
           MOVE 'DEB' TO SOL-FONCTION
           CALL 'MASOLM' USING SOL-ZCMA
           PERFORM UNTIL SOL-CODRET NOT = '00'
              IF SOL-MOIS = WS-MOIS-DECLARE
                 ADD 1             TO WS-NB-ARRETES
                 ADD SOL-SOLDE-FIN TO WS-MT-ARRETES
                 IF SOL-SOLDE-FIN > 0
                    ADD 1             TO WS-NB-DEPOTS
                    ADD SOL-SOLDE-FIN TO WS-MT-DEPOTS
                    PERFORM 02B-QUALIFIE-DEPOT
                 ELSE
                    ADD 1             TO WS-NB-EXCLUS
                    ADD SOL-SOLDE-FIN TO WS-MT-EXCLUS
                 END-IF
              END-IF
              MOVE 'SUI' TO SOL-FONCTION
              CALL 'MASOLM' USING SOL-ZCMA
           END-PERFORM
           IF SOL-CODRET NOT = '04'
              DISPLAY 'GKDEPREG - PARCOURS TBSOLDM EN ERREUR : '
                      SOL-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .

      * CELLULE DU DEPOT : ENTITE DU COMPTE, PRODUIT DE L'ARRETE,
      * SECTEUR ET RESIDENCE DU CLIENT, TRANCHE D'ECHEANCE. UN
      * DEPOT A TERME (CLE 'DAT' + ID) PREND SA DUREE ET SON CLIENT
      * SUR TBDAT, SON ENTITE SUR LE COMPTE LIE.
       02B-QUALIFIE-DEPOT.
           INITIALIZE TRI-ENREG
           MOVE SOL-PRODUIT   TO TRI-PRODUIT
           MOVE SOL-COMPTE    TO TRI-COMPTE
           MOVE SOL-SOLDE-FIN TO TRI-SOLDE
           MOVE SPACES        TO WS-MOTIF-ANOMALIE
           MOVE SPACES        TO WS-CODCLI-DEPOT
           MOVE 'N'           TO WS-DUREE-CONNUE-SW
           MOVE SOL-COMPTE    TO CPT-COMPTE
           IF SOL-PRODUIT = 'DAT' AND SOL-COMPTE(1:3) = 'DAT'
              INITIALIZE DAT-ZCMA
              MOVE 'SEL'           TO DAT-FONCTION
              MOVE SOL-COMPTE(4:6) TO DAT-ID
              CALL 'MADAT' USING DAT-ZCMA
              IF DAT-CODRET = '00'
                 MOVE DAT-CODCLI TO WS-CODCLI-DEPOT
                 MOVE DAT-DUREE  TO WS-DUREE-MOIS
                 SET WS-DUREE-CONNUE TO TRUE
                 MOVE DAT-COMPTE TO CPT-COMPTE
              ELSE
                 MOVE 'DEPOT A TERME INCONNU DE TBDAT'
                   TO WS-MOTIF-ANOMALIE
                 MOVE SPACES TO CPT-COMPTE
              END-IF
           ELSE
              INITIALIZE PDT-ZCMA
              MOVE 'SEL'       TO PDT-FONCTION
              MOVE SOL-PRODUIT TO PDT-PRODUIT
              CALL 'MAPDT' USING PDT-ZCMA
              IF PDT-CODRET = '00'
                 MOVE PDT-DUREE-MOIS TO WS-DUREE-MOIS
                 SET WS-DUREE-CONNUE TO TRUE
              ELSE
                 MOVE 'PRODUIT INCONNU, ECHEANCE NON VENTILEE'
                   TO WS-MOTIF-ANOMALIE
              END-IF
           END-IF
           PERFORM 02C-QUALIFIE-CLIENT
           IF WS-DUREE-CONNUE
              EVALUATE TRUE
                 WHEN WS-DUREE-MOIS = 0
                    MOVE '1' TO TRI-TRANCHE
                 WHEN WS-DUREE-MOIS <= 12
                    MOVE '2' TO TRI-TRANCHE
                 WHEN WS-DUREE-MOIS <= 24
                    MOVE '3' TO TRI-TRANCHE
                 WHEN OTHER
                    MOVE '4' TO TRI-TRANCHE
              END-EVALUATE
           ELSE
              MOVE WS-CODE-NON-VENTILE TO TRI-TRANCHE
           END-IF
           IF WS-MOTIF-ANOMALIE NOT = SPACES
              PERFORM 02G-EDITE-ANOMALIE
           END-IF
           RELEASE TRI-ENREG
           .

      * ENTITE ET CLIENT PAR LE COMPTE (MACPT), SECTEUR ET RESIDENCE
      * PAR LE CLIENT (MACLI) ; LE PREMIER MOTIF RENCONTRE EST CELUI
      * EDITE.
       02C-QUALIFIE-CLIENT.
           MOVE WS-CODE-NON-VENTILE TO TRI-SECTEUR
           MOVE WS-CODE-NON-VENTILE TO TRI-RESIDENCE
           IF CPT-COMPTE NOT = SPACES
              MOVE 'SEL' TO CPT-FONCTION
              CALL 'MACPT' USING CPT-ZCMA
              IF CPT-CODRET = '00'
                 MOVE CPT-ENTITE TO TRI-ENTITE
                 IF WS-CODCLI-DEPOT = SPACES
                    MOVE CPT-CODCLI TO WS-CODCLI-DEPOT
                 END-IF
              ELSE
                 IF WS-MOTIF-ANOMALIE = SPACES
                    MOVE 'COMPTE INCONNU DE TBCPT'
                      TO WS-MOTIF-ANOMALIE
                 END-IF
              END-IF
           END-IF
           IF WS-CODCLI-DEPOT = SPACES
              IF WS-MOTIF-ANOMALIE = SPACES
                 MOVE 'COMPTE SANS CLIENT' TO WS-MOTIF-ANOMALIE
              END-IF
           ELSE
              INITIALIZE CLI-ZCMA
              MOVE 'SEL'           TO CLI-FONCTION
              MOVE WS-CODCLI-DEPOT TO CLI-ID
              CALL 'MACLI' USING CLI-ZCMA
              IF CLI-CODRET = '00'
                 IF CLI-PARTICULIER OR CLI-ENTREPRISE
                    OR CLI-INST-FINANCIERE OR CLI-ADMINISTRATION
                    MOVE CLI-TYPE-CLIENT TO TRI-SECTEUR
                 END-IF
                 IF CLI-RESIDENT OR CLI-NON-RESIDENT
                    MOVE CLI-RESIDENCE TO TRI-RESIDENCE
                 END-IF
                 IF (TRI-SECTEUR = WS-CODE-NON-VENTILE
                     OR TRI-RESIDENCE = WS-CODE-NON-VENTILE)
                    AND WS-MOTIF-ANOMALIE = SPACES
                    MOVE 'SECTEUR OU RESIDENCE CLIENT NON RENSEIGNE'
                      TO WS-MOTIF-ANOMALIE
                 END-IF
              ELSE
                 IF WS-MOTIF-ANOMALIE = SPACES
                    MOVE 'CLIENT INCONNU DE TBCLI'
                      TO WS-MOTIF-ANOMALIE
                 END-IF
              END-IF
           END-IF
           .

      * PROCEDURE DE SORTIE : CHAQUE RUPTURE DE CELLULE ECRIT SA
      * LIGNE 10 ; LES SOUS-TOTAUX PAR ENTITE SONT EDITES A L'ETAT.
       02D-CUMULE-EN-RUPTURE.
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           MOVE 'DECLARATION PAR CELLULE' TO WS-LS-LIBELLE
           WRITE EDIT-ENREG FROM WS-LIGNE-SECTION
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           WRITE EDIT-ENREG FROM WS-ENTETE-CELLULE
           MOVE 'N' TO WS-FIN-TRI-SW
           MOVE 'N' TO WS-CELLULE-SW
           MOVE 0   TO WS-ENT-NB WS-ENT-ENCOURS
           PERFORM 02E-RETOURNE-FICHE
           PERFORM UNTIL WS-FIN-TRI
              IF NOT WS-CELLULE-OUVERTE
                 OR TRI-CLE NOT = WS-CLE-COURANTE
                 IF WS-CELLULE-OUVERTE
                    PERFORM 02F-CLOT-CELLULE
                    IF TRI-ENTITE NOT = WS-ENTITE-COURANTE
                       PERFORM 02H-CLOT-ENTITE
                    END-IF
                 END-IF
                 MOVE TRI-CLE    TO WS-CLE-COURANTE
                 MOVE TRI-ENTITE TO WS-ENTITE-COURANTE
                 MOVE 0 TO WS-CUM-NB WS-CUM-ENCOURS
                 SET WS-CELLULE-OUVERTE TO TRUE
              END-IF
              ADD 1         TO WS-CUM-NB
              ADD TRI-SOLDE TO WS-CUM-ENCOURS
              PERFORM 02E-RETOURNE-FICHE
           END-PERFORM
           IF WS-CELLULE-OUVERTE
              PERFORM 02F-CLOT-CELLULE
              PERFORM 02H-CLOT-ENTITE
           END-IF
           .

       02E-RETOURNE-FICHE.
           RETURN TRAVAIL
              AT END SET WS-FIN-TRI TO TRUE
           END-RETURN
           .

       02F-CLOT-CELLULE.
           MOVE WS-CC-ENTITE    TO WS-R10-ENTITE
           MOVE WS-CC-PRODUIT   TO WS-R10-PRODUIT
           MOVE WS-CC-SECTEUR   TO WS-R10-SECTEUR
           MOVE WS-CC-RESIDENCE TO WS-R10-RESIDENCE
           MOVE WS-CC-TRANCHE   TO WS-R10-TRANCHE
           MOVE WS-CUM-NB       TO WS-R10-NB
           MOVE WS-CUM-ENCOURS  TO WS-R10-ENCOURS
           WRITE DECL-ENREG FROM WS-REG-10
           ADD 1 TO WS-NB-LIGNES
           ADD WS-CUM-NB      TO WS-NB-DECLARES
           ADD WS-CUM-ENCOURS TO WS-MT-DECLARE
           ADD WS-CUM-NB      TO WS-ENT-NB
           ADD WS-CUM-ENCOURS TO WS-ENT-ENCOURS
           MOVE WS-CC-ENTITE    TO WS-LC-ENTITE
           MOVE WS-CC-PRODUIT   TO WS-LC-PRODUIT
           MOVE WS-CC-SECTEUR   TO WS-LC-SECTEUR
           MOVE WS-CC-RESIDENCE TO WS-LC-RESIDENCE
           MOVE WS-CC-TRANCHE   TO WS-LC-TRANCHE
           MOVE WS-CUM-NB       TO WS-LC-NB
           MOVE WS-CUM-ENCOURS  TO WS-LC-ENCOURS
           WRITE EDIT-ENREG FROM WS-LIGNE-CELLULE
           .

       02G-EDITE-ANOMALIE.
           ADD 1 TO WS-NB-ANOMALIES
           MOVE SOL-COMPTE        TO WS-LA-COMPTE
           MOVE SOL-PRODUIT       TO WS-LA-PRODUIT
           MOVE SOL-SOLDE-FIN     TO WS-LA-SOLDE
           MOVE WS-MOTIF-ANOMALIE TO WS-LA-MOTIF
           WRITE EDIT-ENREG FROM WS-LIGNE-ANOMALIE
           .

       02H-CLOT-ENTITE.
           MOVE SPACES TO WS-LX-LIBELLE
           STRING '  TOTAL ENTITE ' WS-ENTITE-COURANTE
                  DELIMITED BY SIZE INTO WS-LX-LIBELLE
           MOVE WS-ENT-NB      TO WS-LX-NB
           MOVE WS-ENT-ENCOURS TO WS-LX-MONTANT
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           MOVE 0 TO WS-ENT-NB WS-ENT-ENCOURS
           .
