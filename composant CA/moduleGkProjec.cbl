      *********************************************************
      * PROGRAM NAME:  GKPROJEC                               *
      * PROGRAM OBJET :PROJECTION DE TRESORERIE PAR COMPTE :  *
      *                PARTANT DU SOLDE TBCPT DU JOUR, LES    *
      *                MOUVEMENTS CONNUS DES N PROCHAINS      *
      *                JOURS OUVRES (TBCAL, TBPRM             *
      *                PROJECTION-JOURS) SONT APPLIQUES JOUR  *
      *                PAR JOUR : OPERATIONS A DATE FUTURE DU *
      *                MAGASIN (DONT LES PRELEVEMENTS         *
      *                PRE-NOTIFIES PAR GKMDTPRE), ECHEANCES  *
      *                DES ORDRES PERMANENTS TBORD ET GAGES   *
      *                TBGAG ARRIVANT A EXPIRATION. UN COMPTE *
      *                DONT LE DISPONIBLE PROJETE DESCEND SOUS*
      *                LE PLANCHER DE SA FACILITE TBDCV EST   *
      *                SIGNALE DANS L'EXTRAIT D'AVERTISSEMENT *
      *                CLIENT ET DANS LA LISTE PAR AGENCE -   *
      *                L'ORDRE EST PROVISIONNE AVANT DE PARTIR*
      *                EN REJET CHEZ GKORDRTY                 *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - PROJECTION DE TRESORERIE   *
      *          A N JOURS OUVRES ET ALERTE SUR PLANCHER       *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKPROJEC.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    MAGASIN DES OPERATIONS A DATE FUTURE, PARCOURU EN
      *    SEQUENCE DE CLE ; LES COLLECTES 'PRL' QUE GKMDTPRE
      *    PRE-NOTIFIE Y SONT LUES DIRECTEMENT
            SELECT WAREHOUSE ASSIGN TO DWAREHS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS WH-CLE
            FILE STATUS IS WS-FS-WARE.

      *    EXTRAIT D'AVERTISSEMENT CLIENT, UN ENREGISTREMENT PAR
      *    COMPTE EN DEPASSEMENT PROJETE
            SELECT AVIS ASSIGN TO DDPRJAVI
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-AVIS.

      *    LISTE DES COMPTES A PROVISIONNER, PAR AGENCE
            SELECT AGCRPT ASSIGN TO DDPRJAGC
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.

      *    FICHIER DE TRAVAIL DU TRI : UNE FICHE PAR MOUVEMENT
      *    PROJETE, TRIEE PAR AGENCE, COMPTE ET JOUR
            SELECT TRAVAIL ASSIGN TO DDTRI.

       DATA DIVISION.
       FILE SECTION.

       FD WAREHOUSE.
       COPY CWARE REPLACING ==()== BY ==WH==.

       FD AVIS.
       01 AVIS-ENREG PIC X(80).

       FD AGCRPT.
       01 RPT-ENREG PIC X(132).

       SD TRAVAIL.
       01 TRI-ENREG.
         05 TRI-AGENCE   PIC X(03).
         05 TRI-COMPTE   PIC X(11).
      * RANG DU JOUR OUVRE PROJETE (1 A N) AUQUEL LE MOUVEMENT JOUE.
         05 TRI-JOUR     PIC 9(02).
      * MOUVEMENT SIGNE DU SOLDE (OPERATION, ECHEANCE D'ORDRE) OU
      * GAGE LIBERE (DISPONIBLE RENDU), EN DEVISE DU COMPTE.
         05 TRI-MOUVEMENT PIC S9(13)V99.
         05 TRI-LIBERE   PIC S9(13)V99.

       WORKING-STORAGE SECTION.

       COPY CFLUX   REPLACING ==()== BY ==F1==.
       COPY CPTFUNC.
       COPY ZAORD   REPLACING ==()== BY ==ORD==.
       COPY ZAGAG   REPLACING ==()== BY ==GAG==.
       COPY ZADCV   REPLACING ==()== BY ==DCV==.
       COPY ZACAL   REPLACING ==()== BY ==CAL==.
       COPY ZAOPE   REPLACING ==()== BY ==OPE==.
       COPY ZADEV   REPLACING ==()== BY ==DEV==.
       COPY ZADEV   REPLACING ==()== BY ==DVC==.
       COPY ZAPRM   REPLACING ==()== BY ==PRM==.

      * DATE DE TRAITEMENT ET HORIZON : N JOURS OUVRES SUIVANT LE
      * JOUR (TBPRM PROJECTION-JOURS, REPLI 5, BORNE A 30). UN
      * MOUVEMENT DATE D'UN JOUR FERME JOUE AU JOUR OUVRE SUIVANT,
      * UN MOUVEMENT EN RETARD (ECHEANCE PASSEE) AU PREMIER JOUR.
       01 WS-DATE-SYSTEME  PIC X(21).
       01 WS-DATE-JOUR     PIC X(10).
       01 WS-NB-JOURS      PIC 9(02) VALUE 5.
       01 WS-TAB-JOURS.
         05 WS-JOUR-DATE OCCURS 30 TIMES
                         INDEXED BY WS-JX PIC X(10).
       01 WS-DATE-HORIZON  PIC X(10).

      * CALCUL DES DATES : JOUR SUIVANT, ECHEANCE SUIVANTE D'UN
      * ORDRE (MENSUEL = MEME QUANTIEME BORNE AU DERNIER JOUR DU
      * MOIS, HEBDOMADAIRE = +7 JOURS) ET ROULEMENT AU JOUR OUVRE,
      * COMME GKORDGEN.
       01 WS-AA            PIC 9(04).
       01 WS-MM            PIC 9(02).
       01 WS-JJ            PIC 9(02).
       01 WS-DATE-NUM      PIC 9(08).
       01 WS-JOURS-CALC    PIC 9(08).
       01 WS-DATE-PROCH    PIC X(10).
       01 WS-NB-OCCURRENCES PIC 9(03).

      * MOUVEMENT EN COURS DE VALORISATION : COMPTE, DATE, DEVISE,
      * MONTANT ET SENS D'ORIGINE, PUIS MONTANT SIGNE EN DEVISE DU
      * COMPTE ET RANG DU JOUR OU IL JOUE (0 = HORS HORIZON).
       01 WS-MV-COMPTE     PIC X(11).
       01 WS-MV-DATE       PIC X(10).
       01 WS-MV-DEVISE     PIC X(03).
       01 WS-MV-CODE-OPER  PIC X(03).
       01 WS-MV-MONTANT    PIC S9(11)V99.
       01 WS-MV-SENS       PIC X(01).
       01 WS-MV-SIGNE      PIC S9(13)V99.
       01 WS-MV-JOUR       PIC 9(02).
       01 WS-MV-STRICT-SW  PIC X(01).
         88 WS-MV-STRICT   VALUE 'O'.
       01 WS-MT-EXACT      PIC S9(13)V9(6).

      * DERNIER COMPTE LU SUR TBCPT PENDANT L'ALIMENTATION DU TRI
      * (LE MAGASIN ARRIVE EN SEQUENCE DE COMPTE) ; UN COMPTE
      * INCONNU OU CLOTURE N'EST PAS PROJETE.
       01 WS-CACHE-COMPTE  PIC X(11) VALUE SPACES.
       01 WS-CACHE-AGENCE  PIC X(03).
       01 WS-CACHE-ENTITE  PIC X(03).
       01 WS-CACHE-DEVISE  PIC X(03).
       01 WS-CACHE-SW      PIC X(01).
         88 WS-CACHE-PROJETABLE VALUE 'O'.

      * COMPTE EN COURS DANS LA PROCEDURE DE SORTIE DU TRI.
       01 WS-FIN-TRI-SW     PIC X(01).
         88 WS-FIN-TRI      VALUE 'O'.
       01 WS-AGENCE-COURANTE PIC X(03).
       01 WS-COMPTE-COURANT PIC X(11).
       01 WS-TAB-CUMULS.
         05 WS-CUM-JOUR OCCURS 30 TIMES.
            10 WS-CUM-MOUVEMENT PIC S9(13)V99.
            10 WS-CUM-LIBERE    PIC S9(13)V99.
       01 WS-SOLDE-PROJETE PIC S9(13)V99.
       01 WS-GAGES-ACTIFS  PIC S9(13)V99.
       01 WS-DISPONIBLE    PIC S9(13)V99.
       01 WS-PLANCHER      PIC S9(13)V99.
       01 WS-MANQUE        PIC S9(13)V99.
       01 WS-JOUR-ALERTE   PIC 9(02).
       01 WS-DEJA-SW       PIC X(01).
         88 WS-DEJA-EN-DEPASSEMENT VALUE 'O'.

       01 WS-AVIS-10.
         05 WS-A10-TYPE      PIC X(02) VALUE '10'.
         05 WS-A10-COMPTE    PIC X(11).
         05 WS-A10-CODCLI    PIC X(08).
         05 WS-A10-AGENCE    PIC X(03).
      * PREMIER JOUR OUVRE OU LE DISPONIBLE PROJETE PASSE SOUS LE
      * PLANCHER, ET MONTANT A PROVISIONNER POUR L'EVITER.
         05 WS-A10-DATE      PIC X(10).
         05 WS-A10-MANQUE    PIC 9(11)V99.
         05 WS-A10-DEVISE    PIC X(03).
      * 'O' QUAND LE COMPTE EST DEJA SOUS SON PLANCHER CE JOUR.
         05 WS-A10-DEJA      PIC X(01).
         05 FILLER           PIC X(29) VALUE SPACES.
       01 WS-AVIS-99.
         05 WS-A99-TYPE PIC X(02) VALUE '99'.
         05 WS-A99-NB   PIC 9(06).
         05 FILLER      PIC X(72) VALUE SPACES.

       01 WS-LIGNE-TITRE.
         05 FILLER        PIC X(34)
            VALUE 'PROJECTION DE TRESORERIE DU      '.
         05 WS-LT-DATE    PIC X(10).
         05 FILLER        PIC X(11) VALUE ' HORIZON : '.
         05 WS-LT-HORIZON PIC X(10).
         05 FILLER        PIC X(67) VALUE SPACES.

       01 WS-LIGNE-AGENCE.
         05 FILLER        PIC X(08) VALUE 'AGENCE '.
         05 WS-LA-AGENCE  PIC X(03) VALUE LOW-VALUES.
         05 FILLER        PIC X(121) VALUE SPACES.

       01 WS-LIGNE-DETAIL.
         05 FILLER        PIC X(02) VALUE SPACES.
         05 WS-LD-COMPTE  PIC X(11).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LD-CODCLI  PIC X(08).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LD-SOLDE   PIC -ZZZZZZZZZZZ9.99.
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LD-DATE    PIC X(10).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LD-DISPO   PIC -ZZZZZZZZZZZ9.99.
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LD-PLANCHER PIC -ZZZZZZZZZZZ9.99.
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LD-MANQUE  PIC ZZZZZZZZZZZ9.99.
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LD-DEVISE  PIC X(03).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LD-ETAT    PIC X(14).
         05 FILLER        PIC X(13) VALUE SPACES.

       01 WS-RUN-COUNTERS.
         05 WS-NB-MAGASIN     PIC 9(07) VALUE 0.
         05 WS-NB-ECHEANCES   PIC 9(07) VALUE 0.
         05 WS-NB-GAGES       PIC 9(07) VALUE 0.
         05 WS-NB-FICHES      PIC 9(07) VALUE 0.
         05 WS-NB-COMPTES     PIC 9(07) VALUE 0.
         05 WS-NB-ALERTES     PIC 9(06) VALUE 0.
         05 WS-NB-DEJA        PIC 9(06) VALUE 0.
         05 WS-NB-NON-VALORISES PIC 9(06) VALUE 0.

       01 WS-FS-WARE PIC X(02).
         88 FS-WARE-OK  VALUE '00'.
         88 FS-WARE-FIN VALUE '10'.
       01 WS-FS-AVIS PIC X(02).
         88 FS-AVIS-OK VALUE '00'.
       01 WS-FS-RPT PIC X(02).
         88 FS-RPT-OK VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
           INITIALIZE WS-RUN-COUNTERS
           INITIALIZE PRM-ZCMA
           MOVE 'SEL'              TO PRM-FONCTION
           MOVE 'PROJECTION-JOURS' TO PRM-CLE
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00'
              COMPUTE WS-NB-JOURS = FUNCTION NUMVAL(PRM-VALEUR)
           END-IF
           IF WS-NB-JOURS = 0 OR WS-NB-JOURS > 30
              MOVE 30 TO WS-NB-JOURS
           END-IF
           PERFORM 01A-CALCULE-JOURS
           OPEN OUTPUT AVIS
           OPEN OUTPUT AGCRPT
           IF NOT FS-AVIS-OK OR NOT FS-RPT-OK
              DISPLAY 'GKPROJEC - OUVERTURE DES SORTIES EN ECHEC'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-DATE-JOUR    TO WS-LT-DATE
           MOVE WS-DATE-HORIZON TO WS-LT-HORIZON
           WRITE RPT-ENREG FROM WS-LIGNE-TITRE
           .

      * JOURS OUVRES PROJETES : CHAQUE JOUR EST LE LENDEMAIN DU
      * PRECEDENT, ROULE AU PROCHAIN JOUR OUVRE DU CALENDRIER LOCAL
      * (UNE DATE INCONNUE DE TBCAL EST REPUTEE OUVREE).
       01A-CALCULE-JOURS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           STRING WS-DATE-SYSTEME(1:4) '-'
                  WS-DATE-SYSTEME(5:2) '-'
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-JOUR
           MOVE WS-DATE-JOUR TO WS-DATE-PROCH
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-NB-JOURS
              STRING WS-DATE-PROCH(1:4)
                     WS-DATE-PROCH(6:2)
                     WS-DATE-PROCH(9:2)
                     DELIMITED BY SIZE INTO WS-DATE-NUM
              COMPUTE WS-JOURS-CALC =
                      FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1
              COMPUTE WS-DATE-NUM =
                      FUNCTION DATE-OF-INTEGER(WS-JOURS-CALC)
              STRING WS-DATE-NUM(1:4) '-'
                     WS-DATE-NUM(5:2) '-'
                     WS-DATE-NUM(7:2)
                     DELIMITED BY SIZE INTO WS-DATE-PROCH
              PERFORM 02R-ROULE-JOUR-OUVRE
              MOVE WS-DATE-PROCH TO WS-JOUR-DATE(WS-JX)
           END-PERFORM
           MOVE WS-JOUR-DATE(WS-NB-JOURS) TO WS-DATE-HORIZON
           .

      * LE TRI REGROUPE LES MOUVEMENTS PROJETES PAR AGENCE ET PAR
      * COMPTE ; LA PROCEDURE DE SORTIE DEROULE LE SOLDE DE CHAQUE
      * COMPTE JOUR PAR JOUR EN RUPTURE DE COMPTE.
       02-TREATMENT.
           SORT TRAVAIL
                ON ASCENDING KEY TRI-AGENCE TRI-COMPTE TRI-JOUR
                INPUT PROCEDURE IS 02A-ALIMENTE-TRI
                OUTPUT PROCEDURE IS 02G-PROJETTE-EN-RUPTURE
           .

       03-ENDPGM.
           MOVE WS-NB-ALERTES TO WS-A99-NB
           WRITE AVIS-ENREG FROM WS-AVIS-99
           CLOSE AVIS, AGCRPT
           PERFORM 03A-RESUME-RUN
           IF WS-NB-ALERTES > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * BILAN DE FIN DE JOB.
       03A-RESUME-RUN.
           DISPLAY '**********************************'
           DISPLAY '*************GKPROJEC*************'
           DISPLAY '**********************************'
           DISPLAY '* JOURS OUVRES PROJETES: ' WS-NB-JOURS
           DISPLAY '* HORIZON             : ' WS-DATE-HORIZON
           DISPLAY '* OPERATIONS MAGASIN  : ' WS-NB-MAGASIN
           DISPLAY '* ECHEANCES D ORDRES  : ' WS-NB-ECHEANCES
           DISPLAY '* GAGES EXPIRANT      : ' WS-NB-GAGES
           DISPLAY '* MOUVEMENTS PROJETES : ' WS-NB-FICHES
           DISPLAY '* NON VALORISES       : ' WS-NB-NON-VALORISES
           DISPLAY '* COMPTES PROJETES    : ' WS-NB-COMPTES
           DISPLAY '* COMPTES SOUS PLANCHER: ' WS-NB-ALERTES
           DISPLAY '* DONT DEJA SOUS PLANCHER: ' WS-NB-DEJA
           DISPLAY '**********************************'
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * PROCEDURE D'ENTREE DU TRI : LES TROIS SOURCES DE MOUVEMENTS
      * CONNUS.
       02A-ALIMENTE-TRI.
           PERFORM 02B-LIBERE-MAGASIN
           PERFORM 02C-LIBERE-ORDRES
           PERFORM 02E-LIBERE-GAGES
           .

      * MAGASIN DES DATES FUTURES : UNE FICHE PAR OPERATION '10'
      * (SENS TBHOP DE L'ENTITE DU COMPTE), DEUX POUR UN VIREMENT
      * '20' (DEBIT DU DONNEUR D'ORDRE, CREDIT DU BENEFICIAIRE), UNE
      * POUR UN VIREMENT SORTANT '30' (DEBIT SEUL). L'ABSENCE DU
      * MAGASIN N'EST PAS UNE ERREUR.
       02B-LIBERE-MAGASIN.
           OPEN INPUT WAREHOUSE
           IF NOT FS-WARE-OK
              DISPLAY 'GKPROJEC - MAGASIN ABSENT'
           ELSE
              READ WAREHOUSE
                 AT END SET FS-WARE-FIN TO TRUE
              END-READ
              PERFORM UNTIL NOT FS-WARE-OK
                 ADD 1 TO WS-NB-MAGASIN
                 MOVE WH-10-F1     TO F1-ENREG-00
                 MOVE WH-DATE-DUE  TO WS-MV-DATE
                 MOVE 'N'          TO WS-MV-STRICT-SW
                 EVALUATE F1-TYPE-00
                    WHEN '10'
                       MOVE F1-COMPTE       TO WS-MV-COMPTE
                       MOVE F1-CODE-DEV     TO WS-MV-DEVISE
                       MOVE F1-MONTANT-OPER TO WS-MV-MONTANT
                       MOVE F1-CODE-OPER    TO WS-MV-CODE-OPER
                       PERFORM 02L-CHARGE-COMPTE
                       PERFORM 02D-SENS-OPERATION
                       PERFORM 02N-LIBERE-MOUVEMENT
                    WHEN '20'
                       MOVE F1-COMPTE-DEBIT TO WS-MV-COMPTE
                       MOVE F1-CODE-DEV-20  TO WS-MV-DEVISE
                       MOVE F1-MONTANT-20   TO WS-MV-MONTANT
                       MOVE 'D'             TO WS-MV-SENS
                       PERFORM 02L-CHARGE-COMPTE
                       PERFORM 02N-LIBERE-MOUVEMENT
                       MOVE F1-COMPTE-CREDIT TO WS-MV-COMPTE
                       MOVE 'C'              TO WS-MV-SENS
                       PERFORM 02L-CHARGE-COMPTE
                       PERFORM 02N-LIBERE-MOUVEMENT
                    WHEN '30'
                       MOVE F1-COMPTE-DEBIT-30 TO WS-MV-COMPTE
                       MOVE F1-CODE-DEV-30     TO WS-MV-DEVISE
                       MOVE F1-MONTANT-30      TO WS-MV-MONTANT
                       MOVE 'D'                TO WS-MV-SENS
                       PERFORM 02L-CHARGE-COMPTE
                       PERFORM 02N-LIBERE-MOUVEMENT
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
                 READ WAREHOUSE
                    AT END SET FS-WARE-FIN TO TRUE
                 END-READ
              END-PERFORM
              CLOSE WAREHOUSE
           END-IF
           .

      * ORDRES PERMANENTS ACTIFS : CHAQUE ECHEANCE QUI TOMBE AVANT
      * L'HORIZON PRODUIT UNE FICHE (L'ECHEANCE DU JOUR, DEJA EMISE
      * PAR GKORDGEN, EST DANS LE SOLDE ET A DEJA ETE AVANCEE).
       02C-LIBERE-ORDRES.
           INITIALIZE ORD-ZCMA
           MOVE 'DEB' TO ORD-FONCTION
           CALL 'MAORD' USING ORD-ZCMA
           PERFORM UNTIL ORD-CODRET NOT = '00'
              IF ORD-ORDRE-ACTIF
                 MOVE ORD-COMPTE     TO WS-MV-COMPTE
                 MOVE ORD-CODE-DEV   TO WS-MV-DEVISE
                 MOVE ORD-MONTANT    TO WS-MV-MONTANT
                 MOVE 'N'            TO WS-MV-STRICT-SW
                 MOVE ORD-CODE-OPER  TO WS-MV-CODE-OPER
                 PERFORM 02L-CHARGE-COMPTE
                 PERFORM 02D-SENS-OPERATION
                 MOVE ORD-DATE-PROCHAINE TO WS-DATE-PROCH
                 MOVE 0 TO WS-NB-OCCURRENCES
                 PERFORM UNTIL WS-DATE-PROCH > WS-DATE-HORIZON
                            OR WS-NB-OCCURRENCES > 60
                    ADD 1 TO WS-NB-OCCURRENCES
                    ADD 1 TO WS-NB-ECHEANCES
                    MOVE WS-DATE-PROCH TO WS-MV-DATE
                    PERFORM 02N-LIBERE-MOUVEMENT
                    PERFORM 02P-CALCULE-PROCHAINE
                    PERFORM 02R-ROULE-JOUR-OUVRE
                 END-PERFORM
              END-IF
              MOVE 'SUI' TO ORD-FONCTION
              CALL 'MAORD' USING ORD-ZCMA
           END-PERFORM
           IF ORD-CODRET NOT = '04'
              DISPLAY 'GKPROJEC - LECTURE TBORD : ' ORD-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .

      * SENS DE L'OPERATION (WS-MV-CODE-OPER) PAR LE ROUTAGE TBHOP DE
      * L'ENTITE DU COMPTE, COMME AU POSTE ; UN CODE INCONNU NE PEUT
      * PAS ETRE VALORISE ET N'EST PAS PROJETE.
       02D-SENS-OPERATION.
           INITIALIZE OPE-ZCMA
           MOVE 'SEL'           TO OPE-FONCTION
           MOVE WS-MV-CODE-OPER TO OPE-CODE-OPER
           MOVE WS-CACHE-ENTITE TO OPE-ENTITE
           CALL 'MAOPE' USING OPE-ZCMA
           IF OPE-CODRET = '00'
              MOVE OPE-SENS TO WS-MV-SENS
           ELSE
              MOVE SPACES   TO WS-MV-SENS
           END-IF
           .

      * GAGES ACTIFS ARRIVANT A EXPIRATION AVANT L'HORIZON : LE
      * MONTANT EST RENDU AU DISPONIBLE LE PREMIER JOUR OUVRE QUI
      * SUIT LE DERNIER JOUR DE VALIDITE.
       02E-LIBERE-GAGES.
           INITIALIZE GAG-ZCMA
           MOVE 'DEB' TO GAG-FONCTION
           CALL 'MAGAG' USING GAG-ZCMA
           PERFORM UNTIL GAG-CODRET NOT = '00'
              IF GAG-DATE-FIN NOT < WS-DATE-JOUR
                 AND GAG-DATE-FIN < WS-DATE-HORIZON
                 MOVE GAG-COMPTE   TO WS-MV-COMPTE
                 MOVE GAG-DATE-FIN TO WS-MV-DATE
                 MOVE 'O'          TO WS-MV-STRICT-SW
                 PERFORM 02L-CHARGE-COMPTE
                 PERFORM 02Q-CHERCHE-JOUR
                 IF WS-CACHE-PROJETABLE AND WS-MV-JOUR > 0
                    ADD 1 TO WS-NB-GAGES
                    INITIALIZE TRI-ENREG
                    MOVE WS-CACHE-AGENCE TO TRI-AGENCE
                    MOVE WS-MV-COMPTE    TO TRI-COMPTE
                    MOVE WS-MV-JOUR      TO TRI-JOUR
                    MOVE GAG-MONTANT     TO TRI-LIBERE
                    RELEASE TRI-ENREG
                    ADD 1 TO WS-NB-FICHES
                 END-IF
              END-IF
              MOVE 'SUI' TO GAG-FONCTION
              CALL 'MAGAG' USING GAG-ZCMA
           END-PERFORM
           IF GAG-CODRET NOT = '04'
              DISPLAY 'GKPROJEC - LECTURE TBGAG : ' GAG-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .

      * PROCEDURE DE SORTIE DU TRI : LES FICHES ARRIVENT PAR AGENCE
      * PUIS PAR COMPTE ; CHAQUE RUPTURE DE COMPTE DEROULE LA
      * PROJECTION DU COMPTE PRECEDENT.
       02G-PROJETTE-EN-RUPTURE.
           MOVE 'N'    TO WS-FIN-TRI-SW
           MOVE SPACES TO WS-AGENCE-COURANTE
           MOVE SPACES TO WS-COMPTE-COURANT
           INITIALIZE WS-TAB-CUMULS
           PERFORM 02H-RETOURNE-FICHE
           PERFORM UNTIL WS-FIN-TRI
              IF TRI-COMPTE NOT = WS-COMPTE-COURANT
                 IF WS-COMPTE-COURANT NOT = SPACES
                    PERFORM 02I-PROJETTE-COMPTE
                 END-IF
                 MOVE TRI-COMPTE TO WS-COMPTE-COURANT
                 MOVE TRI-AGENCE TO WS-AGENCE-COURANTE
                 INITIALIZE WS-TAB-CUMULS
              END-IF
              ADD TRI-MOUVEMENT TO WS-CUM-MOUVEMENT(TRI-JOUR)
              ADD TRI-LIBERE    TO WS-CUM-LIBERE(TRI-JOUR)
              PERFORM 02H-RETOURNE-FICHE
           END-PERFORM
           IF WS-COMPTE-COURANT NOT = SPACES
              PERFORM 02I-PROJETTE-COMPTE
           END-IF
           .

       02H-RETOURNE-FICHE.
           RETURN TRAVAIL
              AT END SET WS-FIN-TRI TO TRUE
           END-RETURN
           .

      * DEROULE DU COMPTE : SOLDE TBCPT DU JOUR, GAGES ACTIFS DU
      * JOUR (MAGAG SOM) ET FACILITE TBDCV ; CHAQUE JOUR OUVRE
      * APPLIQUE SES MOUVEMENTS ET SES GAGES LIBERES, ET LE PREMIER
      * JOUR OU LE DISPONIBLE PASSE SOUS LE PLANCHER (OPPOSE DU
      * DECOUVERT AUTORISE SI LA FACILITE COUVRE LE JOUR, ZERO
      * SINON) EST SIGNALE.
       02I-PROJETTE-COMPTE.
           ADD 1 TO WS-NB-COMPTES
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'             TO CPT-FONCTION
           MOVE WS-COMPTE-COURANT TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA
           IF CPT-CODRET = '00'
              INITIALIZE GAG-ZCMA
              MOVE 'SOM'             TO GAG-FONCTION
              MOVE WS-COMPTE-COURANT TO GAG-COMPTE
              MOVE WS-DATE-JOUR      TO GAG-DATE-REF
              CALL 'MAGAG' USING GAG-ZCMA
              MOVE 0 TO WS-GAGES-ACTIFS
              IF GAG-CODRET = '00'
                 MOVE GAG-MONTANT TO WS-GAGES-ACTIFS
              END-IF
              INITIALIZE DCV-ZCMA
              MOVE 'SEL'             TO DCV-FONCTION
              MOVE WS-COMPTE-COURANT TO DCV-COMPTE
              CALL 'MADCV' USING DCV-ZCMA
              MOVE CPT-SOLDE TO WS-SOLDE-PROJETE
              COMPUTE WS-DISPONIBLE =
                      WS-SOLDE-PROJETE - WS-GAGES-ACTIFS
              MOVE WS-DATE-JOUR TO WS-MV-DATE
              PERFORM 02K-CALCULE-PLANCHER
              MOVE 'N' TO WS-DEJA-SW
              IF WS-DISPONIBLE < WS-PLANCHER
                 SET WS-DEJA-EN-DEPASSEMENT TO TRUE
              END-IF
              MOVE 0 TO WS-JOUR-ALERTE
              PERFORM VARYING WS-JX FROM 1 BY 1
                      UNTIL WS-JX > WS-NB-JOURS
                         OR WS-JOUR-ALERTE > 0
                 ADD WS-CUM-MOUVEMENT(WS-JX) TO WS-SOLDE-PROJETE
                 SUBTRACT WS-CUM-LIBERE(WS-JX) FROM WS-GAGES-ACTIFS
                 COMPUTE WS-DISPONIBLE =
                         WS-SOLDE-PROJETE - WS-GAGES-ACTIFS
                 MOVE WS-JOUR-DATE(WS-JX) TO WS-MV-DATE
                 PERFORM 02K-CALCULE-PLANCHER
                 IF WS-DISPONIBLE < WS-PLANCHER
                    SET WS-JOUR-ALERTE TO WS-JX
                 END-IF
              END-PERFORM
              IF WS-JOUR-ALERTE > 0
                 PERFORM 02J-SIGNALE-COMPTE
              END-IF
           END-IF
           .

      * EXTRAIT CLIENT ET LIGNE DE LA LISTE AGENCE (TITRE D'AGENCE
      * AU PREMIER COMPTE SIGNALE DE L'AGENCE).
       02J-SIGNALE-COMPTE.
           ADD 1 TO WS-NB-ALERTES
           COMPUTE WS-MANQUE = WS-PLANCHER - WS-DISPONIBLE
           MOVE WS-COMPTE-COURANT           TO WS-A10-COMPTE
           MOVE CPT-CODCLI                  TO WS-A10-CODCLI
           MOVE CPT-AGENCE                  TO WS-A10-AGENCE
           MOVE WS-JOUR-DATE(WS-JOUR-ALERTE) TO WS-A10-DATE
           MOVE WS-MANQUE                   TO WS-A10-MANQUE
           MOVE CPT-DEVISE                  TO WS-A10-DEVISE
           IF WS-A10-DEVISE = SPACES
              MOVE 'EUR' TO WS-A10-DEVISE
           END-IF
           MOVE 'N' TO WS-A10-DEJA
           IF WS-DEJA-EN-DEPASSEMENT
              MOVE 'O' TO WS-A10-DEJA
              ADD 1 TO WS-NB-DEJA
           END-IF
           WRITE AVIS-ENREG FROM WS-AVIS-10
           IF WS-AGENCE-COURANTE NOT = WS-LA-AGENCE
              MOVE WS-AGENCE-COURANTE TO WS-LA-AGENCE
              WRITE RPT-ENREG FROM WS-LIGNE-AGENCE
           END-IF
           MOVE WS-COMPTE-COURANT   TO WS-LD-COMPTE
           MOVE CPT-CODCLI          TO WS-LD-CODCLI
           MOVE CPT-SOLDE           TO WS-LD-SOLDE
           MOVE WS-A10-DATE         TO WS-LD-DATE
           MOVE WS-DISPONIBLE       TO WS-LD-DISPO
           MOVE WS-PLANCHER         TO WS-LD-PLANCHER
           MOVE WS-MANQUE           TO WS-LD-MANQUE
           MOVE WS-A10-DEVISE       TO WS-LD-DEVISE
           IF WS-DEJA-EN-DEPASSEMENT
              MOVE 'DEJA SOUS' TO WS-LD-ETAT
           ELSE
              MOVE 'A PROVISIONNER' TO WS-LD-ETAT
           END-IF
           WRITE RPT-ENREG FROM WS-LIGNE-DETAIL
           .

      * PLANCHER DU COMPTE A LA DATE WS-MV-DATE : LA FACILITE NE
      * JOUE QUE DANS SA PERIODE DE VALIDITE.
       02K-CALCULE-PLANCHER.
           MOVE 0 TO WS-PLANCHER
           IF DCV-CODRET = '00'
              AND WS-MV-DATE NOT < DCV-DATE-DEBUT
              AND WS-MV-DATE NOT > DCV-DATE-FIN
              COMPUTE WS-PLANCHER = 0 - DCV-MT-AUTORISE
           END-IF
           .

      * COMPTE DU MOUVEMENT : AGENCE, ENTITE ET DEVISE DE TENUE,
      * RELUS SUR TBCPT SEULEMENT QUAND LE COMPTE CHANGE.
       02L-CHARGE-COMPTE.
           IF WS-MV-COMPTE NOT = WS-CACHE-COMPTE
              MOVE WS-MV-COMPTE TO WS-CACHE-COMPTE
              MOVE 'N'          TO WS-CACHE-SW
              INITIALIZE CPT-ZCMA
              MOVE 'SEL'        TO CPT-FONCTION
              MOVE WS-MV-COMPTE TO CPT-COMPTE
              CALL 'MACPT' USING CPT-ZCMA
              IF CPT-CODRET = '00' AND NOT CPT-COMPTE-CLOTURE
                 MOVE 'O'        TO WS-CACHE-SW
                 MOVE CPT-AGENCE TO WS-CACHE-AGENCE
                 MOVE CPT-ENTITE TO WS-CACHE-ENTITE
                 MOVE CPT-DEVISE TO WS-CACHE-DEVISE
                 IF WS-CACHE-DEVISE = SPACES
                    MOVE 'EUR' TO WS-CACHE-DEVISE
                 END-IF
              END-IF
           END-IF
           .

      * MONTANT DU MOUVEMENT EN DEVISE DU COMPTE, COMME MFMAJCPT :
      * MEME DEVISE, TEL QUEL ; SINON CONTRE-VALEUR EN DEVISE DE BASE
      * (COURS VENTE AU DEBIT, ACHAT AU CREDIT), EXPRIMEE DANS LA
      * DEVISE DU COMPTE QUAND CE N'EST PAS LA BASE.
       02M-CONVERTIT-MOUVEMENT.
           IF WS-MV-DEVISE = SPACES
              MOVE 'EUR' TO WS-MV-DEVISE
           END-IF
           IF WS-MV-DEVISE = WS-CACHE-DEVISE
              IF WS-MV-SENS = 'D'
                 COMPUTE WS-MV-SIGNE = 0 - WS-MV-MONTANT
              ELSE
                 MOVE WS-MV-MONTANT TO WS-MV-SIGNE
              END-IF
           ELSE
              INITIALIZE DEV-ZCMA
              MOVE 'SEL'        TO DEV-FONCTION
              MOVE WS-MV-DEVISE TO DEV-CODE-DEV
              CALL 'MADEV' USING DEV-ZCMA
              IF DEV-CODRET NOT = '00'
                 MOVE SPACES TO WS-MV-SENS
              ELSE
                 IF WS-MV-SENS = 'D'
                    COMPUTE WS-MT-EXACT =
                            0 - (DEV-MTVENTE * WS-MV-MONTANT)
                 ELSE
                    COMPUTE WS-MT-EXACT =
                            DEV-MTACHAT * WS-MV-MONTANT
                 END-IF
                 IF WS-CACHE-DEVISE = 'EUR'
                    COMPUTE WS-MV-SIGNE ROUNDED = WS-MT-EXACT
                 ELSE
                    INITIALIZE DVC-ZCMA
                    MOVE 'SEL'           TO DVC-FONCTION
                    MOVE WS-CACHE-DEVISE TO DVC-CODE-DEV
                    CALL 'MADEV' USING DVC-ZCMA
                    EVALUATE TRUE
                       WHEN DVC-CODRET NOT = '00'
                          MOVE SPACES TO WS-MV-SENS
                       WHEN WS-MT-EXACT < 0
                          COMPUTE WS-MV-SIGNE ROUNDED =
                                  WS-MT-EXACT / DVC-MTACHAT
                       WHEN OTHER
                          COMPUTE WS-MV-SIGNE ROUNDED =
                                  WS-MT-EXACT / DVC-MTVENTE
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF
           .

      * UNE FICHE PAR MOUVEMENT VALORISABLE D'UN COMPTE PROJETABLE
      * QUI JOUE DANS L'HORIZON.
       02N-LIBERE-MOUVEMENT.
           IF WS-CACHE-PROJETABLE
              IF WS-MV-SENS = 'D' OR WS-MV-SENS = 'C'
                 PERFORM 02M-CONVERTIT-MOUVEMENT
              END-IF
              IF WS-MV-SENS NOT = 'D' AND WS-MV-SENS NOT = 'C'
                 ADD 1 TO WS-NB-NON-VALORISES
              ELSE
                 PERFORM 02Q-CHERCHE-JOUR
                 IF WS-MV-JOUR > 0
                    INITIALIZE TRI-ENREG
                    MOVE WS-CACHE-AGENCE TO TRI-AGENCE
                    MOVE WS-MV-COMPTE    TO TRI-COMPTE
                    MOVE WS-MV-JOUR      TO TRI-JOUR
                    MOVE WS-MV-SIGNE     TO TRI-MOUVEMENT
                    RELEASE TRI-ENREG
                    ADD 1 TO WS-NB-FICHES
                 END-IF
              END-IF
           END-IF
           .

      * ECHEANCE SUIVANTE D'UN ORDRE A PARTIR DE WS-DATE-PROCH.
       02P-CALCULE-PROCHAINE.
           IF ORD-FREQUENCE = 'W'
              STRING WS-DATE-PROCH(1:4)
                     WS-DATE-PROCH(6:2)
                     WS-DATE-PROCH(9:2)
                     DELIMITED BY SIZE INTO WS-DATE-NUM
              COMPUTE WS-JOURS-CALC =
                      FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 7
              COMPUTE WS-DATE-NUM =
                      FUNCTION DATE-OF-INTEGER(WS-JOURS-CALC)
              STRING WS-DATE-NUM(1:4) '-'
                     WS-DATE-NUM(5:2) '-'
                     WS-DATE-NUM(7:2)
                     DELIMITED BY SIZE INTO WS-DATE-PROCH
           ELSE
              MOVE WS-DATE-PROCH(1:4) TO WS-AA
              MOVE WS-DATE-PROCH(6:2) TO WS-MM
              MOVE WS-DATE-PROCH(9:2) TO WS-JJ
              IF WS-MM = 12
                 ADD 1 TO WS-AA
                 MOVE 1 TO WS-MM
              ELSE
                 ADD 1 TO WS-MM
              END-IF
              PERFORM 02P1-BORNE-QUANTIEME
              STRING WS-AA '-' WS-MM '-' WS-JJ
                     DELIMITED BY SIZE INTO WS-DATE-PROCH
           END-IF
           .

      * QUANTIEME BORNE AU DERNIER JOUR REEL DU MOIS CIBLE.
       02P1-BORNE-QUANTIEME.
           IF WS-JJ > 28
              IF WS-MM = 12
                 COMPUTE WS-DATE-NUM = (WS-AA + 1) * 10000 + 101
              ELSE
                 COMPUTE WS-DATE-NUM =
                         WS-AA * 10000 + (WS-MM + 1) * 100 + 1
              END-IF
              COMPUTE WS-JOURS-CALC =
                      FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
              COMPUTE WS-DATE-NUM =
                      FUNCTION DATE-OF-INTEGER(WS-JOURS-CALC)
              IF WS-JJ > WS-DATE-NUM(7:2)
                 MOVE WS-DATE-NUM(7:2) TO WS-JJ
              END-IF
           END-IF
           .

      * RANG DU JOUR PROJETE OU JOUE LA DATE WS-MV-DATE : PREMIER
      * JOUR OUVRE QUI N'EST PAS ANTERIEUR A LA DATE (STRICTEMENT
      * POSTERIEUR POUR UN GAGE, QUI PESE ENCORE SON DERNIER JOUR) ;
      * 0 AU DELA DE L'HORIZON.
       02Q-CHERCHE-JOUR.
           MOVE 0 TO WS-MV-JOUR
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-NB-JOURS OR WS-MV-JOUR > 0
              IF WS-MV-STRICT
                 IF WS-JOUR-DATE(WS-JX) > WS-MV-DATE
                    SET WS-MV-JOUR TO WS-JX
                 END-IF
              ELSE
                 IF WS-JOUR-DATE(WS-JX) NOT < WS-MV-DATE
                    SET WS-MV-JOUR TO WS-JX
                 END-IF
              END-IF
           END-PERFORM
           .

      * ROULEMENT DE WS-DATE-PROCH AU PROCHAIN JOUR OUVRE QUAND ELLE
      * TOMBE UN JOUR FERME DU CALENDRIER LOCAL.
       02R-ROULE-JOUR-OUVRE.
           INITIALIZE CAL-ZCMA
           MOVE 'SEL'         TO CAL-FONCTION
           MOVE WS-DATE-PROCH TO CAL-DATE-CAL
           CALL 'MACAL' USING CAL-ZCMA
           IF CAL-CODRET = '00' AND NOT CAL-JOUR-OUVRE
              INITIALIZE CAL-ZCMA
              MOVE 'NXT'         TO CAL-FONCTION
              MOVE WS-DATE-PROCH TO CAL-DATE-CAL
              CALL 'MACAL' USING CAL-ZCMA
              IF CAL-CODRET = '00'
                 MOVE CAL-DATE-SUIVANTE TO WS-DATE-PROCH
              END-IF
           END-IF
           .
