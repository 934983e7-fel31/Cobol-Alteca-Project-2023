      *********************************************************
      * PROGRAM NAME:  GKPRLCRE                               *
      * PROGRAM OBJET :EMISSION DES PRELEVEMENTS POUR LE      *
      *                COMPTE DES CREANCIERS ENTREPRISES :    *
      *                CHAQUE REMISE DE COLLECTES EST         *
      *                CONTROLEE CONTRE L'ENREGISTREMENT DU   *
      *                CREANCIER (TBCRE), LES COLLECTES       *
      *                VALIDES SONT PRESENTEES A LA CHAMBRE   *
      *                DE COMPENSATION ET INSCRITES SUR       *
      *                TBPRC, ET LE CREDIT DU CREANCIER EST   *
      *                EMIS EN LOT FLUX SOUS L'ORIGINE 'PRC'  *
      *                EN VALEUR DATE DE REGLEMENT (UNE LIGNE *
      *                PAR REMISE OU PAR COLLECTE SELON SON   *
      *                CHOIX) ; UN COMPTE RENDU EST EDITE PAR *
      *                REMISE                                 *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - PRELEVEMENTS EMIS POUR LES *
      *          CREANCIERS ENTREPRISES                        *
      * 15/10/26 SOUAD   FICHIER DE PRESENTATION INSCRIT AU    *
      *          REGISTRE DES TRANSMISSIONS (GKTRFREG)         *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKPRLCRE.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    REMISES DE PRELEVEMENTS RECUES DU CANAL ENTREPRISE
            SELECT REMISEIN ASSIGN TO DDPRLCRE
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-REM.

      *    FICHIER DE PRESENTATION A LA CHAMBRE DE COMPENSATION
            SELECT PRESOUT ASSIGN TO DDPRLEMI
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-PRES.

      *    LOT FLUX DES CREDITS CREANCIERS, REPRIS PAR LA CHAINE (LE
      *    MAGASIN DES DATES FUTURES LES LIBERE A LA DATE DE REGLEMENT)
            SELECT FLUXOUT ASSIGN TO DDFLUXC
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-FLUX.

      *    COMPTES RENDUS DE REMISE, UNE PAGE PAR REMISE
            SELECT EDITION ASSIGN TO DDPRLRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EDI.

       DATA DIVISION.
       FILE SECTION.

       FD REMISEIN.
       01 REM-ENREG PIC X(80).

       FD PRESOUT.
       01 PRES-ENREG PIC X(140).

       FD FLUXOUT.
       01 FLUX-ENREG PIC X(80).

       FD EDITION.
       01 EDI-ENREG PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CPRLCRE REPLACING ==()== BY ==PC==.
       COPY CFLUX   REPLACING ==()== BY ==F1==.
       COPY CPTFUNC.
       COPY ZACRE   REPLACING ==()== BY ==CRE==.
       COPY ZAPRC   REPLACING ==()== BY ==PRC==.
      * INSCRIPTION DU FICHIER DE PRESENTATION AU REGISTRE DES
      * TRANSMISSIONS.
       COPY CTRANSM REPLACING ==()== BY ==TRP==.

       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).

      * CODE OPERATION DU CREDIT CREANCIER (TBHOP), CONTRE LE COMPTE
      * TECHNIQUE DE REGLEMENT INTERBANCAIRE.
       01 WS-CODE-CREDIT  PIC X(03) VALUE 'PCC'.

      * REFERENCE DE PRESENTATION : 'E' + NUMERO DE REMISE + RANG DE
      * LA COLLECTE (001 A 998). UNE COLLECTE DEJA INSCRITE SUR TBPRC
      * SOUS CETTE REFERENCE N'EST NI REPRESENTEE NI RECREDITEE.
       01 WS-REF-PRES.
         05 FILLER        PIC X(01) VALUE 'E'.
         05 WS-RP-REMISE  PIC 9(06).
         05 WS-RP-SEQ     PIC 9(03).
      * REFERENCE DU CREDIT : 'C' + NUMERO DE REMISE + RANG DE LA
      * COLLECTE CREDITEE (MODE DETAILLE) OU DE LA PREMIERE COLLECTE
      * PRESENTEE PAR CE PASSAGE (MODE GLOBAL).
       01 WS-REF-CREDIT.
         05 FILLER        PIC X(01) VALUE 'C'.
         05 WS-RC-REMISE  PIC 9(06).
         05 WS-RC-SEQ     PIC 9(03).
       01 WS-MAX-COLL     PIC 9(03) VALUE 998.

      * REMISE EN COURS : EN-TETE, COLLECTES ET LEUR SORT.
       01 WS-LOT-SW PIC X(01) VALUE 'N'.
         88 WS-LOT-OUVERT VALUE 'O'.
       01 WS-ENTETE-LOT   PIC X(80).
       01 WS-ENREG-LU     PIC X(80).
       01 WS-NB-LUS       PIC 9(06).
       01 WS-MT-LUS       PIC 9(11)V99.
       01 WS-NB-COLL      PIC 9(03) VALUE 0.
       01 WS-TAB-COLL.
         05 WS-CL-ENTRY OCCURS 998 TIMES INDEXED BY WS-CX.
            10 WS-CL-COMPTE   PIC X(11).
            10 WS-CL-MANDAT   PIC X(16).
            10 WS-CL-DATE-SIGN PIC X(10).
            10 WS-CL-MONTANT  PIC 9(11)V99.
            10 WS-CL-NOM      PIC X(20).
            10 WS-CL-STATUT   PIC X(01).
              88 WS-CL-PRESENTEE VALUE 'P'.
              88 WS-CL-DEJA-PRES VALUE 'D'.
              88 WS-CL-REJETEE   VALUE 'R'.
            10 WS-CL-MOTIF    PIC X(30).

      * MOTIF DE REJET DE LA REMISE ENTIERE (A BLANC : REMISE
      * EXECUTABLE). UNE REMISE REJETEE N'EST NI PRESENTEE NI
      * CREDITEE.
       01 WS-MOTIF-LOT     PIC X(30).
       01 WS-CODE-DEV      PIC X(03).

       01 WS-LOT-NB-PRES   PIC 9(06).
       01 WS-LOT-MT-PRES   PIC 9(11)V99.
       01 WS-LOT-NB-DEJA   PIC 9(06).
       01 WS-LOT-MT-DEJA   PIC 9(11)V99.
       01 WS-LOT-NB-REJ    PIC 9(06).
       01 WS-LOT-MT-REJ    PIC 9(11)V99.
       01 WS-LOT-PREM-SEQ  PIC 9(03).

      * MONTANT ET LIBELLE DE LA LIGNE DE CREDIT A EMETTRE.
       01 WS-CR-MONTANT    PIC 9(11)V99.
       01 WS-CR-LIBELLE    PIC X(14).

      * TOTAUX DU LOT FLUX ET DU FICHIER DE PRESENTATION, SOMME DE
      * CONTROLE DU '98'.
       01 WS-NB-FLUX PIC 9(06) VALUE 0.
       01 WS-MT-FLUX PIC 9(11)V99 VALUE 0.
       01 WS-NB-PRES PIC 9(06) VALUE 0.
       01 WS-MT-PRES PIC 9(11)V99 VALUE 0.
       01 WS-CHECKSUM-COURANT PIC 9(09) VALUE 0.
       01 WS-CKS-IX           PIC 9(03).
       01 WS-ENREG-10-SAUVE   PIC X(80).

       01 WS-LIGNE-TITRE.
         05 FILLER       PIC X(24) VALUE 'PRELEVEMENTS EMIS REMISE'.
         05 FILLER       PIC X(01) VALUE SPACES.
         05 WS-LT-REMISE PIC 9(06).
         05 FILLER       PIC X(11) VALUE ' CREANCIER '.
         05 WS-LT-CREANCIER PIC X(08).
         05 FILLER       PIC X(08) VALUE ' COMPTE '.
         05 WS-LT-COMPTE PIC X(11).
         05 FILLER       PIC X(11) VALUE ' REGLEMENT '.
         05 WS-LT-DATE   PIC X(10).
         05 FILLER       PIC X(01) VALUE SPACES.
         05 WS-LT-DEV    PIC X(03).
         05 FILLER       PIC X(08) VALUE ' CREDIT '.
         05 WS-LT-MODE   PIC X(08).
         05 FILLER       PIC X(22) VALUE SPACES.

       01 WS-LIGNE-REF.
         05 FILLER       PIC X(11) VALUE 'REF CLIENT '.
         05 WS-LR-REF    PIC X(16).
         05 FILLER       PIC X(01) VALUE SPACES.
         05 WS-LR-RAISON PIC X(30).
         05 FILLER       PIC X(74) VALUE SPACES.

       01 WS-LIGNE-ENTETE.
         05 FILLER PIC X(04) VALUE 'SEQ'.
         05 FILLER PIC X(12) VALUE 'DEBITEUR'.
         05 FILLER PIC X(21) VALUE 'NOM'.
         05 FILLER PIC X(17) VALUE 'MANDAT'.
         05 FILLER PIC X(15) VALUE '       MONTANT'.
         05 FILLER PIC X(09) VALUE 'SORT'.
         05 FILLER PIC X(54) VALUE 'MOTIF'.

       01 WS-LIGNE-COLL.
         05 WS-LC-SEQ        PIC 9(03).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LC-COMPTE     PIC X(11).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LC-NOM        PIC X(20).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LC-MANDAT     PIC X(16).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LC-MONTANT    PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LC-SORT       PIC X(08).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LC-MOTIF      PIC X(30).
         05 FILLER           PIC X(24) VALUE SPACES.

       01 WS-LIGNE-TOTAL.
         05 WS-LX-LIBELLE    PIC X(30).
         05 WS-LX-NB         PIC ZZZ,ZZ9.
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LX-MONTANT    PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LX-MOTIF      PIC X(30).
         05 FILLER           PIC X(49) VALUE SPACES.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

       01 WS-RUN-COUNTERS.
         05 WS-NB-ENREG-LUS    PIC 9(06) VALUE 0.
         05 WS-NB-LOTS         PIC 9(06) VALUE 0.
         05 WS-NB-LOTS-REJETES PIC 9(06) VALUE 0.
         05 WS-NB-PRESENTEES   PIC 9(06) VALUE 0.
         05 WS-MT-PRESENTEES   PIC 9(11)V99 VALUE 0.
         05 WS-NB-DEJA-PRES    PIC 9(06) VALUE 0.
         05 WS-NB-REJETEES     PIC 9(06) VALUE 0.
         05 WS-NB-ERREURS      PIC 9(06) VALUE 0.

       01 WS-FS-REM PIC X(02).
         88 FS-REM-OK  VALUE '00'.
         88 FS-REM-FIN VALUE '10'.
       01 WS-FS-PRES PIC X(02).
         88 FS-PRES-OK VALUE '00'.
       01 WS-FS-FLUX PIC X(02).
         88 FS-FLUX-OK VALUE '00'.
       01 WS-FS-EDI PIC X(02).
         88 FS-EDI-OK VALUE '00'.

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
           OPEN INPUT REMISEIN
           IF NOT FS-REM-OK
              DISPLAY 'GKPRLCRE - FICHIER DE REMISES ABSENT'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT PRESOUT
           INITIALIZE TRP-ZONE
           SET TRP-OUVERTURE TO TRUE
           MOVE 'GKPRLCRE' TO TRP-PROGRAMME
           MOVE 'COMPENS'  TO TRP-PARTENAIRE
           MOVE 'DDPRLEMI' TO TRP-FICHIER
           MOVE 140        TO TRP-LRECL
           CALL 'GKTRFREG' USING TRP-ZONE
           OPEN OUTPUT FLUXOUT
           OPEN OUTPUT EDITION
           INITIALIZE PC-PRES-00
           MOVE '00'         TO PC-PR-TYPE-00
           MOVE WS-DATE-JOUR TO PC-PR-DATE-00
           WRITE PRES-ENREG FROM PC-PRES-00
           MOVE PC-PRES-00 TO TRP-DONNEES
           PERFORM 02K-TRANSMIS-ENREG
           INITIALIZE F1-ENREG-00
           MOVE '00'         TO F1-TYPE-00
           MOVE 'PRC'        TO F1-ORIGINE
           MOVE WS-DATE-JOUR TO F1-DATE
           WRITE FLUX-ENREG FROM F1-ENREG-00
           .

      * CHAQUE REMISE VA DE SON EN-TETE '00' A SON TRAILER '99' ;
      * ELLE N'EST TRAITEE QU'UNE FOIS ENTIEREMENT LUE.
       02-TREATMENT.
           READ REMISEIN INTO PC-ENREG
              AT END SET FS-REM-FIN TO TRUE
           END-READ
           PERFORM UNTIL NOT FS-REM-OK
              ADD 1 TO WS-NB-ENREG-LUS
              PERFORM 02A-TRAITE-ENREG
              READ REMISEIN INTO PC-ENREG
                 AT END SET FS-REM-FIN TO TRUE
              END-READ
           END-PERFORM
           CLOSE REMISEIN
           IF WS-LOT-OUVERT
              MOVE 'TRAILER DE REMISE ABSENT' TO WS-MOTIF-LOT
              PERFORM 02C-TRAITE-LOT
           END-IF
           .

       03-ENDPGM.
           MOVE '98'                TO F1-TYPE-98
           MOVE 1                   TO F1-NB-ENREG-00
           MOVE 0                   TO F1-NB-ENREG-01
           MOVE WS-NB-FLUX          TO F1-NB-ENREG-10
           MOVE WS-CHECKSUM-COURANT TO F1-CHECKSUM-10
           WRITE FLUX-ENREG FROM F1-ENREG-98
           MOVE '99'       TO F1-TYPE-99
           MOVE WS-NB-FLUX TO F1-NB-OPERATIONS
           MOVE WS-MT-FLUX TO F1-MT-GLOBAL
           WRITE FLUX-ENREG FROM F1-ENREG-99
           INITIALIZE PC-PRES-99
           MOVE '99'       TO PC-PR-TYPE-99
           MOVE WS-NB-PRES TO PC-PR-NB-99
           MOVE WS-MT-PRES TO PC-PR-MT-99
           WRITE PRES-ENREG FROM PC-PRES-99
           MOVE PC-PRES-99 TO TRP-DONNEES
           PERFORM 02K-TRANSMIS-ENREG
           SET TRP-FERMETURE TO TRUE
           MOVE WS-MT-PRES TO TRP-MONTANT
           CALL 'GKTRFREG' USING TRP-ZONE
           IF TRP-CODRET NOT = '00'
              DISPLAY 'GKPRLCRE - REGISTRE DES TRANSMISSIONS : '
                      TRP-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE PRESOUT, FLUXOUT, EDITION
           DISPLAY '**********************************'
           DISPLAY '*************GKPRLCRE*************'
           DISPLAY '**********************************'
           DISPLAY '* ENREGISTREMENTS LUS  : ' WS-NB-ENREG-LUS
           DISPLAY '* REMISES TRAITEES     : ' WS-NB-LOTS
           DISPLAY '* REMISES REJETEES     : ' WS-NB-LOTS-REJETES
           DISPLAY '* COLLECTES PRESENTEES : ' WS-NB-PRESENTEES
           DISPLAY '* MONTANT PRESENTE     : ' WS-MT-PRESENTEES
           DISPLAY '* DEJA PRESENTEES      : ' WS-NB-DEJA-PRES
           DISPLAY '* COLLECTES REJETEES   : ' WS-NB-REJETEES
           DISPLAY '* LIGNES DE CREDIT     : ' WS-NB-FLUX
           DISPLAY '* ERREURS              : ' WS-NB-ERREURS
           DISPLAY '**********************************'
           IF WS-NB-ERREURS > 0
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WS-NB-REJETEES > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           STOP RUN
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * UN EN-TETE ARRIVANT SUR UNE REMISE NON TERMINEE CLOT CELLE-CI
      * EN REJET (TRAILER ABSENT) AVANT D'OUVRIR LA SUIVANTE.
       02A-TRAITE-ENREG.
           EVALUATE PC-TYPE
              WHEN '00'
                 IF WS-LOT-OUVERT
                    MOVE PC-ENREG TO WS-ENREG-LU
                    MOVE 'TRAILER DE REMISE ABSENT' TO WS-MOTIF-LOT
                    PERFORM 02C-TRAITE-LOT
                    MOVE WS-ENREG-LU TO PC-ENREG
                 END-IF
                 MOVE PC-ENREG TO WS-ENTETE-LOT
                 MOVE 0        TO WS-NB-LUS WS-MT-LUS WS-NB-COLL
                 MOVE SPACES   TO WS-MOTIF-LOT
                 SET WS-LOT-OUVERT TO TRUE
              WHEN '10'
                 IF NOT WS-LOT-OUVERT
                    DISPLAY 'GKPRLCRE - COLLECTE HORS REMISE : '
                            PC-COMPTE-DEBITEUR
                    ADD 1 TO WS-NB-ERREURS
                 ELSE
                    PERFORM 02B-CHARGE-COLLECTE
                 END-IF
              WHEN '99'
                 IF NOT WS-LOT-OUVERT
                    DISPLAY 'GKPRLCRE - TRAILER HORS REMISE'
                    ADD 1 TO WS-NB-ERREURS
                 ELSE
                    IF PC-NB-99 NOT = WS-NB-LUS
                       OR PC-MT-99 NOT = WS-MT-LUS
                       MOVE 'TRAILER DIFFERENT DES LIGNES'
                         TO WS-MOTIF-LOT
                    END-IF
                    PERFORM 02C-TRAITE-LOT
                 END-IF
              WHEN OTHER
                 DISPLAY 'GKPRLCRE - TYPE D ENREGISTREMENT INCONNU : '
                         PC-TYPE
                 ADD 1 TO WS-NB-ERREURS
           END-EVALUATE
           .

      * AU-DELA DE LA CAPACITE DE LA REMISE, LES LIGNES SONT COMPTEES
      * (POUR LE CONTROLE DU TRAILER) MAIS LA REMISE SERA REJETEE.
       02B-CHARGE-COLLECTE.
           ADD 1          TO WS-NB-LUS
           ADD PC-MONTANT TO WS-MT-LUS
           IF WS-NB-COLL >= WS-MAX-COLL
              MOVE 'PLUS DE 998 COLLECTES' TO WS-MOTIF-LOT
           ELSE
              ADD 1 TO WS-NB-COLL
              SET WS-CX TO WS-NB-COLL
              MOVE PC-COMPTE-DEBITEUR TO WS-CL-COMPTE(WS-CX)
              MOVE PC-REF-MANDAT      TO WS-CL-MANDAT(WS-CX)
              MOVE PC-DATE-SIGNATURE  TO WS-CL-DATE-SIGN(WS-CX)
              MOVE PC-MONTANT         TO WS-CL-MONTANT(WS-CX)
              MOVE PC-NOM-DEBITEUR    TO WS-CL-NOM(WS-CX)
              MOVE SPACES             TO WS-CL-STATUT(WS-CX)
                                         WS-CL-MOTIF(WS-CX)
           END-IF
           .

      * REMISE COMPLETE : CONTROLES D'ENSEMBLE, PRESENTATION DES
      * COLLECTES, CREDIT DU CREANCIER, PUIS COMPTE RENDU.
       02C-TRAITE-LOT.
           MOVE WS-ENTETE-LOT TO PC-ENREG
           MOVE 'N' TO WS-LOT-SW
           ADD 1 TO WS-NB-LOTS
           MOVE 0 TO WS-LOT-NB-PRES WS-LOT-MT-PRES
                     WS-LOT-NB-DEJA WS-LOT-MT-DEJA
                     WS-LOT-NB-REJ  WS-LOT-MT-REJ
                     WS-LOT-PREM-SEQ
           MOVE PC-NUM-REMISE TO WS-RP-REMISE WS-RC-REMISE
           INITIALIZE CRE-ZCMA
           IF WS-MOTIF-LOT = SPACES
              PERFORM 02D-CONTROLE-LOT
           END-IF
           IF WS-MOTIF-LOT = SPACES
              PERFORM VARYING WS-CX FROM 1 BY 1
                      UNTIL WS-CX > WS-NB-COLL
                 PERFORM 02E-PRESENTE-COLLECTE
              END-PERFORM
              IF CRE-CREDIT-GLOBAL AND WS-LOT-NB-PRES > 0
                 MOVE WS-LOT-PREM-SEQ     TO WS-RC-SEQ
                 MOVE WS-LOT-MT-PRES      TO WS-CR-MONTANT
                 MOVE PC-REF-CLIENT(1:14) TO WS-CR-LIBELLE
                 PERFORM 02G-ECRIT-CREDIT
              END-IF
           ELSE
              ADD 1 TO WS-NB-LOTS-REJETES
              DISPLAY 'GKPRLCRE - REMISE ' PC-NUM-REMISE ' REJETEE : '
                      WS-MOTIF-LOT
              PERFORM VARYING WS-CX FROM 1 BY 1
                      UNTIL WS-CX > WS-NB-COLL
                 SET WS-CL-REJETEE(WS-CX) TO TRUE
                 MOVE 'REMISE REJETEE' TO WS-CL-MOTIF(WS-CX)
              END-PERFORM
           END-IF
           PERFORM 02I-EDITE-LOT
           .

      * LA REMISE DOIT ETRE COHERENTE AVEC SON EN-TETE, PORTER UNE
      * DATE DE REGLEMENT FUTURE ET EMANER D'UN CREANCIER ENREGISTRE,
      * ACTIF, DONT LE COMPTE A CREDITER EST CELUI DE L'EN-TETE ET
      * EST LUI-MEME ACTIF.
       02D-CONTROLE-LOT.
           MOVE PC-CODE-DEV TO WS-CODE-DEV
           IF WS-CODE-DEV = SPACES
              MOVE 'EUR' TO WS-CODE-DEV
           END-IF
           EVALUATE TRUE
              WHEN PC-NUM-REMISE NOT NUMERIC OR PC-NUM-REMISE = 0
                 MOVE 'NUMERO DE REMISE INVALIDE' TO WS-MOTIF-LOT
              WHEN WS-NB-LUS = 0
                 MOVE 'REMISE SANS COLLECTE' TO WS-MOTIF-LOT
              WHEN PC-NB-COLLECTES NOT = WS-NB-LUS
                OR PC-MT-TOTAL NOT = WS-MT-LUS
                 MOVE 'EN-TETE DIFFERENT DES LIGNES' TO WS-MOTIF-LOT
              WHEN PC-DATE-REGLT = SPACES
                OR PC-DATE-REGLT NOT > WS-DATE-JOUR
                 MOVE 'DATE DE REGLEMENT NON FUTURE' TO WS-MOTIF-LOT
              WHEN OTHER
                 MOVE 'SEL'        TO CRE-FONCTION
                 MOVE PC-CREANCIER TO CRE-CREANCIER
                 CALL 'MACRE' USING CRE-ZCMA
                 EVALUATE TRUE
                    WHEN CRE-CODRET = '04'
                       MOVE 'CREANCIER NON ENREGISTRE' TO WS-MOTIF-LOT
                    WHEN CRE-CODRET NOT = '00'
                       MOVE CRE-LIBRET TO WS-MOTIF-LOT
                       ADD 1 TO WS-NB-ERREURS
                    WHEN NOT CRE-CREANCIER-ACTIF
                       MOVE 'CREANCIER SUSPENDU' TO WS-MOTIF-LOT
                    WHEN CRE-COMPTE NOT = PC-COMPTE-CREANCIER
                       MOVE 'COMPTE AUTRE QUE L ENREGISTRE'
                         TO WS-MOTIF-LOT
                    WHEN OTHER
                       PERFORM 02D1-CONTROLE-COMPTE
                 END-EVALUATE
           END-EVALUATE
           .

       02D1-CONTROLE-COMPTE.
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'               TO CPT-FONCTION
           MOVE PC-COMPTE-CREANCIER TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA
           EVALUATE TRUE
              WHEN CPT-CODRET = '04'
                 MOVE 'COMPTE CREANCIER INCONNU' TO WS-MOTIF-LOT
              WHEN CPT-CODRET NOT = '00'
                 MOVE CPT-LIBRET TO WS-MOTIF-LOT
                 ADD 1 TO WS-NB-ERREURS
              WHEN NOT CPT-COMPTE-ACTIF
                 MOVE 'COMPTE CREANCIER NON ACTIF' TO WS-MOTIF-LOT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

      * UNE COLLECTE DEJA INSCRITE SUR TBPRC A ETE PRESENTEE (ET SON
      * CREDIT EMIS) AU PASSAGE PRECEDENT ; SINON ELLE EST CONTROLEE,
      * INSCRITE, PUIS PRESENTEE. L'INSCRIPTION PRECEDE L'ECRITURE DU
      * FICHIER DE PRESENTATION : UNE COLLECTE PRESENTEE EST TOUJOURS
      * CONNUE DE GKRETOUR.
       02E-PRESENTE-COLLECTE.
           SET WS-RP-SEQ TO WS-CX
           INITIALIZE PRC-ZCMA
           MOVE 'SEL'       TO PRC-FONCTION
           MOVE WS-REF-PRES TO PRC-REF-PRES
           CALL 'MAPRC' USING PRC-ZCMA
           EVALUATE TRUE
              WHEN PRC-CODRET = '00'
                 SET WS-CL-DEJA-PRES(WS-CX) TO TRUE
                 MOVE 'PRESENTEE AU PASSAGE PRECEDENT'
                   TO WS-CL-MOTIF(WS-CX)
              WHEN PRC-CODRET NOT = '04'
                 SET WS-CL-REJETEE(WS-CX) TO TRUE
                 MOVE PRC-LIBRET TO WS-CL-MOTIF(WS-CX)
                 ADD 1 TO WS-NB-ERREURS
              WHEN OTHER
                 PERFORM 02F-CONTROLE-COLLECTE
           END-EVALUATE
           EVALUATE TRUE
              WHEN WS-CL-PRESENTEE(WS-CX)
                 ADD 1                     TO WS-LOT-NB-PRES
                 ADD WS-CL-MONTANT(WS-CX)  TO WS-LOT-MT-PRES
                 IF WS-LOT-PREM-SEQ = 0
                    MOVE WS-RP-SEQ TO WS-LOT-PREM-SEQ
                 END-IF
              WHEN WS-CL-DEJA-PRES(WS-CX)
                 ADD 1                     TO WS-LOT-NB-DEJA
                 ADD WS-CL-MONTANT(WS-CX)  TO WS-LOT-MT-DEJA
              WHEN OTHER
                 ADD 1                     TO WS-LOT-NB-REJ
                 ADD WS-CL-MONTANT(WS-CX)  TO WS-LOT-MT-REJ
           END-EVALUATE
           .

       02F-CONTROLE-COLLECTE.
           EVALUATE TRUE
              WHEN WS-CL-MONTANT(WS-CX) = 0
                 MOVE 'MONTANT NUL' TO WS-CL-MOTIF(WS-CX)
              WHEN WS-CL-COMPTE(WS-CX) = SPACES
                 MOVE 'COMPTE DEBITEUR ABSENT' TO WS-CL-MOTIF(WS-CX)
              WHEN WS-CL-COMPTE(WS-CX) = PC-COMPTE-CREANCIER
                 MOVE 'DEBITEUR = CREANCIER' TO WS-CL-MOTIF(WS-CX)
              WHEN WS-CL-MANDAT(WS-CX) = SPACES
                 MOVE 'REFERENCE DE MANDAT ABSENTE'
                   TO WS-CL-MOTIF(WS-CX)
              WHEN WS-CL-DATE-SIGN(WS-CX) = SPACES
                OR WS-CL-DATE-SIGN(WS-CX) > WS-DATE-JOUR
                 MOVE 'DATE DE SIGNATURE INVALIDE'
                   TO WS-CL-MOTIF(WS-CX)
              WHEN OTHER
                 MOVE 'INS'                   TO PRC-FONCTION
                 MOVE WS-REF-PRES             TO PRC-REF-PRES
                 MOVE PC-CREANCIER            TO PRC-CREANCIER
                 MOVE PC-COMPTE-CREANCIER     TO PRC-COMPTE
                 MOVE PC-NUM-REMISE           TO PRC-NUM-REMISE
                 MOVE WS-CL-COMPTE(WS-CX)     TO PRC-COMPTE-DEBITEUR
                 MOVE WS-CL-MANDAT(WS-CX)     TO PRC-REF-MANDAT
                 MOVE WS-CODE-DEV             TO PRC-CODE-DEV
                 MOVE WS-CL-MONTANT(WS-CX)    TO PRC-MONTANT
                 MOVE PC-DATE-REGLT           TO PRC-DATE-REGLT
                 MOVE 'P'                     TO PRC-STATUT
                 MOVE SPACES                  TO PRC-DATE-RETOUR
                                                 PRC-MOTIF-RETOUR
                 CALL 'MAPRC' USING PRC-ZCMA
                 IF PRC-CODRET NOT = '00'
                    MOVE PRC-LIBRET TO WS-CL-MOTIF(WS-CX)
                    ADD 1 TO WS-NB-ERREURS
                 END-IF
           END-EVALUATE
           IF WS-CL-MOTIF(WS-CX) = SPACES
              SET WS-CL-PRESENTEE(WS-CX) TO TRUE
              PERFORM 02H-ECRIT-PRESENTATION
              IF CRE-CREDIT-DETAIL
                 MOVE WS-RP-SEQ              TO WS-RC-SEQ
                 MOVE WS-CL-MONTANT(WS-CX)   TO WS-CR-MONTANT
                 MOVE WS-CL-NOM(WS-CX)(1:14) TO WS-CR-LIBELLE
                 PERFORM 02G-ECRIT-CREDIT
              END-IF
           ELSE
              SET WS-CL-REJETEE(WS-CX) TO TRUE
           END-IF
           .

      * LIGNE DE CREDIT DU CREANCIER (MONTANT ET LIBELLE POSES PAR
      * L'APPELANT), EN VALEUR DATE DE REGLEMENT : LE MAGASIN DES
      * DATES FUTURES LA RETIENT JUSQU'A CE JOUR-LA.
       02G-ECRIT-CREDIT.
           INITIALIZE F1-ENREG-00
           MOVE '10'                TO F1-TYPE-10
           MOVE PC-COMPTE-CREANCIER TO F1-COMPTE
           MOVE WS-CODE-CREDIT      TO F1-CODE-OPER
           MOVE WS-REF-CREDIT       TO F1-REF-OPER
           MOVE WS-CODE-DEV         TO F1-CODE-DEV
           MOVE WS-CR-MONTANT       TO F1-MONTANT-OPER
           MOVE SPACES              TO F1-CODE-OPER-ANNULE
                                       F1-REF-OPER-ANNULE
           MOVE 'O'                 TO F1-AUTORISATION
           MOVE PC-DATE-REGLT       TO F1-DATE-VALEUR
           MOVE WS-CR-LIBELLE       TO F1-LIBELLE-OPER
           WRITE FLUX-ENREG FROM F1-ENREG-00
           ADD 1             TO WS-NB-FLUX
           ADD WS-CR-MONTANT TO WS-MT-FLUX
           MOVE F1-ENREG-00 TO WS-ENREG-10-SAUVE
           PERFORM 02J-CUMULE-CHECKSUM
           .

       02H-ECRIT-PRESENTATION.
           INITIALIZE PC-PRES-10
           MOVE '10'                   TO PC-PR-TYPE-10
           MOVE WS-REF-PRES            TO PC-PR-REF-PRES
           MOVE PC-CREANCIER           TO PC-PR-CREANCIER
           MOVE PC-COMPTE-CREANCIER    TO PC-PR-COMPTE-CREANCIER
           MOVE WS-CL-COMPTE(WS-CX)    TO PC-PR-COMPTE-DEBITEUR
           MOVE WS-CL-MANDAT(WS-CX)    TO PC-PR-REF-MANDAT
           MOVE WS-CL-DATE-SIGN(WS-CX) TO PC-PR-DATE-SIGNATURE
           MOVE WS-CL-MONTANT(WS-CX)   TO PC-PR-MONTANT
           MOVE WS-CODE-DEV            TO PC-PR-CODE-DEV
           MOVE PC-DATE-REGLT          TO PC-PR-DATE-REGLT
           MOVE WS-CL-NOM(WS-CX)       TO PC-PR-NOM-DEBITEUR
           MOVE PC-REF-CLIENT          TO PC-PR-REF-CLIENT
           WRITE PRES-ENREG FROM PC-PRES-10
           MOVE PC-PRES-10 TO TRP-DONNEES
           PERFORM 02K-TRANSMIS-ENREG
           ADD 1                     TO WS-NB-PRES
           ADD WS-CL-MONTANT(WS-CX)  TO WS-MT-PRES
           .

      * COMPTE RENDU DE LA REMISE, ADRESSE AU CREANCIER.
       02I-EDITE-LOT.
           MOVE PC-NUM-REMISE       TO WS-LT-REMISE
           MOVE PC-CREANCIER        TO WS-LT-CREANCIER
           MOVE PC-COMPTE-CREANCIER TO WS-LT-COMPTE
           MOVE PC-DATE-REGLT       TO WS-LT-DATE
           MOVE PC-CODE-DEV         TO WS-LT-DEV
           EVALUATE TRUE
              WHEN CRE-CREDIT-GLOBAL
                 MOVE 'GLOBAL'   TO WS-LT-MODE
              WHEN CRE-CREDIT-DETAIL
                 MOVE 'DETAILLE' TO WS-LT-MODE
              WHEN OTHER
                 MOVE SPACES     TO WS-LT-MODE
           END-EVALUATE
           MOVE PC-REF-CLIENT  TO WS-LR-REF
           MOVE CRE-RAISON-SOC TO WS-LR-RAISON
           WRITE EDI-ENREG FROM WS-LIGNE-TITRE
                 AFTER ADVANCING PAGE
           WRITE EDI-ENREG FROM WS-LIGNE-REF
           WRITE EDI-ENREG FROM WS-LIGNE-VIDE
           WRITE EDI-ENREG FROM WS-LIGNE-ENTETE
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-NB-COLL
              SET WS-LC-SEQ TO WS-CX
              MOVE WS-CL-COMPTE(WS-CX)  TO WS-LC-COMPTE
              MOVE WS-CL-NOM(WS-CX)     TO WS-LC-NOM
              MOVE WS-CL-MANDAT(WS-CX)  TO WS-LC-MANDAT
              MOVE WS-CL-MONTANT(WS-CX) TO WS-LC-MONTANT
              MOVE WS-CL-MOTIF(WS-CX)   TO WS-LC-MOTIF
              EVALUATE TRUE
                 WHEN WS-CL-PRESENTEE(WS-CX)
                    MOVE 'PRESENTE' TO WS-LC-SORT
                 WHEN WS-CL-DEJA-PRES(WS-CX)
                    MOVE 'DEJA PR.' TO WS-LC-SORT
                 WHEN OTHER
                    MOVE 'REJETE'   TO WS-LC-SORT
              END-EVALUATE
              WRITE EDI-ENREG FROM WS-LIGNE-COLL
           END-PERFORM
           WRITE EDI-ENREG FROM WS-LIGNE-VIDE
           IF WS-MOTIF-LOT NOT = SPACES
              INITIALIZE WS-LIGNE-TOTAL
              MOVE 'REMISE REJETEE, RIEN N EST EMIS' TO WS-LX-LIBELLE
              MOVE WS-NB-LUS    TO WS-LX-NB
              MOVE WS-MT-LUS    TO WS-LX-MONTANT
              MOVE WS-MOTIF-LOT TO WS-LX-MOTIF
              WRITE EDI-ENREG FROM WS-LIGNE-TOTAL
              ADD WS-NB-LUS TO WS-NB-REJETEES
           ELSE
              INITIALIZE WS-LIGNE-TOTAL
              MOVE 'COLLECTES PRESENTEES'       TO WS-LX-LIBELLE
              MOVE WS-LOT-NB-PRES TO WS-LX-NB
              MOVE WS-LOT-MT-PRES TO WS-LX-MONTANT
              WRITE EDI-ENREG FROM WS-LIGNE-TOTAL
              INITIALIZE WS-LIGNE-TOTAL
              MOVE 'DEJA PRESENTEES'            TO WS-LX-LIBELLE
              MOVE WS-LOT-NB-DEJA TO WS-LX-NB
              MOVE WS-LOT-MT-DEJA TO WS-LX-MONTANT
              WRITE EDI-ENREG FROM WS-LIGNE-TOTAL
              INITIALIZE WS-LIGNE-TOTAL
              MOVE 'COLLECTES REJETEES'         TO WS-LX-LIBELLE
              MOVE WS-LOT-NB-REJ  TO WS-LX-NB
              MOVE WS-LOT-MT-REJ  TO WS-LX-MONTANT
              WRITE EDI-ENREG FROM WS-LIGNE-TOTAL
              INITIALIZE WS-LIGNE-TOTAL
              MOVE 'CREDITE LE'                 TO WS-LX-LIBELLE
              MOVE PC-DATE-REGLT  TO WS-LX-LIBELLE(12:10)
              MOVE WS-LOT-NB-PRES TO WS-LX-NB
              MOVE WS-LOT-MT-PRES TO WS-LX-MONTANT
              WRITE EDI-ENREG FROM WS-LIGNE-TOTAL
              ADD WS-LOT-NB-PRES TO WS-NB-PRESENTEES
              ADD WS-LOT-MT-PRES TO WS-MT-PRESENTEES
              ADD WS-LOT-NB-DEJA TO WS-NB-DEJA-PRES
              ADD WS-LOT-NB-REJ  TO WS-NB-REJETEES
           END-IF
           .

       02J-CUMULE-CHECKSUM.
           PERFORM VARYING WS-CKS-IX FROM 1 BY 1
                   UNTIL WS-CKS-IX > 80
              COMPUTE WS-CHECKSUM-COURANT =
                      FUNCTION MOD(WS-CHECKSUM-COURANT
                      + FUNCTION ORD(WS-ENREG-10-SAUVE(WS-CKS-IX:1)),
                      1000000000)
           END-PERFORM
           .

      * CHAQUE ENREGISTREMENT ECRIT EST PASSE AU REGISTRE DES
      * TRANSMISSIONS, QUI LE COMPTE ET L'ARCHIVE POUR UN RENVOI.
       02K-TRANSMIS-ENREG.
           SET TRP-ENREGISTRE TO TRUE
           CALL 'GKTRFREG' USING TRP-ZONE
           IF TRP-CODRET NOT = '00'
              DISPLAY 'GKPRLCRE - REGISTRE DES TRANSMISSIONS : '
                      TRP-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .
