      *********************************************************
      * PROGRAM NAME:  GKVIRGRP                               *
      * PROGRAM OBJET :EXECUTION DES REMISES DE VIREMENTS     *
      *                GROUPES DES CLIENTS ENTREPRISES (PAIE) *
      *                : PAR LOT, UN SEUL DEBIT DU DONNEUR    *
      *                D'ORDRE POUR LE TOTAL, UN CREDIT PAR   *
      *                BENEFICIAIRE, ET UNE SEULE LIGNE DE    *
      *                REMBOURSEMENT AU DONNEUR D'ORDRE POUR  *
      *                LES BENEFICIAIRES REJETES ; UN COMPTE  *
      *                RENDU D'EXECUTION EST EDITE PAR LOT    *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - VIREMENTS GROUPES AVEC     *
      *          COMPTABILISATION GLOBALE DU DONNEUR D'ORDRE   *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKVIRGRP.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    REMISES DE VIREMENTS GROUPES RECUES DU CANAL ENTREPRISE
            SELECT REMISEIN ASSIGN TO DDVIRGRP
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-REM.

      *    COMPTES RENDUS D'EXECUTION, UNE PAGE PAR LOT
            SELECT EDITION ASSIGN TO DDVGRRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EDI.

       DATA DIVISION.
       FILE SECTION.

       FD REMISEIN.
       01 REM-ENREG PIC X(80).

       FD EDITION.
       01 EDI-ENREG PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CVIRGRP REPLACING ==()== BY ==VG==.
       COPY CPTFUNC.
       COPY HISFUNC REPLACING ==()== BY ==HIS==.
       COPY ZFMAJCPT.

       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).

      * CODES OPERATION DU LOT (TBHOP) : DEBIT GLOBAL DU DONNEUR
      * D'ORDRE, CREDIT DE CHAQUE BENEFICIAIRE, REMBOURSEMENT DES
      * REJETS ; TOUS TROIS ONT POUR CONTREPARTIE LE MEME COMPTE
      * GENERAL DE TRANSIT, SOLDE A ZERO EN FIN DE LOT.
       01 WS-CODE-DEBIT   PIC X(03) VALUE 'VGD'.
       01 WS-CODE-CREDIT  PIC X(03) VALUE 'VGC'.
       01 WS-CODE-REMB    PIC X(03) VALUE 'VGR'.

      * REFERENCE DES ECRITURES : 'G' + NUMERO DE REMISE + SEQUENCE
      * (000 DEBIT GLOBAL, 001 A 998 BENEFICIAIRES, 999 REMBOURSEMENT).
      * UNE REMISE REPASSEE RETROUVE SES ECRITURES SUR TBHIS ET NE LES
      * POSTE PAS UNE SECONDE FOIS.
       01 WS-REF-LOT.
         05 FILLER        PIC X(01) VALUE 'G'.
         05 WS-RL-REMISE  PIC 9(06).
         05 WS-RL-SEQ     PIC 9(03).
       01 WS-MAX-BENEF    PIC 9(03) VALUE 998.

      * LOT EN COURS : EN-TETE, BENEFICIAIRES ET LEUR SORT.
       01 WS-LOT-SW PIC X(01) VALUE 'N'.
         88 WS-LOT-OUVERT VALUE 'O'.
       01 WS-ENTETE-LOT   PIC X(80).
       01 WS-ENREG-LU     PIC X(80).
       01 WS-NB-LUS       PIC 9(06).
       01 WS-MT-LUS       PIC 9(11)V99.
       01 WS-NB-BENEF     PIC 9(03) VALUE 0.
       01 WS-TAB-BENEF.
         05 WS-BN-ENTRY OCCURS 998 TIMES INDEXED BY WS-BX.
            10 WS-BN-COMPTE   PIC X(11).
            10 WS-BN-MONTANT  PIC 9(11)V99.
            10 WS-BN-NOM      PIC X(20).
            10 WS-BN-LIBELLE  PIC X(14).
            10 WS-BN-STATUT   PIC X(01).
              88 WS-BN-EXECUTE VALUE 'E'.
              88 WS-BN-REJETE  VALUE 'R'.
            10 WS-BN-MOTIF    PIC X(30).

      * MOTIF DE REJET DU LOT ENTIER (A BLANC : LOT EXECUTABLE).
      * UN LOT REJETE N'EST PAS DU TOUT COMPTABILISE.
       01 WS-MOTIF-LOT     PIC X(30).
       01 WS-ENTITE-PAYEUR PIC X(03).
       01 WS-CODE-DEV      PIC X(03).

      * REPRISE : DEBIT GLOBAL DEJA POSTE (LOT EN COURS AU RUN
      * PRECEDENT) ; REMBOURSEMENT DEJA POSTE (LOT DEJA TERMINE :
      * PLUS RIEN N'EST POSTE, LE COMPTE RENDU EST REEDITE).
       01 WS-DEBIT-SW PIC X(01).
         88 WS-DEBIT-DEJA-POSTE VALUE 'O'.
       01 WS-REMB-SW PIC X(01).
         88 WS-LOT-DEJA-TERMINE VALUE 'O'.

       01 WS-LOT-NB-EXEC   PIC 9(06).
       01 WS-LOT-MT-EXEC   PIC 9(11)V99.
       01 WS-LOT-NB-REJ    PIC 9(06).
       01 WS-LOT-MT-REJ    PIC 9(11)V99.

       01 WS-LIGNE-TITRE.
         05 FILLER       PIC X(24) VALUE 'VIREMENTS GROUPES REMISE'.
         05 FILLER       PIC X(01) VALUE SPACES.
         05 WS-LT-REMISE PIC 9(06).
         05 FILLER       PIC X(10) VALUE ' DONNEUR '.
         05 WS-LT-PAYEUR PIC X(11).
         05 FILLER       PIC X(06) VALUE ' REF '.
         05 WS-LT-REF    PIC X(16).
         05 FILLER       PIC X(12) VALUE ' EXECUTION '.
         05 WS-LT-DATE   PIC X(10).
         05 FILLER       PIC X(01) VALUE SPACES.
         05 WS-LT-DEV    PIC X(03).
         05 FILLER       PIC X(32) VALUE SPACES.

       01 WS-LIGNE-ENTETE.
         05 FILLER PIC X(04) VALUE 'SEQ'.
         05 FILLER PIC X(12) VALUE 'COMPTE'.
         05 FILLER PIC X(21) VALUE 'BENEFICIAIRE'.
         05 FILLER PIC X(16) VALUE '        MONTANT'.
         05 FILLER PIC X(08) VALUE 'SORT'.
         05 FILLER PIC X(71) VALUE 'MOTIF'.

       01 WS-LIGNE-BENEF.
         05 WS-LB-SEQ        PIC 9(03).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LB-COMPTE     PIC X(11).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LB-NOM        PIC X(20).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LB-MONTANT    PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LB-SORT       PIC X(07).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LB-MOTIF      PIC X(30).
         05 FILLER           PIC X(42) VALUE SPACES.

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
         05 WS-NB-LOTS-REPRIS  PIC 9(06) VALUE 0.
         05 WS-NB-EXECUTES     PIC 9(06) VALUE 0.
         05 WS-MT-EXECUTES     PIC 9(11)V99 VALUE 0.
         05 WS-NB-REJETES      PIC 9(06) VALUE 0.
         05 WS-MT-REMBOURSES   PIC 9(11)V99 VALUE 0.
         05 WS-NB-ERREURS      PIC 9(06) VALUE 0.

       01 WS-FS-REM PIC X(02).
         88 FS-REM-OK  VALUE '00'.
         88 FS-REM-FIN VALUE '10'.
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
              DISPLAY 'GKVIRGRP - FICHIER DE REMISES ABSENT'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT EDITION
           .

      * CHAQUE LOT VA DE SON EN-TETE '00' A SON TRAILER '99' ; IL
      * N'EST TRAITE QU'UNE FOIS ENTIEREMENT LU.
       02-TREATMENT.
           READ REMISEIN INTO VG-ENREG
              AT END SET FS-REM-FIN TO TRUE
           END-READ
           PERFORM UNTIL NOT FS-REM-OK
              ADD 1 TO WS-NB-ENREG-LUS
              PERFORM 02A-TRAITE-ENREG
              READ REMISEIN INTO VG-ENREG
                 AT END SET FS-REM-FIN TO TRUE
              END-READ
           END-PERFORM
           CLOSE REMISEIN
           IF WS-LOT-OUVERT
              MOVE 'TRAILER DE LOT ABSENT' TO WS-MOTIF-LOT
              PERFORM 02C-TRAITE-LOT
           END-IF
           .

       03-ENDPGM.
           INITIALIZE ZF-MAJCPT
           MOVE 'FL' TO ZF-TYPE
           MOVE 'N'  TO ZF-MODE-SIMULATION
           CALL 'MFMAJCPT' USING ZF-MAJCPT, ZF-RETOUR
           IF ZF-CODRET NOT = '00'
              DISPLAY 'GKVIRGRP - FLUSH GL EN ECHEC : ' ZF-LIBRET
              MOVE 24 TO RETURN-CODE
           END-IF
           CLOSE EDITION
           DISPLAY '**********************************'
           DISPLAY '*************GKVIRGRP*************'
           DISPLAY '**********************************'
           DISPLAY '* ENREGISTREMENTS LUS  : ' WS-NB-ENREG-LUS
           DISPLAY '* LOTS TRAITES         : ' WS-NB-LOTS
           DISPLAY '* LOTS REJETES         : ' WS-NB-LOTS-REJETES
           DISPLAY '* LOTS DEJA EXECUTES   : ' WS-NB-LOTS-REPRIS
           DISPLAY '* VIREMENTS EXECUTES   : ' WS-NB-EXECUTES
           DISPLAY '* MONTANT EXECUTE      : ' WS-MT-EXECUTES
           DISPLAY '* VIREMENTS REJETES    : ' WS-NB-REJETES
           DISPLAY '* MONTANT REMBOURSE    : ' WS-MT-REMBOURSES
           DISPLAY '* ERREURS              : ' WS-NB-ERREURS
           DISPLAY '**********************************'
           IF RETURN-CODE = 0
              IF WS-NB-ERREURS > 0
                 MOVE 16 TO RETURN-CODE
              ELSE
                 IF WS-NB-REJETES > 0
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           STOP RUN
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * UN EN-TETE ARRIVANT SUR UN LOT NON TERMINE CLOT CELUI-CI EN
      * REJET (TRAILER ABSENT) AVANT D'OUVRIR LE SUIVANT.
       02A-TRAITE-ENREG.
           EVALUATE VG-TYPE
              WHEN '00'
                 IF WS-LOT-OUVERT
                    MOVE VG-ENREG TO WS-ENREG-LU
                    MOVE 'TRAILER DE LOT ABSENT' TO WS-MOTIF-LOT
                    PERFORM 02C-TRAITE-LOT
                    MOVE WS-ENREG-LU TO VG-ENREG
                 END-IF
                 MOVE VG-ENREG TO WS-ENTETE-LOT
                 MOVE 0        TO WS-NB-LUS WS-MT-LUS WS-NB-BENEF
                 MOVE SPACES   TO WS-MOTIF-LOT
                 SET WS-LOT-OUVERT TO TRUE
              WHEN '10'
                 IF NOT WS-LOT-OUVERT
                    DISPLAY 'GKVIRGRP - BENEFICIAIRE HORS LOT : '
                            VG-COMPTE-BENEF
                    ADD 1 TO WS-NB-ERREURS
                 ELSE
                    PERFORM 02B-CHARGE-BENEF
                 END-IF
              WHEN '99'
                 IF NOT WS-LOT-OUVERT
                    DISPLAY 'GKVIRGRP - TRAILER HORS LOT'
                    ADD 1 TO WS-NB-ERREURS
                 ELSE
                    IF VG-NB-99 NOT = WS-NB-LUS
                       OR VG-MT-99 NOT = WS-MT-LUS
                       MOVE 'TRAILER DIFFERENT DES LIGNES'
                         TO WS-MOTIF-LOT
                    END-IF
                    PERFORM 02C-TRAITE-LOT
                 END-IF
              WHEN OTHER
                 DISPLAY 'GKVIRGRP - TYPE D ENREGISTREMENT INCONNU : '
                         VG-TYPE
                 ADD 1 TO WS-NB-ERREURS
           END-EVALUATE
           .

      * AU-DELA DE LA CAPACITE DU LOT, LES LIGNES SONT COMPTEES (POUR
      * LE CONTROLE DU TRAILER) MAIS LE LOT SERA REJETE.
       02B-CHARGE-BENEF.
           ADD 1          TO WS-NB-LUS
           ADD VG-MONTANT TO WS-MT-LUS
           IF WS-NB-BENEF >= WS-MAX-BENEF
              MOVE 'PLUS DE 998 BENEFICIAIRES' TO WS-MOTIF-LOT
           ELSE
              ADD 1 TO WS-NB-BENEF
              SET WS-BX TO WS-NB-BENEF
              MOVE VG-COMPTE-BENEF  TO WS-BN-COMPTE(WS-BX)
              MOVE VG-MONTANT       TO WS-BN-MONTANT(WS-BX)
              MOVE VG-NOM-BENEF     TO WS-BN-NOM(WS-BX)
              MOVE VG-LIBELLE-BENEF TO WS-BN-LIBELLE(WS-BX)
              MOVE SPACES           TO WS-BN-STATUT(WS-BX)
                                       WS-BN-MOTIF(WS-BX)
           END-IF
           .

      * LOT COMPLET : CONTROLES D'ENSEMBLE, DEBIT GLOBAL, CREDITS,
      * REMBOURSEMENT DES REJETS, PUIS COMPTE RENDU.
       02C-TRAITE-LOT.
           MOVE WS-ENTETE-LOT TO VG-ENREG
           MOVE 'N' TO WS-LOT-SW
           ADD 1 TO WS-NB-LOTS
           MOVE 0 TO WS-LOT-NB-EXEC WS-LOT-MT-EXEC
                     WS-LOT-NB-REJ  WS-LOT-MT-REJ
           MOVE 'N' TO WS-DEBIT-SW WS-REMB-SW
           MOVE VG-NUM-REMISE TO WS-RL-REMISE
           IF WS-MOTIF-LOT = SPACES
              PERFORM 02D-CONTROLE-LOT
           END-IF
           IF WS-MOTIF-LOT = SPACES
              PERFORM 02E-DEBITE-PAYEUR
           END-IF
           IF WS-MOTIF-LOT = SPACES
              PERFORM VARYING WS-BX FROM 1 BY 1
                      UNTIL WS-BX > WS-NB-BENEF
                 PERFORM 02F-CREDITE-BENEF
              END-PERFORM
              IF WS-LOT-MT-REJ > 0 AND NOT WS-LOT-DEJA-TERMINE
                 PERFORM 02H-REMBOURSE-PAYEUR
              END-IF
           ELSE
              ADD 1 TO WS-NB-LOTS-REJETES
              DISPLAY 'GKVIRGRP - LOT ' VG-NUM-REMISE ' REJETE : '
                      WS-MOTIF-LOT
              PERFORM VARYING WS-BX FROM 1 BY 1
                      UNTIL WS-BX > WS-NB-BENEF
                 SET WS-BN-REJETE(WS-BX) TO TRUE
                 MOVE 'LOT REJETE' TO WS-BN-MOTIF(WS-BX)
              END-PERFORM
           END-IF
           PERFORM 02I-EDITE-LOT
           .

      * LE LOT DOIT ETRE COHERENT AVEC SON EN-TETE ET SON DONNEUR
      * D'ORDRE EXISTANT ET ACTIF ; SON ENTITE S'IMPOSE A TOUS LES
      * BENEFICIAIRES.
       02D-CONTROLE-LOT.
           MOVE VG-CODE-DEV TO WS-CODE-DEV
           IF WS-CODE-DEV = SPACES
              MOVE 'EUR' TO WS-CODE-DEV
           END-IF
           EVALUATE TRUE
              WHEN VG-NUM-REMISE NOT NUMERIC OR VG-NUM-REMISE = 0
                 MOVE 'NUMERO DE REMISE INVALIDE' TO WS-MOTIF-LOT
              WHEN WS-NB-LUS = 0
                 MOVE 'LOT SANS BENEFICIAIRE' TO WS-MOTIF-LOT
              WHEN VG-NB-BENEF NOT = WS-NB-LUS
                OR VG-MT-TOTAL NOT = WS-MT-LUS
                 MOVE 'EN-TETE DIFFERENT DES LIGNES' TO WS-MOTIF-LOT
              WHEN OTHER
                 INITIALIZE CPT-ZCMA
                 MOVE 'SEL'             TO CPT-FONCTION
                 MOVE VG-COMPTE-PAYEUR  TO CPT-COMPTE
                 CALL 'MACPT' USING CPT-ZCMA
                 EVALUATE TRUE
                    WHEN CPT-CODRET = '04'
                       MOVE 'COMPTE DONNEUR INCONNU' TO WS-MOTIF-LOT
                    WHEN CPT-CODRET NOT = '00'
                       MOVE CPT-LIBRET TO WS-MOTIF-LOT
                       ADD 1 TO WS-NB-ERREURS
                    WHEN NOT CPT-COMPTE-ACTIF
                       MOVE 'COMPTE DONNEUR NON ACTIF' TO WS-MOTIF-LOT
                    WHEN OTHER
                       MOVE CPT-ENTITE TO WS-ENTITE-PAYEUR
                 END-EVALUATE
           END-EVALUATE
           .

      * DEBIT GLOBAL DU DONNEUR D'ORDRE POUR LE TOTAL DU LOT. S'IL EST
      * REFUSE (PROVISION, AUTORISATION...), RIEN N'EST POSTE. S'IL
      * EST DEJA SUR TBHIS, LE LOT A ETE ENTAME AU RUN PRECEDENT : LE
      * REMBOURSEMENT, S'IL Y EST AUSSI, SIGNE UN LOT DEJA TERMINE.
       02E-DEBITE-PAYEUR.
           MOVE 0 TO WS-RL-SEQ
           INITIALIZE HIS-ZCMA
           MOVE 'SEL'            TO HIS-FONCTION
           MOVE VG-COMPTE-PAYEUR TO HIS-COMPTE
           MOVE WS-REF-LOT       TO HIS-REF-OPER
           CALL 'MAHIS' USING HIS-ZCMA
           IF HIS-CODRET = '04'
              SET WS-DEBIT-DEJA-POSTE TO TRUE
              ADD 1 TO WS-NB-LOTS-REPRIS
              MOVE 999 TO WS-RL-SEQ
              INITIALIZE HIS-ZCMA
              MOVE 'SEL'            TO HIS-FONCTION
              MOVE VG-COMPTE-PAYEUR TO HIS-COMPTE
              MOVE WS-REF-LOT       TO HIS-REF-OPER
              CALL 'MAHIS' USING HIS-ZCMA
              IF HIS-CODRET = '04'
                 SET WS-LOT-DEJA-TERMINE TO TRUE
              END-IF
           ELSE
              INITIALIZE ZF-MAJCPT
              MOVE '10'              TO ZF-TYPE
              MOVE VG-COMPTE-PAYEUR  TO ZF-COMPTE
              MOVE WS-CODE-DEBIT     TO ZF-CODE-OPER
              MOVE WS-REF-LOT        TO ZF-REF-OPER
              MOVE WS-CODE-DEV       TO ZF-CODE-DEV
              MOVE VG-MT-TOTAL       TO ZF-MNTOPE
              MOVE VG-AUTORISATION   TO ZF-AUTORISATION
              MOVE 'N'               TO ZF-MODE-SIMULATION
              MOVE WS-DATE-JOUR      TO ZF-DATE-LOT
              MOVE VG-DATE-EXECUTION TO ZF-DATE-VALEUR
              MOVE VG-REF-CLIENT(1:14) TO ZF-LIBELLE-OPER
              CALL 'MFMAJCPT' USING ZF-MAJCPT, ZF-RETOUR
              IF ZF-CODRET NOT = '00'
                 MOVE ZF-LIBRET TO WS-MOTIF-LOT
              END-IF
           END-IF
           .

      * CREDIT D'UN BENEFICIAIRE : DEJA SUR TBHIS, IL EST EXECUTE ;
      * SINON (SAUF LOT DEJA TERMINE) IL EST CONTROLE PUIS POSTE. TOUT
      * REJET VIENT GROSSIR LE REMBOURSEMENT DU DONNEUR D'ORDRE.
       02F-CREDITE-BENEF.
           SET WS-RL-SEQ TO WS-BX
           INITIALIZE HIS-ZCMA
           MOVE 'SEL'                TO HIS-FONCTION
           MOVE WS-BN-COMPTE(WS-BX)  TO HIS-COMPTE
           MOVE WS-REF-LOT           TO HIS-REF-OPER
           CALL 'MAHIS' USING HIS-ZCMA
           EVALUATE TRUE
              WHEN HIS-CODRET = '04'
                 SET WS-BN-EXECUTE(WS-BX) TO TRUE
              WHEN WS-LOT-DEJA-TERMINE
                 SET WS-BN-REJETE(WS-BX) TO TRUE
                 MOVE 'REJETE AU PASSAGE PRECEDENT'
                   TO WS-BN-MOTIF(WS-BX)
              WHEN OTHER
                 PERFORM 02G-POSTE-CREDIT
           END-EVALUATE
           IF WS-BN-EXECUTE(WS-BX)
              ADD 1                     TO WS-LOT-NB-EXEC
              ADD WS-BN-MONTANT(WS-BX)  TO WS-LOT-MT-EXEC
           ELSE
              ADD 1                     TO WS-LOT-NB-REJ
              ADD WS-BN-MONTANT(WS-BX)  TO WS-LOT-MT-REJ
           END-IF
           .

       02G-POSTE-CREDIT.
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'               TO CPT-FONCTION
           MOVE WS-BN-COMPTE(WS-BX) TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA
           EVALUATE TRUE
              WHEN WS-BN-MONTANT(WS-BX) = 0
                 MOVE 'MONTANT NUL' TO WS-BN-MOTIF(WS-BX)
              WHEN WS-BN-COMPTE(WS-BX) = VG-COMPTE-PAYEUR
                 MOVE 'BENEFICIAIRE = DONNEUR D ORDRE'
                   TO WS-BN-MOTIF(WS-BX)
              WHEN CPT-CODRET = '04'
                 MOVE 'COMPTE BENEFICIAIRE INCONNU'
                   TO WS-BN-MOTIF(WS-BX)
              WHEN CPT-CODRET NOT = '00'
                 MOVE CPT-LIBRET TO WS-BN-MOTIF(WS-BX)
              WHEN NOT CPT-COMPTE-ACTIF
                 MOVE 'COMPTE BENEFICIAIRE NON ACTIF'
                   TO WS-BN-MOTIF(WS-BX)
              WHEN CPT-ENTITE NOT = WS-ENTITE-PAYEUR
                 MOVE 'ENTITE DIFFERENTE DU DONNEUR'
                   TO WS-BN-MOTIF(WS-BX)
              WHEN OTHER
                 INITIALIZE ZF-MAJCPT
                 MOVE '10'                 TO ZF-TYPE
                 MOVE WS-BN-COMPTE(WS-BX)  TO ZF-COMPTE
                 MOVE WS-CODE-CREDIT       TO ZF-CODE-OPER
                 MOVE WS-REF-LOT           TO ZF-REF-OPER
                 MOVE WS-CODE-DEV          TO ZF-CODE-DEV
                 MOVE WS-BN-MONTANT(WS-BX) TO ZF-MNTOPE
                 MOVE VG-AUTORISATION      TO ZF-AUTORISATION
                 MOVE 'N'                  TO ZF-MODE-SIMULATION
                 MOVE WS-DATE-JOUR         TO ZF-DATE-LOT
                 MOVE VG-DATE-EXECUTION    TO ZF-DATE-VALEUR
                 MOVE WS-BN-LIBELLE(WS-BX) TO ZF-LIBELLE-OPER
                 MOVE WS-ENTITE-PAYEUR     TO ZF-ENTITE
                 MOVE 'O'                  TO ZF-ENTITE-CONTROLE
                 CALL 'MFMAJCPT' USING ZF-MAJCPT, ZF-RETOUR
                 IF ZF-CODRET NOT = '00'
                    MOVE ZF-LIBRET TO WS-BN-MOTIF(WS-BX)
                 END-IF
           END-EVALUATE
           IF WS-BN-MOTIF(WS-BX) = SPACES
              SET WS-BN-EXECUTE(WS-BX) TO TRUE
           ELSE
              SET WS-BN-REJETE(WS-BX) TO TRUE
           END-IF
           .

      * UNE SEULE LIGNE DE REMBOURSEMENT POUR TOUS LES REJETS DU LOT.
      * SI ELLE EST REFUSEE, LES FONDS RESTENT SUR LE COMPTE DE
      * TRANSIT : L'ETAPE ECHOUE POUR QUE LE BACK-OFFICE LES RESTITUE.
       02H-REMBOURSE-PAYEUR.
           MOVE 999 TO WS-RL-SEQ
           INITIALIZE ZF-MAJCPT
           MOVE '10'              TO ZF-TYPE
           MOVE VG-COMPTE-PAYEUR  TO ZF-COMPTE
           MOVE WS-CODE-REMB      TO ZF-CODE-OPER
           MOVE WS-REF-LOT        TO ZF-REF-OPER
           MOVE WS-CODE-DEV       TO ZF-CODE-DEV
           MOVE WS-LOT-MT-REJ     TO ZF-MNTOPE
           MOVE 'O'               TO ZF-AUTORISATION
           MOVE 'N'               TO ZF-MODE-SIMULATION
           MOVE WS-DATE-JOUR      TO ZF-DATE-LOT
           STRING 'REMB ' VG-REF-CLIENT(1:9)
                  DELIMITED BY SIZE INTO ZF-LIBELLE-OPER
           CALL 'MFMAJCPT' USING ZF-MAJCPT, ZF-RETOUR
           IF ZF-CODRET NOT = '00'
              DISPLAY 'GKVIRGRP - REMBOURSEMENT LOT ' VG-NUM-REMISE
                      ' NON POSTE : ' ZF-LIBRET
              ADD 1 TO WS-NB-ERREURS
           ELSE
              ADD WS-LOT-MT-REJ TO WS-MT-REMBOURSES
           END-IF
           .

      * COMPTE RENDU D'EXECUTION DU LOT, REMIS AU CLIENT.
       02I-EDITE-LOT.
           MOVE VG-NUM-REMISE     TO WS-LT-REMISE
           MOVE VG-COMPTE-PAYEUR  TO WS-LT-PAYEUR
           MOVE VG-REF-CLIENT     TO WS-LT-REF
           MOVE VG-DATE-EXECUTION TO WS-LT-DATE
           MOVE VG-CODE-DEV       TO WS-LT-DEV
           WRITE EDI-ENREG FROM WS-LIGNE-TITRE
                 AFTER ADVANCING PAGE
           WRITE EDI-ENREG FROM WS-LIGNE-VIDE
           WRITE EDI-ENREG FROM WS-LIGNE-ENTETE
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-NB-BENEF
              SET WS-LB-SEQ TO WS-BX
              MOVE WS-BN-COMPTE(WS-BX)  TO WS-LB-COMPTE
              MOVE WS-BN-NOM(WS-BX)     TO WS-LB-NOM
              MOVE WS-BN-MONTANT(WS-BX) TO WS-LB-MONTANT
              MOVE WS-BN-MOTIF(WS-BX)   TO WS-LB-MOTIF
              IF WS-BN-EXECUTE(WS-BX)
                 MOVE 'EXECUTE' TO WS-LB-SORT
              ELSE
                 MOVE 'REJETE'  TO WS-LB-SORT
              END-IF
              WRITE EDI-ENREG FROM WS-LIGNE-BENEF
           END-PERFORM
           WRITE EDI-ENREG FROM WS-LIGNE-VIDE
           IF WS-MOTIF-LOT NOT = SPACES
              INITIALIZE WS-LIGNE-TOTAL
              MOVE 'LOT REJETE, RIEN N EST POSTE' TO WS-LX-LIBELLE
              MOVE WS-NB-LUS    TO WS-LX-NB
              MOVE WS-MT-LUS    TO WS-LX-MONTANT
              MOVE WS-MOTIF-LOT TO WS-LX-MOTIF
              WRITE EDI-ENREG FROM WS-LIGNE-TOTAL
              ADD WS-NB-LUS TO WS-NB-REJETES
           ELSE
              INITIALIZE WS-LIGNE-TOTAL
              MOVE 'DEBIT GLOBAL DU DONNEUR'  TO WS-LX-LIBELLE
              MOVE WS-NB-BENEF    TO WS-LX-NB
              MOVE VG-MT-TOTAL    TO WS-LX-MONTANT
              WRITE EDI-ENREG FROM WS-LIGNE-TOTAL
              INITIALIZE WS-LIGNE-TOTAL
              MOVE 'VIREMENTS EXECUTES'       TO WS-LX-LIBELLE
              MOVE WS-LOT-NB-EXEC TO WS-LX-NB
              MOVE WS-LOT-MT-EXEC TO WS-LX-MONTANT
              WRITE EDI-ENREG FROM WS-LIGNE-TOTAL
              INITIALIZE WS-LIGNE-TOTAL
              MOVE 'REJETES, REMBOURSES'      TO WS-LX-LIBELLE
              MOVE WS-LOT-NB-REJ  TO WS-LX-NB
              MOVE WS-LOT-MT-REJ  TO WS-LX-MONTANT
              WRITE EDI-ENREG FROM WS-LIGNE-TOTAL
              ADD WS-LOT-NB-EXEC TO WS-NB-EXECUTES
              ADD WS-LOT-MT-EXEC TO WS-MT-EXECUTES
              ADD WS-LOT-NB-REJ  TO WS-NB-REJETES
           END-IF
           .
