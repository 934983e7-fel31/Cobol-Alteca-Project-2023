      *********************************************************
      * PROGRAM NAME:  GKRGLREC                               *
      * PROGRAM OBJET :RAPPROCHEMENT DU REGLEMENT DE LA       *
      *                CHAMBRE DE COMPENSATION : PAR CYCLE DE *
      *                REGLEMENT, LE RELEVE QUOTIDIEN DE LA   *
      *                CHAMBRE EST COMPARE AUX FICHIERS       *
      *                INTERBANCAIRES REMIS (DDINTERB, PLUS   *
      *                LES VIREMENTS EN ATTENTE DES CYCLES    *
      *                PRECEDENTS), AUX LIGNES TBHIS DES      *
      *                VIREMENTS ET A LA VARIATION DU COMPTE  *
      *                TECHNIQUE DE REGLEMENT SUR TBCPTHIS ;  *
      *                CHAQUE ECART EST CLASSE (NON REGLE,    *
      *                RETOURNE, INCONNU...) ET TOUT MONTANT  *
      *                INEXPLIQUE FAIT ECHOUER L'ETAPE        *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - RAPPROCHEMENT DU REGLEMENT *
      *          NET DE LA CHAMBRE AVEC LES VIREMENTS SORTANTS *
      *          REMIS ET POSTES                               *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKRGLREC.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FICHIERS INTERBANCAIRES SORTANTS REMIS A LA CHAMBRE
      *    (GKMAJ001, GKSAISIE, GKCLOTUR), CONCATENES PAR L'EXPLOITATION
            SELECT INTERBRECORDS ASSIGN TO DDINTERB
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-INTERB.

      *    VIREMENTS RESTES NON REGLES AU RUN PRECEDENT (ABSENT :
      *    AUCUN VIREMENT EN ATTENTE)
            SELECT ATTENTEIN ASSIGN TO DDRGLATT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-ATT.

      *    RELEVE QUOTIDIEN DE REGLEMENT DE LA CHAMBRE
            SELECT RELEVEREGL ASSIGN TO DDREGLT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RGL.

      *    VIREMENTS TOUJOURS NON REGLES, REPRIS AU RUN SUIVANT
            SELECT ATTENTEOUT ASSIGN TO DDRGLSUI
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-SUI.

      *    ETAT DE RAPPROCHEMENT POUR LA TRESORERIE
            SELECT EDITION ASSIGN TO DDRGLRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EDI.

       DATA DIVISION.
       FILE SECTION.

       FD INTERBRECORDS.
       01 INTERB-ENREG PIC X(114).

       FD ATTENTEIN.
       01 ATT-ENREG PIC X(114).

       FD RELEVEREGL.
       01 RGL-ENREG PIC X(80).

       FD ATTENTEOUT.
       01 SUI-ENREG PIC X(114).

       FD EDITION.
       01 EDI-ENREG PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CREGLT  REPLACING ==()== BY ==RG==.
       COPY CPTFUNC.
       COPY HISFUNC REPLACING ==()== BY ==HIS==.
       COPY ZACHIS  REPLACING ==()== BY ==CHS==.
       COPY ZAPRM   REPLACING ==()== BY ==PRM==.

       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).

      * CARTE SYSIN : ENTITE COMPTABLE RAPPROCHEE ; A BLANC, ENTITE
      * PRINCIPALE. SEULS LES VIREMENTS DEBITES SUR LES COMPTES DE
      * L'ENTITE SONT RETENUS, CONTRE SON COMPTE DE REGLEMENT.
       01 WS-PARM-ENTITE PIC X(03).

      * COMPTE TECHNIQUE DE REGLEMENT INTERBANCAIRE (TBPRM
      * COMPTE-REGLEMENT, OU COMPTE-REGLEMENT-<ENTITE> POUR UNE
      * FILIALE, MEME REPLI QUE MFMAJCPT).
       01 WS-COMPTE-REGLEMENT PIC X(11) VALUE '10000000098'.

      * FICHIER INTERBANCAIRE : MEME CADRE 00/10/99 QUE GKMAJ001.
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

      * LECTURE EN COURS : FICHIER REMIS DU JOUR OU VIREMENTS EN
      * ATTENTE REPRIS (CES DERNIERS ONT DEJA ETE CONTROLES SUR TBHIS
      * ET SUR LE COMPTE DE REGLEMENT LE JOUR DE LEUR REMISE).
       01 WS-REPORT-SW PIC X(01).
         88 WS-LECTURE-REPORT VALUE 'O'.
       01 WS-CYCLE-LU     PIC X(10).
       01 WS-NB-10-FICHIER PIC 9(06).

      * VIREMENTS REMIS OU EN ATTENTE, AVEC LEUR SORT DANS LE RELEVE
      * DE LA CHAMBRE ; L'IMAGE INTERBANCAIRE EST CONSERVEE POUR
      * REECRIRE A L'IDENTIQUE CEUX QUI RESTENT EN ATTENTE.
       01 WS-NB-VIR PIC 9(04) VALUE 0.
       01 WS-TAB-VIR.
         05 WS-VI-ENTRY OCCURS 1 TO 5000 TIMES
                        DEPENDING ON WS-NB-VIR
                        INDEXED BY WS-VX.
            10 WS-VI-CYCLE    PIC X(10).
            10 WS-VI-REF-OPER PIC X(10).
            10 WS-VI-COMPTE   PIC X(11).
            10 WS-VI-MONTANT  PIC 9(11)V99.
            10 WS-VI-STATUT   PIC X(01).
              88 WS-VI-EN-ATTENTE VALUE ' '.
              88 WS-VI-REGLE      VALUE 'R'.
              88 WS-VI-RETOURNE   VALUE 'T'.
            10 WS-VI-ENREG    PIC X(114).

      * TOTAUX PAR CYCLE DE REGLEMENT. ENVOI = VIREMENTS REMIS DANS
      * LES FICHIERS DU JOUR ; REPORT = VIREMENTS EN ATTENTE REPRIS ;
      * INEXPLIQUE = MONTANTS REGLES PAR LA CHAMBRE SANS VIREMENT
      * CORRESPONDANT (OU POUR UN AUTRE MONTANT).
       01 WS-NB-CYC PIC 9(02) VALUE 0.
       01 WS-TAB-CYC.
         05 WS-CY-ENTRY OCCURS 50 TIMES INDEXED BY WS-CX.
            10 WS-CY-CYCLE       PIC X(10).
            10 WS-CY-NB-ENVOI    PIC 9(06).
            10 WS-CY-MT-ENVOI    PIC 9(11)V99.
            10 WS-CY-MT-REPORT   PIC 9(11)V99.
            10 WS-CY-MT-REGLE    PIC 9(11)V99.
            10 WS-CY-MT-RETOURNE PIC 9(11)V99.
            10 WS-CY-MT-ATTENTE  PIC 9(11)V99.
            10 WS-CY-MT-INEXPL   PIC 9(11)V99.
            10 WS-CY-MT-NET      PIC 9(11)V99.
            10 WS-CY-NET-SW      PIC X(01).
              88 WS-CY-NET-RECU  VALUE 'O'.
       01 WS-CYCLE-CHERCHE PIC X(10).
       01 WS-CYCLE-TROUVE-SW PIC X(01).
         88 WS-CYCLE-TROUVE VALUE 'O'.
       01 WS-VIR-TROUVE-SW PIC X(01).
         88 WS-VIR-TROUVE VALUE 'O'.
       01 WS-ENTETE-ECRITE-SW PIC X(01).
         88 WS-ENTETE-ECRITE VALUE 'O'.

       01 WS-ECART        PIC S9(11)V99.
       01 WS-MT-CYCLE     PIC 9(11)V99.

      * CLASSEMENT D'UNE LIGNE D'ECART : LES CLASSES 'NON REGLE' ET
      * 'RETOURNE' SONT EXPLIQUEES ; TOUTES LES AUTRES SONT
      * INEXPLIQUEES ET PORTENT LE RETURN-CODE 40.
       01 WS-CLASSE  PIC X(16).
       01 WS-MOTIF   PIC X(30).
       01 WS-EXPLIQUE-SW PIC X(01).
         88 WS-EXPLIQUE VALUE 'O'.

       01 WS-SUI-NB PIC 9(06) VALUE 0.
       01 WS-SUI-MT PIC 9(11)V99 VALUE 0.

       01 WS-LIGNE-TITRE.
         05 FILLER       PIC X(40)
            VALUE 'RAPPROCHEMENT REGLEMENT CHAMBRE DU    '.
         05 WS-LT-DATE   PIC X(10).
         05 FILLER       PIC X(09) VALUE ' ENTITE '.
         05 WS-LT-ENTITE PIC X(03).
         05 FILLER       PIC X(10) VALUE ' COMPTE '.
         05 WS-LT-COMPTE PIC X(11).
         05 FILLER       PIC X(49) VALUE SPACES.

       01 WS-LIGNE-ENTETE.
         05 FILLER PIC X(17) VALUE 'CLASSE'.
         05 FILLER PIC X(11) VALUE 'CYCLE'.
         05 FILLER PIC X(11) VALUE 'REFERENCE'.
         05 FILLER PIC X(12) VALUE 'COMPTE'.
         05 FILLER PIC X(16) VALUE '        MONTANT'.
         05 FILLER PIC X(65) VALUE 'MOTIF'.

       01 WS-LIGNE-ECART.
         05 WS-LE-CLASSE     PIC X(16).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LE-CYCLE      PIC X(10).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LE-REF-OPER   PIC X(10).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LE-COMPTE     PIC X(11).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LE-MONTANT    PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LE-MOTIF      PIC X(30).
         05 FILLER           PIC X(36) VALUE SPACES.

       01 WS-LIGNE-ENTETE-CYCLE.
         05 FILLER PIC X(11) VALUE 'CYCLE'.
         05 FILLER PIC X(15) VALUE '         REMIS'.
         05 FILLER PIC X(15) VALUE '         REGLE'.
         05 FILLER PIC X(15) VALUE '      RETOURNE'.
         05 FILLER PIC X(15) VALUE '     NON REGLE'.
         05 FILLER PIC X(15) VALUE '   NET CHAMBRE'.
         05 FILLER PIC X(15) VALUE '    INEXPLIQUE'.
         05 FILLER PIC X(31) VALUE '   ECART NET'.

       01 WS-LIGNE-CYCLE.
         05 WS-LC-CYCLE      PIC X(10).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LC-REMIS      PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LC-REGLE      PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LC-RETOURNE   PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LC-ATTENTE    PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LC-NET        PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LC-INEXPL     PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LC-ECART      PIC -ZZZ,ZZZ,ZZ9.99.
         05 FILLER           PIC X(17) VALUE SPACES.

       01 WS-LIGNE-POSTE.
         05 FILLER           PIC X(17) VALUE 'POSTE REGLEMENT'.
         05 WS-LP-CYCLE      PIC X(10).
         05 FILLER           PIC X(09) VALUE ' REMIS : '.
         05 WS-LP-REMIS      PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER           PIC X(10) VALUE ' POSTE : '.
         05 WS-LP-POSTE      PIC -ZZZ,ZZZ,ZZ9.99.
         05 FILLER           PIC X(10) VALUE ' ECART : '.
         05 WS-LP-ECART      PIC -ZZZ,ZZZ,ZZ9.99.
         05 FILLER           PIC X(33) VALUE SPACES.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

       01 WS-RUN-COUNTERS.
         05 WS-NB-REMIS-LUS    PIC 9(06) VALUE 0.
         05 WS-NB-REPORTES-LUS PIC 9(06) VALUE 0.
         05 WS-NB-HORS-ENTITE  PIC 9(06) VALUE 0.
         05 WS-NB-RELEVE-LUS   PIC 9(06) VALUE 0.
         05 WS-NB-REGLES       PIC 9(06) VALUE 0.
         05 WS-NB-RETOURNES    PIC 9(06) VALUE 0.
         05 WS-NB-ATTENTE      PIC 9(06) VALUE 0.
         05 WS-NB-INEXPLIQUES  PIC 9(06) VALUE 0.
         05 WS-NB-ERREURS      PIC 9(06) VALUE 0.

       01 WS-FS-INTERB PIC X(02).
         88 FS-INTERB-OK  VALUE '00'.
         88 FS-INTERB-FIN VALUE '10'.
       01 WS-FS-ATT PIC X(02).
         88 FS-ATT-OK  VALUE '00'.
         88 FS-ATT-FIN VALUE '10'.
       01 WS-FS-RGL PIC X(02).
         88 FS-RGL-OK  VALUE '00'.
         88 FS-RGL-FIN VALUE '10'.
       01 WS-FS-SUI PIC X(02).
         88 FS-SUI-OK VALUE '00'.
       01 WS-FS-EDI PIC X(02).
         88 FS-EDI-OK VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
           INITIALIZE WS-RUN-COUNTERS
           MOVE SPACES TO WS-PARM-ENTITE
           ACCEPT WS-PARM-ENTITE FROM SYSIN
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           STRING WS-DATE-SYSTEME(1:4) '-'
                  WS-DATE-SYSTEME(5:2) '-'
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-JOUR
           PERFORM 01A-LIT-COMPTE-REGLEMENT
           OPEN INPUT RELEVEREGL
           IF NOT FS-RGL-OK
              DISPLAY 'GKRGLREC - RELEVE DE REGLEMENT ABSENT'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT INTERBRECORDS
           IF NOT FS-INTERB-OK
              DISPLAY 'GKRGLREC - FICHIER INTERBANCAIRE ABSENT'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT ATTENTEOUT
           OPEN OUTPUT EDITION
           MOVE WS-DATE-JOUR        TO WS-LT-DATE
           MOVE WS-PARM-ENTITE      TO WS-LT-ENTITE
           MOVE WS-COMPTE-REGLEMENT TO WS-LT-COMPTE
           WRITE EDI-ENREG FROM WS-LIGNE-TITRE
                 AFTER ADVANCING PAGE
           WRITE EDI-ENREG FROM WS-LIGNE-VIDE
           WRITE EDI-ENREG FROM WS-LIGNE-ENTETE
           .

      * COMPTE DE REGLEMENT DE L'ENTITE RAPPROCHEE : CLE DE LA
      * FILIALE, A DEFAUT CELLE DE L'ENTITE PRINCIPALE, A DEFAUT LA
      * VALEUR HISTORIQUE.
       01A-LIT-COMPTE-REGLEMENT.
           INITIALIZE PRM-ZCMA
           MOVE 'SEL' TO PRM-FONCTION
           MOVE 'COMPTE-REGLEMENT' TO PRM-CLE
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00'
              MOVE PRM-VALEUR(1:11) TO WS-COMPTE-REGLEMENT
           END-IF
           IF WS-PARM-ENTITE NOT = SPACES
              INITIALIZE PRM-ZCMA
              MOVE 'SEL' TO PRM-FONCTION
              STRING 'COMPTE-REGLEMENT-' DELIMITED BY SIZE
                     WS-PARM-ENTITE      DELIMITED BY SIZE
                INTO PRM-CLE
              CALL 'MAPRM' USING PRM-ZCMA
              IF PRM-CODRET = '00'
                 MOVE PRM-VALEUR(1:11) TO WS-COMPTE-REGLEMENT
              ELSE
                 DISPLAY 'GKRGLREC - PARAMETRE ABSENT ' PRM-CLE
              END-IF
           END-IF
           .

      * LES VIREMENTS EN ATTENTE DES CYCLES PRECEDENTS SONT CHARGES
      * AVANT CEUX DU JOUR ; LE RELEVE DE LA CHAMBRE EST ENSUITE
      * APPARIE SUR LA REFERENCE, PUIS CHAQUE CYCLE EST SOLDE.
       02-TREATMENT.
           MOVE 'O' TO WS-REPORT-SW
           OPEN INPUT ATTENTEIN
           IF NOT FS-ATT-OK
              DISPLAY 'GKRGLREC - AUCUN VIREMENT EN ATTENTE'
           ELSE
              MOVE SPACES TO WS-CYCLE-LU
              READ ATTENTEIN INTO WS-INTERB-10
                 AT END SET FS-ATT-FIN TO TRUE
              END-READ
              PERFORM UNTIL NOT FS-ATT-OK
                 PERFORM 02A-TRAITE-ENREG-INTERB
                 READ ATTENTEIN INTO WS-INTERB-10
                    AT END SET FS-ATT-FIN TO TRUE
                 END-READ
              END-PERFORM
              CLOSE ATTENTEIN
           END-IF

           MOVE 'N' TO WS-REPORT-SW
           MOVE SPACES TO WS-CYCLE-LU
           READ INTERBRECORDS INTO WS-INTERB-10
              AT END SET FS-INTERB-FIN TO TRUE
           END-READ
           PERFORM UNTIL NOT FS-INTERB-OK
              PERFORM 02A-TRAITE-ENREG-INTERB
              READ INTERBRECORDS INTO WS-INTERB-10
                 AT END SET FS-INTERB-FIN TO TRUE
              END-READ
           END-PERFORM
           CLOSE INTERBRECORDS

           READ RELEVEREGL INTO RG-ENREG
              AT END SET FS-RGL-FIN TO TRUE
           END-READ
           PERFORM UNTIL NOT FS-RGL-OK
              PERFORM 02D-TRAITE-RELEVE
              READ RELEVEREGL INTO RG-ENREG
                 AT END SET FS-RGL-FIN TO TRUE
              END-READ
           END-PERFORM
           CLOSE RELEVEREGL

           PERFORM 02G-TRAITE-ATTENTE
           PERFORM 02H-SOLDE-CYCLES
           .

       03-ENDPGM.
           MOVE '99'      TO WS-IB99-TYPE
           MOVE WS-SUI-NB TO WS-IB99-NB
           MOVE WS-SUI-MT TO WS-IB99-MT
           WRITE SUI-ENREG FROM WS-INTERB-99
           CLOSE ATTENTEOUT, EDITION
           DISPLAY '**********************************'
           DISPLAY '*************GKRGLREC*************'
           DISPLAY '**********************************'
           DISPLAY '* ENTITE              : ' WS-PARM-ENTITE
           DISPLAY '* COMPTE REGLEMENT    : ' WS-COMPTE-REGLEMENT
           DISPLAY '* VIREMENTS REMIS     : ' WS-NB-REMIS-LUS
           DISPLAY '* EN ATTENTE REPRIS   : ' WS-NB-REPORTES-LUS
           DISPLAY '* HORS ENTITE         : ' WS-NB-HORS-ENTITE
           DISPLAY '* LIGNES DE RELEVE    : ' WS-NB-RELEVE-LUS
           DISPLAY '* REGLES              : ' WS-NB-REGLES
           DISPLAY '* RETOURNES           : ' WS-NB-RETOURNES
           DISPLAY '* NON REGLES REPORTES : ' WS-NB-ATTENTE
           DISPLAY '* ECARTS INEXPLIQUES  : ' WS-NB-INEXPLIQUES
           DISPLAY '* ERREURS D ACCES     : ' WS-NB-ERREURS
           DISPLAY '**********************************'
      * LE RETURN-CODE 40 EST RESERVE AUX MONTANTS INEXPLIQUES, COMME
      * POUR GKRECONCIL : L'ETAPE ECHOUE ET LA TRESORERIE INSTRUIT.
           IF WS-NB-INEXPLIQUES > 0
              MOVE 40 TO RETURN-CODE
           ELSE
              IF WS-NB-ERREURS > 0 AND RETURN-CODE = 0
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF
           STOP RUN
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * CADRE INTERBANCAIRE : L'EN-TETE '00' OUVRE UN CYCLE (SA DATE),
      * CHAQUE '10' EST UN VIREMENT DU CYCLE, LE '99' DOIT RETROUVER
      * LE NOMBRE DE '10' LUS DEPUIS L'EN-TETE (FICHIERS CONCATENES :
      * UN CADRE PAR FICHIER, PAR CYCLE POUR LE FICHIER D'ATTENTE).
       02A-TRAITE-ENREG-INTERB.
           EVALUATE WS-IB10-TYPE
              WHEN '00'
                 MOVE WS-INTERB-10 TO WS-INTERB-00
                 MOVE WS-IB00-DATE TO WS-CYCLE-LU
                 MOVE 0            TO WS-NB-10-FICHIER
              WHEN '10'
                 ADD 1 TO WS-NB-10-FICHIER
                 PERFORM 02B-CHARGE-VIREMENT
              WHEN '99'
                 MOVE WS-INTERB-10 TO WS-INTERB-99
                 IF WS-IB99-NB NOT = WS-NB-10-FICHIER
                    AND NOT WS-LECTURE-REPORT
                    DISPLAY 'GKRGLREC - FICHIER INTERBANCAIRE DU '
                            WS-CYCLE-LU ' INCOMPLET : ' WS-IB99-NB
                            ' ANNONCES, ' WS-NB-10-FICHIER ' LUS'
                    ADD 1 TO WS-NB-ERREURS
                 END-IF
              WHEN OTHER
                 DISPLAY 'GKRGLREC - TYPE INTERBANCAIRE INCONNU : '
                         WS-IB10-TYPE
                 ADD 1 TO WS-NB-ERREURS
           END-EVALUATE
           .

      * UN VIREMENT D'UN COMPTE D'UNE AUTRE ENTITE EST IGNORE (IL
      * RELEVE DU RAPPROCHEMENT DE SON ENTITE). UN VIREMENT REMIS DU
      * JOUR DOIT AVOIR ETE HISTORISE SUR TBHIS (COMPTE + REFERENCE)
      * POUR SON MONTANT.
       02B-CHARGE-VIREMENT.
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'          TO CPT-FONCTION
           MOVE WS-IB10-COMPTE TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA
           IF CPT-CODRET = '00' AND CPT-ENTITE NOT = WS-PARM-ENTITE
              ADD 1 TO WS-NB-HORS-ENTITE
           ELSE
              MOVE WS-CYCLE-LU TO WS-CYCLE-CHERCHE
              PERFORM 02X-POSITIONNE-CYCLE
              IF NOT WS-CYCLE-TROUVE
                 ADD 1 TO WS-NB-ERREURS
              ELSE
                 IF WS-NB-VIR >= 5000
                    DISPLAY 'GKRGLREC - TABLE DES VIREMENTS PLEINE : '
                            WS-IB10-REF-OPER
                    MOVE 24 TO RETURN-CODE
                    ADD 1 TO WS-NB-ERREURS
                 ELSE
                    ADD 1 TO WS-NB-VIR
                    SET WS-VX TO WS-NB-VIR
                    MOVE WS-CYCLE-LU      TO WS-VI-CYCLE(WS-VX)
                    MOVE WS-IB10-REF-OPER TO WS-VI-REF-OPER(WS-VX)
                    MOVE WS-IB10-COMPTE   TO WS-VI-COMPTE(WS-VX)
                    MOVE WS-IB10-MONTANT  TO WS-VI-MONTANT(WS-VX)
                    MOVE SPACES           TO WS-VI-STATUT(WS-VX)
                    MOVE WS-INTERB-10     TO WS-VI-ENREG(WS-VX)
                    IF WS-LECTURE-REPORT
                       ADD 1 TO WS-NB-REPORTES-LUS
                       ADD WS-IB10-MONTANT
                        TO WS-CY-MT-REPORT(WS-CX)
                    ELSE
                       ADD 1 TO WS-NB-REMIS-LUS
                       ADD 1 TO WS-CY-NB-ENVOI(WS-CX)
                       ADD WS-IB10-MONTANT
                        TO WS-CY-MT-ENVOI(WS-CX)
                       PERFORM 02C-VERIFIE-POSTE
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      * MAHIS SEL : '04' = LIGNE DEJA HISTORISEE (TROUVEE).
       02C-VERIFIE-POSTE.
           MOVE SPACES TO WS-MOTIF
           INITIALIZE HIS-ZCMA
           MOVE 'SEL'            TO HIS-FONCTION
           MOVE WS-IB10-COMPTE   TO HIS-COMPTE
           MOVE WS-IB10-REF-OPER TO HIS-REF-OPER
           CALL 'MAHIS' USING HIS-ZCMA
           EVALUATE TRUE
              WHEN HIS-CODRET = '00'
                 MOVE 'VIREMENT ABSENT DE TBHIS' TO WS-MOTIF
              WHEN HIS-CODRET NOT = '04'
                 MOVE HIS-LIBRET TO WS-MOTIF
              WHEN HIS-MONTANT NOT = WS-IB10-MONTANT
                 MOVE 'MONTANT POSTE DIFFERENT' TO WS-MOTIF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-MOTIF NOT = SPACES
              MOVE 'NON POSTE'      TO WS-CLASSE
              MOVE 'N'              TO WS-EXPLIQUE-SW
              MOVE WS-CYCLE-LU      TO WS-LE-CYCLE
              MOVE WS-IB10-REF-OPER TO WS-LE-REF-OPER
              MOVE WS-IB10-COMPTE   TO WS-LE-COMPTE
              MOVE WS-IB10-MONTANT  TO WS-LE-MONTANT
              PERFORM 02Y-ECRIT-ECART
           END-IF
           .

      * LIGNE DU RELEVE DE LA CHAMBRE. UN '10' EST APPARIE SUR LA
      * REFERENCE ET LE COMPTE DU VIREMENT ; UN '90' DONNE LE NET
      * DEBITE POUR SON CYCLE.
       02D-TRAITE-RELEVE.
           EVALUATE RG-TYPE
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 ADD 1 TO WS-NB-RELEVE-LUS
                 PERFORM 02E-APPARIE-REGLEMENT
              WHEN '90'
                 MOVE RG-CYCLE-90 TO WS-CYCLE-CHERCHE
                 PERFORM 02X-POSITIONNE-CYCLE
                 IF WS-CYCLE-TROUVE
                    ADD RG-MT-NET TO WS-CY-MT-NET(WS-CX)
                    SET WS-CY-NET-RECU(WS-CX) TO TRUE
                 ELSE
                    ADD 1 TO WS-NB-ERREURS
                 END-IF
              WHEN '99'
                 IF RG-NB-10 NOT = WS-NB-RELEVE-LUS
                    DISPLAY 'GKRGLREC - RELEVE INCOMPLET : '
                            RG-NB-10 ' ANNONCES, '
                            WS-NB-RELEVE-LUS ' LUS'
                    ADD 1 TO WS-NB-ERREURS
                 END-IF
              WHEN OTHER
                 DISPLAY 'GKRGLREC - TYPE DE RELEVE INCONNU : '
                         RG-TYPE
                 ADD 1 TO WS-NB-ERREURS
           END-EVALUATE
           .

      * SORT D'UN VIREMENT DANS LE RELEVE : REGLE POUR SON MONTANT
      * (ATTENDU), RETOURNE (EXPLIQUE, LA CONTRE-PASSATION RELEVE DE
      * GKRETOUR), OU INEXPLIQUE : REFERENCE INCONNUE, DEJA TRAITEE
      * DANS UN RELEVE, OU MONTANT DIFFERENT. UNE REFERENCE INCONNUE
      * SUR UN COMPTE D'UNE AUTRE ENTITE EST IGNOREE.
       02E-APPARIE-REGLEMENT.
           PERFORM 02F-CHERCHE-VIREMENT
           MOVE 'N'          TO WS-EXPLIQUE-SW
           MOVE SPACES       TO WS-CLASSE WS-MOTIF
           MOVE RG-REF-OPER  TO WS-LE-REF-OPER
           MOVE RG-COMPTE    TO WS-LE-COMPTE
           MOVE RG-MONTANT   TO WS-LE-MONTANT
           IF NOT WS-VIR-TROUVE
              INITIALIZE CPT-ZCMA
              MOVE 'SEL'     TO CPT-FONCTION
              MOVE RG-COMPTE TO CPT-COMPTE
              CALL 'MACPT' USING CPT-ZCMA
              IF CPT-CODRET = '00'
                 AND CPT-ENTITE NOT = WS-PARM-ENTITE
                 ADD 1 TO WS-NB-HORS-ENTITE
              ELSE
                 MOVE RG-CYCLE TO WS-CYCLE-CHERCHE
                 PERFORM 02X-POSITIONNE-CYCLE
                 MOVE 'INCONNU'     TO WS-CLASSE
                 MOVE 'REFERENCE NON REMISE' TO WS-MOTIF
                 IF WS-CYCLE-TROUVE AND RG-REGLE
                    ADD RG-MONTANT TO WS-CY-MT-INEXPL(WS-CX)
                 END-IF
              END-IF
           ELSE
              MOVE WS-VI-CYCLE(WS-VX) TO WS-CYCLE-CHERCHE
              PERFORM 02X-POSITIONNE-CYCLE
              EVALUATE TRUE
                 WHEN NOT WS-VI-EN-ATTENTE(WS-VX)
                    MOVE 'EN DOUBLE'    TO WS-CLASSE
                    MOVE 'VIREMENT DEJA TRAITE AU RELEVE'
                      TO WS-MOTIF
                    IF RG-REGLE
                       ADD RG-MONTANT TO WS-CY-MT-INEXPL(WS-CX)
                    END-IF
                 WHEN RG-RETOURNE
                    SET WS-VI-RETOURNE(WS-VX) TO TRUE
                    ADD 1 TO WS-NB-RETOURNES
                    ADD WS-VI-MONTANT(WS-VX)
                     TO WS-CY-MT-RETOURNE(WS-CX)
                    MOVE 'RETOURNE'     TO WS-CLASSE
                    MOVE RG-MOTIF       TO WS-MOTIF
                    MOVE 'O'            TO WS-EXPLIQUE-SW
                 WHEN NOT RG-REGLE
                    MOVE 'STATUT INCONNU' TO WS-CLASSE
                    MOVE 'STATUT DE REGLEMENT NON RECONNU'
                      TO WS-MOTIF
                 WHEN RG-MONTANT NOT = WS-VI-MONTANT(WS-VX)
                    SET WS-VI-REGLE(WS-VX) TO TRUE
                    ADD RG-MONTANT TO WS-CY-MT-INEXPL(WS-CX)
                    MOVE 'ECART MONTANT' TO WS-CLASSE
                    MOVE 'MONTANT REGLE DIFFERENT DU REMIS'
                      TO WS-MOTIF
                 WHEN OTHER
                    SET WS-VI-REGLE(WS-VX) TO TRUE
                    ADD 1 TO WS-NB-REGLES
                    ADD WS-VI-MONTANT(WS-VX)
                     TO WS-CY-MT-REGLE(WS-CX)
              END-EVALUATE
           END-IF
           IF WS-CLASSE NOT = SPACES
              MOVE RG-CYCLE TO WS-LE-CYCLE
              PERFORM 02Y-ECRIT-ECART
           END-IF
           .

       02F-CHERCHE-VIREMENT.
           MOVE 'N' TO WS-VIR-TROUVE-SW
           PERFORM VARYING WS-VX FROM 1 BY 1
                   UNTIL WS-VX > WS-NB-VIR
              IF WS-VI-REF-OPER(WS-VX) = RG-REF-OPER
                 AND WS-VI-COMPTE(WS-VX) = RG-COMPTE
                 SET WS-VIR-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .

      * VIREMENTS ABSENTS DU RELEVE : NON ENCORE REGLES (EXPLIQUE),
      * REECRITS DANS LE FICHIER D'ATTENTE SOUS L'EN-TETE DE LEUR
      * CYCLE POUR ETRE REPRIS AU RUN SUIVANT.
       02G-TRAITE-ATTENTE.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-NB-CYC
              MOVE 'N' TO WS-ENTETE-ECRITE-SW
              PERFORM VARYING WS-VX FROM 1 BY 1
                      UNTIL WS-VX > WS-NB-VIR
                 IF WS-VI-CYCLE(WS-VX) = WS-CY-CYCLE(WS-CX)
                    AND WS-VI-EN-ATTENTE(WS-VX)
                    IF NOT WS-ENTETE-ECRITE
                       SET WS-ENTETE-ECRITE TO TRUE
                       MOVE '00'               TO WS-IB00-TYPE
                       MOVE WS-CY-CYCLE(WS-CX) TO WS-IB00-DATE
                       WRITE SUI-ENREG FROM WS-INTERB-00
                    END-IF
                    WRITE SUI-ENREG FROM WS-VI-ENREG(WS-VX)
                    ADD 1 TO WS-SUI-NB
                    ADD WS-VI-MONTANT(WS-VX) TO WS-SUI-MT
                    ADD 1 TO WS-NB-ATTENTE
                    ADD WS-VI-MONTANT(WS-VX)
                     TO WS-CY-MT-ATTENTE(WS-CX)
                    MOVE 'NON REGLE'           TO WS-CLASSE
                    MOVE 'EN ATTENTE DE REGLEMENT' TO WS-MOTIF
                    MOVE 'O'                   TO WS-EXPLIQUE-SW
                    MOVE WS-VI-CYCLE(WS-VX)    TO WS-LE-CYCLE
                    MOVE WS-VI-REF-OPER(WS-VX) TO WS-LE-REF-OPER
                    MOVE WS-VI-COMPTE(WS-VX)   TO WS-LE-COMPTE
                    MOVE WS-VI-MONTANT(WS-VX)  TO WS-LE-MONTANT
                    PERFORM 02Y-ECRIT-ECART
                 END-IF
              END-PERFORM
           END-PERFORM
           .

      * SOLDE DE CHAQUE CYCLE : LE NET DEBITE PAR LA CHAMBRE DOIT
      * RETROUVER LES VIREMENTS REGLES PLUS LES MONTANTS DEJA SIGNALES
      * INEXPLIQUES ; TOUT RESIDU EST UN ECART INEXPLIQUE. UN CYCLE
      * AYANT DES REGLEMENTS SANS NET ANNONCE L'EST AUSSI. POUR LES
      * CYCLES REMIS DU JOUR, LA VARIATION DU COMPTE DE REGLEMENT
      * (TBCPTHIS, MACHIS VNB) DOIT RETROUVER LE TOTAL REMIS.
       02H-SOLDE-CYCLES.
           WRITE EDI-ENREG FROM WS-LIGNE-VIDE
           WRITE EDI-ENREG FROM WS-LIGNE-ENTETE-CYCLE
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-NB-CYC
              COMPUTE WS-ECART = WS-CY-MT-NET(WS-CX)
                               - WS-CY-MT-REGLE(WS-CX)
                               - WS-CY-MT-INEXPL(WS-CX)
              INITIALIZE WS-LIGNE-CYCLE
              MOVE WS-CY-CYCLE(WS-CX)       TO WS-LC-CYCLE
              COMPUTE WS-MT-CYCLE = WS-CY-MT-ENVOI(WS-CX)
                                  + WS-CY-MT-REPORT(WS-CX)
              MOVE WS-MT-CYCLE              TO WS-LC-REMIS
              MOVE WS-CY-MT-REGLE(WS-CX)    TO WS-LC-REGLE
              MOVE WS-CY-MT-RETOURNE(WS-CX) TO WS-LC-RETOURNE
              MOVE WS-CY-MT-ATTENTE(WS-CX)  TO WS-LC-ATTENTE
              MOVE WS-CY-MT-NET(WS-CX)      TO WS-LC-NET
              MOVE WS-CY-MT-INEXPL(WS-CX)   TO WS-LC-INEXPL
              MOVE WS-ECART                 TO WS-LC-ECART
              WRITE EDI-ENREG FROM WS-LIGNE-CYCLE
              IF WS-CY-NET-RECU(WS-CX)
                 IF WS-ECART NOT = 0
                    ADD 1 TO WS-NB-INEXPLIQUES
                    DISPLAY 'GKRGLREC - ECART NET CHAMBRE CYCLE '
                            WS-CY-CYCLE(WS-CX) ' : ' WS-ECART
                 END-IF
              ELSE
                 IF WS-CY-MT-REGLE(WS-CX) + WS-CY-MT-INEXPL(WS-CX)
                    > 0
                    ADD 1 TO WS-NB-INEXPLIQUES
                    DISPLAY 'GKRGLREC - NET CHAMBRE ABSENT CYCLE '
                            WS-CY-CYCLE(WS-CX)
                 END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-NB-CYC
              IF WS-CY-NB-ENVOI(WS-CX) > 0
                 PERFORM 02I-CONTROLE-POSTE
              END-IF
           END-PERFORM
           .

      * LE CREDIT DU COMPTE DE REGLEMENT EST POSTE EN NET AU FLUSH DE
      * MFMAJCPT LE JOUR DE LA REMISE : SA VARIATION DU JOUR EST LE
      * TOTAL DES VIREMENTS '30' POSTES CE JOUR-LA.
       02I-CONTROLE-POSTE.
           INITIALIZE CHS-ZCMA
           MOVE 'VNB'               TO CHS-FONCTION
           MOVE WS-COMPTE-REGLEMENT TO CHS-COMPTE
           MOVE WS-CY-CYCLE(WS-CX)  TO CHS-DDMAJ
           CALL 'MACHIS' USING CHS-ZCMA
           IF CHS-CODRET NOT = '00'
              DISPLAY 'GKRGLREC - VARIATION ILLISIBLE, COMPTE '
                      WS-COMPTE-REGLEMENT ' : ' CHS-LIBRET
              ADD 1 TO WS-NB-ERREURS
           ELSE
              COMPUTE WS-ECART = WS-CY-MT-ENVOI(WS-CX)
                               - CHS-VARIATION
              INITIALIZE WS-LIGNE-POSTE
              MOVE WS-CY-CYCLE(WS-CX)    TO WS-LP-CYCLE
              MOVE WS-CY-MT-ENVOI(WS-CX) TO WS-LP-REMIS
              MOVE CHS-VARIATION         TO WS-LP-POSTE
              MOVE WS-ECART              TO WS-LP-ECART
              WRITE EDI-ENREG FROM WS-LIGNE-POSTE
              IF WS-ECART NOT = 0
                 ADD 1 TO WS-NB-INEXPLIQUES
                 DISPLAY 'GKRGLREC - ECART POSTE REGLEMENT CYCLE '
                         WS-CY-CYCLE(WS-CX) ' : ' WS-ECART
              END-IF
           END-IF
           .

      * RECHERCHE (OU CREATION) DU CYCLE WS-CYCLE-CHERCHE ; WS-CX
      * RESTE POSITIONNE SUR LUI.
       02X-POSITIONNE-CYCLE.
           MOVE 'N' TO WS-CYCLE-TROUVE-SW
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-NB-CYC
              IF WS-CY-CYCLE(WS-CX) = WS-CYCLE-CHERCHE
                 SET WS-CYCLE-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-CYCLE-TROUVE
              IF WS-NB-CYC >= 50
                 DISPLAY 'GKRGLREC - TABLE DES CYCLES PLEINE : '
                         WS-CYCLE-CHERCHE
                 MOVE 24 TO RETURN-CODE
              ELSE
                 ADD 1 TO WS-NB-CYC
                 SET WS-CX TO WS-NB-CYC
                 INITIALIZE WS-CY-ENTRY(WS-CX)
                 MOVE WS-CYCLE-CHERCHE TO WS-CY-CYCLE(WS-CX)
                 SET WS-CYCLE-TROUVE TO TRUE
              END-IF
           END-IF
           .

       02Y-ECRIT-ECART.
           MOVE WS-CLASSE TO WS-LE-CLASSE
           MOVE WS-MOTIF  TO WS-LE-MOTIF
           WRITE EDI-ENREG FROM WS-LIGNE-ECART
           IF NOT WS-EXPLIQUE
              ADD 1 TO WS-NB-INEXPLIQUES
           END-IF
           .
