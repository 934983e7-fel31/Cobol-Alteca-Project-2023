      *********************************************************
      * PROGRAM NAME:  GKPROVIS                               *
      * PROGRAM OBJET :PROVISIONNEMENT MENSUEL DES SOLDES     *
      *                DEBITEURS : CHAQUE COMPTE DEBITEUR EST *
      *                CLASSE PAR RISQUE (DECOUVERT AUTORISE  *
      *                TBDCV, ANCIENNETE DU DEPASSEMENT SUIVIE*
      *                PAR GKDECAGE, COMPTE BLOQUE OU DORMANT)*
      *                ET PROVISIONNE AU TAUX TBPRM DE SA     *
      *                CLASSE ; SEULE LA VARIATION PAR ENTITE *
      *                ET PAR CLASSE AU REGARD DU MOIS        *
      *                PRECEDENT EST POSTEE PAR MFMAJCPT SUR  *
      *                LE COMPTE DE PROVISION (DOTATION PRD,  *
      *                REPRISE PRR, ROUTEES PAR TBHOP) ; ETAT *
      *                PAR CLASSE RAPPROCHE DES MONTANTS      *
      *                POSTES                                 *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - PROVISIONS MENSUELLES DES  *
      *          SOLDES DEBITEURS PAR CLASSE DE RISQUE         *
      * 15/10/26 SOUAD   PAS DE COMPTE DE PROVISION PAR DEFAUT *
      *          POUR L'ENTITE PRINCIPALE : PROV-COMPTE ABSENT *
      *          LAISSE SES VARIATIONS SANS COMPTE, COMME POUR *
      *          UNE FILIALE, ET LE RUN FINIT EN CODE 16       *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKPROVIS.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PROVISIONS DU MOIS PRECEDENT (ABSENT AU PREMIER ARRETE)
            SELECT PROVPREC ASSIGN TO DDPROVP
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-PREC.

      *    PROVISIONS DU MOIS, BASE DE L'ARRETE SUIVANT
            SELECT PROVNOUV ASSIGN TO DDPROVN
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-NOUV.

      *    MAGASIN D'ETAT DES DEPASSEMENTS TENU PAR GKDECAGE (LU)
            SELECT DECSTORE ASSIGN TO DDDECST
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-STORE.

      *    ETAT DES PROVISIONS PAR ENTITE ET PAR CLASSE
            SELECT PROVRPT ASSIGN TO DDPROVR
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.

       FD PROVPREC.
       COPY CPROV REPLACING ==()== BY ==PP==.

       FD PROVNOUV.
       COPY CPROV REPLACING ==()== BY ==PN==.

       FD DECSTORE.
       01 DEC-ENREG.
         05 DEC-COMPTE      PIC X(11).
         05 DEC-DATE-DEBUT  PIC X(10).
         05 FILLER          PIC X(59).

       FD PROVRPT.
       01 RPT-ENREG PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CPTFUNC.
       COPY ZADCV   REPLACING ==()== BY ==DCV==.
       COPY ZAPRM   REPLACING ==()== BY ==PRM==.
       COPY HISFUNC REPLACING ==()== BY ==HIS==.
       COPY ZFMAJCPT.

      * MOIS ARRETE, RECU EN SYSIN AU FORMAT YYYY-MM ; A BLANC, LE
      * MOIS DE LA DATE DU JOUR (ARRETE PASSE EN FIN DE MOIS SUR LES
      * SOLDES DE CLOTURE).
       01 WS-PARM-CARD    PIC X(07).
       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).
       01 WS-MOIS-CIBLE   PIC X(07).
       01 WS-DATE-NUM-X   PIC X(08).
       01 WS-DATE-NUM REDEFINES WS-DATE-NUM-X PIC 9(08).
       01 WS-JOUR-ENTIER  PIC 9(07).

      * CLASSES DE RISQUE : 1 DEBITEUR DANS SA FACILITE, 2 A 4
      * DEPASSEMENT NON AUTORISE JUSQU'A 30 JOURS, DE 31 A 90, AU-DELA
      * DE 90, 5 COMPTE BLOQUE OU DORMANT. TAUX EN POURCENTAGE
      * (TBPRM PROV-TAUX-n, VALEURS COMPILEES EN REPLI).
       01 WS-TAB-CLASSES-INIT.
         05 FILLER PIC X(25) VALUE 'DEBITEUR AUTORISE   00100'.
         05 FILLER PIC X(25) VALUE 'DEPASSEMENT <= 30 J 00500'.
         05 FILLER PIC X(25) VALUE 'DEPASSEMENT 31-90 J 02000'.
         05 FILLER PIC X(25) VALUE 'DEPASSEMENT > 90 J  05000'.
         05 FILLER PIC X(25) VALUE 'BLOQUE OU DORMANT   10000'.
       01 WS-TAB-CLASSES REDEFINES WS-TAB-CLASSES-INIT.
         05 WS-CLASSE-ENTRY OCCURS 5 TIMES.
            10 WS-CL-LIBELLE PIC X(20).
            10 WS-CL-TAUX    PIC 9(03)V99.
       01 WS-CX         PIC 9(01).
       01 WS-CLE-TAUX   PIC X(20).

      * CUMULS PAR ENTITE ET PAR CLASSE : PROVISION DU MOIS
      * PRECEDENT (FICHIER DDPROVP) ET DU MOIS, VARIATION POSTEE.
       01 WS-NB-ENTITES PIC 9(02) VALUE 0.
       01 WS-TAB-ENTITES.
         05 WS-EN-ENTRY OCCURS 1 TO 20 TIMES
                        DEPENDING ON WS-NB-ENTITES
                        INDEXED BY WS-EX.
            10 WS-EN-ENTITE     PIC X(03).
            10 WS-EN-COMPTE-PROV PIC X(11).
            10 WS-EN-CLASSE OCCURS 5 TIMES.
               15 WS-EN-NB         PIC 9(07).
               15 WS-EN-ENCOURS    PIC 9(13)V99.
               15 WS-EN-PROV       PIC 9(13)V99.
               15 WS-EN-PROV-PREC  PIC 9(13)V99.
               15 WS-EN-POSTE      PIC S9(13)V99.
               15 WS-EN-ETAT       PIC X(10).
       01 WS-EN-TROUVE-SW PIC X(01).
         88 WS-EN-TROUVE VALUE 'O'.
       01 WS-ENTITE-CHERCHEE PIC X(03).

      * DEBUTS DE DEPASSEMENT DU MAGASIN GKDECAGE.
       01 WS-NB-DEC PIC 9(05) VALUE 0.
       01 WS-TAB-DEC.
         05 WS-DE-ENTRY OCCURS 1 TO 20000 TIMES
                        DEPENDING ON WS-NB-DEC
                        INDEXED BY WS-DX.
            10 WS-DE-COMPTE      PIC X(11).
            10 WS-DE-DATE-DEBUT  PIC X(10).

      * COMPTE DEBITEUR EN COURS DE CLASSEMENT.
       01 WS-PLANCHER      PIC S9(13)V99.
       01 WS-NB-JOURS      PIC 9(04).
       01 WS-CLASSE        PIC 9(01).
       01 WS-ENCOURS       PIC 9(13)V99.
       01 WS-PROVISION     PIC 9(13)V99.
       01 WS-VARIATION     PIC S9(13)V99.
       01 WS-REF-PROV      PIC X(10).

       01 WS-TOTAUX.
         05 WS-TO-NB        PIC 9(07).
         05 WS-TO-ENCOURS   PIC 9(13)V99.
         05 WS-TO-PROV      PIC 9(13)V99.
         05 WS-TO-PROV-PREC PIC 9(13)V99.
         05 WS-TO-VARIATION PIC S9(13)V99.
         05 WS-TO-POSTE     PIC S9(13)V99.

       01 WS-LIGNE-TITRE.
         05 FILLER       PIC X(34)
            VALUE 'PROVISIONS DES SOLDES DEBITEURS - '.
         05 WS-LT-MOIS   PIC X(07).
         05 FILLER       PIC X(91) VALUE SPACES.

       01 WS-LIGNE-ENTITE.
         05 FILLER         PIC X(07) VALUE 'ENTITE '.
         05 WS-LE-ENTITE   PIC X(03).
         05 FILLER         PIC X(22) VALUE '  COMPTE DE PROVISION '.
         05 WS-LE-COMPTE   PIC X(11).
         05 FILLER         PIC X(89) VALUE SPACES.

       01 WS-LIGNE-COLONNES.
         05 FILLER PIC X(22) VALUE 'CLASSE'.
         05 FILLER PIC X(07) VALUE 'COMPTES'.
         05 FILLER PIC X(17) VALUE '          ENCOURS'.
         05 FILLER PIC X(07) VALUE '   TAUX'.
         05 FILLER PIC X(17) VALUE '   PROVISION MOIS'.
         05 FILLER PIC X(17) VALUE '  MOIS PRECEDENT'.
         05 FILLER PIC X(17) VALUE '        VARIATION'.
         05 FILLER PIC X(17) VALUE '    MONTANT POSTE'.
         05 FILLER PIC X(11) VALUE ' ETAT'.

       01 WS-LIGNE-CLASSE.
         05 WS-LC-CLASSE      PIC 9(01).
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LC-LIBELLE     PIC X(20).
         05 WS-LC-NB          PIC ZZZZZZ9.
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LC-ENCOURS     PIC ZZZZZZZZZZZZ9.99.
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LC-TAUX        PIC ZZ9.99.
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LC-PROV        PIC ZZZZZZZZZZZZ9.99.
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LC-PROV-PREC   PIC ZZZZZZZZZZZZ9.99.
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LC-VARIATION   PIC -ZZZZZZZZZZZ9.99.
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LC-POSTE       PIC -ZZZZZZZZZZZ9.99.
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LC-ETAT        PIC X(10).

      * TOTAL DE L'ENTITE : LA VARIATION ET LE MONTANT POSTE SONT
      * EGAUX QUAND TOUTES LES CLASSES SONT POSTEES.
       01 WS-LIGNE-TOTAL.
         05 FILLER            PIC X(22) VALUE 'TOTAL ENTITE'.
         05 WS-LX-NB          PIC ZZZZZZ9.
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LX-ENCOURS     PIC ZZZZZZZZZZZZ9.99.
         05 FILLER            PIC X(08) VALUE SPACES.
         05 WS-LX-PROV        PIC ZZZZZZZZZZZZ9.99.
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LX-PROV-PREC   PIC ZZZZZZZZZZZZ9.99.
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LX-VARIATION   PIC -ZZZZZZZZZZZ9.99.
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LX-POSTE       PIC -ZZZZZZZZZZZ9.99.
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LX-ETAT        PIC X(10).

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

       01 WS-RUN-COUNTERS.
         05 WS-NB-COMPTES      PIC 9(07) VALUE 0.
         05 WS-NB-DEBITEURS    PIC 9(07) VALUE 0.
         05 WS-NB-PREC-LUS     PIC 9(07) VALUE 0.
         05 WS-NB-POSTES       PIC 9(04) VALUE 0.
         05 WS-NB-DEJA-POSTES  PIC 9(04) VALUE 0.
         05 WS-NB-REJETS       PIC 9(04) VALUE 0.
         05 WS-MT-DOTATIONS    PIC 9(13)V99 VALUE 0.
         05 WS-MT-REPRISES     PIC 9(13)V99 VALUE 0.

       01 WS-FS-PREC PIC X(02).
         88 FS-PREC-OK  VALUE '00'.
         88 FS-PREC-FIN VALUE '10'.
       01 WS-FS-NOUV PIC X(02).
         88 FS-NOUV-OK VALUE '00'.
       01 WS-FS-STORE PIC X(02).
         88 FS-STORE-OK  VALUE '00'.
         88 FS-STORE-FIN VALUE '10'.
       01 WS-FS-RPT PIC X(02).
         88 FS-RPT-OK VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           STRING WS-DATE-SYSTEME(1:4) '-'
                  WS-DATE-SYSTEME(5:2) '-'
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-JOUR
           IF WS-PARM-CARD = SPACES
              MOVE WS-DATE-JOUR(1:7) TO WS-MOIS-CIBLE
           ELSE
              MOVE WS-PARM-CARD TO WS-MOIS-CIBLE
           END-IF
           PERFORM 01A-CHARGE-TAUX
           PERFORM 01B-CHARGE-DEPASSEMENTS
           PERFORM 01C-CHARGE-MOIS-PRECEDENT
           OPEN OUTPUT PROVNOUV
           IF NOT FS-NOUV-OK
              DISPLAY 'GKPROVIS - OPEN DDPROVN EN ERREUR : '
                      WS-FS-NOUV
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT PROVRPT
           .

       01A-CHARGE-TAUX.
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 5
              MOVE SPACES TO WS-CLE-TAUX
              STRING 'PROV-TAUX-' WS-CX
                     DELIMITED BY SIZE INTO WS-CLE-TAUX
              INITIALIZE PRM-ZCMA
              MOVE 'SEL'       TO PRM-FONCTION
              MOVE WS-CLE-TAUX TO PRM-CLE
              CALL 'MAPRM' USING PRM-ZCMA
              IF PRM-CODRET = '00'
                 COMPUTE WS-CL-TAUX(WS-CX) =
                         FUNCTION NUMVAL(PRM-VALEUR)
              END-IF
           END-PERFORM
           .

      * LE MAGASIN GKDECAGE DONNE LE PREMIER JOUR DE DEPASSEMENT ;
      * SANS LUI (PREMIER ARRETE), TOUT DEPASSEMENT EST COMPTE DU
      * JOUR.
       01B-CHARGE-DEPASSEMENTS.
           OPEN INPUT DECSTORE
           IF FS-STORE-OK
              READ DECSTORE
                 AT END SET FS-STORE-FIN TO TRUE
              END-READ
              PERFORM UNTIL NOT FS-STORE-OK
                 IF WS-NB-DEC < 20000
                    ADD 1 TO WS-NB-DEC
                    SET WS-DX TO WS-NB-DEC
                    MOVE DEC-COMPTE     TO WS-DE-COMPTE(WS-DX)
                    MOVE DEC-DATE-DEBUT TO WS-DE-DATE-DEBUT(WS-DX)
                 END-IF
                 READ DECSTORE
                    AT END SET FS-STORE-FIN TO TRUE
                 END-READ
              END-PERFORM
              CLOSE DECSTORE
           ELSE
              DISPLAY 'GKPROVIS - MAGASIN DES DEPASSEMENTS ABSENT'
           END-IF
           .

      * PROVISIONS DU MOIS PRECEDENT CUMULEES PAR ENTITE ET CLASSE.
      * UN FICHIER DU MOIS MEME SIGNALE UNE MAUVAISE GENERATION : LA
      * VARIATION SERAIT FAUSSE, LE RUN S'ARRETE.
       01C-CHARGE-MOIS-PRECEDENT.
           OPEN INPUT PROVPREC
           IF FS-PREC-OK
              READ PROVPREC
                 AT END SET FS-PREC-FIN TO TRUE
              END-READ
              PERFORM UNTIL NOT FS-PREC-OK
                 IF PP-MOIS NOT < WS-MOIS-CIBLE
                    DISPLAY 'GKPROVIS - DDPROVP DU MOIS ' PP-MOIS
                            ' POUR UN ARRETE ' WS-MOIS-CIBLE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-NB-PREC-LUS
                 MOVE PP-ENTITE TO WS-ENTITE-CHERCHEE
                 PERFORM 02D-CHERCHE-ENTITE
                 IF WS-EN-TROUVE
                    MOVE PP-CLASSE TO WS-CX
                    ADD PP-PROVISION TO WS-EN-PROV-PREC(WS-EX, WS-CX)
                 END-IF
                 READ PROVPREC
                    AT END SET FS-PREC-FIN TO TRUE
                 END-READ
              END-PERFORM
              CLOSE PROVPREC
           ELSE
              DISPLAY 'GKPROVIS - PAS DE PROVISIONS PRECEDENTES'
           END-IF
           .

      * CLASSEMENT DE TOUS LES COMPTES DEBITEURS (CURSEUR MACPT),
      * PUIS COMPTABILISATION DES VARIATIONS ET ETAT.
       02-TREATMENT.
           INITIALIZE CPT-ZCMA
           MOVE 'DEB' TO CPT-FONCTION
           CALL 'MACPT' USING CPT-ZCMA
           PERFORM UNTIL CPT-CODRET NOT = '00'
              ADD 1 TO WS-NB-COMPTES
              IF CPT-SOLDE < 0 AND NOT CPT-COMPTE-CLOTURE
                 PERFORM 02A-CLASSE-COMPTE
              END-IF
              MOVE 'SUI' TO CPT-FONCTION
              CALL 'MACPT' USING CPT-ZCMA
           END-PERFORM
           IF CPT-CODRET NOT = '04'
              DISPLAY 'GKPROVIS - PARCOURS TBCPT EN ERREUR : '
                      CPT-LIBRET
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM 02E-POSTE-VARIATIONS
           END-IF
           PERFORM 02H-EDITE-ETAT
           .

      * LES CONTREPARTIES COMPTES GENERAUX CUMULEES PAR MFMAJCPT
      * SONT POSTEES EN FIN DE RUN (FLUSH), COMME DANS GKMAJ001.
       03-ENDPGM.
           INITIALIZE ZF-MAJCPT
           MOVE 'FL' TO ZF-TYPE
           MOVE 'N'  TO ZF-MODE-SIMULATION
           CALL 'MFMAJCPT' USING ZF-MAJCPT, ZF-RETOUR
           IF ZF-CODRET NOT = '00'
              DISPLAY 'GKPROVIS - FLUSH GL EN ECHEC : ' ZF-LIBRET
              MOVE 24 TO RETURN-CODE
           END-IF
           CLOSE PROVNOUV, PROVRPT
           DISPLAY '**********************************'
           DISPLAY '*************GKPROVIS*************'
           DISPLAY '**********************************'
           DISPLAY '* MOIS ARRETE         : ' WS-MOIS-CIBLE
           DISPLAY '* COMPTES PARCOURUS   : ' WS-NB-COMPTES
           DISPLAY '* COMPTES DEBITEURS   : ' WS-NB-DEBITEURS
           DISPLAY '* PROVISIONS M-1 LUES : ' WS-NB-PREC-LUS
           DISPLAY '* VARIATIONS POSTEES  : ' WS-NB-POSTES
           DISPLAY '* DEJA POSTEES        : ' WS-NB-DEJA-POSTES
           DISPLAY '* POSTES REJETES      : ' WS-NB-REJETS
           DISPLAY '* DOTATIONS           : ' WS-MT-DOTATIONS
           DISPLAY '* REPRISES            : ' WS-MT-REPRISES
           DISPLAY '**********************************'
           IF WS-NB-REJETS > 0 AND RETURN-CODE = 0
              MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * CLASSE DU COMPTE DEBITEUR : BLOQUE OU DORMANT D'ABORD, PUIS
      * DANS SA FACILITE TBDCV EN VIGUEUR (MEME REGLE QUE GKDECAGE),
      * SINON SELON L'ANCIENNETE DU DEPASSEMENT.
       02A-CLASSE-COMPTE.
           ADD 1 TO WS-NB-DEBITEURS
           MOVE 0 TO WS-NB-JOURS
           COMPUTE WS-ENCOURS = 0 - CPT-SOLDE
           EVALUATE TRUE
              WHEN CPT-COMPTE-BLOQUE OR CPT-COMPTE-DORMANT
                 MOVE 5 TO WS-CLASSE
                 PERFORM 02B-JOURS-DEPASSEMENT
              WHEN OTHER
                 MOVE 0 TO WS-PLANCHER
                 INITIALIZE DCV-ZCMA
                 MOVE 'SEL'      TO DCV-FONCTION
                 MOVE CPT-COMPTE TO DCV-COMPTE
                 CALL 'MADCV' USING DCV-ZCMA
                 IF DCV-CODRET = '00'
                    AND WS-DATE-JOUR >= DCV-DATE-DEBUT
                    AND WS-DATE-JOUR <= DCV-DATE-FIN
                    COMPUTE WS-PLANCHER = 0 - DCV-MT-AUTORISE
                 END-IF
                 IF CPT-SOLDE >= WS-PLANCHER
                    MOVE 1 TO WS-CLASSE
                 ELSE
                    PERFORM 02B-JOURS-DEPASSEMENT
                    EVALUATE TRUE
                       WHEN WS-NB-JOURS <= 30
                          MOVE 2 TO WS-CLASSE
                       WHEN WS-NB-JOURS <= 90
                          MOVE 3 TO WS-CLASSE
                       WHEN OTHER
                          MOVE 4 TO WS-CLASSE
                    END-EVALUATE
                 END-IF
           END-EVALUATE
           COMPUTE WS-PROVISION ROUNDED =
                   WS-ENCOURS * WS-CL-TAUX(WS-CLASSE) / 100
           MOVE CPT-ENTITE TO WS-ENTITE-CHERCHEE
           PERFORM 02D-CHERCHE-ENTITE
           IF WS-EN-TROUVE
              ADD 1            TO WS-EN-NB(WS-EX, WS-CLASSE)
              ADD WS-ENCOURS   TO WS-EN-ENCOURS(WS-EX, WS-CLASSE)
              ADD WS-PROVISION TO WS-EN-PROV(WS-EX, WS-CLASSE)
              PERFORM 02C-ECRIT-PROVISION
           END-IF
           .

      * JOURS DE DEPASSEMENT DEPUIS LE DEBUT NOTE PAR GKDECAGE ; UN
      * COMPTE ABSENT DU MAGASIN EST A SON PREMIER JOUR.
       02B-JOURS-DEPASSEMENT.
           MOVE 1 TO WS-NB-JOURS
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-NB-DEC
              IF WS-DE-COMPTE(WS-DX) = CPT-COMPTE
                 STRING WS-DE-DATE-DEBUT(WS-DX)(1:4)
                        WS-DE-DATE-DEBUT(WS-DX)(6:2)
                        WS-DE-DATE-DEBUT(WS-DX)(9:2)
                        DELIMITED BY SIZE INTO WS-DATE-NUM-X
                 COMPUTE WS-JOUR-ENTIER =
                         FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                 STRING WS-DATE-JOUR(1:4) WS-DATE-JOUR(6:2)
                        WS-DATE-JOUR(9:2)
                        DELIMITED BY SIZE INTO WS-DATE-NUM-X
                 COMPUTE WS-NB-JOURS =
                         FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                         - WS-JOUR-ENTIER + 1
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .

       02C-ECRIT-PROVISION.
           INITIALIZE PN-ENREG
           MOVE CPT-COMPTE             TO PN-COMPTE
           MOVE CPT-ENTITE             TO PN-ENTITE
           MOVE CPT-AGENCE             TO PN-AGENCE
           MOVE WS-MOIS-CIBLE          TO PN-MOIS
           MOVE WS-CLASSE              TO PN-CLASSE
           MOVE WS-NB-JOURS            TO PN-NB-JOURS
           MOVE WS-ENCOURS             TO PN-ENCOURS
           MOVE WS-CL-TAUX(WS-CLASSE)  TO PN-TAUX
           MOVE WS-PROVISION           TO PN-PROVISION
           WRITE PN-ENREG
           .

      * ENTREE DE L'ENTITE WS-ENTITE-CHERCHEE, CREEE AU BESOIN AVEC
      * SON COMPTE DE PROVISION (TBPRM PROV-COMPTE POUR L'ENTITE
      * PRINCIPALE, PROV-COMPTE-XXX POUR UNE FILIALE). PARAMETRE
      * ABSENT : PAS DE COMPTE PAR DEFAUT (LES COMPTES TECHNIQUES
      * EXISTANTS ONT TOUS UN AUTRE USAGE), LES VARIATIONS DE
      * L'ENTITE SONT MARQUEES SANS COMPTE PAR 02E ET LE RUN FINIT
      * EN ERREUR.
       02D-CHERCHE-ENTITE.
           MOVE 'N' TO WS-EN-TROUVE-SW
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-NB-ENTITES
              IF WS-EN-ENTITE(WS-EX) = WS-ENTITE-CHERCHEE
                 SET WS-EN-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-EN-TROUVE
              IF WS-NB-ENTITES >= 20
                 DISPLAY 'GKPROVIS - TABLE DES ENTITES PLEINE : '
                         WS-ENTITE-CHERCHEE
                 MOVE 24 TO RETURN-CODE
              ELSE
                 ADD 1 TO WS-NB-ENTITES
                 SET WS-EX TO WS-NB-ENTITES
                 INITIALIZE WS-EN-ENTRY(WS-EX)
                 MOVE WS-ENTITE-CHERCHEE TO WS-EN-ENTITE(WS-EX)
                 INITIALIZE PRM-ZCMA
                 MOVE 'SEL' TO PRM-FONCTION
                 IF WS-ENTITE-CHERCHEE = SPACES
                    MOVE 'PROV-COMPTE' TO PRM-CLE
                 ELSE
                    STRING 'PROV-COMPTE-' WS-ENTITE-CHERCHEE
                           DELIMITED BY SIZE INTO PRM-CLE
                 END-IF
                 CALL 'MAPRM' USING PRM-ZCMA
                 IF PRM-CODRET = '00'
                    MOVE PRM-VALEUR(1:11) TO WS-EN-COMPTE-PROV(WS-EX)
                 ELSE
                    DISPLAY 'GKPROVIS - PARAMETRE ABSENT ' PRM-CLE
                    IF RETURN-CODE = 0
                       MOVE 16 TO RETURN-CODE
                    END-IF
                 END-IF
                 SET WS-EN-TROUVE TO TRUE
              END-IF
           END-IF
           .

      * VARIATION DE CHAQUE CLASSE DE CHAQUE ENTITE, POSTEE SUR LE
      * COMPTE DE PROVISION : HAUSSE EN DOTATION PRD, BAISSE EN
      * REPRISE PRR (CONTREPARTIES DOTATION / REPRISE ROUTEES PAR
      * TBHOP). LA REFERENCE STABLE PAR MOIS, CLASSE ET ENTITE FAIT
      * ARRETER UN RERUN PAR TBHIS.
       02E-POSTE-VARIATIONS.
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-NB-ENTITES
              PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 5
                 COMPUTE WS-VARIATION = WS-EN-PROV(WS-EX, WS-CX)
                                      - WS-EN-PROV-PREC(WS-EX, WS-CX)
                 EVALUATE TRUE
                    WHEN WS-VARIATION = 0
                       MOVE 'SANS ECART' TO WS-EN-ETAT(WS-EX, WS-CX)
                    WHEN WS-EN-COMPTE-PROV(WS-EX) = SPACES
                       ADD 1 TO WS-NB-REJETS
                       MOVE 'SANS CPTE' TO WS-EN-ETAT(WS-EX, WS-CX)
                    WHEN OTHER
                       PERFORM 02F-POSTE-CLASSE
                 END-EVALUATE
              END-PERFORM
           END-PERFORM
           .

       02F-POSTE-CLASSE.
           MOVE SPACES TO WS-REF-PROV
           STRING 'P' WS-MOIS-CIBLE(3:2) WS-MOIS-CIBLE(6:2)
                  WS-CX WS-EN-ENTITE(WS-EX)
                  DELIMITED BY SIZE INTO WS-REF-PROV
           INITIALIZE HIS-ZCMA
           MOVE 'SEL'                    TO HIS-FONCTION
           MOVE WS-EN-COMPTE-PROV(WS-EX) TO HIS-COMPTE
           MOVE WS-REF-PROV              TO HIS-REF-OPER
           CALL 'MAHIS' USING HIS-ZCMA
           IF HIS-CODRET = '04'
              ADD 1 TO WS-NB-DEJA-POSTES
              MOVE WS-VARIATION TO WS-EN-POSTE(WS-EX, WS-CX)
              MOVE 'DEJA POSTE' TO WS-EN-ETAT(WS-EX, WS-CX)
           ELSE
              PERFORM 02G-APPELLE-MFMAJCPT
           END-IF
           .

       02G-APPELLE-MFMAJCPT.
           INITIALIZE ZF-MAJCPT
           MOVE '10'                     TO ZF-TYPE
           MOVE WS-EN-COMPTE-PROV(WS-EX) TO ZF-COMPTE
           IF WS-VARIATION > 0
              MOVE 'PRD'        TO ZF-CODE-OPER
              MOVE WS-VARIATION TO ZF-MNTOPE
           ELSE
              MOVE 'PRR'        TO ZF-CODE-OPER
              COMPUTE ZF-MNTOPE = 0 - WS-VARIATION
           END-IF
           MOVE WS-REF-PROV TO ZF-REF-OPER
           MOVE 'EUR'       TO ZF-CODE-DEV
           MOVE SPACES      TO ZF-CODE-OPER-ANNULE
           MOVE SPACES      TO ZF-REF-OPER-ANNULE
           MOVE 'O'         TO ZF-AUTORISATION
           MOVE 'N'         TO ZF-MODE-SIMULATION
           MOVE SPACES      TO ZF-LIBELLE-OPER
           STRING 'PROVISION CL ' WS-CX
                  DELIMITED BY SIZE INTO ZF-LIBELLE-OPER
           MOVE WS-EN-ENTITE(WS-EX) TO ZF-ENTITE
           MOVE 'N'         TO ZF-ENTITE-CONTROLE
           CALL 'MFMAJCPT' USING ZF-MAJCPT, ZF-RETOUR
           IF ZF-CODRET = '00'
              ADD 1 TO WS-NB-POSTES
              MOVE WS-VARIATION TO WS-EN-POSTE(WS-EX, WS-CX)
              MOVE 'POSTE'      TO WS-EN-ETAT(WS-EX, WS-CX)
              IF WS-VARIATION > 0
                 ADD WS-VARIATION TO WS-MT-DOTATIONS
              ELSE
                 COMPUTE WS-MT-REPRISES =
                         WS-MT-REPRISES - WS-VARIATION
              END-IF
           ELSE
              ADD 1 TO WS-NB-REJETS
              MOVE 'REJETE' TO WS-EN-ETAT(WS-EX, WS-CX)
              DISPLAY 'GKPROVIS - VARIATION NON POSTEE '
                      WS-EN-COMPTE-PROV(WS-EX) ' ' WS-REF-PROV
                      ' : ' ZF-LIBRET
           END-IF
           .

      * ETAT : UNE PAGE PAR ENTITE, UNE LIGNE PAR CLASSE ; LE TOTAL
      * RAPPROCHE LA VARIATION CALCULEE DU MONTANT POSTE.
       02H-EDITE-ETAT.
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-NB-ENTITES
              MOVE WS-MOIS-CIBLE TO WS-LT-MOIS
              WRITE RPT-ENREG FROM WS-LIGNE-TITRE
                    AFTER ADVANCING PAGE
              MOVE WS-EN-ENTITE(WS-EX)      TO WS-LE-ENTITE
              MOVE WS-EN-COMPTE-PROV(WS-EX) TO WS-LE-COMPTE
              WRITE RPT-ENREG FROM WS-LIGNE-ENTITE
              WRITE RPT-ENREG FROM WS-LIGNE-VIDE
              WRITE RPT-ENREG FROM WS-LIGNE-COLONNES
              INITIALIZE WS-TOTAUX
              PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 5
                 PERFORM 02I-EDITE-CLASSE
              END-PERFORM
              MOVE WS-TO-NB        TO WS-LX-NB
              MOVE WS-TO-ENCOURS   TO WS-LX-ENCOURS
              MOVE WS-TO-PROV      TO WS-LX-PROV
              MOVE WS-TO-PROV-PREC TO WS-LX-PROV-PREC
              MOVE WS-TO-VARIATION TO WS-LX-VARIATION
              MOVE WS-TO-POSTE     TO WS-LX-POSTE
              IF WS-TO-VARIATION = WS-TO-POSTE
                 MOVE 'RAPPROCHE' TO WS-LX-ETAT
              ELSE
                 MOVE 'ECART'     TO WS-LX-ETAT
              END-IF
              WRITE RPT-ENREG FROM WS-LIGNE-VIDE
              WRITE RPT-ENREG FROM WS-LIGNE-TOTAL
           END-PERFORM
           .

       02I-EDITE-CLASSE.
           COMPUTE WS-VARIATION = WS-EN-PROV(WS-EX, WS-CX)
                                - WS-EN-PROV-PREC(WS-EX, WS-CX)
           MOVE WS-CX                          TO WS-LC-CLASSE
           MOVE WS-CL-LIBELLE(WS-CX)           TO WS-LC-LIBELLE
           MOVE WS-EN-NB(WS-EX, WS-CX)         TO WS-LC-NB
           MOVE WS-EN-ENCOURS(WS-EX, WS-CX)    TO WS-LC-ENCOURS
           MOVE WS-CL-TAUX(WS-CX)              TO WS-LC-TAUX
           MOVE WS-EN-PROV(WS-EX, WS-CX)       TO WS-LC-PROV
           MOVE WS-EN-PROV-PREC(WS-EX, WS-CX)  TO WS-LC-PROV-PREC
           MOVE WS-VARIATION                   TO WS-LC-VARIATION
           MOVE WS-EN-POSTE(WS-EX, WS-CX)      TO WS-LC-POSTE
           MOVE WS-EN-ETAT(WS-EX, WS-CX)       TO WS-LC-ETAT
           WRITE RPT-ENREG FROM WS-LIGNE-CLASSE
           ADD WS-EN-NB(WS-EX, WS-CX)        TO WS-TO-NB
           ADD WS-EN-ENCOURS(WS-EX, WS-CX)   TO WS-TO-ENCOURS
           ADD WS-EN-PROV(WS-EX, WS-CX)      TO WS-TO-PROV
           ADD WS-EN-PROV-PREC(WS-EX, WS-CX) TO WS-TO-PROV-PREC
           ADD WS-VARIATION                  TO WS-TO-VARIATION
           ADD WS-EN-POSTE(WS-EX, WS-CX)     TO WS-TO-POSTE
           .
