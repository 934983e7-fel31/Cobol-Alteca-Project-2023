      *********************************************************
      * PROGRAM NAME:  GKCAISSE                               *
      * PROGRAM OBJET :POSITION DE CAISSE DES AGENCES ET      *
      *                RAPPROCHEMENT DU COMPTAGE DE FIN DE    *
      *                JOURNEE : POUR CHAQUE AGENCE ET COMPTE *
      *                GENERAL DE CAISSE, SOLDE D'OUVERTURE   *
      *                (TBCAI, MACAI) PLUS LES OPERATIONS     *
      *                ESPECES POSTEES DU JOUR (TBHIS, MAHIS  *
      *                FENETRE) CONTRE LE COMPTAGE DECLARE    *
      *                PAR LE CAISSIER (DDCAICPT) ; L'ECART   *
      *                EST PASSE AU COMPTE D'ECART DE CAISSE  *
      *                PAR UN LOT DU JOURNAL COMPTABLE AU     *
      *                FORMAT D'IMPORT DE GKGLEXP, ET UN ETAT *
      *                PAR AGENCE EST EDITE - UN MANQUANT NE  *
      *                SE DECOUVRE PLUS A L'AUDIT DU COFFRE   *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - POSITION DE CAISSE PAR     *
      *          AGENCE, ECARTS DE COMPTAGE ET ETAT            *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKCAISSE.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    COMPTAGES DE FIN DE JOURNEE DECLARES PAR LES CAISSIERS
            SELECT COMPTAGES ASSIGN TO DDCAICPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-CPT.

      *    LOT DU JOURNAL COMPTABLE DES ECARTS DE CAISSE ('E' EN-TETE,
      *    'M' MOUVEMENT, 'T' TOTAUX DE CONTROLE, FORMAT DE GKGLEXP)
            SELECT GLJOURNAL ASSIGN TO DDCAIGL
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-GL.

      *    ETAT DES POSITIONS DE CAISSE PAR AGENCE
            SELECT EDITION ASSIGN TO DDCAIRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EDIT.

       DATA DIVISION.
       FILE SECTION.

       FD COMPTAGES.
       01 COMPTAGE-ENREG PIC X(80).

       FD GLJOURNAL.
       01 GL-ENREG PIC X(80).

       FD EDITION.
       01 EDIT-ENREG PIC X(132).

       WORKING-STORAGE SECTION.

       COPY ZAOPE   REPLACING ==()== BY ==OPE==.
       COPY HISFUNC REPLACING ==()== BY ==HIS==.
       COPY ZAPRM   REPLACING ==()== BY ==PRM==.
       COPY ZACAI   REPLACING ==()== BY ==CAI==.
       COPY CCAISSE REPLACING ==()== BY ==CC==.
       COPY CALERTE REPLACING ==()== BY ==ALR==.

      * JOURNEE ARRETEE, RECUE EN SYSIN AU FORMAT YYYY-MM-DD ; A
      * BLANC, LA DATE DU JOUR. IDENTIFIANT DE LOT DERIVE DE
      * L'HORLOGE (MEME CONVENTION DE RUN-ID QUE GKGLEXP).
       01 WS-PARM-CARD    PIC X(10).
       01 WS-DATE-JOUR    PIC X(10).
       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-RUN-ID       PIC X(08).

      * COMPTES GENERAUX DE CAISSE (TBPRM COMPTE-CAISSE-1 A -8, LUS
      * JUSQU'AU PREMIER ABSENT ; AUCUN = LE COMPTE CAISSE DES CODES
      * DEP ET RET, VALEUR COMPILEE EN REPLI).
       01 WS-NB-CPT-CAISSE PIC 9(02) VALUE 0.
       01 WS-TAB-CPT-CAISSE.
         05 WS-CG-COMPTE OCCURS 8 TIMES INDEXED BY WS-GX
                         PIC X(11).
       01 WS-RANG-PRM     PIC 9(01).
       01 WS-FIN-PRM-SW   PIC X(01).
         88 WS-FIN-PRM    VALUE 'O'.
       01 WS-CPT-CAISSE-SW PIC X(01).
         88 WS-CPT-CAISSE VALUE 'O'.

      * COMPTE D'ECART DE CAISSE (TBPRM COMPTE-ECART-CAISSE) :
      * CONTREPARTIE DE TOUT MANQUANT OU EXCEDENT CONSTATE.
       01 WS-COMPTE-ECART PIC X(11) VALUE '10000000090'.

      * CODES OPERATION ESPECES : LES CODES TBHOP DE L'ENTITE
      * PRINCIPALE DONT LE COMPTE GENERAL EST UN COMPTE DE CAISSE.
       01 WS-NB-CODES-CAISSE PIC 9(03) VALUE 0.
       01 WS-TAB-CODES-CAISSE.
         05 WS-CE-ENTRY OCCURS 1 TO 50 TIMES
                        DEPENDING ON WS-NB-CODES-CAISSE
                        INDEXED BY WS-EX.
            10 WS-CE-CODE-OPER PIC X(03).
            10 WS-CE-COMPTE-GL PIC X(11).
       01 WS-CODE-CAISSE-SW PIC X(01).
         88 WS-CODE-CAISSE  VALUE 'O'.

      * CAISSES DE LA JOURNEE (AGENCE, COMPTE GENERAL) : CELLES QUI
      * ONT UNE POSITION ANTERIEURE, PUIS CELLES QUI APPARAISSENT
      * PAR UN MOUVEMENT OU UN COMPTAGE DU JOUR.
       01 WS-NB-CAISSES PIC 9(03) VALUE 0.
       01 WS-TAB-CAISSES.
         05 WS-CX-ENTRY OCCURS 1 TO 500 TIMES
                        DEPENDING ON WS-NB-CAISSES
                        INDEXED BY WS-CX.
            10 WS-CA-AGENCE     PIC X(03).
            10 WS-CA-COMPTE-GL  PIC X(11).
            10 WS-CA-SOLDE-OUV  PIC S9(13)V9(2).
            10 WS-CA-ENTREES    PIC S9(13)V9(2).
            10 WS-CA-SORTIES    PIC S9(13)V9(2).
            10 WS-CA-NB-MVTS    PIC 9(06).
            10 WS-CA-DECLARE    PIC S9(13)V9(2).
            10 WS-CA-CAISSIER   PIC X(08).
            10 WS-CA-DECLARE-SW PIC X(01).
              88 WS-CA-DECLAREE VALUE 'O'.
       01 WS-CAISSE-TROUVEE-SW PIC X(01).
         88 WS-CAISSE-TROUVEE  VALUE 'O'.
       01 WS-AGENCE-COURANTE PIC X(03).
       01 WS-COMPTE-COURANT  PIC X(11).

      * POSITION DEJA ARRETEE POUR LA JOURNEE (REJEU) : UNE POSITION
      * COMPLETE N'EST NI RECALCULEE NI REPOSTEE ; UNE POSITION SANS
      * COMPTAGE EST COMPLETEE PAR LE COMPTAGE ARRIVE DEPUIS.
       01 WS-POSITION-SW PIC X(01).
         88 WS-POSITION-NOUVELLE VALUE 'N'.
         88 WS-POSITION-A-COMPLETER VALUE 'C'.
         88 WS-POSITION-ARRETEE VALUE 'A'.
         88 WS-POSITION-EN-ERREUR VALUE 'E'.

       01 WS-ECART-ABSOLU PIC 9(13)V99.

      * ECRITURES D'ECART EN MEMOIRE, ECRITES EN FIN DE JOB APRES
      * PREUVE D'EQUILIBRE, COMME DANS GKGLEXP.
       01 WS-NB-LIGNES PIC 9(04) VALUE 0.
       01 WS-TAB-LIGNES.
         05 WS-LG-ENTRY OCCURS 1 TO 1000 TIMES
                        DEPENDING ON WS-NB-LIGNES
                        INDEXED BY WS-LX.
            10 WS-LG-COMPTE  PIC X(11).
            10 WS-LG-SENS    PIC X(01).
            10 WS-LG-MONTANT PIC 9(13)V99.
            10 WS-LG-LIBELLE PIC X(20).
       01 WS-TOT-DEBITS   PIC 9(15)V99 VALUE 0.
       01 WS-TOT-CREDITS  PIC 9(15)V99 VALUE 0.
       01 WS-LIBELLE-ECART.
         05 FILLER        PIC X(16) VALUE 'ECART CAISSE AG '.
         05 WS-LE-AGENCE  PIC X(03).
         05 FILLER        PIC X(01) VALUE SPACES.

       01 WS-GL-ENTETE.
         05 WS-GE-TYPE   PIC X(01) VALUE 'E'.
         05 WS-GE-DATE   PIC X(10).
         05 WS-GE-LOT    PIC X(08).
         05 WS-GE-SOURCE PIC X(08) VALUE 'GKCAISSE'.
         05 WS-GE-ENTITE PIC X(03) VALUE SPACES.
         05 FILLER       PIC X(50) VALUE SPACES.

       01 WS-GL-MOUVEMENT.
         05 WS-GM-TYPE    PIC X(01) VALUE 'M'.
         05 WS-GM-COMPTE  PIC X(11).
         05 WS-GM-SENS    PIC X(01).
         05 WS-GM-MONTANT PIC 9(13)V99.
         05 WS-GM-LIBELLE PIC X(20).
         05 WS-GM-DATE    PIC X(10).
         05 FILLER        PIC X(22) VALUE SPACES.

       01 WS-GL-TOTAUX.
         05 WS-GT-TYPE    PIC X(01) VALUE 'T'.
         05 WS-GT-NB      PIC 9(06).
         05 WS-GT-DEBITS  PIC 9(15)V99.
         05 WS-GT-CREDITS PIC 9(15)V99.
         05 FILLER        PIC X(39) VALUE SPACES.

       01 WS-TOTAL-ETAT.
         05 WS-TE-SOLDE-OUV  PIC S9(13)V9(2) VALUE 0.
         05 WS-TE-ENTREES    PIC S9(13)V9(2) VALUE 0.
         05 WS-TE-SORTIES    PIC S9(13)V9(2) VALUE 0.
         05 WS-TE-SOLDE-THEO PIC S9(13)V9(2) VALUE 0.
         05 WS-TE-DECLARE    PIC S9(13)V9(2) VALUE 0.
         05 WS-TE-ECART      PIC S9(13)V9(2) VALUE 0.

       01 WS-LIGNE-TITRE.
         05 FILLER       PIC X(36)
            VALUE 'POSITIONS DE CAISSE DE LA JOURNEE  '.
         05 WS-LT-DATE   PIC X(10).
         05 FILLER       PIC X(86) VALUE SPACES.

       01 WS-LIGNE-COLONNES.
         05 FILLER PIC X(06) VALUE 'AGENCE'.
         05 FILLER PIC X(12) VALUE 'COMPTE GL   '.
         05 FILLER PIC X(16) VALUE '       OUVERTURE'.
         05 FILLER PIC X(16) VALUE '        ENTREES '.
         05 FILLER PIC X(16) VALUE '        SORTIES '.
         05 FILLER PIC X(16) VALUE '      THEORIQUE '.
         05 FILLER PIC X(16) VALUE '        DECLARE '.
         05 FILLER PIC X(16) VALUE '          ECART '.
         05 FILLER PIC X(18) VALUE ' ETAT'.

       01 WS-LIGNE-CAISSE.
         05 WS-LC-AGENCE     PIC X(03).
         05 FILLER           PIC X(03) VALUE SPACES.
         05 WS-LC-COMPTE-GL  PIC X(11).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LC-SOLDE-OUV  PIC ZZZZZZZZZZZ9.99-.
         05 WS-LC-ENTREES    PIC ZZZZZZZZZZZ9.99-.
         05 WS-LC-SORTIES    PIC ZZZZZZZZZZZ9.99-.
         05 WS-LC-SOLDE-THEO PIC ZZZZZZZZZZZ9.99-.
         05 WS-LC-DECLARE    PIC ZZZZZZZZZZZ9.99-.
         05 WS-LC-ECART      PIC ZZZZZZZZZZZ9.99-.
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LC-ETAT       PIC X(14).
         05 FILLER           PIC X(03) VALUE SPACES.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

       01 WS-RUN-COUNTERS.
         05 WS-NB-MVTS-CAISSE PIC 9(09) VALUE 0.
         05 WS-NB-COMPTAGES   PIC 9(06) VALUE 0.
         05 WS-NB-CPT-REJETES PIC 9(06) VALUE 0.
         05 WS-NB-EQUILIBREES PIC 9(04) VALUE 0.
         05 WS-NB-MANQUANTS   PIC 9(04) VALUE 0.
         05 WS-NB-EXCEDENTS   PIC 9(04) VALUE 0.
         05 WS-NB-NON-DECL    PIC 9(04) VALUE 0.
         05 WS-NB-DEJA        PIC 9(04) VALUE 0.
         05 WS-NB-ECRITURES   PIC 9(04) VALUE 0.
         05 WS-NB-MAJ-KO      PIC 9(04) VALUE 0.

       01 WS-FS-CPT PIC X(02).
         88 FS-CPT-OK  VALUE '00'.
         88 FS-CPT-FIN VALUE '10'.
       01 WS-FS-GL PIC X(02).
         88 FS-GL-OK VALUE '00'.
       01 WS-FS-EDIT PIC X(02).
         88 FS-EDIT-OK VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           IF WS-PARM-CARD = SPACES
              STRING WS-DATE-SYSTEME(1:4) '-'
                     WS-DATE-SYSTEME(5:2) '-'
                     WS-DATE-SYSTEME(7:2)
                     DELIMITED BY SIZE INTO WS-DATE-JOUR
           ELSE
              MOVE WS-PARM-CARD TO WS-DATE-JOUR
           END-IF
           STRING WS-DATE-SYSTEME(9:6)
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-RUN-ID

           MOVE 'N' TO WS-FIN-PRM-SW
           PERFORM VARYING WS-RANG-PRM FROM 1 BY 1
                   UNTIL WS-RANG-PRM > 8 OR WS-FIN-PRM
              MOVE 'SEL' TO PRM-FONCTION
              MOVE SPACES TO PRM-CLE
              STRING 'COMPTE-CAISSE-' DELIMITED BY SIZE
                     WS-RANG-PRM      DELIMITED BY SIZE
                INTO PRM-CLE
              INITIALIZE PRM-RETOUR
              MOVE SPACES TO PRM-VALEUR
              CALL 'MAPRM' USING PRM-ZCMA
              IF PRM-CODRET = '00'
                 ADD 1 TO WS-NB-CPT-CAISSE
                 MOVE PRM-VALEUR(1:11)
                   TO WS-CG-COMPTE(WS-NB-CPT-CAISSE)
              ELSE
                 SET WS-FIN-PRM TO TRUE
              END-IF
           END-PERFORM
           IF WS-NB-CPT-CAISSE = 0
              MOVE 1 TO WS-NB-CPT-CAISSE
              MOVE '10000000002' TO WS-CG-COMPTE(1)
           END-IF

           MOVE 'SEL' TO PRM-FONCTION
           MOVE 'COMPTE-ECART-CAISSE' TO PRM-CLE
           INITIALIZE PRM-RETOUR
           MOVE SPACES TO PRM-VALEUR
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00'
              MOVE PRM-VALEUR(1:11) TO WS-COMPTE-ECART
           END-IF

           OPEN OUTPUT EDITION
           MOVE WS-DATE-JOUR TO WS-LT-DATE
           WRITE EDIT-ENREG FROM WS-LIGNE-TITRE
                 AFTER ADVANCING PAGE
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           WRITE EDIT-ENREG FROM WS-LIGNE-COLONNES
           .

       02-TREATMENT.
           PERFORM 02A-CHARGE-CODES
           PERFORM 02B-CHARGE-POSITIONS
           PERFORM 02C-CUMULE-MOUVEMENTS
           PERFORM 02D-LIT-COMPTAGES
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-NB-CAISSES
              PERFORM 02F-ARRETE-CAISSE
           END-PERFORM
           PERFORM 02O-CONTROLE-ET-ECRIT
           .

       03-ENDPGM.
           MOVE SPACES            TO WS-LC-AGENCE
           MOVE 'TOTAL'           TO WS-LC-COMPTE-GL
           MOVE WS-TE-SOLDE-OUV   TO WS-LC-SOLDE-OUV
           MOVE WS-TE-ENTREES     TO WS-LC-ENTREES
           MOVE WS-TE-SORTIES     TO WS-LC-SORTIES
           MOVE WS-TE-SOLDE-THEO  TO WS-LC-SOLDE-THEO
           MOVE WS-TE-DECLARE     TO WS-LC-DECLARE
           MOVE WS-TE-ECART       TO WS-LC-ECART
           MOVE SPACES            TO WS-LC-ETAT
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           WRITE EDIT-ENREG FROM WS-LIGNE-CAISSE
           CLOSE EDITION
           IF RETURN-CODE < 16
              IF WS-NB-MAJ-KO > 0
                 MOVE 16 TO RETURN-CODE
              ELSE
                 IF RETURN-CODE < 4
                    AND (WS-NB-MANQUANTS > 0 OR WS-NB-EXCEDENTS > 0
                         OR WS-NB-NON-DECL > 0
                         OR WS-NB-CPT-REJETES > 0)
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           PERFORM 03A-RESUME-RUN
           STOP RUN
           .

      * BILAN DE FIN DE JOB.
       03A-RESUME-RUN.
           DISPLAY '**********************************'
           DISPLAY '*************GKCAISSE*************'
           DISPLAY '**********************************'
           DISPLAY '* JOURNEE ARRETEE     : ' WS-DATE-JOUR
           DISPLAY '* CODES ESPECES       : ' WS-NB-CODES-CAISSE
           DISPLAY '* MOUVEMENTS ESPECES  : ' WS-NB-MVTS-CAISSE
           DISPLAY '* COMPTAGES LUS       : ' WS-NB-COMPTAGES
           DISPLAY '* COMPTAGES REJETES   : ' WS-NB-CPT-REJETES
           DISPLAY '* CAISSES EQUILIBREES : ' WS-NB-EQUILIBREES
           DISPLAY '* CAISSES EN MANQUANT : ' WS-NB-MANQUANTS
           DISPLAY '* CAISSES EN EXCEDENT : ' WS-NB-EXCEDENTS
           DISPLAY '* COMPTAGES ABSENTS   : ' WS-NB-NON-DECL
           DISPLAY '* DEJA ARRETEES       : ' WS-NB-DEJA
           DISPLAY '* ECRITURES D''ECART   : ' WS-NB-ECRITURES
           DISPLAY '* MAJ TBCAI EN ERREUR : ' WS-NB-MAJ-KO
           DISPLAY '**********************************'
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * CODES OPERATION ESPECES : PARCOURS DE TBHOP (MAOPE), SEULS
      * LES CODES DE L'ENTITE PRINCIPALE ROUTES SUR UN COMPTE DE
      * CAISSE SONT RETENUS (DEP ET RET DANS LE PARAMETRAGE LIVRE).
       02A-CHARGE-CODES.
           INITIALIZE OPE-ZCMA
           MOVE 'DEB' TO OPE-FONCTION
           CALL 'MAOPE' USING OPE-ZCMA
           PERFORM UNTIL OPE-CODRET NOT = '00'
              IF OPE-ENTITE = SPACES
                 MOVE OPE-COMPTE-GL TO WS-COMPTE-COURANT
                 PERFORM 02H-EST-COMPTE-CAISSE
                 IF WS-CPT-CAISSE
                    IF WS-NB-CODES-CAISSE >= 50
                       DISPLAY 'GKCAISSE - TABLE DES CODES ESPECES '
                               'PLEINE : ' OPE-CODE-OPER
                       MOVE 24 TO RETURN-CODE
                    ELSE
                       ADD 1 TO WS-NB-CODES-CAISSE
                       SET WS-EX TO WS-NB-CODES-CAISSE
                       MOVE OPE-CODE-OPER TO WS-CE-CODE-OPER(WS-EX)
                       MOVE OPE-COMPTE-GL TO WS-CE-COMPTE-GL(WS-EX)
                    END-IF
                 END-IF
              END-IF
              MOVE 'SUI' TO OPE-FONCTION
              CALL 'MAOPE' USING OPE-ZCMA
           END-PERFORM
           IF OPE-CODRET NOT = '04'
              DISPLAY 'GKCAISSE - PARCOURS TBHOP EN ERREUR : '
                      OPE-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .

      * SOLDES D'OUVERTURE : DERNIERE POSITION DE CHAQUE CAISSE AVANT
      * LA JOURNEE ; SON SOLDE DE FIN OUVRE LA JOURNEE.
       02B-CHARGE-POSITIONS.
           INITIALIZE CAI-ZCMA
           MOVE 'DEB'        TO CAI-FONCTION
           MOVE WS-DATE-JOUR TO CAI-DATE-POS
           CALL 'MACAI' USING CAI-ZCMA
           PERFORM UNTIL CAI-CODRET NOT = '00'
              MOVE CAI-AGENCE    TO WS-AGENCE-COURANTE
              MOVE CAI-COMPTE-GL TO WS-COMPTE-COURANT
              PERFORM 02G-CHERCHE-CAISSE
              IF WS-CAISSE-TROUVEE
                 MOVE CAI-SOLDE-FIN TO WS-CA-SOLDE-OUV(WS-CX)
              END-IF
              MOVE 'SUI' TO CAI-FONCTION
              CALL 'MACAI' USING CAI-ZCMA
           END-PERFORM
           IF CAI-CODRET NOT = '04'
              DISPLAY 'GKCAISSE - PARCOURS TBCAI EN ERREUR : '
                      CAI-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .

      * OPERATIONS ESPECES DU JOUR : LES LIGNES TBHIS DE LA JOURNEE
      * PORTENT L'AGENCE DU COMPTE ; UN VERSEMENT (MOUVEMENT CLIENT
      * CREDITEUR) FAIT ENTRER L'ESPECE EN CAISSE, UN RETRAIT L'EN
      * FAIT SORTIR. MONTANTS CONVERTIS EN DEVISE DE BASE, COMME LES
      * MOUVEMENTS DU COMPTE GENERAL DANS GKGLEXP.
       02C-CUMULE-MOUVEMENTS.
           INITIALIZE HIS-ZCMA
           MOVE 'WDB'         TO HIS-FONCTION
           MOVE WS-DATE-JOUR  TO HIS-DATE-DEBUT
           MOVE WS-DATE-JOUR  TO HIS-DATE-FIN
           CALL 'MAHIS' USING HIS-ZCMA
           PERFORM UNTIL HIS-CODRET NOT = '00'
              MOVE 'N' TO WS-CODE-CAISSE-SW
              PERFORM VARYING WS-EX FROM 1 BY 1
                      UNTIL WS-EX > WS-NB-CODES-CAISSE
                 IF WS-CE-CODE-OPER(WS-EX) = HIS-CODE-OPER
                    SET WS-CODE-CAISSE TO TRUE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WS-CODE-CAISSE
                 MOVE HIS-AGENCE             TO WS-AGENCE-COURANTE
                 MOVE WS-CE-COMPTE-GL(WS-EX) TO WS-COMPTE-COURANT
                 PERFORM 02G-CHERCHE-CAISSE
                 IF WS-CAISSE-TROUVEE
                    ADD 1 TO WS-NB-MVTS-CAISSE
                    ADD 1 TO WS-CA-NB-MVTS(WS-CX)
                    IF HIS-MT-CONVERTI > 0
                       ADD HIS-MT-CONVERTI TO WS-CA-ENTREES(WS-CX)
                    ELSE
                       SUBTRACT HIS-MT-CONVERTI
                           FROM WS-CA-SORTIES(WS-CX)
                    END-IF
                 END-IF
              END-IF
              MOVE 'WSU' TO HIS-FONCTION
              CALL 'MAHIS' USING HIS-ZCMA
           END-PERFORM
           IF HIS-CODRET NOT = '04'
              DISPLAY 'GKCAISSE - PARCOURS TBHIS EN ERREUR : '
                      HIS-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .

      * COMPTAGES DECLARES : UN PAR CAISSE ET PAR JOURNEE. UN
      * COMPTAGE D'UNE AUTRE JOURNEE, D'UN COMPTE QUI N'EST PAS UN
      * COMPTE DE CAISSE, NON NUMERIQUE OU EN DOUBLE EST ECARTE.
       02D-LIT-COMPTAGES.
           OPEN INPUT COMPTAGES
           IF NOT FS-CPT-OK
              DISPLAY 'GKCAISSE - COMPTAGES ABSENTS, AUCUNE CAISSE '
                      'RAPPROCHEE'
              CONTINUE
           ELSE
              READ COMPTAGES INTO CC-ENREG
                 AT END SET FS-CPT-FIN TO TRUE
              END-READ
              PERFORM UNTIL NOT FS-CPT-OK
                 ADD 1 TO WS-NB-COMPTAGES
                 PERFORM 02E-PREND-COMPTAGE
                 READ COMPTAGES INTO CC-ENREG
                    AT END SET FS-CPT-FIN TO TRUE
                 END-READ
              END-PERFORM
              CLOSE COMPTAGES
           END-IF
           .

       02E-PREND-COMPTAGE.
           MOVE CC-COMPTE-GL TO WS-COMPTE-COURANT
           PERFORM 02H-EST-COMPTE-CAISSE
           EVALUATE TRUE
              WHEN CC-DATE-COMPTAGE NOT = WS-DATE-JOUR
                 DISPLAY 'GKCAISSE - COMPTAGE D''UNE AUTRE JOURNEE : '
                         CC-AGENCE ' ' CC-COMPTE-GL ' '
                         CC-DATE-COMPTAGE
                 ADD 1 TO WS-NB-CPT-REJETES
              WHEN CC-MONTANT NOT NUMERIC
                 DISPLAY 'GKCAISSE - COMPTAGE NON NUMERIQUE : '
                         CC-AGENCE ' ' CC-COMPTE-GL
                 ADD 1 TO WS-NB-CPT-REJETES
              WHEN NOT WS-CPT-CAISSE
                 DISPLAY 'GKCAISSE - COMPTE NON CAISSE : '
                         CC-AGENCE ' ' CC-COMPTE-GL
                 ADD 1 TO WS-NB-CPT-REJETES
              WHEN OTHER
                 MOVE CC-AGENCE TO WS-AGENCE-COURANTE
                 PERFORM 02G-CHERCHE-CAISSE
                 IF WS-CAISSE-TROUVEE
                    IF WS-CA-DECLAREE(WS-CX)
                       DISPLAY 'GKCAISSE - COMPTAGE EN DOUBLE : '
                               CC-AGENCE ' ' CC-COMPTE-GL
                       ADD 1 TO WS-NB-CPT-REJETES
                    ELSE
                       SET WS-CA-DECLAREE(WS-CX) TO TRUE
                       MOVE CC-MONTANT   TO WS-CA-DECLARE(WS-CX)
                       MOVE CC-CAISSIER  TO WS-CA-CAISSIER(WS-CX)
                    END-IF
                 END-IF
           END-EVALUATE
           .

      * ARRETE D'UNE CAISSE : SOLDE THEORIQUE, ECART AU COMPTAGE,
      * ECRITURES D'ECART, POSITION STOCKEE DANS TBCAI ET LIGNE
      * D'ETAT. UNE CAISSE SANS SOLDE, SANS MOUVEMENT ET SANS
      * COMPTAGE N'EST NI STOCKEE NI EDITEE.
       02F-ARRETE-CAISSE.
           IF WS-CA-SOLDE-OUV(WS-CX) = 0
              AND WS-CA-NB-MVTS(WS-CX) = 0
              AND NOT WS-CA-DECLAREE(WS-CX)
              CONTINUE
           ELSE
              PERFORM 02I-POSITION-EXISTANTE
              EVALUATE TRUE
                 WHEN WS-POSITION-EN-ERREUR
                    CONTINUE
                 WHEN WS-POSITION-ARRETEE
                    ADD 1 TO WS-NB-DEJA
                    MOVE 'DEJA ARRETEE' TO WS-LC-ETAT
                    PERFORM 02K-EDITE-POSITION
                 WHEN OTHER
                    PERFORM 02J-CALCULE-POSITION
                    PERFORM 02L-STOCKE-POSITION
                    PERFORM 02K-EDITE-POSITION
              END-EVALUATE
           END-IF
           .

      * RECHERCHE (ET CREATION AU BESOIN) DE LA CAISSE COURANTE ;
      * WS-CX EN SORT POSITIONNE SI WS-CAISSE-TROUVEE.
       02G-CHERCHE-CAISSE.
           MOVE 'N' TO WS-CAISSE-TROUVEE-SW
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-NB-CAISSES
              IF WS-CA-AGENCE(WS-CX)    = WS-AGENCE-COURANTE
             AND WS-CA-COMPTE-GL(WS-CX) = WS-COMPTE-COURANT
                 SET WS-CAISSE-TROUVEE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-CAISSE-TROUVEE
              IF WS-NB-CAISSES >= 500
                 DISPLAY 'GKCAISSE - TABLE DES CAISSES PLEINE : '
                         WS-AGENCE-COURANTE ' ' WS-COMPTE-COURANT
                 MOVE 24 TO RETURN-CODE
              ELSE
                 ADD 1 TO WS-NB-CAISSES
                 SET WS-CX TO WS-NB-CAISSES
                 INITIALIZE WS-CX-ENTRY(WS-CX)
                 MOVE WS-AGENCE-COURANTE TO WS-CA-AGENCE(WS-CX)
                 MOVE WS-COMPTE-COURANT  TO WS-CA-COMPTE-GL(WS-CX)
                 MOVE 'N'                TO WS-CA-DECLARE-SW(WS-CX)
                 SET WS-CAISSE-TROUVEE TO TRUE
              END-IF
           END-IF
           .

       02H-EST-COMPTE-CAISSE.
           MOVE 'N' TO WS-CPT-CAISSE-SW
           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-NB-CPT-CAISSE
              IF WS-CG-COMPTE(WS-GX) = WS-COMPTE-COURANT
                 SET WS-CPT-CAISSE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .

      * POSITION DE LA JOURNEE DEJA STOCKEE PAR UN PASSAGE PRECEDENT.
       02I-POSITION-EXISTANTE.
           INITIALIZE CAI-ZCMA
           MOVE 'SEL'                  TO CAI-FONCTION
           MOVE WS-CA-AGENCE(WS-CX)    TO CAI-AGENCE
           MOVE WS-CA-COMPTE-GL(WS-CX) TO CAI-COMPTE-GL
           MOVE WS-DATE-JOUR           TO CAI-DATE-POS
           CALL 'MACAI' USING CAI-ZCMA
           EVALUATE TRUE
              WHEN CAI-CODRET = '04'
                 SET WS-POSITION-NOUVELLE TO TRUE
              WHEN CAI-CODRET NOT = '00'
                 DISPLAY 'GKCAISSE - LECTURE TBCAI EN ERREUR : '
                         WS-CA-AGENCE(WS-CX) ' '
                         WS-CA-COMPTE-GL(WS-CX) ' ' CAI-LIBRET
                 ADD 1 TO WS-NB-MAJ-KO
                 SET WS-POSITION-EN-ERREUR TO TRUE
              WHEN CAI-NON-DECLAREE AND WS-CA-DECLAREE(WS-CX)
                 SET WS-POSITION-A-COMPLETER TO TRUE
              WHEN OTHER
                 SET WS-POSITION-ARRETEE TO TRUE
           END-EVALUATE
           .

      * SOLDE THEORIQUE ET ECART ; L'ECART EST PASSE ENTRE LE COMPTE
      * DE CAISSE ET LE COMPTE D'ECART : UN MANQUANT DEBITE LE COMPTE
      * D'ECART ET CREDITE LA CAISSE, UN EXCEDENT L'INVERSE.
       02J-CALCULE-POSITION.
           MOVE WS-CA-AGENCE(WS-CX)    TO CAI-AGENCE
           MOVE WS-CA-COMPTE-GL(WS-CX) TO CAI-COMPTE-GL
           MOVE WS-DATE-JOUR           TO CAI-DATE-POS
           MOVE WS-CA-SOLDE-OUV(WS-CX) TO CAI-SOLDE-OUV
           MOVE WS-CA-ENTREES(WS-CX)   TO CAI-MT-ENTREES
           MOVE WS-CA-SORTIES(WS-CX)   TO CAI-MT-SORTIES
           COMPUTE CAI-SOLDE-THEO = WS-CA-SOLDE-OUV(WS-CX)
                                  + WS-CA-ENTREES(WS-CX)
                                  - WS-CA-SORTIES(WS-CX)
           MOVE SPACES TO CAI-LOT-ECART
           IF WS-CA-DECLAREE(WS-CX)
              MOVE WS-CA-DECLARE(WS-CX)  TO CAI-MT-DECLARE
              MOVE WS-CA-CAISSIER(WS-CX) TO CAI-CAISSIER
              MOVE WS-CA-DECLARE(WS-CX)  TO CAI-SOLDE-FIN
              COMPUTE CAI-ECART = CAI-MT-DECLARE - CAI-SOLDE-THEO
              MOVE WS-CA-AGENCE(WS-CX) TO WS-LE-AGENCE
              EVALUATE TRUE
                 WHEN CAI-ECART = 0
                    SET CAI-EQUILIBREE TO TRUE
                    ADD 1 TO WS-NB-EQUILIBREES
                    MOVE 'EQUILIBREE' TO WS-LC-ETAT
                 WHEN CAI-ECART < 0
                    SET CAI-ECART-POSTE TO TRUE
                    MOVE WS-RUN-ID TO CAI-LOT-ECART
                    ADD 1 TO WS-NB-MANQUANTS
                    MOVE 'MANQUANT' TO WS-LC-ETAT
                    COMPUTE WS-ECART-ABSOLU = 0 - CAI-ECART
                    MOVE 'D'             TO WS-GM-SENS
                    MOVE WS-COMPTE-ECART TO WS-GM-COMPTE
                    PERFORM 02M-AJOUTE-LIGNE
                    MOVE 'C'             TO WS-GM-SENS
                    MOVE CAI-COMPTE-GL   TO WS-GM-COMPTE
                    PERFORM 02M-AJOUTE-LIGNE
                    PERFORM 02N-ALERTE-ECART
                 WHEN OTHER
                    SET CAI-ECART-POSTE TO TRUE
                    MOVE WS-RUN-ID TO CAI-LOT-ECART
                    ADD 1 TO WS-NB-EXCEDENTS
                    MOVE 'EXCEDENT' TO WS-LC-ETAT
                    MOVE CAI-ECART       TO WS-ECART-ABSOLU
                    MOVE 'D'             TO WS-GM-SENS
                    MOVE CAI-COMPTE-GL   TO WS-GM-COMPTE
                    PERFORM 02M-AJOUTE-LIGNE
                    MOVE 'C'             TO WS-GM-SENS
                    MOVE WS-COMPTE-ECART TO WS-GM-COMPTE
                    PERFORM 02M-AJOUTE-LIGNE
                    PERFORM 02N-ALERTE-ECART
              END-EVALUATE
           ELSE
              MOVE 0               TO CAI-MT-DECLARE
              MOVE 0               TO CAI-ECART
              MOVE SPACES          TO CAI-CAISSIER
              MOVE CAI-SOLDE-THEO  TO CAI-SOLDE-FIN
              SET CAI-NON-DECLAREE TO TRUE
              ADD 1 TO WS-NB-NON-DECL
              MOVE 'NON DECLAREE' TO WS-LC-ETAT
              DISPLAY 'GKCAISSE - COMPTAGE NON DECLARE : '
                      CAI-AGENCE ' ' CAI-COMPTE-GL
           END-IF
           .

       02K-EDITE-POSITION.
           MOVE CAI-AGENCE      TO WS-LC-AGENCE
           MOVE CAI-COMPTE-GL   TO WS-LC-COMPTE-GL
           MOVE CAI-SOLDE-OUV   TO WS-LC-SOLDE-OUV
           MOVE CAI-MT-ENTREES  TO WS-LC-ENTREES
           MOVE CAI-MT-SORTIES  TO WS-LC-SORTIES
           MOVE CAI-SOLDE-THEO  TO WS-LC-SOLDE-THEO
           MOVE CAI-MT-DECLARE  TO WS-LC-DECLARE
           MOVE CAI-ECART       TO WS-LC-ECART
           WRITE EDIT-ENREG FROM WS-LIGNE-CAISSE
           ADD CAI-SOLDE-OUV    TO WS-TE-SOLDE-OUV
           ADD CAI-MT-ENTREES   TO WS-TE-ENTREES
           ADD CAI-MT-SORTIES   TO WS-TE-SORTIES
           ADD CAI-SOLDE-THEO   TO WS-TE-SOLDE-THEO
           ADD CAI-MT-DECLARE   TO WS-TE-DECLARE
           ADD CAI-ECART        TO WS-TE-ECART
           .

       02L-STOCKE-POSITION.
           IF WS-POSITION-A-COMPLETER
              MOVE 'UPD' TO CAI-FONCTION
           ELSE
              MOVE 'INS' TO CAI-FONCTION
           END-IF
           INITIALIZE CAI-RETOUR
           CALL 'MACAI' USING CAI-ZCMA
           IF CAI-CODRET NOT = '00'
              DISPLAY 'GKCAISSE - MAJ TBCAI EN ERREUR : '
                      CAI-AGENCE ' ' CAI-COMPTE-GL ' ' CAI-LIBRET
              ADD 1 TO WS-NB-MAJ-KO
           END-IF
           .

       02M-AJOUTE-LIGNE.
           IF WS-NB-LIGNES >= 1000
              DISPLAY 'GKCAISSE - TABLE DES ECRITURES PLEINE'
              MOVE 16 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-NB-LIGNES
              SET WS-LX TO WS-NB-LIGNES
              MOVE WS-GM-COMPTE     TO WS-LG-COMPTE(WS-LX)
              MOVE WS-GM-SENS       TO WS-LG-SENS(WS-LX)
              MOVE WS-ECART-ABSOLU  TO WS-LG-MONTANT(WS-LX)
              MOVE WS-LIBELLE-ECART TO WS-LG-LIBELLE(WS-LX)
              IF WS-GM-SENS = 'D'
                 ADD WS-ECART-ABSOLU TO WS-TOT-DEBITS
              ELSE
                 ADD WS-ECART-ABSOLU TO WS-TOT-CREDITS
              END-IF
           END-IF
           .

      * TOUT ECART DE CAISSE EST SIGNALE A LA SUPERVISION.
       02N-ALERTE-ECART.
           INITIALIZE ALR-ENREG
           MOVE 'W'               TO ALR-SEVERITE
           MOVE 'CAIECART'        TO ALR-CODE
           MOVE 'GKCAISSE'        TO ALR-PROGRAMME
           MOVE WS-RUN-ID         TO ALR-RUN-ID
           MOVE CAI-AGENCE        TO ALR-ORIGINE
           MOVE 1                 TO ALR-COMPTEUR
           MOVE WS-ECART-ABSOLU   TO ALR-MONTANT
           CALL 'GKALERT' USING ALR-ENREG
           .

      * PREUVE D'EQUILIBRE PUIS ECRITURE DU LOT D'ECARTS : DEBITS ET
      * CREDITS DOIVENT ETRE EGAUX, SANS QUOI RIEN N'EST ECRIT. LE
      * LOT EST ECRIT MEME VIDE (EN-TETE ET TOTAUX A ZERO) POUR QUE
      * LE SERVICE COMPTABLE VOIE PASSER LA JOURNEE.
       02O-CONTROLE-ET-ECRIT.
           IF WS-TOT-DEBITS NOT = WS-TOT-CREDITS
              DISPLAY 'GKCAISSE - ECARTS DESEQUILIBRES, RIEN EMIS : '
                      'D=' WS-TOT-DEBITS ' C=' WS-TOT-CREDITS
              MOVE 16 TO RETURN-CODE
              INITIALIZE ALR-ENREG
              MOVE 'E'        TO ALR-SEVERITE
              MOVE 'GLDESEQ'  TO ALR-CODE
              MOVE 'GKCAISSE' TO ALR-PROGRAMME
              MOVE WS-RUN-ID  TO ALR-RUN-ID
              CALL 'GKALERT' USING ALR-ENREG
           ELSE
              OPEN OUTPUT GLJOURNAL
              MOVE WS-DATE-JOUR TO WS-GE-DATE
              MOVE WS-RUN-ID    TO WS-GE-LOT
              WRITE GL-ENREG FROM WS-GL-ENTETE
              PERFORM VARYING WS-LX FROM 1 BY 1
                      UNTIL WS-LX > WS-NB-LIGNES
                 MOVE WS-LG-COMPTE(WS-LX)  TO WS-GM-COMPTE
                 MOVE WS-LG-SENS(WS-LX)    TO WS-GM-SENS
                 MOVE WS-LG-MONTANT(WS-LX) TO WS-GM-MONTANT
                 MOVE WS-LG-LIBELLE(WS-LX) TO WS-GM-LIBELLE
                 MOVE WS-DATE-JOUR         TO WS-GM-DATE
                 WRITE GL-ENREG FROM WS-GL-MOUVEMENT
                 ADD 1 TO WS-NB-ECRITURES
              END-PERFORM
              MOVE WS-NB-ECRITURES TO WS-GT-NB
              MOVE WS-TOT-DEBITS   TO WS-GT-DEBITS
              MOVE WS-TOT-CREDITS  TO WS-GT-CREDITS
              WRITE GL-ENREG FROM WS-GL-TOTAUX
              CLOSE GLJOURNAL
           END-IF
           .
