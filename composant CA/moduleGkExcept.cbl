      *********************************************************
      * PROGRAM NAME:  GKEXCEPT                               *
      * PROGRAM OBJET :LISTE DE TRAVAIL QUOTIDIENNE UNIQUE    *
      *                DES EXCEPTIONS : LES REJETS DU RUN,    *
      *                LES OPERATIONS EN ATTENTE DE REVUE     *
      *                (STORE DE GKHOLDRL), LE PARC DES       *
      *                COMPTES BLOQUES, LE RELEVE DE SUSPENS, *
      *                LES LITIGES PROVISIONNES (TBLIT), LES  *
      *                DOUBLONS SUSPECTS DE GKDUPSUS, LES     *
      *                ECARTS INEXPLIQUES DE GKRECONCIL ET    *
      *                LES ORDRES PERMANENTS EN RETENTATIVE   *
      *                (GKORDRTY) SONT REUNIS, DEDOUBLONNES   *
      *                PAR OPERATION, AFFECTES A L'EQUIPE EN  *
      *                CHARGE AVEC LEUR AGE ET LEUR ECHEANCE, *
      *                ET LES TOTAUX PAR EQUIPE AINSI QUE LES *
      *                ECHEANCES DEPASSEES PARTENT EN ALERTE  *
      *                (GKALERT) - PERSONNE NE VOYAIT LE      *
      *                STOCK TOTAL                            *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - LISTE DE TRAVAIL UNIQUE    *
      *          DES EXCEPTIONS, SUIVI DES ECHEANCES PAR       *
      *          EQUIPE                                        *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKEXCEPT.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    REJETS DU RUN (CREJETS)
            SELECT REJETSRECORDS ASSIGN TO DDREJETS
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-REJETS.

      *    STORE INDEXE DES OPERATIONS EN ATTENTE DE DISPOSITION,
      *    ALIMENTE PAR GKHOLDRL, PARCOURU ICI EN SEQUENTIEL
            SELECT HOLDPEND ASSIGN TO DDHOLDPEND
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS PD-CLE
            FILE STATUS IS WS-FS-PEND.

      *    PARC DES COMPTES BLOQUES (CPARK)
            SELECT PARKRECORDS ASSIGN TO DDPARK
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-PARK.

      *    RELEVE DE SUSPENS (CHOLD)
            SELECT SUSPRECORDS ASSIGN TO DDSUSP
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-SUSP.

      *    EXTRAIT D'INVESTIGATION DES DOUBLONS SUSPECTS (GKDUPSUS)
            SELECT DUPEXT ASSIGN TO DDDUPSUS
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-DUP.

      *    RESULTAT DU RAPPROCHEMENT DE NUIT (CRECON, GKRECONCIL)
            SELECT RECON ASSIGN TO DDRECON
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RECON.

      *    MAGASIN DES RETENTATIVES D'ORDRES PERMANENTS (GKORDRTY)
            SELECT RETRYSTORE ASSIGN TO DDORDRTY
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RETRY.

      *    LISTE DE TRAVAIL DU JOUR (CEXCEPT)
            SELECT EXCLST ASSIGN TO DDEXCLST
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-LST.

      *    ETAT DE LA LISTE ET SYNTHESE PAR EQUIPE
            SELECT EXCRPT ASSIGN TO DDEXCRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.

      *    FICHIER DE TRAVAIL DU TRI : UNE FICHE PAR PRESENCE D'UNE
      *    OPERATION DANS UNE FILE, TRIEE PAR OPERATION PUIS PAR
      *    PRIORITE DE LA FILE POUR LE DEDOUBLONNAGE
            SELECT TRAVAIL ASSIGN TO DDTRAV.

       DATA DIVISION.
       FILE SECTION.

       FD REJETSRECORDS.
       01 REJETS-ENREG PIC X(116).

       FD HOLDPEND.
       COPY CPEND REPLACING ==()== BY ==PD==.

       FD PARKRECORDS.
       01 PARK-ENREG PIC X(122).

       FD SUSPRECORDS.
       01 SUSP-ENREG PIC X(112).

       FD DUPEXT.
       01 DUP-ENREG.
         05 DUP-TYPE      PIC X(02).
         05 DUP-COMPTE    PIC X(11).
         05 DUP-CODE      PIC X(03).
         05 DUP-DEV       PIC X(03).
         05 DUP-MONTANT   PIC 9(11)V99.
         05 DUP-REF-A     PIC X(10).
         05 DUP-DATE-A    PIC X(10).
         05 DUP-REF-B     PIC X(10).
         05 DUP-DATE-B    PIC X(10).
         05 DUP-SCORE     PIC 9(03).
         05 FILLER        PIC X(55).

       FD RECON.
       01 RECON-ENREG PIC X(80).

       FD RETRYSTORE.
       01 RETRY-ENREG.
         05 RETRY-COMPTE    PIC X(11).
         05 RETRY-REF       PIC X(10).
         05 RETRY-NB        PIC 9(02).
         05 RETRY-DATE      PIC X(10).
         05 RETRY-STATUT    PIC X(01).
         05 RETRY-10-F1     PIC X(80).
         05 FILLER          PIC X(06).

       FD EXCLST.
       COPY CEXCEPT REPLACING ==()== BY ==EX==.

       FD EXCRPT.
       01 RPT-ENREG PIC X(132).

       SD TRAVAIL.
       01 TRI-ENREG.
         05 TRI-COMPTE      PIC X(11).
         05 TRI-REF-OPER    PIC X(10).
         05 TRI-PRIORITE    PIC 9(01).
         05 TRI-TYPE        PIC X(03).
         05 TRI-MONTANT     PIC S9(11)V99.
         05 TRI-DATE-ENTREE PIC X(10).
         05 TRI-MOTIF       PIC X(30).

       WORKING-STORAGE SECTION.

       COPY CREJETS REPLACING ==()== BY ==RJ==.
       COPY CPARK   REPLACING ==()== BY ==PK==.
       COPY CHOLD   REPLACING ==()== BY ==SU==.
       COPY CRECON  REPLACING ==()== BY ==RC==.
       COPY CFLUX   REPLACING ==()== BY ==F1==.
       COPY ZALIT   REPLACING ==()== BY ==LIT==.
       COPY ZAPRM   REPLACING ==()== BY ==PRM==.
       COPY CALERTE REPLACING ==()== BY ==ALR==.

       01 WS-FS-REJETS PIC X(02).
         88 FS-REJETS-OK  VALUE '00'.
       01 WS-FS-PEND   PIC X(02).
         88 FS-PEND-OK    VALUE '00'.
         88 FS-PEND-FIN   VALUE '10'.
       01 WS-FS-PARK   PIC X(02).
         88 FS-PARK-OK    VALUE '00'.
       01 WS-FS-SUSP   PIC X(02).
         88 FS-SUSP-OK    VALUE '00'.
       01 WS-FS-DUP    PIC X(02).
         88 FS-DUP-OK     VALUE '00'.
       01 WS-FS-RECON  PIC X(02).
         88 FS-RECON-OK   VALUE '00'.
       01 WS-FS-RETRY  PIC X(02).
         88 FS-RETRY-OK   VALUE '00'.
       01 WS-FS-LST    PIC X(02).
         88 FS-LST-OK     VALUE '00'.
       01 WS-FS-RPT    PIC X(02).
         88 FS-RPT-OK     VALUE '00'.

      * STATUT D'OUVERTURE D'UNE FILE : '35' (FICHIER ABSENT) EST UNE
      * FILE VIDE CE JOUR, TOUT AUTRE ECHEC REND LA LISTE INCOMPLETE.
       01 WS-FS-OUVERTURE PIC X(02).
         88 FS-OUVERTURE-OK     VALUE '00'.
         88 FS-OUVERTURE-ABSENT VALUE '35'.
       01 WS-FILE-OUVERTE PIC X(13).
       01 WS-FILE-LUE-SW  PIC X(01).
         88 WS-FILE-LUE   VALUE 'O'.
       01 WS-FIN-FILE-SW  PIC X(01).
         88 WS-FIN-FILE   VALUE 'O'.

      * DATE DU RUN, RECUE EN SYSIN AU FORMAT AAAA-MM-JJ ; A BLANC,
      * LA DATE DU JOUR.
       01 WS-PARM-CARD     PIC X(10).
       01 WS-DATE-COURANTE PIC X(10).
       01 WS-DATE-SYSTEME  PIC X(21).
       01 WS-RUN-ID        PIC X(08).
       01 WS-DATE-NUM      PIC 9(08).
       01 WS-JOUR-COURANT  PIC 9(08).
       01 WS-JOUR-ENTREE   PIC 9(08).
       01 WS-JOUR-ECHEANCE PIC 9(08).

      * DATE METIER DU LOT EN COURS DE LECTURE (ENTETE '00' DES
      * FICHIERS DE REJETS, DE SUSPENS ET DE RAPPROCHEMENT).
       01 WS-DATE-LOT      PIC X(10).

      * FILES D'EXCEPTIONS PAR ORDRE DE PRIORITE : QUAND UNE MEME
      * OPERATION FIGURE DANS PLUSIEURS FILES, LA PREMIERE DE LA
      * LISTE EN A LA CHARGE (UN LITIGE OUVERT PRIME SUR LE REJET DE
      * L'OPERATION, UNE RETENTATIVE D'ORDRE SUR LE REJET QUI L'A
      * DECLENCHEE). EQUIPE ET DELAI DE TRAITEMENT EN JOURS
      * COMPILES, SURCHARGEABLES PAR TBPRM EXC-EQUIPE-<TYPE> ET
      * EXC-SLA-<TYPE>.
       01 WS-FILES-DEFAUT.
         05 FILLER PIC X(09) VALUE 'LITLIT030'.
         05 FILLER PIC X(09) VALUE 'ATTREV003'.
         05 FILLER PIC X(09) VALUE 'PRCBOF005'.
         05 FILLER PIC X(09) VALUE 'SUSCPT002'.
         05 FILLER PIC X(09) VALUE 'ORDPAI005'.
         05 FILLER PIC X(09) VALUE 'REJBOF001'.
         05 FILLER PIC X(09) VALUE 'DBLBOF002'.
         05 FILLER PIC X(09) VALUE 'ECRCPT001'.
       01 WS-TAB-FILES REDEFINES WS-FILES-DEFAUT.
         05 WS-FI-ENTRY OCCURS 8 TIMES INDEXED BY WS-FX.
           10 WS-FI-TYPE     PIC X(03).
           10 WS-FI-EQUIPE   PIC X(03).
           10 WS-FI-SLA      PIC 9(03).
       01 WS-PRM-NOMBRE    PIC 9(04).
       01 WS-CLE-EXC.
         05 WS-CE-RACINE   PIC X(11).
         05 WS-CE-TYPE     PIC X(03).

      * EQUIPES RENCONTREES : NOMBRE ET MONTANT DES EXCEPTIONS
      * OUVERTES, DONT HORS ECHEANCE.
       01 WS-NB-EQUIPES    PIC 9(02) VALUE 0.
       01 WS-TAB-EQUIPES.
         05 WS-EQ-ENTRY OCCURS 1 TO 8 TIMES
                        DEPENDING ON WS-NB-EQUIPES
                        INDEXED BY WS-EX.
           10 WS-EQ-CODE       PIC X(03).
           10 WS-EQ-NB         PIC 9(07).
           10 WS-EQ-MONTANT    PIC S9(13)V99.
           10 WS-EQ-NB-HORS    PIC 9(07).
           10 WS-EQ-MT-HORS    PIC S9(13)V99.
       01 WS-EQUIPE-TROUVEE-SW PIC X(01).
         88 WS-EQUIPE-TROUVEE  VALUE 'O'.

      * EXCEPTION EN COURS DE CONSTITUTION DANS LA PROCEDURE DE
      * SORTIE DU TRI : LA PREMIERE FICHE D'UNE OPERATION LA DECRIT,
      * LES SUIVANTES N'AJOUTENT QUE LEUR FILE ET, LE CAS ECHEANT,
      * UNE DATE D'ENTREE PLUS ANCIENNE.
       01 WS-FIN-TRI-SW    PIC X(01).
         88 WS-FIN-TRI     VALUE 'O'.
       01 WS-EN-COURS-SW   PIC X(01).
         88 WS-EXCEPTION-EN-COURS VALUE 'O'.
       01 WS-NB-AUTRES     PIC 9(01).
       01 WS-MONTANT-ABS   PIC S9(13)V99.

       01 WS-LIGNE-TITRE.
         05 FILLER PIC X(46)
            VALUE 'GKEXCEPT - LISTE DE TRAVAIL DES EXCEPTIONS DU '.
         05 WS-LT-DATE      PIC X(10).
         05 FILLER PIC X(76) VALUE SPACES.

       01 WS-LIGNE-COLONNES.
         05 FILLER PIC X(05) VALUE 'FILE'.
         05 FILLER PIC X(13) VALUE 'COMPTE'.
         05 FILLER PIC X(12) VALUE 'REFERENCE'.
         05 FILLER PIC X(18) VALUE '         MONTANT'.
         05 FILLER PIC X(12) VALUE 'ENTREE'.
         05 FILLER PIC X(07) VALUE '  AGE'.
         05 FILLER PIC X(05) VALUE 'EQP'.
         05 FILLER PIC X(12) VALUE 'ECHEANCE'.
         05 FILLER PIC X(04) VALUE 'SLA'.
         05 FILLER PIC X(31) VALUE 'MOTIF'.
         05 FILLER PIC X(13) VALUE 'AUSSI DANS'.

       01 WS-LIGNE-DETAIL.
         05 WS-LD-TYPE      PIC X(03).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LD-COMPTE    PIC X(11).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LD-REF       PIC X(10).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LD-MONTANT   PIC -ZZZZZZZZZZ9.99.
         05 FILLER          PIC X(03) VALUE SPACES.
         05 WS-LD-ENTREE    PIC X(10).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LD-AGE       PIC ZZZZ9.
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LD-EQUIPE    PIC X(03).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LD-ECHEANCE  PIC X(10).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LD-HORS-SLA  PIC X(02).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LD-MOTIF     PIC X(30).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LD-AUTRES    PIC X(12).
         05 FILLER          PIC X(01) VALUE SPACES.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

       01 WS-SYNTH-TITRE.
         05 FILLER PIC X(40) VALUE 'SYNTHESE PAR EQUIPE'.
         05 FILLER PIC X(92) VALUE SPACES.

       01 WS-SYNTH-COLONNES.
         05 FILLER PIC X(08) VALUE 'EQUIPE'.
         05 FILLER PIC X(10) VALUE '   NOMBRE'.
         05 FILLER PIC X(22) VALUE '             MONTANT'.
         05 FILLER PIC X(12) VALUE ' HORS DELAI'.
         05 FILLER PIC X(22) VALUE '     MONTANT HORS DEL.'.
         05 FILLER PIC X(58) VALUE SPACES.

       01 WS-SYNTH-DETAIL.
         05 WS-SD-EQUIPE    PIC X(03).
         05 FILLER          PIC X(05) VALUE SPACES.
         05 WS-SD-NB        PIC ZZZZZZ9.
         05 FILLER          PIC X(03) VALUE SPACES.
         05 WS-SD-MONTANT   PIC -ZZZZZZZZZZZZ9.99.
         05 FILLER          PIC X(04) VALUE SPACES.
         05 WS-SD-NB-HORS   PIC ZZZZZZ9.
         05 FILLER          PIC X(04) VALUE SPACES.
         05 WS-SD-MT-HORS   PIC -ZZZZZZZZZZZZ9.99.
         05 FILLER          PIC X(65) VALUE SPACES.

       01 WS-RUN-COUNTERS.
         05 WS-NB-REJETS      PIC 9(07).
         05 WS-NB-ATTENTES    PIC 9(07).
         05 WS-NB-PARCS       PIC 9(07).
         05 WS-NB-SUSPENS     PIC 9(07).
         05 WS-NB-LITIGES     PIC 9(07).
         05 WS-NB-DOUBLONS    PIC 9(07).
         05 WS-NB-ECARTS      PIC 9(07).
         05 WS-NB-RETENTATIVES PIC 9(07).
         05 WS-NB-FICHES      PIC 9(07).
         05 WS-NB-EXCEPTIONS  PIC 9(07).
         05 WS-NB-FUSIONNEES  PIC 9(07).
         05 WS-NB-HORS-SLA    PIC 9(07).
         05 WS-NB-FILES-KO    PIC 9(02).
         05 WS-NB-ALERTES     PIC 9(04).

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
           INITIALIZE WS-RUN-COUNTERS
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-CARD = SPACES
              STRING WS-DATE-SYSTEME(1:4) '-'
                     WS-DATE-SYSTEME(5:2) '-'
                     WS-DATE-SYSTEME(7:2)
                     DELIMITED BY SIZE INTO WS-DATE-COURANTE
           ELSE
              MOVE WS-PARM-CARD TO WS-DATE-COURANTE
           END-IF
           STRING WS-DATE-SYSTEME(9:6)
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-RUN-ID
           STRING WS-DATE-COURANTE(1:4) WS-DATE-COURANTE(6:2)
                  WS-DATE-COURANTE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-NUM
           COMPUTE WS-JOUR-COURANT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           PERFORM 01B-CHARGE-PARAMETRES
           OPEN OUTPUT EXCLST
           OPEN OUTPUT EXCRPT
           IF NOT FS-LST-OK OR NOT FS-RPT-OK
              DISPLAY 'GKEXCEPT - OPEN DDEXCLST/DDEXCRPT EN ERREUR : '
                      WS-FS-LST ' ' WS-FS-RPT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-DATE-COURANTE TO WS-LT-DATE
           WRITE RPT-ENREG FROM WS-LIGNE-TITRE
           WRITE RPT-ENREG FROM WS-LIGNE-VIDE
           WRITE RPT-ENREG FROM WS-LIGNE-COLONNES
           .

      * EQUIPE ET DELAI DE CHAQUE FILE ; UN PARAMETRE ABSENT,
      * ILLISIBLE OU NUL LAISSE LA VALEUR COMPILEE.
       01B-CHARGE-PARAMETRES.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 8
              MOVE WS-FI-TYPE(WS-FX) TO WS-CE-TYPE
              MOVE 'EXC-EQUIPE-' TO WS-CE-RACINE
              MOVE WS-CLE-EXC    TO PRM-CLE
              MOVE 'SEL' TO PRM-FONCTION
              INITIALIZE PRM-RETOUR
              MOVE SPACES TO PRM-VALEUR
              CALL 'MAPRM' USING PRM-ZCMA
              IF PRM-CODRET = '00' AND PRM-VALEUR(1:3) NOT = SPACES
                 MOVE PRM-VALEUR(1:3) TO WS-FI-EQUIPE(WS-FX)
              END-IF
              MOVE 'EXC-SLA-' TO WS-CE-RACINE
              MOVE WS-CLE-EXC TO PRM-CLE
              PERFORM 01C-LIT-PARAMETRE
              IF WS-PRM-NOMBRE > 0
                 MOVE WS-PRM-NOMBRE TO WS-FI-SLA(WS-FX)
              END-IF
           END-PERFORM
           .

       01C-LIT-PARAMETRE.
           MOVE 0 TO WS-PRM-NOMBRE
           MOVE 'SEL' TO PRM-FONCTION
           INITIALIZE PRM-RETOUR
           MOVE SPACES TO PRM-VALEUR
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00' AND PRM-VALEUR NOT = SPACES
              COMPUTE WS-PRM-NOMBRE = FUNCTION NUMVAL(PRM-VALEUR)
           END-IF
           .

      * LA PROCEDURE D'ENTREE LIT CHAQUE FILE ET EMET UNE FICHE PAR
      * EXCEPTION OUVERTE ; LE TRI RAPPROCHE LES FICHES D'UNE MEME
      * OPERATION, LA PLUS PRIORITAIRE EN TETE.
       02-TREATMENT.
           SORT TRAVAIL
                ON ASCENDING KEY TRI-COMPTE TRI-REF-OPER TRI-PRIORITE
                INPUT PROCEDURE IS 02A-ALIMENTE-TRI
                OUTPUT PROCEDURE IS 02K-CONSTITUE-LISTE
           PERFORM 02P-EDITE-SYNTHESE
           .

       03-ENDPGM.
           CLOSE EXCLST, EXCRPT
           DISPLAY '**********************************'
           DISPLAY '*************GKEXCEPT*************'
           DISPLAY '**********************************'
           DISPLAY '* DATE DU RUN         : ' WS-DATE-COURANTE
           DISPLAY '* REJETS              : ' WS-NB-REJETS
           DISPLAY '* ATTENTES DE REVUE   : ' WS-NB-ATTENTES
           DISPLAY '* OPERATIONS PARQUEES : ' WS-NB-PARCS
           DISPLAY '* SUSPENS             : ' WS-NB-SUSPENS
           DISPLAY '* LITIGES OUVERTS     : ' WS-NB-LITIGES
           DISPLAY '* DOUBLONS SUSPECTS   : ' WS-NB-DOUBLONS
           DISPLAY '* ECARTS INEXPLIQUES  : ' WS-NB-ECARTS
           DISPLAY '* ORDRES EN RETENTAT. : ' WS-NB-RETENTATIVES
           DISPLAY '* FICHES TRIEES       : ' WS-NB-FICHES
           DISPLAY '* EXCEPTIONS LISTEES  : ' WS-NB-EXCEPTIONS
           DISPLAY '* FICHES FUSIONNEES   : ' WS-NB-FUSIONNEES
           DISPLAY '* HORS ECHEANCE       : ' WS-NB-HORS-SLA
           DISPLAY '* ALERTES EMISES      : ' WS-NB-ALERTES
           DISPLAY '* FILES ILLISIBLES    : ' WS-NB-FILES-KO
           DISPLAY '**********************************'
           IF WS-NB-FILES-KO > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

       02A-ALIMENTE-TRI.
           PERFORM 02B-LIT-REJETS
           PERFORM 02C-LIT-ATTENTES
           PERFORM 02D-LIT-PARC
           PERFORM 02E-LIT-SUSPENS
           PERFORM 02F-LIT-LITIGES
           PERFORM 02G-LIT-DOUBLONS
           PERFORM 02H-LIT-ECARTS
           PERFORM 02I-LIT-RETENTATIVES
           .

      * REJETS DU RUN : ENTREE A LA DATE METIER DU LOT.
       02B-LIT-REJETS.
           MOVE WS-DATE-COURANTE TO WS-DATE-LOT
           MOVE 'REJETS'         TO WS-FILE-OUVERTE
           OPEN INPUT REJETSRECORDS
           MOVE WS-FS-REJETS TO WS-FS-OUVERTURE
           PERFORM 02Z-CONTROLE-OUVERTURE
           IF WS-FILE-LUE
              MOVE 'N' TO WS-FIN-FILE-SW
              PERFORM UNTIL WS-FIN-FILE
                 READ REJETSRECORDS INTO RJ-ENREG
                    AT END SET WS-FIN-FILE TO TRUE
                 END-READ
                 IF NOT WS-FIN-FILE
                    EVALUATE RJ-TYPE
                       WHEN '00'
                          MOVE RJ-DATE TO WS-DATE-LOT
                       WHEN '10'
                          MOVE RJ-10-F1 TO F1-ENREG-00
                          INITIALIZE TRI-ENREG
                          MOVE 'REJ'           TO TRI-TYPE
                          MOVE F1-COMPTE       TO TRI-COMPTE
                          MOVE F1-REF-OPER     TO TRI-REF-OPER
                          MOVE F1-MONTANT-OPER TO TRI-MONTANT
                          MOVE WS-DATE-LOT     TO TRI-DATE-ENTREE
                          MOVE RJ-MOTIF        TO TRI-MOTIF
                          ADD 1 TO WS-NB-REJETS
                          PERFORM 02J-EMET-FICHE
                    END-EVALUATE
                 END-IF
              END-PERFORM
              CLOSE REJETSRECORDS
           END-IF
           .

      * OPERATIONS EN ATTENTE DE DISPOSITION (STATUT 'P') : ENTREE A
      * LA DATE CONSERVEE PAR LE STORE.
       02C-LIT-ATTENTES.
           MOVE 'ATTENTES' TO WS-FILE-OUVERTE
           OPEN INPUT HOLDPEND
           MOVE WS-FS-PEND TO WS-FS-OUVERTURE
           PERFORM 02Z-CONTROLE-OUVERTURE
           IF WS-FILE-LUE
              READ HOLDPEND NEXT
                 AT END SET FS-PEND-FIN TO TRUE
              END-READ
              PERFORM UNTIL NOT FS-PEND-OK
                 IF PD-EN-ATTENTE
                    MOVE PD-10-F1 TO F1-ENREG-00
                    INITIALIZE TRI-ENREG
                    MOVE 'ATT'           TO TRI-TYPE
                    MOVE PD-COMPTE       TO TRI-COMPTE
                    MOVE PD-REF-OPER     TO TRI-REF-OPER
                    MOVE F1-MONTANT-OPER TO TRI-MONTANT
                    MOVE PD-DATE-ENTREE  TO TRI-DATE-ENTREE
                    MOVE PD-MOTIF        TO TRI-MOTIF
                    ADD 1 TO WS-NB-ATTENTES
                    PERFORM 02J-EMET-FICHE
                 END-IF
                 READ HOLDPEND NEXT
                    AT END SET FS-PEND-FIN TO TRUE
                 END-READ
              END-PERFORM
              IF NOT FS-PEND-FIN
                 DISPLAY 'GKEXCEPT - LECTURE HOLDPEND EN ERREUR : '
                         WS-FS-PEND
                 ADD 1 TO WS-NB-FILES-KO
              END-IF
              CLOSE HOLDPEND
           END-IF
           .

      * PARC DES COMPTES BLOQUES : ENTREE A LA DATE DE PARCAGE
      * INITIALE.
       02D-LIT-PARC.
           MOVE 'PARC' TO WS-FILE-OUVERTE
           OPEN INPUT PARKRECORDS
           MOVE WS-FS-PARK TO WS-FS-OUVERTURE
           PERFORM 02Z-CONTROLE-OUVERTURE
           IF WS-FILE-LUE
              MOVE 'N' TO WS-FIN-FILE-SW
              PERFORM UNTIL WS-FIN-FILE
                 READ PARKRECORDS INTO PK-ENREG
                    AT END SET WS-FIN-FILE TO TRUE
                 END-READ
                 IF NOT WS-FIN-FILE AND PK-TYPE = '10'
                    MOVE PK-10-F1 TO F1-ENREG-00
                    INITIALIZE TRI-ENREG
                    MOVE 'PRC'           TO TRI-TYPE
                    MOVE F1-COMPTE       TO TRI-COMPTE
                    MOVE F1-REF-OPER     TO TRI-REF-OPER
                    MOVE F1-MONTANT-OPER TO TRI-MONTANT
                    MOVE PK-DATE-PARC    TO TRI-DATE-ENTREE
                    MOVE PK-MOTIF        TO TRI-MOTIF
                    ADD 1 TO WS-NB-PARCS
                    PERFORM 02J-EMET-FICHE
                 END-IF
              END-PERFORM
              CLOSE PARKRECORDS
           END-IF
           .

      * RELEVE DE SUSPENS : ENTREE A LA DATE METIER DU LOT.
       02E-LIT-SUSPENS.
           MOVE WS-DATE-COURANTE TO WS-DATE-LOT
           MOVE 'SUSPENS' TO WS-FILE-OUVERTE
           OPEN INPUT SUSPRECORDS
           MOVE WS-FS-SUSP TO WS-FS-OUVERTURE
           PERFORM 02Z-CONTROLE-OUVERTURE
           IF WS-FILE-LUE
              MOVE 'N' TO WS-FIN-FILE-SW
              PERFORM UNTIL WS-FIN-FILE
                 READ SUSPRECORDS INTO SU-ENREG
                    AT END SET WS-FIN-FILE TO TRUE
                 END-READ
                 IF NOT WS-FIN-FILE
                    EVALUATE SU-TYPE
                       WHEN '00'
                          MOVE SU-DATE TO WS-DATE-LOT
                       WHEN '10'
                          MOVE SU-10-F1 TO F1-ENREG-00
                          INITIALIZE TRI-ENREG
                          MOVE 'SUS'           TO TRI-TYPE
                          MOVE F1-COMPTE       TO TRI-COMPTE
                          MOVE F1-REF-OPER     TO TRI-REF-OPER
                          MOVE F1-MONTANT-OPER TO TRI-MONTANT
                          MOVE WS-DATE-LOT     TO TRI-DATE-ENTREE
                          MOVE SU-MOTIF        TO TRI-MOTIF
                          ADD 1 TO WS-NB-SUSPENS
                          PERFORM 02J-EMET-FICHE
                    END-EVALUATE
                 END-IF
              END-PERFORM
              CLOSE SUSPRECORDS
           END-IF
           .

      * LITIGES PROVISIONNES, NON ENCORE REGLES NI REFUSES (MALIT
      * DEB/SUI) : ENTREE A L'OUVERTURE DU CAS.
       02F-LIT-LITIGES.
           INITIALIZE LIT-ZCMA
           MOVE 'DEB' TO LIT-FONCTION
           CALL 'MALIT' USING LIT-ZCMA
           PERFORM UNTIL LIT-CODRET NOT = '00'
              IF LIT-CAS-PROVISIONNE
                 INITIALIZE TRI-ENREG
                 MOVE 'LIT'              TO TRI-TYPE
                 MOVE LIT-COMPTE         TO TRI-COMPTE
                 MOVE LIT-REF-OPER       TO TRI-REF-OPER
                 MOVE LIT-MONTANT        TO TRI-MONTANT
                 MOVE LIT-DATE-OUVERTURE TO TRI-DATE-ENTREE
                 MOVE 'LITIGE PROVISIONNE' TO TRI-MOTIF
                 ADD 1 TO WS-NB-LITIGES
                 PERFORM 02J-EMET-FICHE
              END-IF
              MOVE 'SUI' TO LIT-FONCTION
              CALL 'MALIT' USING LIT-ZCMA
           END-PERFORM
           IF LIT-CODRET NOT = '04'
              DISPLAY 'GKEXCEPT - PARCOURS TBLIT EN ERREUR : '
                      LIT-LIBRET
              ADD 1 TO WS-NB-FILES-KO
           END-IF
           .

      * DOUBLONS SUSPECTS : L'OPERATION SUSPECTE EST LA PLUS RECENTE
      * DE LA PAIRE, ENTREE A SA DATE.
       02G-LIT-DOUBLONS.
           MOVE 'DOUBLONS' TO WS-FILE-OUVERTE
           OPEN INPUT DUPEXT
           MOVE WS-FS-DUP TO WS-FS-OUVERTURE
           PERFORM 02Z-CONTROLE-OUVERTURE
           IF WS-FILE-LUE
              MOVE 'N' TO WS-FIN-FILE-SW
              PERFORM UNTIL WS-FIN-FILE
                 READ DUPEXT
                    AT END SET WS-FIN-FILE TO TRUE
                 END-READ
                 IF NOT WS-FIN-FILE AND DUP-TYPE = '10'
                    INITIALIZE TRI-ENREG
                    MOVE 'DBL'       TO TRI-TYPE
                    MOVE DUP-COMPTE  TO TRI-COMPTE
                    MOVE DUP-REF-B   TO TRI-REF-OPER
                    MOVE DUP-MONTANT TO TRI-MONTANT
                    MOVE DUP-DATE-B  TO TRI-DATE-ENTREE
                    STRING 'DOUBLON ' DUP-REF-A
                           ' SCORE ' DUP-SCORE
                           DELIMITED BY SIZE INTO TRI-MOTIF
                    ADD 1 TO WS-NB-DOUBLONS
                    PERFORM 02J-EMET-FICHE
                 END-IF
              END-PERFORM
              CLOSE DUPEXT
           END-IF
           .

      * ECARTS INEXPLIQUES DU RAPPROCHEMENT : CONSTAT PAR COMPTE,
      * SANS REFERENCE, JAMAIS FUSIONNE AVEC UNE AUTRE FILE.
       02H-LIT-ECARTS.
           MOVE WS-DATE-COURANTE TO WS-DATE-LOT
           MOVE 'RAPPROCHEMENT' TO WS-FILE-OUVERTE
           OPEN INPUT RECON
           MOVE WS-FS-RECON TO WS-FS-OUVERTURE
           PERFORM 02Z-CONTROLE-OUVERTURE
           IF WS-FILE-LUE
              MOVE 'N' TO WS-FIN-FILE-SW
              PERFORM UNTIL WS-FIN-FILE
                 READ RECON INTO RC-ENREG-00
                    AT END SET WS-FIN-FILE TO TRUE
                 END-READ
                 IF NOT WS-FIN-FILE
                    EVALUATE RC-TYPE-00
                       WHEN '00'
                          MOVE RC-DATE-00 TO WS-DATE-LOT
                       WHEN '10'
                          IF RC-CLASSE-10 = 'INEXPLIQUE'
                             INITIALIZE TRI-ENREG
                             MOVE 'ECR'          TO TRI-TYPE
                             MOVE RC-COMPTE-10   TO TRI-COMPTE
                             MOVE RC-MT-ECART-10 TO TRI-MONTANT
                             MOVE WS-DATE-LOT    TO TRI-DATE-ENTREE
                             MOVE 'ECART RAPPROCHEMENT INEXPLIQUE'
                               TO TRI-MOTIF
                             ADD 1 TO WS-NB-ECARTS
                             PERFORM 02J-EMET-FICHE
                          END-IF
                    END-EVALUATE
                 END-IF
              END-PERFORM
              CLOSE RECON
           END-IF
           .

      * ORDRES PERMANENTS EN RETENTATIVE ('R') OU EPUISES ('E') :
      * ENTREE A LA DERNIERE TENTATIVE.
       02I-LIT-RETENTATIVES.
           MOVE 'RETENTATIVES' TO WS-FILE-OUVERTE
           OPEN INPUT RETRYSTORE
           MOVE WS-FS-RETRY TO WS-FS-OUVERTURE
           PERFORM 02Z-CONTROLE-OUVERTURE
           IF WS-FILE-LUE
              MOVE 'N' TO WS-FIN-FILE-SW
              PERFORM UNTIL WS-FIN-FILE
                 READ RETRYSTORE
                    AT END SET WS-FIN-FILE TO TRUE
                 END-READ
                 IF NOT WS-FIN-FILE
                    AND (RETRY-STATUT = 'R' OR RETRY-STATUT = 'E')
                    MOVE RETRY-10-F1 TO F1-ENREG-00
                    INITIALIZE TRI-ENREG
                    MOVE 'ORD'           TO TRI-TYPE
                    MOVE RETRY-COMPTE    TO TRI-COMPTE
                    MOVE RETRY-REF       TO TRI-REF-OPER
                    MOVE F1-MONTANT-OPER TO TRI-MONTANT
                    MOVE RETRY-DATE      TO TRI-DATE-ENTREE
                    IF RETRY-STATUT = 'E'
                       MOVE 'ORDRE EPUISE, CLIENT AVISE' TO TRI-MOTIF
                    ELSE
                       STRING 'ORDRE EN RETENTATIVE, ESSAI '
                              RETRY-NB
                              DELIMITED BY SIZE INTO TRI-MOTIF
                    END-IF
                    ADD 1 TO WS-NB-RETENTATIVES
                    PERFORM 02J-EMET-FICHE
                 END-IF
              END-PERFORM
              CLOSE RETRYSTORE
           END-IF
           .

      * PRIORITE DE LA FILE (RANG DANS LA TABLE DES FILES) ET
      * LIBERATION DE LA FICHE.
       02J-EMET-FICHE.
           SET WS-FX TO 1
           SEARCH WS-FI-ENTRY
              AT END SET WS-FX TO 8
              WHEN WS-FI-TYPE(WS-FX) = TRI-TYPE
                 CONTINUE
           END-SEARCH
           SET TRI-PRIORITE TO WS-FX
           RELEASE TRI-ENREG
           ADD 1 TO WS-NB-FICHES
           .

      * PROCEDURE DE SORTIE : LES FICHES D'UNE MEME OPERATION SE
      * SUIVENT, LA FILE EN CHARGE EN TETE ; UNE REFERENCE A SPACES
      * (ECART PAR COMPTE) N'EST JAMAIS FUSIONNEE.
       02K-CONSTITUE-LISTE.
           MOVE 'N' TO WS-FIN-TRI-SW
           MOVE 'N' TO WS-EN-COURS-SW
           PERFORM 02L-RETOURNE-FICHE
           PERFORM UNTIL WS-FIN-TRI
              IF WS-EXCEPTION-EN-COURS
                 AND TRI-COMPTE   = EX-COMPTE
                 AND TRI-REF-OPER = EX-REF-OPER
                 AND TRI-REF-OPER NOT = SPACES
                 PERFORM 02M-FUSIONNE-FICHE
              ELSE
                 IF WS-EXCEPTION-EN-COURS
                    PERFORM 02N-ECRIT-EXCEPTION
                 END-IF
                 PERFORM 02M1-OUVRE-EXCEPTION
              END-IF
              PERFORM 02L-RETOURNE-FICHE
           END-PERFORM
           IF WS-EXCEPTION-EN-COURS
              PERFORM 02N-ECRIT-EXCEPTION
           END-IF
           .

       02L-RETOURNE-FICHE.
           RETURN TRAVAIL
              AT END SET WS-FIN-TRI TO TRUE
           END-RETURN
           .

       02M-FUSIONNE-FICHE.
           ADD 1 TO WS-NB-FUSIONNEES
           IF WS-NB-AUTRES < 4
              ADD 1 TO WS-NB-AUTRES
              MOVE TRI-TYPE TO EX-AUTRE-TYPE(WS-NB-AUTRES)
           END-IF
           IF TRI-DATE-ENTREE NOT = SPACES
              AND TRI-DATE-ENTREE < EX-DATE-ENTREE
              MOVE TRI-DATE-ENTREE TO EX-DATE-ENTREE
           END-IF
           .

       02M1-OUVRE-EXCEPTION.
           SET WS-EXCEPTION-EN-COURS TO TRUE
           MOVE 0 TO WS-NB-AUTRES
           INITIALIZE EX-ENREG
           MOVE SPACES           TO EX-AUTRES-FILES
           MOVE TRI-TYPE         TO EX-TYPE
           MOVE TRI-COMPTE       TO EX-COMPTE
           MOVE TRI-REF-OPER     TO EX-REF-OPER
           MOVE TRI-MONTANT      TO EX-MONTANT
           MOVE TRI-DATE-ENTREE  TO EX-DATE-ENTREE
           MOVE TRI-MOTIF        TO EX-MOTIF
           SET WS-FX TO TRI-PRIORITE
           MOVE WS-FI-EQUIPE(WS-FX) TO EX-EQUIPE
           .

      * AGE, ECHEANCE ET DEPASSEMENT, PUIS ECRITURE DE LA LISTE, DE
      * LA LIGNE D'ETAT ET CUMUL DE L'EQUIPE. UNE DATE D'ENTREE
      * ILLISIBLE EST PRISE A LA DATE DU RUN.
       02N-ECRIT-EXCEPTION.
           IF EX-DATE-ENTREE(1:4) NOT NUMERIC
              OR EX-DATE-ENTREE(6:2) NOT NUMERIC
              OR EX-DATE-ENTREE(9:2) NOT NUMERIC
              MOVE WS-DATE-COURANTE TO EX-DATE-ENTREE
           END-IF
           STRING EX-DATE-ENTREE(1:4) EX-DATE-ENTREE(6:2)
                  EX-DATE-ENTREE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-NUM
           COMPUTE WS-JOUR-ENTREE =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-JOUR-ENTREE < WS-JOUR-COURANT
              COMPUTE EX-AGE = WS-JOUR-COURANT - WS-JOUR-ENTREE
           ELSE
              MOVE 0 TO EX-AGE
           END-IF
           SET WS-FX TO 1
           SEARCH WS-FI-ENTRY
              AT END SET WS-FX TO 8
              WHEN WS-FI-TYPE(WS-FX) = EX-TYPE
                 CONTINUE
           END-SEARCH
           COMPUTE WS-JOUR-ECHEANCE =
                   WS-JOUR-ENTREE + WS-FI-SLA(WS-FX)
           COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-ECHEANCE)
           STRING WS-DATE-NUM(1:4) '-' WS-DATE-NUM(5:2) '-'
                  WS-DATE-NUM(7:2)
                  DELIMITED BY SIZE INTO EX-ECHEANCE
           IF WS-JOUR-ECHEANCE < WS-JOUR-COURANT
              SET EX-ECHEANCE-DEPASSEE TO TRUE
              ADD 1 TO WS-NB-HORS-SLA
           ELSE
              MOVE 'N' TO EX-HORS-SLA
           END-IF
           WRITE EX-ENREG
           ADD 1 TO WS-NB-EXCEPTIONS
           PERFORM 02O-ECRIT-LIGNE
           PERFORM 02O1-CUMULE-EQUIPE
           MOVE 'N' TO WS-EN-COURS-SW
           .

       02O-ECRIT-LIGNE.
           MOVE EX-TYPE          TO WS-LD-TYPE
           MOVE EX-COMPTE        TO WS-LD-COMPTE
           MOVE EX-REF-OPER      TO WS-LD-REF
           MOVE EX-MONTANT       TO WS-LD-MONTANT
           MOVE EX-DATE-ENTREE   TO WS-LD-ENTREE
           MOVE EX-AGE           TO WS-LD-AGE
           MOVE EX-EQUIPE        TO WS-LD-EQUIPE
           MOVE EX-ECHEANCE      TO WS-LD-ECHEANCE
           IF EX-ECHEANCE-DEPASSEE
              MOVE 'KO' TO WS-LD-HORS-SLA
           ELSE
              MOVE 'OK' TO WS-LD-HORS-SLA
           END-IF
           MOVE EX-MOTIF         TO WS-LD-MOTIF
           MOVE EX-AUTRES-FILES  TO WS-LD-AUTRES
           WRITE RPT-ENREG FROM WS-LIGNE-DETAIL
           .

      * CUMUL EN VALEUR ABSOLUE : UN ECART OU UN LITIGE NEGATIF PESE
      * AUTANT QU'UN POSITIF DANS LE STOCK DE L'EQUIPE.
       02O1-CUMULE-EQUIPE.
           MOVE EX-MONTANT TO WS-MONTANT-ABS
           IF WS-MONTANT-ABS < 0
              COMPUTE WS-MONTANT-ABS = 0 - WS-MONTANT-ABS
           END-IF
           MOVE 'N' TO WS-EQUIPE-TROUVEE-SW
           IF WS-NB-EQUIPES > 0
              SET WS-EX TO 1
              SEARCH WS-EQ-ENTRY
                 WHEN WS-EQ-CODE(WS-EX) = EX-EQUIPE
                    SET WS-EQUIPE-TROUVEE TO TRUE
              END-SEARCH
           END-IF
           IF NOT WS-EQUIPE-TROUVEE
              ADD 1 TO WS-NB-EQUIPES
              SET WS-EX TO WS-NB-EQUIPES
              MOVE EX-EQUIPE TO WS-EQ-CODE(WS-EX)
              MOVE 0 TO WS-EQ-NB(WS-EX) WS-EQ-MONTANT(WS-EX)
                        WS-EQ-NB-HORS(WS-EX) WS-EQ-MT-HORS(WS-EX)
           END-IF
           ADD 1              TO WS-EQ-NB(WS-EX)
           ADD WS-MONTANT-ABS TO WS-EQ-MONTANT(WS-EX)
           IF EX-ECHEANCE-DEPASSEE
              ADD 1              TO WS-EQ-NB-HORS(WS-EX)
              ADD WS-MONTANT-ABS TO WS-EQ-MT-HORS(WS-EX)
           END-IF
           .

      * SYNTHESE PAR EQUIPE EN FIN D'ETAT ET ALERTES : LE STOCK DE
      * CHAQUE EQUIPE EN AVERTISSEMENT, SES ECHEANCES DEPASSEES EN
      * ERREUR.
       02P-EDITE-SYNTHESE.
           WRITE RPT-ENREG FROM WS-LIGNE-VIDE
           WRITE RPT-ENREG FROM WS-SYNTH-TITRE
           WRITE RPT-ENREG FROM WS-SYNTH-COLONNES
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-NB-EQUIPES
              MOVE WS-EQ-CODE(WS-EX)    TO WS-SD-EQUIPE
              MOVE WS-EQ-NB(WS-EX)      TO WS-SD-NB
              MOVE WS-EQ-MONTANT(WS-EX) TO WS-SD-MONTANT
              MOVE WS-EQ-NB-HORS(WS-EX) TO WS-SD-NB-HORS
              MOVE WS-EQ-MT-HORS(WS-EX) TO WS-SD-MT-HORS
              WRITE RPT-ENREG FROM WS-SYNTH-DETAIL
              MOVE 'W'                  TO ALR-SEVERITE
              MOVE 'EXCSTOCK'           TO ALR-CODE
              MOVE WS-EQ-NB(WS-EX)      TO ALR-COMPTEUR
              MOVE WS-EQ-MONTANT(WS-EX) TO ALR-MONTANT
              PERFORM 02Q-EMET-ALERTE
              IF WS-EQ-NB-HORS(WS-EX) > 0
                 MOVE 'E'                  TO ALR-SEVERITE
                 MOVE 'EXCHSLA'            TO ALR-CODE
                 MOVE WS-EQ-NB-HORS(WS-EX) TO ALR-COMPTEUR
                 MOVE WS-EQ-MT-HORS(WS-EX) TO ALR-MONTANT
                 PERFORM 02Q-EMET-ALERTE
              END-IF
           END-PERFORM
           .

       02Q-EMET-ALERTE.
           MOVE 'GKEXCEPT'        TO ALR-PROGRAMME
           MOVE WS-RUN-ID         TO ALR-RUN-ID
           MOVE WS-EQ-CODE(WS-EX) TO ALR-ORIGINE
           CALL 'GKALERT' USING ALR-ENREG
           ADD 1 TO WS-NB-ALERTES
           .

      * UNE FILE ABSENTE CE JOUR EST VIDE ; UN AUTRE ECHEC
      * D'OUVERTURE EST SIGNALE ET LA LISTE EST INCOMPLETE.
       02Z-CONTROLE-OUVERTURE.
           MOVE 'N' TO WS-FILE-LUE-SW
           EVALUATE TRUE
              WHEN FS-OUVERTURE-OK
                 SET WS-FILE-LUE TO TRUE
              WHEN FS-OUVERTURE-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'GKEXCEPT - OPEN ' WS-FILE-OUVERTE
                         ' EN ERREUR : ' WS-FS-OUVERTURE
                 ADD 1 TO WS-NB-FILES-KO
           END-EVALUATE
           .
