      *********************************************************
      * PROGRAM NAME:  GKREFINT                               *
      * PROGRAM OBJET :CONTROLE HEBDOMADAIRE D'INTEGRITE      *
      *                REFERENTIELLE : LES CHARGEURS CHGTB*   *
      *                NE VERIFIENT LE COMPTE QU'AU           *
      *                CHARGEMENT ; CE BATCH REPARCOURT PAR   *
      *                LEURS ACCESSEURS TBCPT, TBORD, TBMDT,  *
      *                TBGAG, TBDCV, TBPOOL ET TBIBN ET EDITE *
      *                CHAQUE LIGNE ORPHELINE OU INCOHERENTE  *
      *                AVEC LA REGLE ENFREINTE (COMPTE        *
      *                INEXISTANT OU CLOTURE, CLIENT ABSENT   *
      *                DE TBCLI, PRODUIT ABSENT DE TBPDT) ;   *
      *                SUR DEMANDE (CARTE SYSIN), LES         *
      *                FICHIERS D'INSTRUCTIONS DE NETTOYAGE   *
      *                DES CHARGEURS SONT GENERES, A PASSER   *
      *                APRES REVUE DE L'ETAT                  *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - CONTROLE D'INTEGRITE       *
      *          REFERENTIELLE ET INSTRUCTIONS DE NETTOYAGE    *
      * 15/10/26 SOUAD   PLAGES DE NUMEROS VIRTUELS (TBVIR) :   *
      *          PLAGE ATTRIBUEE SUR UN COMPTE MAITRE           *
      *          INEXISTANT OU CLOTURE (VIR1) ; UN IBAN D'UN    *
      *          NUMERO VIRTUEL DE TBVIR N'EST PLUS UNE         *
      *          ANOMALIE IBN1                                  *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKREFINT.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ETAT DES ANOMALIES, UNE LIGNE PAR LIGNE EN ANOMALIE ET PAR
      *    REGLE ENFREINTE
            SELECT ANORPT ASSIGN TO DDREFINT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.

      *    INSTRUCTIONS DE NETTOYAGE, AU FORMAT DU FICHIER DDINSTR DE
      *    CHAQUE CHARGEUR (CHGTBORD, CHGTBMDT, CHGTBGAG, CHGTBDCV,
      *    CHGTBPOL) ; OUVERTS SEULEMENT SI LA GENERATION EST DEMANDEE
            SELECT NETORD ASSIGN TO DDNETORD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-NETORD.

            SELECT NETMDT ASSIGN TO DDNETMDT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-NETMDT.

            SELECT NETGAG ASSIGN TO DDNETGAG
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-NETGAG.

            SELECT NETDCV ASSIGN TO DDNETDCV
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-NETDCV.

            SELECT NETPOL ASSIGN TO DDNETPOL
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-NETPOL.

       DATA DIVISION.
       FILE SECTION.

       FD ANORPT.
       01 RPT-ENREG PIC X(100).

      * ORDRES PERMANENTS : REMOVE + IDENTIFIANT (CHGTBORD)
       FD NETORD.
       01 NORD-ENREG.
         05 NORD-ACTION     PIC X(08).
         05 NORD-ID         PIC X(06).
         05 NORD-COMPTE     PIC X(11).
         05 FILLER          PIC X(55).

      * MANDATS : REVOKE + CREANCIER + COMPTE (CHGTBMDT)
       FD NETMDT.
       01 NMDT-ENREG.
         05 NMDT-ACTION     PIC X(08).
         05 NMDT-CREANCIER  PIC X(08).
         05 NMDT-COMPTE     PIC X(11).
         05 FILLER          PIC X(53).

      * GAGES : RELEASE + COMPTE + IDENTIFIANT (CHGTBGAG)
       FD NETGAG.
       01 NGAG-ENREG.
         05 NGAG-ACTION     PIC X(08).
         05 NGAG-COMPTE     PIC X(11).
         05 NGAG-ID-GAGE    PIC X(06).
         05 FILLER          PIC X(55).

      * FACILITES DE DECOUVERT : REMOVE + COMPTE (CHGTBDCV)
       FD NETDCV.
       01 NDCV-ENREG.
         05 NDCV-ACTION     PIC X(08).
         05 NDCV-COMPTE     PIC X(11).
         05 FILLER          PIC X(61).

      * LIENS DE CASH-POOLING : REMOVE + PARTICIPANT (CHGTBPOL)
       FD NETPOL.
       01 NPOL-ENREG.
         05 NPOL-ACTION      PIC X(08).
         05 NPOL-PARTICIPANT PIC X(11).
         05 NPOL-MAITRE      PIC X(11).
         05 FILLER           PIC X(50).

       WORKING-STORAGE SECTION.

       COPY CPTFUNC.
       COPY ZACLI   REPLACING ==()== BY ==CLI==.
       COPY ZAPDT   REPLACING ==()== BY ==PDT==.
       COPY ZAORD   REPLACING ==()== BY ==ORD==.
       COPY ZAMDT   REPLACING ==()== BY ==MDT==.
       COPY ZAGAG   REPLACING ==()== BY ==GAG==.
       COPY ZADCV   REPLACING ==()== BY ==DCV==.
       COPY ZAPOOL  REPLACING ==()== BY ==POO==.
       COPY ZAIBN   REPLACING ==()== BY ==IBN==.
       COPY ZAVIR   REPLACING ==()== BY ==VIR==.

      * CARTE SYSIN : 'O' EN COLONNE 1 DEMANDE LA GENERATION DES
      * FICHIERS D'INSTRUCTIONS DE NETTOYAGE ; A BLANC, ETAT SEUL.
       01 WS-PARM-CARD.
         05 WS-PARM-NETTOYAGE PIC X(01).
           88 WS-NETTOYAGE-DEMANDE VALUE 'O'.
         05 FILLER            PIC X(79).

      * COMPTE REFERENCE PAR LA LIGNE EN COURS ET RESULTAT DE SA
      * VERIFICATION SUR TBCPT (MACPT SEL).
       01 WS-CTL-COMPTE   PIC X(11).
       01 WS-CTL-ETAT     PIC X(01).
         88 WS-CTL-OK          VALUE 'O'.
         88 WS-CTL-INEXISTANT  VALUE 'I'.
         88 WS-CTL-CLOTURE     VALUE 'C'.
         88 WS-CTL-ERREUR      VALUE 'E'.
       01 WS-CTL-MOTIF    PIC X(30).

       01 WS-LIEN-ORPHELIN-SW PIC X(01).
         88 WS-LIEN-ORPHELIN VALUE 'O'.

       01 WS-LIGNE-ANOMALIE.
         05 WS-LA-TABLE   PIC X(06).
         05 FILLER        PIC X(01).
         05 WS-LA-CLE     PIC X(34).
         05 FILLER        PIC X(01).
         05 WS-LA-COMPTE  PIC X(11).
         05 FILLER        PIC X(01).
         05 WS-LA-REGLE   PIC X(04).
         05 FILLER        PIC X(01).
         05 WS-LA-MOTIF   PIC X(30).
         05 FILLER        PIC X(11).

       01 WS-RUN-COUNTERS.
         05 WS-NB-COMPTES      PIC 9(09) VALUE 0.
         05 WS-NB-ORDRES       PIC 9(09) VALUE 0.
         05 WS-NB-MANDATS      PIC 9(09) VALUE 0.
         05 WS-NB-GAGES        PIC 9(09) VALUE 0.
         05 WS-NB-FACILITES    PIC 9(09) VALUE 0.
         05 WS-NB-LIENS        PIC 9(09) VALUE 0.
         05 WS-NB-IBANS        PIC 9(09) VALUE 0.
         05 WS-NB-PLAGES       PIC 9(09) VALUE 0.
         05 WS-NB-ANOMALIES    PIC 9(06) VALUE 0.
         05 WS-NB-INSTRUCTIONS PIC 9(06) VALUE 0.
         05 WS-NB-ERREURS      PIC 9(06) VALUE 0.

       01 WS-FS-RPT PIC X(02).
         88 FS-RPT-OK VALUE '00'.
       01 WS-FS-NETORD PIC X(02).
       01 WS-FS-NETMDT PIC X(02).
       01 WS-FS-NETGAG PIC X(02).
       01 WS-FS-NETDCV PIC X(02).
       01 WS-FS-NETPOL PIC X(02).

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           OPEN OUTPUT ANORPT
           IF WS-NETTOYAGE-DEMANDE
              OPEN OUTPUT NETORD
              OPEN OUTPUT NETMDT
              OPEN OUTPUT NETGAG
              OPEN OUTPUT NETDCV
              OPEN OUTPUT NETPOL
           END-IF
           .

      * UN PARCOURS PAR TABLE, CHACUN PAR LE CURSEUR DE SON
      * ACCESSEUR ; LE COMPTE REFERENCE EST RELU SUR TBCPT.
       02-TREATMENT.
           PERFORM 02A-CONTROLE-COMPTES
           PERFORM 02C-CONTROLE-ORDRES
           PERFORM 02D-CONTROLE-MANDATS
           PERFORM 02E-CONTROLE-GAGES
           PERFORM 02F-CONTROLE-FACILITES
           PERFORM 02G-CONTROLE-POOLS
           PERFORM 02H-CONTROLE-IBANS
           PERFORM 02I-CONTROLE-VIRTUELS
           .

       03-ENDPGM.
           CLOSE ANORPT
           IF WS-NETTOYAGE-DEMANDE
              CLOSE NETORD
              CLOSE NETMDT
              CLOSE NETGAG
              CLOSE NETDCV
              CLOSE NETPOL
           END-IF
           DISPLAY '**********************************'
           DISPLAY '*************GKREFINT*************'
           DISPLAY '**********************************'
           DISPLAY '* COMPTES PARCOURUS   : ' WS-NB-COMPTES
           DISPLAY '* ORDRES PARCOURUS    : ' WS-NB-ORDRES
           DISPLAY '* MANDATS PARCOURUS   : ' WS-NB-MANDATS
           DISPLAY '* GAGES PARCOURUS     : ' WS-NB-GAGES
           DISPLAY '* FACILITES PARCOURUES: ' WS-NB-FACILITES
           DISPLAY '* LIENS DE POOL       : ' WS-NB-LIENS
           DISPLAY '* IBANS PARCOURUS     : ' WS-NB-IBANS
           DISPLAY '* PLAGES VIRTUELLES   : ' WS-NB-PLAGES
           DISPLAY '* ANOMALIES EDITEES   : ' WS-NB-ANOMALIES
           DISPLAY '* INSTRUCTIONS EMISES : ' WS-NB-INSTRUCTIONS
           DISPLAY '* ERREURS DE LECTURE  : ' WS-NB-ERREURS
           DISPLAY '**********************************'
           IF WS-NB-ERREURS > 0
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WS-NB-ANOMALIES > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           STOP RUN
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * REGLES PORTANT SUR LE COMPTE LUI-MEME : CLIENT DE RATTACHEMENT
      * PRESENT DANS TBCLI (CPT1), PRODUIT PRESENT DANS TBPDT (CPT2).
      * UN CODE A SPACES (COMPTE OUVERT AVANT LA DIMENSION) N'EST PAS
      * UNE ANOMALIE.
       02A-CONTROLE-COMPTES.
           INITIALIZE CPT-ZCMA
           MOVE 'DEB' TO CPT-FONCTION
           CALL 'MACPT' USING CPT-ZCMA
           PERFORM UNTIL CPT-CODRET NOT = '00'
              ADD 1 TO WS-NB-COMPTES
              PERFORM 02B-CONTROLE-UN-COMPTE
              MOVE 'SUI' TO CPT-FONCTION
              CALL 'MACPT' USING CPT-ZCMA
           END-PERFORM
           IF CPT-CODRET NOT = '04'
              ADD 1 TO WS-NB-ERREURS
              DISPLAY 'GKREFINT - PARCOURS TBCPT EN ERREUR : '
                      CPT-LIBRET
           END-IF
           .

       02B-CONTROLE-UN-COMPTE.
           IF CPT-CODCLI NOT = SPACES
              INITIALIZE CLI-ZCMA
              MOVE 'SEL'      TO CLI-FONCTION
              MOVE CPT-CODCLI TO CLI-ID
              CALL 'MACLI' USING CLI-ZCMA
              EVALUATE CLI-CODRET
                 WHEN '00'
                    CONTINUE
                 WHEN '04'
                    MOVE 'TBCPT'      TO WS-LA-TABLE
                    MOVE CPT-CODCLI   TO WS-LA-CLE
                    MOVE CPT-COMPTE   TO WS-LA-COMPTE
                    MOVE 'CPT1'       TO WS-LA-REGLE
                    MOVE 'CLIENT ABSENT DE TBCLI' TO WS-LA-MOTIF
                    PERFORM 02X-ECRIT-ANOMALIE
                 WHEN OTHER
                    ADD 1 TO WS-NB-ERREURS
                    DISPLAY 'GKREFINT - LECTURE TBCLI EN ERREUR, '
                            'COMPTE ' CPT-COMPTE ' : ' CLI-LIBRET
              END-EVALUATE
           END-IF
           IF CPT-PRODUIT NOT = SPACES
              INITIALIZE PDT-ZCMA
              MOVE 'SEL'       TO PDT-FONCTION
              MOVE CPT-PRODUIT TO PDT-PRODUIT
              CALL 'MAPDT' USING PDT-ZCMA
              EVALUATE PDT-CODRET
                 WHEN '00'
                    CONTINUE
                 WHEN '04'
                    MOVE 'TBCPT'      TO WS-LA-TABLE
                    MOVE CPT-PRODUIT  TO WS-LA-CLE
                    MOVE CPT-COMPTE   TO WS-LA-COMPTE
                    MOVE 'CPT2'       TO WS-LA-REGLE
                    MOVE 'PRODUIT ABSENT DE TBPDT' TO WS-LA-MOTIF
                    PERFORM 02X-ECRIT-ANOMALIE
                 WHEN OTHER
                    ADD 1 TO WS-NB-ERREURS
                    DISPLAY 'GKREFINT - LECTURE TBPDT EN ERREUR, '
                            'COMPTE ' CPT-COMPTE ' : ' PDT-LIBRET
              END-EVALUATE
           END-IF
           .

      * ORDRES PERMANENTS (ACTIFS OU SUSPENDUS) SUR UN COMPTE
      * INEXISTANT OU CLOTURE (ORD1) -> REMOVE.
       02C-CONTROLE-ORDRES.
           INITIALIZE ORD-ZCMA
           MOVE 'DEB' TO ORD-FONCTION
           CALL 'MAORD' USING ORD-ZCMA
           PERFORM UNTIL ORD-CODRET NOT = '00'
              ADD 1 TO WS-NB-ORDRES
              MOVE ORD-COMPTE TO WS-CTL-COMPTE
              PERFORM 02W-VERIFIE-COMPTE
              IF WS-CTL-INEXISTANT OR WS-CTL-CLOTURE
                 MOVE 'TBORD'      TO WS-LA-TABLE
                 MOVE ORD-ID       TO WS-LA-CLE
                 MOVE ORD-COMPTE   TO WS-LA-COMPTE
                 MOVE 'ORD1'       TO WS-LA-REGLE
                 MOVE WS-CTL-MOTIF TO WS-LA-MOTIF
                 PERFORM 02X-ECRIT-ANOMALIE
                 IF WS-NETTOYAGE-DEMANDE
                    INITIALIZE NORD-ENREG
                    MOVE 'REMOVE'   TO NORD-ACTION
                    MOVE ORD-ID     TO NORD-ID
                    MOVE ORD-COMPTE TO NORD-COMPTE
                    WRITE NORD-ENREG
                    ADD 1 TO WS-NB-INSTRUCTIONS
                 END-IF
              END-IF
              MOVE 'SUI' TO ORD-FONCTION
              CALL 'MAORD' USING ORD-ZCMA
           END-PERFORM
           IF ORD-CODRET NOT = '04'
              ADD 1 TO WS-NB-ERREURS
              DISPLAY 'GKREFINT - PARCOURS TBORD EN ERREUR : '
                      ORD-LIBRET
           END-IF
           .

      * MANDATS NON REVOQUES SUR UN COMPTE INEXISTANT OU CLOTURE
      * (MDT1) -> REVOKE ; UN MANDAT DEJA REVOQUE EST UNE TRACE
      * NORMALE DE LA CLOTURE.
       02D-CONTROLE-MANDATS.
           INITIALIZE MDT-ZCMA
           MOVE 'TDB' TO MDT-FONCTION
           CALL 'MAMDT' USING MDT-ZCMA
           PERFORM UNTIL MDT-CODRET NOT = '00'
              ADD 1 TO WS-NB-MANDATS
              IF NOT MDT-MANDAT-REVOQUE
                 MOVE MDT-COMPTE TO WS-CTL-COMPTE
                 PERFORM 02W-VERIFIE-COMPTE
                 IF WS-CTL-INEXISTANT OR WS-CTL-CLOTURE
                    MOVE 'TBMDT'       TO WS-LA-TABLE
                    MOVE MDT-CREANCIER TO WS-LA-CLE
                    MOVE MDT-COMPTE    TO WS-LA-COMPTE
                    MOVE 'MDT1'        TO WS-LA-REGLE
                    MOVE WS-CTL-MOTIF  TO WS-LA-MOTIF
                    PERFORM 02X-ECRIT-ANOMALIE
                    IF WS-NETTOYAGE-DEMANDE
                       INITIALIZE NMDT-ENREG
                       MOVE 'REVOKE'      TO NMDT-ACTION
                       MOVE MDT-CREANCIER TO NMDT-CREANCIER
                       MOVE MDT-COMPTE    TO NMDT-COMPTE
                       WRITE NMDT-ENREG
                       ADD 1 TO WS-NB-INSTRUCTIONS
                    END-IF
                 END-IF
              END-IF
              MOVE 'TSU' TO MDT-FONCTION
              CALL 'MAMDT' USING MDT-ZCMA
           END-PERFORM
           IF MDT-CODRET NOT = '04'
              ADD 1 TO WS-NB-ERREURS
              DISPLAY 'GKREFINT - PARCOURS TBMDT EN ERREUR : '
                      MDT-LIBRET
           END-IF
           .

      * GAGES SUR UN COMPTE INEXISTANT OU CLOTURE (GAG1) -> RELEASE.
       02E-CONTROLE-GAGES.
           INITIALIZE GAG-ZCMA
           MOVE 'DEB' TO GAG-FONCTION
           CALL 'MAGAG' USING GAG-ZCMA
           PERFORM UNTIL GAG-CODRET NOT = '00'
              ADD 1 TO WS-NB-GAGES
              MOVE GAG-COMPTE TO WS-CTL-COMPTE
              PERFORM 02W-VERIFIE-COMPTE
              IF WS-CTL-INEXISTANT OR WS-CTL-CLOTURE
                 MOVE 'TBGAG'      TO WS-LA-TABLE
                 MOVE GAG-ID-GAGE  TO WS-LA-CLE
                 MOVE GAG-COMPTE   TO WS-LA-COMPTE
                 MOVE 'GAG1'       TO WS-LA-REGLE
                 MOVE WS-CTL-MOTIF TO WS-LA-MOTIF
                 PERFORM 02X-ECRIT-ANOMALIE
                 IF WS-NETTOYAGE-DEMANDE
                    INITIALIZE NGAG-ENREG
                    MOVE 'RELEASE'   TO NGAG-ACTION
                    MOVE GAG-COMPTE  TO NGAG-COMPTE
                    MOVE GAG-ID-GAGE TO NGAG-ID-GAGE
                    WRITE NGAG-ENREG
                    ADD 1 TO WS-NB-INSTRUCTIONS
                 END-IF
              END-IF
              MOVE 'SUI' TO GAG-FONCTION
              CALL 'MAGAG' USING GAG-ZCMA
           END-PERFORM
           IF GAG-CODRET NOT = '04'
              ADD 1 TO WS-NB-ERREURS
              DISPLAY 'GKREFINT - PARCOURS TBGAG EN ERREUR : '
                      GAG-LIBRET
           END-IF
           .

      * FACILITES DE DECOUVERT SUR UN COMPTE INEXISTANT OU CLOTURE
      * (DCV1) -> REMOVE.
       02F-CONTROLE-FACILITES.
           INITIALIZE DCV-ZCMA
           MOVE 'DEB' TO DCV-FONCTION
           CALL 'MADCV' USING DCV-ZCMA
           PERFORM UNTIL DCV-CODRET NOT = '00'
              ADD 1 TO WS-NB-FACILITES
              MOVE DCV-COMPTE TO WS-CTL-COMPTE
              PERFORM 02W-VERIFIE-COMPTE
              IF WS-CTL-INEXISTANT OR WS-CTL-CLOTURE
                 MOVE 'TBDCV'      TO WS-LA-TABLE
                 MOVE DCV-COMPTE   TO WS-LA-CLE
                 MOVE DCV-COMPTE   TO WS-LA-COMPTE
                 MOVE 'DCV1'       TO WS-LA-REGLE
                 MOVE WS-CTL-MOTIF TO WS-LA-MOTIF
                 PERFORM 02X-ECRIT-ANOMALIE
                 IF WS-NETTOYAGE-DEMANDE
                    INITIALIZE NDCV-ENREG
                    MOVE 'REMOVE'   TO NDCV-ACTION
                    MOVE DCV-COMPTE TO NDCV-COMPTE
                    WRITE NDCV-ENREG
                    ADD 1 TO WS-NB-INSTRUCTIONS
                 END-IF
              END-IF
              MOVE 'SUI' TO DCV-FONCTION
              CALL 'MADCV' USING DCV-ZCMA
           END-PERFORM
           IF DCV-CODRET NOT = '04'
              ADD 1 TO WS-NB-ERREURS
              DISPLAY 'GKREFINT - PARCOURS TBDCV EN ERREUR : '
                      DCV-LIBRET
           END-IF
           .

      * LIENS DE CASH-POOLING DONT LE PARTICIPANT (POL1) OU LE
      * MAITRE (POL2) EST INEXISTANT OU CLOTURE -> REMOVE DU LIEN
      * (UNE SEULE INSTRUCTION SI LES DEUX REGLES SONT ENFREINTES).
       02G-CONTROLE-POOLS.
           INITIALIZE POO-ZCMA
           MOVE 'DEB' TO POO-FONCTION
           CALL 'MAPOOL' USING POO-ZCMA
           PERFORM UNTIL POO-CODRET NOT = '00'
              ADD 1 TO WS-NB-LIENS
              PERFORM 02G1-CONTROLE-UN-LIEN
              MOVE 'SUI' TO POO-FONCTION
              CALL 'MAPOOL' USING POO-ZCMA
           END-PERFORM
           IF POO-CODRET NOT = '04'
              ADD 1 TO WS-NB-ERREURS
              DISPLAY 'GKREFINT - PARCOURS TBPOOL EN ERREUR : '
                      POO-LIBRET
           END-IF
           .

       02G1-CONTROLE-UN-LIEN.
           MOVE 'N' TO WS-LIEN-ORPHELIN-SW
           MOVE POO-PARTICIPANT TO WS-CTL-COMPTE
           PERFORM 02W-VERIFIE-COMPTE
           IF WS-CTL-INEXISTANT OR WS-CTL-CLOTURE
              SET WS-LIEN-ORPHELIN TO TRUE
              MOVE 'TBPOOL'        TO WS-LA-TABLE
              MOVE POO-MAITRE      TO WS-LA-CLE
              MOVE POO-PARTICIPANT TO WS-LA-COMPTE
              MOVE 'POL1'          TO WS-LA-REGLE
              MOVE WS-CTL-MOTIF    TO WS-LA-MOTIF
              PERFORM 02X-ECRIT-ANOMALIE
           END-IF
           MOVE POO-MAITRE TO WS-CTL-COMPTE
           PERFORM 02W-VERIFIE-COMPTE
           IF WS-CTL-INEXISTANT OR WS-CTL-CLOTURE
              SET WS-LIEN-ORPHELIN TO TRUE
              MOVE 'TBPOOL'        TO WS-LA-TABLE
              MOVE POO-MAITRE      TO WS-LA-CLE
              MOVE POO-PARTICIPANT TO WS-LA-COMPTE
              MOVE 'POL2'          TO WS-LA-REGLE
              MOVE SPACES          TO WS-LA-MOTIF
              STRING 'MAITRE : ' WS-CTL-MOTIF
                     DELIMITED BY SIZE INTO WS-LA-MOTIF
              PERFORM 02X-ECRIT-ANOMALIE
           END-IF
           IF WS-LIEN-ORPHELIN AND WS-NETTOYAGE-DEMANDE
              INITIALIZE NPOL-ENREG
              MOVE 'REMOVE'        TO NPOL-ACTION
              MOVE POO-PARTICIPANT TO NPOL-PARTICIPANT
              MOVE POO-MAITRE      TO NPOL-MAITRE
              WRITE NPOL-ENREG
              ADD 1 TO WS-NB-INSTRUCTIONS
           END-IF
           .

      * CORRESPONDANCES IBAN VERS UN COMPTE INEXISTANT OU CLOTURE
      * (IBN1) : ETAT SEUL, CHGTBIBN NE PORTANT PAS DE SUPPRESSION ;
      * LA CORRESPONDANCE EST RETIREE PAR LE SUPPORT APRES REVUE.
      * L'IBAN D'UN NUMERO VIRTUEL (CHARGE PAR CHGTBVIR) POINTE SUR UN
      * NUMERO ABSENT DE TBCPT PAR CONSTRUCTION : IL N'EST ORPHELIN QUE
      * SI AUCUNE PLAGE TBVIR NE CONTIENT LE NUMERO (UNE PLAGE
      * REVOQUEE GARDE SES IBANS, LES CREDITS PARTANT AU SUSPENS).
       02H-CONTROLE-IBANS.
           INITIALIZE IBN-ZCMA
           MOVE 'DEB' TO IBN-FONCTION
           CALL 'MAIBN' USING IBN-ZCMA
           PERFORM UNTIL IBN-CODRET NOT = '00'
              ADD 1 TO WS-NB-IBANS
              MOVE IBN-COMPTE TO WS-CTL-COMPTE
              PERFORM 02W-VERIFIE-COMPTE
              IF WS-CTL-INEXISTANT
                 INITIALIZE VIR-ZCMA
                 MOVE 'NUM'      TO VIR-FONCTION
                 MOVE IBN-COMPTE TO VIR-NUMERO
                 CALL 'MAVIR' USING VIR-ZCMA
                 IF VIR-CODRET = '00'
                    SET WS-CTL-OK TO TRUE
                 END-IF
              END-IF
              IF WS-CTL-INEXISTANT OR WS-CTL-CLOTURE
                 MOVE 'TBIBN'      TO WS-LA-TABLE
                 MOVE IBN-IBAN     TO WS-LA-CLE
                 MOVE IBN-COMPTE   TO WS-LA-COMPTE
                 MOVE 'IBN1'       TO WS-LA-REGLE
                 MOVE WS-CTL-MOTIF TO WS-LA-MOTIF
                 PERFORM 02X-ECRIT-ANOMALIE
              END-IF
              MOVE 'SUI' TO IBN-FONCTION
              CALL 'MAIBN' USING IBN-ZCMA
           END-PERFORM
           IF IBN-CODRET NOT = '04'
              ADD 1 TO WS-NB-ERREURS
              DISPLAY 'GKREFINT - PARCOURS TBIBN EN ERREUR : '
                      IBN-LIBRET
           END-IF
           .

      * PLAGE DE NUMEROS VIRTUELS ATTRIBUEE SUR UN COMPTE MAITRE
      * INEXISTANT OU CLOTURE (VIR1) : LES CREDITS ADRESSES A LA
      * PLAGE REJETTERAIENT SUR LE COMPTE MAITRE. ETAT SEUL, LA PLAGE
      * EST REVOQUEE PAR CHGTBVIR APRES REVUE. UNE PLAGE DEJA
      * REVOQUEE N'EST PLUS CONTROLEE.
       02I-CONTROLE-VIRTUELS.
           INITIALIZE VIR-ZCMA
           MOVE 'DEB' TO VIR-FONCTION
           CALL 'MAVIR' USING VIR-ZCMA
           PERFORM UNTIL VIR-CODRET NOT = '00'
              ADD 1 TO WS-NB-PLAGES
              IF VIR-PLAGE-ACTIVE
                 MOVE VIR-COMPTE TO WS-CTL-COMPTE
                 PERFORM 02W-VERIFIE-COMPTE
                 IF WS-CTL-INEXISTANT OR WS-CTL-CLOTURE
                    MOVE 'TBVIR'      TO WS-LA-TABLE
                    MOVE VIR-VIR-DEBUT TO WS-LA-CLE
                    MOVE VIR-COMPTE   TO WS-LA-COMPTE
                    MOVE 'VIR1'       TO WS-LA-REGLE
                    MOVE WS-CTL-MOTIF TO WS-LA-MOTIF
                    PERFORM 02X-ECRIT-ANOMALIE
                 END-IF
              END-IF
              MOVE 'SUI' TO VIR-FONCTION
              CALL 'MAVIR' USING VIR-ZCMA
           END-PERFORM
           IF VIR-CODRET NOT = '04'
              ADD 1 TO WS-NB-ERREURS
              DISPLAY 'GKREFINT - PARCOURS TBVIR EN ERREUR : '
                      VIR-LIBRET
           END-IF
           .

      * VERIFICATION DU COMPTE REFERENCE (WS-CTL-COMPTE) SUR TBCPT :
      * INEXISTANT (MACPT '04') OU CLOTURE ; UNE ERREUR DE LECTURE
      * EST COMPTEE ET NE PRODUIT NI ANOMALIE NI INSTRUCTION.
       02W-VERIFIE-COMPTE.
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'         TO CPT-FONCTION
           MOVE WS-CTL-COMPTE TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA
           MOVE SPACES TO WS-CTL-MOTIF
           EVALUATE TRUE
              WHEN CPT-CODRET = '04'
                 SET WS-CTL-INEXISTANT TO TRUE
                 MOVE 'COMPTE INEXISTANT DANS TBCPT' TO WS-CTL-MOTIF
              WHEN CPT-CODRET NOT = '00'
                 SET WS-CTL-ERREUR TO TRUE
                 ADD 1 TO WS-NB-ERREURS
                 DISPLAY 'GKREFINT - LECTURE TBCPT EN ERREUR, '
                         'COMPTE ' WS-CTL-COMPTE ' : ' CPT-LIBRET
              WHEN CPT-COMPTE-CLOTURE
                 SET WS-CTL-CLOTURE TO TRUE
                 MOVE 'COMPTE CLOTURE' TO WS-CTL-MOTIF
              WHEN OTHER
                 SET WS-CTL-OK TO TRUE
           END-EVALUATE
           .

       02X-ECRIT-ANOMALIE.
           ADD 1 TO WS-NB-ANOMALIES
           WRITE RPT-ENREG FROM WS-LIGNE-ANOMALIE
           .
