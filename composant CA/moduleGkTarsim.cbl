      *********************************************************
      * PROGRAM NAME:  GKTARSIM                               *
      * PROGRAM OBJET :SIMULATION D'UN CHANGEMENT DE TARIF :  *
      *                LES OPERATIONS TBHIS D'UNE PERIODE     *
      *                SONT REJOUEES CONTRE LE TARIF EN       *
      *                VIGUEUR (TBHOP, TBPLN) ET CONTRE UN    *
      *                TARIF PROPOSE (FICHIERS AU FORMAT DE   *
      *                CHGTBHOP ET CHGTBPLN), AVEC LA MEME    *
      *                RESOLUTION QUE LA GENERATION DE FRAIS  *
      *                DE MFMAJCPT ET LE PLAFOND MENSUEL ; LE *
      *                PRODUIT DE FRAIS EST VENTILE PAR CODE  *
      *                OPERATION, PAR PLAN ET PAR AGENCE, ET  *
      *                LES CLIENTS DONT LA FACTURE AUGMENTE   *
      *                AU-DELA D'UN SEUIL SONT DENOMBRES.     *
      *                AUCUNE ECRITURE N'EST PASSEE.          *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - SIMULATION DU PRODUIT DE   *
      *          FRAIS SOUS UN TARIF PROPOSE                  *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKTARSIM.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    TARIFS PAR DEFAUT PROPOSES, UN CODE OPERATION PAR LIGNE
      *    (DESCRIPTION DU CODE ET TARIF DE CHGTBHOP) ; FACULTATIF
            SELECT TARHOP ASSIGN TO DDTARHOP
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-HOP.
      *    SURCHARGES DE PLAN PROPOSEES, FORMAT DU FICHIER DE PLANS
      *    DE CHGTBPLN ; FACULTATIF
            SELECT TARPLN ASSIGN TO DDTARPLN
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-PLN.
      *    ETAT DE SIMULATION
            SELECT SIMRPT ASSIGN TO DDTARSIM
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.

       FD TARHOP.
       01 THOP-ENREG.
         05 THOP-CODE-OPER     PIC X(03).
         05 THOP-LIBELLE       PIC X(20).
         05 THOP-SENS          PIC X(01).
         05 THOP-COMPTE-GL     PIC X(11).
         05 THOP-MT-FRAIS      PIC 9(05)V99.
         05 THOP-TX-FRAIS      PIC 9(01)V9(04).
         05 THOP-COMPTE-FRAIS  PIC X(11).
         05 FILLER             PIC X(22).

       FD TARPLN.
       01 TPLN-ENREG.
         05 TPLN-PLAN          PIC X(04).
         05 TPLN-CODE-OPER     PIC X(03).
         05 TPLN-MT-FRAIS      PIC 9(07)V99.
         05 TPLN-TX-FRAIS      PIC 9(03)V9(04).
         05 TPLN-EXONERATION   PIC X(01).
         05 FILLER             PIC X(56).

       FD SIMRPT.
       01 RPT-ENREG PIC X(132).

       WORKING-STORAGE SECTION.

       COPY ZACLI   REPLACING ==()== BY ==CLI==.
       COPY CPTFUNC.
       COPY HISFUNC REPLACING ==()== BY ==HIS==.
       COPY ZAOPE   REPLACING ==()== BY ==OPE==.
       COPY ZAPLN   REPLACING ==()== BY ==PLN==.
       COPY ZAPRM   REPLACING ==()== BY ==PRM==.

      * CARTE SYSIN : DEBUT ET FIN DE PERIODE (AAAA-MM-JJ), SEUIL DE
      * HAUSSE DE FACTURE PAR CLIENT SUR LA PERIODE, PLAFOND MENSUEL
      * DE FRAIS PROPOSE. DATES A BLANC = MOIS EN COURS ; FIN A BLANC
      * SEULE = DATE DU JOUR ; SEUIL A BLANC = TOUTE HAUSSE ; PLAFOND
      * A BLANC = PLAFOND EN VIGUEUR INCHANGE (ZERO = PAS DE PLAFOND).
       01 WS-PARM-CARD.
         05 WS-PC-DATE-DEBUT PIC X(10).
         05 WS-PC-DATE-FIN   PIC X(10).
         05 WS-PC-SEUIL      PIC X(09).
         05 WS-PC-SEUIL-NUM REDEFINES WS-PC-SEUIL
                             PIC 9(07)V99.
         05 WS-PC-PLAFOND    PIC X(11).
         05 WS-PC-PLAFOND-NUM REDEFINES WS-PC-PLAFOND
                             PIC 9(09)V99.
       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-DEBUT   PIC X(10).
       01 WS-DATE-FIN     PIC X(10).
       01 WS-SEUIL-HAUSSE PIC S9(09)V99 VALUE 0.

      * PLAFOND MENSUEL DE FRAIS PAR COMPTE : EN VIGUEUR (TBPRM
      * PLAFOND-FRAIS-MOIS, COMME MFMAJCPT) ET PROPOSE.
       01 WS-PLAFOND-ACTUEL  PIC S9(11)V99 VALUE 0.
       01 WS-PLAFOND-PROPOSE PIC S9(11)V99 VALUE 0.

      * TARIFS PAR DEFAUT PROPOSES (DDTARHOP) : UN CODE PRESENT
      * REMPLACE LE TARIF TBHOP DE TOUTES LES ENTITES ; UN CODE
      * ABSENT GARDE LE TARIF EN VIGUEUR.
       01 WS-NB-PROP-HOP PIC 9(03) VALUE 0.
       01 WS-TAB-PROP-HOP.
         05 WS-PH-ENTRY OCCURS 1 TO 100 TIMES
                        DEPENDING ON WS-NB-PROP-HOP
                        INDEXED BY WS-HX.
            10 WS-PH-CODE-OPER PIC X(03).
            10 WS-PH-MT-FRAIS  PIC S9(07)V99.
            10 WS-PH-TX-FRAIS  PIC S9(03)V9(04).

      * SURCHARGES DE PLAN PROPOSEES (DDTARPLN) : UN COUPLE PLAN +
      * CODE PRESENT REMPLACE LA LIGNE TBPLN (OU LA CREE) ; UN COUPLE
      * ABSENT GARDE LA SURCHARGE EN VIGUEUR.
       01 WS-NB-PROP-PLN PIC 9(03) VALUE 0.
       01 WS-TAB-PROP-PLN.
         05 WS-PP-ENTRY OCCURS 1 TO 500 TIMES
                        DEPENDING ON WS-NB-PROP-PLN
                        INDEXED BY WS-QX.
            10 WS-PP-PLAN      PIC X(04).
            10 WS-PP-CODE-OPER PIC X(03).
            10 WS-PP-EXONERE   PIC X(01).
            10 WS-PP-MT-FRAIS  PIC S9(07)V99.
            10 WS-PP-TX-FRAIS  PIC S9(03)V9(04).

      * TARIFS PAR DEFAUT TBHOP DEJA LUS (ENTITE + CODE OPERATION).
       01 WS-NB-TARIFS PIC 9(03) VALUE 0.
       01 WS-TAB-TARIFS.
         05 WS-TF-ENTRY OCCURS 1 TO 200 TIMES
                        DEPENDING ON WS-NB-TARIFS
                        INDEXED BY WS-TX.
            10 WS-TF-ENTITE    PIC X(03).
            10 WS-TF-CODE-OPER PIC X(03).
            10 WS-TF-MT-FRAIS  PIC S9(07)V99.
            10 WS-TF-TX-FRAIS  PIC S9(03)V9(04).

      * SURCHARGES TBPLN DEJA LUES (PLAN + CODE OPERATION) ; UN CODE
      * ABSENT DU PLAN EST MEMORISE AUSSI (TARIF PAR DEFAUT).
       01 WS-NB-PLANS PIC 9(03) VALUE 0.
       01 WS-TAB-PLANS.
         05 WS-PL-ENTRY OCCURS 1 TO 500 TIMES
                        DEPENDING ON WS-NB-PLANS
                        INDEXED BY WS-PX.
            10 WS-PL-PLAN      PIC X(04).
            10 WS-PL-CODE-OPER PIC X(03).
            10 WS-PL-TROUVE    PIC X(01).
            10 WS-PL-EXONERE   PIC X(01).
            10 WS-PL-MT-FRAIS  PIC S9(07)V99.
            10 WS-PL-TX-FRAIS  PIC S9(03)V9(04).
       01 WS-TROUVE-SW PIC X(01).
         88 WS-TROUVE VALUE 'O'.

      * TARIF RESOLU POUR L'OPERATION COURANTE, EN VIGUEUR ET PROPOSE.
       01 WS-TARIF-ACTUEL.
         05 WS-TA-MT-FRAIS  PIC S9(07)V99.
         05 WS-TA-TX-FRAIS  PIC S9(03)V9(04).
         05 WS-TA-EXONERE   PIC X(01).
       01 WS-TARIF-PROPOSE.
         05 WS-TP-MT-FRAIS  PIC S9(07)V99.
         05 WS-TP-TX-FRAIS  PIC S9(03)V9(04).
         05 WS-TP-EXONERE   PIC X(01).

       01 WS-MT-BASE        PIC S9(13)V99.
       01 WS-FRAIS-ACTUEL   PIC S9(11)V99.
       01 WS-FRAIS-PROPOSE  PIC S9(11)V99.
       01 WS-AGENCE-OPER    PIC X(03).

      * ECRETEMENT AU PLAFOND MENSUEL (ZONES DE TRAVAIL DE 02I).
       01 WS-PLAFOND-CALC   PIC S9(11)V99.
       01 WS-CUMUL-CALC     PIC S9(11)V99.
       01 WS-FRAIS-CALC     PIC S9(11)V99.
       01 WS-MARGE-CALC     PIC S9(11)V99.

      * CUMUL DES FRAIS SIMULES DU COMPTE COURANT SUR SON MOIS
      * COURANT, SOUS CHAQUE TARIF, REMIS A ZERO A CHAQUE COMPTE ET A
      * CHAQUE CHANGEMENT DE MOIS (LE CURSEUR MAHIS EST CHRONOLOGIQUE).
       01 WS-MOIS-COURANT   PIC X(07).
       01 WS-CUMUL-MOIS-ACT PIC S9(11)V99.
       01 WS-CUMUL-MOIS-PRO PIC S9(11)V99.

      * FACTURE DU CLIENT COURANT SUR LA PERIODE, TOUS COMPTES
      * CONFONDUS.
       01 WS-FACTURE-ACTUEL  PIC S9(13)V99.
       01 WS-FACTURE-PROPOSE PIC S9(13)V99.
       01 WS-HAUSSE          PIC S9(13)V99.

      * VENTILATION PAR CODE OPERATION.
       01 WS-NB-VCODES PIC 9(03) VALUE 0.
       01 WS-TAB-VCODES.
         05 WS-VC-ENTRY OCCURS 1 TO 200 TIMES
                        DEPENDING ON WS-NB-VCODES
                        INDEXED BY WS-VCX.
            10 WS-VC-CODE-OPER PIC X(03).
            10 WS-VC-NB-OPER   PIC 9(09).
            10 WS-VC-ACTUEL    PIC S9(13)V99.
            10 WS-VC-PROPOSE   PIC S9(13)V99.

      * VENTILATION PAR PLAN TARIFAIRE DU CLIENT (A BLANC = SANS PLAN).
       01 WS-NB-VPLANS PIC 9(03) VALUE 0.
       01 WS-TAB-VPLANS.
         05 WS-VP-ENTRY OCCURS 1 TO 200 TIMES
                        DEPENDING ON WS-NB-VPLANS
                        INDEXED BY WS-VPX.
            10 WS-VP-PLAN      PIC X(04).
            10 WS-VP-NB-OPER   PIC 9(09).
            10 WS-VP-ACTUEL    PIC S9(13)V99.
            10 WS-VP-PROPOSE   PIC S9(13)V99.

      * VENTILATION PAR AGENCE DU COMPTE AU MOMENT DU POSTE.
       01 WS-NB-VAGENCES PIC 9(03) VALUE 0.
       01 WS-TAB-VAGENCES.
         05 WS-VA-ENTRY OCCURS 1 TO 500 TIMES
                        DEPENDING ON WS-NB-VAGENCES
                        INDEXED BY WS-VAX.
            10 WS-VA-AGENCE    PIC X(03).
            10 WS-VA-NB-OPER   PIC 9(09).
            10 WS-VA-ACTUEL    PIC S9(13)V99.
            10 WS-VA-PROPOSE   PIC S9(13)V99.

      * LIGNE EN COURS D'EDITION ET TOTAL DE LA SECTION.
       01 WS-EDITION.
         05 WS-ED-CLE       PIC X(10).
         05 WS-ED-NB-OPER   PIC 9(09).
         05 WS-ED-ACTUEL    PIC S9(13)V99.
         05 WS-ED-PROPOSE   PIC S9(13)V99.
       01 WS-SECTION.
         05 WS-SE-NB-OPER   PIC 9(09).
         05 WS-SE-ACTUEL    PIC S9(13)V99.
         05 WS-SE-PROPOSE   PIC S9(13)V99.

       01 WS-LIGNE-TITRE.
         05 FILLER        PIC X(30)
            VALUE 'SIMULATION TARIFAIRE DU '.
         05 WS-LT-DEBUT   PIC X(10).
         05 FILLER        PIC X(04) VALUE ' AU '.
         05 WS-LT-FIN     PIC X(10).
         05 FILLER        PIC X(78) VALUE SPACES.

       01 WS-LIGNE-PLAFONDS.
         05 FILLER        PIC X(30)
            VALUE 'PLAFOND MENSUEL EN VIGUEUR : '.
         05 WS-LP-ACTUEL  PIC ZZZZZZZZZZ9.99.
         05 FILLER        PIC X(14) VALUE '   PROPOSE : '.
         05 WS-LP-PROPOSE PIC ZZZZZZZZZZ9.99.
         05 FILLER        PIC X(60) VALUE SPACES.

       01 WS-LIGNE-SECTION.
         05 WS-LS-TITRE   PIC X(40).
         05 FILLER        PIC X(92) VALUE SPACES.

       01 WS-LIGNE-COLONNES.
         05 FILLER PIC X(12) VALUE 'CLE'.
         05 FILLER PIC X(11) VALUE '     NB OPE'.
         05 FILLER PIC X(18) VALUE '   FRAIS ACTUELS'.
         05 FILLER PIC X(18) VALUE '   FRAIS PROPOSES'.
         05 FILLER PIC X(18) VALUE '           ECART'.
         05 FILLER PIC X(55) VALUE SPACES.

       01 WS-LIGNE-DETAIL.
         05 WS-LD-CLE     PIC X(10).
         05 FILLER        PIC X(02) VALUE SPACES.
         05 WS-LD-NB-OPER PIC ZZZZZZZZ9.
         05 FILLER        PIC X(02) VALUE SPACES.
         05 WS-LD-ACTUEL  PIC -ZZZZZZZZZZZ9.99.
         05 FILLER        PIC X(02) VALUE SPACES.
         05 WS-LD-PROPOSE PIC -ZZZZZZZZZZZ9.99.
         05 FILLER        PIC X(02) VALUE SPACES.
         05 WS-LD-ECART   PIC -ZZZZZZZZZZZ9.99.
         05 FILLER        PIC X(57) VALUE SPACES.

       01 WS-LIGNE-COMPTE.
         05 WS-LN-LIBELLE PIC X(50).
         05 WS-LN-NOMBRE  PIC ZZZZZZ9.
         05 FILLER        PIC X(75) VALUE SPACES.

       01 WS-LIGNE-SEUIL.
         05 FILLER        PIC X(38)
            VALUE 'CLIENTS EN HAUSSE DE PLUS DE '.
         05 WS-LH-SEUIL   PIC ZZZZZZ9.99.
         05 FILLER        PIC X(02) VALUE ' :'.
         05 WS-LH-NOMBRE  PIC ZZZZZZ9.
         05 FILLER        PIC X(75) VALUE SPACES.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

       01 WS-RUN-COUNTERS.
         05 WS-NB-CLIENTS-LUS   PIC 9(07) VALUE 0.
         05 WS-NB-CLIENTS-FACT  PIC 9(07) VALUE 0.
         05 WS-NB-HAUSSE        PIC 9(07) VALUE 0.
         05 WS-NB-BAISSE        PIC 9(07) VALUE 0.
         05 WS-NB-HAUSSE-SEUIL  PIC 9(07) VALUE 0.
         05 WS-NB-COMPTES-LUS   PIC 9(07) VALUE 0.
         05 WS-NB-LIGNES-LUES   PIC 9(09) VALUE 0.
         05 WS-NB-OPER-REJOUEES PIC 9(09) VALUE 0.
         05 WS-NB-HOP-LUS       PIC 9(05) VALUE 0.
         05 WS-NB-PLN-LUS       PIC 9(05) VALUE 0.
         05 WS-NB-REJETS        PIC 9(05) VALUE 0.
         05 WS-NB-ERREURS       PIC 9(07) VALUE 0.

       01 WS-FS-HOP PIC X(02).
         88 FS-HOP-OK      VALUE '00'.
         88 FS-HOP-FIN     VALUE '10'.
         88 FS-HOP-ABSENT  VALUE '35'.
       01 WS-FS-PLN PIC X(02).
         88 FS-PLN-OK      VALUE '00'.
         88 FS-PLN-FIN     VALUE '10'.
         88 FS-PLN-ABSENT  VALUE '35'.
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
           IF WS-PC-DATE-DEBUT = SPACES
              STRING WS-DATE-SYSTEME(1:4) '-'
                     WS-DATE-SYSTEME(5:2) '-01'
                     DELIMITED BY SIZE INTO WS-DATE-DEBUT
              STRING WS-DATE-SYSTEME(1:4) '-'
                     WS-DATE-SYSTEME(5:2) '-99'
                     DELIMITED BY SIZE INTO WS-DATE-FIN
           ELSE
              MOVE WS-PC-DATE-DEBUT TO WS-DATE-DEBUT
              IF WS-PC-DATE-FIN = SPACES
                 STRING WS-DATE-SYSTEME(1:4) '-'
                        WS-DATE-SYSTEME(5:2) '-'
                        WS-DATE-SYSTEME(7:2)
                        DELIMITED BY SIZE INTO WS-DATE-FIN
              ELSE
                 MOVE WS-PC-DATE-FIN TO WS-DATE-FIN
              END-IF
           END-IF
           IF WS-PC-SEUIL NOT = SPACES
              IF WS-PC-SEUIL-NUM IS NUMERIC
                 MOVE WS-PC-SEUIL-NUM TO WS-SEUIL-HAUSSE
              ELSE
                 DISPLAY 'GKTARSIM - SEUIL SYSIN NON NUMERIQUE : '
                         WS-PC-SEUIL
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF

           INITIALIZE PRM-ZCMA
           MOVE 'SEL' TO PRM-FONCTION
           MOVE 'PLAFOND-FRAIS-MOIS' TO PRM-CLE
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00'
              COMPUTE WS-PLAFOND-ACTUEL = FUNCTION NUMVAL(PRM-VALEUR)
           END-IF
           MOVE WS-PLAFOND-ACTUEL TO WS-PLAFOND-PROPOSE
           IF WS-PC-PLAFOND NOT = SPACES
              IF WS-PC-PLAFOND-NUM IS NUMERIC
                 MOVE WS-PC-PLAFOND-NUM TO WS-PLAFOND-PROPOSE
              ELSE
                 DISPLAY 'GKTARSIM - PLAFOND SYSIN NON NUMERIQUE : '
                         WS-PC-PLAFOND
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF

           PERFORM 01A-CHARGE-PROP-HOP
           PERFORM 01B-CHARGE-PROP-PLN
           OPEN OUTPUT SIMRPT
           .

      * PARCOURS DE TOUT LE REFERENTIEL CLIENT (CURSEUR MACLI), PUIS
      * EDITION DES VENTILATIONS. UNE CARTE SYSIN ERRONEE ARRETE LA
      * SIMULATION AVANT TOUT PARCOURS.
       02-TREATMENT.
           IF RETURN-CODE = 0
              INITIALIZE CLI-ZCMA
              MOVE 'DEB' TO CLI-FONCTION
              CALL 'MACLI' USING CLI-ZCMA
              PERFORM UNTIL CLI-CODRET NOT = '00'
                 ADD 1 TO WS-NB-CLIENTS-LUS
                 PERFORM 02A-TRAITE-CLIENT
                 MOVE 'SUI' TO CLI-FONCTION
                 CALL 'MACLI' USING CLI-ZCMA
              END-PERFORM
              IF CLI-CODRET NOT = '04'
                 DISPLAY 'GKTARSIM - PARCOURS TBCLI EN ERREUR : '
                         CLI-LIBRET
                 MOVE 16 TO RETURN-CODE
              END-IF
              PERFORM 02K-EDITE-ETAT
           END-IF
           .

       03-ENDPGM.
           CLOSE SIMRPT
           DISPLAY '**********************************'
           DISPLAY '*************GKTARSIM*************'
           DISPLAY '**********************************'
           DISPLAY '* PERIODE DU          : ' WS-DATE-DEBUT
           DISPLAY '*            AU       : ' WS-DATE-FIN
           DISPLAY '* TARIFS HOP PROPOSES : ' WS-NB-HOP-LUS
           DISPLAY '* SURCHARGES PROPOSEES: ' WS-NB-PLN-LUS
           DISPLAY '* LIGNES REJETEES     : ' WS-NB-REJETS
           DISPLAY '* CLIENTS LUS         : ' WS-NB-CLIENTS-LUS
           DISPLAY '* COMPTES ANALYSES    : ' WS-NB-COMPTES-LUS
           DISPLAY '* LIGNES TBHIS LUES   : ' WS-NB-LIGNES-LUES
           DISPLAY '* OPERATIONS REJOUEES : ' WS-NB-OPER-REJOUEES
           DISPLAY '* CLIENTS EN HAUSSE   : ' WS-NB-HAUSSE
           DISPLAY '* DONT AU-DELA SEUIL  : ' WS-NB-HAUSSE-SEUIL
           DISPLAY '* CLIENTS EN BAISSE   : ' WS-NB-BAISSE
           DISPLAY '* ERREURS D ACCES     : ' WS-NB-ERREURS
           DISPLAY '**********************************'
           IF WS-NB-ERREURS > 0 AND RETURN-CODE = 0
              MOVE 16 TO RETURN-CODE
           END-IF
           IF WS-NB-REJETS > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * CHARGEMENT DES TARIFS PAR DEFAUT PROPOSES. FICHIER ABSENT =
      * TARIFS TBHOP INCHANGES ; UN CODE EN DOUBLE GARDE SA DERNIERE
      * LIGNE.
       01A-CHARGE-PROP-HOP.
           OPEN INPUT TARHOP
           IF FS-HOP-ABSENT
              DISPLAY 'GKTARSIM - PAS DE TARIF TBHOP PROPOSE'
           ELSE
              IF NOT FS-HOP-OK
                 DISPLAY 'GKTARSIM - OUVERTURE DDTARHOP KO : '
                         WS-FS-HOP
                 MOVE 16 TO RETURN-CODE
              ELSE
                 READ TARHOP
                 PERFORM UNTIL NOT FS-HOP-OK
                    ADD 1 TO WS-NB-HOP-LUS
                    IF THOP-MT-FRAIS NOT NUMERIC
                    OR THOP-TX-FRAIS NOT NUMERIC
                    OR THOP-CODE-OPER = SPACES
                       DISPLAY 'GKTARSIM - TARIF PROPOSE REJETE : '
                               THOP-CODE-OPER
                       ADD 1 TO WS-NB-REJETS
                    ELSE
                       PERFORM 01C-RANGE-PROP-HOP
                    END-IF
                    READ TARHOP
                 END-PERFORM
                 IF NOT FS-HOP-FIN
                    DISPLAY 'GKTARSIM - LECTURE DDTARHOP KO : '
                            WS-FS-HOP
                    MOVE 16 TO RETURN-CODE
                 END-IF
                 CLOSE TARHOP
              END-IF
           END-IF
           .

      * CHARGEMENT DES SURCHARGES DE PLAN PROPOSEES. FICHIER ABSENT =
      * PLANS TBPLN INCHANGES.
       01B-CHARGE-PROP-PLN.
           OPEN INPUT TARPLN
           IF FS-PLN-ABSENT
              DISPLAY 'GKTARSIM - PAS DE PLAN TARIFAIRE PROPOSE'
           ELSE
              IF NOT FS-PLN-OK
                 DISPLAY 'GKTARSIM - OUVERTURE DDTARPLN KO : '
                         WS-FS-PLN
                 MOVE 16 TO RETURN-CODE
              ELSE
                 READ TARPLN
                 PERFORM UNTIL NOT FS-PLN-OK
                    ADD 1 TO WS-NB-PLN-LUS
                    IF TPLN-MT-FRAIS NOT NUMERIC
                    OR TPLN-TX-FRAIS NOT NUMERIC
                    OR TPLN-PLAN = SPACES
                    OR TPLN-CODE-OPER = SPACES
                       DISPLAY 'GKTARSIM - SURCHARGE REJETEE : '
                               TPLN-PLAN ' ' TPLN-CODE-OPER
                       ADD 1 TO WS-NB-REJETS
                    ELSE
                       PERFORM 01D-RANGE-PROP-PLN
                    END-IF
                    READ TARPLN
                 END-PERFORM
                 IF NOT FS-PLN-FIN
                    DISPLAY 'GKTARSIM - LECTURE DDTARPLN KO : '
                            WS-FS-PLN
                    MOVE 16 TO RETURN-CODE
                 END-IF
                 CLOSE TARPLN
              END-IF
           END-IF
           .

       01C-RANGE-PROP-HOP.
           MOVE 'N' TO WS-TROUVE-SW
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-NB-PROP-HOP
              IF WS-PH-CODE-OPER(WS-HX) = THOP-CODE-OPER
                 SET WS-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-TROUVE
              IF WS-NB-PROP-HOP >= 100
                 DISPLAY 'GKTARSIM - TABLE DES TARIFS PROPOSES PLEINE'
                 ADD 1 TO WS-NB-REJETS
              ELSE
                 ADD 1 TO WS-NB-PROP-HOP
                 SET WS-HX TO WS-NB-PROP-HOP
                 SET WS-TROUVE TO TRUE
              END-IF
           END-IF
           IF WS-TROUVE
              MOVE THOP-CODE-OPER TO WS-PH-CODE-OPER(WS-HX)
              MOVE THOP-MT-FRAIS  TO WS-PH-MT-FRAIS(WS-HX)
              MOVE THOP-TX-FRAIS  TO WS-PH-TX-FRAIS(WS-HX)
           END-IF
           .

       01D-RANGE-PROP-PLN.
           MOVE 'N' TO WS-TROUVE-SW
           PERFORM VARYING WS-QX FROM 1 BY 1
                   UNTIL WS-QX > WS-NB-PROP-PLN
              IF WS-PP-PLAN(WS-QX) = TPLN-PLAN
                 AND WS-PP-CODE-OPER(WS-QX) = TPLN-CODE-OPER
                 SET WS-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-TROUVE
              IF WS-NB-PROP-PLN >= 500
                 DISPLAY 'GKTARSIM - TABLE DES PLANS PROPOSES PLEINE'
                 ADD 1 TO WS-NB-REJETS
              ELSE
                 ADD 1 TO WS-NB-PROP-PLN
                 SET WS-QX TO WS-NB-PROP-PLN
                 SET WS-TROUVE TO TRUE
              END-IF
           END-IF
           IF WS-TROUVE
              MOVE TPLN-PLAN        TO WS-PP-PLAN(WS-QX)
              MOVE TPLN-CODE-OPER   TO WS-PP-CODE-OPER(WS-QX)
              MOVE TPLN-EXONERATION TO WS-PP-EXONERE(WS-QX)
              MOVE TPLN-MT-FRAIS    TO WS-PP-MT-FRAIS(WS-QX)
              MOVE TPLN-TX-FRAIS    TO WS-PP-TX-FRAIS(WS-QX)
           END-IF
           .

      * REJEU DE TOUS LES COMPTES DU CLIENT (CURSEUR CLIENT DE MACPT)
      * PUIS COMPARAISON DE SA FACTURE SOUS LES DEUX TARIFS.
       02A-TRAITE-CLIENT.
           MOVE 0 TO WS-FACTURE-ACTUEL WS-FACTURE-PROPOSE
           INITIALIZE CPT-ZCMA
           MOVE 'CDB'        TO CPT-FONCTION
           MOVE CLI-ID       TO CPT-CODCLI
           CALL 'MACPT' USING CPT-ZCMA
           PERFORM UNTIL CPT-CODRET NOT = '00'
              ADD 1 TO WS-NB-COMPTES-LUS
              PERFORM 02B-REJOUE-COMPTE
              MOVE 'CSU' TO CPT-FONCTION
              CALL 'MACPT' USING CPT-ZCMA
           END-PERFORM
           IF CPT-CODRET NOT = '04'
              DISPLAY 'GKTARSIM - PARCOURS TBCPT EN ERREUR, CLIENT '
                      CLI-ID ' : ' CPT-LIBRET
              ADD 1 TO WS-NB-ERREURS
           END-IF
           IF WS-FACTURE-ACTUEL NOT = 0 OR WS-FACTURE-PROPOSE NOT = 0
              ADD 1 TO WS-NB-CLIENTS-FACT
           END-IF
           COMPUTE WS-HAUSSE = WS-FACTURE-PROPOSE - WS-FACTURE-ACTUEL
           EVALUATE TRUE
              WHEN WS-HAUSSE > 0
                 ADD 1 TO WS-NB-HAUSSE
                 IF WS-HAUSSE > WS-SEUIL-HAUSSE
                    ADD 1 TO WS-NB-HAUSSE-SEUIL
                 END-IF
              WHEN WS-HAUSSE < 0
                 ADD 1 TO WS-NB-BAISSE
           END-EVALUATE
           .

      * LIGNES TBHIS DE LA PERIODE DU COMPTE. NE SONT PAS TARIFEES,
      * COMME DANS MFMAJCPT : LES CONTRE-PASSATIONS 'ANN', LES FRAIS
      * 'FRA' EUX-MEMES ET LES JAMBES DE VIREMENT '20' (MONTANT
      * CONVERTI A ZERO). UNE LIGNE SANS DEVISE D'ORIGINE EST
      * ANTERIEURE A LA CONVERSION EN DEVISE DE BASE : SON MONTANT
      * SERT D'ASSIETTE.
       02B-REJOUE-COMPTE.
           MOVE SPACES TO WS-MOIS-COURANT
           INITIALIZE HIS-ZCMA
           MOVE 'DEB'         TO HIS-FONCTION
           MOVE CPT-COMPTE    TO HIS-COMPTE
           MOVE WS-DATE-DEBUT TO HIS-DATE-DEBUT
           MOVE WS-DATE-FIN   TO HIS-DATE-FIN
           CALL 'MAHIS' USING HIS-ZCMA
           PERFORM UNTIL HIS-CODRET NOT = '00'
              ADD 1 TO WS-NB-LIGNES-LUES
              IF HIS-DATE-OPER(1:7) NOT = WS-MOIS-COURANT
                 MOVE HIS-DATE-OPER(1:7) TO WS-MOIS-COURANT
                 MOVE 0 TO WS-CUMUL-MOIS-ACT WS-CUMUL-MOIS-PRO
              END-IF
              EVALUATE TRUE
                 WHEN HIS-CODE-OPER = 'ANN'
                 WHEN HIS-CODE-OPER = 'FRA'
                    CONTINUE
                 WHEN HIS-CODE-DEV = SPACES
                    COMPUTE WS-MT-BASE = FUNCTION ABS(HIS-MONTANT)
                    PERFORM 02C-TARIFE-OPERATION
                 WHEN HIS-MT-CONVERTI = 0
                    CONTINUE
                 WHEN OTHER
                    COMPUTE WS-MT-BASE =
                            FUNCTION ABS(HIS-MT-CONVERTI)
                    PERFORM 02C-TARIFE-OPERATION
              END-EVALUATE
              MOVE 'SUI' TO HIS-FONCTION
              CALL 'MAHIS' USING HIS-ZCMA
           END-PERFORM
           IF HIS-CODRET NOT = '04'
              DISPLAY 'GKTARSIM - PARCOURS TBHIS EN ERREUR, COMPTE '
                      CPT-COMPTE ' : ' HIS-LIBRET
              ADD 1 TO WS-NB-ERREURS
           END-IF
           .

      * FRAIS DE L'OPERATION SOUS LES DEUX TARIFS : TARIF PAR DEFAUT
      * DE L'ENTITE DU COMPTE, SURCHARGE PAR LE PLAN DU CLIENT QUAND
      * LE PLAN CONNAIT LE CODE (EXONERATION COMPRISE), PUIS FIXE +
      * COMMISSION SUR L'ASSIETTE EN DEVISE DE BASE, ECRETE AU
      * PLAFOND MENSUEL (02E0, 02E5 ET 02E6 DE MFMAJCPT). LE TARIF
      * PROPOSE PART DU TARIF EN VIGUEUR ET N'EN REMPLACE QUE LES
      * LIGNES PRESENTES DANS LES FICHIERS DE PROPOSITION.
       02C-TARIFE-OPERATION.
           ADD 1 TO WS-NB-OPER-REJOUEES
           PERFORM 02E-TARIF-DEFAUT
           MOVE WS-TF-MT-FRAIS(WS-TX) TO WS-TA-MT-FRAIS
           MOVE WS-TF-TX-FRAIS(WS-TX) TO WS-TA-TX-FRAIS
           MOVE 'N'                   TO WS-TA-EXONERE
           PERFORM 02G-TARIF-PROPOSE-HOP
           IF CLI-PLAN NOT = SPACES
              PERFORM 02F-TARIF-PLAN
              IF WS-PL-TROUVE(WS-PX) = 'O'
                 IF WS-PL-EXONERE(WS-PX) = 'O'
                    MOVE 'O' TO WS-TA-EXONERE
                 ELSE
                    MOVE WS-PL-MT-FRAIS(WS-PX) TO WS-TA-MT-FRAIS
                    MOVE WS-PL-TX-FRAIS(WS-PX) TO WS-TA-TX-FRAIS
                 END-IF
              END-IF
              PERFORM 02H-TARIF-PROPOSE-PLAN
           END-IF

           IF WS-TA-EXONERE = 'O'
           OR (WS-TA-MT-FRAIS = 0 AND WS-TA-TX-FRAIS = 0)
              MOVE 0 TO WS-FRAIS-ACTUEL
           ELSE
              COMPUTE WS-FRAIS-ACTUEL ROUNDED =
                      WS-TA-MT-FRAIS
                    + WS-MT-BASE * WS-TA-TX-FRAIS / 100
              MOVE WS-PLAFOND-ACTUEL TO WS-PLAFOND-CALC
              MOVE WS-CUMUL-MOIS-ACT TO WS-CUMUL-CALC
              MOVE WS-FRAIS-ACTUEL   TO WS-FRAIS-CALC
              PERFORM 02I-PLAFONNE-FRAIS
              MOVE WS-FRAIS-CALC     TO WS-FRAIS-ACTUEL
              ADD WS-FRAIS-ACTUEL    TO WS-CUMUL-MOIS-ACT
           END-IF

           IF WS-TP-EXONERE = 'O'
           OR (WS-TP-MT-FRAIS = 0 AND WS-TP-TX-FRAIS = 0)
              MOVE 0 TO WS-FRAIS-PROPOSE
           ELSE
              COMPUTE WS-FRAIS-PROPOSE ROUNDED =
                      WS-TP-MT-FRAIS
                    + WS-MT-BASE * WS-TP-TX-FRAIS / 100
              MOVE WS-PLAFOND-PROPOSE TO WS-PLAFOND-CALC
              MOVE WS-CUMUL-MOIS-PRO  TO WS-CUMUL-CALC
              MOVE WS-FRAIS-PROPOSE   TO WS-FRAIS-CALC
              PERFORM 02I-PLAFONNE-FRAIS
              MOVE WS-FRAIS-CALC      TO WS-FRAIS-PROPOSE
              ADD WS-FRAIS-PROPOSE    TO WS-CUMUL-MOIS-PRO
           END-IF

           ADD WS-FRAIS-ACTUEL  TO WS-FACTURE-ACTUEL
           ADD WS-FRAIS-PROPOSE TO WS-FACTURE-PROPOSE
           PERFORM 02J-VENTILE-FRAIS
           .

      * TARIF PAR DEFAUT DU CODE (CACHE PUIS MAOPE) ; WS-TX EN SORT
      * POSITIONNE. UN CODE INCONNU DE TBHOP VAUT TARIF NUL.
       02E-TARIF-DEFAUT.
           MOVE 'N' TO WS-TROUVE-SW
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-NB-TARIFS
              IF WS-TF-ENTITE(WS-TX) = CPT-ENTITE
                 AND WS-TF-CODE-OPER(WS-TX) = HIS-CODE-OPER
                 SET WS-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-TROUVE
              INITIALIZE OPE-ZCMA
              MOVE 'SEL'         TO OPE-FONCTION
              MOVE HIS-CODE-OPER TO OPE-CODE-OPER
              MOVE CPT-ENTITE    TO OPE-ENTITE
              CALL 'MAOPE' USING OPE-ZCMA
              IF OPE-CODRET NOT = '00'
                 MOVE 0 TO OPE-MT-FRAIS OPE-TX-FRAIS
              END-IF
              IF WS-NB-TARIFS >= 200
                 SET WS-TX TO 200
              ELSE
                 ADD 1 TO WS-NB-TARIFS
                 SET WS-TX TO WS-NB-TARIFS
              END-IF
              MOVE CPT-ENTITE    TO WS-TF-ENTITE(WS-TX)
              MOVE HIS-CODE-OPER TO WS-TF-CODE-OPER(WS-TX)
              MOVE OPE-MT-FRAIS  TO WS-TF-MT-FRAIS(WS-TX)
              MOVE OPE-TX-FRAIS  TO WS-TF-TX-FRAIS(WS-TX)
           END-IF
           .

      * SURCHARGE DU PLAN DU CLIENT POUR LE CODE (CACHE PUIS MAPLN) ;
      * WS-PX EN SORT POSITIONNE. TABLE PLEINE : LA DERNIERE ENTREE
      * EST RECYCLEE.
       02F-TARIF-PLAN.
           MOVE 'N' TO WS-TROUVE-SW
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-NB-PLANS
              IF WS-PL-PLAN(WS-PX) = CLI-PLAN
                 AND WS-PL-CODE-OPER(WS-PX) = HIS-CODE-OPER
                 SET WS-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-TROUVE
              INITIALIZE PLN-ZCMA
              MOVE 'SEL'         TO PLN-FONCTION
              MOVE CLI-PLAN      TO PLN-PLAN
              MOVE HIS-CODE-OPER TO PLN-CODE-OPER
              CALL 'MAPLN' USING PLN-ZCMA
              IF WS-NB-PLANS >= 500
                 SET WS-PX TO 500
              ELSE
                 ADD 1 TO WS-NB-PLANS
                 SET WS-PX TO WS-NB-PLANS
              END-IF
              MOVE CLI-PLAN      TO WS-PL-PLAN(WS-PX)
              MOVE HIS-CODE-OPER TO WS-PL-CODE-OPER(WS-PX)
              MOVE PLN-MT-FRAIS  TO WS-PL-MT-FRAIS(WS-PX)
              MOVE PLN-TX-FRAIS  TO WS-PL-TX-FRAIS(WS-PX)
              MOVE PLN-EXONERATION TO WS-PL-EXONERE(WS-PX)
              IF PLN-CODRET = '00'
                 MOVE 'O' TO WS-PL-TROUVE(WS-PX)
              ELSE
                 MOVE 'N' TO WS-PL-TROUVE(WS-PX)
              END-IF
           END-IF
           .

      * TARIF PAR DEFAUT PROPOSE : LIGNE DDTARHOP DU CODE S'IL Y EN A
      * UNE, SINON LE TARIF PAR DEFAUT EN VIGUEUR.
       02G-TARIF-PROPOSE-HOP.
           MOVE WS-TF-MT-FRAIS(WS-TX) TO WS-TP-MT-FRAIS
           MOVE WS-TF-TX-FRAIS(WS-TX) TO WS-TP-TX-FRAIS
           MOVE 'N'                   TO WS-TP-EXONERE
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-NB-PROP-HOP
              IF WS-PH-CODE-OPER(WS-HX) = HIS-CODE-OPER
                 MOVE WS-PH-MT-FRAIS(WS-HX) TO WS-TP-MT-FRAIS
                 MOVE WS-PH-TX-FRAIS(WS-HX) TO WS-TP-TX-FRAIS
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .

      * SURCHARGE DE PLAN PROPOSEE : LIGNE DDTARPLN DU PLAN ET DU
      * CODE S'IL Y EN A UNE, SINON LA SURCHARGE TBPLN EN VIGUEUR
      * (WS-PX POSITIONNE PAR 02F) ; SANS L'UNE NI L'AUTRE, LE TARIF
      * PAR DEFAUT PROPOSE RESTE APPLICABLE.
       02H-TARIF-PROPOSE-PLAN.
           MOVE 'N' TO WS-TROUVE-SW
           PERFORM VARYING WS-QX FROM 1 BY 1
                   UNTIL WS-QX > WS-NB-PROP-PLN
              IF WS-PP-PLAN(WS-QX) = CLI-PLAN
                 AND WS-PP-CODE-OPER(WS-QX) = HIS-CODE-OPER
                 SET WS-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-TROUVE
                 IF WS-PP-EXONERE(WS-QX) = 'O'
                    MOVE 'O' TO WS-TP-EXONERE
                 ELSE
                    MOVE WS-PP-MT-FRAIS(WS-QX) TO WS-TP-MT-FRAIS
                    MOVE WS-PP-TX-FRAIS(WS-QX) TO WS-TP-TX-FRAIS
                 END-IF
              WHEN WS-PL-TROUVE(WS-PX) = 'O'
                 IF WS-PL-EXONERE(WS-PX) = 'O'
                    MOVE 'O' TO WS-TP-EXONERE
                 ELSE
                    MOVE WS-PL-MT-FRAIS(WS-PX) TO WS-TP-MT-FRAIS
                    MOVE WS-PL-TX-FRAIS(WS-PX) TO WS-TP-TX-FRAIS
                 END-IF
           END-EVALUATE
           .

      * PLAFOND MENSUEL : LE FRAIS EST ECRETE A LA MARGE RESTANTE
      * DU MOIS (ZERO AU PLAFOND ATTEINT) ; PLAFOND NUL = PAS DE
      * PLAFOND. LE CUMUL EST CELUI DES FRAIS SIMULES DEPUIS LE DEBUT
      * DE LA PERIODE : UNE PERIODE OUVERTE EN COURS DE MOIS IGNORE
      * LES FRAIS DE CE MOIS ANTERIEURS A SON DEBUT.
       02I-PLAFONNE-FRAIS.
           IF WS-PLAFOND-CALC = 0 OR WS-FRAIS-CALC <= 0
              CONTINUE
           ELSE
              COMPUTE WS-MARGE-CALC = WS-PLAFOND-CALC - WS-CUMUL-CALC
              IF WS-MARGE-CALC <= 0
                 MOVE 0 TO WS-FRAIS-CALC
              ELSE
                 IF WS-FRAIS-CALC > WS-MARGE-CALC
                    MOVE WS-MARGE-CALC TO WS-FRAIS-CALC
                 END-IF
              END-IF
           END-IF
           .

      * CUMUL DE L'OPERATION DANS LES TROIS VENTILATIONS. L'AGENCE EST
      * CELLE DU POSTE, A DEFAUT CELLE DU COMPTE (LIGNE ANCIENNE).
       02J-VENTILE-FRAIS.
           MOVE 'N' TO WS-TROUVE-SW
           PERFORM VARYING WS-VCX FROM 1 BY 1
                   UNTIL WS-VCX > WS-NB-VCODES
              IF WS-VC-CODE-OPER(WS-VCX) = HIS-CODE-OPER
                 SET WS-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-TROUVE
              IF WS-NB-VCODES >= 200
                 SET WS-VCX TO 200
              ELSE
                 ADD 1 TO WS-NB-VCODES
                 SET WS-VCX TO WS-NB-VCODES
                 INITIALIZE WS-VC-ENTRY(WS-VCX)
                 MOVE HIS-CODE-OPER TO WS-VC-CODE-OPER(WS-VCX)
              END-IF
           END-IF
           ADD 1                TO WS-VC-NB-OPER(WS-VCX)
           ADD WS-FRAIS-ACTUEL  TO WS-VC-ACTUEL(WS-VCX)
           ADD WS-FRAIS-PROPOSE TO WS-VC-PROPOSE(WS-VCX)

           MOVE 'N' TO WS-TROUVE-SW
           PERFORM VARYING WS-VPX FROM 1 BY 1
                   UNTIL WS-VPX > WS-NB-VPLANS
              IF WS-VP-PLAN(WS-VPX) = CLI-PLAN
                 SET WS-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-TROUVE
              IF WS-NB-VPLANS >= 200
                 SET WS-VPX TO 200
              ELSE
                 ADD 1 TO WS-NB-VPLANS
                 SET WS-VPX TO WS-NB-VPLANS
                 INITIALIZE WS-VP-ENTRY(WS-VPX)
                 MOVE CLI-PLAN TO WS-VP-PLAN(WS-VPX)
              END-IF
           END-IF
           ADD 1                TO WS-VP-NB-OPER(WS-VPX)
           ADD WS-FRAIS-ACTUEL  TO WS-VP-ACTUEL(WS-VPX)
           ADD WS-FRAIS-PROPOSE TO WS-VP-PROPOSE(WS-VPX)

           IF HIS-AGENCE = SPACES
              MOVE CPT-AGENCE TO WS-AGENCE-OPER
           ELSE
              MOVE HIS-AGENCE TO WS-AGENCE-OPER
           END-IF
           MOVE 'N' TO WS-TROUVE-SW
           PERFORM VARYING WS-VAX FROM 1 BY 1
                   UNTIL WS-VAX > WS-NB-VAGENCES
              IF WS-VA-AGENCE(WS-VAX) = WS-AGENCE-OPER
                 SET WS-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-TROUVE
              IF WS-NB-VAGENCES >= 500
                 SET WS-VAX TO 500
              ELSE
                 ADD 1 TO WS-NB-VAGENCES
                 SET WS-VAX TO WS-NB-VAGENCES
                 INITIALIZE WS-VA-ENTRY(WS-VAX)
                 MOVE WS-AGENCE-OPER TO WS-VA-AGENCE(WS-VAX)
              END-IF
           END-IF
           ADD 1                TO WS-VA-NB-OPER(WS-VAX)
           ADD WS-FRAIS-ACTUEL  TO WS-VA-ACTUEL(WS-VAX)
           ADD WS-FRAIS-PROPOSE TO WS-VA-PROPOSE(WS-VAX)
           .

      * EDITION : PRODUIT DE FRAIS PAR CODE OPERATION, PAR PLAN ET
      * PAR AGENCE SOUS LES DEUX TARIFS ET ECART, PUIS DENOMBREMENT
      * DES CLIENTS DONT LA FACTURE CHANGE.
       02K-EDITE-ETAT.
           MOVE WS-DATE-DEBUT      TO WS-LT-DEBUT
           MOVE WS-DATE-FIN        TO WS-LT-FIN
           WRITE RPT-ENREG FROM WS-LIGNE-TITRE
                 AFTER ADVANCING PAGE
           MOVE WS-PLAFOND-ACTUEL  TO WS-LP-ACTUEL
           MOVE WS-PLAFOND-PROPOSE TO WS-LP-PROPOSE
           WRITE RPT-ENREG FROM WS-LIGNE-PLAFONDS

           MOVE 'PRODUIT DE FRAIS PAR CODE OPERATION' TO WS-LS-TITRE
           PERFORM 02L-EDITE-ENTETE
           PERFORM VARYING WS-VCX FROM 1 BY 1
                   UNTIL WS-VCX > WS-NB-VCODES
              MOVE WS-VC-CODE-OPER(WS-VCX) TO WS-ED-CLE
              MOVE WS-VC-NB-OPER(WS-VCX)   TO WS-ED-NB-OPER
              MOVE WS-VC-ACTUEL(WS-VCX)    TO WS-ED-ACTUEL
              MOVE WS-VC-PROPOSE(WS-VCX)   TO WS-ED-PROPOSE
              PERFORM 02M-EDITE-DETAIL
           END-PERFORM
           PERFORM 02N-EDITE-TOTAL

           MOVE 'PRODUIT DE FRAIS PAR PLAN TARIFAIRE' TO WS-LS-TITRE
           PERFORM 02L-EDITE-ENTETE
           PERFORM VARYING WS-VPX FROM 1 BY 1
                   UNTIL WS-VPX > WS-NB-VPLANS
              IF WS-VP-PLAN(WS-VPX) = SPACES
                 MOVE 'SANS PLAN'          TO WS-ED-CLE
              ELSE
                 MOVE WS-VP-PLAN(WS-VPX)   TO WS-ED-CLE
              END-IF
              MOVE WS-VP-NB-OPER(WS-VPX)   TO WS-ED-NB-OPER
              MOVE WS-VP-ACTUEL(WS-VPX)    TO WS-ED-ACTUEL
              MOVE WS-VP-PROPOSE(WS-VPX)   TO WS-ED-PROPOSE
              PERFORM 02M-EDITE-DETAIL
           END-PERFORM
           PERFORM 02N-EDITE-TOTAL

           MOVE 'PRODUIT DE FRAIS PAR AGENCE' TO WS-LS-TITRE
           PERFORM 02L-EDITE-ENTETE
           PERFORM VARYING WS-VAX FROM 1 BY 1
                   UNTIL WS-VAX > WS-NB-VAGENCES
              MOVE WS-VA-AGENCE(WS-VAX)    TO WS-ED-CLE
              MOVE WS-VA-NB-OPER(WS-VAX)   TO WS-ED-NB-OPER
              MOVE WS-VA-ACTUEL(WS-VAX)    TO WS-ED-ACTUEL
              MOVE WS-VA-PROPOSE(WS-VAX)   TO WS-ED-PROPOSE
              PERFORM 02M-EDITE-DETAIL
           END-PERFORM
           PERFORM 02N-EDITE-TOTAL

           MOVE 'IMPACT CLIENT' TO WS-LS-TITRE
           WRITE RPT-ENREG FROM WS-LIGNE-VIDE
           WRITE RPT-ENREG FROM WS-LIGNE-SECTION
           MOVE 'CLIENTS FACTURES SOUS L''UN DES DEUX TARIFS :'
                TO WS-LN-LIBELLE
           MOVE WS-NB-CLIENTS-FACT TO WS-LN-NOMBRE
           WRITE RPT-ENREG FROM WS-LIGNE-COMPTE
           MOVE 'CLIENTS DONT LA FACTURE AUGMENTE :' TO WS-LN-LIBELLE
           MOVE WS-NB-HAUSSE TO WS-LN-NOMBRE
           WRITE RPT-ENREG FROM WS-LIGNE-COMPTE
           MOVE WS-SEUIL-HAUSSE    TO WS-LH-SEUIL
           MOVE WS-NB-HAUSSE-SEUIL TO WS-LH-NOMBRE
           WRITE RPT-ENREG FROM WS-LIGNE-SEUIL
           MOVE 'CLIENTS DONT LA FACTURE BAISSE :' TO WS-LN-LIBELLE
           MOVE WS-NB-BAISSE TO WS-LN-NOMBRE
           WRITE RPT-ENREG FROM WS-LIGNE-COMPTE
           .

       02L-EDITE-ENTETE.
           INITIALIZE WS-SECTION
           WRITE RPT-ENREG FROM WS-LIGNE-VIDE
           WRITE RPT-ENREG FROM WS-LIGNE-SECTION
           WRITE RPT-ENREG FROM WS-LIGNE-COLONNES
           .

       02M-EDITE-DETAIL.
           MOVE WS-ED-CLE     TO WS-LD-CLE
           MOVE WS-ED-NB-OPER TO WS-LD-NB-OPER
           MOVE WS-ED-ACTUEL  TO WS-LD-ACTUEL
           MOVE WS-ED-PROPOSE TO WS-LD-PROPOSE
           COMPUTE WS-LD-ECART = WS-ED-PROPOSE - WS-ED-ACTUEL
           WRITE RPT-ENREG FROM WS-LIGNE-DETAIL
           ADD WS-ED-NB-OPER TO WS-SE-NB-OPER
           ADD WS-ED-ACTUEL  TO WS-SE-ACTUEL
           ADD WS-ED-PROPOSE TO WS-SE-PROPOSE
           .

       02N-EDITE-TOTAL.
           MOVE 'TOTAL'       TO WS-LD-CLE
           MOVE WS-SE-NB-OPER TO WS-LD-NB-OPER
           MOVE WS-SE-ACTUEL  TO WS-LD-ACTUEL
           MOVE WS-SE-PROPOSE TO WS-LD-PROPOSE
           COMPUTE WS-LD-ECART = WS-SE-PROPOSE - WS-SE-ACTUEL
           WRITE RPT-ENREG FROM WS-LIGNE-DETAIL
           .
