      *********************************************************
      * PROGRAM NAME:  GKCHQCIR                               *
      * PROGRAM OBJET :ETAT MENSUEL DES CHEQUES EN CIRCULATION *
      *                POUR LES AGENCES : POUR CHAQUE COMPTE   *
      *                ET CHAQUE CARNET VALIDE DU REGISTRE     *
      *                TBCHQ, LES CHEQUES DELIVRES NI PAYES NI *
      *                FRAPPES D'OPPOSITION (TBCHS), AVEC LES  *
      *                COMPTES PAYES / OPPOSES / EN CIRCULATION*
      *                PAR CARNET ET PAR COMPTE                *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - ETAT DES CHEQUES EN        *
      *          CIRCULATION PAR COMPTE                        *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKCHQCIR.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ETAT DES CHEQUES EN CIRCULATION MIS EN FORME
            SELECT EDITION ASSIGN TO DDEDIT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EDIT.

       DATA DIVISION.
       FILE SECTION.

       FD EDITION.
       01 EDIT-ENREG PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CPTFUNC.
       COPY ZACHQ REPLACING ==()== BY ==CHQ==.
       COPY ZACHS REPLACING ==()== BY ==CHS==.

       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).
       01 WS-COMPTE-COURANT PIC X(11) VALUE SPACES.
       01 WS-NUM-CHEQUE   PIC 9(07).

      * COMPTEURS DU CARNET ET DU COMPTE EN COURS.
       01 WS-CARNET-COUNTERS.
         05 WS-CN-PAYES    PIC 9(05).
         05 WS-CN-OPPOSES  PIC 9(05).
         05 WS-CN-CIRCUL   PIC 9(05).
       01 WS-COMPTE-COUNTERS.
         05 WS-CC-CARNETS  PIC 9(05).
         05 WS-CC-CIRCUL   PIC 9(07).

      * NUMEROS EN CIRCULATION DU CARNET, EDITES HUIT PAR LIGNE.
       01 WS-NB-NUMEROS PIC 9(01) VALUE 0.

       01 WS-LIGNE-TITRE.
         05 FILLER       PIC X(39)
            VALUE 'ETAT DES CHEQUES EN CIRCULATION AU    '.
         05 WS-LT-DATE   PIC X(10).
         05 FILLER       PIC X(83) VALUE SPACES.

       01 WS-LIGNE-COMPTE.
         05 FILLER          PIC X(07) VALUE 'COMPTE '.
         05 WS-LC-COMPTE    PIC X(11).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LC-NOM       PIC X(20).
         05 FILLER          PIC X(09) VALUE '  AGENCE '.
         05 WS-LC-AGENCE    PIC X(03).
         05 FILLER          PIC X(80) VALUE SPACES.

       01 WS-LIGNE-CARNET.
         05 FILLER          PIC X(09) VALUE '  CARNET '.
         05 WS-LN-DEBUT     PIC 9(07).
         05 FILLER          PIC X(03) VALUE ' - '.
         05 WS-LN-FIN       PIC 9(07).
         05 FILLER          PIC X(10) VALUE '  DELIVRE '.
         05 WS-LN-DATE      PIC X(10).
         05 FILLER          PIC X(08) VALUE '  PAYES '.
         05 WS-LN-PAYES     PIC ZZZZ9.
         05 FILLER          PIC X(10) VALUE '  OPPOSES '.
         05 WS-LN-OPPOSES   PIC ZZZZ9.
         05 FILLER          PIC X(17) VALUE '  EN CIRCULATION '.
         05 WS-LN-CIRCUL    PIC ZZZZ9.
         05 FILLER          PIC X(36) VALUE SPACES.

       01 WS-LIGNE-NUMEROS.
         05 FILLER          PIC X(11) VALUE SPACES.
         05 WS-LU-NUMERO    OCCURS 8 TIMES.
            10 WS-LU-NUM    PIC X(07).
            10 FILLER       PIC X(02).
         05 FILLER          PIC X(49) VALUE SPACES.

       01 WS-LIGNE-TOTAL-COMPTE.
         05 FILLER          PIC X(30)
            VALUE '  TOTAL EN CIRCULATION COMPTE '.
         05 WS-LTC-CIRCUL   PIC ZZZZZZ9.
         05 FILLER          PIC X(95) VALUE SPACES.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

       01 WS-RUN-COUNTERS.
         05 WS-TOT-COMPTES  PIC 9(06) VALUE 0.
         05 WS-TOT-CARNETS  PIC 9(06) VALUE 0.
         05 WS-TOT-CIRCUL   PIC 9(08) VALUE 0.
         05 WS-TOT-ANNULES  PIC 9(06) VALUE 0.

       01 WS-FS-EDIT PIC X(02).
         88 FS-EDIT-OK VALUE '00'.

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
           OPEN OUTPUT EDITION
           MOVE WS-DATE-JOUR TO WS-LT-DATE
           WRITE EDIT-ENREG FROM WS-LIGNE-TITRE
                 AFTER ADVANCING PAGE
           .

      * PARCOURS DE TOUS LES CARNETS PAR COMPTE (MACHQ DEB/SUI) ;
      * UN CHANGEMENT DE COMPTE FERME LE COMPTE PRECEDENT ET OUVRE
      * LE SUIVANT. LES CARNETS ANNULES NE SONT PAS EDITES : LEURS
      * CHEQUES NE SONT PLUS HONORES.
       02-TREATMENT.
           INITIALIZE CHQ-ZCMA
           MOVE 'DEB' TO CHQ-FONCTION
           CALL 'MACHQ' USING CHQ-ZCMA
           PERFORM UNTIL CHQ-CODRET NOT = '00'
              IF CHQ-CHQ-ANNULE
                 ADD 1 TO WS-TOT-ANNULES
              ELSE
                 IF CHQ-COMPTE NOT = WS-COMPTE-COURANT
                    PERFORM 02B-FIN-COMPTE
                    PERFORM 02A-DEBUT-COMPTE
                 END-IF
                 PERFORM 02C-EDITE-CARNET
              END-IF
              MOVE 'SUI' TO CHQ-FONCTION
              CALL 'MACHQ' USING CHQ-ZCMA
           END-PERFORM
           IF CHQ-CODRET NOT = '04'
              DISPLAY 'GKCHQCIR - PARCOURS TBCHQ EN ERREUR : '
                      CHQ-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 02B-FIN-COMPTE
           .

       03-ENDPGM.
           PERFORM 03A-RESUME-RUN
           CLOSE EDITION
           STOP RUN
           .

      * BILAN DE FIN DE JOB.
       03A-RESUME-RUN.
           DISPLAY '**********************************'
           DISPLAY '*************GKCHQCIR*************'
           DISPLAY '**********************************'
           DISPLAY '* COMPTES EDITES      : ' WS-TOT-COMPTES
           DISPLAY '* CARNETS EDITES      : ' WS-TOT-CARNETS
           DISPLAY '* CARNETS ANNULES     : ' WS-TOT-ANNULES
           DISPLAY '* CHEQUES EN CIRCUL.  : ' WS-TOT-CIRCUL
           DISPLAY '**********************************'
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

       02A-DEBUT-COMPTE.
           MOVE CHQ-COMPTE TO WS-COMPTE-COURANT
           INITIALIZE WS-COMPTE-COUNTERS
           ADD 1 TO WS-TOT-COMPTES
           MOVE CHQ-COMPTE TO WS-LC-COMPTE
           MOVE SPACES     TO WS-LC-NOM
           MOVE SPACES     TO WS-LC-AGENCE
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'      TO CPT-FONCTION
           MOVE CHQ-COMPTE TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA
           IF CPT-CODRET = '00'
              MOVE CPT-NOM    TO WS-LC-NOM
              MOVE CPT-AGENCE TO WS-LC-AGENCE
           END-IF
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           WRITE EDIT-ENREG FROM WS-LIGNE-COMPTE
           .

       02B-FIN-COMPTE.
           IF WS-COMPTE-COURANT NOT = SPACES
              MOVE WS-CC-CIRCUL TO WS-LTC-CIRCUL
              WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL-COMPTE
           END-IF
           .

      * CHAQUE NUMERO DU CARNET EST CHERCHE DANS TBCHS : SANS LIGNE,
      * IL EST EN CIRCULATION ET EDITE ; PAYE OU OPPOSE, IL EST
      * SEULEMENT COMPTE.
       02C-EDITE-CARNET.
           INITIALIZE WS-CARNET-COUNTERS
           ADD 1 TO WS-CC-CARNETS
           ADD 1 TO WS-TOT-CARNETS
           MOVE SPACES TO WS-LIGNE-NUMEROS
           MOVE 0      TO WS-NB-NUMEROS
           PERFORM VARYING WS-NUM-CHEQUE FROM CHQ-NUM-DEBUT BY 1
                   UNTIL WS-NUM-CHEQUE > CHQ-NUM-FIN
              INITIALIZE CHS-ZCMA
              MOVE 'SEL'         TO CHS-FONCTION
              MOVE CHQ-COMPTE    TO CHS-COMPTE
              MOVE WS-NUM-CHEQUE TO CHS-NUM-CHEQUE
              CALL 'MACHS' USING CHS-ZCMA
              EVALUATE TRUE
                 WHEN CHS-CODRET = '04'
                    ADD 1 TO WS-CN-CIRCUL
                 WHEN CHS-CODRET NOT = '00'
                    DISPLAY 'GKCHQCIR - TBCHS ILLISIBLE : '
                            CHQ-COMPTE ' ' WS-NUM-CHEQUE ' - '
                            CHS-LIBRET
                    MOVE 16 TO RETURN-CODE
                 WHEN CHS-CHEQUE-PAYE
                    ADD 1 TO WS-CN-PAYES
                 WHEN OTHER
                    ADD 1 TO WS-CN-OPPOSES
              END-EVALUATE
           END-PERFORM
           MOVE CHQ-NUM-DEBUT     TO WS-LN-DEBUT
           MOVE CHQ-NUM-FIN       TO WS-LN-FIN
           MOVE CHQ-DATE-EMISSION TO WS-LN-DATE
           MOVE WS-CN-PAYES       TO WS-LN-PAYES
           MOVE WS-CN-OPPOSES     TO WS-LN-OPPOSES
           MOVE WS-CN-CIRCUL      TO WS-LN-CIRCUL
           WRITE EDIT-ENREG FROM WS-LIGNE-CARNET
           ADD WS-CN-CIRCUL TO WS-CC-CIRCUL
           ADD WS-CN-CIRCUL TO WS-TOT-CIRCUL
           IF WS-CN-CIRCUL > 0
              PERFORM 02D-EDITE-NUMEROS
           END-IF
           .

      * SECOND PASSAGE SUR LE CARNET POUR EDITER LES NUMEROS EN
      * CIRCULATION (LE CARNET EST COURT, LA RELECTURE EST PREFEREE
      * A UNE TABLE DE TRAVAIL).
       02D-EDITE-NUMEROS.
           PERFORM VARYING WS-NUM-CHEQUE FROM CHQ-NUM-DEBUT BY 1
                   UNTIL WS-NUM-CHEQUE > CHQ-NUM-FIN
              INITIALIZE CHS-ZCMA
              MOVE 'SEL'         TO CHS-FONCTION
              MOVE CHQ-COMPTE    TO CHS-COMPTE
              MOVE WS-NUM-CHEQUE TO CHS-NUM-CHEQUE
              CALL 'MACHS' USING CHS-ZCMA
              IF CHS-CODRET = '04'
                 ADD 1 TO WS-NB-NUMEROS
                 MOVE WS-NUM-CHEQUE TO WS-LU-NUM(WS-NB-NUMEROS)
                 IF WS-NB-NUMEROS = 8
                    WRITE EDIT-ENREG FROM WS-LIGNE-NUMEROS
                    MOVE SPACES TO WS-LIGNE-NUMEROS
                    MOVE 0      TO WS-NB-NUMEROS
                 END-IF
              END-IF
           END-PERFORM
           IF WS-NB-NUMEROS > 0
              WRITE EDIT-ENREG FROM WS-LIGNE-NUMEROS
           END-IF
           .
