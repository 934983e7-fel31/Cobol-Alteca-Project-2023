      *********************************************************
      * PROGRAM NAME:  GKRETRPT                               *
      * PROGRAM OBJET :ETAT MENSUEL DES CORRECTIONS D'INTERETS *
      *                EN VALEUR : LECTURE DU JOURNAL DDRETRO *
      *                (ECRIT PAR GKINTACC) POUR LE MOIS DE   *
      *                LA CARTE SYSIN, EDITION DES OPERATIONS *
      *                EN VALEUR ET DE LA CORRECTION AJOUTEE  *
      *                AU CUMUL DE CHAQUE COMPTE, TOTAUX DU   *
      *                MOIS                                   *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - ETAT MENSUEL DES           *
      *          CORRECTIONS D'INTERETS EN VALEUR              *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKRETRPT.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    JOURNAL DES CORRECTIONS EN VALEUR, DANS L'ORDRE D'ECRITURE
            SELECT RETRO ASSIGN TO DDRETRO
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RET.
      *    ETAT MENSUEL DES CORRECTIONS
            SELECT EDITION ASSIGN TO DDRETRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EDIT.

       DATA DIVISION.
       FILE SECTION.

       FD RETRO.
       01 RETRO-ENREG PIC X(100).

       FD EDITION.
       01 EDIT-ENREG PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CRETRO REPLACING ==()== BY ==RET==.

      * CARTE SYSIN : MOIS A EDITER AU FORMAT AAAA-MM ; A BLANC, LE
      * MOIS PRECEDANT LA DATE DU JOUR (ETAT DU MOIS ECHU).
       01 WS-CARTE-SELECTION.
         05 WS-SEL-MOIS       PIC X(07).
         05 FILLER            PIC X(73).

       01 WS-MOIS-PRECEDENT.
         05 WS-MP-AAAA  PIC 9(04).
         05 FILLER      PIC X(01) VALUE '-'.
         05 WS-MP-MM    PIC 9(02).

       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).

       01 WS-RUN-COUNTERS.
         05 WS-NB-LUS        PIC 9(09) VALUE 0.
         05 WS-NB-COMPTES    PIC 9(09) VALUE 0.
         05 WS-NB-OPERATIONS PIC 9(09) VALUE 0.
         05 WS-NB-HORS-DELAI PIC 9(09) VALUE 0.

       01 WS-TOTAUX.
         05 WS-TOT-CREDIT PIC S9(13)V9(2) USAGE COMP-3 VALUE 0.
         05 WS-TOT-DEBIT  PIC S9(13)V9(2) USAGE COMP-3 VALUE 0.

       01 WS-LIGNE-TITRE.
         05 FILLER       PIC X(41)
            VALUE 'CORRECTIONS D''INTERETS EN VALEUR DU MOIS '.
         05 WS-LT-MOIS   PIC X(07).
         05 FILLER       PIC X(04) VALUE ' AU '.
         05 WS-LT-DATE   PIC X(10).
         05 FILLER       PIC X(70) VALUE SPACES.

       01 WS-LIGNE-ENTETE.
         05 FILLER PIC X(50)
            VALUE 'COMPTE      REF OPER   COD DATE OPER  DATE VALEUR'.
         05 FILLER PIC X(40)
            VALUE '    MONTANT SIGNE JOURS'.
         05 FILLER PIC X(42) VALUE SPACES.

      * UNE LIGNE PAR OPERATION EN VALEUR.
       01 WS-LIGNE-OPERATION.
         05 WS-LO-COMPTE      PIC X(11).
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LO-REF-OPER    PIC X(10).
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LO-CODE-OPER   PIC X(03).
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LO-DATE-OPER   PIC X(10).
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LO-DATE-VALEUR PIC X(10).
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LO-MONTANT     PIC ZZZZZZZZZZZZ9.99-.
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LO-NB-JOURS    PIC ZZZZ9.
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LO-STATUT      PIC X(20).
         05 FILLER            PIC X(39) VALUE SPACES.

      * CORRECTION AJOUTEE AU CUMUL TBINTACC DU COMPTE.
       01 WS-LIGNE-CORRECTION.
         05 FILLER          PIC X(12) VALUE SPACES.
         05 FILLER          PIC X(09) VALUE 'COURU LE '.
         05 WS-LK-DATE      PIC X(10).
         05 FILLER          PIC X(12) VALUE ' RECOURU DU '.
         05 WS-LK-DEBUT     PIC X(10).
         05 FILLER          PIC X(04) VALUE ' AU '.
         05 WS-LK-FIN       PIC X(10).
         05 FILLER          PIC X(07) VALUE ' OPER. '.
         05 WS-LK-NB-OPER   PIC ZZZ9.
         05 FILLER          PIC X(08) VALUE ' CREDIT '.
         05 WS-LK-CREDIT    PIC ZZZZZZZZZ9.99-.
         05 FILLER          PIC X(07) VALUE ' DEBIT '.
         05 WS-LK-DEBIT     PIC ZZZZZZZZZ9.99-.
         05 FILLER          PIC X(11) VALUE SPACES.

       01 WS-LIGNE-TOTAL.
         05 WS-LY-LIBELLE   PIC X(30).
         05 WS-LY-NB        PIC ZZZZZZZZ9.
         05 FILLER          PIC X(93) VALUE SPACES.

       01 WS-LIGNE-MONTANT.
         05 WS-LM-LIBELLE   PIC X(30).
         05 WS-LM-MONTANT   PIC ZZZZZZZZZZZZ9.99-.
         05 FILLER          PIC X(85) VALUE SPACES.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

       01 WS-FS-RET PIC X(02).
         88 FS-RET-OK  VALUE '00'.
         88 FS-RET-FIN VALUE '10'.

       01 WS-FS-EDIT PIC X(02).
         88 FS-EDIT-OK VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
           MOVE SPACES TO WS-CARTE-SELECTION
           ACCEPT WS-CARTE-SELECTION FROM SYSIN
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           STRING WS-DATE-SYSTEME(1:4) '-'
                  WS-DATE-SYSTEME(5:2) '-'
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-JOUR
           IF WS-SEL-MOIS = SPACES
              MOVE WS-DATE-SYSTEME(1:4) TO WS-MP-AAAA
              MOVE WS-DATE-SYSTEME(5:2) TO WS-MP-MM
              IF WS-MP-MM = 1
                 SUBTRACT 1 FROM WS-MP-AAAA
                 MOVE 12 TO WS-MP-MM
              ELSE
                 SUBTRACT 1 FROM WS-MP-MM
              END-IF
              MOVE WS-MOIS-PRECEDENT TO WS-SEL-MOIS
           END-IF
           OPEN INPUT RETRO
           IF NOT FS-RET-OK
              DISPLAY 'GKRETRPT - OPEN DDRETRO EN ERREUR : '
                      WS-FS-RET
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT EDITION
           MOVE WS-SEL-MOIS  TO WS-LT-MOIS
           MOVE WS-DATE-JOUR TO WS-LT-DATE
           WRITE EDIT-ENREG FROM WS-LIGNE-TITRE
                 AFTER ADVANCING PAGE
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           WRITE EDIT-ENREG FROM WS-LIGNE-ENTETE
           .

      * LE JOURNAL EST LU DANS SON ORDRE D'ECRITURE : POUR CHAQUE
      * COMPTE, SES OPERATIONS EN VALEUR PUIS LA CORRECTION DU CUMUL.
       02-TREATMENT.
           READ RETRO INTO RET-ENREG
           PERFORM UNTIL NOT FS-RET-OK
              ADD 1 TO WS-NB-LUS
              IF RET-MOIS = WS-SEL-MOIS
                 EVALUATE TRUE
                    WHEN RET-OPERATION
                       PERFORM 02A-EDITE-OPERATION
                    WHEN RET-CORRECTION
                       PERFORM 02B-EDITE-CORRECTION
                 END-EVALUATE
              END-IF
              READ RETRO INTO RET-ENREG
           END-PERFORM
           IF NOT FS-RET-FIN
              DISPLAY 'GKRETRPT - LECTURE DDRETRO EN ERREUR : '
                      WS-FS-RET
              MOVE 16 TO RETURN-CODE
           END-IF
           .

       03-ENDPGM.
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           MOVE 'COMPTES CORRIGES        : ' TO WS-LY-LIBELLE
           MOVE WS-NB-COMPTES                TO WS-LY-NB
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           MOVE 'OPERATIONS CORRIGEES    : ' TO WS-LY-LIBELLE
           MOVE WS-NB-OPERATIONS             TO WS-LY-NB
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           MOVE 'OPERATIONS HORS DELAI   : ' TO WS-LY-LIBELLE
           MOVE WS-NB-HORS-DELAI             TO WS-LY-NB
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           MOVE 'CORRECTIONS CREDITRICES : ' TO WS-LM-LIBELLE
           MOVE WS-TOT-CREDIT                TO WS-LM-MONTANT
           WRITE EDIT-ENREG FROM WS-LIGNE-MONTANT
           MOVE 'CORRECTIONS DEBITRICES  : ' TO WS-LM-LIBELLE
           MOVE WS-TOT-DEBIT                 TO WS-LM-MONTANT
           WRITE EDIT-ENREG FROM WS-LIGNE-MONTANT
           CLOSE RETRO
           CLOSE EDITION
           DISPLAY '**********************************'
           DISPLAY '*************GKRETRPT*************'
           DISPLAY '**********************************'
           DISPLAY '* MOIS EDITE          : ' WS-SEL-MOIS
           DISPLAY '* LIGNES LUES         : ' WS-NB-LUS
           DISPLAY '* COMPTES CORRIGES    : ' WS-NB-COMPTES
           DISPLAY '* VALEURS HORS DELAI  : ' WS-NB-HORS-DELAI
           DISPLAY '**********************************'
           STOP RUN
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * OPERATION EN VALEUR : CORRIGEE, OU HORS DE LA FENETRE DE
      * RECALCUL ET A REPRENDRE A LA MAIN.
       02A-EDITE-OPERATION.
           MOVE RET-COMPTE      TO WS-LO-COMPTE
           MOVE RET-REF-OPER    TO WS-LO-REF-OPER
           MOVE RET-CODE-OPER   TO WS-LO-CODE-OPER
           MOVE RET-DATE-OPER   TO WS-LO-DATE-OPER
           MOVE RET-DATE-VALEUR TO WS-LO-DATE-VALEUR
           MOVE RET-MONTANT     TO WS-LO-MONTANT
           MOVE RET-NB-JOURS    TO WS-LO-NB-JOURS
           IF RET-OPER-HORS-DELAI
              ADD 1 TO WS-NB-HORS-DELAI
              MOVE 'HORS DELAI - MANUEL' TO WS-LO-STATUT
           ELSE
              ADD 1 TO WS-NB-OPERATIONS
              MOVE 'CORRIGEE' TO WS-LO-STATUT
           END-IF
           WRITE EDIT-ENREG FROM WS-LIGNE-OPERATION
           .

      * CORRECTION DU CUMUL DU COMPTE, SUIVIE D'UNE LIGNE A BLANC.
       02B-EDITE-CORRECTION.
           ADD 1 TO WS-NB-COMPTES
           ADD RET-CORR-CREDIT TO WS-TOT-CREDIT
           ADD RET-CORR-DEBIT  TO WS-TOT-DEBIT
           MOVE RET-DATE-CALCUL TO WS-LK-DATE
           MOVE RET-DATE-DEBUT  TO WS-LK-DEBUT
           MOVE RET-DATE-FIN    TO WS-LK-FIN
           MOVE RET-NB-OPER     TO WS-LK-NB-OPER
           MOVE RET-CORR-CREDIT TO WS-LK-CREDIT
           MOVE RET-CORR-DEBIT  TO WS-LK-DEBIT
           WRITE EDIT-ENREG FROM WS-LIGNE-CORRECTION
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           .
