      *********************************************************
      * PROGRAM NAME:  GKKYCMAJ                               *
      * PROGRAM OBJET :CHARGEMENT DES REVUES KYC ACHEVEES PAR *
      *                FICHIER D'INSTRUCTIONS (CLIENT, DATE   *
      *                DE REVUE, NOUVELLE NOTATION            *
      *                FACULTATIVE) : DATE DE DERNIERE REVUE  *
      *                ET NOTATION POSEES SUR TBCLI,          *
      *                PROCHAINE ECHEANCE RECALCULEE SELON LA *
      *                NOTATION (MEMES PERIODES TBPRM QUE     *
      *                GKKYCREV) ET RESTRICTION DES DEBITS    *
      *                LEVEE                                  *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - CHARGEMENT DES REVUES KYC  *
      *          ACHEVEES ET LEVEE DES RESTRICTIONS            *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKKYCMAJ.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FICHIER D'INSTRUCTIONS : CLIENT, DATE DE REVUE, NOTATION
            SELECT INSTRUCTIONS ASSIGN TO DDINSTR
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-INSTR.

       DATA DIVISION.
       FILE SECTION.

      * NOTATION A BLANC : LE CLIENT GARDE SA NOTATION ACTUELLE.
       FD INSTRUCTIONS.
       01 INSTR-ENREG.
         05 INSTR-CODCLI      PIC X(08).
         05 INSTR-DATE-REVUE  PIC X(10).
         05 INSTR-RISQUE      PIC X(01).
         05 FILLER            PIC X(61).

       WORKING-STORAGE SECTION.

       COPY ZACLI   REPLACING ==()== BY ==CLI==.
       COPY ZAPRM   REPLACING ==()== BY ==PRM==.

       01 WS-MOTIF-REJET PIC X(30).

       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).
       01 WS-REVUE-NUM    PIC 9(08).
       01 WS-REVUE-X REDEFINES WS-REVUE-NUM PIC X(08).

      * PERIODICITE DES REVUES PAR NOTATION, EN ANNEES (TBPRM, VALEURS
      * COMPILEES EN REPLI, COMME GKKYCREV).
       01 WS-PERIODE-FAIBLE PIC 9(02) VALUE 5.
       01 WS-PERIODE-MOYEN  PIC 9(02) VALUE 3.
       01 WS-PERIODE-ELEVE  PIC 9(02) VALUE 1.
       01 WS-PRM-NOMBRE     PIC 9(04).

      * ECHEANCE : DATE DE REVUE + N ANS, UN 29 FEVRIER TOMBANT SUR
      * UNE ANNEE NON BISSEXTILE DEVIENT LE 28.
       01 WS-PERIODE-ANS    PIC 9(02).
       01 WS-ECH-AA         PIC 9(04).
       01 WS-ECHEANCE       PIC X(10).
       01 WS-RESTRICTION    PIC X(01).

       01 WS-COMPTEURS.
         05 WS-NB-LUES       PIC 9(06) VALUE 0.
         05 WS-NB-APPLIQUEES PIC 9(06) VALUE 0.
         05 WS-NB-REJETEES   PIC 9(06) VALUE 0.
         05 WS-NB-LEVEES     PIC 9(06) VALUE 0.

       01 WS-FS-INSTR PIC X(02).
         88 FS-INSTR-OK  VALUE '00'.
         88 FS-INSTR-FIN VALUE '10'.

       PROCEDURE DIVISION.

           PERFORM 000-BEGIN.
           PERFORM 100-TRAITE-INSTRUCTIONS.
           PERFORM 900-FIN.

       000-BEGIN.
           INITIALIZE WS-COMPTEURS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           STRING WS-DATE-SYSTEME(1:4) '-'
                  WS-DATE-SYSTEME(5:2) '-'
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-JOUR
           MOVE 'KYC-PERIODE-FAIBLE' TO PRM-CLE
           PERFORM 010-LIT-PARAMETRE
           IF WS-PRM-NOMBRE > 0
              MOVE WS-PRM-NOMBRE TO WS-PERIODE-FAIBLE
           END-IF
           MOVE 'KYC-PERIODE-MOYEN' TO PRM-CLE
           PERFORM 010-LIT-PARAMETRE
           IF WS-PRM-NOMBRE > 0
              MOVE WS-PRM-NOMBRE TO WS-PERIODE-MOYEN
           END-IF
           MOVE 'KYC-PERIODE-ELEVE' TO PRM-CLE
           PERFORM 010-LIT-PARAMETRE
           IF WS-PRM-NOMBRE > 0
              MOVE WS-PRM-NOMBRE TO WS-PERIODE-ELEVE
           END-IF
           OPEN INPUT INSTRUCTIONS
           IF NOT FS-INSTR-OK
              DISPLAY 'GKKYCMAJ - OPEN INSTRUCTIONS EN ERREUR : '
                      WS-FS-INSTR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       010-LIT-PARAMETRE.
           MOVE 0 TO WS-PRM-NOMBRE
           MOVE 'SEL' TO PRM-FONCTION
           INITIALIZE PRM-RETOUR
           MOVE SPACES TO PRM-VALEUR
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00' AND PRM-VALEUR NOT = SPACES
              COMPUTE WS-PRM-NOMBRE = FUNCTION NUMVAL(PRM-VALEUR)
           END-IF
           .

       100-TRAITE-INSTRUCTIONS.
           READ INSTRUCTIONS
              AT END SET FS-INSTR-FIN TO TRUE
           END-READ
           PERFORM UNTIL FS-INSTR-FIN
              ADD 1 TO WS-NB-LUES
              PERFORM 110-APPLIQUE-INSTRUCTION
              READ INSTRUCTIONS
                 AT END SET FS-INSTR-FIN TO TRUE
              END-READ
           END-PERFORM
           CLOSE INSTRUCTIONS
           .

       110-APPLIQUE-INSTRUCTION.
           MOVE SPACES TO WS-MOTIF-REJET
           PERFORM 120-CONTROLE-INSTRUCTION
           IF WS-MOTIF-REJET = SPACES
              PERFORM 130-ENREGISTRE-REVUE
           END-IF
           IF WS-MOTIF-REJET = SPACES
              ADD 1 TO WS-NB-APPLIQUEES
              DISPLAY 'GKKYCMAJ - ' INSTR-CODCLI ' ' INSTR-DATE-REVUE
                      ' ' CLI-RISQUE-KYC ' APPLIQUE, ECHEANCE '
                      WS-ECHEANCE
           ELSE
              ADD 1 TO WS-NB-REJETEES
              DISPLAY 'GKKYCMAJ - ' INSTR-CODCLI ' ' INSTR-DATE-REVUE
                      ' ' INSTR-RISQUE ' REJETE : ' WS-MOTIF-REJET
           END-IF
           .

      * LA DATE DE REVUE DOIT ETRE UNE DATE VALIDE, PAS DANS LE FUTUR,
      * NI ANTERIEURE A LA DERNIERE REVUE DEJA POSEE (LA MEME DATE EST
      * UN RERUN, ADMIS) ; LA NOTATION, SI ELLE EST DONNEE, EST F, M
      * OU E, ET LE CLIENT DOIT ETRE NOTE POUR QUE SON ECHEANCE SOIT
      * CALCULABLE.
       120-CONTROLE-INSTRUCTION.
           MOVE 0 TO WS-REVUE-NUM
           IF INSTR-DATE-REVUE(1:4) IS NUMERIC
              AND INSTR-DATE-REVUE(5:1) = '-'
              AND INSTR-DATE-REVUE(6:2) IS NUMERIC
              AND INSTR-DATE-REVUE(8:1) = '-'
              AND INSTR-DATE-REVUE(9:2) IS NUMERIC
              STRING INSTR-DATE-REVUE(1:4)
                     INSTR-DATE-REVUE(6:2)
                     INSTR-DATE-REVUE(9:2)
                     DELIMITED BY SIZE INTO WS-REVUE-X
           END-IF
           INITIALIZE CLI-ZCMA
           MOVE 'SEL'        TO CLI-FONCTION
           MOVE INSTR-CODCLI TO CLI-ID
           CALL 'MACLI' USING CLI-ZCMA
           EVALUATE TRUE
              WHEN WS-REVUE-NUM = 0
                 MOVE 'DATE DE REVUE INVALIDE' TO WS-MOTIF-REJET
              WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-REVUE-NUM) NOT = 0
                 MOVE 'DATE DE REVUE INVALIDE' TO WS-MOTIF-REJET
              WHEN INSTR-DATE-REVUE > WS-DATE-JOUR
                 MOVE 'DATE DE REVUE FUTURE' TO WS-MOTIF-REJET
              WHEN INSTR-RISQUE NOT = SPACES
                   AND INSTR-RISQUE NOT = 'F'
                   AND INSTR-RISQUE NOT = 'M'
                   AND INSTR-RISQUE NOT = 'E'
                 MOVE 'NOTATION INVALIDE' TO WS-MOTIF-REJET
              WHEN CLI-CODRET NOT = '00'
                 MOVE CLI-LIBRET TO WS-MOTIF-REJET
              WHEN CLI-DATE-DECES NOT = SPACES
                 MOVE 'CLIENT DECEDE' TO WS-MOTIF-REJET
              WHEN CLI-DATE-REVUE-KYC NOT = SPACES
                   AND INSTR-DATE-REVUE < CLI-DATE-REVUE-KYC
                 MOVE 'REVUE PLUS RECENTE SUR TBCLI' TO WS-MOTIF-REJET
              WHEN INSTR-RISQUE = SPACES
                   AND NOT CLI-RISQUE-FAIBLE
                   AND NOT CLI-RISQUE-MOYEN
                   AND NOT CLI-RISQUE-ELEVE
                 MOVE 'CLIENT NON NOTE' TO WS-MOTIF-REJET
           END-EVALUATE
           .

      * LA LIGNE TBCLI EST REECRITE ENTIERE : SEULES LA NOTATION, LA
      * DATE DE REVUE, L'ECHEANCE ET LA RESTRICTION CHANGENT.
       130-ENREGISTRE-REVUE.
           IF INSTR-RISQUE NOT = SPACES
              MOVE INSTR-RISQUE TO CLI-RISQUE-KYC
           END-IF
           EVALUATE TRUE
              WHEN CLI-RISQUE-FAIBLE
                 MOVE WS-PERIODE-FAIBLE TO WS-PERIODE-ANS
              WHEN CLI-RISQUE-MOYEN
                 MOVE WS-PERIODE-MOYEN  TO WS-PERIODE-ANS
              WHEN OTHER
                 MOVE WS-PERIODE-ELEVE  TO WS-PERIODE-ANS
           END-EVALUATE
           MOVE INSTR-DATE-REVUE(1:4) TO WS-ECH-AA
           ADD WS-PERIODE-ANS TO WS-ECH-AA
           MOVE INSTR-DATE-REVUE TO WS-ECHEANCE
           MOVE WS-ECH-AA TO WS-ECHEANCE(1:4)
           IF WS-ECHEANCE(6:5) = '02-29'
              AND (FUNCTION MOD(WS-ECH-AA, 4) NOT = 0
                   OR (FUNCTION MOD(WS-ECH-AA, 100) = 0
                       AND FUNCTION MOD(WS-ECH-AA, 400) NOT = 0))
              MOVE '28' TO WS-ECHEANCE(9:2)
           END-IF
           MOVE CLI-RESTRICTION-KYC TO WS-RESTRICTION
           MOVE INSTR-DATE-REVUE TO CLI-DATE-REVUE-KYC
           MOVE WS-ECHEANCE      TO CLI-ECHEANCE-KYC
           MOVE SPACES           TO CLI-RESTRICTION-KYC
           MOVE 'UPD' TO CLI-FONCTION
           CALL 'MACLI' USING CLI-ZCMA
           IF CLI-CODRET NOT = '00'
              MOVE CLI-LIBRET TO WS-MOTIF-REJET
           ELSE
              IF WS-RESTRICTION = 'O'
                 ADD 1 TO WS-NB-LEVEES
              END-IF
           END-IF
           .

       900-FIN.
           DISPLAY '**********************************'
           DISPLAY '**********GKKYCMAJ FIN************'
           DISPLAY '**********************************'
           DISPLAY '* INSTRUCTIONS LUES   : ' WS-NB-LUES
           DISPLAY '* REVUES APPLIQUEES   : ' WS-NB-APPLIQUEES
           DISPLAY '* REVUES REJETEES     : ' WS-NB-REJETEES
           DISPLAY '* RESTRICTIONS LEVEES : ' WS-NB-LEVEES
           DISPLAY '**********************************'
           IF WS-NB-REJETEES > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
