      *********************************************************
      * PROGRAM NAME:  GKAUDRPT                               *
      * PROGRAM OBJET :INTERROGATION DU JOURNAL CENTRAL DES   *
      *                CHANGEMENTS DU REFERENTIEL (DDAUDREF,  *
      *                ECRIT PAR GKAUDIT) : SELECTION PAR     *
      *                TABLE, CLE (OU DEBUT DE CLE), PERIODE  *
      *                ET OPERATEUR SELON LA CARTE SYSIN, ET  *
      *                EDITION DE CHAQUE CHANGEMENT RETENU    *
      *                AVEC SES IMAGES AVANT ET APRES         *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - ETAT D'INTERROGATION DU    *
      *          JOURNAL DES CHANGEMENTS DU REFERENTIEL        *
      * 15/10/26 SOUAD   IMAGES AVANT/APRES PORTEES A 250      *
      *          OCTETS (ENREGISTREMENT DE 630) POUR CONTENIR  *
      *          LA LIGNE CLIENT COMPLETE                      *
      * 15/10/26 SOUAD   NOM DE TABLE PORTE A 7 CARACTERES     *
      *          (DATECTL) : CARTE SYSIN ET ETAT DECALES       *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKAUDRPT.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    JOURNAL CENTRAL DES CHANGEMENTS, DANS L'ORDRE D'ECRITURE
            SELECT AUDREF ASSIGN TO DDAUDREF
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-AUDREF.
      *    ETAT DES CHANGEMENTS RETENUS
            SELECT EDITION ASSIGN TO DDAUDRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EDIT.

       DATA DIVISION.
       FILE SECTION.

       FD AUDREF.
       01 AUDREF-ENREG PIC X(630).

       FD EDITION.
       01 EDIT-ENREG PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CAUDREF REPLACING ==()== BY ==AUD==.

      * CARTE SYSIN DE SELECTION : UNE ZONE A BLANC NE FILTRE PAS.
      * LA CLE PEUT N'EN DONNER QUE LE DEBUT (COMPTE SEUL D'UNE CLE
      * COMPTE + NUMERO, PAR EXEMPLE) ; LES DATES SONT AU FORMAT
      * AAAA-MM-JJ ET BORNES INCLUSES.
       01 WS-CARTE-SELECTION.
         05 WS-SEL-TABLE      PIC X(07).
         05 FILLER            PIC X(01).
         05 WS-SEL-CLE        PIC X(34).
         05 FILLER            PIC X(01).
         05 WS-SEL-DATE-DEBUT PIC X(10).
         05 FILLER            PIC X(01).
         05 WS-SEL-DATE-FIN   PIC X(10).
         05 FILLER            PIC X(01).
         05 WS-SEL-OPERATEUR  PIC X(08).
         05 FILLER            PIC X(07).

       01 WS-LG-CLE       PIC 9(02).
       01 WS-NB-BLANCS    PIC 9(02).
       01 WS-RETENU       PIC X(01).
         88 CHANGEMENT-RETENU VALUE 'O'.

       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).

       01 WS-RUN-COUNTERS.
         05 WS-NB-LUS       PIC 9(09) VALUE 0.
         05 WS-NB-RETENUS   PIC 9(09) VALUE 0.
         05 WS-NB-CREATIONS PIC 9(09) VALUE 0.
         05 WS-NB-MODIFS    PIC 9(09) VALUE 0.
         05 WS-NB-SUPPRS    PIC 9(09) VALUE 0.

       01 WS-LIGNE-TITRE.
         05 FILLER       PIC X(40)
            VALUE 'JOURNAL DES CHANGEMENTS DU REFERENTIEL '.
         05 FILLER       PIC X(03) VALUE 'AU '.
         05 WS-LT-DATE   PIC X(10).
         05 FILLER       PIC X(79) VALUE SPACES.

       01 WS-LIGNE-CRITERES.
         05 FILLER        PIC X(08) VALUE 'TABLE : '.
         05 WS-LC-TABLE   PIC X(07).
         05 FILLER        PIC X(08) VALUE '  CLE : '.
         05 WS-LC-CLE     PIC X(34).
         05 FILLER        PIC X(06) VALUE '  DU '.
         05 WS-LC-DEBUT   PIC X(10).
         05 FILLER        PIC X(04) VALUE ' AU '.
         05 WS-LC-FIN     PIC X(10).
         05 FILLER        PIC X(14) VALUE '  OPERATEUR : '.
         05 WS-LC-OPER    PIC X(08).
         05 FILLER        PIC X(23) VALUE SPACES.

       01 WS-LIGNE-ENTETE.
         05 FILLER PIC X(46)
            VALUE 'DATE       HEURE    PROGRAM  OPERAT.  TABLE   '.
         05 FILLER PIC X(45)
            VALUE 'O ACTION   CLE'.
         05 FILLER PIC X(41) VALUE ' FICHIER D''INSTRUCTIONS'.

       01 WS-LIGNE-CHANGEMENT.
         05 WS-LX-DATE      PIC X(10).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LX-HEURE     PIC X(08).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LX-PROGRAMME PIC X(08).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LX-OPERATEUR PIC X(08).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LX-TABLE     PIC X(07).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LX-OPERATION PIC X(01).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LX-ACTION    PIC X(08).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LX-CLE       PIC X(34).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LX-FICHIER   PIC X(40).

      * IMAGE SUR DEUX LIGNES DE 100 CARACTERES.
       01 WS-LIGNE-IMAGE.
         05 FILLER          PIC X(04) VALUE SPACES.
         05 WS-LI-LIBELLE   PIC X(08).
         05 WS-LI-IMAGE     PIC X(100).
         05 FILLER          PIC X(20) VALUE SPACES.

       01 WS-LIGNE-TOTAL.
         05 WS-LY-LIBELLE   PIC X(30).
         05 WS-LY-NB        PIC ZZZZZZZZ9.
         05 FILLER          PIC X(93) VALUE SPACES.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

       01 WS-FS-AUDREF PIC X(02).
         88 FS-AUDREF-OK  VALUE '00'.
         88 FS-AUDREF-FIN VALUE '10'.

       01 WS-FS-EDIT PIC X(02).
         88 FS-EDIT-OK VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
           MOVE SPACES TO WS-CARTE-SELECTION
           ACCEPT WS-CARTE-SELECTION FROM SYSIN
      *    LONGUEUR UTILE DE LA CLE DEMANDEE (0 = TOUTE CLE)
           MOVE 0 TO WS-NB-BLANCS
           INSPECT FUNCTION REVERSE(WS-SEL-CLE)
                   TALLYING WS-NB-BLANCS FOR LEADING SPACES
           COMPUTE WS-LG-CLE = 34 - WS-NB-BLANCS
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           STRING WS-DATE-SYSTEME(1:4) '-'
                  WS-DATE-SYSTEME(5:2) '-'
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-JOUR
           OPEN INPUT AUDREF
           IF NOT FS-AUDREF-OK
              DISPLAY 'GKAUDRPT - OPEN DDAUDREF EN ERREUR : '
                      WS-FS-AUDREF
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT EDITION
           MOVE WS-DATE-JOUR      TO WS-LT-DATE
           MOVE WS-SEL-TABLE      TO WS-LC-TABLE
           MOVE WS-SEL-CLE        TO WS-LC-CLE
           MOVE WS-SEL-DATE-DEBUT TO WS-LC-DEBUT
           MOVE WS-SEL-DATE-FIN   TO WS-LC-FIN
           MOVE WS-SEL-OPERATEUR  TO WS-LC-OPER
           WRITE EDIT-ENREG FROM WS-LIGNE-TITRE
                 AFTER ADVANCING PAGE
           WRITE EDIT-ENREG FROM WS-LIGNE-CRITERES
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           WRITE EDIT-ENREG FROM WS-LIGNE-ENTETE
           .

      * LE JOURNAL EST LU DANS SON ORDRE D'ECRITURE, QUI EST L'ORDRE
      * CHRONOLOGIQUE DES CHANGEMENTS.
       02-TREATMENT.
           READ AUDREF INTO AUD-ENREG
           PERFORM UNTIL NOT FS-AUDREF-OK
              ADD 1 TO WS-NB-LUS
              PERFORM 02A-SELECTIONNE
              IF CHANGEMENT-RETENU
                 PERFORM 02B-EDITE-CHANGEMENT
              END-IF
              READ AUDREF INTO AUD-ENREG
           END-PERFORM
           IF NOT FS-AUDREF-FIN
              DISPLAY 'GKAUDRPT - LECTURE DDAUDREF EN ERREUR : '
                      WS-FS-AUDREF
              MOVE 16 TO RETURN-CODE
           END-IF
           .

       03-ENDPGM.
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           MOVE 'CHANGEMENTS RETENUS     : ' TO WS-LY-LIBELLE
           MOVE WS-NB-RETENUS                TO WS-LY-NB
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           MOVE '  DONT CREATIONS        : ' TO WS-LY-LIBELLE
           MOVE WS-NB-CREATIONS              TO WS-LY-NB
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           MOVE '  DONT MODIFICATIONS    : ' TO WS-LY-LIBELLE
           MOVE WS-NB-MODIFS                 TO WS-LY-NB
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           MOVE '  DONT SUPPRESSIONS     : ' TO WS-LY-LIBELLE
           MOVE WS-NB-SUPPRS                 TO WS-LY-NB
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           CLOSE AUDREF
           CLOSE EDITION
           DISPLAY '**********************************'
           DISPLAY '*************GKAUDRPT*************'
           DISPLAY '**********************************'
           DISPLAY '* CHANGEMENTS LUS     : ' WS-NB-LUS
           DISPLAY '* CHANGEMENTS RETENUS : ' WS-NB-RETENUS
           DISPLAY '**********************************'
           STOP RUN
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * UN CHANGEMENT EST RETENU S'IL SATISFAIT TOUS LES CRITERES
      * RENSEIGNES DE LA CARTE.
       02A-SELECTIONNE.
           MOVE 'O' TO WS-RETENU
           IF WS-SEL-TABLE NOT = SPACES
              AND AUD-TABLE NOT = WS-SEL-TABLE
              MOVE 'N' TO WS-RETENU
           END-IF
           IF WS-LG-CLE > 0
              AND AUD-CLE(1:WS-LG-CLE) NOT = WS-SEL-CLE(1:WS-LG-CLE)
              MOVE 'N' TO WS-RETENU
           END-IF
           IF WS-SEL-DATE-DEBUT NOT = SPACES
              AND AUD-DATE < WS-SEL-DATE-DEBUT
              MOVE 'N' TO WS-RETENU
           END-IF
           IF WS-SEL-DATE-FIN NOT = SPACES
              AND AUD-DATE > WS-SEL-DATE-FIN
              MOVE 'N' TO WS-RETENU
           END-IF
           IF WS-SEL-OPERATEUR NOT = SPACES
              AND AUD-OPERATEUR NOT = WS-SEL-OPERATEUR
              MOVE 'N' TO WS-RETENU
           END-IF
           .

      * LIGNE D'IDENTIFICATION DU CHANGEMENT PUIS IMAGES AVANT ET
      * APRES (L'IMAGE ABSENTE D'UNE CREATION OU D'UNE SUPPRESSION
      * N'EST PAS EDITEE).
       02B-EDITE-CHANGEMENT.
           ADD 1 TO WS-NB-RETENUS
           EVALUATE TRUE
              WHEN AUD-CREATION
                 ADD 1 TO WS-NB-CREATIONS
              WHEN AUD-MODIFICATION
                 ADD 1 TO WS-NB-MODIFS
              WHEN AUD-SUPPRESSION
                 ADD 1 TO WS-NB-SUPPRS
           END-EVALUATE
           MOVE AUD-DATE      TO WS-LX-DATE
           MOVE AUD-HEURE     TO WS-LX-HEURE
           MOVE AUD-PROGRAMME TO WS-LX-PROGRAMME
           MOVE AUD-OPERATEUR TO WS-LX-OPERATEUR
           MOVE AUD-TABLE     TO WS-LX-TABLE
           MOVE AUD-OPERATION TO WS-LX-OPERATION
           MOVE AUD-ACTION    TO WS-LX-ACTION
           MOVE AUD-CLE       TO WS-LX-CLE
           MOVE AUD-FICHIER   TO WS-LX-FICHIER
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           WRITE EDIT-ENREG FROM WS-LIGNE-CHANGEMENT
           IF NOT AUD-CREATION
              MOVE 'AVANT : '       TO WS-LI-LIBELLE
              MOVE AUD-AVANT(1:100) TO WS-LI-IMAGE
              WRITE EDIT-ENREG FROM WS-LIGNE-IMAGE
              MOVE SPACES             TO WS-LI-LIBELLE
              MOVE AUD-AVANT(101:100) TO WS-LI-IMAGE
              WRITE EDIT-ENREG FROM WS-LIGNE-IMAGE
              MOVE AUD-AVANT(201:50)  TO WS-LI-IMAGE
              WRITE EDIT-ENREG FROM WS-LIGNE-IMAGE
           END-IF
           IF NOT AUD-SUPPRESSION
              MOVE 'APRES : '       TO WS-LI-LIBELLE
              MOVE AUD-APRES(1:100) TO WS-LI-IMAGE
              WRITE EDIT-ENREG FROM WS-LIGNE-IMAGE
              MOVE SPACES             TO WS-LI-LIBELLE
              MOVE AUD-APRES(101:100) TO WS-LI-IMAGE
              WRITE EDIT-ENREG FROM WS-LIGNE-IMAGE
              MOVE AUD-APRES(201:50)  TO WS-LI-IMAGE
              WRITE EDIT-ENREG FROM WS-LIGNE-IMAGE
           END-IF
           .
