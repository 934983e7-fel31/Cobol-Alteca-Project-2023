      *********************************************************
      * PROGRAM NAME:  GKSAIRPT                               *
      * PROGRAM OBJET :ETAT DES ORDRES DE SAISIE OUVERTS PAR  *
      *                CLIENT DEBITEUR, POUR LE SERVICE       *
      *                JURIDIQUE : PARCOURS DU REGISTRE TBSAI *
      *                (MASAI), UNE LIGNE PAR ORDRE (RANG,    *
      *                CREANCIER, RECLAME, VERSE, RESTE DU),  *
      *                UN TOTAL PAR CLIENT ET UN TOTAL GENERAL*
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - ETAT DES ORDRES DE SAISIE  *
      *          OUVERTS PAR CLIENT                            *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKSAIRPT.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ETAT DES ORDRES OUVERTS, PAR CLIENT
            SELECT EDITION ASSIGN TO DDSAIRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EDIT.

       DATA DIVISION.
       FILE SECTION.

       FD EDITION.
       01 EDIT-ENREG PIC X(132).

       WORKING-STORAGE SECTION.

       COPY ZASAI REPLACING ==()== BY ==SAI==.
       COPY ZACLI REPLACING ==()== BY ==CLI==.

       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).
       01 WS-CODCLI-COURANT PIC X(08).
       01 WS-RESTE-DU     PIC S9(11)V9(2).

       01 WS-TOTAUX-CLIENT.
         05 WS-TC-NB      PIC 9(04).
         05 WS-TC-RECLAME PIC S9(13)V9(2).
         05 WS-TC-VERSE   PIC S9(13)V9(2).
         05 WS-TC-RESTE   PIC S9(13)V9(2).
       01 WS-TOTAUX-GENERAUX.
         05 WS-TG-CLIENTS PIC 9(06).
         05 WS-TG-NB      PIC 9(06).
         05 WS-TG-RECLAME PIC S9(13)V9(2).
         05 WS-TG-VERSE   PIC S9(13)V9(2).
         05 WS-TG-RESTE   PIC S9(13)V9(2).

       01 WS-LIGNE-TITRE.
         05 FILLER       PIC X(40)
            VALUE 'ORDRES DE SAISIE OUVERTS PAR CLIENT AU '.
         05 WS-LT-DATE   PIC X(10).
         05 FILLER       PIC X(82) VALUE SPACES.

       01 WS-LIGNE-ENTETE.
         05 FILLER PIC X(45)
            VALUE '  ORDRE  TYP RG SIGNIFIE   CREANCIER         '.
         05 FILLER PIC X(45)
            VALUE '          RECLAME          VERSE       RESTE '.
         05 FILLER PIC X(42) VALUE 'DU  NB VERS'.

       01 WS-LIGNE-CLIENT.
         05 FILLER        PIC X(08) VALUE 'CLIENT  '.
         05 WS-LC-CODCLI  PIC X(08).
         05 FILLER        PIC X(02) VALUE SPACES.
         05 WS-LC-NOM     PIC X(30).
         05 FILLER        PIC X(84) VALUE SPACES.

       01 WS-LIGNE-ORDRE.
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LO-ID        PIC X(06).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LO-TYPE      PIC X(03).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LO-PRIORITE  PIC 9(02).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LO-NOTIF     PIC X(10).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LO-CREANCIER PIC X(20).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LO-RECLAME   PIC ZZZZZZZZZZ9.99.
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LO-VERSE     PIC ZZZZZZZZZZ9.99.
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LO-RESTE     PIC ZZZZZZZZZZ9.99.
         05 FILLER          PIC X(03) VALUE SPACES.
         05 WS-LO-NB-VERS   PIC ZZ9.
         05 FILLER          PIC X(34) VALUE SPACES.

       01 WS-LIGNE-TOTAL.
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LX-LIBELLE   PIC X(20).
         05 WS-LX-NB        PIC ZZZZZ9.
         05 FILLER          PIC X(08) VALUE ' ORDRES '.
         05 FILLER          PIC X(12) VALUE SPACES.
         05 WS-LX-RECLAME   PIC ZZZZZZZZZZ9.99.
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LX-VERSE     PIC ZZZZZZZZZZ9.99.
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LX-RESTE     PIC ZZZZZZZZZZ9.99.
         05 FILLER          PIC X(40) VALUE SPACES.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

       01 WS-FS-EDIT PIC X(02).
         88 FS-EDIT-OK VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
           INITIALIZE WS-TOTAUX-GENERAUX
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           STRING WS-DATE-SYSTEME(1:4) '-'
                  WS-DATE-SYSTEME(5:2) '-'
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-JOUR
           OPEN OUTPUT EDITION
           MOVE WS-DATE-JOUR TO WS-LT-DATE
           WRITE EDIT-ENREG FROM WS-LIGNE-TITRE
                 AFTER ADVANCING PAGE
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           WRITE EDIT-ENREG FROM WS-LIGNE-ENTETE
           .

      * LE CURSEUR DE MASAI RESTITUE LES ORDRES OUVERTS PAR CLIENT
      * PUIS PAR RANG : UNE RUPTURE SUR LE CLIENT SUFFIT.
       02-TREATMENT.
           MOVE SPACES TO WS-CODCLI-COURANT
           INITIALIZE SAI-ZCMA
           MOVE 'DEB' TO SAI-FONCTION
           CALL 'MASAI' USING SAI-ZCMA
           PERFORM UNTIL SAI-CODRET NOT = '00'
              IF SAI-CODCLI NOT = WS-CODCLI-COURANT
                 PERFORM 02A-RUPTURE-CLIENT
              END-IF
              PERFORM 02B-EDITE-ORDRE
              MOVE 'SUI' TO SAI-FONCTION
              CALL 'MASAI' USING SAI-ZCMA
           END-PERFORM
           IF SAI-CODRET NOT = '04'
              DISPLAY 'GKSAIRPT - PARCOURS TBSAI EN ERREUR : '
                      SAI-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           IF WS-CODCLI-COURANT NOT = SPACES
              PERFORM 02C-TOTAL-CLIENT
           END-IF
           .

       03-ENDPGM.
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           MOVE 'TOTAL GENERAL'  TO WS-LX-LIBELLE
           MOVE WS-TG-NB         TO WS-LX-NB
           MOVE WS-TG-RECLAME    TO WS-LX-RECLAME
           MOVE WS-TG-VERSE      TO WS-LX-VERSE
           MOVE WS-TG-RESTE      TO WS-LX-RESTE
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           PERFORM 03A-RESUME-RUN
           CLOSE EDITION
           STOP RUN
           .

      * BILAN DE FIN DE JOB.
       03A-RESUME-RUN.
           DISPLAY '**********************************'
           DISPLAY '*************GKSAIRPT*************'
           DISPLAY '**********************************'
           DISPLAY '* CLIENTS DEBITEURS   : ' WS-TG-CLIENTS
           DISPLAY '* ORDRES OUVERTS      : ' WS-TG-NB
           DISPLAY '* RESTE DU TOTAL      : ' WS-TG-RESTE
           DISPLAY '**********************************'
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

       02A-RUPTURE-CLIENT.
           IF WS-CODCLI-COURANT NOT = SPACES
              PERFORM 02C-TOTAL-CLIENT
           END-IF
           MOVE SAI-CODCLI TO WS-CODCLI-COURANT
           INITIALIZE WS-TOTAUX-CLIENT
           ADD 1 TO WS-TG-CLIENTS
           INITIALIZE CLI-ZCMA
           MOVE 'SEL'      TO CLI-FONCTION
           MOVE SAI-CODCLI TO CLI-ID
           CALL 'MACLI' USING CLI-ZCMA
           IF CLI-CODRET NOT = '00'
              MOVE 'CLIENT INCONNU DE TBCLI' TO CLI-NOM
           END-IF
           MOVE SAI-CODCLI TO WS-LC-CODCLI
           MOVE CLI-NOM    TO WS-LC-NOM
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           WRITE EDIT-ENREG FROM WS-LIGNE-CLIENT
           .

       02B-EDITE-ORDRE.
           COMPUTE WS-RESTE-DU =
                   SAI-MONTANT-RECLAME - SAI-MONTANT-VERSE
           MOVE SAI-ID-SAISIE       TO WS-LO-ID
           MOVE SAI-TYPE-ORDRE      TO WS-LO-TYPE
           MOVE SAI-PRIORITE        TO WS-LO-PRIORITE
           MOVE SAI-DATE-NOTIF      TO WS-LO-NOTIF
           MOVE SAI-CREANCIER       TO WS-LO-CREANCIER
           MOVE SAI-MONTANT-RECLAME TO WS-LO-RECLAME
           MOVE SAI-MONTANT-VERSE   TO WS-LO-VERSE
           MOVE WS-RESTE-DU         TO WS-LO-RESTE
           MOVE SAI-NB-VERSEMENTS   TO WS-LO-NB-VERS
           WRITE EDIT-ENREG FROM WS-LIGNE-ORDRE
           ADD 1                   TO WS-TC-NB
           ADD SAI-MONTANT-RECLAME TO WS-TC-RECLAME
           ADD SAI-MONTANT-VERSE   TO WS-TC-VERSE
           ADD WS-RESTE-DU         TO WS-TC-RESTE
           .

       02C-TOTAL-CLIENT.
           MOVE 'TOTAL CLIENT'  TO WS-LX-LIBELLE
           MOVE WS-TC-NB        TO WS-LX-NB
           MOVE WS-TC-RECLAME   TO WS-LX-RECLAME
           MOVE WS-TC-VERSE     TO WS-LX-VERSE
           MOVE WS-TC-RESTE     TO WS-LX-RESTE
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           ADD WS-TC-NB      TO WS-TG-NB
           ADD WS-TC-RECLAME TO WS-TG-RECLAME
           ADD WS-TC-VERSE   TO WS-TG-VERSE
           ADD WS-TC-RESTE   TO WS-TG-RESTE
           .
