      *********************************************************
      * PROGRAM NAME:  GKPEPRPT                               *
      * PROGRAM OBJET :ETAT ANNUEL DES PASSAGES EN PERTE ET   *
      *                DES RECOUVREMENTS, POUR LA FINANCE :   *
      *                PERTES DE L'EXERCICE (REGISTRE TBPEP,  *
      *                MAPEP), RECOUVREMENTS DE L'EXERCICE    *
      *                (LIGNES 'RCV' DE TBHIS, MAHIS WDB/WSU) *
      *                ET ENCOURS DES PERTES NON RECOUVREES   *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - ETAT ANNUEL DES PERTES ET  *
      *          RECOUVREMENTS                                 *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKPEPRPT.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ETAT ANNUEL DES PERTES ET RECOUVREMENTS
            SELECT EDITION ASSIGN TO DDPEPRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EDIT.

       DATA DIVISION.
       FILE SECTION.

       FD EDITION.
       01 EDIT-ENREG PIC X(132).

       WORKING-STORAGE SECTION.

       COPY ZAPEP   REPLACING ==()== BY ==PEP==.
       COPY HISFUNC REPLACING ==()== BY ==HIS==.
       COPY CPTFUNC.

      * EXERCICE EDITE, RECU EN SYSIN (YYYY) ; A BLANC, L'ANNEE DE LA
      * DATE DU JOUR (ETAT A DATE).
       01 WS-PARM-CARD    PIC X(04).
       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).
       01 WS-ANNEE        PIC X(04).
       01 WS-DEBUT-ANNEE  PIC X(10).
       01 WS-FIN-ANNEE    PIC X(10).
       01 WS-RESTE-DU     PIC S9(11)V9(2).

       01 WS-TOTAUX.
         05 WS-NB-PERTES      PIC 9(06).
         05 WS-MT-PERTES      PIC S9(13)V9(2).
         05 WS-NB-RECOUV      PIC 9(06).
         05 WS-MT-RECOUV      PIC S9(13)V9(2).
         05 WS-NB-STOCK       PIC 9(06).
         05 WS-MT-STOCK-PERTE PIC S9(13)V9(2).
         05 WS-MT-STOCK-RECOUV PIC S9(13)V9(2).
         05 WS-MT-STOCK-RESTE PIC S9(13)V9(2).

       01 WS-LIGNE-TITRE.
         05 FILLER       PIC X(44)
            VALUE 'PERTES ET RECOUVREMENTS DE L''EXERCICE      '.
         05 WS-LT-ANNEE  PIC X(04).
         05 FILLER       PIC X(10) VALUE '  EDITE LE'.
         05 FILLER       PIC X(01) VALUE SPACES.
         05 WS-LT-DATE   PIC X(10).
         05 FILLER       PIC X(63) VALUE SPACES.

       01 WS-LIGNE-SECTION.
         05 WS-LS-LIBELLE PIC X(50).
         05 FILLER        PIC X(82) VALUE SPACES.

       01 WS-ENTETE-PERTES.
         05 FILLER PIC X(40)
            VALUE 'COMPTE      CLIENT   ENT AG  DATE PERTE '.
         05 FILLER PIC X(46)
            VALUE ' MONTANT PERDU       RECOUVRE       RESTE DU  '.
         05 FILLER PIC X(46) VALUE 'APPROB.  MOTIF'.

       01 WS-LIGNE-PERTE.
         05 WS-LP-COMPTE   PIC X(11).
         05 FILLER         PIC X(01) VALUE SPACES.
         05 WS-LP-CODCLI   PIC X(08).
         05 FILLER         PIC X(01) VALUE SPACES.
         05 WS-LP-ENTITE   PIC X(03).
         05 FILLER         PIC X(01) VALUE SPACES.
         05 WS-LP-AGENCE   PIC X(03).
         05 FILLER         PIC X(01) VALUE SPACES.
         05 WS-LP-DATE     PIC X(10).
         05 FILLER         PIC X(01) VALUE SPACES.
         05 WS-LP-MONTANT  PIC ZZZZZZZZZZ9.99.
         05 FILLER         PIC X(01) VALUE SPACES.
         05 WS-LP-RECOUVRE PIC ZZZZZZZZZZ9.99.
         05 FILLER         PIC X(01) VALUE SPACES.
         05 WS-LP-RESTE    PIC ZZZZZZZZZZ9.99.
         05 FILLER         PIC X(02) VALUE SPACES.
         05 WS-LP-APPROB   PIC X(08).
         05 FILLER         PIC X(01) VALUE SPACES.
         05 WS-LP-MOTIF    PIC X(30).
         05 FILLER         PIC X(07) VALUE SPACES.

       01 WS-ENTETE-RECOUV.
         05 FILLER PIC X(43)
            VALUE 'COMPTE      CLIENT   DATE       REFERENCE  '.
         05 FILLER PIC X(89) VALUE '      RECOUVRE'.

       01 WS-LIGNE-RECOUV.
         05 WS-LR-COMPTE   PIC X(11).
         05 FILLER         PIC X(01) VALUE SPACES.
         05 WS-LR-CODCLI   PIC X(08).
         05 FILLER         PIC X(01) VALUE SPACES.
         05 WS-LR-DATE     PIC X(10).
         05 FILLER         PIC X(01) VALUE SPACES.
         05 WS-LR-REF      PIC X(10).
         05 FILLER         PIC X(01) VALUE SPACES.
         05 WS-LR-MONTANT  PIC ZZZZZZZZZZ9.99.
         05 FILLER         PIC X(75) VALUE SPACES.

       01 WS-LIGNE-TOTAL.
         05 WS-LX-LIBELLE  PIC X(40).
         05 WS-LX-NB       PIC ZZZZZ9.
         05 FILLER         PIC X(02) VALUE SPACES.
         05 WS-LX-MONTANT  PIC -ZZZZZZZZZZZ9.99.
         05 FILLER         PIC X(68) VALUE SPACES.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

       01 WS-FS-EDIT PIC X(02).
         88 FS-EDIT-OK VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
           INITIALIZE WS-TOTAUX
           ACCEPT WS-PARM-CARD FROM SYSIN
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           STRING WS-DATE-SYSTEME(1:4) '-'
                  WS-DATE-SYSTEME(5:2) '-'
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-JOUR
           IF WS-PARM-CARD = SPACES
              MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE
           ELSE
              MOVE WS-PARM-CARD TO WS-ANNEE
           END-IF
           IF WS-ANNEE NOT NUMERIC
              DISPLAY 'GKPEPRPT - EXERCICE INVALIDE : ' WS-PARM-CARD
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           STRING WS-ANNEE '-01-01' DELIMITED BY SIZE
             INTO WS-DEBUT-ANNEE
           STRING WS-ANNEE '-12-31' DELIMITED BY SIZE
             INTO WS-FIN-ANNEE
           OPEN OUTPUT EDITION
           MOVE WS-ANNEE     TO WS-LT-ANNEE
           MOVE WS-DATE-JOUR TO WS-LT-DATE
           WRITE EDIT-ENREG FROM WS-LIGNE-TITRE
                 AFTER ADVANCING PAGE
           .

       02-TREATMENT.
           PERFORM 02A-EDITE-PERTES
           PERFORM 02B-EDITE-RECOUVREMENTS
           .

       03-ENDPGM.
           PERFORM 03B-EDITE-SYNTHESE
           PERFORM 03A-RESUME-RUN
           CLOSE EDITION
           STOP RUN
           .

      * BILAN DE FIN DE JOB.
       03A-RESUME-RUN.
           DISPLAY '**********************************'
           DISPLAY '*************GKPEPRPT*************'
           DISPLAY '**********************************'
           DISPLAY '* EXERCICE            : ' WS-ANNEE
           DISPLAY '* PERTES DE L''ANNEE   : ' WS-NB-PERTES
           DISPLAY '* MONTANT PERDU       : ' WS-MT-PERTES
           DISPLAY '* RECOUVREMENTS       : ' WS-NB-RECOUV
           DISPLAY '* MONTANT RECOUVRE    : ' WS-MT-RECOUV
           DISPLAY '* ENCOURS NON RECOUVRE: ' WS-MT-STOCK-RESTE
           DISPLAY '**********************************'
           .

      * SYNTHESE : FLUX DE L'EXERCICE PUIS STOCK DE TOUTES LES
      * PERTES ENREGISTREES (PERDU, RECOUVRE, RESTE DU).
       03B-EDITE-SYNTHESE.
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           MOVE 'SYNTHESE' TO WS-LS-LIBELLE
           WRITE EDIT-ENREG FROM WS-LIGNE-SECTION
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           MOVE 'PERTES PASSEES DANS L''EXERCICE' TO WS-LX-LIBELLE
           MOVE WS-NB-PERTES TO WS-LX-NB
           MOVE WS-MT-PERTES TO WS-LX-MONTANT
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           MOVE 'RECOUVREMENTS DE L''EXERCICE' TO WS-LX-LIBELLE
           MOVE WS-NB-RECOUV TO WS-LX-NB
           MOVE WS-MT-RECOUV TO WS-LX-MONTANT
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           MOVE 'PERTE NETTE DE L''EXERCICE' TO WS-LX-LIBELLE
           MOVE 0 TO WS-LX-NB
           COMPUTE WS-LX-MONTANT = WS-MT-PERTES - WS-MT-RECOUV
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           MOVE 'STOCK DES PERTES - MONTANT PERDU' TO WS-LX-LIBELLE
           MOVE WS-NB-STOCK       TO WS-LX-NB
           MOVE WS-MT-STOCK-PERTE TO WS-LX-MONTANT
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           MOVE 'STOCK DES PERTES - RECOUVRE' TO WS-LX-LIBELLE
           MOVE WS-NB-STOCK        TO WS-LX-NB
           MOVE WS-MT-STOCK-RECOUV TO WS-LX-MONTANT
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           MOVE 'STOCK DES PERTES - RESTE DU' TO WS-LX-LIBELLE
           MOVE WS-NB-STOCK       TO WS-LX-NB
           MOVE WS-MT-STOCK-RESTE TO WS-LX-MONTANT
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * PARCOURS DU REGISTRE TBPEP : LES PERTES DATEES DE L'EXERCICE
      * SONT EDITEES, TOUTES ALIMENTENT LE STOCK.
       02A-EDITE-PERTES.
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           MOVE 'PASSAGES EN PERTE DE L''EXERCICE' TO WS-LS-LIBELLE
           WRITE EDIT-ENREG FROM WS-LIGNE-SECTION
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           WRITE EDIT-ENREG FROM WS-ENTETE-PERTES
           INITIALIZE PEP-ZCMA
           MOVE 'DEB' TO PEP-FONCTION
           CALL 'MAPEP' USING PEP-ZCMA
           PERFORM UNTIL PEP-CODRET NOT = '00'
              COMPUTE WS-RESTE-DU =
                      PEP-MONTANT-PERTE - PEP-MONTANT-RECOUVRE
              ADD 1                    TO WS-NB-STOCK
              ADD PEP-MONTANT-PERTE    TO WS-MT-STOCK-PERTE
              ADD PEP-MONTANT-RECOUVRE TO WS-MT-STOCK-RECOUV
              ADD WS-RESTE-DU          TO WS-MT-STOCK-RESTE
              IF PEP-DATE-PERTE(1:4) = WS-ANNEE
                 PERFORM 02C-EDITE-PERTE
              END-IF
              MOVE 'SUI' TO PEP-FONCTION
              CALL 'MAPEP' USING PEP-ZCMA
           END-PERFORM
           IF PEP-CODRET NOT = '04'
              DISPLAY 'GKPEPRPT - PARCOURS TBPEP EN ERREUR : '
                      PEP-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .

      * LES RECOUVREMENTS SONT LES LIGNES 'RCV' POSEES PAR MFMAJCPT
      * DANS L'EXERCICE, SUR LE COMPTE PASSE EN PERTE OU SUR UN AUTRE
      * COMPTE DU MEME CLIENT.
       02B-EDITE-RECOUVREMENTS.
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           MOVE 'RECOUVREMENTS DE L''EXERCICE' TO WS-LS-LIBELLE
           WRITE EDIT-ENREG FROM WS-LIGNE-SECTION
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           WRITE EDIT-ENREG FROM WS-ENTETE-RECOUV
           INITIALIZE HIS-ZCMA
           MOVE 'WDB'          TO HIS-FONCTION
           MOVE WS-DEBUT-ANNEE TO HIS-DATE-DEBUT
           MOVE WS-FIN-ANNEE   TO HIS-DATE-FIN
           CALL 'MAHIS' USING HIS-ZCMA
           PERFORM UNTIL HIS-CODRET NOT = '00'
              IF HIS-CODE-OPER = 'RCV'
                 PERFORM 02D-EDITE-RECOUVREMENT
              END-IF
              MOVE 'WSU' TO HIS-FONCTION
              CALL 'MAHIS' USING HIS-ZCMA
           END-PERFORM
           IF HIS-CODRET NOT = '04'
              DISPLAY 'GKPEPRPT - PARCOURS TBHIS EN ERREUR : '
                      HIS-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .

       02C-EDITE-PERTE.
           MOVE PEP-COMPTE           TO WS-LP-COMPTE
           MOVE PEP-CODCLI           TO WS-LP-CODCLI
           MOVE PEP-ENTITE           TO WS-LP-ENTITE
           MOVE PEP-AGENCE           TO WS-LP-AGENCE
           MOVE PEP-DATE-PERTE       TO WS-LP-DATE
           MOVE PEP-MONTANT-PERTE    TO WS-LP-MONTANT
           MOVE PEP-MONTANT-RECOUVRE TO WS-LP-RECOUVRE
           MOVE WS-RESTE-DU          TO WS-LP-RESTE
           MOVE PEP-APPROBATEUR      TO WS-LP-APPROB
           MOVE PEP-MOTIF            TO WS-LP-MOTIF
           WRITE EDIT-ENREG FROM WS-LIGNE-PERTE
           ADD 1                 TO WS-NB-PERTES
           ADD PEP-MONTANT-PERTE TO WS-MT-PERTES
           .

      * LE CLIENT EST RELU SUR LE COMPTE BALAYE (LA LIGNE DE FENETRE
      * NE LE PORTE PAS).
       02D-EDITE-RECOUVREMENT.
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'      TO CPT-FONCTION
           MOVE HIS-COMPTE TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA
           IF CPT-CODRET NOT = '00'
              MOVE SPACES TO CPT-CODCLI
           END-IF
           MOVE HIS-COMPTE    TO WS-LR-COMPTE
           MOVE CPT-CODCLI    TO WS-LR-CODCLI
           MOVE HIS-DATE-OPER TO WS-LR-DATE
           MOVE HIS-REF-OPER  TO WS-LR-REF
           MOVE HIS-MONTANT   TO WS-LR-MONTANT
           WRITE EDIT-ENREG FROM WS-LIGNE-RECOUV
           ADD 1           TO WS-NB-RECOUV
           ADD HIS-MONTANT TO WS-MT-RECOUV
           .
