      *********************************************************
      * PROGRAM NAME:  GKAJURPT                               *
      * PROGRAM OBJET :ETAT MENSUEL DES AJUSTEMENTS MANUELS,  *
      *                POUR L'AUDIT INTERNE : DEMANDES SAISIES *
      *                DANS LE MOIS (REGISTRE TBAJU, MAAJU)   *
      *                AVEC DEMANDEUR, VALIDEUR ET SORT, PUIS *
      *                CUMULS PAR CODE MOTIF ET PAR DEMANDEUR *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - ETAT MENSUEL DES           *
      *          AJUSTEMENTS PAR MOTIF ET PAR DEMANDEUR        *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKAJURPT.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ETAT MENSUEL DES AJUSTEMENTS MANUELS
            SELECT EDITION ASSIGN TO DDAJURPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EDIT.

       DATA DIVISION.
       FILE SECTION.

       FD EDITION.
       01 EDIT-ENREG PIC X(132).

       WORKING-STORAGE SECTION.

       COPY ZAAJU   REPLACING ==()== BY ==AJU==.

      * MOIS EDITE, RECU EN SYSIN (YYYY-MM) ; A BLANC, LE MOIS QUI
      * PRECEDE LA DATE DU JOUR (L'ETAT PART APRES LA FIN DU MOIS).
       01 WS-PARM-CARD    PIC X(07).
       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).
       01 WS-MOIS         PIC X(07).
       01 WS-AA           PIC 9(04).
       01 WS-MM           PIC 9(02).

      * CUMULS PAR SORT D'UNE DEMANDE : EMISES (LE SEUL MONTANT QUI
      * A TOUCHE UN COMPTE CLIENT), APPROUVEES NON ENCORE EMISES,
      * REFUSEES, EXPIREES, ENCORE SOUMISES.
       01 WS-CUMUL-TRAVAIL.
         05 WS-CT-NB-DEMANDES PIC 9(06).
         05 WS-CT-NB-EMISES   PIC 9(06).
         05 WS-CT-MT-EMIS     PIC S9(13)V9(2).
         05 WS-CT-NB-APPROUV  PIC 9(06).
         05 WS-CT-NB-REFUSEES PIC 9(06).
         05 WS-CT-NB-EXPIREES PIC 9(06).
         05 WS-CT-NB-SOUMISES PIC 9(06).

      * CUMULS PAR CODE MOTIF (LES TROIS MOTIFS ADMIS PAR GKAJUSTE).
       01 WS-NB-MOTIFS PIC 9(02) VALUE 3.
       01 WS-TAB-MOTIFS-INIT.
         05 FILLER PIC X(33) VALUE 'ERBERREUR DE LA BANQUE           '.
         05 FILLER PIC X(33) VALUE 'GESGESTE COMMERCIAL              '.
         05 FILLER PIC X(33) VALUE 'IMPCREDIT MAL IMPUTE             '.
       01 WS-TAB-MOTIFS-LIB REDEFINES WS-TAB-MOTIFS-INIT.
         05 WS-MOTIF-LIB-ENTRY OCCURS 3 TIMES.
            10 WS-ML-CODE    PIC X(03).
            10 WS-ML-LIBELLE PIC X(30).
       01 WS-TAB-MOTIFS.
         05 WS-MOTIF-ENTRY OCCURS 3 TIMES INDEXED BY WS-MX.
            10 WS-MO-CUMUL.
               15 WS-MO-NB-DEMANDES PIC 9(06).
               15 WS-MO-NB-EMISES   PIC 9(06).
               15 WS-MO-MT-EMIS     PIC S9(13)V9(2).
               15 WS-MO-NB-APPROUV  PIC 9(06).
               15 WS-MO-NB-REFUSEES PIC 9(06).
               15 WS-MO-NB-EXPIREES PIC 9(06).
               15 WS-MO-NB-SOUMISES PIC 9(06).

      * CUMULS PAR DEMANDEUR, DANS L'ORDRE DE PREMIERE APPARITION.
       01 WS-NB-DEMANDEURS PIC 9(04) VALUE 0.
       01 WS-TAB-DEMANDEURS.
         05 WS-DEMANDEUR-ENTRY OCCURS 1 TO 500 TIMES
                               DEPENDING ON WS-NB-DEMANDEURS
                               INDEXED BY WS-DX.
            10 WS-DE-DEMANDEUR PIC X(08).
            10 WS-DE-CUMUL.
               15 WS-DE-NB-DEMANDES PIC 9(06).
               15 WS-DE-NB-EMISES   PIC 9(06).
               15 WS-DE-MT-EMIS     PIC S9(13)V9(2).
               15 WS-DE-NB-APPROUV  PIC 9(06).
               15 WS-DE-NB-REFUSEES PIC 9(06).
               15 WS-DE-NB-EXPIREES PIC 9(06).
               15 WS-DE-NB-SOUMISES PIC 9(06).
       01 WS-DEMANDEUR-TROUVE-SW PIC X(01).
         88 WS-DEMANDEUR-TROUVE  VALUE 'O'.

       01 WS-TOTAL-MOIS.
         05 WS-TO-NB-DEMANDES PIC 9(06).
         05 WS-TO-NB-EMISES   PIC 9(06).
         05 WS-TO-MT-EMIS     PIC S9(13)V9(2).
         05 WS-TO-NB-APPROUV  PIC 9(06).
         05 WS-TO-NB-REFUSEES PIC 9(06).
         05 WS-TO-NB-EXPIREES PIC 9(06).
         05 WS-TO-NB-SOUMISES PIC 9(06).

       01 WS-LIGNE-TITRE.
         05 FILLER       PIC X(44)
            VALUE 'AJUSTEMENTS MANUELS DU MOIS                '.
         05 WS-LT-MOIS   PIC X(07).
         05 FILLER       PIC X(10) VALUE '  EDITE LE'.
         05 FILLER       PIC X(01) VALUE SPACES.
         05 WS-LT-DATE   PIC X(10).
         05 FILLER       PIC X(60) VALUE SPACES.

       01 WS-LIGNE-SECTION.
         05 WS-LS-LIBELLE PIC X(50).
         05 FILLER        PIC X(82) VALUE SPACES.

       01 WS-ENTETE-DEMANDES.
         05 FILLER PIC X(09) VALUE '  NUMERO '.
         05 FILLER PIC X(12) VALUE 'COMPTE      '.
         05 FILLER PIC X(02) VALUE 'S '.
         05 FILLER PIC X(16) VALUE '        MONTANT '.
         05 FILLER PIC X(04) VALUE 'MOT '.
         05 FILLER PIC X(09) VALUE 'DEMANDE  '.
         05 FILLER PIC X(11) VALUE 'LE         '.
         05 FILLER PIC X(09) VALUE 'VALIDEUR '.
         05 FILLER PIC X(11) VALUE 'DECIDE LE  '.
         05 FILLER PIC X(03) VALUE 'ST '.
         05 FILLER PIC X(46) VALUE 'JUSTIFICATION / MOTIF DU REFUS'.

       01 WS-LIGNE-DEMANDE.
         05 WS-LD-NUMERO    PIC ZZZZZZZ9.
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LD-COMPTE    PIC X(11).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LD-SENS      PIC X(01).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LD-MONTANT   PIC ZZZZZZZZZZZ9.99.
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LD-MOTIF     PIC X(03).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LD-DEMANDEUR PIC X(08).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LD-DATE-DEM  PIC X(10).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LD-VALIDEUR  PIC X(08).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LD-DATE-DEC  PIC X(10).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LD-STATUT    PIC X(01).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-LD-TEXTE     PIC X(40).
         05 FILLER          PIC X(06) VALUE SPACES.

       01 WS-ENTETE-CUMULS.
         05 FILLER PIC X(32) VALUE SPACES.
         05 FILLER PIC X(09) VALUE ' DEMANDES'.
         05 FILLER PIC X(08) VALUE '  EMISES'.
         05 FILLER PIC X(17) VALUE '     MONTANT EMIS'.
         05 FILLER PIC X(08) VALUE ' APPROUV'.
         05 FILLER PIC X(08) VALUE '  REFUS.'.
         05 FILLER PIC X(09) VALUE ' EXPIREES'.
         05 FILLER PIC X(09) VALUE ' SOUMISES'.
         05 FILLER PIC X(32) VALUE SPACES.

       01 WS-LIGNE-CUMUL.
         05 WS-LC-CODE      PIC X(08).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LC-LIBELLE   PIC X(23).
         05 WS-LC-DEMANDES  PIC ZZZZZZZZ9.
         05 WS-LC-EMISES    PIC ZZZZZZZ9.
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LC-MT-EMIS   PIC -ZZZZZZZZZZZ9.99.
         05 WS-LC-APPROUV   PIC ZZZZZZZ9.
         05 WS-LC-REFUSEES  PIC ZZZZZZZ9.
         05 WS-LC-EXPIREES  PIC ZZZZZZZZ9.
         05 WS-LC-SOUMISES  PIC ZZZZZZZZ9.
         05 FILLER          PIC X(32) VALUE SPACES.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

       01 WS-FS-EDIT PIC X(02).
         88 FS-EDIT-OK VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
           INITIALIZE WS-TAB-MOTIFS
           INITIALIZE WS-TOTAL-MOIS
           ACCEPT WS-PARM-CARD FROM SYSIN
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           STRING WS-DATE-SYSTEME(1:4) '-'
                  WS-DATE-SYSTEME(5:2) '-'
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-JOUR
           IF WS-PARM-CARD = SPACES
              MOVE WS-DATE-SYSTEME(1:4) TO WS-AA
              MOVE WS-DATE-SYSTEME(5:2) TO WS-MM
              IF WS-MM = 1
                 MOVE 12 TO WS-MM
                 SUBTRACT 1 FROM WS-AA
              ELSE
                 SUBTRACT 1 FROM WS-MM
              END-IF
              STRING WS-AA '-' WS-MM DELIMITED BY SIZE INTO WS-MOIS
           ELSE
              MOVE WS-PARM-CARD TO WS-MOIS
           END-IF
           IF WS-MOIS(1:4) NOT NUMERIC OR WS-MOIS(5:1) NOT = '-'
              OR WS-MOIS(6:2) NOT NUMERIC
              DISPLAY 'GKAJURPT - MOIS INVALIDE : ' WS-PARM-CARD
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT EDITION
           MOVE WS-MOIS      TO WS-LT-MOIS
           MOVE WS-DATE-JOUR TO WS-LT-DATE
           WRITE EDIT-ENREG FROM WS-LIGNE-TITRE
                 AFTER ADVANCING PAGE
           .

       02-TREATMENT.
           PERFORM 02A-EDITE-DEMANDES
           .

       03-ENDPGM.
           PERFORM 03B-EDITE-PAR-MOTIF
           PERFORM 03C-EDITE-PAR-DEMANDEUR
           PERFORM 03A-RESUME-RUN
           CLOSE EDITION
           STOP RUN
           .

      * BILAN DE FIN DE JOB.
       03A-RESUME-RUN.
           DISPLAY '**********************************'
           DISPLAY '*************GKAJURPT*************'
           DISPLAY '**********************************'
           DISPLAY '* MOIS                : ' WS-MOIS
           DISPLAY '* DEMANDES DU MOIS    : ' WS-TO-NB-DEMANDES
           DISPLAY '* AJUSTEMENTS EMIS    : ' WS-TO-NB-EMISES
           DISPLAY '* MONTANT EMIS        : ' WS-TO-MT-EMIS
           DISPLAY '* DEMANDES REFUSEES   : ' WS-TO-NB-REFUSEES
           DISPLAY '* DEMANDES EXPIREES   : ' WS-TO-NB-EXPIREES
           DISPLAY '* DEMANDEURS          : ' WS-NB-DEMANDEURS
           DISPLAY '**********************************'
           .

      * CUMULS PAR CODE MOTIF, PUIS TOTAL DU MOIS. LE MONTANT EMIS
      * EST SIGNE : UN AJUSTEMENT AU DEBIT DU CLIENT S'Y RETRANCHE.
       03B-EDITE-PAR-MOTIF.
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           MOVE 'CUMULS PAR MOTIF' TO WS-LS-LIBELLE
           WRITE EDIT-ENREG FROM WS-LIGNE-SECTION
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           WRITE EDIT-ENREG FROM WS-ENTETE-CUMULS
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-NB-MOTIFS
              MOVE WS-ML-CODE(WS-MX)    TO WS-LC-CODE
              MOVE WS-ML-LIBELLE(WS-MX) TO WS-LC-LIBELLE
              MOVE WS-MO-CUMUL(WS-MX)   TO WS-CUMUL-TRAVAIL
              PERFORM 03D-ECRIT-CUMUL
           END-PERFORM
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           MOVE 'TOTAL'         TO WS-LC-CODE
           MOVE 'MOIS'          TO WS-LC-LIBELLE
           MOVE WS-TOTAL-MOIS   TO WS-CUMUL-TRAVAIL
           PERFORM 03D-ECRIT-CUMUL
           .

       03C-EDITE-PAR-DEMANDEUR.
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           MOVE 'CUMULS PAR DEMANDEUR' TO WS-LS-LIBELLE
           WRITE EDIT-ENREG FROM WS-LIGNE-SECTION
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           WRITE EDIT-ENREG FROM WS-ENTETE-CUMULS
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-NB-DEMANDEURS
              MOVE WS-DE-DEMANDEUR(WS-DX) TO WS-LC-CODE
              MOVE SPACES                 TO WS-LC-LIBELLE
              MOVE WS-DE-CUMUL(WS-DX)     TO WS-CUMUL-TRAVAIL
              PERFORM 03D-ECRIT-CUMUL
           END-PERFORM
           .

       03D-ECRIT-CUMUL.
           MOVE WS-CT-NB-DEMANDES TO WS-LC-DEMANDES
           MOVE WS-CT-NB-EMISES   TO WS-LC-EMISES
           MOVE WS-CT-MT-EMIS     TO WS-LC-MT-EMIS
           MOVE WS-CT-NB-APPROUV  TO WS-LC-APPROUV
           MOVE WS-CT-NB-REFUSEES TO WS-LC-REFUSEES
           MOVE WS-CT-NB-EXPIREES TO WS-LC-EXPIREES
           MOVE WS-CT-NB-SOUMISES TO WS-LC-SOUMISES
           WRITE EDIT-ENREG FROM WS-LIGNE-CUMUL
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * PARCOURS DU REGISTRE TBAJU : LES DEMANDES SAISIES DANS LE
      * MOIS SONT EDITEES ET CUMULEES, QUEL QUE SOIT LEUR SORT.
       02A-EDITE-DEMANDES.
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           MOVE 'DEMANDES SAISIES DANS LE MOIS' TO WS-LS-LIBELLE
           WRITE EDIT-ENREG FROM WS-LIGNE-SECTION
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           WRITE EDIT-ENREG FROM WS-ENTETE-DEMANDES
           INITIALIZE AJU-ZCMA
           MOVE 'DEB' TO AJU-FONCTION
           CALL 'MAAJU' USING AJU-ZCMA
           PERFORM UNTIL AJU-CODRET NOT = '00'
              IF AJU-DATE-DEMANDE(1:7) = WS-MOIS
                 PERFORM 02B-EDITE-DEMANDE
                 PERFORM 02C-CUMULE-DEMANDE
              END-IF
              MOVE 'SUI' TO AJU-FONCTION
              CALL 'MAAJU' USING AJU-ZCMA
           END-PERFORM
           IF AJU-CODRET NOT = '04'
              DISPLAY 'GKAJURPT - PARCOURS TBAJU EN ERREUR : '
                      AJU-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .

       02B-EDITE-DEMANDE.
           MOVE AJU-NUMERO        TO WS-LD-NUMERO
           MOVE AJU-COMPTE        TO WS-LD-COMPTE
           MOVE AJU-SENS          TO WS-LD-SENS
           MOVE AJU-MONTANT       TO WS-LD-MONTANT
           MOVE AJU-MOTIF         TO WS-LD-MOTIF
           MOVE AJU-DEMANDEUR     TO WS-LD-DEMANDEUR
           MOVE AJU-DATE-DEMANDE  TO WS-LD-DATE-DEM
           MOVE AJU-VALIDEUR      TO WS-LD-VALIDEUR
           MOVE AJU-DATE-DECISION TO WS-LD-DATE-DEC
           MOVE AJU-STATUT        TO WS-LD-STATUT
           IF AJU-REFUSEE OR AJU-EXPIREE
              MOVE AJU-MOTIF-REFUS TO WS-LD-TEXTE
           ELSE
              MOVE AJU-TEXTE       TO WS-LD-TEXTE
           END-IF
           WRITE EDIT-ENREG FROM WS-LIGNE-DEMANDE
           .

      * LA DEMANDE EST CUMULEE DANS WS-CUMUL-TRAVAIL, PUIS REPORTEE
      * SUR SON MOTIF, SUR SON DEMANDEUR ET SUR LE TOTAL DU MOIS.
       02C-CUMULE-DEMANDE.
           INITIALIZE WS-CUMUL-TRAVAIL
           MOVE 1 TO WS-CT-NB-DEMANDES
           EVALUATE TRUE
              WHEN AJU-EMISE
                 MOVE 1 TO WS-CT-NB-EMISES
                 IF AJU-AU-DEBIT
                    COMPUTE WS-CT-MT-EMIS = 0 - AJU-MONTANT
                 ELSE
                    MOVE AJU-MONTANT TO WS-CT-MT-EMIS
                 END-IF
              WHEN AJU-APPROUVEE
                 MOVE 1 TO WS-CT-NB-APPROUV
              WHEN AJU-REFUSEE
                 MOVE 1 TO WS-CT-NB-REFUSEES
              WHEN AJU-EXPIREE
                 MOVE 1 TO WS-CT-NB-EXPIREES
              WHEN OTHER
                 MOVE 1 TO WS-CT-NB-SOUMISES
           END-EVALUATE

           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-NB-MOTIFS
              IF WS-ML-CODE(WS-MX) = AJU-MOTIF
                 ADD WS-CT-NB-DEMANDES TO WS-MO-NB-DEMANDES(WS-MX)
                 ADD WS-CT-NB-EMISES   TO WS-MO-NB-EMISES(WS-MX)
                 ADD WS-CT-MT-EMIS     TO WS-MO-MT-EMIS(WS-MX)
                 ADD WS-CT-NB-APPROUV  TO WS-MO-NB-APPROUV(WS-MX)
                 ADD WS-CT-NB-REFUSEES TO WS-MO-NB-REFUSEES(WS-MX)
                 ADD WS-CT-NB-EXPIREES TO WS-MO-NB-EXPIREES(WS-MX)
                 ADD WS-CT-NB-SOUMISES TO WS-MO-NB-SOUMISES(WS-MX)
                 EXIT PERFORM
              END-IF
           END-PERFORM

           MOVE 'N' TO WS-DEMANDEUR-TROUVE-SW
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-NB-DEMANDEURS
              IF WS-DE-DEMANDEUR(WS-DX) = AJU-DEMANDEUR
                 SET WS-DEMANDEUR-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-DEMANDEUR-TROUVE
              IF WS-NB-DEMANDEURS >= 500
                 DISPLAY 'GKAJURPT - TABLE DES DEMANDEURS PLEINE : '
                         AJU-DEMANDEUR
                 MOVE 24 TO RETURN-CODE
              ELSE
                 ADD 1 TO WS-NB-DEMANDEURS
                 SET WS-DX TO WS-NB-DEMANDEURS
                 MOVE AJU-DEMANDEUR TO WS-DE-DEMANDEUR(WS-DX)
                 INITIALIZE WS-DE-CUMUL(WS-DX)
                 SET WS-DEMANDEUR-TROUVE TO TRUE
              END-IF
           END-IF
           IF WS-DEMANDEUR-TROUVE
              ADD WS-CT-NB-DEMANDES TO WS-DE-NB-DEMANDES(WS-DX)
              ADD WS-CT-NB-EMISES   TO WS-DE-NB-EMISES(WS-DX)
              ADD WS-CT-MT-EMIS     TO WS-DE-MT-EMIS(WS-DX)
              ADD WS-CT-NB-APPROUV  TO WS-DE-NB-APPROUV(WS-DX)
              ADD WS-CT-NB-REFUSEES TO WS-DE-NB-REFUSEES(WS-DX)
              ADD WS-CT-NB-EXPIREES TO WS-DE-NB-EXPIREES(WS-DX)
              ADD WS-CT-NB-SOUMISES TO WS-DE-NB-SOUMISES(WS-DX)
           END-IF

           ADD WS-CT-NB-DEMANDES TO WS-TO-NB-DEMANDES
           ADD WS-CT-NB-EMISES   TO WS-TO-NB-EMISES
           ADD WS-CT-MT-EMIS     TO WS-TO-MT-EMIS
           ADD WS-CT-NB-APPROUV  TO WS-TO-NB-APPROUV
           ADD WS-CT-NB-REFUSEES TO WS-TO-NB-REFUSEES
           ADD WS-CT-NB-EXPIREES TO WS-TO-NB-EXPIREES
           ADD WS-CT-NB-SOUMISES TO WS-TO-NB-SOUMISES
           .
