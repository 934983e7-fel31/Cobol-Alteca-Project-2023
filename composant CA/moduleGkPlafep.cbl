      *********************************************************
      * PROGRAM NAME:  GKPLAFEP                               *
      * PROGRAM OBJET :LISTE MENSUELLE, POUR LES CONSEILLERS, *
      *                DES COMPTES D'EPARGNE REGLEMENTEE AU   *
      *                PLAFOND DE DEPOT DE LEUR PRODUIT       *
      *                (TBPDT) OU PROCHES DE CE PLAFOND       *
      *                (SEUIL EN POURCENTAGE, TBPRM           *
      *                SEUIL-PLAFOND-EPARGNE), PAR AGENCE,    *
      *                LES PLUS PROCHES EN TETE ; LES COMPTES *
      *                PORTES AU-DELA PAR LES INTERETS        *
      *                CREDITEURS SONT SIGNALES               *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - LISTE DES COMPTES AU       *
      *          PLAFOND OU PROCHES DU PLAFOND D'EPARGNE       *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKPLAFEP.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    LISTE DES CONSEILLERS, PAR AGENCE
            SELECT EDITION ASSIGN TO DDPLFRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EDIT.

            SELECT TRAVAIL ASSIGN TO DDTRAV.

       DATA DIVISION.
       FILE SECTION.

       FD EDITION.
       01 EDIT-ENREG PIC X(132).

      * UNE FICHE PAR COMPTE RETENU, TRIEE PAR AGENCE PUIS DU TAUX
      * D'UTILISATION DU PLAFOND LE PLUS ELEVE AU PLUS BAS.
       SD TRAVAIL.
       01 TRI-ENREG.
         05 TRI-AGENCE    PIC X(03).
         05 TRI-TAUX      PIC 9(05)V99.
         05 TRI-COMPTE    PIC X(11).
         05 TRI-NOM       PIC X(20).
         05 TRI-CODCLI    PIC X(08).
         05 TRI-PRODUIT   PIC X(03).
         05 TRI-SOLDE     PIC S9(13)V99.
         05 TRI-PLAFOND   PIC S9(11)V99.
         05 TRI-ETAT      PIC X(08).

       WORKING-STORAGE SECTION.

       COPY CPTFUNC.
       COPY ZAPDT REPLACING ==()== BY ==PDT==.
       COPY ZAPRM REPLACING ==()== BY ==PRM==.

      * SEUIL D'ALERTE EN POURCENTAGE DU PLAFOND (TBPRM
      * SEUIL-PLAFOND-EPARGNE) : 90 PAR DEFAUT, PARAMETRE ABSENT OU
      * HORS DE 1 A 100.
       01 WS-SEUIL-PCT     PIC 9(03) VALUE 90.
       01 WS-SEUIL-LU      PIC S9(05).

       01 WS-DATE-SYSTEME  PIC X(21).
       01 WS-DATE-JOUR     PIC X(10).

      * PRODUITS DEJA LUS SUR TBPDT (MAPDT), RETENUS AVEC LEUR
      * PLAFOND DE DEPOT (ZERO = PRODUIT SANS PLAFOND, OU INCONNU) ;
      * UNE TABLE PLEINE LAISSE LES PRODUITS SUIVANTS A MAPDT.
       01 WS-NB-PDT PIC 9(03) VALUE 0.
       01 WS-TAB-PDT.
         05 WS-PDT-ENTRY OCCURS 1 TO 200 TIMES
                         DEPENDING ON WS-NB-PDT
                         INDEXED BY WS-PX.
            10 WS-PDT-CODE     PIC X(03).
            10 WS-PDT-PLAFOND  PIC S9(11)V99.
       01 WS-PDT-TROUVE-SW PIC X(01).
         88 WS-PDT-TROUVE  VALUE 'O'.
       01 WS-PLAFOND       PIC S9(11)V99.
       01 WS-TAUX          PIC 9(05)V99.

      * AGENCE EN COURS DANS LA PROCEDURE DE SORTIE DU TRI.
       01 WS-FIN-TRI-SW PIC X(01).
         88 WS-FIN-TRI VALUE 'O'.
       01 WS-AGENCE-SW  PIC X(01).
         88 WS-AGENCE-OUVERTE VALUE 'O'.
       01 WS-AGENCE-COURANTE PIC X(03).
       01 WS-AGE-NB          PIC 9(07).
       01 WS-AGE-DEPASSES    PIC 9(07).
       01 WS-AGE-ENCOURS     PIC S9(15)V99.

       01 WS-RUN-COUNTERS.
         05 WS-NB-LUS          PIC 9(07).
         05 WS-NB-AVEC-PLAFOND PIC 9(07).
         05 WS-NB-LISTES       PIC 9(07).
         05 WS-NB-PROCHES      PIC 9(07).
         05 WS-NB-ATTEINTS     PIC 9(07).
         05 WS-NB-DEPASSES     PIC 9(07).
         05 WS-MT-LISTE        PIC S9(15)V99.

       01 WS-LIGNE-TITRE.
         05 FILLER       PIC X(52)
            VALUE 'EPARGNE REGLEMENTEE - COMPTES AU PLAFOND OU PROCHES'.
         05 FILLER       PIC X(05) VALUE 'MOIS '.
         05 WS-LT-MOIS   PIC X(07).
         05 FILLER       PIC X(08) VALUE '  SEUIL '.
         05 WS-LT-SEUIL  PIC ZZ9.
         05 FILLER       PIC X(02) VALUE ' %'.
         05 FILLER       PIC X(11) VALUE '  EDITE LE '.
         05 WS-LT-DATE   PIC X(10).
         05 FILLER       PIC X(34) VALUE SPACES.

       01 WS-LIGNE-SECTION.
         05 WS-LS-LIBELLE PIC X(50).
         05 FILLER        PIC X(82) VALUE SPACES.

       01 WS-ENTETE-DETAIL.
         05 FILLER PIC X(05) VALUE 'AGE'.
         05 FILLER PIC X(13) VALUE 'COMPTE'.
         05 FILLER PIC X(22) VALUE 'TITULAIRE'.
         05 FILLER PIC X(10) VALUE 'CLIENT'.
         05 FILLER PIC X(05) VALUE 'PDT'.
         05 FILLER PIC X(19) VALUE '            SOLDE'.
         05 FILLER PIC X(17) VALUE '        PLAFOND'.
         05 FILLER PIC X(10) VALUE '  TAUX %'.
         05 FILLER PIC X(31) VALUE 'ETAT'.

       01 WS-LIGNE-DETAIL.
         05 WS-LD-AGENCE   PIC X(03).
         05 FILLER         PIC X(02) VALUE SPACES.
         05 WS-LD-COMPTE   PIC X(11).
         05 FILLER         PIC X(02) VALUE SPACES.
         05 WS-LD-NOM      PIC X(20).
         05 FILLER         PIC X(02) VALUE SPACES.
         05 WS-LD-CODCLI   PIC X(08).
         05 FILLER         PIC X(02) VALUE SPACES.
         05 WS-LD-PRODUIT  PIC X(03).
         05 FILLER         PIC X(02) VALUE SPACES.
         05 WS-LD-SOLDE    PIC -ZZZZZZZZZZZZ9.99.
         05 FILLER         PIC X(02) VALUE SPACES.
         05 WS-LD-PLAFOND  PIC ZZZZZZZZZZZ9.99.
         05 FILLER         PIC X(02) VALUE SPACES.
         05 WS-LD-TAUX     PIC ZZZZ9.99.
         05 FILLER         PIC X(02) VALUE SPACES.
         05 WS-LD-ETAT     PIC X(08).
         05 FILLER         PIC X(23) VALUE SPACES.

       01 WS-LIGNE-TOTAL.
         05 WS-LX-LIBELLE  PIC X(40).
         05 WS-LX-NB       PIC ZZZZZZ9.
         05 FILLER         PIC X(02) VALUE SPACES.
         05 WS-LX-MONTANT  PIC -ZZZZZZZZZZZZZZ9.99.
         05 FILLER         PIC X(64) VALUE SPACES.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

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
           INITIALIZE PRM-ZCMA
           MOVE 'SEL' TO PRM-FONCTION
           MOVE 'SEUIL-PLAFOND-EPARGNE' TO PRM-CLE
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00'
              COMPUTE WS-SEUIL-LU = FUNCTION NUMVAL(PRM-VALEUR)
              IF WS-SEUIL-LU > 0 AND WS-SEUIL-LU NOT > 100
                 MOVE WS-SEUIL-LU TO WS-SEUIL-PCT
              ELSE
                 DISPLAY 'GKPLAFEP - SEUIL-PLAFOND-EPARGNE IGNORE : '
                         PRM-VALEUR
              END-IF
           END-IF
           OPEN OUTPUT EDITION
           IF NOT FS-EDIT-OK
              DISPLAY 'GKPLAFEP - OPEN DDPLFRPT EN ERREUR : '
                      WS-FS-EDIT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-DATE-JOUR(1:7) TO WS-LT-MOIS
           MOVE WS-SEUIL-PCT      TO WS-LT-SEUIL
           MOVE WS-DATE-JOUR      TO WS-LT-DATE
           WRITE EDIT-ENREG FROM WS-LIGNE-TITRE
                 AFTER ADVANCING PAGE
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           WRITE EDIT-ENREG FROM WS-ENTETE-DETAIL
           .

      * LA PROCEDURE D'ENTREE RETIENT LES COMPTES AU-DELA DU SEUIL ET
      * LE TRI LES REGROUPE PAR AGENCE ; LA PROCEDURE DE SORTIE LES
      * EDITE EN RUPTURE D'AGENCE (MEME MECANIQUE QUE GKDEPREG).
       02-TREATMENT.
           SORT TRAVAIL
                ON ASCENDING KEY TRI-AGENCE
                ON DESCENDING KEY TRI-TAUX
                INPUT PROCEDURE IS 02A-ALIMENTE-TRI
                OUTPUT PROCEDURE IS 02D-EDITE-EN-RUPTURE
           .

       03-ENDPGM.
           PERFORM 03B-EDITE-TOTAUX
           PERFORM 03A-RESUME-RUN
           CLOSE EDITION
           STOP RUN
           .

      * BILAN DE FIN DE JOB.
       03A-RESUME-RUN.
           DISPLAY '**********************************'
           DISPLAY '*************GKPLAFEP*************'
           DISPLAY '**********************************'
           DISPLAY '* SEUIL (% PLAFOND)   : ' WS-SEUIL-PCT
           DISPLAY '* COMPTES LUS         : ' WS-NB-LUS
           DISPLAY '* COMPTES A PLAFOND   : ' WS-NB-AVEC-PLAFOND
           DISPLAY '* COMPTES LISTES      : ' WS-NB-LISTES
           DISPLAY '*   PROCHES DU PLAFOND: ' WS-NB-PROCHES
           DISPLAY '*   PLAFOND ATTEINT   : ' WS-NB-ATTEINTS
           DISPLAY '*   PLAFOND DEPASSE   : ' WS-NB-DEPASSES
           DISPLAY '* ENCOURS LISTE       : ' WS-MT-LISTE
           DISPLAY '**********************************'
           .

       03B-EDITE-TOTAUX.
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           MOVE 'TOTAL GENERAL' TO WS-LS-LIBELLE
           WRITE EDIT-ENREG FROM WS-LIGNE-SECTION
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           MOVE 'COMPTES A PLAFOND DE DEPOT' TO WS-LX-LIBELLE
           MOVE WS-NB-AVEC-PLAFOND TO WS-LX-NB
           MOVE 0                  TO WS-LX-MONTANT
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           MOVE 'COMPTES LISTES' TO WS-LX-LIBELLE
           MOVE WS-NB-LISTES TO WS-LX-NB
           MOVE WS-MT-LISTE  TO WS-LX-MONTANT
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           MOVE '  DONT PROCHES DU PLAFOND' TO WS-LX-LIBELLE
           MOVE WS-NB-PROCHES TO WS-LX-NB
           MOVE 0             TO WS-LX-MONTANT
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           MOVE '  DONT AU PLAFOND' TO WS-LX-LIBELLE
           MOVE WS-NB-ATTEINTS TO WS-LX-NB
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           MOVE '  DONT AU-DELA (INTERETS CREDITEURS)'
             TO WS-LX-LIBELLE
           MOVE WS-NB-DEPASSES TO WS-LX-NB
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * PROCEDURE D'ENTREE : PARCOURS DE TOUS LES COMPTES (MACPT
      * DEB/SUI). UN COMPTE CLOS, OU DONT LE PRODUIT N'A PAS DE
      * PLAFOND DE DEPOT, N'EST PAS EXAMINE.
       02A-ALIMENTE-TRI.
           INITIALIZE CPT-ZCMA
           MOVE 'DEB' TO CPT-FONCTION
           CALL 'MACPT' USING CPT-ZCMA
           PERFORM UNTIL CPT-CODRET NOT = '00'
              ADD 1 TO WS-NB-LUS
              IF NOT CPT-COMPTE-CLOTURE
                 PERFORM 02C-CHERCHE-PRODUIT
                 IF WS-PLAFOND > 0
                    ADD 1 TO WS-NB-AVEC-PLAFOND
                    PERFORM 02B-QUALIFIE-COMPTE
                 END-IF
              END-IF
              MOVE 'SUI' TO CPT-FONCTION
              CALL 'MACPT' USING CPT-ZCMA
           END-PERFORM
           IF CPT-CODRET NOT = '04'
              DISPLAY 'GKPLAFEP - PARCOURS TBCPT EN ERREUR : '
                      CPT-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .

      * TAUX D'UTILISATION DU PLAFOND ; LE COMPTE EST LISTE A PARTIR
      * DU SEUIL, AVEC SON ETAT : PROCHE, AU PLAFOND, OU AU-DELA (LES
      * INTERETS CREDITEURS PEUVENT LE FRANCHIR).
       02B-QUALIFIE-COMPTE.
           IF CPT-SOLDE > 0
              COMPUTE WS-TAUX ROUNDED =
                      CPT-SOLDE * 100 / WS-PLAFOND
              IF WS-TAUX >= WS-SEUIL-PCT
                 INITIALIZE TRI-ENREG
                 MOVE CPT-AGENCE  TO TRI-AGENCE
                 MOVE WS-TAUX     TO TRI-TAUX
                 MOVE CPT-COMPTE  TO TRI-COMPTE
                 MOVE CPT-NOM     TO TRI-NOM
                 MOVE CPT-CODCLI  TO TRI-CODCLI
                 MOVE CPT-PRODUIT TO TRI-PRODUIT
                 MOVE CPT-SOLDE   TO TRI-SOLDE
                 MOVE WS-PLAFOND  TO TRI-PLAFOND
                 EVALUATE TRUE
                    WHEN CPT-SOLDE > WS-PLAFOND
                       MOVE 'DEPASSE' TO TRI-ETAT
                       ADD 1 TO WS-NB-DEPASSES
                    WHEN CPT-SOLDE = WS-PLAFOND
                       MOVE 'ATTEINT' TO TRI-ETAT
                       ADD 1 TO WS-NB-ATTEINTS
                    WHEN OTHER
                       MOVE 'PROCHE' TO TRI-ETAT
                       ADD 1 TO WS-NB-PROCHES
                 END-EVALUATE
                 ADD 1         TO WS-NB-LISTES
                 ADD CPT-SOLDE TO WS-MT-LISTE
                 RELEASE TRI-ENREG
              END-IF
           END-IF
           .

      * PLAFOND DE DEPOT DU PRODUIT DU COMPTE : SERVI PAR LA TABLE DES
      * PRODUITS DEJA LUS, SINON LU SUR TBPDT ET RETENU. UN PRODUIT
      * INCONNU EST RETENU SANS PLAFOND.
       02C-CHERCHE-PRODUIT.
           MOVE 0   TO WS-PLAFOND
           MOVE 'N' TO WS-PDT-TROUVE-SW
           IF WS-NB-PDT > 0
              SET WS-PX TO 1
              SEARCH WS-PDT-ENTRY
                 WHEN WS-PDT-CODE(WS-PX) = CPT-PRODUIT
                    SET WS-PDT-TROUVE TO TRUE
                    MOVE WS-PDT-PLAFOND(WS-PX) TO WS-PLAFOND
              END-SEARCH
           END-IF
           IF NOT WS-PDT-TROUVE
              INITIALIZE PDT-ZCMA
              MOVE 'SEL'       TO PDT-FONCTION
              MOVE CPT-PRODUIT TO PDT-PRODUIT
              CALL 'MAPDT' USING PDT-ZCMA
              IF PDT-CODRET = '00'
                 MOVE PDT-PLAFOND-DEPOT TO WS-PLAFOND
              END-IF
              IF (PDT-CODRET = '00' OR PDT-CODRET = '04')
                 AND WS-NB-PDT < 200
                 ADD 1 TO WS-NB-PDT
                 MOVE CPT-PRODUIT TO WS-PDT-CODE(WS-NB-PDT)
                 MOVE WS-PLAFOND  TO WS-PDT-PLAFOND(WS-NB-PDT)
              END-IF
           END-IF
           .

      * PROCEDURE DE SORTIE : UNE LIGNE PAR COMPTE, UN SOUS-TOTAL A
      * CHAQUE RUPTURE D'AGENCE.
       02D-EDITE-EN-RUPTURE.
           MOVE 'N' TO WS-FIN-TRI-SW
           MOVE 'N' TO WS-AGENCE-SW
           PERFORM 02E-RETOURNE-FICHE
           PERFORM UNTIL WS-FIN-TRI
              IF NOT WS-AGENCE-OUVERTE
                 OR TRI-AGENCE NOT = WS-AGENCE-COURANTE
                 IF WS-AGENCE-OUVERTE
                    PERFORM 02G-CLOT-AGENCE
                 END-IF
                 MOVE TRI-AGENCE TO WS-AGENCE-COURANTE
                 MOVE 0 TO WS-AGE-NB WS-AGE-DEPASSES WS-AGE-ENCOURS
                 SET WS-AGENCE-OUVERTE TO TRUE
              END-IF
              PERFORM 02F-EDITE-COMPTE
              PERFORM 02E-RETOURNE-FICHE
           END-PERFORM
           IF WS-AGENCE-OUVERTE
              PERFORM 02G-CLOT-AGENCE
           END-IF
           .

       02E-RETOURNE-FICHE.
           RETURN TRAVAIL
              AT END SET WS-FIN-TRI TO TRUE
           END-RETURN
           .

       02F-EDITE-COMPTE.
           ADD 1         TO WS-AGE-NB
           ADD TRI-SOLDE TO WS-AGE-ENCOURS
           IF TRI-ETAT = 'DEPASSE'
              ADD 1 TO WS-AGE-DEPASSES
           END-IF
           MOVE TRI-AGENCE  TO WS-LD-AGENCE
           MOVE TRI-COMPTE  TO WS-LD-COMPTE
           MOVE TRI-NOM     TO WS-LD-NOM
           MOVE TRI-CODCLI  TO WS-LD-CODCLI
           MOVE TRI-PRODUIT TO WS-LD-PRODUIT
           MOVE TRI-SOLDE   TO WS-LD-SOLDE
           MOVE TRI-PLAFOND TO WS-LD-PLAFOND
           MOVE TRI-TAUX    TO WS-LD-TAUX
           MOVE TRI-ETAT    TO WS-LD-ETAT
           WRITE EDIT-ENREG FROM WS-LIGNE-DETAIL
           .

       02G-CLOT-AGENCE.
           MOVE SPACES TO WS-LX-LIBELLE
           STRING '  TOTAL AGENCE ' WS-AGENCE-COURANTE
                  DELIMITED BY SIZE INTO WS-LX-LIBELLE
           MOVE WS-AGE-NB      TO WS-LX-NB
           MOVE WS-AGE-ENCOURS TO WS-LX-MONTANT
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           MOVE '  DONT AU-DELA DU PLAFOND' TO WS-LX-LIBELLE
           MOVE WS-AGE-DEPASSES TO WS-LX-NB
           MOVE 0               TO WS-LX-MONTANT
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           .
