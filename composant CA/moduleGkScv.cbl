      *********************************************************
      * PROGRAM NAME:  GKSCV                                  *
      * PROGRAM OBJET :FICHIER DE VUE UNIQUE CLIENT POUR LE   *
      *                FONDS DE GARANTIE DES DEPOTS : POUR    *
      *                CHAQUE DEPOSANT, SES AVOIRS ELIGIBLES  *
      *                (SOLDES TBCPT ET DEPOTS A TERME TBDAT, *
      *                INTERETS COURUS NON POSTES TBINTACC)   *
      *                CUMULES SUR TOUS SES COMPTES, LES      *
      *                COMPTES JOINTS REPARTIS SELON LES      *
      *                QUOTES-PARTS TBCOT, LE MONTANT GARANTI *
      *                PLAFONNE PAR DEPOSANT ET LES COMPTES   *
      *                EXCLUS SIGNALES ; CADRE 00/10/20/99    *
      *                AVEC TOTAUX DE CONTROLE, ET LISTE DES  *
      *                DEPOSANTS A L'IDENTITE INCOMPLETE      *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - VUE UNIQUE CLIENT DE LA    *
      *          GARANTIE DES DEPOTS                           *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKSCV.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FICHIER DE VUE UNIQUE CLIENT AU FORMAT DU FONDS, CADRE
      *    00/10/20/99
            SELECT SCVFILE ASSIGN TO DDSCV
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-SCV.

      *    LISTE DES EXCEPTIONS (IDENTITE INCOMPLETE, COMPTE SANS
      *    TITULAIRE)
            SELECT EDITION ASSIGN TO DDSCVEXC
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EDIT.

            SELECT TRAVAIL ASSIGN TO DDTRAV.

       DATA DIVISION.
       FILE SECTION.

       FD SCVFILE.
       01 SCV-ENREG PIC X(200).

       FD EDITION.
       01 EDIT-ENREG PIC X(132).

      * UNE FICHE PAR PART DE DEPOSANT DANS UN COMPTE (UNE SEULE
      * POUR UN COMPTE INDIVIDUEL OU UN DEPOT A TERME), TRIEE PAR
      * DEPOSANT PUIS COMPTE.
       SD TRAVAIL.
       01 TRI-ENREG.
         05 TRI-CODCLI    PIC X(08).
         05 TRI-COMPTE    PIC X(11).
         05 TRI-PRODUIT   PIC X(03).
         05 TRI-STATUT    PIC X(01).
         05 TRI-QUOTE     PIC 9(03)V9(02).
         05 TRI-SOLDE     PIC S9(13)V99.
         05 TRI-INTERETS  PIC S9(11)V99.
         05 TRI-EXCLUSION PIC X(01).

       WORKING-STORAGE SECTION.

       COPY CPTFUNC.
       COPY ZACLI  REPLACING ==()== BY ==CLI==.
       COPY ZACOT  REPLACING ==()== BY ==COT==.
       COPY ZAPDT  REPLACING ==()== BY ==PDT==.
       COPY ZAACC  REPLACING ==()== BY ==ACC==.
       COPY ZADAT  REPLACING ==()== BY ==DAT==.
       COPY ZAPRM  REPLACING ==()== BY ==PRM==.

      * DATE DE REFERENCE DE LA VUE, RECUE EN SYSIN (YYYY-MM-DD) ; A
      * BLANC, LA DATE DU JOUR. LES INTERETS COURUS SONT CEUX DU MOIS
      * DE LA DATE DE REFERENCE, PAS ENCORE POSTES PAR GKINTCPT.
       01 WS-PARM-CARD    PIC X(10).
       01 WS-DATE-REF     PIC X(10).
       01 WS-MOIS-REF     PIC X(07).
       01 WS-DATE-SYSTEME PIC X(21).

      * PLAFOND DE GARANTIE PAR DEPOSANT (TBPRM PLAFOND-GARANTIE,
      * VALEUR COMPILEE EN REPLI).
       01 WS-PLAFOND-GARANTIE PIC 9(09)V99 VALUE 100000.00.

      * CODES D'EXCLUSION PORTES PAR LA LIGNE COMPTE : 'P' PRODUIT
      * NON ELIGIBLE (TBPDT), 'S' DEPOSANT EXCLU PAR SON SECTEUR
      * (INSTITUTION FINANCIERE, ADMINISTRATION PUBLIQUE), 'D' PART
      * DEBITRICE OU NULLE (NI ELIGIBLE NI COMPENSEE). A SPACES, LA
      * PART EST ELIGIBLE.
       01 WS-EXCL-PRODUIT  PIC X(01) VALUE 'P'.
       01 WS-EXCL-SECTEUR  PIC X(01) VALUE 'S'.
       01 WS-EXCL-DEBITEUR PIC X(01) VALUE 'D'.

      * MONTANTS DU COMPTE EN COURS, AVANT REPARTITION.
       01 WS-CPT-SOLDE    PIC S9(13)V99.
       01 WS-CPT-INTERETS PIC S9(11)V99.
       01 WS-CPT-EXCLUSION PIC X(01).
       01 WS-RESTE-SOLDE    PIC S9(13)V99.
       01 WS-RESTE-INTERETS PIC S9(11)V99.
       01 WS-CODCLI-COURANT PIC X(08).

      * PARTS DES TITULAIRES DU COMPTE EN COURS (TBCOT), MEME
      * RESOLUTION QUE GKFISCAL : LE CLIENT DU COMPTE PREND LE RESTE
      * A 100 DES AUTRES PARTS SAUF S'IL A SA PROPRE LIGNE ; LE
      * DERNIER TITULAIRE RECOIT LE RESTE AU CENTIME PRES.
       01 WS-NB-PARTS PIC 9(02) VALUE 0.
       01 WS-TAB-PARTS.
         05 WS-PART-ENTRY OCCURS 1 TO 10 TIMES
                          DEPENDING ON WS-NB-PARTS
                          INDEXED BY WS-PX.
            10 WS-PART-CODCLI PIC X(08).
            10 WS-PART-QUOTE  PIC 9(03)V9(02).
       01 WS-TOT-QUOTES   PIC 9(05)V9(02).
       01 WS-QUOTE-AUTRES PIC 9(05)V9(02).
       01 WS-QUOTE-COURANTE PIC 9(03)V9(02).
       01 WS-PRINCIPAL-SW PIC X(01).
         88 WS-PRINCIPAL-LIGNE VALUE 'O'.

      * DEPOSANT EN COURS DANS LA PROCEDURE DE SORTIE DU TRI : SES
      * LIGNES COMPTE SONT RETENUES JUSQU'A LA RUPTURE POUR ETRE
      * ECRITES DERRIERE SON ENREGISTREMENT 10.
       01 WS-FIN-TRI-SW PIC X(01).
         88 WS-FIN-TRI VALUE 'O'.
       01 WS-DEPOSANT-SW PIC X(01).
         88 WS-DEPOSANT-OUVERT VALUE 'O'.
       01 WS-SECTEUR-EXCLU-SW PIC X(01).
         88 WS-SECTEUR-EXCLU VALUE 'O'.
       01 WS-CODCLI-DEPOSANT PIC X(08).
       01 WS-DEP-ELIGIBLE PIC S9(13)V99.
       01 WS-DEP-GARANTI  PIC S9(13)V99.
       01 WS-DEP-EXCLU    PIC S9(13)V99.
       01 WS-LIGNE-MONTANT PIC S9(13)V99.
       01 WS-LIGNE-EXCLUSION PIC X(01).
       01 WS-MOTIF-EXCEPTION PIC X(60).
       01 WS-PTR-MOTIF       PIC 9(03).
       01 WS-NB-LIGNES-DEP PIC 9(03) VALUE 0.
       01 WS-TAB-LIGNES.
         05 WS-LIGNE-DEP OCCURS 1 TO 100 TIMES
                         DEPENDING ON WS-NB-LIGNES-DEP
                         INDEXED BY WS-LX
                         PIC X(200).

       01 WS-RUN-COUNTERS.
         05 WS-NB-COMPTES       PIC 9(07).
         05 WS-NB-DEPOTS-TERME  PIC 9(07).
         05 WS-NB-SANS-TITULAIRE PIC 9(07).
         05 WS-NB-DEPOSANTS     PIC 9(07).
         05 WS-NB-LIGNES-CPT    PIC 9(07).
         05 WS-NB-INCOMPLETS    PIC 9(07).
         05 WS-NB-PLAFONNES     PIC 9(07).
         05 WS-TOT-ELIGIBLE     PIC S9(15)V99.
         05 WS-TOT-GARANTI      PIC S9(15)V99.
         05 WS-TOT-EXCLU        PIC S9(15)V99.

       01 WS-SCV-00.
         05 WS-S00-TYPE     PIC X(02) VALUE '00'.
         05 WS-S00-DATE-REF PIC X(10).
         05 WS-S00-PLAFOND  PIC 9(09)V99.
         05 WS-S00-DATE-CRE PIC X(08).
         05 FILLER          PIC X(169) VALUE SPACES.

       01 WS-SCV-10.
         05 WS-S10-TYPE      PIC X(02) VALUE '10'.
         05 WS-S10-CODCLI    PIC X(08).
         05 WS-S10-NOM       PIC X(30).
         05 WS-S10-ADRESSE1  PIC X(30).
         05 WS-S10-ADRESSE2  PIC X(30).
         05 WS-S10-VILLE     PIC X(30).
         05 WS-S10-SECTEUR   PIC X(01).
         05 WS-S10-RESIDENCE PIC X(01).
      * 'O' : IDENTITE INCOMPLETE, LE DEPOSANT FIGURE AUSSI A LA
      * LISTE DES EXCEPTIONS.
         05 WS-S10-INCOMPLET PIC X(01).
         05 WS-S10-NB-COMPTES PIC 9(03).
         05 WS-S10-ELIGIBLE  PIC 9(13)V99.
         05 WS-S10-GARANTI   PIC 9(13)V99.
         05 WS-S10-EXCLU     PIC 9(13)V99.
         05 FILLER           PIC X(19) VALUE SPACES.

       01 WS-SCV-20.
         05 WS-S20-TYPE      PIC X(02) VALUE '20'.
         05 WS-S20-CODCLI    PIC X(08).
         05 WS-S20-COMPTE    PIC X(11).
         05 WS-S20-PRODUIT   PIC X(03).
         05 WS-S20-STATUT    PIC X(01).
         05 WS-S20-QUOTE     PIC 9(03)V9(02).
         05 WS-S20-SOLDE     PIC S9(13)V99.
         05 WS-S20-INTERETS  PIC S9(11)V99.
         05 WS-S20-MONTANT   PIC S9(13)V99.
         05 WS-S20-EXCLUSION PIC X(01).
         05 FILLER           PIC X(126) VALUE SPACES.

       01 WS-SCV-99.
         05 WS-S99-TYPE       PIC X(02) VALUE '99'.
         05 WS-S99-NB-DEPOSANTS PIC 9(07).
         05 WS-S99-NB-LIGNES  PIC 9(07).
         05 WS-S99-ELIGIBLE   PIC 9(15)V99.
         05 WS-S99-GARANTI    PIC 9(15)V99.
         05 WS-S99-EXCLU      PIC 9(15)V99.
         05 FILLER            PIC X(133) VALUE SPACES.

       01 WS-LIGNE-TITRE.
         05 FILLER       PIC X(44)
            VALUE 'VUE UNIQUE CLIENT - EXCEPTIONS   DATE REF : '.
         05 WS-LT-DATE   PIC X(10).
         05 FILLER       PIC X(78) VALUE SPACES.

       01 WS-ENTETE-EXCEPTION.
         05 FILLER PIC X(21) VALUE 'CLIENT   COMPTE'.
         05 FILLER PIC X(31) VALUE 'NOM'.
         05 FILLER PIC X(18) VALUE '        ELIGIBLE'.
         05 FILLER PIC X(62) VALUE 'MOTIF'.

       01 WS-LIGNE-EXCEPTION.
         05 WS-LE-CODCLI   PIC X(08).
         05 FILLER         PIC X(01) VALUE SPACES.
         05 WS-LE-COMPTE   PIC X(11).
         05 FILLER         PIC X(01) VALUE SPACES.
         05 WS-LE-NOM      PIC X(30).
         05 FILLER         PIC X(01) VALUE SPACES.
         05 WS-LE-ELIGIBLE PIC -ZZZZZZZZZZZ9.99.
         05 FILLER         PIC X(02) VALUE SPACES.
         05 WS-LE-MOTIF    PIC X(60).
         05 FILLER         PIC X(02) VALUE SPACES.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

       01 WS-FS-SCV PIC X(02).
         88 FS-SCV-OK VALUE '00'.
       01 WS-FS-EDIT PIC X(02).
         88 FS-EDIT-OK VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
           INITIALIZE WS-RUN-COUNTERS
           PERFORM 01A-LIT-PARM
           PERFORM 01B-CHARGE-PARAMETRES
           OPEN OUTPUT SCVFILE
           IF NOT FS-SCV-OK
              DISPLAY 'GKSCV - OPEN DDSCV EN ERREUR : ' WS-FS-SCV
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT EDITION
           MOVE WS-DATE-REF         TO WS-S00-DATE-REF
           MOVE WS-PLAFOND-GARANTIE TO WS-S00-PLAFOND
           MOVE WS-DATE-SYSTEME(1:8) TO WS-S00-DATE-CRE
           WRITE SCV-ENREG FROM WS-SCV-00
           MOVE WS-DATE-REF TO WS-LT-DATE
           WRITE EDIT-ENREG FROM WS-LIGNE-TITRE
                 AFTER ADVANCING PAGE
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           WRITE EDIT-ENREG FROM WS-ENTETE-EXCEPTION
           .

       01A-LIT-PARM.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           IF WS-PARM-CARD = SPACES
              STRING WS-DATE-SYSTEME(1:4) '-'
                     WS-DATE-SYSTEME(5:2) '-'
                     WS-DATE-SYSTEME(7:2)
                     DELIMITED BY SIZE INTO WS-DATE-REF
           ELSE
              MOVE WS-PARM-CARD TO WS-DATE-REF
           END-IF
           MOVE WS-DATE-REF(1:7) TO WS-MOIS-REF
           .

       01B-CHARGE-PARAMETRES.
           MOVE 'SEL' TO PRM-FONCTION
           MOVE 'PLAFOND-GARANTIE' TO PRM-CLE
           INITIALIZE PRM-RETOUR
           MOVE SPACES TO PRM-VALEUR
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00'
              COMPUTE WS-PLAFOND-GARANTIE =
                      FUNCTION NUMVAL(PRM-VALEUR)
           END-IF
           .

      * LA PROCEDURE D'ENTREE EMET UNE FICHE PAR PART DE DEPOSANT,
      * LE TRI LES REGROUPE PAR DEPOSANT ET LA PROCEDURE DE SORTIE
      * CUMULE EN RUPTURE (MEME MECANIQUE QUE GKRECONCIL) : PAS DE
      * BORNE SUR LE NOMBRE DE DEPOSANTS.
       02-TREATMENT.
           SORT TRAVAIL
                ON ASCENDING KEY TRI-CODCLI TRI-COMPTE
                INPUT PROCEDURE IS 02A-ALIMENTE-TRI
                OUTPUT PROCEDURE IS 02G-CUMULE-EN-RUPTURE
           .

       03-ENDPGM.
           MOVE WS-NB-DEPOSANTS  TO WS-S99-NB-DEPOSANTS
           MOVE WS-NB-LIGNES-CPT TO WS-S99-NB-LIGNES
           MOVE WS-TOT-ELIGIBLE  TO WS-S99-ELIGIBLE
           MOVE WS-TOT-GARANTI   TO WS-S99-GARANTI
           MOVE WS-TOT-EXCLU     TO WS-S99-EXCLU
           WRITE SCV-ENREG FROM WS-SCV-99
           PERFORM 03A-RESUME-RUN
           IF (WS-NB-INCOMPLETS > 0 OR WS-NB-SANS-TITULAIRE > 0)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE SCVFILE, EDITION
           STOP RUN
           .

      * BILAN DE FIN DE JOB.
       03A-RESUME-RUN.
           DISPLAY '**********************************'
           DISPLAY '**************GKSCV***************'
           DISPLAY '**********************************'
           DISPLAY '* DATE DE REFERENCE   : ' WS-DATE-REF
           DISPLAY '* PLAFOND GARANTIE    : ' WS-PLAFOND-GARANTIE
           DISPLAY '* COMPTES PARCOURUS   : ' WS-NB-COMPTES
           DISPLAY '* DEPOTS A TERME      : ' WS-NB-DEPOTS-TERME
           DISPLAY '* DEPOSANTS           : ' WS-NB-DEPOSANTS
           DISPLAY '* LIGNES COMPTE       : ' WS-NB-LIGNES-CPT
           DISPLAY '* DEPOSANTS PLAFONNES : ' WS-NB-PLAFONNES
           DISPLAY '* TOTAL ELIGIBLE      : ' WS-TOT-ELIGIBLE
           DISPLAY '* TOTAL GARANTI       : ' WS-TOT-GARANTI
           DISPLAY '* TOTAL EXCLU         : ' WS-TOT-EXCLU
           DISPLAY '* IDENTITES INCOMPLET.: ' WS-NB-INCOMPLETS
           DISPLAY '* COMPTES SANS TITUL. : ' WS-NB-SANS-TITULAIRE
           DISPLAY '**********************************'
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * COMPTES TBCPT (LES COMPTES CLOS N'ONT PLUS D'AVOIRS), PUIS
      * DEPOTS A TERME DONT LE CAPITAL EST SORTI DU COMPTE LIE.
       02A-ALIMENTE-TRI.
           INITIALIZE CPT-ZCMA
           MOVE 'DEB' TO CPT-FONCTION
           CALL 'MACPT' USING CPT-ZCMA
           PERFORM UNTIL CPT-CODRET NOT = '00'
              IF NOT CPT-COMPTE-CLOTURE
                 ADD 1 TO WS-NB-COMPTES
                 PERFORM 02B-TRAITE-COMPTE
              END-IF
              MOVE 'SUI' TO CPT-FONCTION
              CALL 'MACPT' USING CPT-ZCMA
           END-PERFORM
           IF CPT-CODRET NOT = '04'
              DISPLAY 'GKSCV - PARCOURS TBCPT EN ERREUR : '
                      CPT-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 02F-TRAITE-DEPOTS-TERME
           .

      * AVOIR DU COMPTE : SOLDE PLUS INTERETS COURUS NETS DU MOIS
      * DE REFERENCE ; ELIGIBILITE DU PRODUIT (UN PRODUIT INCONNU DE
      * TBPDT RESTE ELIGIBLE : LA GARANTIE EST LA REGLE).
       02B-TRAITE-COMPTE.
           MOVE CPT-SOLDE TO WS-CPT-SOLDE
           MOVE 0         TO WS-CPT-INTERETS
           MOVE SPACES    TO WS-CPT-EXCLUSION
           INITIALIZE ACC-ZCMA
           MOVE 'SEL'       TO ACC-FONCTION
           MOVE CPT-COMPTE  TO ACC-COMPTE
           MOVE WS-MOIS-REF TO ACC-MOIS
           CALL 'MAACC' USING ACC-ZCMA
           EVALUATE ACC-CODRET
              WHEN '00'
                 COMPUTE WS-CPT-INTERETS =
                         ACC-INT-CREDIT - ACC-INT-DEBIT
              WHEN '04'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'GKSCV - INTERETS COURUS ILLISIBLES, COMPTE '
                         CPT-COMPTE ' : ' ACC-LIBRET
                 MOVE 16 TO RETURN-CODE
           END-EVALUATE
           INITIALIZE PDT-ZCMA
           MOVE 'SEL'       TO PDT-FONCTION
           MOVE CPT-PRODUIT TO PDT-PRODUIT
           CALL 'MAPDT' USING PDT-ZCMA
           IF PDT-CODRET = '00' AND PDT-NON-ELIGIBLE-FGD
              MOVE WS-EXCL-PRODUIT TO WS-CPT-EXCLUSION
           END-IF
           PERFORM 02C-RESOUT-PARTS
           IF WS-NB-PARTS = 0
              ADD 1 TO WS-NB-SANS-TITULAIRE
              MOVE SPACES       TO WS-LE-CODCLI
              MOVE CPT-COMPTE   TO WS-LE-COMPTE
              MOVE CPT-NOM      TO WS-LE-NOM
              COMPUTE WS-LE-ELIGIBLE = WS-CPT-SOLDE + WS-CPT-INTERETS
              MOVE 'COMPTE SANS TITULAIRE, HORS VUE UNIQUE'
                TO WS-LE-MOTIF
              WRITE EDIT-ENREG FROM WS-LIGNE-EXCEPTION
           ELSE
              PERFORM 02E-LIBERE-PARTS
           END-IF
           .

      * TITULAIRES DU COMPTE COURANT : LIGNES T/C DE TBCOT (LES
      * MANDATAIRES N'ONT AUCUN DROIT SUR LES AVOIRS), PUIS LE
      * CLIENT DU COMPTE POUR LE RESTE A 100 S'IL N'A PAS SA PROPRE
      * LIGNE ; SANS LIGNE TBCOT LE CLIENT DU COMPTE GARDE 100%.
       02C-RESOUT-PARTS.
           MOVE 0   TO WS-NB-PARTS
           MOVE 0   TO WS-QUOTE-AUTRES
           MOVE 'N' TO WS-PRINCIPAL-SW
           INITIALIZE COT-ZCMA
           MOVE 'DEB'      TO COT-FONCTION
           MOVE CPT-COMPTE TO COT-COMPTE
           CALL 'MACOT' USING COT-ZCMA
           PERFORM UNTIL COT-CODRET NOT = '00'
              IF COT-DETENTEUR
                 IF COT-CODCLI = CPT-CODCLI
                    SET WS-PRINCIPAL-LIGNE TO TRUE
                 ELSE
                    ADD COT-QUOTE-PART TO WS-QUOTE-AUTRES
                 END-IF
                 MOVE COT-CODCLI     TO WS-CODCLI-COURANT
                 MOVE COT-QUOTE-PART TO WS-QUOTE-COURANTE
                 PERFORM 02D-AJOUTE-PART
              END-IF
              MOVE 'SUI' TO COT-FONCTION
              CALL 'MACOT' USING COT-ZCMA
           END-PERFORM
           IF COT-CODRET NOT = '04'
              DISPLAY 'GKSCV - REGISTRE TBCOT ILLISIBLE, COMPTE '
                      CPT-COMPTE ' : ' COT-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           IF CPT-CODCLI NOT = SPACES AND NOT WS-PRINCIPAL-LIGNE
              MOVE CPT-CODCLI TO WS-CODCLI-COURANT
              IF WS-QUOTE-AUTRES < 100
                 COMPUTE WS-QUOTE-COURANTE = 100 - WS-QUOTE-AUTRES
              ELSE
                 MOVE 0 TO WS-QUOTE-COURANTE
              END-IF
              PERFORM 02D-AJOUTE-PART
           END-IF
      *    TOUTES LES PARTS A ZERO : PARTAGE A PARTS EGALES PLUTOT
      *    QUE DE PERDRE LES AVOIRS DU COMPTE.
           MOVE 0 TO WS-TOT-QUOTES
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-NB-PARTS
              ADD WS-PART-QUOTE(WS-PX) TO WS-TOT-QUOTES
           END-PERFORM
           IF WS-TOT-QUOTES = 0 AND WS-NB-PARTS > 0
              PERFORM VARYING WS-PX FROM 1 BY 1
                      UNTIL WS-PX > WS-NB-PARTS
                 MOVE 1 TO WS-PART-QUOTE(WS-PX)
              END-PERFORM
              MOVE WS-NB-PARTS TO WS-TOT-QUOTES
           END-IF
           .

       02D-AJOUTE-PART.
           IF WS-NB-PARTS >= 10
              DISPLAY 'GKSCV - TROP DE TITULAIRES, COMPTE '
                      CPT-COMPTE ' : ' WS-CODCLI-COURANT ' IGNORE'
              MOVE 24 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-NB-PARTS
              SET WS-PX TO WS-NB-PARTS
              MOVE WS-CODCLI-COURANT TO WS-PART-CODCLI(WS-PX)
              MOVE WS-QUOTE-COURANTE TO WS-PART-QUOTE(WS-PX)
           END-IF
           .

      * REPARTITION DU SOLDE ET DES INTERETS DU COMPTE ENTRE SES
      * TITULAIRES AU PRORATA DES PARTS, LE DERNIER RECEVANT LE
      * RESTE ; UNE FICHE DE TRI PAR TITULAIRE.
       02E-LIBERE-PARTS.
           MOVE WS-CPT-SOLDE    TO WS-RESTE-SOLDE
           MOVE WS-CPT-INTERETS TO WS-RESTE-INTERETS
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-NB-PARTS
              INITIALIZE TRI-ENREG
              MOVE WS-PART-CODCLI(WS-PX) TO TRI-CODCLI
              MOVE CPT-COMPTE            TO TRI-COMPTE
              MOVE CPT-PRODUIT           TO TRI-PRODUIT
              MOVE CPT-STATUT            TO TRI-STATUT
              MOVE WS-CPT-EXCLUSION      TO TRI-EXCLUSION
              COMPUTE TRI-QUOTE ROUNDED =
                      WS-PART-QUOTE(WS-PX) * 100 / WS-TOT-QUOTES
              IF WS-PX = WS-NB-PARTS
                 MOVE WS-RESTE-SOLDE    TO TRI-SOLDE
                 MOVE WS-RESTE-INTERETS TO TRI-INTERETS
              ELSE
                 COMPUTE TRI-SOLDE ROUNDED = WS-CPT-SOLDE
                         * WS-PART-QUOTE(WS-PX) / WS-TOT-QUOTES
                 COMPUTE TRI-INTERETS ROUNDED = WS-CPT-INTERETS
                         * WS-PART-QUOTE(WS-PX) / WS-TOT-QUOTES
                 SUBTRACT TRI-SOLDE    FROM WS-RESTE-SOLDE
                 SUBTRACT TRI-INTERETS FROM WS-RESTE-INTERETS
              END-IF
              RELEASE TRI-ENREG
           END-PERFORM
           .

      * DEPOTS A TERME EMIS OU EN COURS : LE CAPITAL PLACE APPARTIENT
      * AU SEUL CLIENT PORTEUR, SOUS LA CLE 'DAT' + ID DE GKSOLDEM ;
      * L'ELIGIBILITE SUIT LE PRODUIT 'DAT' DE TBPDT.
       02F-TRAITE-DEPOTS-TERME.
           MOVE SPACES TO WS-CPT-EXCLUSION
           INITIALIZE PDT-ZCMA
           MOVE 'SEL' TO PDT-FONCTION
           MOVE 'DAT' TO PDT-PRODUIT
           CALL 'MAPDT' USING PDT-ZCMA
           IF PDT-CODRET = '00' AND PDT-NON-ELIGIBLE-FGD
              MOVE WS-EXCL-PRODUIT TO WS-CPT-EXCLUSION
           END-IF
           INITIALIZE DAT-ZCMA
           MOVE 'DEB' TO DAT-FONCTION
           CALL 'MADAT' USING DAT-ZCMA
           PERFORM UNTIL DAT-CODRET NOT = '00'
              IF DAT-DAT-EMIS OR DAT-DAT-EN-COURS
                 ADD 1 TO WS-NB-DEPOTS-TERME
                 INITIALIZE TRI-ENREG
                 MOVE DAT-CODCLI       TO TRI-CODCLI
                 STRING 'DAT' DAT-ID DELIMITED BY SIZE
                   INTO TRI-COMPTE
                 MOVE 'DAT'            TO TRI-PRODUIT
                 MOVE DAT-STATUT       TO TRI-STATUT
                 MOVE 100              TO TRI-QUOTE
                 MOVE DAT-CAPITAL      TO TRI-SOLDE
                 MOVE 0                TO TRI-INTERETS
                 MOVE WS-CPT-EXCLUSION TO TRI-EXCLUSION
                 RELEASE TRI-ENREG
              END-IF
              MOVE 'SUI' TO DAT-FONCTION
              CALL 'MADAT' USING DAT-ZCMA
           END-PERFORM
           IF DAT-CODRET NOT = '04'
              DISPLAY 'GKSCV - PARCOURS TBDAT EN ERREUR : '
                      DAT-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .

      * PROCEDURE DE SORTIE : LES PARTS ARRIVENT TRIEES PAR DEPOSANT,
      * CHAQUE RUPTURE CLOT LE DEPOSANT PRECEDENT.
       02G-CUMULE-EN-RUPTURE.
           MOVE 'N' TO WS-FIN-TRI-SW
           MOVE 'N' TO WS-DEPOSANT-SW
           PERFORM 02H-RETOURNE-FICHE
           PERFORM UNTIL WS-FIN-TRI
              IF NOT WS-DEPOSANT-OUVERT
                 OR TRI-CODCLI NOT = WS-CODCLI-DEPOSANT
                 IF WS-DEPOSANT-OUVERT
                    PERFORM 02K-CLOT-DEPOSANT
                 END-IF
                 PERFORM 02I-OUVRE-DEPOSANT
              END-IF
              PERFORM 02J-AJOUTE-LIGNE
              PERFORM 02H-RETOURNE-FICHE
           END-PERFORM
           IF WS-DEPOSANT-OUVERT
              PERFORM 02K-CLOT-DEPOSANT
           END-IF
           .

       02H-RETOURNE-FICHE.
           RETURN TRAVAIL
              AT END SET WS-FIN-TRI TO TRUE
           END-RETURN
           .

      * NOUVEAU DEPOSANT : IDENTITE (MACLI), CONTROLE DE COMPLETUDE
      * (NOM, ADRESSE, VILLE, SECTEUR, RESIDENCE) ET EXCLUSION PAR
      * LE SECTEUR.
       02I-OUVRE-DEPOSANT.
           SET WS-DEPOSANT-OUVERT TO TRUE
           MOVE TRI-CODCLI TO WS-CODCLI-DEPOSANT
           MOVE 0 TO WS-DEP-ELIGIBLE WS-DEP-EXCLU WS-NB-LIGNES-DEP
           MOVE 'N' TO WS-SECTEUR-EXCLU-SW
           INITIALIZE WS-SCV-10
           MOVE '10'       TO WS-S10-TYPE
           MOVE TRI-CODCLI TO WS-S10-CODCLI
           MOVE SPACES     TO WS-MOTIF-EXCEPTION
           MOVE 1          TO WS-PTR-MOTIF
           INITIALIZE CLI-ZCMA
           MOVE 'SEL'      TO CLI-FONCTION
           MOVE TRI-CODCLI TO CLI-ID
           CALL 'MACLI' USING CLI-ZCMA
           IF CLI-CODRET NOT = '00'
              MOVE 'CLIENT INCONNU DE TBCLI' TO WS-MOTIF-EXCEPTION
           ELSE
              MOVE CLI-NOM         TO WS-S10-NOM
              MOVE CLI-ADRESSE1    TO WS-S10-ADRESSE1
              MOVE CLI-ADRESSE2    TO WS-S10-ADRESSE2
              MOVE CLI-VILLE       TO WS-S10-VILLE
              MOVE CLI-TYPE-CLIENT TO WS-S10-SECTEUR
              MOVE CLI-RESIDENCE   TO WS-S10-RESIDENCE
              IF CLI-INST-FINANCIERE OR CLI-ADMINISTRATION
                 SET WS-SECTEUR-EXCLU TO TRUE
              END-IF
              IF CLI-NOM = SPACES
                 STRING 'NOM ' DELIMITED BY SIZE
                   INTO WS-MOTIF-EXCEPTION WITH POINTER WS-PTR-MOTIF
              END-IF
              IF CLI-ADRESSE1 = SPACES
                 STRING 'ADRESSE ' DELIMITED BY SIZE
                   INTO WS-MOTIF-EXCEPTION WITH POINTER WS-PTR-MOTIF
              END-IF
              IF CLI-VILLE = SPACES
                 STRING 'VILLE ' DELIMITED BY SIZE
                   INTO WS-MOTIF-EXCEPTION WITH POINTER WS-PTR-MOTIF
              END-IF
              IF CLI-TYPE-CLIENT = SPACES
                 STRING 'SECTEUR ' DELIMITED BY SIZE
                   INTO WS-MOTIF-EXCEPTION WITH POINTER WS-PTR-MOTIF
              END-IF
              IF CLI-RESIDENCE = SPACES
                 STRING 'RESIDENCE ' DELIMITED BY SIZE
                   INTO WS-MOTIF-EXCEPTION WITH POINTER WS-PTR-MOTIF
              END-IF
              IF WS-MOTIF-EXCEPTION NOT = SPACES
                 STRING 'NON RENSEIGNE(S)' DELIMITED BY SIZE
                   INTO WS-MOTIF-EXCEPTION WITH POINTER WS-PTR-MOTIF
              END-IF
           END-IF
           .

      * PART D'UN COMPTE DU DEPOSANT : ELIGIBLE, EXCLUE (PRODUIT OU
      * SECTEUR) OU DEBITRICE ; LA LIGNE 20 EST RETENUE JUSQU'A LA
      * RUPTURE.
       02J-AJOUTE-LIGNE.
           COMPUTE WS-LIGNE-MONTANT = TRI-SOLDE + TRI-INTERETS
           MOVE TRI-EXCLUSION TO WS-LIGNE-EXCLUSION
           IF WS-LIGNE-EXCLUSION = SPACES AND WS-SECTEUR-EXCLU
              MOVE WS-EXCL-SECTEUR TO WS-LIGNE-EXCLUSION
           END-IF
           EVALUATE TRUE
              WHEN WS-LIGNE-MONTANT NOT > 0
                 MOVE WS-EXCL-DEBITEUR TO WS-LIGNE-EXCLUSION
              WHEN WS-LIGNE-EXCLUSION = SPACES
                 ADD WS-LIGNE-MONTANT TO WS-DEP-ELIGIBLE
              WHEN OTHER
                 ADD WS-LIGNE-MONTANT TO WS-DEP-EXCLU
           END-EVALUATE
           IF WS-NB-LIGNES-DEP >= 100
              DISPLAY 'GKSCV - TROP DE COMPTES, DEPOSANT '
                      TRI-CODCLI ' : ' TRI-COMPTE ' NON DETAILLE'
              MOVE 24 TO RETURN-CODE
           ELSE
              INITIALIZE WS-SCV-20
              MOVE '20'               TO WS-S20-TYPE
              MOVE TRI-CODCLI         TO WS-S20-CODCLI
              MOVE TRI-COMPTE         TO WS-S20-COMPTE
              MOVE TRI-PRODUIT        TO WS-S20-PRODUIT
              MOVE TRI-STATUT         TO WS-S20-STATUT
              MOVE TRI-QUOTE          TO WS-S20-QUOTE
              MOVE TRI-SOLDE          TO WS-S20-SOLDE
              MOVE TRI-INTERETS       TO WS-S20-INTERETS
              MOVE WS-LIGNE-MONTANT   TO WS-S20-MONTANT
              MOVE WS-LIGNE-EXCLUSION TO WS-S20-EXCLUSION
              ADD 1 TO WS-NB-LIGNES-DEP
              MOVE WS-SCV-20 TO WS-LIGNE-DEP(WS-NB-LIGNES-DEP)
           END-IF
           .

      * FIN DU DEPOSANT : MONTANT GARANTI PLAFONNE, ENREGISTREMENT 10
      * PUIS SES LIGNES 20, EXCEPTION SI L'IDENTITE EST INCOMPLETE.
       02K-CLOT-DEPOSANT.
           IF WS-DEP-ELIGIBLE > WS-PLAFOND-GARANTIE
              MOVE WS-PLAFOND-GARANTIE TO WS-DEP-GARANTI
              ADD 1 TO WS-NB-PLAFONNES
           ELSE
              MOVE WS-DEP-ELIGIBLE TO WS-DEP-GARANTI
           END-IF
           IF WS-MOTIF-EXCEPTION = SPACES
              MOVE 'N' TO WS-S10-INCOMPLET
           ELSE
              MOVE 'O' TO WS-S10-INCOMPLET
              ADD 1 TO WS-NB-INCOMPLETS
              MOVE WS-CODCLI-DEPOSANT TO WS-LE-CODCLI
              MOVE SPACES             TO WS-LE-COMPTE
              MOVE WS-S10-NOM         TO WS-LE-NOM
              MOVE WS-DEP-ELIGIBLE    TO WS-LE-ELIGIBLE
              MOVE WS-MOTIF-EXCEPTION TO WS-LE-MOTIF
              WRITE EDIT-ENREG FROM WS-LIGNE-EXCEPTION
           END-IF
           MOVE WS-NB-LIGNES-DEP TO WS-S10-NB-COMPTES
           MOVE WS-DEP-ELIGIBLE  TO WS-S10-ELIGIBLE
           MOVE WS-DEP-GARANTI   TO WS-S10-GARANTI
           MOVE WS-DEP-EXCLU     TO WS-S10-EXCLU
           WRITE SCV-ENREG FROM WS-SCV-10
           PERFORM VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > WS-NB-LIGNES-DEP
              WRITE SCV-ENREG FROM WS-LIGNE-DEP(WS-LX)
           END-PERFORM
           ADD 1                TO WS-NB-DEPOSANTS
           ADD WS-NB-LIGNES-DEP TO WS-NB-LIGNES-CPT
           ADD WS-DEP-ELIGIBLE  TO WS-TOT-ELIGIBLE
           ADD WS-DEP-GARANTI   TO WS-TOT-GARANTI
           ADD WS-DEP-EXCLU     TO WS-TOT-EXCLU
           .
