      *********************************************************
      * PROGRAM NAME:  GKDECAGE                               *
      * PROGRAM OBJET :VIEILLISSEMENT DES DECOUVERTS NON      *
      *                AUTORISES ET ESCALADE DU RECOUVREMENT :*
      *                CHAQUE NUIT, SUR LES SOLDES DE CLOTURE,*
      *                UN COMPTE SOUS SON PLANCHER AUTORISE   *
      *                (FACILITE TBDCV EN VIGUEUR, ZERO SANS  *
      *                FACILITE) VOIT SON NOMBRE DE JOURS     *
      *                CONSECUTIFS DE DEPASSEMENT SUIVI DANS  *
      *                UN MAGASIN D'ETAT ; AUX PALIERS TBPRM  *
      *                UNE LETTRE DE RELANCE PART PAR LE      *
      *                CANAL ET DANS LA LANGUE DU CLIENT, AU  *
      *                DERNIER PALIER LE COMPTE EST BLOQUE    *
      *                (GKCPTVIE) ET TRANSMIS AU RECOUVREMENT.*
      *                LISTE DE TRAVAIL DU RECOUVREMENT PAR   *
      *                AGENCE                                 *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - DECOUVERTS NON AUTORISES,  *
      *          RELANCES ET TRANSMISSION AU RECOUVREMENT      *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKDECAGE.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    MAGASIN D'ETAT DES COMPTES EN DEPASSEMENT, RELU ET REECRIT
      *    A CHAQUE PASSAGE (ABSENT AU PREMIER PASSAGE)
            SELECT DECSTORE ASSIGN TO DDDECST
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-STORE.

      *    EXTRAIT DES LETTRES DE RELANCE ('10' PAR LETTRE, '99')
            SELECT LETTREOUT ASSIGN TO DDRECLET
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-LETTRE.

      *    INSTRUCTIONS DE BLOCAGE POUR GKCPTVIE (ACTION BLOCK)
            SELECT INSTROUT ASSIGN TO DDINSTR
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-INSTR.

      *    DOSSIERS TRANSMIS AU RECOUVREMENT ('10' PAR COMPTE, '99')
            SELECT RECOUVOUT ASSIGN TO DDRECOUV
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RECOUV.

      *    LISTE DE TRAVAIL DU RECOUVREMENT, UN BLOC PAR AGENCE
            SELECT DECRPT ASSIGN TO DDDECRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.

       FD DECSTORE.
       01 DEC-ENREG.
         05 DEC-COMPTE      PIC X(11).
      * PREMIER JOUR DE CLOTURE SOUS LE PLANCHER ; LE NOMBRE DE
      * JOURS EN EST DEDUIT, DE SORTE QU'UN PASSAGE REJOUE LE MEME
      * JOUR NE VIEILLIT PAS LE COMPTE.
         05 DEC-DATE-DEBUT  PIC X(10).
      * DERNIER PALIER ATTEINT (0 : AUCUNE RELANCE ENCORE EMISE).
         05 DEC-PALIER      PIC 9(01).
         05 DEC-DATE-ACTION PIC X(10).
         05 DEC-ACTION      PIC X(16).
         05 FILLER          PIC X(32).

       FD LETTREOUT.
       01 LETTRE-ENREG PIC X(120).

       FD INSTROUT.
       01 INSTR-ENREG.
         05 INSTR-ACTION PIC X(08).
         05 INSTR-COMPTE PIC X(11).
         05 FILLER       PIC X(34).
         05 INSTR-MOTIF  PIC X(20).
         05 FILLER       PIC X(07).

       FD RECOUVOUT.
       01 RECOUV-ENREG PIC X(80).

       FD DECRPT.
       01 RPT-ENREG PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CPTFUNC.
       COPY ZACLI REPLACING ==()== BY ==CLI==.
       COPY ZADCV REPLACING ==()== BY ==DCV==.
       COPY ZALIB REPLACING ==()== BY ==LIB==.
       COPY ZAPRM REPLACING ==()== BY ==PRM==.

      * PALIERS DE RELANCE EN JOURS (TBPRM RECOUVR-PALIERS, GROUPES
      * DE TROIS CHIFFRES CROISSANTS, '007015030' PAR DEFAUT) ; LE
      * DERNIER PALIER BLOQUE LE COMPTE ET LE TRANSMET AU
      * RECOUVREMENT.
       01 WS-PALIERS-X PIC X(15) VALUE '007015030'.
       01 WS-PALIERS-TAB REDEFINES WS-PALIERS-X.
         05 WS-PALIER-X PIC X(03) OCCURS 5 TIMES.
       01 WS-PALIERS.
         05 WS-PALIER   PIC 9(03) OCCURS 5 TIMES.
       01 WS-NB-PALIERS PIC 9(01) VALUE 0.
       01 WS-PX         PIC 9(01).
       01 WS-PALIER-CIBLE PIC 9(01).

       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).
       01 WS-DATE-NUM-X   PIC X(08).
       01 WS-DATE-NUM REDEFINES WS-DATE-NUM-X PIC 9(08).
       01 WS-JOUR-ENTIER  PIC 9(07).

      * MAGASIN D'ETAT CHARGE EN MEMOIRE ; SEULS LES COMPTES
      * RETROUVES EN DEPASSEMENT CE SOIR SONT REECRITS, UN COMPTE
      * REVENU SOUS SON PLANCHER REPART DE ZERO.
       01 WS-NB-DEC PIC 9(05) VALUE 0.
       01 WS-TAB-DEC.
         05 WS-DE-ENTRY OCCURS 1 TO 20000 TIMES
                        DEPENDING ON WS-NB-DEC
                        INDEXED BY WS-DX.
            10 WS-DE-COMPTE      PIC X(11).
            10 WS-DE-DATE-DEBUT  PIC X(10).
            10 WS-DE-PALIER      PIC 9(01).
            10 WS-DE-DATE-ACTION PIC X(10).
            10 WS-DE-ACTION      PIC X(16).
            10 WS-DE-VU          PIC X(01).
       01 WS-DE-TROUVE-SW PIC X(01).
         88 WS-DE-TROUVE VALUE 'O'.

      * COMPTE EN DEPASSEMENT EN COURS D'EVALUATION.
       01 WS-PLANCHER       PIC S9(13)V99.
       01 WS-MT-AUTORISE    PIC S9(11)V99.
       01 WS-MT-DEPASSEMENT PIC S9(13)V99.
       01 WS-NB-JOURS       PIC 9(04).
       01 WS-CANAL-CLIENT   PIC X(01).
       01 WS-LANGUE-CLIENT  PIC X(02).
       01 WS-NOM-CLIENT     PIC X(30).

      * LISTE DE TRAVAIL, TENUE DANS L'ORDRE ENTITE / AGENCE PUIS
      * ANCIENNETE DECROISSANTE DU DEPASSEMENT.
       01 WS-NB-LISTE PIC 9(05) VALUE 0.
       01 WS-TAB-LISTE.
         05 WS-LS-ENTRY OCCURS 1 TO 20000 TIMES
                        DEPENDING ON WS-NB-LISTE
                        INDEXED BY WS-LX, WS-LY.
            10 WS-LS-ENTITE      PIC X(03).
            10 WS-LS-AGENCE      PIC X(03).
            10 WS-LS-COMPTE      PIC X(11).
            10 WS-LS-CODCLI      PIC X(08).
            10 WS-LS-NOM         PIC X(20).
            10 WS-LS-SOLDE       PIC S9(13)V99.
            10 WS-LS-AUTORISE    PIC S9(11)V99.
            10 WS-LS-DEPASSEMENT PIC S9(13)V99.
            10 WS-LS-JOURS       PIC 9(04).
            10 WS-LS-ACTION      PIC X(16).
            10 WS-LS-DATE-ACTION PIC X(10).
       01 WS-LISTE-COURANTE.
         05 WS-LC-ENTITE      PIC X(03).
         05 WS-LC-AGENCE      PIC X(03).
         05 WS-LC-COMPTE      PIC X(11).
         05 WS-LC-CODCLI      PIC X(08).
         05 WS-LC-NOM         PIC X(20).
         05 WS-LC-SOLDE       PIC S9(13)V99.
         05 WS-LC-AUTORISE    PIC S9(11)V99.
         05 WS-LC-DEPASSEMENT PIC S9(13)V99.
         05 WS-LC-JOURS       PIC 9(04).
         05 WS-LC-ACTION      PIC X(16).
         05 WS-LC-DATE-ACTION PIC X(10).

       01 WS-LETTRE-10.
         05 WS-L10-TYPE        PIC X(02).
         05 WS-L10-COMPTE      PIC X(11).
         05 WS-L10-CODCLI      PIC X(08).
         05 WS-L10-NOM         PIC X(30).
         05 WS-L10-CANAL       PIC X(01).
         05 WS-L10-LANGUE      PIC X(02).
         05 WS-L10-PALIER      PIC 9(01).
         05 WS-L10-NB-JOURS    PIC 9(04).
         05 WS-L10-MT-DEPASSEMENT PIC 9(11)V99.
         05 WS-L10-TEXTE       PIC X(48).
       01 WS-LETTRE-99.
         05 WS-L99-TYPE PIC X(02).
         05 WS-L99-NB   PIC 9(06).
         05 FILLER      PIC X(112) VALUE SPACES.
       01 WS-CLE-LETTRE PIC X(12).

       01 WS-RECOUV-10.
         05 WS-R10-TYPE        PIC X(02).
         05 WS-R10-COMPTE      PIC X(11).
         05 WS-R10-CODCLI      PIC X(08).
         05 WS-R10-ENTITE      PIC X(03).
         05 WS-R10-AGENCE      PIC X(03).
         05 WS-R10-MT-DEPASSEMENT PIC 9(11)V99.
         05 WS-R10-NB-JOURS    PIC 9(04).
         05 WS-R10-DATE-DEBUT  PIC X(10).
         05 WS-R10-DATE-TRANSFERT PIC X(10).
         05 FILLER             PIC X(16) VALUE SPACES.
       01 WS-RECOUV-99.
         05 WS-R99-TYPE PIC X(02).
         05 WS-R99-NB   PIC 9(06).
         05 FILLER      PIC X(72) VALUE SPACES.

      * RUPTURE ET TOTAUX DU BLOC AGENCE EN COURS D'EDITION.
       01 WS-RUPTURE.
         05 WS-RU-ENTITE   PIC X(03).
         05 WS-RU-AGENCE   PIC X(03).
       01 WS-BLOC.
         05 WS-BL-NB          PIC 9(05).
         05 WS-BL-DEPASSEMENT PIC S9(13)V99.

       01 WS-LIGNE-TITRE.
         05 FILLER       PIC X(44)
            VALUE 'LISTE DE TRAVAIL RECOUVREMENT - CLOTURE DU '.
         05 WS-LT-DATE   PIC X(10).
         05 FILLER       PIC X(12) VALUE '  PALIERS : '.
         05 WS-LT-PALIERS PIC X(15).
         05 FILLER       PIC X(51) VALUE SPACES.

       01 WS-LIGNE-BLOC.
         05 FILLER       PIC X(07) VALUE 'ENTITE '.
         05 WS-LBL-ENTITE  PIC X(03).
         05 FILLER       PIC X(09) VALUE '  AGENCE '.
         05 WS-LBL-AGENCE  PIC X(03).
         05 FILLER       PIC X(110) VALUE SPACES.

       01 WS-LIGNE-COLONNES.
         05 FILLER PIC X(21) VALUE 'COMPTE      CLIENT'.
         05 FILLER PIC X(21) VALUE 'NOM'.
         05 FILLER PIC X(15) VALUE '          SOLDE'.
         05 FILLER PIC X(14) VALUE '      AUTORISE'.
         05 FILLER PIC X(14) VALUE '   DEPASSEMENT'.
         05 FILLER PIC X(05) VALUE 'JOURS'.
         05 FILLER PIC X(17) VALUE ' DERNIERE ACTION'.
         05 FILLER PIC X(25) VALUE ' LE'.

       01 WS-LIGNE-COMPTE.
         05 WS-LD-COMPTE      PIC X(11).
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LD-CODCLI      PIC X(08).
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LD-NOM         PIC X(20).
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LD-SOLDE       PIC -ZZZZZZZZZ9.99.
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LD-AUTORISE    PIC ZZZZZZZZZ9.99.
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LD-DEPASSEMENT PIC ZZZZZZZZZ9.99.
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LD-JOURS       PIC ZZZ9.
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LD-ACTION      PIC X(16).
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LD-DATE-ACTION PIC X(10).
         05 FILLER            PIC X(15) VALUE SPACES.

       01 WS-LIGNE-TOTAL-BLOC.
         05 FILLER            PIC X(06) VALUE 'TOTAL '.
         05 WS-LX-NB          PIC ZZZZ9.
         05 FILLER            PIC X(59) VALUE ' COMPTES'.
         05 WS-LX-DEPASSEMENT PIC ZZZZZZZZZZZ9.99.
         05 FILLER            PIC X(47) VALUE SPACES.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

       01 WS-RUN-COUNTERS.
         05 WS-NB-COMPTES      PIC 9(07) VALUE 0.
         05 WS-NB-DEPASSEMENTS PIC 9(07) VALUE 0.
         05 WS-NB-NOUVEAUX     PIC 9(07) VALUE 0.
         05 WS-NB-REGULARISES  PIC 9(07) VALUE 0.
         05 WS-NB-LETTRES      PIC 9(07) VALUE 0.
         05 WS-NB-BLOCAGES     PIC 9(07) VALUE 0.
         05 WS-NB-RECOUVREMENTS PIC 9(07) VALUE 0.
         05 WS-NB-SANS-CLIENT  PIC 9(07) VALUE 0.
         05 WS-NB-ERREURS      PIC 9(07) VALUE 0.

       01 WS-FS-STORE PIC X(02).
         88 FS-STORE-OK  VALUE '00'.
         88 FS-STORE-FIN VALUE '10'.
       01 WS-FS-LETTRE PIC X(02).
         88 FS-LETTRE-OK VALUE '00'.
       01 WS-FS-INSTR PIC X(02).
         88 FS-INSTR-OK VALUE '00'.
       01 WS-FS-RECOUV PIC X(02).
         88 FS-RECOUV-OK VALUE '00'.
       01 WS-FS-RPT PIC X(02).
         88 FS-RPT-OK VALUE '00'.

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
           PERFORM 01A-CHARGE-PALIERS
           PERFORM 01B-CHARGE-MAGASIN
           OPEN OUTPUT LETTREOUT
           IF NOT FS-LETTRE-OK
              DISPLAY 'GKDECAGE - OPEN LETTRES EN ERREUR : '
                      WS-FS-LETTRE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT INSTROUT
           OPEN OUTPUT RECOUVOUT
           OPEN OUTPUT DECRPT
           .

      * PALIERS TBPRM : GROUPES DE TROIS CHIFFRES STRICTEMENT
      * CROISSANTS JUSQU'AU PREMIER GROUPE A BLANC ; UNE VALEUR
      * ILLISIBLE LAISSE LES PALIERS COMPILES.
       01A-CHARGE-PALIERS.
           INITIALIZE PRM-ZCMA
           MOVE 'SEL' TO PRM-FONCTION
           MOVE 'RECOUVR-PALIERS' TO PRM-CLE
           MOVE SPACES TO PRM-VALEUR
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00'
              MOVE PRM-VALEUR(1:15) TO WS-PALIERS-X
              PERFORM 01C-DECODE-PALIERS
              IF WS-NB-PALIERS = 0
                 DISPLAY 'GKDECAGE - PALIERS TBPRM ILLISIBLES : '
                         PRM-VALEUR
                 MOVE '007015030' TO WS-PALIERS-X
              END-IF
           END-IF
           IF WS-NB-PALIERS = 0
              PERFORM 01C-DECODE-PALIERS
           END-IF
           .

       01C-DECODE-PALIERS.
           MOVE 0 TO WS-NB-PALIERS
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 5
              IF WS-PALIER-X(WS-PX) = SPACES
                 EXIT PERFORM
              END-IF
              IF WS-PALIER-X(WS-PX) NOT NUMERIC
                 MOVE 0 TO WS-NB-PALIERS
                 EXIT PERFORM
              END-IF
              MOVE WS-PALIER-X(WS-PX) TO WS-PALIER(WS-PX)
              IF WS-PALIER(WS-PX) = 0
                 MOVE 0 TO WS-NB-PALIERS
                 EXIT PERFORM
              END-IF
              IF WS-PX > 1
                 IF WS-PALIER(WS-PX) <= WS-PALIER(WS-PX - 1)
                    MOVE 0 TO WS-NB-PALIERS
                    EXIT PERFORM
                 END-IF
              END-IF
              MOVE WS-PX TO WS-NB-PALIERS
           END-PERFORM
           .

       01B-CHARGE-MAGASIN.
           OPEN INPUT DECSTORE
           IF FS-STORE-OK
              READ DECSTORE
                 AT END SET FS-STORE-FIN TO TRUE
              END-READ
              PERFORM UNTIL NOT FS-STORE-OK
                 IF WS-NB-DEC < 20000
                    ADD 1 TO WS-NB-DEC
                    SET WS-DX TO WS-NB-DEC
                    MOVE DEC-COMPTE      TO WS-DE-COMPTE(WS-DX)
                    MOVE DEC-DATE-DEBUT  TO WS-DE-DATE-DEBUT(WS-DX)
                    MOVE DEC-PALIER      TO WS-DE-PALIER(WS-DX)
                    MOVE DEC-DATE-ACTION TO WS-DE-DATE-ACTION(WS-DX)
                    MOVE DEC-ACTION      TO WS-DE-ACTION(WS-DX)
                    MOVE 'N'             TO WS-DE-VU(WS-DX)
                 ELSE
                    DISPLAY 'GKDECAGE - MAGASIN PLEIN AU CHARGEMENT : '
                            DEC-COMPTE
                    MOVE 24 TO RETURN-CODE
                 END-IF
                 READ DECSTORE
                    AT END SET FS-STORE-FIN TO TRUE
                 END-READ
              END-PERFORM
              CLOSE DECSTORE
           END-IF
           .

      * PARCOURS DE TOUS LES COMPTES SUR LEUR SOLDE DE CLOTURE ;
      * LES COMPTES CLOS, DORMANTS OU EN SUCCESSION SONT SUIVIS PAR
      * LEURS PROPRES TRAITEMENTS.
       02-TREATMENT.
           INITIALIZE CPT-ZCMA
           MOVE 'DEB' TO CPT-FONCTION
           CALL 'MACPT' USING CPT-ZCMA
           PERFORM UNTIL CPT-CODRET NOT = '00'
              ADD 1 TO WS-NB-COMPTES
              IF CPT-COMPTE-ACTIF OR CPT-COMPTE-BLOQUE
                 PERFORM 02A-EVALUE-COMPTE
              END-IF
              MOVE 'SUI' TO CPT-FONCTION
              CALL 'MACPT' USING CPT-ZCMA
           END-PERFORM
           IF CPT-CODRET NOT = '04'
              DISPLAY 'GKDECAGE - PARCOURS TBCPT EN ERREUR : '
                      CPT-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 02J-EDITE-LISTE
           .

       03-ENDPGM.
           PERFORM 03A-REECRIT-MAGASIN
           MOVE '99'          TO WS-L99-TYPE
           MOVE WS-NB-LETTRES TO WS-L99-NB
           WRITE LETTRE-ENREG FROM WS-LETTRE-99
           MOVE '99'                TO WS-R99-TYPE
           MOVE WS-NB-RECOUVREMENTS TO WS-R99-NB
           WRITE RECOUV-ENREG FROM WS-RECOUV-99
           CLOSE LETTREOUT, INSTROUT, RECOUVOUT, DECRPT
           DISPLAY '**********************************'
           DISPLAY '*************GKDECAGE*************'
           DISPLAY '**********************************'
           DISPLAY '* PALIERS (JOURS)     : ' WS-PALIERS-X
           DISPLAY '* COMPTES PARCOURUS   : ' WS-NB-COMPTES
           DISPLAY '* EN DEPASSEMENT      : ' WS-NB-DEPASSEMENTS
           DISPLAY '* NOUVEAUX DEPASSEMENT: ' WS-NB-NOUVEAUX
           DISPLAY '* REGULARISES         : ' WS-NB-REGULARISES
           DISPLAY '* LETTRES EMISES      : ' WS-NB-LETTRES
           DISPLAY '* BLOCAGES DEMANDES   : ' WS-NB-BLOCAGES
           DISPLAY '* TRANSMIS RECOUVR.   : ' WS-NB-RECOUVREMENTS
           DISPLAY '* SANS CLIENT CONNU   : ' WS-NB-SANS-CLIENT
           DISPLAY '* ERREURS             : ' WS-NB-ERREURS
           DISPLAY '**********************************'
           IF WS-NB-ERREURS > 0 AND RETURN-CODE = 0
              MOVE 16 TO RETURN-CODE
           END-IF
           IF WS-NB-SANS-CLIENT > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * SEULS LES COMPTES VUS EN DEPASSEMENT CE SOIR SONT REPORTES.
       03A-REECRIT-MAGASIN.
           OPEN OUTPUT DECSTORE
           IF NOT FS-STORE-OK
              DISPLAY 'GKDECAGE - REECRITURE MAGASIN EN ERREUR : '
                      WS-FS-STORE
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM VARYING WS-DX FROM 1 BY 1
                      UNTIL WS-DX > WS-NB-DEC
                 IF WS-DE-VU(WS-DX) = 'O'
                    INITIALIZE DEC-ENREG
                    MOVE WS-DE-COMPTE(WS-DX)      TO DEC-COMPTE
                    MOVE WS-DE-DATE-DEBUT(WS-DX)  TO DEC-DATE-DEBUT
                    MOVE WS-DE-PALIER(WS-DX)      TO DEC-PALIER
                    MOVE WS-DE-DATE-ACTION(WS-DX) TO DEC-DATE-ACTION
                    MOVE WS-DE-ACTION(WS-DX)      TO DEC-ACTION
                    WRITE DEC-ENREG
                 ELSE
                    ADD 1 TO WS-NB-REGULARISES
                 END-IF
              END-PERFORM
              CLOSE DECSTORE
           END-IF
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * PLANCHER DU COMPTE : L'OPPOSE DE LA FACILITE TBDCV EN
      * VIGUEUR A LA DATE DU JOUR (MEME REGLE QUE LE GARDE-FOU DE
      * MFMAJCPT), ZERO SANS FACILITE.
       02A-EVALUE-COMPTE.
           MOVE 0 TO WS-MT-AUTORISE
           INITIALIZE DCV-ZCMA
           MOVE 'SEL'      TO DCV-FONCTION
           MOVE CPT-COMPTE TO DCV-COMPTE
           CALL 'MADCV' USING DCV-ZCMA
           IF DCV-CODRET = '00'
              AND WS-DATE-JOUR >= DCV-DATE-DEBUT
              AND WS-DATE-JOUR <= DCV-DATE-FIN
              MOVE DCV-MT-AUTORISE TO WS-MT-AUTORISE
           END-IF
           COMPUTE WS-PLANCHER = 0 - WS-MT-AUTORISE
           IF CPT-SOLDE < WS-PLANCHER
              ADD 1 TO WS-NB-DEPASSEMENTS
              COMPUTE WS-MT-DEPASSEMENT = WS-PLANCHER - CPT-SOLDE
              PERFORM 02B-SUIT-DEPASSEMENT
           END-IF
           .

      * RETROUVE (OU OUVRE) LE SUIVI DU COMPTE, EN DEDUIT LE NOMBRE
      * DE JOURS ET LE PALIER ATTEINT ; UN PALIER SAUTE (PASSAGE
      * MANQUE) NE DONNE QU'UNE LETTRE, CELLE DU PALIER ATTEINT.
       02B-SUIT-DEPASSEMENT.
           MOVE 'N' TO WS-DE-TROUVE-SW
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-NB-DEC
              IF WS-DE-COMPTE(WS-DX) = CPT-COMPTE
                 SET WS-DE-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-DE-TROUVE
              IF WS-NB-DEC >= 20000
                 DISPLAY 'GKDECAGE - MAGASIN PLEIN : ' CPT-COMPTE
                 MOVE 24 TO RETURN-CODE
                 ADD 1 TO WS-NB-ERREURS
              ELSE
                 PERFORM 02L-OUVRE-SUIVI
              END-IF
           END-IF
           IF WS-DE-TROUVE
              PERFORM 02M-VIEILLIT-COMPTE
           END-IF
           .

       02C-ESCALADE.
           PERFORM 02D-LIT-CLIENT
           MOVE WS-PALIER-CIBLE TO WS-DE-PALIER(WS-DX)
           MOVE WS-DATE-JOUR    TO WS-DE-DATE-ACTION(WS-DX)
           IF WS-PALIER-CIBLE = WS-NB-PALIERS
              MOVE 'RECOUVREMENT' TO WS-DE-ACTION(WS-DX)
              PERFORM 02E-ECRIT-LETTRE
              PERFORM 02F-DEMANDE-BLOCAGE
              PERFORM 02G-TRANSMET-RECOUVREMENT
           ELSE
              MOVE SPACES TO WS-DE-ACTION(WS-DX)
              STRING 'RELANCE ' WS-PALIER-CIBLE
                     DELIMITED BY SIZE INTO WS-DE-ACTION(WS-DX)
              PERFORM 02E-ECRIT-LETTRE
           END-IF
           .

      * CANAL ET LANGUE DU TITULAIRE ; SANS CLIENT CONNU LA LETTRE
      * PART PAR COURRIER EN FRANCAIS A L'ADRESSE DU COMPTE.
       02D-LIT-CLIENT.
           MOVE 'C'      TO WS-CANAL-CLIENT
           MOVE 'FR'     TO WS-LANGUE-CLIENT
           MOVE CPT-NOM  TO WS-NOM-CLIENT
           INITIALIZE CLI-ZCMA
           MOVE 'SEL'      TO CLI-FONCTION
           MOVE CPT-CODCLI TO CLI-ID
           IF CPT-CODCLI NOT = SPACES
              CALL 'MACLI' USING CLI-ZCMA
           END-IF
           IF CPT-CODCLI = SPACES OR CLI-CODRET NOT = '00'
              ADD 1 TO WS-NB-SANS-CLIENT
              DISPLAY 'GKDECAGE - CLIENT INCONNU POUR ' CPT-COMPTE
                      ' : ' CPT-CODCLI
           ELSE
              MOVE CLI-NOM TO WS-NOM-CLIENT
              IF CLI-CANAL NOT = SPACES
                 MOVE CLI-CANAL TO WS-CANAL-CLIENT
              END-IF
              IF CLI-LANGUE NOT = SPACES
                 MOVE CLI-LANGUE TO WS-LANGUE-CLIENT
              END-IF
           END-IF
           .

      * TEXTE DE LA LETTRE RESOLU PAR LA TABLE DES LIBELLES (CLE
      * RECOUVR-Pn) DANS LA LANGUE DU CLIENT ; LA CLE ABSENTE
      * LAISSE LE FRANCAIS COMPILE.
       02E-ECRIT-LETTRE.
           INITIALIZE WS-LETTRE-10
           MOVE '10'              TO WS-L10-TYPE
           MOVE CPT-COMPTE        TO WS-L10-COMPTE
           MOVE CPT-CODCLI        TO WS-L10-CODCLI
           MOVE WS-NOM-CLIENT     TO WS-L10-NOM
           MOVE WS-CANAL-CLIENT   TO WS-L10-CANAL
           MOVE WS-LANGUE-CLIENT  TO WS-L10-LANGUE
           MOVE WS-PALIER-CIBLE   TO WS-L10-PALIER
           MOVE WS-NB-JOURS       TO WS-L10-NB-JOURS
           MOVE WS-MT-DEPASSEMENT TO WS-L10-MT-DEPASSEMENT
           EVALUATE TRUE
              WHEN WS-PALIER-CIBLE = WS-NB-PALIERS
                 MOVE 'COMPTE BLOQUE - DOSSIER TRANSMIS AU RECOUVREMENT'
                   TO WS-L10-TEXTE
              WHEN WS-PALIER-CIBLE = 1
                 MOVE 'VOTRE COMPTE PRESENTE UN DECOUVERT NON AUTORISE'
                   TO WS-L10-TEXTE
              WHEN OTHER
                 MOVE 'RELANCE : DECOUVERT NON AUTORISE A REGULARISER'
                   TO WS-L10-TEXTE
           END-EVALUATE
           MOVE SPACES TO WS-CLE-LETTRE
           STRING 'RECOUVR-P' WS-PALIER-CIBLE
                  DELIMITED BY SIZE INTO WS-CLE-LETTRE
           INITIALIZE LIB-ZCMA
           MOVE 'SEL'            TO LIB-FONCTION
           MOVE WS-CLE-LETTRE    TO LIB-CLE
           MOVE WS-LANGUE-CLIENT TO LIB-LANGUE
           CALL 'MALIB' USING LIB-ZCMA
           IF LIB-CODRET = '00'
              MOVE LIB-TEXTE(1:48) TO WS-L10-TEXTE
           END-IF
           WRITE LETTRE-ENREG FROM WS-LETTRE-10
           ADD 1 TO WS-NB-LETTRES
           .

      * UN COMPTE DEJA BLOQUE (FILTRAGE, SAISIE...) N'EST PAS
      * REBLOQUE ; IL EST TOUT DE MEME TRANSMIS AU RECOUVREMENT.
       02F-DEMANDE-BLOCAGE.
           IF CPT-COMPTE-ACTIF
              INITIALIZE INSTR-ENREG
              MOVE 'BLOCK'        TO INSTR-ACTION
              MOVE CPT-COMPTE     TO INSTR-COMPTE
              MOVE 'RECOUVREMENT' TO INSTR-MOTIF
              WRITE INSTR-ENREG
              ADD 1 TO WS-NB-BLOCAGES
           END-IF
           .

       02G-TRANSMET-RECOUVREMENT.
           INITIALIZE WS-RECOUV-10
           MOVE '10'                     TO WS-R10-TYPE
           MOVE CPT-COMPTE               TO WS-R10-COMPTE
           MOVE CPT-CODCLI               TO WS-R10-CODCLI
           MOVE CPT-ENTITE               TO WS-R10-ENTITE
           MOVE CPT-AGENCE               TO WS-R10-AGENCE
           MOVE WS-MT-DEPASSEMENT        TO WS-R10-MT-DEPASSEMENT
           MOVE WS-NB-JOURS              TO WS-R10-NB-JOURS
           MOVE WS-DE-DATE-DEBUT(WS-DX)  TO WS-R10-DATE-DEBUT
           MOVE WS-DATE-JOUR             TO WS-R10-DATE-TRANSFERT
           WRITE RECOUV-ENREG FROM WS-RECOUV-10
           ADD 1 TO WS-NB-RECOUVREMENTS
           .

      * INSERTION DU COMPTE A SA PLACE DANS LA LISTE DE TRAVAIL :
      * APRES LES ENTITES/AGENCES INFERIEURES ET, DANS SON AGENCE,
      * APRES LES DEPASSEMENTS PLUS ANCIENS OU DE MEME ANCIENNETE.
       02H-RANGE-LISTE.
           IF WS-NB-LISTE >= 20000
              DISPLAY 'GKDECAGE - LISTE DE TRAVAIL PLEINE : '
                      CPT-COMPTE
              MOVE 24 TO RETURN-CODE
           ELSE
              INITIALIZE WS-LISTE-COURANTE
              MOVE CPT-ENTITE              TO WS-LC-ENTITE
              MOVE CPT-AGENCE              TO WS-LC-AGENCE
              MOVE CPT-COMPTE              TO WS-LC-COMPTE
              MOVE CPT-CODCLI              TO WS-LC-CODCLI
              MOVE CPT-NOM                 TO WS-LC-NOM
              MOVE CPT-SOLDE               TO WS-LC-SOLDE
              MOVE WS-MT-AUTORISE          TO WS-LC-AUTORISE
              MOVE WS-MT-DEPASSEMENT       TO WS-LC-DEPASSEMENT
              MOVE WS-NB-JOURS             TO WS-LC-JOURS
              MOVE WS-DE-ACTION(WS-DX)      TO WS-LC-ACTION
              MOVE WS-DE-DATE-ACTION(WS-DX) TO WS-LC-DATE-ACTION
              PERFORM VARYING WS-LX FROM 1 BY 1
                      UNTIL WS-LX > WS-NB-LISTE
                 IF WS-LS-ENTITE(WS-LX) > WS-LC-ENTITE
                    EXIT PERFORM
                 END-IF
                 IF WS-LS-ENTITE(WS-LX) = WS-LC-ENTITE
                    IF WS-LS-AGENCE(WS-LX) > WS-LC-AGENCE
                       EXIT PERFORM
                    END-IF
                    IF WS-LS-AGENCE(WS-LX) = WS-LC-AGENCE
                       AND WS-LS-JOURS(WS-LX) < WS-LC-JOURS
                       EXIT PERFORM
                    END-IF
                 END-IF
              END-PERFORM
              ADD 1 TO WS-NB-LISTE
              PERFORM VARYING WS-LY FROM WS-NB-LISTE BY -1
                      UNTIL WS-LY <= WS-LX
                 MOVE WS-LS-ENTRY(WS-LY - 1) TO WS-LS-ENTRY(WS-LY)
              END-PERFORM
              MOVE WS-LISTE-COURANTE TO WS-LS-ENTRY(WS-LX)
           END-IF
           .

      * EDITION DE LA LISTE DE TRAVAIL : UN BLOC PAR ENTITE ET
      * AGENCE, TOTAL DU DEPASSEMENT EN FIN DE BLOC.
       02J-EDITE-LISTE.
           MOVE WS-DATE-JOUR TO WS-LT-DATE
           MOVE WS-PALIERS-X TO WS-LT-PALIERS
           WRITE RPT-ENREG FROM WS-LIGNE-TITRE
                 AFTER ADVANCING PAGE
           MOVE HIGH-VALUES TO WS-RUPTURE
           PERFORM VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > WS-NB-LISTE
              IF WS-LS-ENTITE(WS-LX) NOT = WS-RU-ENTITE
              OR WS-LS-AGENCE(WS-LX) NOT = WS-RU-AGENCE
                 IF WS-LX > 1
                    PERFORM 02K-EDITE-TOTAL-BLOC
                 END-IF
                 MOVE WS-LS-ENTITE(WS-LX) TO WS-RU-ENTITE
                 MOVE WS-LS-AGENCE(WS-LX) TO WS-RU-AGENCE
                 INITIALIZE WS-BLOC
                 MOVE WS-RU-ENTITE TO WS-LBL-ENTITE
                 MOVE WS-RU-AGENCE TO WS-LBL-AGENCE
                 WRITE RPT-ENREG FROM WS-LIGNE-VIDE
                 WRITE RPT-ENREG FROM WS-LIGNE-BLOC
                 WRITE RPT-ENREG FROM WS-LIGNE-COLONNES
              END-IF
              MOVE WS-LS-COMPTE(WS-LX)      TO WS-LD-COMPTE
              MOVE WS-LS-CODCLI(WS-LX)      TO WS-LD-CODCLI
              MOVE WS-LS-NOM(WS-LX)         TO WS-LD-NOM
              MOVE WS-LS-SOLDE(WS-LX)       TO WS-LD-SOLDE
              MOVE WS-LS-AUTORISE(WS-LX)    TO WS-LD-AUTORISE
              MOVE WS-LS-DEPASSEMENT(WS-LX) TO WS-LD-DEPASSEMENT
              MOVE WS-LS-JOURS(WS-LX)       TO WS-LD-JOURS
              MOVE WS-LS-ACTION(WS-LX)      TO WS-LD-ACTION
              MOVE WS-LS-DATE-ACTION(WS-LX) TO WS-LD-DATE-ACTION
              WRITE RPT-ENREG FROM WS-LIGNE-COMPTE
              ADD 1 TO WS-BL-NB
              ADD WS-LS-DEPASSEMENT(WS-LX) TO WS-BL-DEPASSEMENT
           END-PERFORM
           IF WS-NB-LISTE > 0
              PERFORM 02K-EDITE-TOTAL-BLOC
           END-IF
           .

       02K-EDITE-TOTAL-BLOC.
           MOVE WS-BL-NB          TO WS-LX-NB
           MOVE WS-BL-DEPASSEMENT TO WS-LX-DEPASSEMENT
           WRITE RPT-ENREG FROM WS-LIGNE-TOTAL-BLOC
           .

       02L-OUVRE-SUIVI.
           ADD 1 TO WS-NB-DEC
           ADD 1 TO WS-NB-NOUVEAUX
           SET WS-DX TO WS-NB-DEC
           MOVE CPT-COMPTE   TO WS-DE-COMPTE(WS-DX)
           MOVE WS-DATE-JOUR TO WS-DE-DATE-DEBUT(WS-DX)
           MOVE 0            TO WS-DE-PALIER(WS-DX)
           MOVE SPACES       TO WS-DE-DATE-ACTION(WS-DX)
           MOVE 'AUCUNE'     TO WS-DE-ACTION(WS-DX)
           SET WS-DE-TROUVE TO TRUE
           .

       02M-VIEILLIT-COMPTE.
           MOVE 'O' TO WS-DE-VU(WS-DX)
           STRING WS-DE-DATE-DEBUT(WS-DX)(1:4)
                  WS-DE-DATE-DEBUT(WS-DX)(6:2)
                  WS-DE-DATE-DEBUT(WS-DX)(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-NUM-X
           COMPUTE WS-JOUR-ENTIER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           STRING WS-DATE-JOUR(1:4) WS-DATE-JOUR(6:2)
                  WS-DATE-JOUR(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-NUM-X
           COMPUTE WS-NB-JOURS = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                               - WS-JOUR-ENTIER + 1
           MOVE 0 TO WS-PALIER-CIBLE
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-NB-PALIERS
              IF WS-NB-JOURS >= WS-PALIER(WS-PX)
                 MOVE WS-PX TO WS-PALIER-CIBLE
              END-IF
           END-PERFORM
           IF WS-PALIER-CIBLE > WS-DE-PALIER(WS-DX)
              PERFORM 02C-ESCALADE
           END-IF
           PERFORM 02H-RANGE-LISTE
           .
