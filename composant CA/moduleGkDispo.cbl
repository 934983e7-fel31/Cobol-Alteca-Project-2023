      *********************************************************
      * PROGRAM NAME:  GKDISPO                                *
      * PROGRAM OBJET :CONSTAT QUOTIDIEN DES LIBERATIONS DE   *
      *                FONDS NON DISPONIBLES : LES CREDITS    *
      *                TENUS SUR TBFND PAR MFMAJCPT DONT LA   *
      *                DATE DE LIBERATION EST ATTEINTE SONT   *
      *                MARQUES LIBERES ET LISTES PAR COMPTE ; *
      *                LES LIGNES LIBEREES DEPUIS PLUS QUE LA *
      *                DUREE DE CONSERVATION SONT PURGEES.    *
      *                LA DISPONIBILITE ELLE-MEME NE DEPEND   *
      *                PAS DE CE PASSAGE : LE GARDE-FOU DE    *
      *                MFMAJCPT NE TOTALISE QUE LES CREDITS   *
      *                NON LIBERES A LA DATE DU POSTE         *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - CONSTAT ET LISTE DES       *
      *          LIBERATIONS DE FONDS NON DISPONIBLES, PURGE   *
      *          DES LIGNES ANCIENNES                          *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKDISPO.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    LISTE DES FONDS LIBERES A LA DATE DU RUN, PAR COMPTE
            SELECT EDITION ASSIGN TO DDFNDRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EDIT.

       DATA DIVISION.
       FILE SECTION.

       FD EDITION.
       01 EDIT-ENREG PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CPTFUNC.
       COPY ZAFND   REPLACING ==()== BY ==FND==.
       COPY ZAPRM   REPLACING ==()== BY ==PRM==.

      * DATE DU RUN, RECUE EN SYSIN AU FORMAT AAAA-MM-JJ ; A BLANC,
      * LA DATE DU JOUR. UN CREDIT EST LIBERE QUAND SA DATE DE
      * LIBERATION N'EST PAS POSTERIEURE A LA DATE DU RUN.
       01 WS-PARM-CARD     PIC X(10).
       01 WS-DATE-COURANTE PIC X(10).
       01 WS-DATE-SYSTEME  PIC X(21).
       01 WS-DATE-NUM      PIC 9(08).
       01 WS-JOURS-CALC    PIC 9(08).

      * DUREE DE CONSERVATION DES LIGNES LIBEREES, EN JOURS (TBPRM
      * FND-CONSERVATION, VALEUR COMPILEE EN REPLI) ET DATE BORNE DE
      * LA PURGE QUI EN DECOULE.
       01 WS-CONSERVATION  PIC 9(04) VALUE 90.
       01 WS-PRM-NOMBRE    PIC 9(04).
       01 WS-DATE-PURGE    PIC X(10).

      * COMPTE EN COURS DANS LA LISTE ET SON TOTAL LIBERE.
       01 WS-COMPTE-EN-COURS PIC X(11) VALUE SPACES.
       01 WS-NB-COMPTE       PIC 9(06).
       01 WS-MT-COMPTE       PIC S9(13)V9(2).

       01 WS-RUN-COUNTERS.
         05 WS-NB-LUES         PIC 9(07).
         05 WS-NB-LIBEREES     PIC 9(07).
         05 WS-MT-LIBEREES     PIC S9(13)V9(2).
         05 WS-NB-COMPTES      PIC 9(07).
         05 WS-NB-MAJ-KO       PIC 9(07).

       01 WS-LIGNE-TITRE.
         05 FILLER       PIC X(40)
            VALUE 'FONDS NON DISPONIBLES LIBERES AU : '.
         05 WS-LT-DATE   PIC X(10).
         05 FILLER       PIC X(82) VALUE SPACES.

       01 WS-ENTETE.
         05 FILLER PIC X(13) VALUE 'COMPTE'.
         05 FILLER PIC X(12) VALUE 'REFERENCE'.
         05 FILLER PIC X(06) VALUE 'CODE'.
         05 FILLER PIC X(18) VALUE '         MONTANT'.
         05 FILLER PIC X(12) VALUE 'DATE OPER'.
         05 FILLER PIC X(71) VALUE 'DATE DISPO'.

       01 WS-LIGNE-DETAIL.
         05 WS-LD-COMPTE     PIC X(11).
         05 FILLER           PIC X(02) VALUE SPACES.
         05 WS-LD-REF-OPER   PIC X(10).
         05 FILLER           PIC X(02) VALUE SPACES.
         05 WS-LD-CODE-OPER  PIC X(03).
         05 FILLER           PIC X(03) VALUE SPACES.
         05 WS-LD-MONTANT    PIC -ZZZZZZZZZZ9.99.
         05 FILLER           PIC X(03) VALUE SPACES.
         05 WS-LD-DATE-OPER  PIC X(10).
         05 FILLER           PIC X(02) VALUE SPACES.
         05 WS-LD-DATE-DISPO PIC X(10).
         05 FILLER           PIC X(61) VALUE SPACES.

       01 WS-LIGNE-TOTAL.
         05 FILLER           PIC X(13) VALUE SPACES.
         05 FILLER           PIC X(18) VALUE 'TOTAL LIBERE'.
         05 WS-LTO-MONTANT   PIC -ZZZZZZZZZZZZ9.99.
         05 FILLER           PIC X(03) VALUE SPACES.
         05 WS-LTO-NB        PIC ZZZZZ9.
         05 FILLER           PIC X(11) VALUE ' CREDIT(S)'.
         05 FILLER           PIC X(64) VALUE SPACES.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

       01 WS-FS-EDIT PIC X(02).
         88 FS-EDIT-OK VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
           INITIALIZE WS-RUN-COUNTERS
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-CARD = SPACES
              MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
              STRING WS-DATE-SYSTEME(1:4) '-'
                     WS-DATE-SYSTEME(5:2) '-'
                     WS-DATE-SYSTEME(7:2)
                     DELIMITED BY SIZE INTO WS-DATE-COURANTE
           ELSE
              MOVE WS-PARM-CARD TO WS-DATE-COURANTE
           END-IF
           PERFORM 01A-CHARGE-PARAMETRES
           PERFORM 01B-CALCULE-DATE-PURGE
           OPEN OUTPUT EDITION
           IF NOT FS-EDIT-OK
              DISPLAY 'GKDISPO - OPEN DDFNDRPT EN ERREUR : '
                      WS-FS-EDIT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-DATE-COURANTE TO WS-LT-DATE
           WRITE EDIT-ENREG FROM WS-LIGNE-TITRE
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           WRITE EDIT-ENREG FROM WS-ENTETE
           .

      * UN PARAMETRE ABSENT, ILLISIBLE OU NUL LAISSE LA VALEUR
      * COMPILEE.
       01A-CHARGE-PARAMETRES.
           MOVE 0 TO WS-PRM-NOMBRE
           MOVE 'FND-CONSERVATION' TO PRM-CLE
           MOVE 'SEL' TO PRM-FONCTION
           INITIALIZE PRM-RETOUR
           MOVE SPACES TO PRM-VALEUR
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00' AND PRM-VALEUR NOT = SPACES
              COMPUTE WS-PRM-NOMBRE = FUNCTION NUMVAL(PRM-VALEUR)
           END-IF
           IF WS-PRM-NOMBRE > 0
              MOVE WS-PRM-NOMBRE TO WS-CONSERVATION
           END-IF
           .

      * BORNE DE PURGE : DATE DU RUN MOINS LA DUREE DE CONSERVATION.
       01B-CALCULE-DATE-PURGE.
           STRING WS-DATE-COURANTE(1:4) WS-DATE-COURANTE(6:2)
                  WS-DATE-COURANTE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-NUM
           COMPUTE WS-JOURS-CALC =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                 - WS-CONSERVATION
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-JOURS-CALC)
           STRING WS-DATE-NUM(1:4) '-' WS-DATE-NUM(5:2) '-'
                  WS-DATE-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-PURGE
           .

       02-TREATMENT.
           PERFORM 02A-CONSTATE-LIBERATIONS
           PERFORM 02D-PURGE-ANCIENNES
           .

       03-ENDPGM.
           CLOSE EDITION
           DISPLAY '**********************************'
           DISPLAY '*************GKDISPO**************'
           DISPLAY '**********************************'
           DISPLAY '* DATE DU RUN         : ' WS-DATE-COURANTE
           DISPLAY '* CONSERVATION (J)    : ' WS-CONSERVATION
           DISPLAY '* PURGE AVANT LE      : ' WS-DATE-PURGE
           DISPLAY '* CREDITS TENUS LUS   : ' WS-NB-LUES
           DISPLAY '* CREDITS LIBERES     : ' WS-NB-LIBEREES
           DISPLAY '* MONTANT LIBERE      : ' WS-MT-LIBEREES
           DISPLAY '* COMPTES CONCERNES   : ' WS-NB-COMPTES
           DISPLAY '* MISES A JOUR KO     : ' WS-NB-MAJ-KO
           DISPLAY '**********************************'
           IF WS-NB-MAJ-KO > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * PARCOURS DES CREDITS ENCORE TENUS (MAFND DEB/SUI, PAR COMPTE
      * PUIS DATE DE LIBERATION) ; CEUX DONT LA DATE EST ATTEINTE
      * SONT MARQUES LIBERES ET LISTES, AVEC UN TOTAL PAR COMPTE.
       02A-CONSTATE-LIBERATIONS.
           INITIALIZE FND-ZCMA
           MOVE 'DEB' TO FND-FONCTION
           CALL 'MAFND' USING FND-ZCMA
           PERFORM UNTIL FND-CODRET NOT = '00'
              ADD 1 TO WS-NB-LUES
              IF FND-DATE-DISPO NOT > WS-DATE-COURANTE
                 PERFORM 02B-LIBERE-CREDIT
              END-IF
              MOVE 'SUI' TO FND-FONCTION
              CALL 'MAFND' USING FND-ZCMA
           END-PERFORM
           IF FND-CODRET NOT = '04'
              DISPLAY 'GKDISPO - PARCOURS TBFND EN ERREUR : '
                      FND-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           IF WS-COMPTE-EN-COURS NOT = SPACES
              PERFORM 02C-ECRIT-TOTAL-COMPTE
           END-IF
           .

      * UN CREDIT QUI NE PEUT ETRE MARQUE RESTE 'I' ET SERA REPRIS
      * AU PROCHAIN PASSAGE (IL N'EN EST PAS MOINS DISPONIBLE).
       02B-LIBERE-CREDIT.
           IF FND-COMPTE NOT = WS-COMPTE-EN-COURS
              IF WS-COMPTE-EN-COURS NOT = SPACES
                 PERFORM 02C-ECRIT-TOTAL-COMPTE
              END-IF
              MOVE FND-COMPTE TO WS-COMPTE-EN-COURS
              MOVE 0 TO WS-NB-COMPTE WS-MT-COMPTE
              ADD 1 TO WS-NB-COMPTES
           END-IF
           MOVE FND-COMPTE     TO WS-LD-COMPTE
           MOVE FND-REF-OPER   TO WS-LD-REF-OPER
           MOVE FND-CODE-OPER  TO WS-LD-CODE-OPER
           MOVE FND-MONTANT    TO WS-LD-MONTANT
           MOVE FND-DATE-OPER  TO WS-LD-DATE-OPER
           MOVE FND-DATE-DISPO TO WS-LD-DATE-DISPO
           ADD 1           TO WS-NB-COMPTE WS-NB-LIBEREES
           ADD FND-MONTANT TO WS-MT-COMPTE WS-MT-LIBEREES
           WRITE EDIT-ENREG FROM WS-LIGNE-DETAIL

           MOVE 'UPD'          TO FND-FONCTION
           SET FND-LIBERE      TO TRUE
           CALL 'MAFND' USING FND-ZCMA
           IF FND-CODRET NOT = '00'
              ADD 1 TO WS-NB-MAJ-KO
              DISPLAY 'GKDISPO - LIBERATION NON MARQUEE '
                      FND-COMPTE ' ' FND-REF-OPER ' : ' FND-LIBRET
           END-IF
           .

       02C-ECRIT-TOTAL-COMPTE.
           MOVE WS-MT-COMPTE TO WS-LTO-MONTANT
           MOVE WS-NB-COMPTE TO WS-LTO-NB
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           .

      * PURGE DES LIGNES LIBEREES AVANT LA BORNE DE CONSERVATION ;
      * UNE LIGNE JAMAIS CONSTATEE ('I') N'EST PAS PURGEE.
       02D-PURGE-ANCIENNES.
           INITIALIZE FND-ZCMA
           MOVE 'PUR'         TO FND-FONCTION
           MOVE WS-DATE-PURGE TO FND-DATE-REF
           CALL 'MAFND' USING FND-ZCMA
           IF FND-CODRET NOT = '00'
              ADD 1 TO WS-NB-MAJ-KO
              DISPLAY 'GKDISPO - PURGE TBFND EN ERREUR : ' FND-LIBRET
           END-IF
           .
