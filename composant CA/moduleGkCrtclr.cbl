      *********************************************************
      * PROGRAM NAME:  GKCRTCLR                               *
      * PROGRAM OBJET :INTAKE DE LA COMPENSATION CARTE : LE   *
      *                JOURNAL DES AUTORISATIONS DU JOUR DU   *
      *                PROCESSEUR ALIMENTE LE REGISTRE TBAUT  *
      *                (MONTANTS BLOQUES), PUIS CHAQUE        *
      *                OPERATION DU FICHIER DE COMPENSATION   *
      *                DU SCHEMA EST RAPPROCHEE DE SON        *
      *                AUTORISATION (COMPTE + CODE) : LES     *
      *                APPARIEES PARTENT EN LOT FLUX SOUS     *
      *                L'ORIGINE DEDIEE 'CRT' ET LIBERENT LE  *
      *                MONTANT BLOQUE ; LES COMPENSATIONS     *
      *                SANS AUTORISATION ET LES AUTORISATIONS *
      *                EXPIREES SANS COMPENSATION SORTENT SUR *
      *                L'ETAT D'EXCEPTIONS DU DESK CARTE      *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - RAPPROCHEMENT DES          *
      *          AUTORISATIONS ET DE LA COMPENSATION CARTE,    *
      *          LIBERATION DES BLOCAGES                       *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKCRTCLR.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    JOURNAL DES AUTORISATIONS DONNEES DANS LA JOURNEE PAR LE
      *    PROCESSEUR CARTE (ABSENT : AUCUNE AUTORISATION NOUVELLE)
            SELECT AUTORIS ASSIGN TO DDAUTIN
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-AUT.

      *    FICHIER DE COMPENSATION QUOTIDIEN DU SCHEMA CARTE
            SELECT COMPENS ASSIGN TO DDCLRIN
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-CLR.

      *    LOT FLUX DES COMPENSATIONS APPARIEES, REPRIS PAR LA CHAINE
            SELECT FLUXOUT ASSIGN TO DDFLUXC
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-FLUX.

      *    ETAT D'EXCEPTIONS POUR LE DESK CARTE
            SELECT EXCEPTIONS ASSIGN TO DDEXCEP
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.

       FD AUTORIS.
       COPY CCARTE REPLACING ==()== BY ==AI==.

       FD COMPENS.
       COPY CCARTE REPLACING ==()== BY ==CL==.

       FD FLUXOUT.
       01 FLUX-ENREG PIC X(80).

       FD EXCEPTIONS.
       01 EXC-ENREG PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFLUX   REPLACING ==()== BY ==F1==.
       COPY ZAAUT   REPLACING ==()== BY ==AUT==.
       COPY ZAPRM   REPLACING ==()== BY ==PRM==.

       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).

      * CODE OPERATION TBHOP DU DEBIT CARTE COMPENSE.
       01 WS-CODE-CARTE PIC X(03) VALUE 'CBD'.

      * DELAI EN JOURS AU-DELA DUQUEL UNE AUTORISATION NON
      * COMPENSEE EXPIRE ET LIBERE SON BLOCAGE (TBPRM
      * CARTE-DELAI-EXPIR, 7 JOURS A DEFAUT).
       01 WS-DELAI-EXPIR  PIC 9(03) VALUE 7.
       01 WS-DATE-NUM     PIC 9(08).
       01 WS-JOURS-LIMITE PIC 9(08).
       01 WS-JOURS-AUTOR  PIC 9(08).

      * REFERENCE EMISE : 'CB' + CODE D'AUTORISATION + JOUR DE LA
      * TRANSACTION.
       01 WS-REF-OPER.
         05 FILLER        PIC X(02) VALUE 'CB'.
         05 WS-REF-AUTOR  PIC X(06).
         05 WS-REF-JOUR   PIC X(02).

      * COMPENSATIONS APPARIEES DU RUN : TBAUT N'EST MIS A JOUR
      * QU'APRES CLOTURE DU LOT ; LA TABLE SERT AUSSI A ECARTER UNE
      * COMPENSATION PRESENTEE DEUX FOIS DANS LE MEME FICHIER.
       01 WS-NB-APPARIES PIC 9(04) VALUE 0.
       01 WS-TAB-APPARIES.
         05 WS-AP-ENTRY OCCURS 1 TO 5000 TIMES
                        DEPENDING ON WS-NB-APPARIES
                        INDEXED BY WS-AX.
            10 WS-AP-COMPTE     PIC X(11).
            10 WS-AP-CODE-AUTOR PIC X(06).
            10 WS-AP-MONTANT    PIC 9(11)V99.
            10 WS-AP-REF-OPER   PIC X(10).

      * AUTORISATIONS EXPIREES COLLECTEES PENDANT LE PARCOURS DU
      * CURSEUR, MISES A JOUR UNE FOIS LE CURSEUR FERME.
       01 WS-NB-EXPIREES PIC 9(04) VALUE 0.
       01 WS-TAB-EXPIREES.
         05 WS-EX-ENTRY OCCURS 1 TO 5000 TIMES
                        DEPENDING ON WS-NB-EXPIREES
                        INDEXED BY WS-EX.
            10 WS-EX-COMPTE     PIC X(11).
            10 WS-EX-CODE-AUTOR PIC X(06).

       01 WS-MOTIF-EXCEPTION PIC X(30).
       01 WS-DOUBLON-SW PIC X(01).
         88 WS-DOUBLON VALUE 'O'.

      * TOTAUX DU LOT PRODUIT ET SOMME DE CONTROLE DU '98'.
       01 WS-NB-LOT PIC 9(06) VALUE 0.
       01 WS-MT-LOT PIC 9(11)V99 VALUE 0.
       01 WS-CHECKSUM-COURANT PIC 9(09) VALUE 0.
       01 WS-CKS-IX           PIC 9(03).
       01 WS-ENREG-10-SAUVE   PIC X(80).

       01 WS-LIGNE-TITRE.
         05 FILLER       PIC X(40)
            VALUE 'EXCEPTIONS COMPENSATION CARTE DU       '.
         05 WS-LT-DATE   PIC X(10).
         05 FILLER       PIC X(82) VALUE SPACES.

       01 WS-LIGNE-ENTETE.
         05 FILLER PIC X(31) VALUE 'EXCEPTION'.
         05 FILLER PIC X(12) VALUE 'COMPTE'.
         05 FILLER PIC X(07) VALUE 'AUTOR'.
         05 FILLER PIC X(17) VALUE 'CARTE'.
         05 FILLER PIC X(11) VALUE 'DATE'.
         05 FILLER PIC X(16) VALUE '        MONTANT'.
         05 FILLER PIC X(38) VALUE 'COMMERCANT'.

       01 WS-LIGNE-EXCEPTION.
         05 WS-LE-MOTIF      PIC X(30).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LE-COMPTE     PIC X(11).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LE-CODE-AUTOR PIC X(06).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LE-NUM-CARTE  PIC X(16).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LE-DATE       PIC X(10).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LE-MONTANT    PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LE-COMMERCANT PIC X(14).
         05 FILLER           PIC X(25) VALUE SPACES.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

       01 WS-RUN-COUNTERS.
         05 WS-NB-AUTOR-LUES     PIC 9(06) VALUE 0.
         05 WS-NB-AUTOR-CHARGEES PIC 9(06) VALUE 0.
         05 WS-NB-COMPENS-LUES   PIC 9(06) VALUE 0.
         05 WS-NB-SANS-AUTOR     PIC 9(06) VALUE 0.
         05 WS-NB-EXCEPTIONS     PIC 9(06) VALUE 0.
         05 WS-NB-MAJ-KO         PIC 9(06) VALUE 0.

       01 WS-FS-AUT PIC X(02).
         88 FS-AUT-OK  VALUE '00'.
         88 FS-AUT-FIN VALUE '10'.
       01 WS-FS-CLR PIC X(02).
         88 FS-CLR-OK  VALUE '00'.
         88 FS-CLR-FIN VALUE '10'.
       01 WS-FS-FLUX PIC X(02).
         88 FS-FLUX-OK VALUE '00'.
       01 WS-FS-EXC PIC X(02).
         88 FS-EXC-OK VALUE '00'.

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
           MOVE 'SEL' TO PRM-FONCTION
           MOVE 'CARTE-DELAI-EXPIR' TO PRM-CLE
           INITIALIZE PRM-RETOUR
           MOVE SPACES TO PRM-VALEUR
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00'
              COMPUTE WS-DELAI-EXPIR = FUNCTION NUMVAL(PRM-VALEUR)
           END-IF
           MOVE WS-DATE-SYSTEME(1:8) TO WS-DATE-NUM
           COMPUTE WS-JOURS-LIMITE =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   - WS-DELAI-EXPIR
           OPEN INPUT COMPENS
           IF NOT FS-CLR-OK
              DISPLAY 'GKCRTCLR - FICHIER DE COMPENSATION ABSENT'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT FLUXOUT
           OPEN OUTPUT EXCEPTIONS
           INITIALIZE F1-ENREG-00
           MOVE '00'         TO F1-TYPE-00
           MOVE 'CRT'        TO F1-ORIGINE
           MOVE WS-DATE-JOUR TO F1-DATE
           WRITE FLUX-ENREG FROM F1-ENREG-00
           MOVE WS-DATE-JOUR TO WS-LT-DATE
           WRITE EXC-ENREG FROM WS-LIGNE-TITRE
                 AFTER ADVANCING PAGE
           WRITE EXC-ENREG FROM WS-LIGNE-VIDE
           WRITE EXC-ENREG FROM WS-LIGNE-ENTETE
           .

      * LES AUTORISATIONS DU JOUR SONT ENREGISTREES AVANT LA
      * COMPENSATION (UNE COMPENSATION PEUT SOLDER UNE AUTORISATION
      * DE LA JOURNEE) ; LES BLOCAGES NE SONT LIBERES QU'UNE FOIS LE
      * LOT CLOS, PUIS LES AUTORISATIONS RESTEES OUVERTES AU-DELA DU
      * DELAI EXPIRENT.
       02-TREATMENT.
           PERFORM 02A-CHARGE-AUTORISATIONS
           READ COMPENS
              AT END SET FS-CLR-FIN TO TRUE
           END-READ
           PERFORM UNTIL NOT FS-CLR-OK
              ADD 1 TO WS-NB-COMPENS-LUES
              PERFORM 02C-TRAITE-COMPENSATION
              READ COMPENS
                 AT END SET FS-CLR-FIN TO TRUE
              END-READ
           END-PERFORM
           CLOSE COMPENS
           PERFORM 02F-CLOT-LOT
           PERFORM 02G-LIBERE-BLOCAGES
           PERFORM 02H-EXPIRE-AUTORISATIONS
           .

       03-ENDPGM.
           IF WS-NB-EXCEPTIONS = 0
              MOVE 'AUCUNE EXCEPTION' TO WS-LIGNE-VIDE(1:16)
              WRITE EXC-ENREG FROM WS-LIGNE-VIDE
           END-IF
           CLOSE EXCEPTIONS
           DISPLAY '**********************************'
           DISPLAY '*************GKCRTCLR*************'
           DISPLAY '**********************************'
           DISPLAY '* AUTORISATIONS LUES  : ' WS-NB-AUTOR-LUES
           DISPLAY '* AUTORISATIONS CHARG.: ' WS-NB-AUTOR-CHARGEES
           DISPLAY '* COMPENSATIONS LUES  : ' WS-NB-COMPENS-LUES
           DISPLAY '* COMPENSATIONS EMISES: ' WS-NB-LOT
           DISPLAY '* SANS AUTORISATION   : ' WS-NB-SANS-AUTOR
           DISPLAY '* AUTORISATIONS EXPIR.: ' WS-NB-EXPIREES
           DISPLAY '* LIGNES D EXCEPTION  : ' WS-NB-EXCEPTIONS
           DISPLAY '* MISES A JOUR EN KO  : ' WS-NB-MAJ-KO
           DISPLAY '**********************************'
           IF WS-NB-MAJ-KO > 0
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WS-NB-EXCEPTIONS > 0 AND RETURN-CODE = 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           STOP RUN
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * UNE AUTORISATION DEJA CONNUE DE TBAUT (JOURNAL REPASSE) N'EST
      * PAS RECHARGEE : SON STATUT ET SON BLOCAGE SONT CONSERVES.
       02A-CHARGE-AUTORISATIONS.
           OPEN INPUT AUTORIS
           IF NOT FS-AUT-OK
              DISPLAY 'GKCRTCLR - PAS DE JOURNAL D AUTORISATIONS'
           ELSE
              READ AUTORIS
                 AT END SET FS-AUT-FIN TO TRUE
              END-READ
              PERFORM UNTIL NOT FS-AUT-OK
                 ADD 1 TO WS-NB-AUTOR-LUES
                 PERFORM 02B-ENREGISTRE-AUTORISATION
                 READ AUTORIS
                    AT END SET FS-AUT-FIN TO TRUE
                 END-READ
              END-PERFORM
              CLOSE AUTORIS
           END-IF
           .

       02B-ENREGISTRE-AUTORISATION.
           INITIALIZE AUT-ZCMA
           MOVE 'SEL'         TO AUT-FONCTION
           MOVE AI-COMPTE     TO AUT-COMPTE
           MOVE AI-CODE-AUTOR TO AUT-CODE-AUTOR
           CALL 'MAAUT' USING AUT-ZCMA
           IF AUT-CODRET = '04'
              INITIALIZE AUT-ZCMA
              MOVE 'INS'         TO AUT-FONCTION
              MOVE AI-COMPTE     TO AUT-COMPTE
              MOVE AI-CODE-AUTOR TO AUT-CODE-AUTOR
              MOVE AI-NUM-CARTE  TO AUT-NUM-CARTE
              MOVE AI-DATE       TO AUT-DATE-AUTOR
              MOVE AI-CODE-DEV   TO AUT-CODE-DEV
              MOVE AI-MONTANT    TO AUT-MONTANT-AUTOR
              MOVE AI-MONTANT    TO AUT-MONTANT-BLOQUE
              MOVE AI-COMMERCANT TO AUT-COMMERCANT
              MOVE 'O'           TO AUT-STATUT
              MOVE SPACES        TO AUT-DATE-LIBERATION
              MOVE 0             TO AUT-MONTANT-COMPENSE
              MOVE SPACES        TO AUT-REF-OPER
              CALL 'MAAUT' USING AUT-ZCMA
              IF AUT-CODRET = '00'
                 ADD 1 TO WS-NB-AUTOR-CHARGEES
              ELSE
                 ADD 1 TO WS-NB-MAJ-KO
                 DISPLAY 'GKCRTCLR - AUTORISATION NON CHARGEE : '
                         AI-COMPTE ' ' AI-CODE-AUTOR ' - '
                         AUT-LIBRET
              END-IF
           END-IF
           .

      * APPARIEMENT SUR COMPTE + CODE D'AUTORISATION. UNE
      * AUTORISATION DEJA EXPIREE EST ENCORE APPARIEE (LA DETTE DU
      * PORTEUR EST REELLE) MAIS SIGNALEE AU DESK ; UNE AUTORISATION
      * DEJA COMPENSEE OU UNE COMPENSATION PRESENTEE DEUX FOIS N'EST
      * PAS EMISE. UN MONTANT COMPENSE SUPERIEUR A L'AUTORISE EST
      * EMIS ET SIGNALE.
       02C-TRAITE-COMPENSATION.
           MOVE SPACES TO WS-MOTIF-EXCEPTION
           PERFORM 02D-CHERCHE-DOUBLON
           INITIALIZE AUT-ZCMA
           MOVE 'SEL'         TO AUT-FONCTION
           MOVE CL-COMPTE     TO AUT-COMPTE
           MOVE CL-CODE-AUTOR TO AUT-CODE-AUTOR
           CALL 'MAAUT' USING AUT-ZCMA
           EVALUATE TRUE
              WHEN WS-DOUBLON
                 MOVE 'COMPENSATION EN DOUBLE' TO WS-MOTIF-EXCEPTION
              WHEN AUT-CODRET = '04'
                 MOVE 'COMPENSATION SANS AUTORISATION'
                   TO WS-MOTIF-EXCEPTION
                 ADD 1 TO WS-NB-SANS-AUTOR
              WHEN AUT-CODRET NOT = '00'
                 MOVE AUT-LIBRET TO WS-MOTIF-EXCEPTION
              WHEN AUT-AUT-COMPENSEE
                 MOVE 'AUTORISATION DEJA COMPENSEE'
                   TO WS-MOTIF-EXCEPTION
              WHEN WS-NB-APPARIES >= 5000
                 MOVE 'TABLE PLEINE - A REPRESENTER'
                   TO WS-MOTIF-EXCEPTION
                 MOVE 24 TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-MOTIF-EXCEPTION NOT = SPACES
              PERFORM 02J-ECRIT-EXCEPTION-COMPENS
           ELSE
              PERFORM 02E-EMET-COMPENSATION
              IF AUT-AUT-EXPIREE
                 MOVE 'COMPENSATION APRES EXPIRATION'
                   TO WS-MOTIF-EXCEPTION
                 PERFORM 02J-ECRIT-EXCEPTION-COMPENS
              END-IF
              IF CL-MONTANT > AUT-MONTANT-AUTOR
                 MOVE 'MONTANT SUPERIEUR A L AUTORISE'
                   TO WS-MOTIF-EXCEPTION
                 PERFORM 02J-ECRIT-EXCEPTION-COMPENS
              END-IF
           END-IF
           .

       02D-CHERCHE-DOUBLON.
           MOVE 'N' TO WS-DOUBLON-SW
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-NB-APPARIES OR WS-DOUBLON
              IF WS-AP-COMPTE(WS-AX) = CL-COMPTE
                 AND WS-AP-CODE-AUTOR(WS-AX) = CL-CODE-AUTOR
                 MOVE 'O' TO WS-DOUBLON-SW
              END-IF
           END-PERFORM
           .

       02E-EMET-COMPENSATION.
           MOVE CL-CODE-AUTOR TO WS-REF-AUTOR
           MOVE CL-DATE(9:2)  TO WS-REF-JOUR
           INITIALIZE F1-ENREG-00
           MOVE '10'          TO F1-TYPE-10
           MOVE CL-COMPTE     TO F1-COMPTE
           MOVE WS-CODE-CARTE TO F1-CODE-OPER
           MOVE WS-REF-OPER   TO F1-REF-OPER
           MOVE CL-CODE-DEV   TO F1-CODE-DEV
           MOVE CL-MONTANT    TO F1-MONTANT-OPER
           MOVE SPACES        TO F1-CODE-OPER-ANNULE
           MOVE SPACES        TO F1-REF-OPER-ANNULE
           MOVE 'N'           TO F1-AUTORISATION
           MOVE SPACES        TO F1-DATE-VALEUR
           MOVE CL-COMMERCANT TO F1-LIBELLE-OPER
           WRITE FLUX-ENREG FROM F1-ENREG-00
           ADD 1 TO WS-NB-LOT
           ADD F1-MONTANT-OPER TO WS-MT-LOT
           MOVE F1-ENREG-00 TO WS-ENREG-10-SAUVE
           PERFORM 02L-CUMULE-CHECKSUM
           ADD 1 TO WS-NB-APPARIES
           SET WS-AX TO WS-NB-APPARIES
           MOVE CL-COMPTE     TO WS-AP-COMPTE(WS-AX)
           MOVE CL-CODE-AUTOR TO WS-AP-CODE-AUTOR(WS-AX)
           MOVE CL-MONTANT    TO WS-AP-MONTANT(WS-AX)
           MOVE WS-REF-OPER   TO WS-AP-REF-OPER(WS-AX)
           .

       02F-CLOT-LOT.
           MOVE '98'                TO F1-TYPE-98
           MOVE 1                   TO F1-NB-ENREG-00
           MOVE 0                   TO F1-NB-ENREG-01
           MOVE WS-NB-LOT           TO F1-NB-ENREG-10
           MOVE WS-CHECKSUM-COURANT TO F1-CHECKSUM-10
           WRITE FLUX-ENREG FROM F1-ENREG-98
           MOVE '99'      TO F1-TYPE-99
           MOVE WS-NB-LOT TO F1-NB-OPERATIONS
           MOVE WS-MT-LOT TO F1-MT-GLOBAL
           WRITE FLUX-ENREG FROM F1-ENREG-99
           CLOSE FLUXOUT
           .

      * LE BLOCAGE DE CHAQUE AUTORISATION APPARIEE EST LIBERE,
      * L'AUTORISATION PASSE COMPENSEE AVEC LA REFERENCE EMISE.
       02G-LIBERE-BLOCAGES.
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-NB-APPARIES
              INITIALIZE AUT-ZCMA
              MOVE 'SEL'                   TO AUT-FONCTION
              MOVE WS-AP-COMPTE(WS-AX)     TO AUT-COMPTE
              MOVE WS-AP-CODE-AUTOR(WS-AX) TO AUT-CODE-AUTOR
              CALL 'MAAUT' USING AUT-ZCMA
              IF AUT-CODRET = '00'
                 MOVE 0                     TO AUT-MONTANT-BLOQUE
                 MOVE 'C'                   TO AUT-STATUT
                 MOVE WS-DATE-JOUR          TO AUT-DATE-LIBERATION
                 MOVE WS-AP-MONTANT(WS-AX)  TO AUT-MONTANT-COMPENSE
                 MOVE WS-AP-REF-OPER(WS-AX) TO AUT-REF-OPER
                 MOVE 'UPD'                 TO AUT-FONCTION
                 CALL 'MAAUT' USING AUT-ZCMA
              END-IF
              IF AUT-CODRET NOT = '00'
                 ADD 1 TO WS-NB-MAJ-KO
                 DISPLAY 'GKCRTCLR - BLOCAGE NON LIBERE : '
                         WS-AP-COMPTE(WS-AX) ' '
                         WS-AP-CODE-AUTOR(WS-AX) ' - ' AUT-LIBRET
              END-IF
           END-PERFORM
           .

      * PARCOURS DES AUTORISATIONS RESTEES OUVERTES (MAAUT DEB/SUI) :
      * CELLES DONNEES AVANT LA LIMITE EXPIRENT, LEUR BLOCAGE EST
      * LIBERE ET ELLES SORTENT SUR L'ETAT D'EXCEPTIONS.
       02H-EXPIRE-AUTORISATIONS.
           INITIALIZE AUT-ZCMA
           MOVE 'DEB' TO AUT-FONCTION
           CALL 'MAAUT' USING AUT-ZCMA
           PERFORM UNTIL AUT-CODRET NOT = '00'
              STRING AUT-DATE-AUTOR(1:4) AUT-DATE-AUTOR(6:2)
                     AUT-DATE-AUTOR(9:2)
                     DELIMITED BY SIZE INTO WS-DATE-NUM
              COMPUTE WS-JOURS-AUTOR =
                      FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              IF WS-JOURS-AUTOR < WS-JOURS-LIMITE
                 IF WS-NB-EXPIREES >= 5000
                    DISPLAY 'GKCRTCLR - TABLE DES EXPIRATIONS PLEINE,'
                            ' REPORTEE : ' AUT-COMPTE ' '
                            AUT-CODE-AUTOR
                    MOVE 24 TO RETURN-CODE
                 ELSE
                    ADD 1 TO WS-NB-EXPIREES
                    SET WS-EX TO WS-NB-EXPIREES
                    MOVE AUT-COMPTE     TO WS-EX-COMPTE(WS-EX)
                    MOVE AUT-CODE-AUTOR TO WS-EX-CODE-AUTOR(WS-EX)
                    MOVE 'AUTORISATION EXPIREE'
                      TO WS-MOTIF-EXCEPTION
                    PERFORM 02K-ECRIT-EXCEPTION-AUTOR
                 END-IF
              END-IF
              MOVE 'SUI' TO AUT-FONCTION
              CALL 'MAAUT' USING AUT-ZCMA
           END-PERFORM
           IF AUT-CODRET NOT = '04'
              DISPLAY 'GKCRTCLR - PARCOURS TBAUT EN ERREUR : '
                      AUT-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-NB-EXPIREES
              PERFORM 02I-MAJ-EXPIREE
           END-PERFORM
           .

       02I-MAJ-EXPIREE.
           INITIALIZE AUT-ZCMA
           MOVE 'SEL'                   TO AUT-FONCTION
           MOVE WS-EX-COMPTE(WS-EX)     TO AUT-COMPTE
           MOVE WS-EX-CODE-AUTOR(WS-EX) TO AUT-CODE-AUTOR
           CALL 'MAAUT' USING AUT-ZCMA
           IF AUT-CODRET = '00'
              MOVE 0            TO AUT-MONTANT-BLOQUE
              MOVE 'E'          TO AUT-STATUT
              MOVE WS-DATE-JOUR TO AUT-DATE-LIBERATION
              MOVE 'UPD'        TO AUT-FONCTION
              CALL 'MAAUT' USING AUT-ZCMA
           END-IF
           IF AUT-CODRET NOT = '00'
              ADD 1 TO WS-NB-MAJ-KO
              DISPLAY 'GKCRTCLR - EXPIRATION NON ENREGISTREE : '
                      WS-EX-COMPTE(WS-EX) ' '
                      WS-EX-CODE-AUTOR(WS-EX) ' - ' AUT-LIBRET
           END-IF
           .

       02J-ECRIT-EXCEPTION-COMPENS.
           MOVE WS-MOTIF-EXCEPTION TO WS-LE-MOTIF
           MOVE CL-COMPTE          TO WS-LE-COMPTE
           MOVE CL-CODE-AUTOR      TO WS-LE-CODE-AUTOR
           MOVE CL-NUM-CARTE       TO WS-LE-NUM-CARTE
           MOVE CL-DATE            TO WS-LE-DATE
           MOVE CL-MONTANT         TO WS-LE-MONTANT
           MOVE CL-COMMERCANT      TO WS-LE-COMMERCANT
           WRITE EXC-ENREG FROM WS-LIGNE-EXCEPTION
           ADD 1 TO WS-NB-EXCEPTIONS
           .

       02K-ECRIT-EXCEPTION-AUTOR.
           MOVE WS-MOTIF-EXCEPTION TO WS-LE-MOTIF
           MOVE AUT-COMPTE         TO WS-LE-COMPTE
           MOVE AUT-CODE-AUTOR     TO WS-LE-CODE-AUTOR
           MOVE AUT-NUM-CARTE      TO WS-LE-NUM-CARTE
           MOVE AUT-DATE-AUTOR     TO WS-LE-DATE
           MOVE AUT-MONTANT-AUTOR  TO WS-LE-MONTANT
           MOVE AUT-COMMERCANT     TO WS-LE-COMMERCANT
           WRITE EXC-ENREG FROM WS-LIGNE-EXCEPTION
           ADD 1 TO WS-NB-EXCEPTIONS
           .

       02L-CUMULE-CHECKSUM.
           PERFORM VARYING WS-CKS-IX FROM 1 BY 1
                   UNTIL WS-CKS-IX > 80
              COMPUTE WS-CHECKSUM-COURANT =
                      FUNCTION MOD(WS-CHECKSUM-COURANT
                      + FUNCTION ORD(WS-ENREG-10-SAUVE(WS-CKS-IX:1)),
                      1000000000)
           END-PERFORM
           .
