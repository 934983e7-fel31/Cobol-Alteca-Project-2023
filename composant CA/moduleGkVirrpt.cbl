      *********************************************************
      * PROGRAM NAME:  GKVIRRPT                               *
      * PROGRAM OBJET :ETAT QUOTIDIEN DES ENCAISSEMENTS DES   *
      *                CLIENTS ENTREPRISES PAR NUMERO DE      *
      *                COMPTE VIRTUEL : POUR CHAQUE COMPTE    *
      *                MAITRE DE TBVIR (PARCOURS MAVIR), LES  *
      *                LIGNES TBHIS DU JOUR ADRESSEES A UN    *
      *                NUMERO VIRTUEL (MAHIS VDB/VSU) SONT    *
      *                EDITEES ET TOTALISEES PAR NUMERO, PUIS *
      *                POUR LE COMPTE MAITRE ; UNE PAGE PAR   *
      *                COMPTE MAITRE                          *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - RAPPROCHEMENT DES          *
      *          ENCAISSEMENTS PAR NUMERO VIRTUEL              *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKVIRRPT.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ETAT DES ENCAISSEMENTS, UNE PAGE PAR COMPTE MAITRE
            SELECT EDITION ASSIGN TO DDVIRRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EDI.

       DATA DIVISION.
       FILE SECTION.

       FD EDITION.
       01 EDI-ENREG PIC X(132).

       WORKING-STORAGE SECTION.

       COPY ZAVIR   REPLACING ==()== BY ==VIR==.
       COPY HISFUNC REPLACING ==()== BY ==HIS==.
       COPY ZACLI   REPLACING ==()== BY ==CLI==.

      * JOURNEE EDITEE, RECUE EN SYSIN (YYYY-MM-DD) ; A BLANC, LA
      * DATE DU JOUR EST RETENUE.
       01 WS-PARM-CARD.
         05 WS-PARM-DATE    PIC X(10).
         05 FILLER          PIC X(70).
       01 WS-DATE-RAPPORT PIC X(10).
       01 WS-DATE-SYSTEME PIC X(21).

      * COMPTE MAITRE EN COURS (RUPTURE SUR LE PARCOURS TBVIR, TRIE
      * PAR COMPTE MAITRE) : UN COMPTE MAITRE DONT TOUTES LES PLAGES
      * SONT REVOQUEES N'EST EDITE QUE S'IL A ENCORE ENCAISSE.
       01 WS-MAITRE-COURANT PIC X(11).
       01 WS-CODCLI-COURANT PIC X(08).
       01 WS-MAITRE-ACTIF-SW PIC X(01).
         88 WS-MAITRE-ACTIF VALUE 'O'.
       01 WS-PAGE-SW PIC X(01).
         88 WS-PAGE-OUVERTE VALUE 'O'.

      * NUMERO VIRTUEL EN COURS (RUPTURE SUR LES LIGNES TBHIS).
       01 WS-VIRTUEL-COURANT PIC X(11).

       01 WS-NUM-NB      PIC 9(06).
       01 WS-NUM-MT      PIC S9(13)V99.
       01 WS-MAI-NB      PIC 9(06).
       01 WS-MAI-MT      PIC S9(13)V99.

       01 WS-LIGNE-TITRE.
         05 FILLER       PIC X(33)
                         VALUE 'ENCAISSEMENTS PAR NUMERO VIRTUEL '.
         05 FILLER       PIC X(03) VALUE 'DU '.
         05 WS-LT-DATE   PIC X(10).
         05 FILLER       PIC X(16) VALUE ' COMPTE MAITRE '.
         05 WS-LT-MAITRE PIC X(11).
         05 FILLER       PIC X(08) VALUE ' CLIENT '.
         05 WS-LT-CODCLI PIC X(08).
         05 FILLER       PIC X(01) VALUE SPACES.
         05 WS-LT-NOM    PIC X(30).
         05 FILLER       PIC X(12) VALUE SPACES.

       01 WS-LIGNE-ENTETE.
         05 FILLER PIC X(13) VALUE 'NUMERO VIRT.'.
         05 FILLER PIC X(11) VALUE 'DATE OPER.'.
         05 FILLER PIC X(11) VALUE 'REFERENCE'.
         05 FILLER PIC X(04) VALUE 'COD'.
         05 FILLER PIC X(15) VALUE 'LIBELLE'.
         05 FILLER PIC X(04) VALUE 'DEV'.
         05 FILLER PIC X(20) VALUE '            MONTANT'.
         05 FILLER PIC X(54) VALUE SPACES.

       01 WS-LIGNE-DETAIL.
         05 WS-LD-VIRTUEL    PIC X(11).
         05 FILLER           PIC X(02) VALUE SPACES.
         05 WS-LD-DATE       PIC X(10).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LD-REF        PIC X(10).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LD-CODE       PIC X(03).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LD-LIBELLE    PIC X(14).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LD-DEV        PIC X(03).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LD-MONTANT    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER           PIC X(55) VALUE SPACES.

       01 WS-LIGNE-TOTAL.
         05 WS-LX-LIBELLE    PIC X(13).
         05 WS-LX-COMPTE     PIC X(11).
         05 FILLER           PIC X(16) VALUE ' ENCAISSEMENTS '.
         05 WS-LX-NB         PIC ZZZ,ZZ9.
         05 FILLER           PIC X(10) VALUE ' MONTANT '.
         05 WS-LX-MONTANT    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER           PIC X(56) VALUE SPACES.

       01 WS-LIGNE-NEANT.
         05 FILLER PIC X(40)
                   VALUE 'AUCUN ENCAISSEMENT SUR NUMERO VIRTUEL'.
         05 FILLER PIC X(92) VALUE SPACES.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

       01 WS-RUN-COUNTERS.
         05 WS-NB-PLAGES        PIC 9(06) VALUE 0.
         05 WS-NB-MAITRES       PIC 9(06) VALUE 0.
         05 WS-NB-PAGES         PIC 9(06) VALUE 0.
         05 WS-NB-NUMEROS       PIC 9(06) VALUE 0.
         05 WS-NB-ENCAISSEMENTS PIC 9(09) VALUE 0.
         05 WS-NB-ERREURS       PIC 9(06) VALUE 0.

       01 WS-FS-EDI PIC X(02).
         88 FS-EDI-OK VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
           INITIALIZE WS-RUN-COUNTERS
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-DATE = SPACES
              MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
              STRING WS-DATE-SYSTEME(1:4) '-'
                     WS-DATE-SYSTEME(5:2) '-'
                     WS-DATE-SYSTEME(7:2)
                     DELIMITED BY SIZE INTO WS-DATE-RAPPORT
           ELSE
              MOVE WS-PARM-DATE TO WS-DATE-RAPPORT
           END-IF
           OPEN OUTPUT EDITION
           IF NOT FS-EDI-OK
              DISPLAY 'GKVIRRPT - OPEN DDVIRRPT EN ERREUR : '
                      WS-FS-EDI
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

      * PARCOURS DES PLAGES TBVIR, GROUPEES PAR COMPTE MAITRE : LE
      * COMPTE MAITRE EST EDITE A LA RUPTURE, UNE FOIS TOUTES SES
      * PLAGES VUES.
       02-TREATMENT.
           MOVE SPACES TO WS-MAITRE-COURANT
           INITIALIZE VIR-ZCMA
           MOVE 'DEB' TO VIR-FONCTION
           CALL 'MAVIR' USING VIR-ZCMA
           PERFORM UNTIL VIR-CODRET NOT = '00'
              IF VIR-COMPTE NOT = WS-MAITRE-COURANT
                 IF WS-MAITRE-COURANT NOT = SPACES
                    PERFORM 02A-EDITE-MAITRE
                 END-IF
                 ADD 1 TO WS-NB-MAITRES
                 MOVE VIR-COMPTE TO WS-MAITRE-COURANT
                 MOVE VIR-CODCLI TO WS-CODCLI-COURANT
                 MOVE 'N'        TO WS-MAITRE-ACTIF-SW
              END-IF
              ADD 1 TO WS-NB-PLAGES
              IF VIR-PLAGE-ACTIVE
                 SET WS-MAITRE-ACTIF TO TRUE
              END-IF
              MOVE 'SUI' TO VIR-FONCTION
              CALL 'MAVIR' USING VIR-ZCMA
           END-PERFORM
           IF VIR-CODRET NOT = '04'
              ADD 1 TO WS-NB-ERREURS
              DISPLAY 'GKVIRRPT - PARCOURS TBVIR EN ERREUR : '
                      VIR-LIBRET
           END-IF
           IF WS-MAITRE-COURANT NOT = SPACES
              PERFORM 02A-EDITE-MAITRE
           END-IF
           .

      * LIGNES DU JOUR DU COMPTE MAITRE ADRESSEES A UN NUMERO
      * VIRTUEL, SERVIES PAR NUMERO PUIS DANS L'ORDRE DE POSTE :
      * SOUS-TOTAL A CHAQUE CHANGEMENT DE NUMERO, TOTAL DU MAITRE EN
      * FIN DE PAGE. LE MONTANT EST CELUI APPLIQUE AU SOLDE DANS LA
      * DEVISE DU COMPTE (UNE CONTRE-PASSATION VIENT EN DEDUCTION).
       02A-EDITE-MAITRE.
           MOVE 'N'    TO WS-PAGE-SW
           MOVE SPACES TO WS-VIRTUEL-COURANT
           MOVE 0      TO WS-MAI-NB
           MOVE 0      TO WS-MAI-MT
           INITIALIZE HIS-ZCMA
           MOVE 'VDB'             TO HIS-FONCTION
           MOVE WS-MAITRE-COURANT TO HIS-COMPTE
           MOVE WS-DATE-RAPPORT   TO HIS-DATE-DEBUT
           MOVE WS-DATE-RAPPORT   TO HIS-DATE-FIN
           CALL 'MAHIS' USING HIS-ZCMA
           IF HIS-CODRET = '00' OR WS-MAITRE-ACTIF
              PERFORM 02B-EDITE-ENTETE
           END-IF
           PERFORM UNTIL HIS-CODRET NOT = '00'
              IF HIS-COMPTE-VIRTUEL NOT = WS-VIRTUEL-COURANT
                 IF WS-VIRTUEL-COURANT NOT = SPACES
                    PERFORM 02D-EDITE-SOUS-TOTAL
                 END-IF
                 ADD 1 TO WS-NB-NUMEROS
                 MOVE HIS-COMPTE-VIRTUEL TO WS-VIRTUEL-COURANT
                 MOVE 0 TO WS-NUM-NB
                 MOVE 0 TO WS-NUM-MT
              END-IF
              PERFORM 02C-EDITE-ENCAISSEMENT
              MOVE 'VSU' TO HIS-FONCTION
              CALL 'MAHIS' USING HIS-ZCMA
           END-PERFORM
           IF HIS-CODRET NOT = '04'
              ADD 1 TO WS-NB-ERREURS
              DISPLAY 'GKVIRRPT - LECTURE TBHIS EN ERREUR, COMPTE '
                      WS-MAITRE-COURANT ' : ' HIS-LIBRET
           END-IF
           IF WS-VIRTUEL-COURANT NOT = SPACES
              PERFORM 02D-EDITE-SOUS-TOTAL
           END-IF
           IF WS-PAGE-OUVERTE
              PERFORM 02E-EDITE-TOTAL-MAITRE
           END-IF
           .

       02B-EDITE-ENTETE.
           SET WS-PAGE-OUVERTE TO TRUE
           ADD 1 TO WS-NB-PAGES
           INITIALIZE CLI-ZCMA
           MOVE 'SEL'             TO CLI-FONCTION
           MOVE WS-CODCLI-COURANT TO CLI-ID
           CALL 'MACLI' USING CLI-ZCMA
           IF CLI-CODRET NOT = '00'
              MOVE SPACES TO CLI-NOM
           END-IF
           MOVE WS-DATE-RAPPORT   TO WS-LT-DATE
           MOVE WS-MAITRE-COURANT TO WS-LT-MAITRE
           MOVE WS-CODCLI-COURANT TO WS-LT-CODCLI
           MOVE CLI-NOM           TO WS-LT-NOM
           WRITE EDI-ENREG FROM WS-LIGNE-TITRE
                 AFTER ADVANCING PAGE
           WRITE EDI-ENREG FROM WS-LIGNE-VIDE
           WRITE EDI-ENREG FROM WS-LIGNE-ENTETE
           .

       02C-EDITE-ENCAISSEMENT.
           ADD 1 TO WS-NB-ENCAISSEMENTS
           ADD 1 TO WS-NUM-NB
           ADD 1 TO WS-MAI-NB
           ADD HIS-MT-COMPTE TO WS-NUM-MT
           ADD HIS-MT-COMPTE TO WS-MAI-MT
           MOVE HIS-COMPTE-VIRTUEL TO WS-LD-VIRTUEL
           MOVE HIS-DATE-OPER      TO WS-LD-DATE
           MOVE HIS-REF-OPER       TO WS-LD-REF
           MOVE HIS-CODE-OPER      TO WS-LD-CODE
           MOVE HIS-LIBELLE-OPER   TO WS-LD-LIBELLE
           MOVE HIS-DEV-COMPTE     TO WS-LD-DEV
           MOVE HIS-MT-COMPTE      TO WS-LD-MONTANT
           WRITE EDI-ENREG FROM WS-LIGNE-DETAIL
           .

       02D-EDITE-SOUS-TOTAL.
           MOVE 'TOTAL NUMERO '    TO WS-LX-LIBELLE
           MOVE WS-VIRTUEL-COURANT TO WS-LX-COMPTE
           MOVE WS-NUM-NB          TO WS-LX-NB
           MOVE WS-NUM-MT          TO WS-LX-MONTANT
           WRITE EDI-ENREG FROM WS-LIGNE-TOTAL
           WRITE EDI-ENREG FROM WS-LIGNE-VIDE
           .

       02E-EDITE-TOTAL-MAITRE.
           IF WS-MAI-NB = 0
              WRITE EDI-ENREG FROM WS-LIGNE-NEANT
           END-IF
           MOVE 'TOTAL MAITRE '   TO WS-LX-LIBELLE
           MOVE WS-MAITRE-COURANT TO WS-LX-COMPTE
           MOVE WS-MAI-NB         TO WS-LX-NB
           MOVE WS-MAI-MT         TO WS-LX-MONTANT
           WRITE EDI-ENREG FROM WS-LIGNE-TOTAL
           .

       03-ENDPGM.
           CLOSE EDITION
           DISPLAY '**********************************'
           DISPLAY '*************GKVIRRPT*************'
           DISPLAY '**********************************'
           DISPLAY '* JOURNEE             : ' WS-DATE-RAPPORT
           DISPLAY '* PLAGES PARCOURUES   : ' WS-NB-PLAGES
           DISPLAY '* COMPTES MAITRES     : ' WS-NB-MAITRES
           DISPLAY '* PAGES EDITEES       : ' WS-NB-PAGES
           DISPLAY '* NUMEROS ENCAISSANTS : ' WS-NB-NUMEROS
           DISPLAY '* ENCAISSEMENTS       : ' WS-NB-ENCAISSEMENTS
           DISPLAY '* ERREURS DE LECTURE  : ' WS-NB-ERREURS
           DISPLAY '**********************************'
           IF WS-NB-ERREURS > 0
              MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN
           .
