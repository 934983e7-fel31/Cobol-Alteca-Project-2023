      *********************************************************
      * PROGRAM NAME:  GKHOLDRV                               *
      * PROGRAM OBJET :REVUE EN LIGNE DES OPERATIONS EN       *
      *                ATTENTE DU STORE INDEXE HOLDPEND : PAR  *
      *                PAGES DE DIX, LES OPERATIONS ENCORE EN *
      *                ATTENTE AVEC LEUR MOTIF, LEUR          *
      *                ANCIENNETE ET LE VERDICT DEJA SAISI ;  *
      *                SUR UNE LIGNE CHOISIE, LE CONTEXTE DU  *
      *                COMPTE (TBCPT) ET LA SAISIE DU VERDICT *
      *                APPROVE/REJECT AVEC LE COMMENTAIRE ET  *
      *                L'IDENTIFIANT DU REVISEUR, CONSOMMES   *
      *                PAR GKHOLDRL AU RUN SUIVANT            *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - ECRAN DE REVUE DES         *
      *          OPERATIONS EN ATTENTE                         *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKHOLDRV.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    STORE INDEXE DES OPERATIONS EN ATTENTE DE DISPOSITION
      *    (CLE COMPTE + REF-OPER), ALIMENTE PAR GKHOLDRL : PARCOURU
      *    POUR LA LISTE, RELU ET REECRIT A LA SAISIE D'UN VERDICT
            SELECT HOLDPEND ASSIGN TO DDHOLDPEND
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PD-CLE
            FILE STATUS IS WS-FS-PEND.

       DATA DIVISION.
       FILE SECTION.

       FD HOLDPEND.
       COPY CPEND REPLACING ==()== BY ==PD==.

       WORKING-STORAGE SECTION.

       COPY CPTFUNC.
       COPY CFLUX   REPLACING ==()== BY ==F1==.

      * ZONES SAISIES A L'ECRAN : COMPTE DE DEPART DE LA LISTE, PAGE
      * SUIVANTE, NUMERO DE LIGNE CHOISIE AVEC SON VERDICT ('A'
      * APPROVE, 'R' REJECT, 'X' ANNULE LE VERDICT SAISI) ET LE
      * COMMENTAIRE DU REVISEUR ; 'O' EN FIN TERMINE LA REVUE.
       01 WS-SAISIE-COMPTE  PIC X(11).
       01 WS-SAISIE-SUITE   PIC X(01).
         88 WS-PAGE-SUIVANTE    VALUE 'S' 's'.
       01 WS-SAISIE-LIGNE   PIC 9(02).
       01 WS-SAISIE-VERDICT PIC X(01).
         88 WS-SAISIE-APPROVE   VALUE 'A' 'a'.
         88 WS-SAISIE-REJECT    VALUE 'R' 'r'.
         88 WS-SAISIE-ANNULE    VALUE 'X' 'x'.
         88 WS-SAISIE-SANS-VERDICT VALUE SPACE.
       01 WS-SAISIE-COMMENT PIC X(30).
       01 WS-SAISIE-FIN     PIC X(01).
         88 WS-FIN-REVUE        VALUE 'O' 'o'.

      * IDENTIFIANT DU REVISEUR : UTILISATEUR DE LA SESSION, TRACE
      * DANS CHAQUE VERDICT ENREGISTRE.
       01 WS-UTILISATEUR    PIC X(08).

       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).
       01 WS-HEURE-JOUR   PIC X(08).
       01 WS-DATE-NUM     PIC 9(08).
       01 WS-JOURS-AUJOURD PIC 9(08).
       01 WS-JOURS-ENTREE  PIC 9(08).
       01 WS-NB-JOURS      PIC 9(04).

      * PAGE AFFICHEE : CLES DES DIX OPERATIONS EN ATTENTE LISTEES,
      * POUR RETROUVER L'ENTREE DESIGNEE PAR SON NUMERO DE LIGNE ;
      * LA CLE DE DEPART PERMET DE REAFFICHER LA MEME PAGE APRES
      * UNE SAISIE.
       01 WS-PAGE-MAX     PIC 9(02) VALUE 10.
       01 WS-NB-PAGE      PIC 9(02).
       01 WS-TAB-PAGE.
         05 WS-PG-CLE OCCURS 10 TIMES PIC X(21).
      * PAGE SUIVANTE : POSITIONNEMENT STRICTEMENT APRES LA
      * DERNIERE CLE LISTEE ; SINON A PARTIR DE LA CLE DE DEPART.
       01 WS-CLE-DEBUT-PAGE PIC X(21).
       01 WS-START-SW       PIC X(01).
         88 WS-START-APRES    VALUE 'A'.
         88 WS-START-DEPUIS   VALUE 'D'.
       01 WS-FIN-STORE-SW PIC X(01).
         88 WS-FIN-STORE      VALUE 'O'.

       01 WS-TAB-ECRAN.
         05 WS-EC-LIGNE OCCURS 10 TIMES PIC X(79).
       01 WS-TAB-CONTEXTE.
         05 WS-EC-CONTEXTE OCCURS 3 TIMES PIC X(79).
       01 WS-MESSAGE PIC X(79).

       01 WS-LIGNE-ATTENTE.
         05 WS-LA-NUMERO    PIC Z9.
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LA-COMPTE    PIC X(11).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LA-REF       PIC X(10).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LA-CODE      PIC X(03).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LA-MONTANT   PIC ZZZZZZZZ9.99.
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LA-AGE       PIC ZZZ9.
         05 FILLER          PIC X(02) VALUE 'J '.
         05 WS-LA-MOTIF     PIC X(20).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LA-VERDICT   PIC X(07).
         05 FILLER          PIC X(02) VALUE SPACES.

       01 WS-LIGNE-CPT.
         05 FILLER          PIC X(07) VALUE 'COMPTE '.
         05 WS-LC-COMPTE    PIC X(11).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LC-NOM       PIC X(20).
         05 FILLER          PIC X(08) VALUE ' STATUT '.
         05 WS-LC-STATUT    PIC X(10).
         05 FILLER          PIC X(07) VALUE ' SOLDE '.
         05 WS-LC-SOLDE     PIC -ZZZZZZZZZZZ9.99.
         05 FILLER          PIC X(01) VALUE SPACES.

       01 WS-LIGNE-ENTREE.
         05 FILLER          PIC X(14) VALUE 'EN ATTENTE LE '.
         05 WS-LE-DATE      PIC X(10).
         05 FILLER          PIC X(09) VALUE ' ORIGINE '.
         05 WS-LE-ORIGINE   PIC X(03).
         05 FILLER          PIC X(07) VALUE ' MOTIF '.
         05 WS-LE-MOTIF     PIC X(30).
         05 FILLER          PIC X(06) VALUE SPACES.

       01 WS-LIGNE-VERDICT.
         05 FILLER          PIC X(08) VALUE 'VERDICT '.
         05 WS-LV-VERDICT   PIC X(07).
         05 FILLER          PIC X(05) VALUE ' PAR '.
         05 WS-LV-REVISEUR  PIC X(08).
         05 FILLER          PIC X(04) VALUE ' LE '.
         05 WS-LV-DATE      PIC X(10).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LV-HEURE     PIC X(05).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-LV-COMMENT   PIC X(30).

       01 WS-FS-PEND PIC X(02).
         88 FS-PEND-OK      VALUE '00'.
         88 FS-PEND-ABSENT  VALUE '35'.

       SCREEN SECTION.
       01 ECRAN-REVUE.
         05 BLANK SCREEN.
         05 LINE 01 COL 01 VALUE 'GKHOLDRV'.
         05 LINE 01 COL 22
            VALUE 'REVUE DES OPERATIONS EN ATTENTE'.
         05 LINE 01 COL 60 PIC X(08) FROM WS-UTILISATEUR.
         05 LINE 01 COL 70 PIC X(10) FROM WS-DATE-JOUR.
         05 LINE 03 COL 01 VALUE 'A PARTIR DU COMPTE :'.
         05 LINE 03 COL 22 PIC X(11) USING WS-SAISIE-COMPTE.
         05 LINE 03 COL 36 VALUE 'SUIVANTE (S) :'.
         05 LINE 03 COL 51 PIC X(01) USING WS-SAISIE-SUITE.
         05 LINE 03 COL 56 VALUE 'FIN (O) :'.
         05 LINE 03 COL 66 PIC X(01) USING WS-SAISIE-FIN.
         05 LINE 05 COL 01
            VALUE 'NO COMPTE      REF-OPER   COD      MONTANT'.
         05 LINE 05 COL 44
            VALUE '  AGE  MOTIF                VERDICT'.
         05 LINE 06 COL 01 PIC X(79) FROM WS-EC-LIGNE(1).
         05 LINE 07 COL 01 PIC X(79) FROM WS-EC-LIGNE(2).
         05 LINE 08 COL 01 PIC X(79) FROM WS-EC-LIGNE(3).
         05 LINE 09 COL 01 PIC X(79) FROM WS-EC-LIGNE(4).
         05 LINE 10 COL 01 PIC X(79) FROM WS-EC-LIGNE(5).
         05 LINE 11 COL 01 PIC X(79) FROM WS-EC-LIGNE(6).
         05 LINE 12 COL 01 PIC X(79) FROM WS-EC-LIGNE(7).
         05 LINE 13 COL 01 PIC X(79) FROM WS-EC-LIGNE(8).
         05 LINE 14 COL 01 PIC X(79) FROM WS-EC-LIGNE(9).
         05 LINE 15 COL 01 PIC X(79) FROM WS-EC-LIGNE(10).
         05 LINE 17 COL 01 VALUE 'LIGNE :'.
         05 LINE 17 COL 09 PIC 9(02) USING WS-SAISIE-LIGNE.
         05 LINE 17 COL 13 VALUE 'VERDICT (A/R/X) :'.
         05 LINE 17 COL 31 PIC X(01) USING WS-SAISIE-VERDICT.
         05 LINE 17 COL 34 VALUE 'COMMENTAIRE :'.
         05 LINE 17 COL 48 PIC X(30) USING WS-SAISIE-COMMENT.
         05 LINE 19 COL 01 PIC X(79) FROM WS-EC-CONTEXTE(1).
         05 LINE 20 COL 01 PIC X(79) FROM WS-EC-CONTEXTE(2).
         05 LINE 21 COL 01 PIC X(79) FROM WS-EC-CONTEXTE(3).
         05 LINE 24 COL 01 PIC X(79) FROM WS-MESSAGE.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

      * LE STORE D'ATTENTE EST CREE PAR GKHOLDRL ; SANS LUI IL N'Y A
      * RIEN A REVOIR ET L'ECRAN NE S'OUVRE PAS.
       01-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           STRING WS-DATE-SYSTEME(1:4) '-' WS-DATE-SYSTEME(5:2) '-'
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-JOUR
           MOVE WS-DATE-SYSTEME(1:8) TO WS-DATE-NUM
           COMPUTE WS-JOURS-AUJOURD =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE SPACES TO WS-UTILISATEUR
           ACCEPT WS-UTILISATEUR FROM ENVIRONMENT 'USER'
           IF WS-UTILISATEUR = SPACES
              MOVE 'INCONNU' TO WS-UTILISATEUR
           END-IF
           OPEN I-O HOLDPEND
           IF NOT FS-PEND-OK
              DISPLAY 'GKHOLDRV - STORE D''ATTENTE INACCESSIBLE, '
                      'FILE STATUS ' WS-FS-PEND
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 02Z-VIDE-SAISIE
           MOVE SPACES TO WS-TAB-CONTEXTE
           MOVE LOW-VALUES TO WS-CLE-DEBUT-PAGE
           SET WS-START-DEPUIS TO TRUE
           PERFORM 02A-CHARGE-PAGE
           .

      * DIALOGUE : UNE LIGNE ET UN VERDICT ENREGISTRENT LA DECISION,
      * UNE LIGNE SEULE AFFICHE LE CONTEXTE DE L'OPERATION, SINON LA
      * LISTE EST REPOSITIONNEE (COMPTE DE DEPART OU PAGE SUIVANTE).
       02-TREATMENT.
           PERFORM UNTIL WS-FIN-REVUE
              DISPLAY ECRAN-REVUE
              ACCEPT ECRAN-REVUE
              IF NOT WS-FIN-REVUE
                 MOVE SPACES TO WS-MESSAGE
                 EVALUATE TRUE
                    WHEN WS-SAISIE-LIGNE NOT = 0
                       PERFORM 02C-TRAITE-LIGNE
                    WHEN WS-PAGE-SUIVANTE
                       IF WS-NB-PAGE = WS-PAGE-MAX
                          MOVE WS-PG-CLE(WS-NB-PAGE)
                            TO WS-CLE-DEBUT-PAGE
                          SET WS-START-APRES TO TRUE
                       ELSE
                          MOVE LOW-VALUES TO WS-CLE-DEBUT-PAGE
                       END-IF
                       MOVE SPACES TO WS-TAB-CONTEXTE
                       PERFORM 02A-CHARGE-PAGE
                    WHEN WS-SAISIE-COMPTE NOT = SPACES
                       MOVE SPACES TO WS-CLE-DEBUT-PAGE
                       MOVE WS-SAISIE-COMPTE
                         TO WS-CLE-DEBUT-PAGE(1:11)
                       MOVE SPACES TO WS-TAB-CONTEXTE
                       PERFORM 02A-CHARGE-PAGE
                    WHEN OTHER
                       PERFORM 02A-CHARGE-PAGE
                 END-EVALUATE
                 PERFORM 02Z-VIDE-SAISIE
              END-IF
           END-PERFORM
           .

       03-ENDPGM.
           CLOSE HOLDPEND
           STOP RUN
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * PAGE DE DIX OPERATIONS ENCORE EN ATTENTE A PARTIR DE LA CLE
      * DE DEPART ; LES OPERATIONS DEJA LIBEREES OU REJETEES SONT
      * SAUTEES.
       02A-CHARGE-PAGE.
           MOVE 0      TO WS-NB-PAGE
           MOVE SPACES TO WS-TAB-ECRAN WS-TAB-PAGE
           MOVE 'N'    TO WS-FIN-STORE-SW
           MOVE WS-CLE-DEBUT-PAGE TO PD-CLE
           IF WS-START-APRES
              START HOLDPEND KEY IS GREATER THAN PD-CLE
                 INVALID KEY SET WS-FIN-STORE TO TRUE
              END-START
           ELSE
              START HOLDPEND KEY IS NOT LESS THAN PD-CLE
                 INVALID KEY SET WS-FIN-STORE TO TRUE
              END-START
           END-IF
           PERFORM UNTIL WS-FIN-STORE OR WS-NB-PAGE = WS-PAGE-MAX
              READ HOLDPEND NEXT RECORD
                 AT END SET WS-FIN-STORE TO TRUE
              END-READ
              IF NOT WS-FIN-STORE AND PD-EN-ATTENTE
                 ADD 1 TO WS-NB-PAGE
                 MOVE PD-CLE TO WS-PG-CLE(WS-NB-PAGE)
                 PERFORM 02D-COMPOSE-LIGNE
                 MOVE WS-LIGNE-ATTENTE TO WS-EC-LIGNE(WS-NB-PAGE)
              END-IF
           END-PERFORM
           IF WS-NB-PAGE > 0
              MOVE WS-PG-CLE(1) TO WS-CLE-DEBUT-PAGE
           END-IF
           SET WS-START-DEPUIS TO TRUE
           IF WS-MESSAGE = SPACES
              EVALUATE TRUE
                 WHEN WS-NB-PAGE = 0
                    MOVE 'AUCUNE OPERATION EN ATTENTE DEPUIS CE COMPTE'
                      TO WS-MESSAGE
                 WHEN WS-FIN-STORE
                    MOVE 'FIN DE LISTE - SUIVANTE REPART DU DEBUT'
                      TO WS-MESSAGE
                 WHEN OTHER
                    MOVE 'CHOISIR UNE LIGNE OU DEMANDER LA SUIVANTE'
                      TO WS-MESSAGE
              END-EVALUATE
           END-IF
           .

      * LIGNE CHOISIE : RELUE PAR SA CLE (UN AUTRE REVISEUR OU LE
      * RUN DE NUIT A PU LA DISPOSER ENTRE-TEMPS), CONTEXTE AFFICHE,
      * PUIS VERDICT ENREGISTRE S'IL EN EST SAISI UN.
       02C-TRAITE-LIGNE.
           IF WS-SAISIE-LIGNE > WS-NB-PAGE
              MOVE 'NUMERO DE LIGNE ABSENT DE LA PAGE' TO WS-MESSAGE
           ELSE
              MOVE WS-PG-CLE(WS-SAISIE-LIGNE) TO PD-CLE
              READ HOLDPEND
                 INVALID KEY MOVE '23' TO WS-FS-PEND
              END-READ
              EVALUATE TRUE
                 WHEN NOT FS-PEND-OK
                    MOVE 'OPERATION ABSENTE DU STORE D''ATTENTE'
                      TO WS-MESSAGE
                 WHEN NOT PD-EN-ATTENTE
                    MOVE 'OPERATION DEJA DISPOSEE PAR GKHOLDRL'
                      TO WS-MESSAGE
                 WHEN WS-SAISIE-SANS-VERDICT
                    MOVE 'VERDICT : A APPROVE, R REJECT, X ANNULATION'
                      TO WS-MESSAGE
                 WHEN WS-SAISIE-APPROVE OR WS-SAISIE-REJECT
                                        OR WS-SAISIE-ANNULE
                    PERFORM 02E-ENREGISTRE-VERDICT
                 WHEN OTHER
                    MOVE 'VERDICT INVALIDE - A, R OU X'
                      TO WS-MESSAGE
              END-EVALUATE
              IF FS-PEND-OK
                 PERFORM 02F-AFFICHE-CONTEXTE
              END-IF
           END-IF
           PERFORM 02A-CHARGE-PAGE
           .

      * LIGNE DE LISTE DE L'ENTREE COURANTE DU STORE : ANCIENNETE
      * COMPTEE COMME DANS GKHOLDAGE (ENTREE DU JOUR = 1 JOUR).
       02D-COMPOSE-LIGNE.
           MOVE PD-10-F1 TO F1-ENREG-00
           STRING PD-DATE-ENTREE(1:4)
                  PD-DATE-ENTREE(6:2)
                  PD-DATE-ENTREE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-NUM
           COMPUTE WS-JOURS-ENTREE =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-NB-JOURS =
                   WS-JOURS-AUJOURD - WS-JOURS-ENTREE + 1
           IF WS-NB-JOURS < 1
              MOVE 1 TO WS-NB-JOURS
           END-IF
           MOVE WS-NB-PAGE      TO WS-LA-NUMERO
           MOVE PD-COMPTE       TO WS-LA-COMPTE
           MOVE PD-REF-OPER     TO WS-LA-REF
           MOVE F1-CODE-OPER    TO WS-LA-CODE
           MOVE F1-MONTANT-OPER TO WS-LA-MONTANT
           MOVE WS-NB-JOURS     TO WS-LA-AGE
           MOVE PD-MOTIF        TO WS-LA-MOTIF
           MOVE PD-VERDICT      TO WS-LA-VERDICT
           .

      * LE VERDICT, LE COMMENTAIRE, LE REVISEUR ET L'HORODATAGE SONT
      * REECRITS SUR L'ENTREE ; 'X' REMET L'ENTREE SANS VERDICT. LA
      * DISPOSITION ELLE-MEME RESTE FAITE PAR GKHOLDRL.
       02E-ENREGISTRE-VERDICT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           STRING WS-DATE-SYSTEME(9:2) ':' WS-DATE-SYSTEME(11:2) ':'
                  WS-DATE-SYSTEME(13:2)
                  DELIMITED BY SIZE INTO WS-HEURE-JOUR
           EVALUATE TRUE
              WHEN WS-SAISIE-APPROVE
                 SET PD-VERDICT-APPROVE TO TRUE
              WHEN WS-SAISIE-REJECT
                 SET PD-VERDICT-REJECT  TO TRUE
              WHEN OTHER
                 SET PD-SANS-VERDICT    TO TRUE
           END-EVALUATE
           MOVE WS-SAISIE-COMMENT TO PD-COMMENTAIRE
           MOVE WS-UTILISATEUR    TO PD-REVISEUR
           MOVE WS-DATE-JOUR      TO PD-DATE-VERDICT
           MOVE WS-HEURE-JOUR     TO PD-HEURE-VERDICT
           REWRITE PD-ENREG
              INVALID KEY MOVE '23' TO WS-FS-PEND
           END-REWRITE
           IF FS-PEND-OK
              MOVE SPACES TO WS-MESSAGE
              STRING 'VERDICT ENREGISTRE POUR ' PD-COMPTE ' '
                     PD-REF-OPER ' - APPLIQUE AU PROCHAIN GKHOLDRL'
                     DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
              MOVE SPACES TO WS-MESSAGE
              STRING 'ECHEC D''ENREGISTREMENT, FILE STATUS '
                     WS-FS-PEND
                     DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF
           .

      * CONTEXTE DE L'OPERATION CHOISIE : COMPTE TBCPT (NOM, STATUT,
      * SOLDE), ENTREE EN ATTENTE, VERDICT COURANT ET SA TRACE.
       02F-AFFICHE-CONTEXTE.
           MOVE SPACES TO WS-TAB-CONTEXTE
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'      TO CPT-FONCTION
           MOVE PD-COMPTE  TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA
           MOVE PD-COMPTE  TO WS-LC-COMPTE
           IF CPT-CODRET = '00'
              MOVE CPT-NOM   TO WS-LC-NOM
              PERFORM 02X-LIBELLE-STATUT
              MOVE CPT-SOLDE TO WS-LC-SOLDE
           ELSE
              MOVE CPT-LIBRET TO WS-LC-NOM
              MOVE SPACES     TO WS-LC-STATUT
              MOVE 0          TO WS-LC-SOLDE
           END-IF
           MOVE WS-LIGNE-CPT TO WS-EC-CONTEXTE(1)
           MOVE PD-DATE-ENTREE TO WS-LE-DATE
           MOVE PD-ORIGINE     TO WS-LE-ORIGINE
           MOVE PD-MOTIF       TO WS-LE-MOTIF
           MOVE WS-LIGNE-ENTREE TO WS-EC-CONTEXTE(2)
           IF PD-SANS-VERDICT
              MOVE 'AUCUN VERDICT SAISI' TO WS-EC-CONTEXTE(3)
           ELSE
              MOVE PD-VERDICT            TO WS-LV-VERDICT
              MOVE PD-REVISEUR           TO WS-LV-REVISEUR
              MOVE PD-DATE-VERDICT       TO WS-LV-DATE
              MOVE PD-HEURE-VERDICT(1:5) TO WS-LV-HEURE
              MOVE PD-COMMENTAIRE        TO WS-LV-COMMENT
              MOVE WS-LIGNE-VERDICT TO WS-EC-CONTEXTE(3)
           END-IF
           .

       02X-LIBELLE-STATUT.
           EVALUATE TRUE
              WHEN CPT-COMPTE-ACTIF
                 MOVE 'ACTIF'       TO WS-LC-STATUT
              WHEN CPT-COMPTE-BLOQUE
                 MOVE 'BLOQUE'      TO WS-LC-STATUT
              WHEN CPT-COMPTE-CLOTURE
                 MOVE 'CLOTURE'     TO WS-LC-STATUT
              WHEN CPT-COMPTE-DORMANT
                 MOVE 'DORMANT'     TO WS-LC-STATUT
              WHEN CPT-COMPTE-SUCCESSION
                 MOVE 'SUCCESSION'  TO WS-LC-STATUT
              WHEN OTHER
                 MOVE SPACES        TO WS-LC-STATUT
                 MOVE CPT-STATUT    TO WS-LC-STATUT(1:1)
           END-EVALUATE
           .

       02Z-VIDE-SAISIE.
           MOVE SPACES TO WS-SAISIE-COMPTE WS-SAISIE-SUITE
                          WS-SAISIE-VERDICT WS-SAISIE-COMMENT
                          WS-SAISIE-FIN
           MOVE 0      TO WS-SAISIE-LIGNE
           .
