      *********************************************************
      * PROGRAM NAME:  GKKYCREV                               *
      * PROGRAM OBJET :ORDONNANCEMENT DES REVUES KYC           *
      *                PERIODIQUES : POUR CHAQUE CLIENT,      *
      *                ECHEANCE DE LA PROCHAINE REVUE         *
      *                CALCULEE DEPUIS LA DERNIERE REVUE      *
      *                SELON LA NOTATION DE RISQUE (TBPRM     *
      *                KYC-PERIODE-FAIBLE/MOYEN/ELEVE, EN     *
      *                ANNEES), RESTRICTION DES DEBITS POSEE  *
      *                AU DELA DU DELAI DE GRACE (TBPRM       *
      *                KYC-DELAI-GRACE, EN JOURS) ET LEVEE    *
      *                SINON, ET LISTE MENSUELLE PAR AGENCE   *
      *                DES REVUES A FAIRE (ECHUES OU A        *
      *                ECHOIR DANS LE MOIS) ET DES CLIENTS A  *
      *                NOTER                                  *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - ECHEANCES ET RESTRICTIONS  *
      *          KYC, LISTE MENSUELLE DES REVUES PAR AGENCE    *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKKYCREV.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    LISTE DES REVUES DU MOIS, UNE PAGE PAR AGENCE
            SELECT EDITION ASSIGN TO DDKYCRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EDIT.

            SELECT TRAVAIL ASSIGN TO DDTRAV.

       DATA DIVISION.
       FILE SECTION.

       FD EDITION.
       01 EDIT-ENREG PIC X(132).

      * UNE FICHE PAR CLIENT A LISTER, TRIEE PAR AGENCE PUIS CLIENT.
       SD TRAVAIL.
       01 TRI-ENREG.
         05 TRI-AGENCE      PIC X(03).
         05 TRI-CODCLI      PIC X(08).
         05 TRI-NOM         PIC X(30).
         05 TRI-RISQUE      PIC X(01).
         05 TRI-DATE-REVUE  PIC X(10).
         05 TRI-ECHEANCE    PIC X(10).
         05 TRI-ETAT        PIC X(16).

       WORKING-STORAGE SECTION.

       COPY CPTFUNC.
       COPY ZACLI   REPLACING ==()== BY ==CLI==.
       COPY ZAPRM   REPLACING ==()== BY ==PRM==.

      * DATE DU RUN, RECUE EN SYSIN AU FORMAT AAAA-MM-JJ ; A BLANC,
      * LA DATE DU JOUR. LA LISTE COUVRE LES ECHEANCES JUSQU'A LA FIN
      * DU MOIS DE CETTE DATE.
       01 WS-PARM-CARD     PIC X(10).
       01 WS-DATE-COURANTE PIC X(10).
       01 WS-DATE-SYSTEME  PIC X(21).
       01 WS-FIN-MOIS      PIC X(10).
       01 WS-AA            PIC 9(04).
       01 WS-MM            PIC 9(02).
       01 WS-DATE-NUM      PIC 9(08).
       01 WS-JOURS-CALC    PIC 9(08).
       01 WS-JOUR-COURANT  PIC 9(08).

      * PERIODICITE DES REVUES PAR NOTATION, EN ANNEES, ET DELAI DE
      * GRACE EN JOURS (TBPRM, VALEURS COMPILEES EN REPLI).
       01 WS-PERIODE-FAIBLE PIC 9(02) VALUE 5.
       01 WS-PERIODE-MOYEN  PIC 9(02) VALUE 3.
       01 WS-PERIODE-ELEVE  PIC 9(02) VALUE 1.
       01 WS-DELAI-GRACE    PIC 9(04) VALUE 90.
       01 WS-PRM-NOMBRE     PIC 9(04).

      * CALCUL DE L'ECHEANCE : DATE DE REVUE + N ANS, UN 29 FEVRIER
      * TOMBANT SUR UNE ANNEE NON BISSEXTILE DEVIENT LE 28.
       01 WS-PERIODE-ANS    PIC 9(02).
       01 WS-ECH-AA         PIC 9(04).
       01 WS-ECHEANCE       PIC X(10).
       01 WS-RESTRICTION    PIC X(01).
       01 WS-MAJ-SW         PIC X(01).
         88 WS-MAJ-A-FAIRE  VALUE 'O'.
       01 WS-ETAT           PIC X(16).

      * AGENCE DU CLIENT : CELLE DE SON PREMIER COMPTE NON CLOS
      * (MACPT CDB/CSU), A DEFAUT DE SON PREMIER COMPTE ; A BLANC
      * POUR UN CLIENT SANS COMPTE.
       01 WS-AGENCE         PIC X(03).
       01 WS-AGENCE-CLOS    PIC X(03).

      * AGENCE EN COURS DANS LA PROCEDURE DE SORTIE DU TRI.
       01 WS-FIN-TRI-SW PIC X(01).
         88 WS-FIN-TRI VALUE 'O'.
       01 WS-AGENCE-SW PIC X(01).
         88 WS-AGENCE-OUVERTE VALUE 'O'.
       01 WS-AGENCE-EN-COURS PIC X(03).
       01 WS-NB-AGENCE       PIC 9(06).

       01 WS-RUN-COUNTERS.
         05 WS-NB-CLIENTS       PIC 9(07).
         05 WS-NB-DECEDES       PIC 9(07).
         05 WS-NB-A-NOTER       PIC 9(07).
         05 WS-NB-ECHEANCES-MAJ PIC 9(07).
         05 WS-NB-RESTREINTS    PIC 9(07).
         05 WS-NB-LEVEES        PIC 9(07).
         05 WS-NB-LISTES        PIC 9(07).
         05 WS-NB-MAJ-KO        PIC 9(07).

       01 WS-LIGNE-TITRE.
         05 FILLER       PIC X(36)
            VALUE 'REVUES KYC A EFFECTUER - AGENCE : '.
         05 WS-LT-AGENCE PIC X(03).
         05 FILLER       PIC X(05) VALUE SPACES.
         05 FILLER       PIC X(16) VALUE 'ECHEANCES AU : '.
         05 WS-LT-FIN-MOIS PIC X(10).
         05 FILLER       PIC X(62) VALUE SPACES.

       01 WS-ENTETE.
         05 FILLER PIC X(09) VALUE 'CLIENT'.
         05 FILLER PIC X(31) VALUE 'NOM'.
         05 FILLER PIC X(07) VALUE 'RISQUE'.
         05 FILLER PIC X(12) VALUE 'DERN.REVUE'.
         05 FILLER PIC X(12) VALUE 'ECHEANCE'.
         05 FILLER PIC X(61) VALUE 'ETAT'.

       01 WS-LIGNE-DETAIL.
         05 WS-LD-CODCLI     PIC X(08).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LD-NOM        PIC X(30).
         05 FILLER           PIC X(03) VALUE SPACES.
         05 WS-LD-RISQUE     PIC X(01).
         05 FILLER           PIC X(04) VALUE SPACES.
         05 WS-LD-DATE-REVUE PIC X(10).
         05 FILLER           PIC X(02) VALUE SPACES.
         05 WS-LD-ECHEANCE   PIC X(10).
         05 FILLER           PIC X(02) VALUE SPACES.
         05 WS-LD-ETAT       PIC X(16).
         05 FILLER           PIC X(45) VALUE SPACES.

       01 WS-LIGNE-TOTAL.
         05 FILLER           PIC X(24)
            VALUE 'REVUES LISTEES AGENCE : '.
         05 WS-LTO-NB        PIC ZZZZZ9.
         05 FILLER           PIC X(102) VALUE SPACES.

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
           PERFORM 01A-CALCULE-FIN-MOIS
           PERFORM 01B-CHARGE-PARAMETRES
           OPEN OUTPUT EDITION
           IF NOT FS-EDIT-OK
              DISPLAY 'GKKYCREV - OPEN DDKYCRPT EN ERREUR : '
                      WS-FS-EDIT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

      * JOUR DU RUN EN AAAAMMJJ, ET FIN DU MOIS : LE PREMIER DU MOIS
      * SUIVANT MOINS UN JOUR (MEME CALCUL QUE GKFRAPER).
       01A-CALCULE-FIN-MOIS.
           MOVE WS-DATE-COURANTE(1:4) TO WS-AA
           MOVE WS-DATE-COURANTE(6:2) TO WS-MM
           STRING WS-DATE-COURANTE(1:4) WS-DATE-COURANTE(6:2)
                  WS-DATE-COURANTE(9:2)
                  DELIMITED BY SIZE INTO WS-JOUR-COURANT
           IF WS-MM = 12
              COMPUTE WS-DATE-NUM = (WS-AA + 1) * 10000 + 101
           ELSE
              COMPUTE WS-DATE-NUM =
                      WS-AA * 10000 + (WS-MM + 1) * 100 + 1
           END-IF
           COMPUTE WS-JOURS-CALC =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-JOURS-CALC)
           STRING WS-DATE-NUM(1:4) '-' WS-DATE-NUM(5:2) '-'
                  WS-DATE-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-FIN-MOIS
           .

      * UN PARAMETRE ABSENT, ILLISIBLE OU NUL LAISSE LA VALEUR
      * COMPILEE.
       01B-CHARGE-PARAMETRES.
           MOVE 'KYC-PERIODE-FAIBLE' TO PRM-CLE
           PERFORM 01C-LIT-PARAMETRE
           IF WS-PRM-NOMBRE > 0
              MOVE WS-PRM-NOMBRE TO WS-PERIODE-FAIBLE
           END-IF
           MOVE 'KYC-PERIODE-MOYEN' TO PRM-CLE
           PERFORM 01C-LIT-PARAMETRE
           IF WS-PRM-NOMBRE > 0
              MOVE WS-PRM-NOMBRE TO WS-PERIODE-MOYEN
           END-IF
           MOVE 'KYC-PERIODE-ELEVE' TO PRM-CLE
           PERFORM 01C-LIT-PARAMETRE
           IF WS-PRM-NOMBRE > 0
              MOVE WS-PRM-NOMBRE TO WS-PERIODE-ELEVE
           END-IF
           MOVE 'KYC-DELAI-GRACE' TO PRM-CLE
           PERFORM 01C-LIT-PARAMETRE
           IF WS-PRM-NOMBRE > 0
              MOVE WS-PRM-NOMBRE TO WS-DELAI-GRACE
           END-IF
           .

       01C-LIT-PARAMETRE.
           MOVE 0 TO WS-PRM-NOMBRE
           MOVE 'SEL' TO PRM-FONCTION
           INITIALIZE PRM-RETOUR
           MOVE SPACES TO PRM-VALEUR
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00' AND PRM-VALEUR NOT = SPACES
              COMPUTE WS-PRM-NOMBRE = FUNCTION NUMVAL(PRM-VALEUR)
           END-IF
           .

      * LA PROCEDURE D'ENTREE TIENT LES ECHEANCES ET RESTRICTIONS DE
      * TOUT LE REFERENTIEL ET EMET UNE FICHE PAR CLIENT A LISTER ;
      * LE TRI LES REGROUPE PAR AGENCE (MEME MECANIQUE QUE GKCRS).
       02-TREATMENT.
           SORT TRAVAIL
                ON ASCENDING KEY TRI-AGENCE TRI-CODCLI
                INPUT PROCEDURE IS 02A-ALIMENTE-TRI
                OUTPUT PROCEDURE IS 02G-ECRIT-EN-RUPTURE
           .

       03-ENDPGM.
           CLOSE EDITION
           DISPLAY '**********************************'
           DISPLAY '*************GKKYCREV*************'
           DISPLAY '**********************************'
           DISPLAY '* DATE DU RUN         : ' WS-DATE-COURANTE
           DISPLAY '* ECHEANCES JUSQU''AU  : ' WS-FIN-MOIS
           DISPLAY '* PERIODES F/M/E (ANS): ' WS-PERIODE-FAIBLE '/'
                   WS-PERIODE-MOYEN '/' WS-PERIODE-ELEVE
           DISPLAY '* DELAI DE GRACE (J)  : ' WS-DELAI-GRACE
           DISPLAY '* CLIENTS PARCOURUS   : ' WS-NB-CLIENTS
           DISPLAY '* CLIENTS DECEDES     : ' WS-NB-DECEDES
           DISPLAY '* CLIENTS A NOTER     : ' WS-NB-A-NOTER
           DISPLAY '* ECHEANCES MAJ       : ' WS-NB-ECHEANCES-MAJ
           DISPLAY '* RESTRICTIONS POSEES : ' WS-NB-RESTREINTS
           DISPLAY '* RESTRICTIONS LEVEES : ' WS-NB-LEVEES
           DISPLAY '* REVUES LISTEES      : ' WS-NB-LISTES
           DISPLAY '* MISES A JOUR KO     : ' WS-NB-MAJ-KO
           DISPLAY '**********************************'
           IF WS-NB-MAJ-KO > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * PARCOURS DE TOUT LE REFERENTIEL CLIENT (MACLI DEB/SUI) ; UN
      * CLIENT DECEDE RELEVE DE LA SUCCESSION, PLUS DE LA REVUE.
       02A-ALIMENTE-TRI.
           INITIALIZE CLI-ZCMA
           MOVE 'DEB' TO CLI-FONCTION
           CALL 'MACLI' USING CLI-ZCMA
           PERFORM UNTIL CLI-CODRET NOT = '00'
              ADD 1 TO WS-NB-CLIENTS
              IF CLI-DATE-DECES NOT = SPACES
                 ADD 1 TO WS-NB-DECEDES
              ELSE
                 PERFORM 02B-TRAITE-CLIENT
              END-IF
              MOVE 'SUI' TO CLI-FONCTION
              CALL 'MACLI' USING CLI-ZCMA
           END-PERFORM
           IF CLI-CODRET NOT = '04'
              DISPLAY 'GKKYCREV - PARCOURS TBCLI EN ERREUR : '
                      CLI-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .

      * ECHEANCE ET RESTRICTION DU CLIENT, MISES A JOUR SUR TBCLI SI
      * ELLES CHANGENT ; UN CLIENT NON NOTE EST LISTE SANS ECHEANCE
      * NI RESTRICTION, SA PERIODICITE N'ETANT PAS CONNUE.
       02B-TRAITE-CLIENT.
           MOVE 'N' TO WS-MAJ-SW
           MOVE CLI-ECHEANCE-KYC    TO WS-ECHEANCE
           MOVE CLI-RESTRICTION-KYC TO WS-RESTRICTION
           MOVE SPACES TO WS-ETAT
           IF CLI-RISQUE-FAIBLE OR CLI-RISQUE-MOYEN
              OR CLI-RISQUE-ELEVE
              PERFORM 02C-CALCULE-ECHEANCE
              PERFORM 02D-RESOUT-RESTRICTION
           ELSE
              ADD 1 TO WS-NB-A-NOTER
              MOVE 'A NOTER' TO WS-ETAT
           END-IF
           IF WS-MAJ-A-FAIRE
              PERFORM 02E-MAJ-CLIENT
           END-IF
           IF WS-ETAT = SPACES
              AND WS-ECHEANCE NOT = SPACES
              AND WS-ECHEANCE NOT > WS-FIN-MOIS
              IF WS-ECHEANCE < WS-DATE-COURANTE
                 MOVE 'ECHUE' TO WS-ETAT
              ELSE
                 MOVE 'A ECHOIR' TO WS-ETAT
              END-IF
           END-IF
           IF WS-ETAT NOT = SPACES
              PERFORM 02F-EMET-FICHE
           END-IF
           .

      * DERNIERE REVUE + PERIODE DE LA NOTATION ; UN CLIENT JAMAIS
      * REVU GARDE L'ECHEANCE DEJA POSEE, A DEFAUT IL EST A REVOIR
      * DES CE RUN (LE DELAI DE GRACE COURT DE CETTE DATE).
       02C-CALCULE-ECHEANCE.
           EVALUATE TRUE
              WHEN CLI-RISQUE-FAIBLE
                 MOVE WS-PERIODE-FAIBLE TO WS-PERIODE-ANS
              WHEN CLI-RISQUE-MOYEN
                 MOVE WS-PERIODE-MOYEN  TO WS-PERIODE-ANS
              WHEN OTHER
                 MOVE WS-PERIODE-ELEVE  TO WS-PERIODE-ANS
           END-EVALUATE
           IF CLI-DATE-REVUE-KYC = SPACES
              IF WS-ECHEANCE = SPACES
                 MOVE WS-DATE-COURANTE TO WS-ECHEANCE
              END-IF
           ELSE
              MOVE CLI-DATE-REVUE-KYC(1:4) TO WS-ECH-AA
              ADD WS-PERIODE-ANS TO WS-ECH-AA
              MOVE CLI-DATE-REVUE-KYC TO WS-ECHEANCE
              MOVE WS-ECH-AA TO WS-ECHEANCE(1:4)
              IF WS-ECHEANCE(6:5) = '02-29'
                 AND (FUNCTION MOD(WS-ECH-AA, 4) NOT = 0
                      OR (FUNCTION MOD(WS-ECH-AA, 100) = 0
                          AND FUNCTION MOD(WS-ECH-AA, 400) NOT = 0))
                 MOVE '28' TO WS-ECHEANCE(9:2)
              END-IF
           END-IF
           IF WS-ECHEANCE NOT = CLI-ECHEANCE-KYC
              SET WS-MAJ-A-FAIRE TO TRUE
              ADD 1 TO WS-NB-ECHEANCES-MAJ
           END-IF
           .

      * RESTRICTION DES DEBITS QUAND L'ECHEANCE EST DEPASSEE DE PLUS
      * QUE LE DELAI DE GRACE ; UNE RESTRICTION QUI N'EST PLUS DUE
      * (NOTATION OU DATE DE REVUE CORRIGEE) EST LEVEE.
       02D-RESOUT-RESTRICTION.
           STRING WS-ECHEANCE(1:4) WS-ECHEANCE(6:2) WS-ECHEANCE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-NUM
           COMPUTE WS-JOURS-CALC =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                 + WS-DELAI-GRACE
           IF WS-JOURS-CALC < FUNCTION INTEGER-OF-DATE(WS-JOUR-COURANT)
              IF CLI-DEBITS-RETENUS
                 MOVE 'RESTREINT' TO WS-ETAT
              ELSE
                 MOVE 'O' TO WS-RESTRICTION
                 SET WS-MAJ-A-FAIRE TO TRUE
                 ADD 1 TO WS-NB-RESTREINTS
                 MOVE 'RESTREINT CE JOUR' TO WS-ETAT
              END-IF
           ELSE
              IF CLI-DEBITS-RETENUS
                 MOVE SPACES TO WS-RESTRICTION
                 SET WS-MAJ-A-FAIRE TO TRUE
                 ADD 1 TO WS-NB-LEVEES
              END-IF
           END-IF
           .

      * LA LIGNE TBCLI LUE PAR LE CURSEUR EST REECRITE ENTIERE, SEULES
      * L'ECHEANCE ET LA RESTRICTION CHANGENT. UN ECHEC LAISSE LE
      * CLIENT EN L'ETAT POUR LE RUN SUIVANT.
       02E-MAJ-CLIENT.
           MOVE WS-ECHEANCE    TO CLI-ECHEANCE-KYC
           MOVE WS-RESTRICTION TO CLI-RESTRICTION-KYC
           MOVE 'UPD' TO CLI-FONCTION
           CALL 'MACLI' USING CLI-ZCMA
           IF CLI-CODRET NOT = '00'
              ADD 1 TO WS-NB-MAJ-KO
              DISPLAY 'GKKYCREV - CLIENT ' CLI-ID
                      ' NON MIS A JOUR : ' CLI-LIBRET
           END-IF
           .

       02F-EMET-FICHE.
           PERFORM 02F1-RESOUT-AGENCE
           INITIALIZE TRI-ENREG
           MOVE WS-AGENCE          TO TRI-AGENCE
           MOVE CLI-ID             TO TRI-CODCLI
           MOVE CLI-NOM            TO TRI-NOM
           MOVE CLI-RISQUE-KYC     TO TRI-RISQUE
           MOVE CLI-DATE-REVUE-KYC TO TRI-DATE-REVUE
           MOVE WS-ECHEANCE        TO TRI-ECHEANCE
           MOVE WS-ETAT            TO TRI-ETAT
           RELEASE TRI-ENREG
           ADD 1 TO WS-NB-LISTES
           .

      * LE CURSEUR DES COMPTES DU CLIENT EST LU JUSQU'AU BOUT POUR
      * ETRE REFERME PAR MACPT.
       02F1-RESOUT-AGENCE.
           MOVE SPACES TO WS-AGENCE
           MOVE SPACES TO WS-AGENCE-CLOS
           INITIALIZE CPT-ZCMA
           MOVE 'CDB'  TO CPT-FONCTION
           MOVE CLI-ID TO CPT-CODCLI
           CALL 'MACPT' USING CPT-ZCMA
           PERFORM UNTIL CPT-CODRET NOT = '00'
              IF CPT-COMPTE-CLOTURE
                 IF WS-AGENCE-CLOS = SPACES
                    MOVE CPT-AGENCE TO WS-AGENCE-CLOS
                 END-IF
              ELSE
                 IF WS-AGENCE = SPACES
                    MOVE CPT-AGENCE TO WS-AGENCE
                 END-IF
              END-IF
              MOVE 'CSU' TO CPT-FONCTION
              CALL 'MACPT' USING CPT-ZCMA
           END-PERFORM
           IF WS-AGENCE = SPACES
              MOVE WS-AGENCE-CLOS TO WS-AGENCE
           END-IF
           .

      * PROCEDURE DE SORTIE : LES FICHES ARRIVENT TRIEES PAR AGENCE,
      * CHAQUE RUPTURE CLOT L'AGENCE PRECEDENTE ET OUVRE UNE PAGE.
       02G-ECRIT-EN-RUPTURE.
           MOVE 'N' TO WS-FIN-TRI-SW
           MOVE 'N' TO WS-AGENCE-SW
           PERFORM 02H-RETOURNE-FICHE
           PERFORM UNTIL WS-FIN-TRI
              IF NOT WS-AGENCE-OUVERTE
                 OR TRI-AGENCE NOT = WS-AGENCE-EN-COURS
                 IF WS-AGENCE-OUVERTE
                    PERFORM 02K-CLOT-AGENCE
                 END-IF
                 PERFORM 02I-OUVRE-AGENCE
              END-IF
              PERFORM 02J-ECRIT-DETAIL
              PERFORM 02H-RETOURNE-FICHE
           END-PERFORM
           IF WS-AGENCE-OUVERTE
              PERFORM 02K-CLOT-AGENCE
           END-IF
           .

       02H-RETOURNE-FICHE.
           RETURN TRAVAIL
              AT END SET WS-FIN-TRI TO TRUE
           END-RETURN
           .

       02I-OUVRE-AGENCE.
           SET WS-AGENCE-OUVERTE TO TRUE
           MOVE TRI-AGENCE TO WS-AGENCE-EN-COURS
           MOVE 0 TO WS-NB-AGENCE
           MOVE TRI-AGENCE  TO WS-LT-AGENCE
           MOVE WS-FIN-MOIS TO WS-LT-FIN-MOIS
           WRITE EDIT-ENREG FROM WS-LIGNE-TITRE
                 AFTER ADVANCING PAGE
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           WRITE EDIT-ENREG FROM WS-ENTETE
           .

       02J-ECRIT-DETAIL.
           ADD 1 TO WS-NB-AGENCE
           MOVE TRI-CODCLI     TO WS-LD-CODCLI
           MOVE TRI-NOM        TO WS-LD-NOM
           MOVE TRI-RISQUE     TO WS-LD-RISQUE
           MOVE TRI-DATE-REVUE TO WS-LD-DATE-REVUE
           MOVE TRI-ECHEANCE   TO WS-LD-ECHEANCE
           MOVE TRI-ETAT       TO WS-LD-ETAT
           WRITE EDIT-ENREG FROM WS-LIGNE-DETAIL
           .

       02K-CLOT-AGENCE.
           MOVE WS-NB-AGENCE TO WS-LTO-NB
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           .
