      *********************************************************
      * PROGRAM NAME:  GKEFFACE                               *
      * PROGRAM OBJET :EFFACEMENT DES ANCIENS CLIENTS A       *
      *                L'ISSUE DU DELAI LEGAL DE CONSERVATION *
      *                (TBPRM RETENTION-CLIENT, EN ANNEES) :  *
      *                UN CLIENT DONT TOUS LES COMPTES SONT   *
      *                CLOTURES, ET DONT LA DERNIERE CLOTURE  *
      *                EST ANTERIEURE A LA DATE LIMITE, VOIT  *
      *                SON IDENTITE TBCLI PSEUDONYMISEE SUR   *
      *                PLACE (NOM, ADRESSE, IDENTIFIANTS      *
      *                FISCAUX) ; LE CODE CLIENT EST CONSERVE *
      *                POUR QUE TBHIS, LES CUMULS TBSOLDM ET  *
      *                L'HISTORIQUE COMPTABLE RESTENT INTACTS.*
      *                UN LITIGE OUVERT (TBLIT), UN DOSSIER   *
      *                DE SOUPCON (TBSAR) OU UN ORDRE         *
      *                JUDICIAIRE EN COURS (TBSAI) SUSPEND    *
      *                L'EFFACEMENT. CHAQUE CLIENT EFFACE EST *
      *                INSCRIT AU REGISTRE CERTIFIE DDEFFREG  *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - EFFACEMENT APRES DELAI     *
      *          LEGAL ET REGISTRE CERTIFIE DES EFFACEMENTS    *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKEFFACE.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ETAT DES CLIENTS ARRIVES AU TERME DU DELAI : EFFACES, OU
      *    SUSPENDUS AVEC LE MOTIF DU BLOCAGE
            SELECT EFFRPT ASSIGN TO DDEFFRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.

      *    REGISTRE CERTIFIE DES EFFACEMENTS (AJOUT A CHAQUE RUN)
            SELECT EFFREG ASSIGN TO DDEFFREG
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-REG.

       DATA DIVISION.
       FILE SECTION.

       FD EFFRPT.
       01 RPT-ENREG PIC X(100).

       FD EFFREG.
       01 REG-ENREG PIC X(80).

       WORKING-STORAGE SECTION.

       COPY ZACLI   REPLACING ==()== BY ==CLI==.
       COPY CPTFUNC.
       COPY ZALIT   REPLACING ==()== BY ==LIT==.
       COPY ZASAR   REPLACING ==()== BY ==SAR==.
       COPY ZASAI   REPLACING ==()== BY ==SAI==.
       COPY ZAPRM   REPLACING ==()== BY ==PRM==.
       COPY CEFFREG REPLACING ==()== BY ==EF==.

      * CARTE SYSIN : 'S' EN COLONNE 1 POUR UNE SIMULATION (ETAT
      * SEUL, NI MISE A JOUR NI INSCRIPTION AU REGISTRE).
       01 WS-PARM-CARD PIC X(80).
       01 WS-SIMULATION-SW PIC X(01).
         88 WS-SIMULATION VALUE 'S'.

      * DATE DE TRAITEMENT, IDENTIFIANT DU RUN, DUREE DE
      * CONSERVATION ET DATE LIMITE (MEME JOUR, N ANNEES PLUS TOT) :
      * UNE CLOTURE ANTERIEURE A LA DATE LIMITE EST PRESCRITE.
       01 WS-DATE-SYSTEME  PIC X(21).
       01 WS-DATE-JOUR     PIC X(10).
       01 WS-RUN-ID        PIC X(08).
       01 WS-DUREE-ANS     PIC 9(02) VALUE 10.
       01 WS-ANNEE-LIMITE  PIC 9(04).
       01 WS-DATE-LIMITE   PIC X(10).

      * DOSSIERS BLOQUANTS CHARGES EN DEBUT DE RUN : COMPTES EN
      * LITIGE OUVERT (TBLIT PROVISIONNE), COMPTES SOUS DOSSIER DE
      * SOUPCON (TOUT CAS TBSAR, LE DOSSIER DEVANT RESTER
      * RATTACHABLE AU CLIENT), CLIENTS SOUS ORDRE JUDICIAIRE OUVERT.
       01 WS-NB-LITIGES PIC 9(05) VALUE 0.
       01 WS-TAB-LITIGES.
         05 WS-LIT-COMPTE OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-NB-LITIGES
                          INDEXED BY WS-LX PIC X(11).
       01 WS-NB-SOUPCONS PIC 9(05) VALUE 0.
       01 WS-TAB-SOUPCONS.
         05 WS-SAR-COMPTE OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-NB-SOUPCONS
                          INDEXED BY WS-SX PIC X(11).
       01 WS-NB-SAISIES PIC 9(05) VALUE 0.
       01 WS-TAB-SAISIES.
         05 WS-SAI-CODCLI OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-NB-SAISIES
                          INDEXED BY WS-AX PIC X(08).

      * CLIENT EN COURS ET SES COMPTES (CURSEUR CLIENT DE MACPT).
       01 WS-CODCLI-COURANT PIC X(08).
       01 WS-NB-COMPTES PIC 9(03) VALUE 0.
       01 WS-TAB-COMPTES.
         05 WS-CPT-ENTRY OCCURS 1 TO 100 TIMES
                         DEPENDING ON WS-NB-COMPTES
                         INDEXED BY WS-KX.
            10 WS-CPT-NUM    PIC X(11).
            10 WS-CPT-NOM    PIC X(30).
       01 WS-DERNIERE-CLOTURE PIC X(10).
       01 WS-COMPTE-OUVERT-SW PIC X(01).
         88 WS-COMPTE-OUVERT VALUE 'O'.
       01 WS-NB-MAJ-COMPTES PIC 9(03).

      * PSEUDONYMES : LE CODE CLIENT CONSERVE REMPLACE L'IDENTITE ;
      * UN NOM TBCLI QUI COMMENCE PAR LE PREFIXE EST DEJA EFFACE.
       01 WS-PSEUDO-CLIENT.
         05 WS-PC-PREFIXE PIC X(14) VALUE 'CLIENT EFFACE '.
         05 WS-PC-CODCLI  PIC X(08).
         05 FILLER        PIC X(08) VALUE SPACES.
       01 WS-PSEUDO-COMPTE.
         05 WS-PK-PREFIXE PIC X(07) VALUE 'EFFACE '.
         05 WS-PK-CODCLI  PIC X(08).
         05 FILLER        PIC X(15) VALUE SPACES.

      * DECISION SUR LE CLIENT : 'E' A EFFACER, 'D' DEJA EFFACE
      * (COMPTES A COMPLETER), 'N' HORS DELAI OU COMPTE OUVERT,
      * 'B' BLOQUE (MOTIF), 'K' ERREUR D'ACCES (MOTIF).
       01 WS-DECISION PIC X(01).
         88 WS-A-EFFACER   VALUE 'E'.
         88 WS-DEJA-EFFACE VALUE 'D'.
         88 WS-NON-ELIGIBLE VALUE 'N'.
         88 WS-BLOQUE      VALUE 'B'.
         88 WS-ERREUR      VALUE 'K'.
       01 WS-MOTIF PIC X(30).

       01 WS-LIGNE-ETAT.
         05 WS-LE-CODCLI  PIC X(08).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LE-CLOTURE PIC X(10).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LE-NB      PIC ZZ9.
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LE-ETAT    PIC X(08).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LE-MOTIF   PIC X(30).
         05 FILLER        PIC X(37) VALUE SPACES.

       01 WS-LIGNE-TITRE.
         05 FILLER        PIC X(30)
            VALUE 'EFFACEMENT DES CLIENTS - RUN '.
         05 WS-LT-RUN-ID  PIC X(08).
         05 FILLER        PIC X(14) VALUE ' DATE LIMITE '.
         05 WS-LT-LIMITE  PIC X(10).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LT-MODE    PIC X(10).
         05 FILLER        PIC X(27) VALUE SPACES.

       01 WS-RUN-COUNTERS.
         05 WS-NB-CLIENTS      PIC 9(07) VALUE 0.
         05 WS-NB-EFFACES      PIC 9(06) VALUE 0.
         05 WS-NB-CPT-EFFACES  PIC 9(06) VALUE 0.
         05 WS-NB-DEJA         PIC 9(07) VALUE 0.
         05 WS-NB-COMPLETES    PIC 9(06) VALUE 0.
         05 WS-NB-BLOQ-LITIGE  PIC 9(06) VALUE 0.
         05 WS-NB-BLOQ-SOUPCON PIC 9(06) VALUE 0.
         05 WS-NB-BLOQ-SAISIE  PIC 9(06) VALUE 0.
         05 WS-NB-ERREURS      PIC 9(06) VALUE 0.

       01 WS-FS-RPT PIC X(02).
         88 FS-RPT-OK VALUE '00'.
       01 WS-FS-REG PIC X(02).
         88 FS-REG-OK VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
           INITIALIZE WS-RUN-COUNTERS
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           MOVE WS-PARM-CARD(1:1) TO WS-SIMULATION-SW
           PERFORM 01A-CALCULE-DATES
           OPEN OUTPUT EFFRPT
           IF NOT FS-RPT-OK
              DISPLAY 'GKEFFACE - OUVERTURE ETAT EN ECHEC ' WS-FS-RPT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF NOT WS-SIMULATION
              OPEN EXTEND EFFREG
              IF NOT FS-REG-OK
                 OPEN OUTPUT EFFREG
              END-IF
              IF NOT FS-REG-OK
                 DISPLAY 'GKEFFACE - REGISTRE INACCESSIBLE ' WS-FS-REG
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           MOVE WS-RUN-ID      TO WS-LT-RUN-ID
           MOVE WS-DATE-LIMITE TO WS-LT-LIMITE
           IF WS-SIMULATION
              MOVE 'SIMULATION' TO WS-LT-MODE
           ELSE
              MOVE 'REEL'       TO WS-LT-MODE
           END-IF
           WRITE RPT-ENREG FROM WS-LIGNE-TITRE
           PERFORM 01B-CHARGE-LITIGES
           PERFORM 01C-CHARGE-SOUPCONS
           PERFORM 01D-CHARGE-SAISIES
           .

      * DATE DU JOUR, IDENTIFIANT DU RUN (COMME GKSOLDEM) ET DATE
      * LIMITE ; UN 29 FEVRIER SE RAMENE AU 28 DE L'ANNEE LIMITE.
       01A-CALCULE-DATES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           STRING WS-DATE-SYSTEME(1:4) '-'
                  WS-DATE-SYSTEME(5:2) '-'
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-JOUR
           STRING WS-DATE-SYSTEME(9:6)
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-RUN-ID
           INITIALIZE PRM-ZCMA
           MOVE 'SEL'              TO PRM-FONCTION
           MOVE 'RETENTION-CLIENT' TO PRM-CLE
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00'
              COMPUTE WS-DUREE-ANS = FUNCTION NUMVAL(PRM-VALEUR)
           END-IF
           COMPUTE WS-ANNEE-LIMITE =
                   FUNCTION NUMVAL(WS-DATE-SYSTEME(1:4)) - WS-DUREE-ANS
           MOVE WS-DATE-JOUR TO WS-DATE-LIMITE
           MOVE WS-ANNEE-LIMITE TO WS-DATE-LIMITE(1:4)
           IF WS-DATE-LIMITE(6:5) = '02-29'
              MOVE '28' TO WS-DATE-LIMITE(9:2)
           END-IF
           .

      * LITIGES ENCORE PROVISIONNES (NI REGLES NI REFUSES).
       01B-CHARGE-LITIGES.
           INITIALIZE LIT-ZCMA
           MOVE 'DEB' TO LIT-FONCTION
           CALL 'MALIT' USING LIT-ZCMA
           PERFORM UNTIL LIT-CODRET NOT = '00'
              IF LIT-CAS-PROVISIONNE
                 IF WS-NB-LITIGES = 5000
                    DISPLAY 'GKEFFACE - TABLE DES LITIGES PLEINE'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-NB-LITIGES
                 MOVE LIT-COMPTE TO WS-LIT-COMPTE(WS-NB-LITIGES)
              END-IF
              MOVE 'SUI' TO LIT-FONCTION
              CALL 'MALIT' USING LIT-ZCMA
           END-PERFORM
           IF LIT-CODRET NOT = '04'
              DISPLAY 'GKEFFACE - LECTURE TBLIT : ' LIT-LIBRET
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

      * DOSSIERS DE SOUPCON, QUEL QUE SOIT LEUR STATUT.
       01C-CHARGE-SOUPCONS.
           INITIALIZE SAR-ZCMA
           MOVE 'DEB' TO SAR-FONCTION
           CALL 'MASAR' USING SAR-ZCMA
           PERFORM UNTIL SAR-CODRET NOT = '00'
              IF WS-NB-SOUPCONS = 5000
                 DISPLAY 'GKEFFACE - TABLE DES SOUPCONS PLEINE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-NB-SOUPCONS
              MOVE SAR-COMPTE TO WS-SAR-COMPTE(WS-NB-SOUPCONS)
              MOVE 'SUI' TO SAR-FONCTION
              CALL 'MASAR' USING SAR-ZCMA
           END-PERFORM
           IF SAR-CODRET NOT = '04'
              DISPLAY 'GKEFFACE - LECTURE TBSAR : ' SAR-LIBRET
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

      * ORDRES JUDICIAIRES OUVERTS (LE CURSEUR DE MASAI NE RAMENE
      * QUE LES ORDRES AU STATUT 'O').
       01D-CHARGE-SAISIES.
           INITIALIZE SAI-ZCMA
           MOVE 'DEB' TO SAI-FONCTION
           CALL 'MASAI' USING SAI-ZCMA
           PERFORM UNTIL SAI-CODRET NOT = '00'
              IF WS-NB-SAISIES = 5000
                 DISPLAY 'GKEFFACE - TABLE DES SAISIES PLEINE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-NB-SAISIES
              MOVE SAI-CODCLI TO WS-SAI-CODCLI(WS-NB-SAISIES)
              MOVE 'SUI' TO SAI-FONCTION
              CALL 'MASAI' USING SAI-ZCMA
           END-PERFORM
           IF SAI-CODRET NOT = '04'
              DISPLAY 'GKEFFACE - LECTURE TBSAI : ' SAI-LIBRET
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       02-TREATMENT.
           INITIALIZE CLI-ZCMA
           MOVE 'DEB' TO CLI-FONCTION
           CALL 'MACLI' USING CLI-ZCMA
           PERFORM UNTIL CLI-CODRET NOT = '00'
              ADD 1 TO WS-NB-CLIENTS
              PERFORM 02A-TRAITE-CLIENT
              MOVE 'SUI' TO CLI-FONCTION
              CALL 'MACLI' USING CLI-ZCMA
           END-PERFORM
           IF CLI-CODRET NOT = '04'
              DISPLAY 'GKEFFACE - LECTURE TBCLI : ' CLI-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .

       03-ENDPGM.
           PERFORM 03A-RESUME-RUN
           CLOSE EFFRPT
           IF NOT WS-SIMULATION
              CLOSE EFFREG
           END-IF
           IF WS-NB-ERREURS > 0
              MOVE 16 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 0
              IF WS-NB-BLOQ-LITIGE + WS-NB-BLOQ-SOUPCON
                 + WS-NB-BLOQ-SAISIE > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           STOP RUN
           .

      * BILAN DE FIN DE JOB.
       03A-RESUME-RUN.
           DISPLAY '**********************************'
           DISPLAY '*************GKEFFACE*************'
           DISPLAY '**********************************'
           DISPLAY '* RUN                 : ' WS-RUN-ID ' '
                   WS-LT-MODE
           DISPLAY '* DATE LIMITE         : ' WS-DATE-LIMITE
           DISPLAY '* CLIENTS LUS         : ' WS-NB-CLIENTS
           DISPLAY '* CLIENTS EFFACES     : ' WS-NB-EFFACES
           DISPLAY '* COMPTES EFFACES     : ' WS-NB-CPT-EFFACES
           DISPLAY '* DEJA EFFACES        : ' WS-NB-DEJA
           DISPLAY '* DONT COMPLETES      : ' WS-NB-COMPLETES
           DISPLAY '* BLOQUES LITIGE      : ' WS-NB-BLOQ-LITIGE
           DISPLAY '* BLOQUES SOUPCON     : ' WS-NB-BLOQ-SOUPCON
           DISPLAY '* BLOQUES SAISIE      : ' WS-NB-BLOQ-SAISIE
           DISPLAY '* CLIENTS EN ERREUR   : ' WS-NB-ERREURS
           DISPLAY '**********************************'
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * UN CLIENT DE TBCLI : RELEVE DE SES COMPTES, DECISION, PUIS
      * EFFACEMENT OU LIGNE DE BLOCAGE.
       02A-TRAITE-CLIENT.
           MOVE CLI-ID TO WS-CODCLI-COURANT
           MOVE SPACES TO WS-MOTIF
           MOVE SPACES TO WS-DERNIERE-CLOTURE
           PERFORM 02B-CHARGE-COMPTES
           IF WS-MOTIF NOT = SPACES
              SET WS-ERREUR TO TRUE
           ELSE
              IF CLI-NOM(1:14) = WS-PC-PREFIXE
                 SET WS-DEJA-EFFACE TO TRUE
              ELSE
                 PERFORM 02C-DECIDE
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WS-A-EFFACER
                 PERFORM 02D-EFFACE-CLIENT
              WHEN WS-DEJA-EFFACE
                 ADD 1 TO WS-NB-DEJA
                 PERFORM 02F-COMPLETE-COMPTES
              WHEN WS-BLOQUE
                 PERFORM 02X-ECRIT-LIGNE
              WHEN WS-ERREUR
                 ADD 1 TO WS-NB-ERREURS
                 PERFORM 02X-ECRIT-LIGNE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

      * COMPTES DONT LE CLIENT EST LE TITULAIRE PRINCIPAL ; LA DATE
      * DE DERNIERE MISE A JOUR D'UN COMPTE CLOTURE EST SA DATE DE
      * CLOTURE (POSEE PAR MACPT STA).
       02B-CHARGE-COMPTES.
           MOVE 0 TO WS-NB-COMPTES
           MOVE 'N' TO WS-COMPTE-OUVERT-SW
           INITIALIZE CPT-ZCMA
           MOVE 'CDB'             TO CPT-FONCTION
           MOVE WS-CODCLI-COURANT TO CPT-CODCLI
           CALL 'MACPT' USING CPT-ZCMA
           PERFORM UNTIL CPT-CODRET NOT = '00'
              IF WS-NB-COMPTES < 100
                 ADD 1 TO WS-NB-COMPTES
                 SET WS-KX TO WS-NB-COMPTES
                 MOVE CPT-COMPTE TO WS-CPT-NUM(WS-KX)
                 MOVE CPT-NOM    TO WS-CPT-NOM(WS-KX)
              ELSE
                 MOVE 'PLUS DE 100 COMPTES' TO WS-MOTIF
              END-IF
              IF NOT CPT-COMPTE-CLOTURE
                 SET WS-COMPTE-OUVERT TO TRUE
              END-IF
              IF CPT-COMPTE-CLOTURE
                 AND CPT-DDMAJ > WS-DERNIERE-CLOTURE
                 MOVE CPT-DDMAJ TO WS-DERNIERE-CLOTURE
              END-IF
              MOVE 'CSU' TO CPT-FONCTION
              CALL 'MACPT' USING CPT-ZCMA
           END-PERFORM
           IF CPT-CODRET NOT = '04'
              MOVE CPT-LIBRET TO WS-MOTIF
           END-IF
           .

      * ELIGIBILITE : AU MOINS UN COMPTE, TOUS CLOTURES, DERNIERE
      * CLOTURE AVANT LA DATE LIMITE ; PUIS DOSSIERS BLOQUANTS.
       02C-DECIDE.
           SET WS-NON-ELIGIBLE TO TRUE
           IF WS-NB-COMPTES > 0
              AND NOT WS-COMPTE-OUVERT
              AND WS-DERNIERE-CLOTURE < WS-DATE-LIMITE
              SET WS-A-EFFACER TO TRUE
              PERFORM 02C1-CHERCHE-BLOCAGE
           END-IF
           .

      * DOSSIERS BLOQUANTS DU CLIENT ET DE SES COMPTES.
       02C1-CHERCHE-BLOCAGE.
           IF WS-NB-SAISIES > 0
              SET WS-AX TO 1
              SEARCH WS-SAI-CODCLI
                 WHEN WS-SAI-CODCLI(WS-AX) = WS-CODCLI-COURANT
                    SET WS-BLOQUE TO TRUE
                    MOVE 'ORDRE JUDICIAIRE EN COURS' TO WS-MOTIF
                    ADD 1 TO WS-NB-BLOQ-SAISIE
              END-SEARCH
           END-IF
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-NB-COMPTES OR WS-BLOQUE
              IF WS-NB-LITIGES > 0
                 SET WS-LX TO 1
                 SEARCH WS-LIT-COMPTE
                    WHEN WS-LIT-COMPTE(WS-LX) = WS-CPT-NUM(WS-KX)
                       SET WS-BLOQUE TO TRUE
                       MOVE 'LITIGE OUVERT' TO WS-MOTIF
                       ADD 1 TO WS-NB-BLOQ-LITIGE
                 END-SEARCH
              END-IF
              IF WS-NB-SOUPCONS > 0 AND NOT WS-BLOQUE
                 SET WS-SX TO 1
                 SEARCH WS-SAR-COMPTE
                    WHEN WS-SAR-COMPTE(WS-SX) = WS-CPT-NUM(WS-KX)
                       SET WS-BLOQUE TO TRUE
                       MOVE 'DOSSIER DE SOUPCON' TO WS-MOTIF
                       ADD 1 TO WS-NB-BLOQ-SOUPCON
                 END-SEARCH
              END-IF
           END-PERFORM
           .

      * PSEUDONYMISATION : TBCLI D'ABORD (LE CLIENT EST ALORS
      * MARQUE EFFACE, UN RERUN COMPLETE LES COMPTES RESTANTS), PUIS
      * LE NOM DE CHAQUE COMPTE ; LANGUE, CANAL, PLAN, SECTEUR ET
      * RESIDENCE, NON NOMINATIFS, SONT GARDES POUR LES STATISTIQUES.
       02D-EFFACE-CLIENT.
           IF NOT WS-SIMULATION
              MOVE WS-CODCLI-COURANT TO WS-PC-CODCLI
              MOVE WS-PSEUDO-CLIENT  TO CLI-NOM
              MOVE SPACES TO CLI-ADRESSE1
              MOVE SPACES TO CLI-ADRESSE2
              MOVE SPACES TO CLI-VILLE
              MOVE SPACES TO CLI-DATE-DECES
              MOVE SPACES TO CLI-PAYS-FISCAL
              MOVE SPACES TO CLI-NIF-ETRANGER
              MOVE 'UPD' TO CLI-FONCTION
              CALL 'MACLI' USING CLI-ZCMA
              IF CLI-CODRET = '00'
                 PERFORM 02E-INSCRIT-REGISTRE
                 PERFORM 02F-COMPLETE-COMPTES
              ELSE
                 MOVE CLI-LIBRET TO WS-MOTIF
                 SET WS-ERREUR TO TRUE
                 ADD 1 TO WS-NB-ERREURS
                 MOVE '00' TO CLI-CODRET
              END-IF
           END-IF
           IF WS-A-EFFACER
              ADD 1 TO WS-NB-EFFACES
           END-IF
           PERFORM 02X-ECRIT-LIGNE
           .

      * ENTREE DU REGISTRE CERTIFIE, ECRITE DES QUE TBCLI EST
      * PSEUDONYMISE.
       02E-INSCRIT-REGISTRE.
           INITIALIZE EF-ENREG
           MOVE WS-CODCLI-COURANT   TO EF-CODCLI
           MOVE WS-DERNIERE-CLOTURE TO EF-DATE-CLOTURE
           MOVE WS-DATE-LIMITE      TO EF-DATE-LIMITE
           MOVE WS-DUREE-ANS        TO EF-DUREE-ANS
           MOVE WS-NB-COMPTES       TO EF-NB-COMPTES
           MOVE WS-DATE-JOUR        TO EF-DATE-EFFACEMENT
           MOVE WS-RUN-ID           TO EF-RUN-ID
           WRITE REG-ENREG FROM EF-ENREG
           .

      * NOM DES COMPTES D'UN CLIENT EFFACE : CEUX QUI PORTENT ENCORE
      * UN NOM SONT RELUS ET REECRITS AVEC LE PSEUDONYME (UN ECHEC
      * EST REPRIS AU RUN SUIVANT).
       02F-COMPLETE-COMPTES.
           MOVE WS-CODCLI-COURANT TO WS-PK-CODCLI
           MOVE 0 TO WS-NB-MAJ-COMPTES
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-NB-COMPTES
              IF WS-CPT-NOM(WS-KX) NOT = WS-PSEUDO-COMPTE
                 AND NOT WS-SIMULATION
                 INITIALIZE CPT-ZCMA
                 MOVE 'SEL'             TO CPT-FONCTION
                 MOVE WS-CPT-NUM(WS-KX) TO CPT-COMPTE
                 CALL 'MACPT' USING CPT-ZCMA
                 IF CPT-CODRET = '00'
                    MOVE WS-PSEUDO-COMPTE TO CPT-NOM
                    MOVE 'UPD' TO CPT-FONCTION
                    CALL 'MACPT' USING CPT-ZCMA
                 END-IF
                 IF CPT-CODRET = '00'
                    ADD 1 TO WS-NB-CPT-EFFACES
                    ADD 1 TO WS-NB-MAJ-COMPTES
                 ELSE
                    DISPLAY 'GKEFFACE - COMPTE ' WS-CPT-NUM(WS-KX)
                            ' NON PSEUDONYMISE : ' CPT-LIBRET
                 END-IF
              END-IF
           END-PERFORM
           IF WS-DEJA-EFFACE AND WS-NB-MAJ-COMPTES > 0
              ADD 1 TO WS-NB-COMPLETES
           END-IF
           .

      * LIGNE D'ETAT DU CLIENT EN COURS.
       02X-ECRIT-LIGNE.
           MOVE SPACES              TO WS-LE-ETAT
           MOVE WS-CODCLI-COURANT   TO WS-LE-CODCLI
           MOVE WS-DERNIERE-CLOTURE TO WS-LE-CLOTURE
           MOVE WS-NB-COMPTES       TO WS-LE-NB
           MOVE WS-MOTIF            TO WS-LE-MOTIF
           EVALUATE TRUE
              WHEN WS-A-EFFACER
                 MOVE 'EFFACE'   TO WS-LE-ETAT
              WHEN WS-BLOQUE
                 MOVE 'SUSPENDU' TO WS-LE-ETAT
              WHEN OTHER
                 MOVE 'ERREUR'   TO WS-LE-ETAT
           END-EVALUATE
           WRITE RPT-ENREG FROM WS-LIGNE-ETAT
           .
