      *********************************************************
      * PROGRAM NAME:  GKMAJORI                               *
      * PROGRAM OBJET :PASSAGE A LA MAJORITE DES CLIENTS      *
      *                MINEURS : POUR CHAQUE CLIENT AYANT     *
      *                ATTEINT L'AGE DE LA MAJORITE (TBPRM    *
      *                AGE-MAJORITE) A LA DATE DU RUN,        *
      *                CONVERSION DE SES COMPTES DE PRODUIT   *
      *                MINEUR EN PRODUIT ADULTE (TBPRM        *
      *                MAJORITE-<PRODUIT>), RETRAIT DES       *
      *                ACCES DE SON REPRESENTANT LEGAL (TBCOT *
      *                ET LIEN TUTEUR TBCLI), AVIS DE         *
      *                MAJORITE DANS SA LANGUE (TBLIB), ROUTE *
      *                PAR GKRELDSP SUR SON CANAL, ET ETAT    *
      *                DES CLIENTS TRAITES                    *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - CONVERSION DES COMPTES     *
      *          MINEURS ET RETRAIT DU TUTEUR A LA MAJORITE    *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKMAJORI.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    AVIS DE MAJORITE MIS EN FORME (132 COLONNES), ENTREE
      *    DDEDIT DE GKRELDSP
            SELECT EDITION ASSIGN TO DDMAJAVI
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EDIT.
      *    ETAT DES CLIENTS PASSES A LA MAJORITE
            SELECT ETAT ASSIGN TO DDMAJRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-ETAT.

       DATA DIVISION.
       FILE SECTION.

       FD EDITION.
       01 EDIT-ENREG PIC X(132).

       FD ETAT.
       01 ETAT-ENREG PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CPTFUNC.
       COPY ZACLI   REPLACING ==()== BY ==CLI==.
       COPY ZACOT   REPLACING ==()== BY ==COT==.
       COPY ZAPRM   REPLACING ==()== BY ==PRM==.
       COPY ZALIB   REPLACING ==()== BY ==LIB==.
       COPY CAUDREF REPLACING ==()== BY ==AUD==.

       01 WS-FS-EDIT PIC X(02).
         88 FS-EDIT-OK VALUE '00'.
       01 WS-FS-ETAT PIC X(02).
         88 FS-ETAT-OK VALUE '00'.

      * DATE DU RUN, RECUE EN SYSIN AU FORMAT AAAA-MM-JJ ; A BLANC,
      * LA DATE DU JOUR. UN CLIENT EST MAJEUR LE JOUR ANNIVERSAIRE
      * DE SA NAISSANCE DE L'AGE DE LA MAJORITE (MEME CALCUL QUE LE
      * CONTROLE MINEUR DE MFMAJCPT).
       01 WS-PARM-CARD     PIC X(10).
       01 WS-DATE-COURANTE PIC X(10).
       01 WS-DATE-SYSTEME  PIC X(21).
       01 WS-DATE-MAJORITE PIC X(10).
       01 WS-AN-MAJORITE   PIC 9(04).

      * AGE DE LA MAJORITE (TBPRM AGE-MAJORITE, VALEUR COMPILEE EN
      * REPLI).
       01 WS-AGE-MAJORITE  PIC 9(02) VALUE 18.
       01 WS-PRM-NOMBRE    PIC 9(04).

      * COMPTES DU CLIENT, RELEVES AVANT TOUTE MISE A JOUR (LE
      * CURSEUR CLIENT DE MACPT EST ALORS REFERME) : PRODUIT ADULTE
      * DE CONVERSION LU DANS TBPRM (CLE MAJORITE-<PRODUIT>) ; A
      * SPACES, LE PRODUIT DU COMPTE EST CONSERVE.
       01 WS-NB-COMPTES   PIC 9(03) VALUE 0.
       01 WS-TAB-COMPTES.
         05 WS-TC-ENTRY OCCURS 1 TO 50 TIMES
                        DEPENDING ON WS-NB-COMPTES
                        INDEXED BY WS-CX.
           10 WS-TC-COMPTE       PIC X(11).
           10 WS-TC-PRODUIT      PIC X(03).
           10 WS-TC-NOUV-PRODUIT PIC X(03).
           10 WS-TC-CONVERTI     PIC X(01).
       01 WS-NB-A-CONVERTIR  PIC 9(03).
       01 WS-NB-CONVERTIS-CLI PIC 9(03).
       01 WS-NB-ACCES-CLI    PIC 9(03).
       01 WS-TUTEUR          PIC X(08).
       01 WS-CLE-MAJORITE.
         05 FILLER           PIC X(09) VALUE 'MAJORITE-'.
         05 WS-CM-PRODUIT    PIC X(03).
       01 WS-KO-CLIENT-SW    PIC X(01).
         88 WS-KO-CLIENT     VALUE 'O'.

      * LANGUE DE L'AVIS : CELLE DU CLIENT, FRANCAIS A DEFAUT (MEMES
      * REPLIS QUE GKRELDSP).
       01 WS-LANGUE-CLIENT PIC X(02).

      * LIBELLES DE L'AVIS RESOLUS PAR LA TABLE DES LIBELLES DANS LA
      * LANGUE DU CLIENT ; LE FRANCAIS COMPILE EST REPOSE A CHAQUE
      * AVIS AVANT RESOLUTION.
       01 WS-CLE-LIBELLE       PIC X(12).
       01 WS-LIBELLE-TROUVE-SW PIC X(01).
         88 WS-LIBELLE-TROUVE VALUE 'O'.
       01 WS-LIB-INTRO         PIC X(70).
       01 WS-LIB-COMPTE        PIC X(30).
       01 WS-LIB-TUTEUR        PIC X(100).
       01 WS-INTRO-DEFAUT      PIC X(70)
            VALUE 'VOUS AVEZ ATTEINT LA MAJORITE LE'.
       01 WS-COMPTE-DEFAUT     PIC X(30)
            VALUE 'EST DESORMAIS UN COMPTE'.
       01 WS-TUTEUR-DEFAUT.
         05 FILLER PIC X(50)
            VALUE 'VOTRE REPRESENTANT LEGAL N''A PLUS ACCES A VOS '.
         05 FILLER PIC X(50)
            VALUE 'COMPTES NI COPIE DE VOS RELEVES.'.

      * LIGNES DE L'AVIS.
      * GKRELDSP RECONNAIT UN DEBUT D'AVIS SUR DES REPERES FIXES DE
      * CETTE LIGNE : LE CLIENT EN COLONNES 18-25, LE SEPARATEUR
      * ' CL ' EN COLONNES 52-55 ET LE NUMERO DE PAGE EN COLONNES
      * 125-128 (MEME LIGNE QUE L'AVIS TARIFAIRE DE GKAVTAR). NE
      * PAS DEPLACER CES ZONES SANS ALIGNER LE DISPATCH.
       01 WS-LIGNE-TITRE.
         05 WS-LT-TEXTE     PIC X(17) VALUE 'AVIS DE MAJORITE '.
         05 WS-LT-CODCLI    PIC X(08).
         05 FILLER          PIC X(03) VALUE SPACES.
         05 WS-LT-NOM       PIC X(20).
         05 FILLER          PIC X(03) VALUE SPACES.
         05 FILLER          PIC X(04) VALUE ' CL '.
         05 WS-LT-REF       PIC X(08) VALUE 'MAJORITE'.
         05 FILLER          PIC X(56) VALUE SPACES.
         05 FILLER          PIC X(05) VALUE 'PAGE '.
         05 WS-LT-PAGE      PIC ZZZ9.
         05 FILLER          PIC X(04) VALUE SPACES.

       01 WS-LIGNE-TEXTE.
         05 WS-LX-TEXTE     PIC X(100).
         05 FILLER          PIC X(32) VALUE SPACES.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

      * ETAT DES CLIENTS TRAITES.
       01 WS-ETAT-TITRE.
         05 FILLER PIC X(40)
            VALUE 'GKMAJORI - PASSAGE A LA MAJORITE DU '.
         05 WS-ET-DATE      PIC X(10).
         05 FILLER PIC X(82) VALUE SPACES.

       01 WS-ETAT-COLONNES.
         05 FILLER PIC X(10) VALUE 'CLIENT'.
         05 FILLER PIC X(32) VALUE 'NOM'.
         05 FILLER PIC X(12) VALUE 'MAJORITE'.
         05 FILLER PIC X(10) VALUE 'TUTEUR'.
         05 FILLER PIC X(11) VALUE 'COMPTES'.
         05 FILLER PIC X(11) VALUE 'CONVERTIS'.
         05 FILLER PIC X(11) VALUE 'ACCES RET.'.
         05 FILLER PIC X(35) VALUE 'ETAT'.

       01 WS-ETAT-DETAIL.
         05 WS-ED-CODCLI    PIC X(08).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-ED-NOM       PIC X(30).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-ED-MAJORITE  PIC X(10).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-ED-TUTEUR    PIC X(08).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-ED-COMPTES   PIC ZZ9.
         05 FILLER          PIC X(08) VALUE SPACES.
         05 WS-ED-CONVERTIS PIC ZZ9.
         05 FILLER          PIC X(08) VALUE SPACES.
         05 WS-ED-ACCES     PIC ZZ9.
         05 FILLER          PIC X(08) VALUE SPACES.
         05 WS-ED-ETAT      PIC X(10).
         05 FILLER          PIC X(25) VALUE SPACES.

       01 WS-ETAT-COMPTE.
         05 FILLER          PIC X(12) VALUE SPACES.
         05 FILLER          PIC X(08) VALUE 'COMPTE '.
         05 WS-EC-COMPTE    PIC X(11).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-EC-PRODUIT   PIC X(03).
         05 FILLER          PIC X(04) VALUE ' -> '.
         05 WS-EC-NOUV      PIC X(03).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 WS-EC-ETAT      PIC X(10).
         05 FILLER          PIC X(77) VALUE SPACES.

       01 WS-RUN-COUNTERS.
         05 WS-NB-CLIENTS-LUS   PIC 9(07).
         05 WS-NB-MAJEURS       PIC 9(07).
         05 WS-NB-TRAITES       PIC 9(07).
         05 WS-NB-CONVERTIS     PIC 9(07).
         05 WS-NB-ACCES-RETIRES PIC 9(07).
         05 WS-NB-TUTEURS-LEVES PIC 9(07).
         05 WS-NB-AVIS          PIC 9(07).
         05 WS-NB-KO            PIC 9(07).

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
           PERFORM 01B-CHARGE-PARAMETRES
           INITIALIZE AUD-ENREG
           MOVE 'GKMAJORI' TO AUD-PROGRAMME
           MOVE 'BATCH'    TO AUD-OPERATEUR
           MOVE 'MAJORITE' TO AUD-ACTION
           OPEN OUTPUT EDITION
           OPEN OUTPUT ETAT
           IF NOT FS-EDIT-OK OR NOT FS-ETAT-OK
              DISPLAY 'GKMAJORI - OPEN DDMAJAVI/DDMAJRPT EN ERREUR : '
                      WS-FS-EDIT ' ' WS-FS-ETAT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-DATE-COURANTE TO WS-ET-DATE
           WRITE ETAT-ENREG FROM WS-ETAT-TITRE
           WRITE ETAT-ENREG FROM WS-LIGNE-VIDE
           WRITE ETAT-ENREG FROM WS-ETAT-COLONNES
           .

      * UN PARAMETRE ABSENT, ILLISIBLE OU NUL LAISSE LA VALEUR
      * COMPILEE.
       01B-CHARGE-PARAMETRES.
           MOVE 'AGE-MAJORITE' TO PRM-CLE
           PERFORM 01C-LIT-PARAMETRE
           IF WS-PRM-NOMBRE > 0
              MOVE WS-PRM-NOMBRE TO WS-AGE-MAJORITE
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

      * PARCOURS DE TOUT LE REFERENTIEL CLIENT (CURSEUR MACLI). UN
      * CLIENT DEJA CONVERTI (PLUS DE TUTEUR NI DE PRODUIT MINEUR)
      * N'EST PLUS RETENU : LE RUN PEUT ETRE REPASSE SANS EFFET.
       02-TREATMENT.
           INITIALIZE CLI-ZCMA
           MOVE 'DEB' TO CLI-FONCTION
           CALL 'MACLI' USING CLI-ZCMA
           PERFORM UNTIL CLI-CODRET NOT = '00'
              ADD 1 TO WS-NB-CLIENTS-LUS
              PERFORM 02A-TRAITE-CLIENT
              MOVE 'SUI' TO CLI-FONCTION
              CALL 'MACLI' USING CLI-ZCMA
           END-PERFORM
           IF CLI-CODRET NOT = '04'
              DISPLAY 'GKMAJORI - PARCOURS TBCLI EN ERREUR : '
                      CLI-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .

       03-ENDPGM.
           CLOSE EDITION, ETAT
           DISPLAY '**********************************'
           DISPLAY '*************GKMAJORI*************'
           DISPLAY '**********************************'
           DISPLAY '* DATE DU RUN         : ' WS-DATE-COURANTE
           DISPLAY '* AGE DE LA MAJORITE  : ' WS-AGE-MAJORITE
           DISPLAY '* CLIENTS LUS         : ' WS-NB-CLIENTS-LUS
           DISPLAY '* CLIENTS MAJEURS     : ' WS-NB-MAJEURS
           DISPLAY '* CLIENTS TRAITES     : ' WS-NB-TRAITES
           DISPLAY '* COMPTES CONVERTIS   : ' WS-NB-CONVERTIS
           DISPLAY '* ACCES TUTEUR RETIRES: ' WS-NB-ACCES-RETIRES
           DISPLAY '* TUTEURS LEVES       : ' WS-NB-TUTEURS-LEVES
           DISPLAY '* AVIS PRODUITS       : ' WS-NB-AVIS
           DISPLAY '* MISES A JOUR KO     : ' WS-NB-KO
           DISPLAY '**********************************'
           IF WS-NB-KO > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * CLIENT VIVANT, NE A UNE DATE CONNUE, ET MAJEUR A LA DATE DU
      * RUN : IL N'EST TRAITE QUE S'IL LUI RESTE UN TUTEUR OU UN
      * COMPTE A CONVERTIR.
       02A-TRAITE-CLIENT.
           IF CLI-DATE-DECES = SPACES
              AND CLI-DATE-NAISSANCE(1:4) IS NUMERIC
              COMPUTE WS-AN-MAJORITE =
                      FUNCTION NUMVAL(CLI-DATE-NAISSANCE(1:4))
                    + WS-AGE-MAJORITE
              MOVE CLI-DATE-NAISSANCE TO WS-DATE-MAJORITE
              MOVE WS-AN-MAJORITE     TO WS-DATE-MAJORITE(1:4)
              IF WS-DATE-MAJORITE NOT > WS-DATE-COURANTE
                 ADD 1 TO WS-NB-MAJEURS
                 PERFORM 02B-RELEVE-COMPTES
                 IF WS-NB-A-CONVERTIR > 0
                    OR CLI-ID-TUTEUR NOT = SPACES
                    PERFORM 02C-EMANCIPE-CLIENT
                 END-IF
              END-IF
           END-IF
           .

      * COMPTES DU CLIENT (MACPT CDB/CSU) ET PRODUIT ADULTE DE CHAQUE
      * COMPTE NON CLOS.
       02B-RELEVE-COMPTES.
           MOVE 0 TO WS-NB-COMPTES
           MOVE 0 TO WS-NB-A-CONVERTIR
           MOVE 'N' TO WS-KO-CLIENT-SW
           INITIALIZE CPT-ZCMA
           MOVE 'CDB'  TO CPT-FONCTION
           MOVE CLI-ID TO CPT-CODCLI
           CALL 'MACPT' USING CPT-ZCMA
           PERFORM UNTIL CPT-CODRET NOT = '00'
              PERFORM 02B1-RETIENT-COMPTE
              MOVE 'CSU' TO CPT-FONCTION
              CALL 'MACPT' USING CPT-ZCMA
           END-PERFORM
           IF CPT-CODRET NOT = '04'
              DISPLAY 'GKMAJORI - COMPTES DU CLIENT ' CLI-ID
                      ' EN ERREUR : ' CPT-LIBRET
              ADD 1 TO WS-NB-KO
              SET WS-KO-CLIENT TO TRUE
           END-IF
           .

       02B1-RETIENT-COMPTE.
           IF WS-NB-COMPTES >= 50
              DISPLAY 'GKMAJORI - PLUS DE 50 COMPTES, CLIENT '
                      CLI-ID ' COMPTE ' CPT-COMPTE ' NON TRAITE'
              ADD 1 TO WS-NB-KO
              SET WS-KO-CLIENT TO TRUE
           ELSE
              ADD 1 TO WS-NB-COMPTES
              SET WS-CX TO WS-NB-COMPTES
              MOVE CPT-COMPTE  TO WS-TC-COMPTE(WS-CX)
              MOVE CPT-PRODUIT TO WS-TC-PRODUIT(WS-CX)
              MOVE SPACES      TO WS-TC-NOUV-PRODUIT(WS-CX)
              MOVE 'N'         TO WS-TC-CONVERTI(WS-CX)
              IF NOT CPT-COMPTE-CLOTURE
                 AND CPT-PRODUIT NOT = SPACES
                 MOVE CPT-PRODUIT     TO WS-CM-PRODUIT
                 MOVE WS-CLE-MAJORITE TO PRM-CLE
                 MOVE 'SEL' TO PRM-FONCTION
                 INITIALIZE PRM-RETOUR
                 MOVE SPACES TO PRM-VALEUR
                 CALL 'MAPRM' USING PRM-ZCMA
                 IF PRM-CODRET = '00'
                    AND PRM-VALEUR(1:3) NOT = SPACES
                    AND PRM-VALEUR(1:3) NOT = CPT-PRODUIT
                    MOVE PRM-VALEUR(1:3)
                      TO WS-TC-NOUV-PRODUIT(WS-CX)
                    ADD 1 TO WS-NB-A-CONVERTIR
                 END-IF
              END-IF
           END-IF
           .

      * CONVERSION DES COMPTES, RETRAIT DES ACCES DU TUTEUR SUR TOUS
      * LES COMPTES DU CLIENT PUIS LEVEE DU LIEN TUTEUR, AVIS ET
      * LIGNE D'ETAT. UN ECHEC LAISSE LE CLIENT EN L'ETAT POUR LE
      * RUN SUIVANT (LE LIEN TUTEUR N'EST LEVE QU'APRES LE RETRAIT
      * DE TOUS SES ACCES).
       02C-EMANCIPE-CLIENT.
           ADD 1 TO WS-NB-TRAITES
           MOVE 0 TO WS-NB-CONVERTIS-CLI
           MOVE 0 TO WS-NB-ACCES-CLI
           MOVE CLI-ID-TUTEUR TO WS-TUTEUR
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-NB-COMPTES
              IF WS-TC-NOUV-PRODUIT(WS-CX) NOT = SPACES
                 PERFORM 02D-CONVERTIT-COMPTE
              END-IF
           END-PERFORM
           IF WS-TUTEUR NOT = SPACES
              PERFORM VARYING WS-CX FROM 1 BY 1
                      UNTIL WS-CX > WS-NB-COMPTES
                 PERFORM 02E-RETIRE-ACCES-TUTEUR
              END-PERFORM
              IF NOT WS-KO-CLIENT
                 PERFORM 02F-LEVE-TUTEUR
              END-IF
           END-IF
           PERFORM 02G-EDITE-AVIS
           PERFORM 02H-LIGNE-ETAT
           .

      * LA LIGNE EST RELUE (DDMAJ/HDMAJ A JOUR POUR LE CONTROLE DE
      * CONCURRENCE DE MACPT) AVANT LE CHANGEMENT DE PRODUIT.
       02D-CONVERTIT-COMPTE.
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'                TO CPT-FONCTION
           MOVE WS-TC-COMPTE(WS-CX)  TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA
           IF CPT-CODRET = '00'
              MOVE CPT-DONNEES TO AUD-AVANT
              MOVE WS-TC-NOUV-PRODUIT(WS-CX) TO CPT-PRODUIT
              MOVE 'PDT' TO CPT-FONCTION
              CALL 'MACPT' USING CPT-ZCMA
           END-IF
           IF CPT-CODRET = '00'
              MOVE 'O' TO WS-TC-CONVERTI(WS-CX)
              ADD 1 TO WS-NB-CONVERTIS-CLI
              ADD 1 TO WS-NB-CONVERTIS
              MOVE 'TBCPT'     TO AUD-TABLE
              MOVE CPT-COMPTE  TO AUD-CLE
              MOVE 'U'         TO AUD-OPERATION
              MOVE CPT-DONNEES TO AUD-APRES
              PERFORM 02K-ECRIT-AUDIT
           ELSE
              DISPLAY 'GKMAJORI - CONVERSION KO, COMPTE '
                      WS-TC-COMPTE(WS-CX) ' : ' CPT-LIBRET
              ADD 1 TO WS-NB-KO
              SET WS-KO-CLIENT TO TRUE
           END-IF
           .

      * LIGNE TBCOT DU TUTEUR SUR LE COMPTE (MANDATAIRE OU
      * CO-TITULAIRE) ; UN COMPTE SANS LIGNE DU TUTEUR EST IGNORE.
       02E-RETIRE-ACCES-TUTEUR.
           INITIALIZE COT-ZCMA
           MOVE 'SEL'               TO COT-FONCTION
           MOVE WS-TC-COMPTE(WS-CX) TO COT-COMPTE
           MOVE WS-TUTEUR           TO COT-CODCLI
           CALL 'MACOT' USING COT-ZCMA
           IF COT-CODRET = '00'
              MOVE COT-DONNEES TO AUD-AVANT
              MOVE 'DEL' TO COT-FONCTION
              CALL 'MACOT' USING COT-ZCMA
           END-IF
           EVALUATE COT-CODRET
              WHEN '00'
                 ADD 1 TO WS-NB-ACCES-CLI
                 ADD 1 TO WS-NB-ACCES-RETIRES
                 MOVE 'TBCOT' TO AUD-TABLE
                 MOVE SPACES  TO AUD-CLE
                 STRING COT-COMPTE COT-CODCLI
                        DELIMITED BY SIZE INTO AUD-CLE
                 MOVE 'D'     TO AUD-OPERATION
                 MOVE SPACES  TO AUD-APRES
                 PERFORM 02K-ECRIT-AUDIT
              WHEN '04'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'GKMAJORI - RETRAIT TUTEUR KO, COMPTE '
                         WS-TC-COMPTE(WS-CX) ' : ' COT-LIBRET
                 ADD 1 TO WS-NB-KO
                 SET WS-KO-CLIENT TO TRUE
           END-EVALUATE
           .

      * LEVEE DU LIEN TUTEUR SUR LA LIGNE CLIENT EN COURS DU
      * PARCOURS : LE DISPATCH DES RELEVES ET DES NOTIFICATIONS
      * CESSE D'EN ADRESSER COPIE AU TUTEUR.
       02F-LEVE-TUTEUR.
           MOVE CLI-DONNEES TO AUD-AVANT
           MOVE SPACES TO CLI-ID-TUTEUR
           MOVE 'UPD'  TO CLI-FONCTION
           CALL 'MACLI' USING CLI-ZCMA
           IF CLI-CODRET = '00'
              ADD 1 TO WS-NB-TUTEURS-LEVES
              MOVE 'TBCLI'     TO AUD-TABLE
              MOVE CLI-ID      TO AUD-CLE
              MOVE 'U'         TO AUD-OPERATION
              MOVE CLI-DONNEES TO AUD-APRES
              PERFORM 02K-ECRIT-AUDIT
           ELSE
              DISPLAY 'GKMAJORI - LEVEE TUTEUR KO, CLIENT '
                      CLI-ID ' : ' CLI-LIBRET
              ADD 1 TO WS-NB-KO
              SET WS-KO-CLIENT TO TRUE
              MOVE WS-TUTEUR TO CLI-ID-TUTEUR
           END-IF
           .

      * AVIS DE MAJORITE : DATE DE LA MAJORITE, COMPTES CONVERTIS
      * ET, S'IL Y AVAIT UN TUTEUR, FIN DE SES ACCES.
       02G-EDITE-AVIS.
           MOVE 'FR' TO WS-LANGUE-CLIENT
           IF CLI-LANGUE NOT = SPACES
              MOVE CLI-LANGUE TO WS-LANGUE-CLIENT
           END-IF
           PERFORM 02I-RESOUT-LIBELLES
           ADD 1 TO WS-NB-AVIS
           MOVE CLI-ID  TO WS-LT-CODCLI
           MOVE CLI-NOM TO WS-LT-NOM
           MOVE 1       TO WS-LT-PAGE
           WRITE EDIT-ENREG FROM WS-LIGNE-TITRE
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           MOVE SPACES TO WS-LX-TEXTE
           STRING WS-LIB-INTRO     DELIMITED BY '  '
                  ' '              DELIMITED BY SIZE
                  WS-DATE-MAJORITE DELIMITED BY SIZE
                  INTO WS-LX-TEXTE
           WRITE EDIT-ENREG FROM WS-LIGNE-TEXTE
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-NB-COMPTES
              IF WS-TC-CONVERTI(WS-CX) = 'O'
                 MOVE SPACES TO WS-LX-TEXTE
                 STRING WS-TC-COMPTE(WS-CX)       DELIMITED BY SIZE
                        ' '                       DELIMITED BY SIZE
                        WS-LIB-COMPTE             DELIMITED BY '  '
                        ' '                       DELIMITED BY SIZE
                        WS-TC-NOUV-PRODUIT(WS-CX) DELIMITED BY SIZE
                        INTO WS-LX-TEXTE
                 WRITE EDIT-ENREG FROM WS-LIGNE-TEXTE
              END-IF
           END-PERFORM
           IF WS-TUTEUR NOT = SPACES AND NOT WS-KO-CLIENT
              WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
              MOVE WS-LIB-TUTEUR TO WS-LX-TEXTE
              WRITE EDIT-ENREG FROM WS-LIGNE-TEXTE
           END-IF
           .

      * LIGNE DU CLIENT ET DETAIL DES COMPTES A CONVERTIR.
       02H-LIGNE-ETAT.
           MOVE CLI-ID              TO WS-ED-CODCLI
           MOVE CLI-NOM             TO WS-ED-NOM
           MOVE WS-DATE-MAJORITE    TO WS-ED-MAJORITE
           MOVE WS-TUTEUR           TO WS-ED-TUTEUR
           MOVE WS-NB-COMPTES       TO WS-ED-COMPTES
           MOVE WS-NB-CONVERTIS-CLI TO WS-ED-CONVERTIS
           MOVE WS-NB-ACCES-CLI     TO WS-ED-ACCES
           IF WS-KO-CLIENT
              MOVE 'INCOMPLET' TO WS-ED-ETAT
           ELSE
              MOVE 'TRAITE'    TO WS-ED-ETAT
           END-IF
           WRITE ETAT-ENREG FROM WS-ETAT-DETAIL
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-NB-COMPTES
              IF WS-TC-NOUV-PRODUIT(WS-CX) NOT = SPACES
                 MOVE WS-TC-COMPTE(WS-CX)       TO WS-EC-COMPTE
                 MOVE WS-TC-PRODUIT(WS-CX)      TO WS-EC-PRODUIT
                 MOVE WS-TC-NOUV-PRODUIT(WS-CX) TO WS-EC-NOUV
                 IF WS-TC-CONVERTI(WS-CX) = 'O'
                    MOVE 'CONVERTI' TO WS-EC-ETAT
                 ELSE
                    MOVE 'KO'       TO WS-EC-ETAT
                 END-IF
                 WRITE ETAT-ENREG FROM WS-ETAT-COMPTE
              END-IF
           END-PERFORM
           .

      * LE FRANCAIS COMPILE EST D'ABORD REPOSE (L'AVIS PRECEDENT A
      * PU LE SURCHARGER), PUIS CHAQUE CLE PRESENTE DANS TBLIB PREND
      * LE DESSUS. UNE CLE ABSENTE LAISSE LE FRANCAIS.
       02I-RESOUT-LIBELLES.
           MOVE 'AVIS DE MAJORITE ' TO WS-LT-TEXTE
           MOVE WS-INTRO-DEFAUT     TO WS-LIB-INTRO
           MOVE WS-COMPTE-DEFAUT    TO WS-LIB-COMPTE
           MOVE WS-TUTEUR-DEFAUT    TO WS-LIB-TUTEUR
           MOVE 'MJ-TITRE' TO WS-CLE-LIBELLE
           PERFORM 02J-LIT-LIBELLE
           IF WS-LIBELLE-TROUVE
              MOVE LIB-TEXTE(1:17) TO WS-LT-TEXTE
           END-IF
           MOVE 'MJ-INTRO' TO WS-CLE-LIBELLE
           PERFORM 02J-LIT-LIBELLE
           IF WS-LIBELLE-TROUVE
              MOVE LIB-TEXTE(1:70) TO WS-LIB-INTRO
           END-IF
           MOVE 'MJ-COMPTE' TO WS-CLE-LIBELLE
           PERFORM 02J-LIT-LIBELLE
           IF WS-LIBELLE-TROUVE
              MOVE LIB-TEXTE(1:30) TO WS-LIB-COMPTE
           END-IF
           MOVE 'MJ-TUTEUR' TO WS-CLE-LIBELLE
           PERFORM 02J-LIT-LIBELLE
           IF WS-LIBELLE-TROUVE
              MOVE LIB-TEXTE TO WS-LIB-TUTEUR
           END-IF
           .

       02J-LIT-LIBELLE.
           MOVE 'N' TO WS-LIBELLE-TROUVE-SW
           INITIALIZE LIB-ZCMA
           MOVE 'SEL'             TO LIB-FONCTION
           MOVE WS-CLE-LIBELLE    TO LIB-CLE
           MOVE WS-LANGUE-CLIENT  TO LIB-LANGUE
           CALL 'MALIB' USING LIB-ZCMA
           IF LIB-CODRET = '00'
              SET WS-LIBELLE-TROUVE TO TRUE
           END-IF
           .

      * JOURNAL CENTRAL DES CHANGEMENTS DU REFERENTIEL : PROGRAMME,
      * OPERATEUR ET ACTION SONT POSES EN DEBUT DE RUN.
       02K-ECRIT-AUDIT.
           CALL 'GKAUDIT' USING AUD-ENREG
           .
