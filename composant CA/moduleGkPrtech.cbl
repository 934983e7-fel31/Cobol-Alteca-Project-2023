      *********************************************************
      * PROGRAM NAME:  GKPRTECH                               *
      * PROGRAM OBJET :GENERATEUR QUOTIDIEN DES ECHEANCES DE  *
      *                PRETS : LES ECHEANCES ARRIVEES ET NON  *
      *                REGLEES DU TABLEAU TBECH SONT EMISES   *
      *                EN UN LOT FLUX COMPLET SOUS L'ORIGINE  *
      *                DEDIEE 'PRT', CAPITAL ET INTERETS SOUS *
      *                DEUX CODES TBHOP DISTINCTS ('ECP' ET   *
      *                'ECI'), AVEC LES REMBOURSEMENTS        *
      *                ANTICIPES EN ATTENTE ('RAP') ; UN      *
      *                ANTICIPE POSTE SUR TBHIS DECLENCHE LE  *
      *                RECALCUL DES ECHEANCES RESTANTES, UNE  *
      *                ECHEANCE DONT LES DEUX JAMBES SONT     *
      *                HISTORISEES PASSE REGLEE ; LES         *
      *                IMPAYES SONT REPRESENTES JUSQU'A N     *
      *                FOIS (TBPRM PRT-MAX-ESSAIS)            *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - EMISSION DES ECHEANCES DE  *
      *          PRETS EN LOT FLUX                             *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKPRTECH.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FLUXOUT ASSIGN TO DDFLXOUT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-FLXOUT.

       DATA DIVISION.
       FILE SECTION.

       FD FLUXOUT.
       01 FLUXOUT-ENREG PIC X(80).

       WORKING-STORAGE SECTION.

       COPY CFLUX   REPLACING ==()== BY ==F1==.
       COPY ZAPRT   REPLACING ==()== BY ==PRT==.
       COPY ZAECH   REPLACING ==()== BY ==ECH==.
       COPY ZAPRM   REPLACING ==()== BY ==PRM==.
       COPY HISFUNC REPLACING ==()== BY ==HIS==.
       COPY CPRTAMO REPLACING ==()== BY ==AMO==.

       01 WS-PARM-CARD     PIC X(10).
       01 WS-DATE-COURANTE PIC X(10).
       01 WS-DATE-SYSTEME  PIC X(21).

      * NOMBRE MAXIMUM DE PRESENTATIONS D'UNE ECHEANCE IMPAYEE
      * (TBPRM PRT-MAX-ESSAIS) ; AU-DELA, ELLE RESTE A L'ETAT DES
      * IMPAYES POUR LE RECOUVREMENT MAIS N'EST PLUS REPRESENTEE.
       01 WS-MAX-ESSAIS PIC 9(02) VALUE 3.

      * CODES OPERATION TBHOP DES JAMBES EMISES.
       01 WS-CODE-CAPITAL  PIC X(03) VALUE 'ECP'.
       01 WS-CODE-INTERET  PIC X(03) VALUE 'ECI'.
       01 WS-CODE-ANTICIPE PIC X(03) VALUE 'RAP'.

      * REFERENCE EMISE : IDENTIFIANT DU PRET + LETTRE DE JAMBE
      * ('C' CAPITAL, 'I' INTERETS, 'A' ANTICIPE) + NUMERO
      * D'ECHEANCE OU DE DEMANDE. STABLE D'UN PASSAGE A L'AUTRE :
      * UNE REPRESENTATION REPART SOUS LA MEME REFERENCE (ELLE N'A
      * JAMAIS ETE HISTORISEE) ET L'IDEMPOTENCE DE LA CHAINE
      * ECARTE TOUT DOUBLON.
       01 WS-REF-OPER.
         05 WS-REF-ID     PIC X(06).
         05 WS-REF-JAMBE  PIC X(01).
         05 WS-REF-NUM    PIC 9(03).

      * REMBOURSEMENTS ANTICIPES EN ATTENTE, COLLECTES SUR TBPRT.
       01 WS-NB-ANT PIC 9(04) VALUE 0.
       01 WS-TAB-ANT.
         05 WS-ANT-ENTRY OCCURS 1 TO 2000 TIMES
                         DEPENDING ON WS-NB-ANT
                         INDEXED BY WS-AX.
            10 WS-ANT-ID        PIC X(06).
            10 WS-ANT-COMPTE    PIC X(11).
            10 WS-ANT-CODE-DEV  PIC X(03).
            10 WS-ANT-MONTANT   PIC S9(11)V9(2).
            10 WS-ANT-NUM       PIC 9(03).
            10 WS-ANT-POSTE-SW  PIC X(01).
              88 WS-ANT-POSTE   VALUE 'O'.

      * ECHEANCES ARRIVEES COLLECTEES PENDANT LE PARCOURS DU
      * CURSEUR : TBECH N'EST MIS A JOUR QU'APRES CLOTURE DU LOT.
       01 WS-NB-ECHUS PIC 9(04) VALUE 0.
       01 WS-TAB-ECHUS.
         05 WS-ECH-ENTRY OCCURS 1 TO 2000 TIMES
                         DEPENDING ON WS-NB-ECHUS
                         INDEXED BY WS-EX.
            10 WS-EC-ID         PIC X(06).
            10 WS-EC-NUM        PIC 9(03).
            10 WS-EC-COMPTE     PIC X(11).
            10 WS-EC-CODE-DEV   PIC X(03).
            10 WS-EC-CAPITAL    PIC S9(11)V9(2).
            10 WS-EC-INTERET    PIC S9(11)V9(2).
            10 WS-EC-STATUT     PIC X(01).
            10 WS-EC-NB-PRES    PIC 9(02).
            10 WS-EC-CAP-SW     PIC X(01).
              88 WS-EC-CAP-POSTE VALUE 'O'.
            10 WS-EC-INT-SW     PIC X(01).
              88 WS-EC-INT-POSTE VALUE 'O'.
            10 WS-EC-ACTION     PIC X(01).
              88 WS-EC-A-EMETTRE VALUE 'E'.
              88 WS-EC-A-REGLER  VALUE 'R'.
              88 WS-EC-EPUISEE   VALUE 'X'.

      * RECALCUL APRES ANTICIPE : CAPITAL DES ECHEANCES PREVUES,
      * NOMBRE, NUMERO ET DATE DE LA PREMIERE D'ENTRE ELLES.
       01 WS-CAPITAL-PREVU PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-NB-PREVUES    PIC 9(03).
       01 WS-NUM-PREMIERE  PIC 9(03).
       01 WS-DATE-PREMIERE PIC X(10).
       01 WS-NOUVEAU-MT    PIC S9(11)V9(2) USAGE COMP-3.

      * TOTAUX DU LOT EMIS, ET SOMME DE CONTROLE POUR LE '98'.
       01 WS-NB-LOT       PIC 9(06) VALUE 0.
       01 WS-MT-LOT       PIC 9(11)V99 VALUE 0.
       01 WS-CHECKSUM     PIC 9(09) VALUE 0.
       01 WS-CKS-IX       PIC 9(03).
       01 WS-ENREG-10-SAUVE PIC X(80).

       01 WS-COMPTEURS.
         05 WS-NB-ECHEANCES  PIC 9(04) VALUE 0.
         05 WS-NB-EMIS       PIC 9(04) VALUE 0.
         05 WS-NB-REGLEES    PIC 9(04) VALUE 0.
         05 WS-NB-EPUISEES   PIC 9(04) VALUE 0.
         05 WS-NB-RECALCULS  PIC 9(04) VALUE 0.
         05 WS-NB-ANT-EMIS   PIC 9(04) VALUE 0.
         05 WS-NB-PRETS-SOLDES PIC 9(04) VALUE 0.
         05 WS-NB-MAJ-KO     PIC 9(04) VALUE 0.

       01 WS-FS-FLXOUT PIC X(02).
         88 FS-FLXOUT-OK VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 000-BEGIN.
           PERFORM 100-TRAITE-ANTICIPES.
           PERFORM 200-COLLECTE-ECHEANCES.
           PERFORM 300-EMET-LOT.
           PERFORM 400-MAJ-ECHEANCES.
           PERFORM 900-FIN.

       000-BEGIN.
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
           MOVE 'SEL' TO PRM-FONCTION
           MOVE 'PRT-MAX-ESSAIS' TO PRM-CLE
           INITIALIZE PRM-RETOUR
           MOVE SPACES TO PRM-VALEUR
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00'
              COMPUTE WS-MAX-ESSAIS = FUNCTION NUMVAL(PRM-VALEUR)
           END-IF
           .

      * LES DEMANDES D'ANTICIPE EN ATTENTE SONT COLLECTEES SUR
      * TBPRT ; CELLES DONT LE DEBIT EST DESORMAIS HISTORISE SUR
      * TBHIS (MAHIS 'SEL', CODRET '04') DECLENCHENT LE RECALCUL DU
      * TABLEAU AVANT TOUTE EMISSION : UNE ECHEANCE ARRIVANT LE
      * JOUR MEME PART DEJA AU NOUVEAU MONTANT. LES AUTRES SONT
      * (RE)EMISES DANS LE LOT DU JOUR.
       100-TRAITE-ANTICIPES.
           INITIALIZE PRT-ZCMA
           MOVE 'DEB' TO PRT-FONCTION
           CALL 'MAPRT' USING PRT-ZCMA
           PERFORM UNTIL PRT-CODRET NOT = '00'
              IF PRT-PRET-ACTIF AND PRT-DATE-ANTICIPE NOT = SPACES
                 PERFORM 110-COLLECTE-ANTICIPE
              END-IF
              MOVE 'SUI' TO PRT-FONCTION
              CALL 'MAPRT' USING PRT-ZCMA
           END-PERFORM
           IF PRT-CODRET NOT = '04'
              DISPLAY 'GKPRTECH - PARCOURS TBPRT EN ERREUR : '
                      PRT-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF

           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-NB-ANT
              MOVE WS-ANT-ID(WS-AX)  TO WS-REF-ID
              MOVE 'A'               TO WS-REF-JAMBE
              MOVE WS-ANT-NUM(WS-AX) TO WS-REF-NUM
              INITIALIZE HIS-ZCMA
              MOVE 'SEL'                TO HIS-FONCTION
              MOVE WS-ANT-COMPTE(WS-AX) TO HIS-COMPTE
              MOVE WS-REF-OPER          TO HIS-REF-OPER
              CALL 'MAHIS' USING HIS-ZCMA
              IF HIS-CODRET = '04'
                 SET WS-ANT-POSTE(WS-AX) TO TRUE
                 PERFORM 120-RECALCULE-TABLEAU
              END-IF
           END-PERFORM
           .

       110-COLLECTE-ANTICIPE.
           IF WS-NB-ANT >= 2000
              DISPLAY 'GKPRTECH - TABLE DES ANTICIPES PLEINE, PRET '
                      'REPORTE : ' PRT-ID
              MOVE 24 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-NB-ANT
              MOVE PRT-ID           TO WS-ANT-ID(WS-NB-ANT)
              MOVE PRT-COMPTE       TO WS-ANT-COMPTE(WS-NB-ANT)
              MOVE PRT-CODE-DEV     TO WS-ANT-CODE-DEV(WS-NB-ANT)
              MOVE PRT-MT-ANTICIPE  TO WS-ANT-MONTANT(WS-NB-ANT)
              MOVE PRT-NB-ANTICIPES TO WS-ANT-NUM(WS-NB-ANT)
              MOVE 'N'              TO WS-ANT-POSTE-SW(WS-NB-ANT)
           END-IF
           .

      * RECALCUL : LES ECHEANCES PREVUES SONT PURGEES ET REGENEREES
      * SUR LE MEME NOMBRE DE MOIS A PARTIR DU CAPITAL PREVU DIMINUE
      * DE L'ANTICIPE (L'ECHEANCE BAISSE, LA DUREE RESTE) ; UN
      * ANTICIPE QUI COUVRE TOUT LE CAPITAL PREVU SOLDE LE TABLEAU.
       120-RECALCULE-TABLEAU.
           MOVE 0      TO WS-CAPITAL-PREVU
           MOVE 0      TO WS-NB-PREVUES
           MOVE 0      TO WS-NUM-PREMIERE
           MOVE SPACES TO WS-DATE-PREMIERE
           MOVE 0      TO WS-NOUVEAU-MT
           INITIALIZE ECH-ZCMA
           MOVE 'DEB'            TO ECH-FONCTION
           MOVE WS-ANT-ID(WS-AX) TO ECH-ID-PRET
           CALL 'MAECH' USING ECH-ZCMA
           PERFORM UNTIL ECH-CODRET NOT = '00'
              IF ECH-ECH-PREVUE
                 ADD ECH-MT-CAPITAL TO WS-CAPITAL-PREVU
                 ADD 1 TO WS-NB-PREVUES
                 IF WS-NUM-PREMIERE = 0
                    MOVE ECH-NUM           TO WS-NUM-PREMIERE
                    MOVE ECH-DATE-ECHEANCE TO WS-DATE-PREMIERE
                 END-IF
              END-IF
              MOVE 'SUI' TO ECH-FONCTION
              CALL 'MAECH' USING ECH-ZCMA
           END-PERFORM

           SUBTRACT WS-ANT-MONTANT(WS-AX) FROM WS-CAPITAL-PREVU
           IF WS-CAPITAL-PREVU < 0
              DISPLAY 'GKPRTECH - ANTICIPE SUPERIEUR AU CAPITAL '
                      'PREVU : ' WS-ANT-ID(WS-AX)
              MOVE 0 TO WS-CAPITAL-PREVU
           END-IF

           INITIALIZE ECH-ZCMA
           MOVE 'PUR'            TO ECH-FONCTION
           MOVE WS-ANT-ID(WS-AX) TO ECH-ID-PRET
           CALL 'MAECH' USING ECH-ZCMA
           IF ECH-CODRET = '00'
              AND WS-CAPITAL-PREVU > 0 AND WS-NB-PREVUES > 0
              INITIALIZE AMO-ZONE
              MOVE WS-ANT-ID(WS-AX) TO AMO-ID-PRET
              MOVE WS-CAPITAL-PREVU TO AMO-CAPITAL
              MOVE WS-NB-PREVUES    TO AMO-NB-ECHEANCES
              MOVE WS-NUM-PREMIERE  TO AMO-NUM-DEBUT
              MOVE WS-DATE-PREMIERE TO AMO-DATE-DEBUT
              PERFORM 125-LIT-PRET-ANTICIPE
              MOVE PRT-TAUX         TO AMO-TAUX
              CALL 'GKPRTAMO' USING AMO-ZONE
              IF AMO-CODRET NOT = '00'
                 MOVE AMO-LIBRET TO ECH-LIBRET
                 MOVE '12'       TO ECH-CODRET
              END-IF
              MOVE AMO-MT-ECHEANCE TO WS-NOUVEAU-MT
           END-IF

           IF ECH-CODRET NOT = '00'
              ADD 1 TO WS-NB-MAJ-KO
              DISPLAY 'GKPRTECH - RECALCUL EN ERREUR : '
                      WS-ANT-ID(WS-AX) ' - ' ECH-LIBRET
           ELSE
              PERFORM 125-LIT-PRET-ANTICIPE
              SUBTRACT WS-ANT-MONTANT(WS-AX) FROM PRT-CAPITAL-RESTANT
              MOVE WS-NOUVEAU-MT TO PRT-MT-ECHEANCE
              MOVE 0             TO PRT-MT-ANTICIPE
              MOVE SPACES        TO PRT-DATE-ANTICIPE
              IF PRT-CAPITAL-RESTANT NOT > 0
                 MOVE 0   TO PRT-CAPITAL-RESTANT
                 MOVE 'S' TO PRT-STATUT
                 ADD 1    TO WS-NB-PRETS-SOLDES
              END-IF
              MOVE 'UPD' TO PRT-FONCTION
              CALL 'MAPRT' USING PRT-ZCMA
              IF PRT-CODRET NOT = '00'
                 ADD 1 TO WS-NB-MAJ-KO
                 DISPLAY 'GKPRTECH - PRET NON MIS A JOUR : '
                         WS-ANT-ID(WS-AX) ' - ' PRT-LIBRET
              ELSE
                 ADD 1 TO WS-NB-RECALCULS
              END-IF
           END-IF
           .

       125-LIT-PRET-ANTICIPE.
           INITIALIZE PRT-ZCMA
           MOVE 'SEL'            TO PRT-FONCTION
           MOVE WS-ANT-ID(WS-AX) TO PRT-ID
           CALL 'MAPRT' USING PRT-ZCMA
           .

      * PARCOURS DES ECHEANCES ARRIVEES NON REGLEES (MAECH EDB/ESU)
      * ET DECISION PAR ECHEANCE : REGLEE SI SES DEUX JAMBES SONT
      * HISTORISEES, SINON EMISSION DES JAMBES MANQUANTES (UNE
      * JAMBE A ZERO, INTERETS D'UN PRET A TAUX NUL, N'EST JAMAIS
      * EMISE ET VAUT REGLEE).
       200-COLLECTE-ECHEANCES.
           INITIALIZE ECH-ZCMA
           MOVE 'EDB'            TO ECH-FONCTION
           MOVE WS-DATE-COURANTE TO ECH-DATE-ECHEANCE
           CALL 'MAECH' USING ECH-ZCMA
           PERFORM UNTIL ECH-CODRET NOT = '00'
              ADD 1 TO WS-NB-ECHEANCES
              PERFORM 210-COLLECTE-ECHEANCE
              MOVE 'ESU' TO ECH-FONCTION
              CALL 'MAECH' USING ECH-ZCMA
           END-PERFORM
           IF ECH-CODRET NOT = '04'
              DISPLAY 'GKPRTECH - PARCOURS TBECH EN ERREUR : '
                      ECH-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF

           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-NB-ECHUS
              PERFORM 220-DECIDE-ECHEANCE
           END-PERFORM
           .

       210-COLLECTE-ECHEANCE.
           INITIALIZE PRT-ZCMA
           MOVE 'SEL'       TO PRT-FONCTION
           MOVE ECH-ID-PRET TO PRT-ID
           CALL 'MAPRT' USING PRT-ZCMA
           IF PRT-CODRET NOT = '00'
              DISPLAY 'GKPRTECH - ECHEANCE SANS PRET : '
                      ECH-ID-PRET ' ' ECH-NUM
           ELSE
              IF WS-NB-ECHUS >= 2000
                 DISPLAY 'GKPRTECH - TABLE DES ECHUS PLEINE, '
                         'ECHEANCE REPORTEE : ' ECH-ID-PRET ' '
                         ECH-NUM
                 MOVE 24 TO RETURN-CODE
              ELSE
                 ADD 1 TO WS-NB-ECHUS
                 SET WS-EX TO WS-NB-ECHUS
                 MOVE ECH-ID-PRET      TO WS-EC-ID(WS-EX)
                 MOVE ECH-NUM          TO WS-EC-NUM(WS-EX)
                 MOVE PRT-COMPTE       TO WS-EC-COMPTE(WS-EX)
                 MOVE PRT-CODE-DEV     TO WS-EC-CODE-DEV(WS-EX)
                 MOVE ECH-MT-CAPITAL   TO WS-EC-CAPITAL(WS-EX)
                 MOVE ECH-MT-INTERET   TO WS-EC-INTERET(WS-EX)
                 MOVE ECH-STATUT       TO WS-EC-STATUT(WS-EX)
                 MOVE ECH-NB-PRESENTATIONS TO WS-EC-NB-PRES(WS-EX)
                 MOVE 'N'              TO WS-EC-CAP-SW(WS-EX)
                 MOVE 'N'              TO WS-EC-INT-SW(WS-EX)
                 MOVE SPACES           TO WS-EC-ACTION(WS-EX)
              END-IF
           END-IF
           .

       220-DECIDE-ECHEANCE.
           MOVE WS-EC-ID(WS-EX)  TO WS-REF-ID
           MOVE WS-EC-NUM(WS-EX) TO WS-REF-NUM
           IF WS-EC-CAPITAL(WS-EX) = 0
              SET WS-EC-CAP-POSTE(WS-EX) TO TRUE
           ELSE
              MOVE 'C' TO WS-REF-JAMBE
              PERFORM 225-CHERCHE-HISTORIQUE
              IF HIS-CODRET = '04'
                 SET WS-EC-CAP-POSTE(WS-EX) TO TRUE
              END-IF
           END-IF
           IF WS-EC-INTERET(WS-EX) = 0
              SET WS-EC-INT-POSTE(WS-EX) TO TRUE
           ELSE
              MOVE 'I' TO WS-REF-JAMBE
              PERFORM 225-CHERCHE-HISTORIQUE
              IF HIS-CODRET = '04'
                 SET WS-EC-INT-POSTE(WS-EX) TO TRUE
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WS-EC-CAP-POSTE(WS-EX) AND WS-EC-INT-POSTE(WS-EX)
                 SET WS-EC-A-REGLER(WS-EX) TO TRUE
              WHEN WS-EC-STATUT(WS-EX) = 'I'
                   AND WS-EC-NB-PRES(WS-EX) >= WS-MAX-ESSAIS
                 SET WS-EC-EPUISEE(WS-EX) TO TRUE
                 ADD 1 TO WS-NB-EPUISEES
              WHEN OTHER
                 SET WS-EC-A-EMETTRE(WS-EX) TO TRUE
           END-EVALUATE
           .

       225-CHERCHE-HISTORIQUE.
           INITIALIZE HIS-ZCMA
           MOVE 'SEL'               TO HIS-FONCTION
           MOVE WS-EC-COMPTE(WS-EX) TO HIS-COMPTE
           MOVE WS-REF-OPER         TO HIS-REF-OPER
           CALL 'MAHIS' USING HIS-ZCMA
           .

      * UN LOT FLUX COMPLET SOUS L'ORIGINE DEDIEE 'PRT', DATE DU
      * JOUR, QUI TRAVERSE ENSUITE LA CHAINE NORMALE (CONTROLE,
      * FILTRAGE, POSTE) COMME UN FICHIER EXTERNE.
       300-EMET-LOT.
           OPEN OUTPUT FLUXOUT
           MOVE '00'             TO F1-TYPE-00
           MOVE 'PRT'            TO F1-ORIGINE
           MOVE WS-DATE-COURANTE TO F1-DATE
           WRITE FLUXOUT-ENREG FROM F1-ENREG-00

           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-NB-ECHUS
              IF WS-EC-A-EMETTRE(WS-EX)
                 MOVE WS-EC-ID(WS-EX)  TO WS-REF-ID
                 MOVE WS-EC-NUM(WS-EX) TO WS-REF-NUM
                 IF NOT WS-EC-CAP-POSTE(WS-EX)
                    MOVE 'C' TO WS-REF-JAMBE
                    INITIALIZE F1-ENREG-10
                    MOVE WS-CODE-CAPITAL      TO F1-CODE-OPER
                    MOVE WS-EC-CAPITAL(WS-EX) TO F1-MONTANT-OPER
                    MOVE 'ECHEANCE PRET'      TO F1-LIBELLE-OPER
                    PERFORM 310-EMET-OPERATION
                 END-IF
                 IF NOT WS-EC-INT-POSTE(WS-EX)
                    MOVE 'I' TO WS-REF-JAMBE
                    INITIALIZE F1-ENREG-10
                    MOVE WS-CODE-INTERET      TO F1-CODE-OPER
                    MOVE WS-EC-INTERET(WS-EX) TO F1-MONTANT-OPER
                    MOVE 'INTERETS PRET'      TO F1-LIBELLE-OPER
                    PERFORM 310-EMET-OPERATION
                 END-IF
                 ADD 1 TO WS-NB-EMIS
              END-IF
           END-PERFORM

           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-NB-ANT
              IF NOT WS-ANT-POSTE(WS-AX)
                 MOVE WS-ANT-ID(WS-AX)  TO WS-REF-ID
                 MOVE 'A'               TO WS-REF-JAMBE
                 MOVE WS-ANT-NUM(WS-AX) TO WS-REF-NUM
                 INITIALIZE F1-ENREG-10
                 MOVE WS-CODE-ANTICIPE      TO F1-CODE-OPER
                 MOVE WS-ANT-MONTANT(WS-AX) TO F1-MONTANT-OPER
                 MOVE 'REMB ANTICIPE'       TO F1-LIBELLE-OPER
                 MOVE WS-ANT-COMPTE(WS-AX)  TO F1-COMPTE
                 MOVE WS-ANT-CODE-DEV(WS-AX) TO F1-CODE-DEV
                 PERFORM 320-ECRIT-OPERATION
                 ADD 1 TO WS-NB-ANT-EMIS
              END-IF
           END-PERFORM

           MOVE '98'        TO F1-TYPE-98
           MOVE 1           TO F1-NB-ENREG-00
           MOVE 0           TO F1-NB-ENREG-01
           MOVE WS-NB-LOT   TO F1-NB-ENREG-10
           MOVE WS-CHECKSUM TO F1-CHECKSUM-10
           WRITE FLUXOUT-ENREG FROM F1-ENREG-98

           MOVE '99'      TO F1-TYPE-99
           MOVE WS-NB-LOT TO F1-NB-OPERATIONS
           MOVE WS-MT-LOT TO F1-MT-GLOBAL
           WRITE FLUXOUT-ENREG FROM F1-ENREG-99
           CLOSE FLUXOUT
           .

       310-EMET-OPERATION.
           MOVE WS-EC-COMPTE(WS-EX)   TO F1-COMPTE
           MOVE WS-EC-CODE-DEV(WS-EX) TO F1-CODE-DEV
           PERFORM 320-ECRIT-OPERATION
           .

       320-ECRIT-OPERATION.
           MOVE '10'        TO F1-TYPE-10
           MOVE WS-REF-OPER TO F1-REF-OPER
           MOVE SPACES      TO F1-CODE-OPER-ANNULE
           MOVE SPACES      TO F1-REF-OPER-ANNULE
           MOVE 'N'         TO F1-AUTORISATION
           MOVE SPACES      TO F1-DATE-VALEUR
           WRITE FLUXOUT-ENREG FROM F1-ENREG-10
           ADD 1               TO WS-NB-LOT
           ADD F1-MONTANT-OPER TO WS-MT-LOT
           MOVE F1-ENREG-00 TO WS-ENREG-10-SAUVE
           PERFORM VARYING WS-CKS-IX FROM 1 BY 1
                   UNTIL WS-CKS-IX > 80
              COMPUTE WS-CHECKSUM =
                      FUNCTION MOD(WS-CHECKSUM
                      + FUNCTION ORD(WS-ENREG-10-SAUVE(WS-CKS-IX:1)),
                      1000000000)
           END-PERFORM
           .

      * TBECH N'EST MIS A JOUR QU'ICI, UNE FOIS LE LOT INTEGRALEMENT
      * ECRIT ET CLOS : UNE ECHEANCE PREVUE PASSE EMISE, UNE
      * IMPAYEE RESTE IMPAYEE (GKPRTIMP LA SOLDERA DE L'ETAT DES
      * IMPAYES QUAND ELLE PASSERA) ET COMPTE UNE PRESENTATION DE
      * PLUS ; UNE ECHEANCE REGLEE AMORTIT LE CAPITAL RESTANT DU
      * PRET, QUI PASSE SOLDE AU DERNIER CENTIME.
       400-MAJ-ECHEANCES.
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-NB-ECHUS
              IF WS-EC-A-EMETTRE(WS-EX) OR WS-EC-A-REGLER(WS-EX)
                 PERFORM 410-MAJ-ECHEANCE
              END-IF
           END-PERFORM
           .

       410-MAJ-ECHEANCE.
           INITIALIZE ECH-ZCMA
           MOVE 'SEL'            TO ECH-FONCTION
           MOVE WS-EC-ID(WS-EX)  TO ECH-ID-PRET
           MOVE WS-EC-NUM(WS-EX) TO ECH-NUM
           CALL 'MAECH' USING ECH-ZCMA
           IF ECH-CODRET = '00'
              IF WS-EC-A-REGLER(WS-EX)
                 MOVE 'R' TO ECH-STATUT
              ELSE
                 IF ECH-ECH-PREVUE
                    MOVE 'E' TO ECH-STATUT
                 END-IF
                 ADD 1 TO ECH-NB-PRESENTATIONS
              END-IF
              MOVE 'UPD' TO ECH-FONCTION
              CALL 'MAECH' USING ECH-ZCMA
           END-IF
           IF ECH-CODRET NOT = '00'
              ADD 1 TO WS-NB-MAJ-KO
              DISPLAY 'GKPRTECH - ECHEANCE NON MISE A JOUR : '
                      WS-EC-ID(WS-EX) ' ' WS-EC-NUM(WS-EX) ' - '
                      ECH-LIBRET
           ELSE
              IF WS-EC-A-REGLER(WS-EX)
                 ADD 1 TO WS-NB-REGLEES
                 PERFORM 420-AMORTIT-PRET
              END-IF
           END-IF
           .

       420-AMORTIT-PRET.
           INITIALIZE PRT-ZCMA
           MOVE 'SEL'           TO PRT-FONCTION
           MOVE WS-EC-ID(WS-EX) TO PRT-ID
           CALL 'MAPRT' USING PRT-ZCMA
           IF PRT-CODRET = '00'
              SUBTRACT WS-EC-CAPITAL(WS-EX) FROM PRT-CAPITAL-RESTANT
              IF PRT-CAPITAL-RESTANT NOT > 0
                 MOVE 0   TO PRT-CAPITAL-RESTANT
                 MOVE 'S' TO PRT-STATUT
                 ADD 1    TO WS-NB-PRETS-SOLDES
              END-IF
              MOVE 'UPD' TO PRT-FONCTION
              CALL 'MAPRT' USING PRT-ZCMA
           END-IF
           IF PRT-CODRET NOT = '00'
              ADD 1 TO WS-NB-MAJ-KO
              DISPLAY 'GKPRTECH - PRET NON MIS A JOUR : '
                      WS-EC-ID(WS-EX) ' - ' PRT-LIBRET
           END-IF
           .

       900-FIN.
           DISPLAY '**********************************'
           DISPLAY '***********GKPRTECH FIN***********'
           DISPLAY '**********************************'
           DISPLAY '* DATE COURANTE       : ' WS-DATE-COURANTE
           DISPLAY '* ECHEANCES ARRIVEES  : ' WS-NB-ECHEANCES
           DISPLAY '* ECHEANCES EMISES    : ' WS-NB-EMIS
           DISPLAY '* ECHEANCES REGLEES   : ' WS-NB-REGLEES
           DISPLAY '* IMPAYES EPUISES     : ' WS-NB-EPUISEES
           DISPLAY '* ANTICIPES EMIS      : ' WS-NB-ANT-EMIS
           DISPLAY '* TABLEAUX RECALCULES : ' WS-NB-RECALCULS
           DISPLAY '* PRETS SOLDES        : ' WS-NB-PRETS-SOLDES
           DISPLAY '* MISES A JOUR EN KO  : ' WS-NB-MAJ-KO
           DISPLAY '**********************************'
           IF WS-NB-MAJ-KO > 0
              MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN
           .
