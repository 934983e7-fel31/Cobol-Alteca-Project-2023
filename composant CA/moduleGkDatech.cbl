      *********************************************************
      * PROGRAM NAME:  GKDATECH                               *
      * PROGRAM OBJET :TRAITEMENT QUOTIDIEN DES DEPOTS A      *
      *                TERME (TBDAT) : LES SOUSCRIPTIONS A    *
      *                PLACER SONT DEBITEES DU COMPTE LIE     *
      *                ('DAP'), LES PLACEMENTS DONT LE DEBIT  *
      *                EST HISTORISE PASSENT ACTIFS (REFUSES  *
      *                SINON), LES DEPOTS ARRIVES A ECHEANCE  *
      *                RENDENT INTERETS ('DAI') ET CAPITAL    *
      *                ('DAR') OU SONT RENOUVELES, LES        *
      *                RUPTURES DEMANDEES SONT DENOUEES AU    *
      *                TAUX DE PENALITE (TBPRM                *
      *                DAT-TAUX-PENALITE) ; LE TOUT EN UN LOT *
      *                FLUX COMPLET SOUS L'ORIGINE 'DAT'      *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - PLACEMENT, ECHEANCE ET     *
      *          RUPTURE DES DEPOTS A TERME EN LOT FLUX        *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKDATECH.
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
       COPY ZADAT   REPLACING ==()== BY ==DAT==.
       COPY ZAPRM   REPLACING ==()== BY ==PRM==.
       COPY HISFUNC REPLACING ==()== BY ==HIS==.

       01 WS-PARM-CARD     PIC X(10).
       01 WS-DATE-COURANTE PIC X(10).
       01 WS-DATE-SYSTEME  PIC X(21).

      * TAUX ANNUEL APPLIQUE EN CAS DE RUPTURE ANTICIPEE (TBPRM
      * DAT-TAUX-PENALITE) ; ABSENT, LA RUPTURE NE REND QUE LE
      * CAPITAL.
       01 WS-TAUX-PENALITE PIC S9(02)V9(04) VALUE 0.

      * CLE TBPRM DU TAUX EN VIGUEUR PAR DUREE, RELUE AU
      * RENOUVELLEMENT.
       01 WS-CLE-TAUX.
         05 FILLER        PIC X(09) VALUE 'DAT-TAUX-'.
         05 WS-CLE-DUREE  PIC 9(02).
         05 FILLER        PIC X(01) VALUE 'M'.

      * CODES OPERATION TBHOP DES JAMBES EMISES.
       01 WS-CODE-PLACEMENT PIC X(03) VALUE 'DAP'.
       01 WS-CODE-INTERET   PIC X(03) VALUE 'DAI'.
       01 WS-CODE-RETOUR    PIC X(03) VALUE 'DAR'.

      * REFERENCE EMISE : IDENTIFIANT DU DEPOT + LETTRE DE JAMBE
      * ('P' PLACEMENT, 'I' INTERETS, 'R' RETOUR DU CAPITAL) +
      * NUMERO DE RENOUVELLEMENT : CHAQUE PERIODE D'UN DEPOT
      * RENOUVELE A SES PROPRES REFERENCES.
       01 WS-REF-OPER.
         05 WS-REF-ID     PIC X(06).
         05 WS-REF-JAMBE  PIC X(01).
         05 WS-REF-NUM    PIC 9(03).

      * DEPOTS A TRAITER COLLECTES PENDANT LE PARCOURS DU CURSEUR :
      * TBDAT N'EST MIS A JOUR QU'APRES CLOTURE DU LOT.
       01 WS-NB-DEPOTS PIC 9(04) VALUE 0.
       01 WS-TAB-DEPOTS.
         05 WS-DEP-ENTRY OCCURS 1 TO 2000 TIMES
                         DEPENDING ON WS-NB-DEPOTS
                         INDEXED BY WS-DX.
            10 WS-DP-ID         PIC X(06).
            10 WS-DP-COMPTE     PIC X(11).
            10 WS-DP-CODE-DEV   PIC X(03).
            10 WS-DP-NB-RENOUV  PIC 9(03).
            10 WS-DP-CAPITAL    PIC S9(11)V9(2).
            10 WS-DP-INTERET    PIC S9(11)V9(2).
            10 WS-DP-ACTION     PIC X(01).
              88 WS-DP-A-PLACER   VALUE 'P'.
              88 WS-DP-A-ACTIVER  VALUE 'A'.
              88 WS-DP-A-REFUSER  VALUE 'X'.
              88 WS-DP-A-RENOUVELER VALUE 'N'.
              88 WS-DP-A-SOLDER   VALUE 'S'.
              88 WS-DP-A-ROMPRE   VALUE 'R'.

      * CALCUL DES INTERETS : JOURS COURUS SUR BASE 365.
       01 WS-DATE-NUM     PIC 9(08).
       01 WS-JOURS-DEBUT  PIC 9(08).
       01 WS-JOURS-FIN    PIC 9(08).
       01 WS-NB-JOURS     PIC 9(05).
       01 WS-TAUX-CALCUL  PIC S9(02)V9(04).
       01 WS-DATE-FIN-PERIODE PIC X(10).
       01 WS-ACTION-JOUR  PIC X(01).

      * NOUVELLE ECHEANCE AU RENOUVELLEMENT (MEME REGLE QUE
      * CHGTBDAT).
       01 WS-AA           PIC 9(04).
       01 WS-MM           PIC 9(02).
       01 WS-JJ           PIC 9(02).
       01 WS-NB-MOIS      PIC 9(03).
       01 WS-JOURS-CALC   PIC 9(08).

      * TOTAUX DU LOT EMIS, ET SOMME DE CONTROLE POUR LE '98'.
       01 WS-NB-LOT       PIC 9(06) VALUE 0.
       01 WS-MT-LOT       PIC 9(11)V99 VALUE 0.
       01 WS-CHECKSUM     PIC 9(09) VALUE 0.
       01 WS-CKS-IX       PIC 9(03).
       01 WS-ENREG-10-SAUVE PIC X(80).

       01 WS-COMPTEURS.
         05 WS-NB-LUS        PIC 9(04) VALUE 0.
         05 WS-NB-PLACES     PIC 9(04) VALUE 0.
         05 WS-NB-ACTIVES    PIC 9(04) VALUE 0.
         05 WS-NB-REFUSES    PIC 9(04) VALUE 0.
         05 WS-NB-RENOUVELES PIC 9(04) VALUE 0.
         05 WS-NB-SOLDES     PIC 9(04) VALUE 0.
         05 WS-NB-ROMPUS     PIC 9(04) VALUE 0.
         05 WS-NB-MAJ-KO     PIC 9(04) VALUE 0.

       01 WS-FS-FLXOUT PIC X(02).
         88 FS-FLXOUT-OK VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 000-BEGIN.
           PERFORM 100-COLLECTE-DEPOTS.
           PERFORM 300-EMET-LOT.
           PERFORM 400-MAJ-DEPOTS.
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
           MOVE 'DAT-TAUX-PENALITE' TO PRM-CLE
           INITIALIZE PRM-RETOUR
           MOVE SPACES TO PRM-VALEUR
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00'
              COMPUTE WS-TAUX-PENALITE = FUNCTION NUMVAL(PRM-VALEUR)
           END-IF
           .

      * PARCOURS DU REGISTRE (MADAT DEB/SUI) ET DECISION PAR DEPOT
      * SELON SON STATUT ; LES DEPOTS SANS ACTION DU JOUR (ACTIFS
      * NON ECHUS, CLOS) SONT IGNORES.
       100-COLLECTE-DEPOTS.
           INITIALIZE DAT-ZCMA
           MOVE 'DEB' TO DAT-FONCTION
           CALL 'MADAT' USING DAT-ZCMA
           PERFORM UNTIL DAT-CODRET NOT = '00'
              ADD 1 TO WS-NB-LUS
              MOVE SPACES TO WS-ACTION-JOUR
              EVALUATE TRUE
                 WHEN DAT-DAT-A-PLACER
                      AND DAT-DATE-PLACEMENT <= WS-DATE-COURANTE
                    MOVE 'P' TO WS-ACTION-JOUR
                 WHEN DAT-DAT-EMIS
                    MOVE 'A' TO WS-ACTION-JOUR
                 WHEN DAT-DAT-ACTIF
                      AND DAT-DATE-ECHEANCE <= WS-DATE-COURANTE
                    MOVE 'S' TO WS-ACTION-JOUR
                 WHEN DAT-DAT-RUPTURE
                    MOVE 'R' TO WS-ACTION-JOUR
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF WS-ACTION-JOUR NOT = SPACES
                 PERFORM 110-COLLECTE-DEPOT
              END-IF
              MOVE 'SUI' TO DAT-FONCTION
              CALL 'MADAT' USING DAT-ZCMA
           END-PERFORM
           IF DAT-CODRET NOT = '04'
              DISPLAY 'GKDATECH - PARCOURS TBDAT EN ERREUR : '
                      DAT-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .

      * UN DEPOT QUE LA TABLE NE PEUT PLUS RECEVOIR EST REPORTE AU
      * PASSAGE SUIVANT.
       110-COLLECTE-DEPOT.
           IF WS-NB-DEPOTS >= 2000
              DISPLAY 'GKDATECH - TABLE DES DEPOTS PLEINE, DEPOT '
                      'REPORTE : ' DAT-ID
              MOVE 24 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-NB-DEPOTS
              SET WS-DX TO WS-NB-DEPOTS
              MOVE DAT-ID           TO WS-DP-ID(WS-DX)
              MOVE DAT-COMPTE       TO WS-DP-COMPTE(WS-DX)
              MOVE DAT-CODE-DEV     TO WS-DP-CODE-DEV(WS-DX)
              MOVE DAT-NB-RENOUV    TO WS-DP-NB-RENOUV(WS-DX)
              MOVE DAT-CAPITAL      TO WS-DP-CAPITAL(WS-DX)
              MOVE 0                TO WS-DP-INTERET(WS-DX)
              MOVE WS-ACTION-JOUR   TO WS-DP-ACTION(WS-DX)
              EVALUATE TRUE
                 WHEN DAT-DAT-EMIS
                    PERFORM 120-CONTROLE-PLACEMENT
                 WHEN DAT-DAT-ACTIF
                    PERFORM 130-CALCULE-ECHEANCE
                 WHEN DAT-DAT-RUPTURE
                    PERFORM 140-CALCULE-RUPTURE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

      * LE DEBIT DE PLACEMENT EMIS LA VEILLE EST CHERCHE SUR TBHIS
      * (MAHIS 'SEL', CODRET '04' : HISTORISE) ; ABSENT, IL A ETE
      * REJETE PAR LA CHAINE (PROVISION INSUFFISANTE) ET LA
      * SOUSCRIPTION EST REFUSEE.
       120-CONTROLE-PLACEMENT.
           MOVE DAT-ID        TO WS-REF-ID
           MOVE 'P'           TO WS-REF-JAMBE
           MOVE DAT-NB-RENOUV TO WS-REF-NUM
           INITIALIZE HIS-ZCMA
           MOVE 'SEL'       TO HIS-FONCTION
           MOVE DAT-COMPTE  TO HIS-COMPTE
           MOVE WS-REF-OPER TO HIS-REF-OPER
           CALL 'MAHIS' USING HIS-ZCMA
           IF HIS-CODRET = '04'
              SET WS-DP-A-ACTIVER(WS-DX) TO TRUE
           ELSE
              SET WS-DP-A-REFUSER(WS-DX) TO TRUE
           END-IF
           .

      * ECHEANCE : INTERETS AU TAUX DU DEPOT SUR LES JOURS DE LA
      * PERIODE ; LE CAPITAL RESTE PLACE SI LE CLIENT A DEMANDE LE
      * RENOUVELLEMENT, IL REVIENT AU COMPTE LIE SINON.
       130-CALCULE-ECHEANCE.
           MOVE DAT-TAUX          TO WS-TAUX-CALCUL
           MOVE DAT-DATE-ECHEANCE TO WS-DATE-FIN-PERIODE
           PERFORM 150-CALCULE-INTERETS
           IF DAT-A-RENOUVELER
              SET WS-DP-A-RENOUVELER(WS-DX) TO TRUE
           ELSE
              SET WS-DP-A-SOLDER(WS-DX) TO TRUE
           END-IF
           .

      * RUPTURE : INTERETS AU TAUX DE PENALITE JUSQU'A LA DATE DE
      * RUPTURE, PUIS RETOUR DU CAPITAL.
       140-CALCULE-RUPTURE.
           MOVE WS-TAUX-PENALITE TO WS-TAUX-CALCUL
           IF DAT-DATE-RUPTURE = SPACES
              MOVE WS-DATE-COURANTE TO WS-DATE-FIN-PERIODE
           ELSE
              MOVE DAT-DATE-RUPTURE TO WS-DATE-FIN-PERIODE
           END-IF
           PERFORM 150-CALCULE-INTERETS
           .

       150-CALCULE-INTERETS.
           STRING DAT-DATE-PLACEMENT(1:4) DAT-DATE-PLACEMENT(6:2)
                  DAT-DATE-PLACEMENT(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-NUM
           COMPUTE WS-JOURS-DEBUT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           STRING WS-DATE-FIN-PERIODE(1:4) WS-DATE-FIN-PERIODE(6:2)
                  WS-DATE-FIN-PERIODE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-NUM
           COMPUTE WS-JOURS-FIN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-JOURS-FIN > WS-JOURS-DEBUT
              COMPUTE WS-NB-JOURS = WS-JOURS-FIN - WS-JOURS-DEBUT
           ELSE
              MOVE 0 TO WS-NB-JOURS
           END-IF
           COMPUTE WS-DP-INTERET(WS-DX) ROUNDED =
                   DAT-CAPITAL * WS-TAUX-CALCUL * WS-NB-JOURS / 36500
           .

      * UN LOT FLUX COMPLET SOUS L'ORIGINE DEDIEE 'DAT', DATE DU
      * JOUR, QUI TRAVERSE ENSUITE LA CHAINE NORMALE (CONTROLE,
      * FILTRAGE, POSTE) COMME UN FICHIER EXTERNE. UNE JAMBE A ZERO
      * (INTERETS D'UNE RUPTURE SANS PENALITE) N'EST PAS EMISE.
       300-EMET-LOT.
           OPEN OUTPUT FLUXOUT
           MOVE '00'             TO F1-TYPE-00
           MOVE 'DAT'            TO F1-ORIGINE
           MOVE WS-DATE-COURANTE TO F1-DATE
           WRITE FLUXOUT-ENREG FROM F1-ENREG-00

           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-NB-DEPOTS
              MOVE WS-DP-ID(WS-DX)        TO WS-REF-ID
              MOVE WS-DP-NB-RENOUV(WS-DX) TO WS-REF-NUM
              IF WS-DP-A-PLACER(WS-DX)
                 MOVE 'P' TO WS-REF-JAMBE
                 INITIALIZE F1-ENREG-10
                 MOVE WS-CODE-PLACEMENT    TO F1-CODE-OPER
                 MOVE WS-DP-CAPITAL(WS-DX) TO F1-MONTANT-OPER
                 MOVE 'PLACEMENT DAT'      TO F1-LIBELLE-OPER
                 PERFORM 310-EMET-OPERATION
              END-IF
              IF (WS-DP-A-RENOUVELER(WS-DX) OR WS-DP-A-SOLDER(WS-DX)
                  OR WS-DP-A-ROMPRE(WS-DX))
                 AND WS-DP-INTERET(WS-DX) > 0
                 MOVE 'I' TO WS-REF-JAMBE
                 INITIALIZE F1-ENREG-10
                 MOVE WS-CODE-INTERET      TO F1-CODE-OPER
                 MOVE WS-DP-INTERET(WS-DX) TO F1-MONTANT-OPER
                 MOVE 'INTERETS DAT'       TO F1-LIBELLE-OPER
                 PERFORM 310-EMET-OPERATION
              END-IF
              IF WS-DP-A-SOLDER(WS-DX) OR WS-DP-A-ROMPRE(WS-DX)
                 MOVE 'R' TO WS-REF-JAMBE
                 INITIALIZE F1-ENREG-10
                 MOVE WS-CODE-RETOUR       TO F1-CODE-OPER
                 MOVE WS-DP-CAPITAL(WS-DX) TO F1-MONTANT-OPER
                 MOVE 'RETOUR DAT'         TO F1-LIBELLE-OPER
                 PERFORM 310-EMET-OPERATION
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
           MOVE WS-DP-COMPTE(WS-DX)   TO F1-COMPTE
           MOVE WS-DP-CODE-DEV(WS-DX) TO F1-CODE-DEV
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

      * TBDAT N'EST MIS A JOUR QU'ICI, UNE FOIS LE LOT INTEGRALEMENT
      * ECRIT ET CLOS.
       400-MAJ-DEPOTS.
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-NB-DEPOTS
              IF WS-DP-ACTION(WS-DX) NOT = SPACES
                 PERFORM 410-MAJ-DEPOT
              END-IF
           END-PERFORM
           .

       410-MAJ-DEPOT.
           INITIALIZE DAT-ZCMA
           MOVE 'SEL'           TO DAT-FONCTION
           MOVE WS-DP-ID(WS-DX) TO DAT-ID
           CALL 'MADAT' USING DAT-ZCMA
           IF DAT-CODRET = '00'
              EVALUATE TRUE
                 WHEN WS-DP-A-PLACER(WS-DX)
                    MOVE 'C' TO DAT-STATUT
                    ADD 1 TO WS-NB-PLACES
                 WHEN WS-DP-A-ACTIVER(WS-DX)
                    MOVE 'A' TO DAT-STATUT
                    ADD 1 TO WS-NB-ACTIVES
                 WHEN WS-DP-A-REFUSER(WS-DX)
                    MOVE 'X' TO DAT-STATUT
                    ADD 1 TO WS-NB-REFUSES
                    DISPLAY 'GKDATECH - PLACEMENT REFUSE : '
                            DAT-ID ' COMPTE ' DAT-COMPTE
                 WHEN WS-DP-A-RENOUVELER(WS-DX)
                    PERFORM 420-RENOUVELLE-DEPOT
                    ADD 1 TO WS-NB-RENOUVELES
                 WHEN WS-DP-A-SOLDER(WS-DX)
                    MOVE 'S' TO DAT-STATUT
                    ADD 1 TO WS-NB-SOLDES
                 WHEN WS-DP-A-ROMPRE(WS-DX)
                    MOVE 'R' TO DAT-STATUT
                    ADD 1 TO WS-NB-ROMPUS
              END-EVALUATE
              MOVE 'UPD' TO DAT-FONCTION
              CALL 'MADAT' USING DAT-ZCMA
           END-IF
           IF DAT-CODRET NOT = '00'
              ADD 1 TO WS-NB-MAJ-KO
              DISPLAY 'GKDATECH - DEPOT NON MIS A JOUR : '
                      WS-DP-ID(WS-DX) ' - ' DAT-LIBRET
           END-IF
           .

      * RENOUVELLEMENT : NOUVELLE PERIODE DE MEME DUREE A PARTIR DE
      * L'ANCIENNE ECHEANCE, AU TAUX EN VIGUEUR DE LA DUREE S'IL
      * EST PARAMETRE (LE TAUX DU DEPOT EST CONSERVE SINON).
       420-RENOUVELLE-DEPOT.
           ADD 1 TO DAT-NB-RENOUV
           MOVE DAT-DATE-ECHEANCE TO DAT-DATE-PLACEMENT
           MOVE DAT-DUREE   TO WS-CLE-DUREE
           MOVE 'SEL'       TO PRM-FONCTION
           MOVE WS-CLE-TAUX TO PRM-CLE
           INITIALIZE PRM-RETOUR
           MOVE SPACES TO PRM-VALEUR
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00'
              COMPUTE DAT-TAUX = FUNCTION NUMVAL(PRM-VALEUR)
           END-IF
           MOVE DAT-DATE-PLACEMENT(1:4) TO WS-AA
           MOVE DAT-DATE-PLACEMENT(6:2) TO WS-MM
           MOVE DAT-DATE-PLACEMENT(9:2) TO WS-JJ
           COMPUTE WS-NB-MOIS = WS-MM + DAT-DUREE - 1
           COMPUTE WS-AA = WS-AA + WS-NB-MOIS / 12
           COMPUTE WS-MM = FUNCTION MOD(WS-NB-MOIS, 12) + 1
           IF WS-JJ > 28
              IF WS-MM = 12
                 COMPUTE WS-DATE-NUM = (WS-AA + 1) * 10000 + 101
              ELSE
                 COMPUTE WS-DATE-NUM =
                         WS-AA * 10000 + (WS-MM + 1) * 100 + 1
              END-IF
              COMPUTE WS-JOURS-CALC =
                      FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
              COMPUTE WS-DATE-NUM =
                      FUNCTION DATE-OF-INTEGER(WS-JOURS-CALC)
              IF WS-JJ > WS-DATE-NUM(7:2)
                 MOVE WS-DATE-NUM(7:2) TO WS-JJ
              END-IF
           END-IF
           STRING WS-AA '-' WS-MM '-' WS-JJ
                  DELIMITED BY SIZE INTO DAT-DATE-ECHEANCE
           .

       900-FIN.
           DISPLAY '**********************************'
           DISPLAY '***********GKDATECH FIN***********'
           DISPLAY '**********************************'
           DISPLAY '* DATE COURANTE       : ' WS-DATE-COURANTE
           DISPLAY '* DEPOTS LUS          : ' WS-NB-LUS
           DISPLAY '* PLACEMENTS EMIS     : ' WS-NB-PLACES
           DISPLAY '* DEPOTS ACTIVES      : ' WS-NB-ACTIVES
           DISPLAY '* PLACEMENTS REFUSES  : ' WS-NB-REFUSES
           DISPLAY '* DEPOTS RENOUVELES   : ' WS-NB-RENOUVELES
           DISPLAY '* DEPOTS ECHUS SOLDES : ' WS-NB-SOLDES
           DISPLAY '* DEPOTS ROMPUS       : ' WS-NB-ROMPUS
           DISPLAY '* MISES A JOUR EN KO  : ' WS-NB-MAJ-KO
           DISPLAY '**********************************'
           IF WS-NB-MAJ-KO > 0
              MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN
           .
