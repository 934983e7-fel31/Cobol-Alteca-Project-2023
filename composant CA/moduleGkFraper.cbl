      *********************************************************
      * PROGRAM NAME:  GKFRAPER                               *
      * PROGRAM OBJET :FACTURATION DES FRAIS PERIODIQUES      *
      *                (TENUE DE COMPTE, COTISATION CARTE,    *
      *                ASSURANCE...) SELON LE BAREME DU       *
      *                PRODUIT DE CHAQUE COMPTE (TBFRP :      *
      *                PERIODICITE, MONTANT, CODE FRAIS),     *
      *                SURCHARGE OU EXONERE PAR LE PLAN       *
      *                TARIFAIRE DU CLIENT (TBPLN). LES       *
      *                COMPTES CLOS ET DORMANTS NE SONT PAS   *
      *                FACTURES ; LA PREMIERE PERIODE APRES   *
      *                L'OUVERTURE EST PRORATISEE. LES FRAIS  *
      *                SONT EMIS EN UN LOT FLUX SOUS          *
      *                L'ORIGINE DEDIEE 'FPR', POSTE PAR LA   *
      *                CHAINE NORMALE, ET ECRETES AU PLAFOND  *
      *                MENSUEL DE FRAIS (TBPRM                *
      *                PLAFOND-FRAIS-MOIS) DONT ILS           *
      *                CONSOMMENT LA MARGE - LE FLUX FAIT A   *
      *                LA MAIN CHAQUE MOIS PREND SA RETRAITE  *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - FACTURATION DES FRAIS      *
      *          PERIODIQUES PAR PRODUIT ET PLAN               *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKFRAPER.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    LOT FLUX DES FRAIS PERIODIQUES, ORIGINE 'FPR'
            SELECT FLUXOUT ASSIGN TO DDFLXOUT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-FLXOUT.

      *    ETAT DE FACTURATION, UNE LIGNE PAR FRAIS EXAMINE
            SELECT FRARPT ASSIGN TO DDFRPRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.

       FD FLUXOUT.
       01 FLUXOUT-ENREG PIC X(80).

       FD FRARPT.
       01 RPT-ENREG PIC X(100).

       WORKING-STORAGE SECTION.

       COPY CPTFUNC.
       COPY CFLUX   REPLACING ==()== BY ==F1==.
       COPY HISFUNC REPLACING ==()== BY ==HIS==.
       COPY ZACLI   REPLACING ==()== BY ==CLI==.
       COPY ZAFRP   REPLACING ==()== BY ==FRP==.
       COPY ZAPLN   REPLACING ==()== BY ==PLN==.
       COPY ZAPRM   REPLACING ==()== BY ==PRM==.

      * DATE DE FACTURATION, RECUE EN SYSIN AU FORMAT AAAA-MM-JJ ; A
      * BLANC, LA DATE DU JOUR. ELLE DATE LE LOT ET FIXE LES PERIODES
      * ECHUES : LE MOIS EN COURS, LE TRIMESTRE S'IL S'ACHEVE CE
      * MOIS-CI, L'ANNEE EN DECEMBRE.
       01 WS-PARM-CARD     PIC X(10).
       01 WS-DATE-COURANTE PIC X(10).
       01 WS-DATE-SYSTEME  PIC X(21).
       01 WS-AA            PIC 9(04).
       01 WS-MM            PIC 9(02).
       01 WS-DATE-NUM      PIC 9(08).
       01 WS-JOURS-CALC    PIC 9(08).

      * BORNES (AAAAMMJJ) DES TROIS PERIODES ; UNE PERIODE NON ECHUE
      * CE MOIS-CI N'EST PAS FACTUREE.
       01 WS-PERIODES.
         05 WS-MOIS-DEBUT   PIC 9(08).
         05 WS-MOIS-FIN     PIC 9(08).
         05 WS-TRIM-DEBUT   PIC 9(08).
         05 WS-TRIM-FIN     PIC 9(08).
         05 WS-AN-DEBUT     PIC 9(08).
         05 WS-AN-FIN       PIC 9(08).
       01 WS-TRIM-ECHU-SW  PIC X(01).
         88 WS-TRIM-ECHU   VALUE 'O'.
       01 WS-AN-ECHU-SW    PIC X(01).
         88 WS-AN-ECHU     VALUE 'O'.

      * PERIODE DU FRAIS COURANT, ET PRORATA DE LA PREMIERE PERIODE :
      * JOURS DE L'OUVERTURE A LA FIN DE PERIODE SUR JOURS DE LA
      * PERIODE.
       01 WS-PER-DEBUT     PIC 9(08).
       01 WS-PER-FIN       PIC 9(08).
       01 WS-OUV-NUM       PIC 9(08).
       01 WS-JOURS-PERIODE PIC 9(05).
       01 WS-JOURS-FACTURES PIC 9(05).
       01 WS-FRAIS-DU-SW   PIC X(01).
         88 WS-FRAIS-DU    VALUE 'O'.

      * BAREME TBFRP CHARGE EN MEMOIRE AU DEBUT DU RUN (MAFRP
      * DEB/SUI, PAR PRODUIT ET CODE FRAIS).
       01 WS-NB-FRP PIC 9(04) VALUE 0.
       01 WS-TAB-FRP.
         05 WS-FRP-ENTRY OCCURS 1 TO 500 TIMES
                         DEPENDING ON WS-NB-FRP
                         INDEXED BY WS-FX.
            10 WS-FRP-PRODUIT   PIC X(03).
            10 WS-FRP-CODE      PIC X(03).
            10 WS-FRP-FREQUENCE PIC X(01).
            10 WS-FRP-MONTANT   PIC S9(07)V9(2).
            10 WS-FRP-LIBELLE   PIC X(14).

      * PLAN TARIFAIRE DU TITULAIRE, LU UNE FOIS PAR COMPTE.
       01 WS-PLAN-LU-SW    PIC X(01).
         88 WS-PLAN-LU     VALUE 'O'.
       01 WS-PLAN-CLIENT   PIC X(04).

      * PLAFOND MENSUEL DE FRAIS (TBPRM PLAFOND-FRAIS-MOIS ; ZERO =
      * PAS DE PLAFOND) ET MARGE RESTANTE DU COMPTE : LE CUMUL DU
      * MOIS (MAHIS 'FNB') EST LU AU PREMIER FRAIS DU COMPTE, PUIS
      * DIMINUE DES FRAIS EMIS DANS CE LOT.
       01 WS-PLAFOND       PIC S9(11)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-MARGE         PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-MARGE-LUE-SW  PIC X(01).
         88 WS-MARGE-LUE   VALUE 'O'.
       01 WS-DEBUT-MOIS    PIC X(10).
       01 WS-FIN-MOIS      PIC X(10).

       01 WS-MT-BAREME     PIC S9(07)V9(2).
       01 WS-MT-FACTURE    PIC S9(07)V9(2).
       01 WS-ETAT          PIC X(10).

      * REFERENCE EMISE : 'P' + AAAAMM + CODE FRAIS, STABLE POUR LA
      * PERIODE : UN REJEU DU MOIS EST ARRETE PAR L'IDEMPOTENCE DE LA
      * CHAINE, COMME POUR GKORDGEN.
       01 WS-REF-OPER.
         05 FILLER       PIC X(01) VALUE 'P'.
         05 WS-REF-AAMM  PIC X(06).
         05 WS-REF-CODE  PIC X(03).

      * TOTAUX DU LOT EMIS, ET SOMME DE CONTROLE POUR LE '98'.
       01 WS-NB-LOT       PIC 9(06) VALUE 0.
       01 WS-MT-LOT       PIC 9(11)V99 VALUE 0.
       01 WS-CHECKSUM     PIC 9(09) VALUE 0.
       01 WS-CKS-IX       PIC 9(03).
       01 WS-ENREG-10-SAUVE PIC X(80).

       01 WS-LIGNE-ETAT.
         05 WS-LE-COMPTE   PIC X(11).
         05 FILLER         PIC X(01).
         05 WS-LE-CODE     PIC X(03).
         05 FILLER         PIC X(01).
         05 WS-LE-FREQUENCE PIC X(01).
         05 FILLER         PIC X(01).
         05 WS-LE-BAREME   PIC ZZZZZZ9.99.
         05 FILLER         PIC X(01).
         05 WS-LE-FACTURE  PIC ZZZZZZ9.99.
         05 FILLER         PIC X(01).
         05 WS-LE-JOURS    PIC ZZZZ9.
         05 FILLER         PIC X(01).
         05 WS-LE-ETAT     PIC X(10).
         05 FILLER         PIC X(44).

       01 WS-RUN-COUNTERS.
         05 WS-NB-COMPTES     PIC 9(06) VALUE 0.
         05 WS-NB-NON-FACTURES PIC 9(06) VALUE 0.
         05 WS-NB-FACTURES    PIC 9(06) VALUE 0.
         05 WS-NB-PRORATA     PIC 9(06) VALUE 0.
         05 WS-NB-EXONERES    PIC 9(06) VALUE 0.
         05 WS-NB-PLAFONNES   PIC 9(06) VALUE 0.

       01 WS-FS-FLXOUT PIC X(02).
         88 FS-FLXOUT-OK VALUE '00'.
       01 WS-FS-RPT PIC X(02).
         88 FS-RPT-OK VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
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
           PERFORM 01A-CALCULE-PERIODES
           MOVE 'SEL' TO PRM-FONCTION
           MOVE 'PLAFOND-FRAIS-MOIS' TO PRM-CLE
           INITIALIZE PRM-RETOUR
           MOVE SPACES TO PRM-VALEUR
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00'
              COMPUTE WS-PLAFOND = FUNCTION NUMVAL(PRM-VALEUR)
           END-IF
           PERFORM 01B-CHARGE-BAREME
           OPEN OUTPUT FLUXOUT
           IF NOT FS-FLXOUT-OK
              DISPLAY 'GKFRAPER - OPEN DDFLXOUT EN ERREUR : '
                      WS-FS-FLXOUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT FRARPT
           MOVE '00'             TO F1-TYPE-00
           MOVE 'FPR'            TO F1-ORIGINE
           MOVE WS-DATE-COURANTE TO F1-DATE
           MOVE SPACES           TO F1-ENTITE
           WRITE FLUXOUT-ENREG FROM F1-ENREG-00
           .

      * PERIODES ECHUES A LA DATE DE FACTURATION : LE MOIS ; LE
      * TRIMESTRE (DEUX MOIS PLUS TOT) QUAND LE MOIS LE TERMINE ;
      * L'ANNEE EN DECEMBRE. LA FIN DE MOIS EST LE PREMIER DU MOIS
      * SUIVANT MOINS UN JOUR.
       01A-CALCULE-PERIODES.
           MOVE WS-DATE-COURANTE(1:4) TO WS-AA
           MOVE WS-DATE-COURANTE(6:2) TO WS-MM
           STRING WS-DATE-COURANTE(1:7) '-01'
                  DELIMITED BY SIZE INTO WS-DEBUT-MOIS
           STRING WS-DATE-COURANTE(1:7) '-99'
                  DELIMITED BY SIZE INTO WS-FIN-MOIS
           MOVE WS-DATE-COURANTE(1:4) TO WS-REF-AAMM(1:4)
           MOVE WS-DATE-COURANTE(6:2) TO WS-REF-AAMM(5:2)
           COMPUTE WS-MOIS-DEBUT = WS-AA * 10000 + WS-MM * 100 + 1
           IF WS-MM = 12
              COMPUTE WS-DATE-NUM = (WS-AA + 1) * 10000 + 101
           ELSE
              COMPUTE WS-DATE-NUM =
                      WS-AA * 10000 + (WS-MM + 1) * 100 + 1
           END-IF
           COMPUTE WS-JOURS-CALC =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
           COMPUTE WS-MOIS-FIN = FUNCTION DATE-OF-INTEGER(WS-JOURS-CALC)
           MOVE 'N' TO WS-TRIM-ECHU-SW
           MOVE 'N' TO WS-AN-ECHU-SW
           IF WS-MM = 3 OR WS-MM = 6 OR WS-MM = 9 OR WS-MM = 12
              SET WS-TRIM-ECHU TO TRUE
              COMPUTE WS-TRIM-DEBUT =
                      WS-AA * 10000 + (WS-MM - 2) * 100 + 1
              MOVE WS-MOIS-FIN TO WS-TRIM-FIN
           END-IF
           IF WS-MM = 12
              SET WS-AN-ECHU TO TRUE
              COMPUTE WS-AN-DEBUT = WS-AA * 10000 + 101
              MOVE WS-MOIS-FIN TO WS-AN-FIN
           END-IF
           .

       01B-CHARGE-BAREME.
           INITIALIZE FRP-ZCMA
           MOVE 'DEB' TO FRP-FONCTION
           CALL 'MAFRP' USING FRP-ZCMA
           PERFORM UNTIL FRP-CODRET NOT = '00'
              IF WS-NB-FRP >= 500
                 DISPLAY 'GKFRAPER - BAREME PLEIN, FRAIS IGNORE : '
                         FRP-PRODUIT ' ' FRP-CODE-FRAIS
                 MOVE 24 TO RETURN-CODE
              ELSE
                 ADD 1 TO WS-NB-FRP
                 MOVE FRP-PRODUIT    TO WS-FRP-PRODUIT(WS-NB-FRP)
                 MOVE FRP-CODE-FRAIS TO WS-FRP-CODE(WS-NB-FRP)
                 MOVE FRP-FREQUENCE  TO WS-FRP-FREQUENCE(WS-NB-FRP)
                 MOVE FRP-MONTANT    TO WS-FRP-MONTANT(WS-NB-FRP)
                 MOVE FRP-LIBELLE    TO WS-FRP-LIBELLE(WS-NB-FRP)
              END-IF
              MOVE 'SUI' TO FRP-FONCTION
              CALL 'MAFRP' USING FRP-ZCMA
           END-PERFORM
           IF FRP-CODRET NOT = '04'
              DISPLAY 'GKFRAPER - LECTURE TBFRP EN ERREUR : '
                      FRP-LIBRET
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

      * PARCOURS DE TOUS LES COMPTES (MACPT DEB/SUI) : LES COMPTES
      * CLOS ET DORMANTS NE SONT PAS FACTURES.
       02-TREATMENT.
           INITIALIZE CPT-ZCMA
           MOVE 'DEB' TO CPT-FONCTION
           CALL 'MACPT' USING CPT-ZCMA
           PERFORM UNTIL CPT-CODRET NOT = '00'
              ADD 1 TO WS-NB-COMPTES
              IF CPT-COMPTE-CLOTURE OR CPT-COMPTE-DORMANT
                 ADD 1 TO WS-NB-NON-FACTURES
              ELSE
                 PERFORM 02A-FACTURE-COMPTE
              END-IF
              MOVE 'SUI' TO CPT-FONCTION
              CALL 'MACPT' USING CPT-ZCMA
           END-PERFORM
           IF CPT-CODRET NOT = '04'
              DISPLAY 'GKFRAPER - PARCOURS TBCPT EN ERREUR : '
                      CPT-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .

      * LE LOT EST CLOS ('98' ET '99') MEME APRES UN PARCOURS
      * INTERROMPU : LE REJEU REEMET LES MEMES REFERENCES, LES FRAIS
      * DEJA POSTES SONT ARRETES PAR L'IDEMPOTENCE DE LA CHAINE.
       03-ENDPGM.
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
           CLOSE FRARPT
           DISPLAY '**********************************'
           DISPLAY '*************GKFRAPER*************'
           DISPLAY '**********************************'
           DISPLAY '* DATE DE FACTURATION : ' WS-DATE-COURANTE
           DISPLAY '* LIGNES DE BAREME    : ' WS-NB-FRP
           DISPLAY '* COMPTES PARCOURUS   : ' WS-NB-COMPTES
           DISPLAY '* CLOS OU DORMANTS    : ' WS-NB-NON-FACTURES
           DISPLAY '* FRAIS EMIS          : ' WS-NB-FACTURES
           DISPLAY '*   DONT PRORATISES   : ' WS-NB-PRORATA
           DISPLAY '* FRAIS EXONERES      : ' WS-NB-EXONERES
           DISPLAY '* FRAIS AU PLAFOND    : ' WS-NB-PLAFONNES
           DISPLAY '* MONTANT DU LOT      : ' WS-MT-LOT
           DISPLAY '**********************************'
           STOP RUN
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * TOUS LES FRAIS DU BAREME DU PRODUIT DU COMPTE, DONT LA
      * PERIODE EST ECHUE CE MOIS-CI.
       02A-FACTURE-COMPTE.
           MOVE 'N' TO WS-PLAN-LU-SW
           MOVE 'N' TO WS-MARGE-LUE-SW
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-NB-FRP
              IF WS-FRP-PRODUIT(WS-FX) = CPT-PRODUIT
                 PERFORM 02B-PERIODE-DU-FRAIS
                 IF WS-FRAIS-DU
                    PERFORM 02C-FACTURE-FRAIS
                 END-IF
              END-IF
           END-PERFORM
           .

      * BORNES DE LA PERIODE DU FRAIS ; UN COMPTE OUVERT APRES LA FIN
      * DE LA PERIODE N'EST PAS FACTURE, UN COMPTE OUVERT EN COURS DE
      * PERIODE L'EST AU PRORATA DES JOURS DE DETENTION.
       02B-PERIODE-DU-FRAIS.
           MOVE 'N' TO WS-FRAIS-DU-SW
           EVALUATE WS-FRP-FREQUENCE(WS-FX)
              WHEN 'M'
                 SET WS-FRAIS-DU TO TRUE
                 MOVE WS-MOIS-DEBUT TO WS-PER-DEBUT
                 MOVE WS-MOIS-FIN   TO WS-PER-FIN
              WHEN 'T'
                 IF WS-TRIM-ECHU
                    SET WS-FRAIS-DU TO TRUE
                    MOVE WS-TRIM-DEBUT TO WS-PER-DEBUT
                    MOVE WS-TRIM-FIN   TO WS-PER-FIN
                 END-IF
              WHEN 'A'
                 IF WS-AN-ECHU
                    SET WS-FRAIS-DU TO TRUE
                    MOVE WS-AN-DEBUT TO WS-PER-DEBUT
                    MOVE WS-AN-FIN   TO WS-PER-FIN
                 END-IF
           END-EVALUATE
           IF WS-FRAIS-DU
              COMPUTE WS-JOURS-PERIODE =
                      FUNCTION INTEGER-OF-DATE(WS-PER-FIN)
                    - FUNCTION INTEGER-OF-DATE(WS-PER-DEBUT) + 1
              MOVE WS-JOURS-PERIODE TO WS-JOURS-FACTURES
              IF CPT-DATE-OUV NOT = SPACES
                 STRING CPT-DATE-OUV(1:4) CPT-DATE-OUV(6:2)
                        CPT-DATE-OUV(9:2)
                        DELIMITED BY SIZE INTO WS-OUV-NUM
                 IF WS-OUV-NUM > WS-PER-FIN
                    MOVE 'N' TO WS-FRAIS-DU-SW
                 ELSE
                    IF WS-OUV-NUM > WS-PER-DEBUT
                       COMPUTE WS-JOURS-FACTURES =
                               FUNCTION INTEGER-OF-DATE(WS-PER-FIN)
                             - FUNCTION INTEGER-OF-DATE(WS-OUV-NUM)
                             + 1
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      * MONTANT DU BAREME, SURCHARGE OU EXONERE PAR LE PLAN DU
      * CLIENT, PRORATISE PUIS ECRETE A LA MARGE DU PLAFOND MENSUEL.
       02C-FACTURE-FRAIS.
           MOVE WS-FRP-MONTANT(WS-FX) TO WS-MT-BAREME
           MOVE SPACES TO WS-ETAT
           PERFORM 02D-APPLIQUE-PLAN
           IF WS-ETAT = SPACES
              IF WS-JOURS-FACTURES < WS-JOURS-PERIODE
                 COMPUTE WS-MT-FACTURE ROUNDED =
                         WS-MT-BAREME * WS-JOURS-FACTURES
                       / WS-JOURS-PERIODE
                 MOVE 'PRORATA' TO WS-ETAT
              ELSE
                 MOVE WS-MT-BAREME TO WS-MT-FACTURE
                 MOVE 'FACTURE' TO WS-ETAT
              END-IF
              PERFORM 02E-PLAFONNE-FRAIS
           END-IF
           IF WS-MT-FACTURE > 0
              PERFORM 02F-EMET-FRAIS
              IF WS-ETAT = 'PRORATA'
                 ADD 1 TO WS-NB-PRORATA
              END-IF
           ELSE
              MOVE 0 TO WS-MT-FACTURE
           END-IF
           INITIALIZE WS-LIGNE-ETAT
           MOVE CPT-COMPTE              TO WS-LE-COMPTE
           MOVE WS-FRP-CODE(WS-FX)      TO WS-LE-CODE
           MOVE WS-FRP-FREQUENCE(WS-FX) TO WS-LE-FREQUENCE
           MOVE WS-FRP-MONTANT(WS-FX)   TO WS-LE-BAREME
           MOVE WS-MT-FACTURE           TO WS-LE-FACTURE
           MOVE WS-JOURS-FACTURES       TO WS-LE-JOURS
           MOVE WS-ETAT                 TO WS-LE-ETAT
           WRITE RPT-ENREG FROM WS-LIGNE-ETAT
           .

      * PLAN TARIFAIRE DU TITULAIRE (TBCLI PUIS TBPLN POUR LE CODE
      * FRAIS) : EXONERATION TOTALE, OU MONTANT FIXE DU PLAN EN LIEU
      * DU BAREME. UN REFERENTIEL ILLISIBLE LAISSE LE BAREME, COMME
      * 02E0-RESOUT-TARIF DE MFMAJCPT.
       02D-APPLIQUE-PLAN.
           IF NOT WS-PLAN-LU
              SET WS-PLAN-LU TO TRUE
              MOVE SPACES TO WS-PLAN-CLIENT
              IF CPT-CODCLI NOT = SPACES
                 INITIALIZE CLI-ZCMA
                 MOVE 'SEL'      TO CLI-FONCTION
                 MOVE CPT-CODCLI TO CLI-ID
                 CALL 'MACLI' USING CLI-ZCMA
                 IF CLI-CODRET = '00'
                    MOVE CLI-PLAN TO WS-PLAN-CLIENT
                 END-IF
              END-IF
           END-IF
           IF WS-PLAN-CLIENT NOT = SPACES
              INITIALIZE PLN-ZCMA
              MOVE 'SEL'              TO PLN-FONCTION
              MOVE WS-PLAN-CLIENT     TO PLN-PLAN
              MOVE WS-FRP-CODE(WS-FX) TO PLN-CODE-OPER
              CALL 'MAPLN' USING PLN-ZCMA
              IF PLN-CODRET = '00'
                 IF PLN-EXONERE
                    MOVE 0         TO WS-MT-FACTURE
                    MOVE 'EXONERE' TO WS-ETAT
                    ADD 1 TO WS-NB-EXONERES
                 ELSE
                    MOVE PLN-MT-FRAIS TO WS-MT-BAREME
                 END-IF
              END-IF
           END-IF
           .

      * MARGE DU PLAFOND MENSUEL : CUMUL DES FRAIS DU MOIS DEJA
      * HISTORISES (MAHIS 'FNB', QUI COMPTE AUSSI LES FRAIS
      * PERIODIQUES), DIMINUE DES FRAIS DEJA EMIS POUR LE COMPTE DANS
      * CE LOT. UN CUMUL ILLISIBLE LAISSE LE FRAIS TEL QUEL (GKFRACAP
      * REMBOURSE L'EXCEDENT EN FIN DE MOIS).
       02E-PLAFONNE-FRAIS.
           IF WS-PLAFOND > 0
              IF NOT WS-MARGE-LUE
                 SET WS-MARGE-LUE TO TRUE
                 MOVE WS-PLAFOND TO WS-MARGE
                 INITIALIZE HIS-ZCMA
                 MOVE 'FNB'         TO HIS-FONCTION
                 MOVE CPT-COMPTE    TO HIS-COMPTE
                 MOVE WS-DEBUT-MOIS TO HIS-DATE-DEBUT
                 MOVE WS-FIN-MOIS   TO HIS-DATE-FIN
                 CALL 'MAHIS' USING HIS-ZCMA
                 IF HIS-CODRET = '00'
                    COMPUTE WS-MARGE = WS-PLAFOND - HIS-MT-JOUR
                 ELSE
                    DISPLAY 'GKFRAPER - CUMUL ILLISIBLE, COMPTE '
                            CPT-COMPTE ' : ' HIS-LIBRET
                 END-IF
              END-IF
              IF WS-MARGE <= 0
                 MOVE 0          TO WS-MT-FACTURE
                 MOVE 'PLAFONNE' TO WS-ETAT
                 ADD 1 TO WS-NB-PLAFONNES
              ELSE
                 IF WS-MT-FACTURE > WS-MARGE
                    MOVE WS-MARGE TO WS-MT-FACTURE
                    MOVE 'ECRETE' TO WS-ETAT
                 END-IF
                 SUBTRACT WS-MT-FACTURE FROM WS-MARGE
              END-IF
           END-IF
           .

      * UNE OPERATION '10' PAR FRAIS, SOUS LE CODE FRAIS DU BAREME
      * (SENS DEBIT ET CONTREPARTIE ROUTES PAR TBHOP), EN DEVISE DE
      * BASE, LIBELLE DU BAREME REPORTE AU RELEVE.
       02F-EMET-FRAIS.
           MOVE WS-FRP-CODE(WS-FX)     TO WS-REF-CODE
           MOVE '10'                   TO F1-TYPE-10
           MOVE CPT-COMPTE             TO F1-COMPTE
           MOVE WS-FRP-CODE(WS-FX)     TO F1-CODE-OPER
           MOVE WS-REF-OPER            TO F1-REF-OPER
           MOVE 'EUR'                  TO F1-CODE-DEV
           MOVE WS-MT-FACTURE          TO F1-MONTANT-OPER
           MOVE SPACES                 TO F1-CODE-OPER-ANNULE
           MOVE SPACES                 TO F1-REF-OPER-ANNULE
           MOVE 'N'                    TO F1-AUTORISATION
           MOVE SPACES                 TO F1-DATE-VALEUR
           MOVE WS-FRP-LIBELLE(WS-FX)  TO F1-LIBELLE-OPER
           WRITE FLUXOUT-ENREG FROM F1-ENREG-10
           ADD 1             TO WS-NB-LOT
           ADD WS-MT-FACTURE TO WS-MT-LOT
           ADD 1 TO WS-NB-FACTURES
           MOVE F1-ENREG-00 TO WS-ENREG-10-SAUVE
           PERFORM VARYING WS-CKS-IX FROM 1 BY 1
                   UNTIL WS-CKS-IX > 80
              COMPUTE WS-CHECKSUM =
                      FUNCTION MOD(WS-CHECKSUM
                      + FUNCTION ORD(WS-ENREG-10-SAUVE(WS-CKS-IX:1)),
                      1000000000)
           END-PERFORM
           .
