      *********************************************************
      * PROGRAM NAME:  GKRENTAB                               *
      * PROGRAM OBJET :ETAT MENSUEL DE RENTABILITE CLIENT :   *
      *                POUR CHAQUE CLIENT DE TBCLI, TOUS SES  *
      *                COMPTES CONFONDUS, LES FRAIS FACTURES  *
      *                NETS DES REMBOURSEMENTS GKFRACAP, LA   *
      *                MARGE D'INTERETS (TBINTACC ET SOLDES   *
      *                MOYENS TBSOLDM), LE VOLUME D'OPERATIONS*
      *                ET LES FRAIS ABANDONNES PAR SON PLAN   *
      *                TARIFAIRE (TBPLN) AU REGARD DU TARIF   *
      *                TBHOP ; LES CLIENTS SONT CLASSES PAR   *
      *                RENTABILITE DANS CHAQUE AGENCE ET      *
      *                PRODUIT                                *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - RENTABILITE MENSUELLE PAR  *
      *          CLIENT, CLASSEE PAR AGENCE ET PRODUIT         *
      * 15/10/26 SOUAD   LES REGULARISATIONS DE FRAIS RCF/RDF  *
      *          (GKFRAREG) VIENNENT EN MOINS ET EN PLUS DES   *
      *          FRAIS NETS                                    *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKRENTAB.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ETAT DE RENTABILITE, UN BLOC PAR AGENCE ET PRODUIT
            SELECT RENTRPT ASSIGN TO DDRENTAB
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.

       FD RENTRPT.
       01 RPT-ENREG PIC X(132).

       WORKING-STORAGE SECTION.

       COPY ZACLI   REPLACING ==()== BY ==CLI==.
       COPY CPTFUNC.
       COPY HISFUNC REPLACING ==()== BY ==HIS==.
       COPY ZAOPE   REPLACING ==()== BY ==OPE==.
       COPY ZAPLN   REPLACING ==()== BY ==PLN==.
       COPY ZAACC   REPLACING ==()== BY ==ACC==.
       COPY ZASOLM  REPLACING ==()== BY ==SOL==.
       COPY ZAPRM   REPLACING ==()== BY ==PRM==.

      * MOIS ANALYSE, RECU EN SYSIN AU FORMAT YYYY-MM ; A BLANC, LE
      * MOIS DE LA DATE DU JOUR.
       01 WS-PARM-CARD    PIC X(07).
       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-MOIS-CIBLE   PIC X(07).
       01 WS-MOIS-NUM REDEFINES WS-MOIS-CIBLE.
         05 WS-MC-ANNEE   PIC 9(04).
         05 FILLER        PIC X(01).
         05 WS-MC-MOIS    PIC 9(02).
       01 WS-MOIS-PRECEDENT.
         05 WS-MP-ANNEE   PIC 9(04).
         05 FILLER        PIC X(01) VALUE '-'.
         05 WS-MP-MOIS    PIC 9(02).
       01 WS-DATE-DEBUT   PIC X(10).
       01 WS-DATE-FIN     PIC X(10).

      * TAUX DE CESSION INTERNE ANNUEL EN POURCENT (TBPRM
      * TAUX-CESSION-INTERNE) : VALEUR POUR LA BANQUE D'UN SOLDE
      * CREDITEUR QUI LA FINANCE, COUT D'UN SOLDE DEBITEUR QU'ELLE
      * FINANCE. ABSENT = MARGE LIMITEE AUX INTERETS COURUS.
       01 WS-TAUX-CESSION PIC S9(03)V9(04) VALUE 0.

      * CUMULS DU CLIENT COURANT, TOUS COMPTES CONFONDUS ; L'AGENCE ET
      * LE PRODUIT DE RATTACHEMENT SONT CEUX DE SON PREMIER COMPTE
      * (PLUS PETIT NUMERO, ORDRE DU CURSEUR CLIENT DE MACPT).
       01 WS-CLIENT-COURANT.
         05 WS-CC-AGENCE      PIC X(03).
         05 WS-CC-PRODUIT     PIC X(03).
         05 WS-CC-CODCLI      PIC X(08).
         05 WS-CC-NOM         PIC X(20).
         05 WS-CC-NB-COMPTES  PIC 9(04).
         05 WS-CC-NB-OPER     PIC 9(07).
         05 WS-CC-MT-OPER     PIC S9(13)V99.
         05 WS-CC-SOLDE-MOYEN PIC S9(13)V99.
         05 WS-CC-FRAIS       PIC S9(11)V99.
         05 WS-CC-REMB        PIC S9(11)V99.
         05 WS-CC-MARGE       PIC S9(11)V99.
         05 WS-CC-RENTAB      PIC S9(11)V99.
         05 WS-CC-ABANDON     PIC S9(11)V99.

      * CLIENTS RETENUS, MAINTENUS TRIES A L'INSERTION PAR AGENCE,
      * PRODUIT, PUIS RENTABILITE DECROISSANTE.
       01 WS-NB-RENT PIC 9(05) VALUE 0.
       01 WS-TAB-RENT.
         05 WS-RT-ENTRY OCCURS 1 TO 20000 TIMES
                        DEPENDING ON WS-NB-RENT
                        INDEXED BY WS-RX WS-RY.
            10 WS-RT-AGENCE      PIC X(03).
            10 WS-RT-PRODUIT     PIC X(03).
            10 WS-RT-CODCLI      PIC X(08).
            10 WS-RT-NOM         PIC X(20).
            10 WS-RT-NB-COMPTES  PIC 9(04).
            10 WS-RT-NB-OPER     PIC 9(07).
            10 WS-RT-MT-OPER     PIC S9(13)V99.
            10 WS-RT-SOLDE-MOYEN PIC S9(13)V99.
            10 WS-RT-FRAIS       PIC S9(11)V99.
            10 WS-RT-REMB        PIC S9(11)V99.
            10 WS-RT-MARGE       PIC S9(11)V99.
            10 WS-RT-RENTAB      PIC S9(11)V99.
            10 WS-RT-ABANDON     PIC S9(11)V99.

      * TARIFS PAR DEFAUT TBHOP DEJA LUS (ENTITE + CODE OPERATION).
       01 WS-NB-TARIFS PIC 9(03) VALUE 0.
       01 WS-TAB-TARIFS.
         05 WS-TF-ENTRY OCCURS 1 TO 200 TIMES
                        DEPENDING ON WS-NB-TARIFS
                        INDEXED BY WS-TX.
            10 WS-TF-ENTITE    PIC X(03).
            10 WS-TF-CODE-OPER PIC X(03).
            10 WS-TF-MT-FRAIS  PIC S9(07)V99.
            10 WS-TF-TX-FRAIS  PIC S9(03)V9(04).

      * SURCHARGES TBPLN DEJA LUES (PLAN + CODE OPERATION) ; UN CODE
      * ABSENT DU PLAN EST MEMORISE AUSSI (TARIF PAR DEFAUT).
       01 WS-NB-PLANS PIC 9(03) VALUE 0.
       01 WS-TAB-PLANS.
         05 WS-PL-ENTRY OCCURS 1 TO 500 TIMES
                        DEPENDING ON WS-NB-PLANS
                        INDEXED BY WS-PX.
            10 WS-PL-PLAN      PIC X(04).
            10 WS-PL-CODE-OPER PIC X(03).
            10 WS-PL-TROUVE    PIC X(01).
            10 WS-PL-EXONERE   PIC X(01).
            10 WS-PL-MT-FRAIS  PIC S9(07)V99.
            10 WS-PL-TX-FRAIS  PIC S9(03)V9(04).
       01 WS-TROUVE-SW PIC X(01).
         88 WS-TROUVE VALUE 'O'.

       01 WS-MT-BASE        PIC S9(13)V99.
       01 WS-FRAIS-DEFAUT   PIC S9(11)V99.
       01 WS-FRAIS-PLAN     PIC S9(11)V99.
       01 WS-SOLDE-OUVERT   PIC S9(13)V99.
       01 WS-SOLDE-CLOS     PIC S9(13)V99.
       01 WS-SOLDE-MOYEN    PIC S9(13)V99.
       01 WS-MARGE-CESSION  PIC S9(11)V99.

      * SOUS-TOTAUX DU BLOC AGENCE/PRODUIT EN COURS D'EDITION.
       01 WS-RUPTURE.
         05 WS-RU-AGENCE   PIC X(03).
         05 WS-RU-PRODUIT  PIC X(03).
       01 WS-RANG          PIC 9(05).
       01 WS-BLOC.
         05 WS-BL-NB       PIC 9(05).
         05 WS-BL-MT-OPER  PIC S9(13)V99.
         05 WS-BL-FRAIS    PIC S9(11)V99.
         05 WS-BL-MARGE    PIC S9(11)V99.
         05 WS-BL-RENTAB   PIC S9(11)V99.
         05 WS-BL-ABANDON  PIC S9(11)V99.

       01 WS-LIGNE-TITRE.
         05 FILLER       PIC X(36)
            VALUE 'RENTABILITE CLIENT DU MOIS         '.
         05 WS-LT-MOIS   PIC X(07).
         05 FILLER       PIC X(22) VALUE '   TAUX DE CESSION : '.
         05 WS-LT-TAUX   PIC -ZZ9.9999.
         05 FILLER       PIC X(58) VALUE SPACES.

       01 WS-LIGNE-BLOC.
         05 FILLER       PIC X(07) VALUE 'AGENCE '.
         05 WS-LBL-AGENCE  PIC X(03).
         05 FILLER       PIC X(10) VALUE '  PRODUIT '.
         05 WS-LBL-PRODUIT PIC X(03).
         05 FILLER       PIC X(109) VALUE SPACES.

       01 WS-LIGNE-COLONNES.
         05 FILLER PIC X(06) VALUE 'RANG'.
         05 FILLER PIC X(29) VALUE 'CLIENT   NOM'.
         05 FILLER PIC X(12) VALUE 'CPT    OPER'.
         05 FILLER PIC X(14) VALUE '       VOLUME'.
         05 FILLER PIC X(15) VALUE '   SOLDE MOYEN'.
         05 FILLER PIC X(13) VALUE ' FRAIS NETS'.
         05 FILLER PIC X(13) VALUE '  MARGE INT.'.
         05 FILLER PIC X(13) VALUE ' RENTABILITE'.
         05 FILLER PIC X(17) VALUE '  FRAIS ABANDON.'.

       01 WS-LIGNE-CLIENT.
         05 WS-LC-RANG        PIC ZZZZ9.
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LC-CODCLI      PIC X(08).
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LC-NOM         PIC X(20).
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LC-NB-COMPTES  PIC ZZ9.
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LC-NB-OPER     PIC ZZZZZZ9.
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LC-MT-OPER     PIC ZZZZZZZZZ9.99.
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LC-SOLDE-MOYEN PIC -ZZZZZZZZZ9.99.
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LC-FRAIS       PIC -ZZZZZZZ9.99.
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LC-MARGE       PIC -ZZZZZZZ9.99.
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LC-RENTAB      PIC -ZZZZZZZ9.99.
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LC-ABANDON     PIC -ZZZZZZZ9.99.
         05 FILLER            PIC X(04) VALUE SPACES.

       01 WS-LIGNE-TOTAL-BLOC.
         05 FILLER            PIC X(06) VALUE 'TOTAL '.
         05 WS-LX-NB          PIC ZZZZ9.
         05 FILLER            PIC X(37) VALUE ' CLIENTS'.
         05 WS-LX-MT-OPER     PIC ZZZZZZZZZ9.99.
         05 FILLER            PIC X(16) VALUE SPACES.
         05 WS-LX-FRAIS       PIC -ZZZZZZZ9.99.
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LX-MARGE       PIC -ZZZZZZZ9.99.
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LX-RENTAB      PIC -ZZZZZZZ9.99.
         05 FILLER            PIC X(01) VALUE SPACES.
         05 WS-LX-ABANDON     PIC -ZZZZZZZ9.99.
         05 FILLER            PIC X(04) VALUE SPACES.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

       01 WS-RUN-COUNTERS.
         05 WS-NB-CLIENTS-LUS  PIC 9(07) VALUE 0.
         05 WS-NB-SANS-COMPTE  PIC 9(07) VALUE 0.
         05 WS-NB-COMPTES-LUS  PIC 9(07) VALUE 0.
         05 WS-NB-LIGNES-LUES  PIC 9(09) VALUE 0.
         05 WS-NB-SANS-SOLDM   PIC 9(07) VALUE 0.
         05 WS-NB-ERREURS      PIC 9(07) VALUE 0.

       01 WS-FS-RPT PIC X(02).
         88 FS-RPT-OK VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           IF WS-PARM-CARD = SPACES
              STRING WS-DATE-SYSTEME(1:4) '-'
                     WS-DATE-SYSTEME(5:2)
                     DELIMITED BY SIZE INTO WS-MOIS-CIBLE
           ELSE
              MOVE WS-PARM-CARD TO WS-MOIS-CIBLE
           END-IF
           STRING WS-MOIS-CIBLE '-01'
                  DELIMITED BY SIZE INTO WS-DATE-DEBUT
           STRING WS-MOIS-CIBLE '-99'
                  DELIMITED BY SIZE INTO WS-DATE-FIN
           IF WS-MC-MOIS = 1
              COMPUTE WS-MP-ANNEE = WS-MC-ANNEE - 1
              MOVE 12 TO WS-MP-MOIS
           ELSE
              MOVE WS-MC-ANNEE TO WS-MP-ANNEE
              COMPUTE WS-MP-MOIS = WS-MC-MOIS - 1
           END-IF
           INITIALIZE PRM-ZCMA
           MOVE 'SEL' TO PRM-FONCTION
           MOVE 'TAUX-CESSION-INTERNE' TO PRM-CLE
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00'
              COMPUTE WS-TAUX-CESSION = FUNCTION NUMVAL(PRM-VALEUR)
           ELSE
              DISPLAY 'GKRENTAB - PARAMETRE ABSENT ' PRM-CLE
           END-IF
           OPEN OUTPUT RENTRPT
           .

      * PARCOURS DE TOUT LE REFERENTIEL CLIENT (CURSEUR MACLI), PUIS
      * EDITION DU CLASSEMENT.
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
              DISPLAY 'GKRENTAB - PARCOURS TBCLI EN ERREUR : '
                      CLI-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 02H-EDITE-ETAT
           .

       03-ENDPGM.
           CLOSE RENTRPT
           DISPLAY '**********************************'
           DISPLAY '*************GKRENTAB*************'
           DISPLAY '**********************************'
           DISPLAY '* MOIS ANALYSE        : ' WS-MOIS-CIBLE
           DISPLAY '* CLIENTS LUS         : ' WS-NB-CLIENTS-LUS
           DISPLAY '* CLIENTS SANS COMPTE : ' WS-NB-SANS-COMPTE
           DISPLAY '* CLIENTS CLASSES     : ' WS-NB-RENT
           DISPLAY '* COMPTES ANALYSES    : ' WS-NB-COMPTES-LUS
           DISPLAY '* LIGNES TBHIS LUES   : ' WS-NB-LIGNES-LUES
           DISPLAY '* COMPTES SANS ARRETE : ' WS-NB-SANS-SOLDM
           DISPLAY '* ERREURS D ACCES     : ' WS-NB-ERREURS
           DISPLAY '**********************************'
           IF WS-NB-ERREURS > 0 AND RETURN-CODE = 0
              MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * CUMUL DE TOUS LES COMPTES DU CLIENT (CURSEUR CLIENT DE MACPT).
      * UN CLIENT SANS COMPTE N'EST PAS CLASSE.
       02A-TRAITE-CLIENT.
           INITIALIZE WS-CLIENT-COURANT
           MOVE CLI-ID       TO WS-CC-CODCLI
           MOVE CLI-NOM      TO WS-CC-NOM
           INITIALIZE CPT-ZCMA
           MOVE 'CDB'        TO CPT-FONCTION
           MOVE CLI-ID       TO CPT-CODCLI
           CALL 'MACPT' USING CPT-ZCMA
           PERFORM UNTIL CPT-CODRET NOT = '00'
              ADD 1 TO WS-NB-COMPTES-LUS
              ADD 1 TO WS-CC-NB-COMPTES
              IF WS-CC-NB-COMPTES = 1
                 MOVE CPT-AGENCE  TO WS-CC-AGENCE
                 MOVE CPT-PRODUIT TO WS-CC-PRODUIT
              END-IF
              PERFORM 02B-CUMULE-OPERATIONS
              PERFORM 02C-CUMULE-MARGE
              MOVE 'CSU' TO CPT-FONCTION
              CALL 'MACPT' USING CPT-ZCMA
           END-PERFORM
           IF CPT-CODRET NOT = '04'
              DISPLAY 'GKRENTAB - PARCOURS TBCPT EN ERREUR, CLIENT '
                      CLI-ID ' : ' CPT-LIBRET
              ADD 1 TO WS-NB-ERREURS
           END-IF
           IF WS-CC-NB-COMPTES = 0
              ADD 1 TO WS-NB-SANS-COMPTE
           ELSE
              COMPUTE WS-CC-RENTAB = WS-CC-FRAIS - WS-CC-REMB
                                   + WS-CC-MARGE
              PERFORM 02G-CLASSE-CLIENT
           END-IF
           .

      * LIGNES TBHIS DU MOIS DU COMPTE : FRAIS 'FRA' FACTURES ET
      * COMPLEMENTS 'RDF', REMBOURSEMENTS 'RBF' DU PLAFOND (GKFRACAP)
      * ET 'RCF' DE REGULARISATION (GKFRAREG) ; LES INTERETS
      * ICR/IDB SONT PRIS DE TBINTACC ET LES CONTRE-PASSATIONS NE
      * COMPTENT PAS ; TOUTE AUTRE LIGNE EST UNE OPERATION DU CLIENT,
      * COMPTEE EN VOLUME ET CONFRONTEE AUX DEUX TARIFS.
       02B-CUMULE-OPERATIONS.
           INITIALIZE HIS-ZCMA
           MOVE 'DEB'         TO HIS-FONCTION
           MOVE CPT-COMPTE    TO HIS-COMPTE
           MOVE WS-DATE-DEBUT TO HIS-DATE-DEBUT
           MOVE WS-DATE-FIN   TO HIS-DATE-FIN
           CALL 'MAHIS' USING HIS-ZCMA
           PERFORM UNTIL HIS-CODRET NOT = '00'
              ADD 1 TO WS-NB-LIGNES-LUES
              EVALUATE HIS-CODE-OPER
                 WHEN 'FRA'
                 WHEN 'RDF'
                    ADD HIS-MONTANT TO WS-CC-FRAIS
                 WHEN 'RBF'
                 WHEN 'RCF'
                    ADD HIS-MONTANT TO WS-CC-REMB
                 WHEN 'ICR'
                 WHEN 'IDB'
                 WHEN 'ANN'
                    CONTINUE
                 WHEN OTHER
                    ADD 1           TO WS-CC-NB-OPER
                    ADD HIS-MONTANT TO WS-CC-MT-OPER
                    PERFORM 02D-FRAIS-ABANDONNES
              END-EVALUATE
              MOVE 'SUI' TO HIS-FONCTION
              CALL 'MAHIS' USING HIS-ZCMA
           END-PERFORM
           IF HIS-CODRET NOT = '04'
              DISPLAY 'GKRENTAB - PARCOURS TBHIS EN ERREUR, COMPTE '
                      CPT-COMPTE ' : ' HIS-LIBRET
              ADD 1 TO WS-NB-ERREURS
           END-IF
           .

      * MARGE D'INTERETS DU COMPTE SUR LE MOIS : INTERETS DEBITEURS
      * PERCUS MOINS INTERETS CREDITEURS SERVIS (CUMUL TBINTACC), PLUS
      * LA VALEUR DU SOLDE MOYEN AU TAUX DE CESSION INTERNE. LE SOLDE
      * MOYEN EST LA MOYENNE DES SOLDES ARRETES (TBSOLDM) DE FIN DU
      * MOIS PRECEDENT ET DE FIN DU MOIS ; A DEFAUT D'ARRETE DU MOIS
      * PRECEDENT (COMPTE OUVERT DANS LE MOIS), LE SOLDE DE FIN SEUL.
       02C-CUMULE-MARGE.
           INITIALIZE ACC-ZCMA
           MOVE 'SEL'         TO ACC-FONCTION
           MOVE CPT-COMPTE    TO ACC-COMPTE
           MOVE WS-MOIS-CIBLE TO ACC-MOIS
           CALL 'MAACC' USING ACC-ZCMA
           EVALUATE ACC-CODRET
              WHEN '00'
                 COMPUTE WS-CC-MARGE = WS-CC-MARGE
                                     + ACC-INT-DEBIT - ACC-INT-CREDIT
              WHEN '04'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'GKRENTAB - LECTURE TBINTACC KO ' CPT-COMPTE
                         ' : ' ACC-LIBRET
                 ADD 1 TO WS-NB-ERREURS
           END-EVALUATE

           INITIALIZE SOL-ZCMA
           MOVE 'SEL'         TO SOL-FONCTION
           MOVE CPT-COMPTE    TO SOL-COMPTE
           MOVE WS-MOIS-CIBLE TO SOL-MOIS
           CALL 'MASOLM' USING SOL-ZCMA
           IF SOL-CODRET NOT = '00'
              ADD 1 TO WS-NB-SANS-SOLDM
           ELSE
              MOVE SOL-SOLDE-FIN TO WS-SOLDE-CLOS
              INITIALIZE SOL-ZCMA
              MOVE 'SEL'             TO SOL-FONCTION
              MOVE CPT-COMPTE        TO SOL-COMPTE
              MOVE WS-MOIS-PRECEDENT TO SOL-MOIS
              CALL 'MASOLM' USING SOL-ZCMA
              IF SOL-CODRET = '00'
                 MOVE SOL-SOLDE-FIN TO WS-SOLDE-OUVERT
                 COMPUTE WS-SOLDE-MOYEN ROUNDED =
                         (WS-SOLDE-OUVERT + WS-SOLDE-CLOS) / 2
              ELSE
                 MOVE WS-SOLDE-CLOS TO WS-SOLDE-MOYEN
              END-IF
              ADD WS-SOLDE-MOYEN TO WS-CC-SOLDE-MOYEN
              COMPUTE WS-MARGE-CESSION ROUNDED =
                      WS-SOLDE-MOYEN * WS-TAUX-CESSION / 1200
              ADD WS-MARGE-CESSION TO WS-CC-MARGE
           END-IF
           .

      * FRAIS ABANDONNES SUR UNE OPERATION : TARIF PAR DEFAUT TBHOP DE
      * L'ENTITE DU COMPTE MOINS TARIF DU PLAN DU CLIENT (MEME FORMULE
      * QUE LA GENERATION DE FRAIS DE MFMAJCPT, HORS PLAFOND MENSUEL).
      * NEGATIF SI LE PLAN EST PLUS CHER QUE LE TARIF PAR DEFAUT.
       02D-FRAIS-ABANDONNES.
           IF CLI-PLAN NOT = SPACES
              PERFORM 02E-TARIF-DEFAUT
              COMPUTE WS-MT-BASE = FUNCTION ABS(HIS-MONTANT)
              COMPUTE WS-FRAIS-DEFAUT ROUNDED =
                      WS-TF-MT-FRAIS(WS-TX)
                    + WS-MT-BASE * WS-TF-TX-FRAIS(WS-TX) / 100
              PERFORM 02F-TARIF-PLAN
              EVALUATE TRUE
                 WHEN WS-PL-TROUVE(WS-PX) NOT = 'O'
                    MOVE WS-FRAIS-DEFAUT TO WS-FRAIS-PLAN
                 WHEN WS-PL-EXONERE(WS-PX) = 'O'
                    MOVE 0 TO WS-FRAIS-PLAN
                 WHEN OTHER
                    COMPUTE WS-FRAIS-PLAN ROUNDED =
                            WS-PL-MT-FRAIS(WS-PX)
                          + WS-MT-BASE * WS-PL-TX-FRAIS(WS-PX) / 100
              END-EVALUATE
              COMPUTE WS-CC-ABANDON = WS-CC-ABANDON
                                    + WS-FRAIS-DEFAUT - WS-FRAIS-PLAN
           END-IF
           .

      * TARIF PAR DEFAUT DU CODE (CACHE PUIS MAOPE) ; WS-TX EN SORT
      * POSITIONNE. UN CODE INCONNU DE TBHOP VAUT TARIF NUL.
       02E-TARIF-DEFAUT.
           MOVE 'N' TO WS-TROUVE-SW
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-NB-TARIFS
              IF WS-TF-ENTITE(WS-TX) = CPT-ENTITE
                 AND WS-TF-CODE-OPER(WS-TX) = HIS-CODE-OPER
                 SET WS-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-TROUVE
              INITIALIZE OPE-ZCMA
              MOVE 'SEL'         TO OPE-FONCTION
              MOVE HIS-CODE-OPER TO OPE-CODE-OPER
              MOVE CPT-ENTITE    TO OPE-ENTITE
              CALL 'MAOPE' USING OPE-ZCMA
              IF OPE-CODRET NOT = '00'
                 MOVE 0 TO OPE-MT-FRAIS OPE-TX-FRAIS
              END-IF
              IF WS-NB-TARIFS >= 200
                 SET WS-TX TO 200
              ELSE
                 ADD 1 TO WS-NB-TARIFS
                 SET WS-TX TO WS-NB-TARIFS
              END-IF
              MOVE CPT-ENTITE    TO WS-TF-ENTITE(WS-TX)
              MOVE HIS-CODE-OPER TO WS-TF-CODE-OPER(WS-TX)
              MOVE OPE-MT-FRAIS  TO WS-TF-MT-FRAIS(WS-TX)
              MOVE OPE-TX-FRAIS  TO WS-TF-TX-FRAIS(WS-TX)
           END-IF
           .

      * SURCHARGE DU PLAN DU CLIENT POUR LE CODE (CACHE PUIS MAPLN) ;
      * WS-PX EN SORT POSITIONNE. TABLE PLEINE : LA DERNIERE ENTREE
      * EST RECYCLEE.
       02F-TARIF-PLAN.
           MOVE 'N' TO WS-TROUVE-SW
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-NB-PLANS
              IF WS-PL-PLAN(WS-PX) = CLI-PLAN
                 AND WS-PL-CODE-OPER(WS-PX) = HIS-CODE-OPER
                 SET WS-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-TROUVE
              INITIALIZE PLN-ZCMA
              MOVE 'SEL'         TO PLN-FONCTION
              MOVE CLI-PLAN      TO PLN-PLAN
              MOVE HIS-CODE-OPER TO PLN-CODE-OPER
              CALL 'MAPLN' USING PLN-ZCMA
              IF WS-NB-PLANS >= 500
                 SET WS-PX TO 500
              ELSE
                 ADD 1 TO WS-NB-PLANS
                 SET WS-PX TO WS-NB-PLANS
              END-IF
              MOVE CLI-PLAN      TO WS-PL-PLAN(WS-PX)
              MOVE HIS-CODE-OPER TO WS-PL-CODE-OPER(WS-PX)
              MOVE PLN-MT-FRAIS  TO WS-PL-MT-FRAIS(WS-PX)
              MOVE PLN-TX-FRAIS  TO WS-PL-TX-FRAIS(WS-PX)
              MOVE PLN-EXONERATION TO WS-PL-EXONERE(WS-PX)
              IF PLN-CODRET = '00'
                 MOVE 'O' TO WS-PL-TROUVE(WS-PX)
              ELSE
                 MOVE 'N' TO WS-PL-TROUVE(WS-PX)
              END-IF
           END-IF
           .

      * INSERTION DU CLIENT A SA PLACE : APRES TOUS LES CLIENTS DE
      * CLE AGENCE/PRODUIT INFERIEURE, ET, DANS SON BLOC, APRES CEUX
      * DONT LA RENTABILITE EST SUPERIEURE OU EGALE.
       02G-CLASSE-CLIENT.
           IF WS-NB-RENT >= 20000
              DISPLAY 'GKRENTAB - TABLE DES CLIENTS PLEINE : '
                      WS-CC-CODCLI
              MOVE 24 TO RETURN-CODE
           ELSE
              PERFORM VARYING WS-RX FROM 1 BY 1
                      UNTIL WS-RX > WS-NB-RENT
                 IF WS-RT-AGENCE(WS-RX) > WS-CC-AGENCE
                    EXIT PERFORM
                 END-IF
                 IF WS-RT-AGENCE(WS-RX) = WS-CC-AGENCE
                    IF WS-RT-PRODUIT(WS-RX) > WS-CC-PRODUIT
                       EXIT PERFORM
                    END-IF
                    IF WS-RT-PRODUIT(WS-RX) = WS-CC-PRODUIT
                       AND WS-RT-RENTAB(WS-RX) < WS-CC-RENTAB
                       EXIT PERFORM
                    END-IF
                 END-IF
              END-PERFORM
              ADD 1 TO WS-NB-RENT
              PERFORM VARYING WS-RY FROM WS-NB-RENT BY -1
                      UNTIL WS-RY <= WS-RX
                 MOVE WS-RT-ENTRY(WS-RY - 1) TO WS-RT-ENTRY(WS-RY)
              END-PERFORM
              MOVE WS-CLIENT-COURANT TO WS-RT-ENTRY(WS-RX)
           END-IF
           .

      * EDITION DU CLASSEMENT : UN BLOC PAR AGENCE ET PRODUIT, RANG
      * REPARTANT DE 1 A CHAQUE BLOC, SOUS-TOTAL EN FIN DE BLOC.
       02H-EDITE-ETAT.
           MOVE WS-MOIS-CIBLE   TO WS-LT-MOIS
           MOVE WS-TAUX-CESSION TO WS-LT-TAUX
           WRITE RPT-ENREG FROM WS-LIGNE-TITRE
                 AFTER ADVANCING PAGE
           MOVE HIGH-VALUES TO WS-RUPTURE
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-NB-RENT
              IF WS-RT-AGENCE(WS-RX)  NOT = WS-RU-AGENCE
              OR WS-RT-PRODUIT(WS-RX) NOT = WS-RU-PRODUIT
                 IF WS-RX > 1
                    PERFORM 02I-EDITE-TOTAL-BLOC
                 END-IF
                 MOVE WS-RT-AGENCE(WS-RX)  TO WS-RU-AGENCE
                 MOVE WS-RT-PRODUIT(WS-RX) TO WS-RU-PRODUIT
                 INITIALIZE WS-BLOC
                 MOVE 0 TO WS-RANG
                 MOVE WS-RU-AGENCE  TO WS-LBL-AGENCE
                 MOVE WS-RU-PRODUIT TO WS-LBL-PRODUIT
                 WRITE RPT-ENREG FROM WS-LIGNE-VIDE
                 WRITE RPT-ENREG FROM WS-LIGNE-BLOC
                 WRITE RPT-ENREG FROM WS-LIGNE-COLONNES
              END-IF
              ADD 1 TO WS-RANG
              MOVE WS-RANG                   TO WS-LC-RANG
              MOVE WS-RT-CODCLI(WS-RX)       TO WS-LC-CODCLI
              MOVE WS-RT-NOM(WS-RX)          TO WS-LC-NOM
              MOVE WS-RT-NB-COMPTES(WS-RX)   TO WS-LC-NB-COMPTES
              MOVE WS-RT-NB-OPER(WS-RX)      TO WS-LC-NB-OPER
              MOVE WS-RT-MT-OPER(WS-RX)      TO WS-LC-MT-OPER
              MOVE WS-RT-SOLDE-MOYEN(WS-RX)  TO WS-LC-SOLDE-MOYEN
              COMPUTE WS-LC-FRAIS = WS-RT-FRAIS(WS-RX)
                                  - WS-RT-REMB(WS-RX)
              MOVE WS-RT-MARGE(WS-RX)        TO WS-LC-MARGE
              MOVE WS-RT-RENTAB(WS-RX)       TO WS-LC-RENTAB
              MOVE WS-RT-ABANDON(WS-RX)      TO WS-LC-ABANDON
              WRITE RPT-ENREG FROM WS-LIGNE-CLIENT
              ADD 1 TO WS-BL-NB
              ADD WS-RT-MT-OPER(WS-RX) TO WS-BL-MT-OPER
              COMPUTE WS-BL-FRAIS = WS-BL-FRAIS + WS-RT-FRAIS(WS-RX)
                                  - WS-RT-REMB(WS-RX)
              ADD WS-RT-MARGE(WS-RX)   TO WS-BL-MARGE
              ADD WS-RT-RENTAB(WS-RX)  TO WS-BL-RENTAB
              ADD WS-RT-ABANDON(WS-RX) TO WS-BL-ABANDON
           END-PERFORM
           IF WS-NB-RENT > 0
              PERFORM 02I-EDITE-TOTAL-BLOC
           END-IF
           .

       02I-EDITE-TOTAL-BLOC.
           MOVE WS-BL-NB      TO WS-LX-NB
           MOVE WS-BL-MT-OPER TO WS-LX-MT-OPER
           MOVE WS-BL-FRAIS   TO WS-LX-FRAIS
           MOVE WS-BL-MARGE   TO WS-LX-MARGE
           MOVE WS-BL-RENTAB  TO WS-LX-RENTAB
           MOVE WS-BL-ABANDON TO WS-LX-ABANDON
           WRITE RPT-ENREG FROM WS-LIGNE-TOTAL-BLOC
           .
