      *          CREDITE PAR LE MOTEUR DE FRAIS, POUR QUE LA    *
      *          BALANCE DE CONTROLE GL RETROUVE LES FRAIS AU   *
      *          MEME ENDROIT QUELLE QUE SOIT LEUR ORIGINE      *
      * 15/10/26 SOUAD   ENTITE COMPTABLE A CHARGER LUE SUR     *
      *          SYSIN (A BLANC = ENTITE PRINCIPALE), POUR      *
      *          OUVRIR LE ROUTAGE STANDARD D'UNE FILIALE       *
      * 15/10/26 SOUAD   CODES DES VIREMENTS GROUPES (VGD DEBIT *
      *          GLOBAL, VGC CREDIT BENEFICIAIRE, VGR           *
      *          REMBOURSEMENT) SUR UN COMPTE DE TRANSIT COMMUN *
      * 15/10/26 SOUAD   CODES DES PROVISIONS SUR SOLDES        *
      *          DEBITEURS (PRD DOTATION, PRR REPRISE)          *
      * 15/10/26 SOUAD   CODES DU PASSAGE EN PERTE (PEP) ET DU   *
      *          RECOUVREMENT APRES PERTE (RCV)                 *
      * 15/10/26 SOUAD   CODES DES AJUSTEMENTS MANUELS PAR MOTIF *
      *          ET SENS (AEC/AED ERREUR BANQUE, AGC GESTE      *
      *          COMMERCIAL, AIC/AID CREDIT MAL IMPUTE)         *
      * 15/10/26 SOUAD   DELAI DE DISPONIBILITE PAR CODE (DEPOT *
      *          A DEUX JOURS OUVRES, LES AUTRES CREDITS        *
      *          DISPONIBLES TOUT DE SUITE) CHARGE AVEC LE      *
      *          ROUTAGE                                        *
      * 15/10/26 SOUAD   CODES DES PRELEVEMENTS EMIS POUR LES   *
      *          CREANCIERS ENTREPRISES (PCC CREDIT A LA DATE   *
      *          DE REGLEMENT, PCI DEBIT DES IMPAYES) SUR LE    *
      *          COMPTE DE REGLEMENT INTERBANCAIRE              *
      * 15/10/26 SOUAD   DEUXIEME CARTE SYSIN (OPERATEUR) ;     *
      *          CHAQUE CODE CREE EST ECRIT AU JOURNAL CENTRAL  *
      *          DES CHANGEMENTS (GKAUDIT)                      *
      * 15/10/26 SOUAD   CODES DE REGULARISATION RETROACTIVE    *
      *          DES FRAIS (RCF REMBOURSEMENT, RDF COMPLEMENT)  *
      *          SUR LE COMPTE DE PRODUITS DE FRAIS             *
      * 15/10/26 SOUAD   PROVISIONS PRD/PRR ROUTEES SUR LEURS   *
      *          PROPRES COMPTES DE DOTATION (10000000089) ET DE*
      *          REPRISE (10000000088) AU LIEU DES COMPTES      *
      *          D'ARRONDI ET DE REGLEMENT                      *
      * 15/10/26 SOUAD   CODES DES CHAINES ALIMENTEES PAR LOT   *
      *          FLUX : ECHEANCES DE PRETS (ECP/ECI/RAP), DEPOTS*
      *          A TERME (DAP/DAI/DAR), CHEQUES (CHQ), CARTES   *
      *          (CBD), CLOTURE (FCL/CLO), SAISIES (SAI),       *
      *          SUCCESSIONS (SUC), MIGRATIONS DE NUMERO (MIG)  *
      *          ET FRAIS PERIODIQUES STANDARD (TEN/CAR/ASS)    *
      *                                                        *
      *********************************************************
       ID DIVISION.

       WORKING-STORAGE SECTION.
       COPY ZAOPE REPLACING ==()== BY ==OPE==.
       COPY CAUDREF REPLACING ==()== BY ==AUD==.

       01 WS-NB-CODES PIC 9(02) VALUE 40.
       01 WS-IX       PIC 9(02).

      * CARTE SYSIN : ENTITE COMPTABLE DONT LE ROUTAGE EST CHARGE ; A
      * BLANC, ENTITE PRINCIPALE (COMPORTEMENT D'ORIGINE). LES COMPTES
      * GENERAUX PROPRES A LA FILIALE SONT ENSUITE REACTUALISES PAR
      * MAOPE 'UPD'.
       01 WS-PARM-ENTITE PIC X(03) VALUE SPACES.

      * CODES OPERATION STANDARD DE ROUTAGE COMPTABLE, EN DUR ICI FAUTE
      * DE FICHIER D'ALIMENTATION DEDIE : CODE (3), LIBELLE (20), SENS
      * (1), COMPTE GENERAL CONTREPARTIE (11). ICR/IDB SONT RESERVES A
      * LA CAPITALISATION D'INTERETS (GKINTCPT). VGD/VGC/VGR SONT
      * RESERVES AUX VIREMENTS GROUPES (GKVIRGRP) ET PARTAGENT LE COMPTE
      * DE TRANSIT 10000000096, SOLDE A ZERO PAR LOT EXECUTE. PRD/PRR
      * SONT RESERVES AUX PROVISIONS (GKPROVIS), POSTES SUR LE COMPTE
      * DE PROVISION : LA DOTATION LE CREDITE CONTRE LE COMPTE DE
      * DOTATIONS AUX PROVISIONS 10000000089, LA REPRISE LE DEBITE
      * CONTRE LE COMPTE DE REPRISES DE PROVISIONS 10000000088 (LES
      * COMPTES 10000000097 ET 10000000098 SONT CEUX DE L'ARRONDI DE
      * CONVERSION ET DU REGLEMENT INTERBANCAIRE). PEP EST RESERVE AU
      * PASSAGE EN PERTE
      * (GKPERTE) : LE COMPTE CLIENT EST CREDITE DE SON SOLDE DEBITEUR
      * CONTRE LE COMPTE DE PERTES 10000000095. RCV EST RESERVE AU
      * BALAYAGE DES RECOUVREMENTS PAR MFMAJCPT : LE COMPTE CLIENT EST
      * DEBITE DU CREDIT RECU CONTRE LE COMPTE DE RECOUVREMENTS SUR
      * CREANCES AMORTIES 10000000094. AEC/AED, AGC ET AIC/AID SONT
      * RESERVES AUX AJUSTEMENTS MANUELS APPROUVES (GKAJUSTE, ORIGINE
      * 'ADJ'), UN CODE PAR MOTIF ET PAR SENS : ERREUR DE LA BANQUE
      * CONTRE LE COMPTE DE CHARGES SUR ERREURS 10000000093, GESTE
      * COMMERCIAL (CREDIT SEULEMENT) CONTRE LE COMPTE DE CHARGES
      * COMMERCIALES 10000000092, CREDIT MAL IMPUTE CONTRE LE COMPTE
      * DE REGULARISATION DES IMPUTATIONS 10000000091. PCC/PCI SONT
      * RESERVES AUX PRELEVEMENTS EMIS POUR LES CREANCIERS ENTREPRISES
      * (GKPRLCRE, GKRETOUR) : LE CREDIT DU CREANCIER A LA DATE DE
      * REGLEMENT ET LE DEBIT DE SES IMPAYES, TOUS DEUX CONTRE LE
      * COMPTE TECHNIQUE DE REGLEMENT INTERBANCAIRE 10000000098.
      * RCF/RDF SONT RESERVES A LA REGULARISATION RETROACTIVE DES
      * FRAIS APRES UNE ERREUR DE TARIF (GKFRAREG) : REMBOURSEMENT DU
      * TROP-PERCU AU CREDIT, COMPLEMENT AU DEBIT, TOUS DEUX CONTRE LE
      * COMPTE DE PRODUITS DE FRAIS 10000000007 QUI LES AVAIT PORTES.
      * ECP/ECI/RAP SONT RESERVES AUX ECHEANCES DE PRETS (GKPRTECH,
      * ORIGINE 'PRT') : CAPITAL ET REMBOURSEMENT ANTICIPE AU DEBIT
      * CONTRE L'ENCOURS DES PRETS 10000000087, INTERETS AU DEBIT
      * CONTRE LES PRODUITS D'INTERETS SUR PRETS 10000000086.
      * DAP/DAI/DAR SONT RESERVES AUX DEPOTS A TERME (GKDATECH,
      * ORIGINE 'DAT') : PLACEMENT AU DEBIT ET RETOUR DU CAPITAL AU
      * CREDIT CONTRE L'ENCOURS DES DEPOTS A TERME 10000000085,
      * INTERETS AU CREDIT CONTRE LES CHARGES D'INTERETS SUR DEPOTS A
      * TERME 10000000084. CHQ (CHEQUE PAYE, CONTROLE PAR GKMAJ001) ET
      * CBD (COMPENSATION CARTE, GKCRTCLR) SONT DES DEBITS CONTRE LES
      * COMPTES DE COMPENSATION CHEQUES 10000000083 ET CARTES
      * 10000000082. FCL (FRAIS DE CLOTURE, GKCLOTUR) EST UN DEBIT
      * CONTRE LE COMPTE DE PRODUITS DE FRAIS 10000000007. CLO
      * (VIREMENT DE CLOTURE), SUC (VIREMENT DE SUCCESSION), SAI
      * (VERSEMENT AU CREANCIER SAISISSANT, GKSAISIE) ET MIG (VIREMENT
      * DE SOLDE D'UNE MIGRATION DE NUMERO, GKMIGCPT) SONT DES
      * VIREMENTS ROUTES COMME VIR. TEN/CAR/ASS SONT LES CODES FRAIS
      * STANDARD DU BAREME DES FRAIS PERIODIQUES (TBFRP, GKFRAPER) :
      * TENUE DE COMPTE, COTISATION CARTE, ASSURANCE, AU DEBIT CONTRE
      * LE COMPTE DE PRODUITS DE FRAIS 10000000007 ; UN AUTRE CODE
      * FRAIS DU BAREME DOIT ETRE CREE DANS TBHOP AVEC LE MEME ROUTAGE.
       01 WS-TAB-CODES-INIT.
       05 FILLER PIC X(35) VALUE 'VIRVIREMENT            D10000000001'.
       05 FILLER PIC X(35) VALUE 'DEPDEPOT               C10000000002'.
       05 FILLER PIC X(35) VALUE 'FRAFRAIS               D10000000007'.
       05 FILLER PIC X(35) VALUE 'ICRINTERETS CREDITEURS C10000000005'.
       05 FILLER PIC X(35) VALUE 'IDBINTERETS DEBITEURS  D10000000006'.
       05 FILLER PIC X(35) VALUE 'VGDVIR GROUPE DEBIT    D10000000096'.
       05 FILLER PIC X(35) VALUE 'VGCVIR GROUPE CREDIT   C10000000096'.
       05 FILLER PIC X(35) VALUE 'VGRVIR GROUPE REMB     C10000000096'.
       05 FILLER PIC X(35) VALUE 'PRDDOTATION PROVISION  C10000000089'.
       05 FILLER PIC X(35) VALUE 'PRRREPRISE PROVISION   D10000000088'.
       05 FILLER PIC X(35) VALUE 'PEPPASSAGE EN PERTE    C10000000095'.
       05 FILLER PIC X(35) VALUE 'RCVRECOUVREMENT PERTE  D10000000094'.
       05 FILLER PIC X(35) VALUE 'AECAJUST ERREUR CREDIT C10000000093'.
       05 FILLER PIC X(35) VALUE 'AEDAJUST ERREUR DEBIT  D10000000093'.
       05 FILLER PIC X(35) VALUE 'AGCGESTE COMMERCIAL    C10000000092'.
       05 FILLER PIC X(35) VALUE 'AICAJUST IMPUT CREDIT  C10000000091'.
       05 FILLER PIC X(35) VALUE 'AIDAJUST IMPUT DEBIT   D10000000091'.
       05 FILLER PIC X(35) VALUE 'PCCPRLV CREANCIER CRED C10000000098'.
       05 FILLER PIC X(35) VALUE 'PCIIMPAYE PRLV CREANC  D10000000098'.
       05 FILLER PIC X(35) VALUE 'RCFREGUL FRAIS CREDIT  C10000000007'.
       05 FILLER PIC X(35) VALUE 'RDFREGUL FRAIS DEBIT   D10000000007'.
       05 FILLER PIC X(35) VALUE 'ECPECHEANCE CAPITAL    D10000000087'.
       05 FILLER PIC X(35) VALUE 'ECIECHEANCE INTERETS   D10000000086'.
       05 FILLER PIC X(35) VALUE 'RAPREMB ANTICIPE PRET  D10000000087'.
       05 FILLER PIC X(35) VALUE 'DAPPLACEMENT DAT       D10000000085'.
       05 FILLER PIC X(35) VALUE 'DAIINTERETS DAT        C10000000084'.
       05 FILLER PIC X(35) VALUE 'DARREMBOURSEMENT DAT   C10000000085'.
       05 FILLER PIC X(35) VALUE 'CHQCHEQUE PAYE         D10000000083'.
       05 FILLER PIC X(35) VALUE 'CBDPAIEMENT CARTE      D10000000082'.
       05 FILLER PIC X(35) VALUE 'FCLFRAIS DE CLOTURE    D10000000007'.
       05 FILLER PIC X(35) VALUE 'CLOVIREMENT CLOTURE    D10000000001'.
       05 FILLER PIC X(35) VALUE 'SAIVERSEMENT SAISIE    D10000000001'.
       05 FILLER PIC X(35) VALUE 'SUCVIREMENT SUCCESSION D10000000001'.
       05 FILLER PIC X(35) VALUE 'MIGVIREMENT MIGRATION  D10000000001'.
       05 FILLER PIC X(35) VALUE 'TENTENUE DE COMPTE     D10000000007'.
       05 FILLER PIC X(35) VALUE 'CARCOTISATION CARTE    D10000000007'.
       05 FILLER PIC X(35) VALUE 'ASSASSURANCE           D10000000007'.
       01 WS-TAB-CODES REDEFINES WS-TAB-CODES-INIT.
           05 WS-CODE-ENTRY OCCURS 40 TIMES.
              10 WS-TC-CODE-OPER PIC X(03).
              10 WS-TC-LIBELLE   PIC X(20).
              10 WS-TC-SENS      PIC X(01).
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       05 FILLER PIC X(23) VALUE '000000000000           '.
       01 WS-TAB-FRAIS REDEFINES WS-TAB-FRAIS-INIT.
           05 WS-FRAIS-ENTRY OCCURS 40 TIMES.
              10 WS-TF-MT-FRAIS     PIC 9(05)V99.
              10 WS-TF-TX-FRAIS     PIC 9(01)V9(04).
              10 WS-TF-COMPTE-FRAIS PIC X(11).

      * DELAI DE DISPONIBILITE PAR CODE OPERATION, MEME ORDRE QUE
      * WS-TAB-CODES, EN JOURS OUVRES DU CALENDRIER LOCAL : SEUL LE
      * DEPOT (REMISE DE CHEQUE, DEPOT ENTRANT) N'EST DISPONIBLE
      * QU'APRES ENCAISSEMENT ; TOUS LES AUTRES CREDITS LE SONT TOUT
      * DE SUITE.
       01 WS-TAB-DELAIS-INIT.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 02.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       05 FILLER PIC 9(02) VALUE 00.
       01 WS-TAB-DELAIS REDEFINES WS-TAB-DELAIS-INIT.
           05 WS-TD-DELAI-DISPO PIC 9(02) OCCURS 40 TIMES.

       PROCEDURE DIVISION.

           PERFORM 000-BEGIN.

       000-BEGIN.
           DISPLAY 'CHGTBHOP - PEUPLEMENT DE TBHOP - DEBUT'
           ACCEPT WS-PARM-ENTITE FROM SYSIN
           DISPLAY 'CHGTBHOP - ENTITE : ' WS-PARM-ENTITE
      * DEUXIEME CARTE : OPERATEUR POUR LE JOURNAL DES CHANGEMENTS
      * (PAS DE FICHIER D'INSTRUCTIONS, LES CODES SONT EN DUR).
           MOVE SPACES TO AUD-CARTE
           ACCEPT AUD-CARTE FROM SYSIN
           IF AUD-CT-OPERATEUR = SPACES
              DISPLAY 'CHGTBHOP - OPERATEUR ABSENT EN SYSIN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           INITIALIZE AUD-ENREG
           MOVE 'CHGTBHOP'       TO AUD-PROGRAMME
           MOVE AUD-CT-OPERATEUR TO AUD-OPERATEUR
           MOVE AUD-CT-FICHIER   TO AUD-FICHIER
           MOVE 'TBHOP'          TO AUD-TABLE
           MOVE 'PEUPLE'         TO AUD-ACTION
           MOVE 'I'              TO AUD-OPERATION
           .

      * CHAQUE CODE DE LA TABLE EN DUR EST CREE DANS TBHOP VIA MAOPE ;
              MOVE WS-TF-COMPTE-FRAIS(WS-IX) TO OPE-COMPTE-FRAIS
              MOVE 'A'    TO OPE-STATUT
              MOVE SPACES TO OPE-DATE-FIN
              MOVE WS-PARM-ENTITE TO OPE-ENTITE
              MOVE WS-TD-DELAI-DISPO(WS-IX) TO OPE-DELAI-DISPO
              CALL 'MAOPE' USING OPE-ZCMA
              IF OPE-CODRET NOT = '00'
                 DISPLAY 'TBHOP CODE ' OPE-CODE-OPER ' NON CHARGE : '
                         OPE-LIBRET
              ELSE
                 DISPLAY 'TBHOP CODE ' OPE-CODE-OPER ' CHARGE'
                 STRING OPE-CODE-OPER OPE-ENTITE
                        DELIMITED BY SIZE INTO AUD-CLE
                 MOVE OPE-DONNEES TO AUD-APRES
                 CALL 'GKAUDIT' USING AUD-ENREG
              END-IF
           END-PERFORM
           .
