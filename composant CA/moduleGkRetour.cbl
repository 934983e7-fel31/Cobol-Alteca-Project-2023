      * --------- ------------  ----------------------------- *
      * 03/09/26 SOUAD   CREATION - CONTRE-PASSATIONS          *
      *          AUTOMATIQUES DES RETOURS INTERBANCAIRES       *
      * 15/10/26 SOUAD   IMPAYES DES PRELEVEMENTS EMIS POUR    *
      *          LES CREANCIERS ENTREPRISES (TBPRC) : DEBIT    *
      *          PCI DU CREANCIER ET ETAT DETAILLE DES IMPAYES *
      *          (DDRETCRE)                                    *
      *                                                       *
      *********************************************************

            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-REJ.

      *    ETAT DETAILLE DES IMPAYES DEBITES AUX CREANCIERS ENTREPRISES
            SELECT IMPAYES ASSIGN TO DDRETCRE
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-IMP.

       DATA DIVISION.
       FILE SECTION.

       FD REJETSOUT.
       01 REJ-ENREG PIC X(110).

       FD IMPAYES.
       01 IMP-ENREG PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFLUX   REPLACING ==()== BY ==F1==.
       COPY HISFUNC REPLACING ==()== BY ==HIS==.
       COPY ZAPRC   REPLACING ==()== BY ==PRC==.

       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).

       01 WS-MOTIF-REJET PIC X(30).

      * IMPAYE SUR UN PRELEVEMENT EMIS POUR UN CREANCIER ENTREPRISE
      * (REFERENCE CONNUE DE TBPRC) : LE CREANCIER, CREDITE A LA DATE
      * DE REGLEMENT, EST DEBITE DU MONTANT IMPAYE SOUS LE CODE PCI.
       01 WS-CODE-IMPAYE PIC X(03) VALUE 'PCI'.

       01 WS-IMP-TITRE.
         05 FILLER     PIC X(43)
            VALUE 'IMPAYES SUR PRELEVEMENTS EMIS - TRAITES LE '.
         05 WS-IT-DATE PIC X(10).
         05 FILLER     PIC X(79) VALUE SPACES.
       01 WS-IMP-ENTETE.
         05 FILLER PIC X(09) VALUE 'CREANCIER'.
         05 FILLER PIC X(12) VALUE 'COMPTE'.
         05 FILLER PIC X(07) VALUE 'REMISE'.
         05 FILLER PIC X(11) VALUE 'REF PRES.'.
         05 FILLER PIC X(12) VALUE 'DEBITEUR'.
         05 FILLER PIC X(17) VALUE 'MANDAT'.
         05 FILLER PIC X(15) VALUE '       MONTANT'.
         05 FILLER PIC X(49) VALUE 'MOTIF'.
       01 WS-IMP-LIGNE.
         05 WS-IL-CREANCIER PIC X(08).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-IL-COMPTE    PIC X(11).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-IL-REMISE    PIC 9(06).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-IL-REF       PIC X(10).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-IL-DEBITEUR  PIC X(11).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-IL-MANDAT    PIC X(16).
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-IL-MONTANT   PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER          PIC X(01) VALUE SPACES.
         05 WS-IL-MOTIF     PIC X(20).
         05 FILLER          PIC X(29) VALUE SPACES.
       01 WS-IMP-TOTAL.
         05 FILLER        PIC X(30) VALUE 'TOTAL DEBITE AUX CREANCIERS'.
         05 WS-IX-NB      PIC ZZZ,ZZ9.
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-IX-MONTANT PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER        PIC X(80) VALUE SPACES.
       01 WS-IMP-VIDE PIC X(132) VALUE SPACES.

      * TOTAUX DU LOT PRODUIT ET SOMME DE CONTROLE DU '98'.
       01 WS-NB-LOT PIC 9(06) VALUE 0.
       01 WS-MT-LOT PIC 9(11)V99 VALUE 0.
         05 WS-NB-RETOURS   PIC 9(06) VALUE 0.
         05 WS-NB-APPARIES  PIC 9(06) VALUE 0.
         05 WS-NB-REJETES   PIC 9(06) VALUE 0.
         05 WS-NB-IMPAYES   PIC 9(06) VALUE 0.
         05 WS-MT-IMPAYES   PIC 9(11)V99 VALUE 0.

       01 WS-FS-RET PIC X(02).
         88 FS-RET-OK  VALUE '00'.
         88 FS-FLUX-OK VALUE '00'.
       01 WS-FS-REJ PIC X(02).
         88 FS-REJ-OK VALUE '00'.
       01 WS-FS-IMP PIC X(02).
         88 FS-IMP-OK VALUE '00'.

       PROCEDURE DIVISION.

           END-IF
           OPEN OUTPUT FLUXOUT
           OPEN OUTPUT REJETSOUT
           OPEN OUTPUT IMPAYES
           INITIALIZE F1-ENREG-00
           MOVE '00'         TO F1-TYPE-00
           MOVE 'RET'        TO F1-ORIGINE
           MOVE '00'         TO WS-RJ00-TYPE
           MOVE WS-DATE-JOUR TO WS-RJ00-DATE
           WRITE REJ-ENREG FROM WS-REJ-00
           MOVE WS-DATE-JOUR TO WS-IT-DATE
           WRITE IMP-ENREG FROM WS-IMP-TITRE
                 AFTER ADVANCING PAGE
           WRITE IMP-ENREG FROM WS-IMP-VIDE
           WRITE IMP-ENREG FROM WS-IMP-ENTETE
           .

       02-TREATMENT.
           MOVE '99'          TO WS-RJ99-TYPE
           MOVE WS-NB-REJETES TO WS-RJ99-NB
           WRITE REJ-ENREG FROM WS-REJ-99
           MOVE WS-NB-IMPAYES TO WS-IX-NB
           MOVE WS-MT-IMPAYES TO WS-IX-MONTANT
           WRITE IMP-ENREG FROM WS-IMP-VIDE
           WRITE IMP-ENREG FROM WS-IMP-TOTAL
           CLOSE FLUXOUT, REJETSOUT, IMPAYES
           DISPLAY '**********************************'
           DISPLAY '*************GKRETOUR*************'
           DISPLAY '**********************************'
           DISPLAY '* RETOURS LUS         : ' WS-NB-RETOURS
           DISPLAY '* CONTRE-PASSES       : ' WS-NB-APPARIES
           DISPLAY '* IMPAYES CREANCIERS  : ' WS-NB-IMPAYES
           DISPLAY '* INAPPARIABLES       : ' WS-NB-REJETES
           DISPLAY '**********************************'
           IF WS-NB-REJETES > 0
      * APPARIEMENT DU RETOUR : L'OPERATION D'ORIGINE DOIT ETRE
      * HISTORISEE SUR TBHIS SOUS LE COMPTE ET LA REFERENCE PORTES
      * PAR LE RETOUR, ET SON MONTANT DOIT CONCORDER - UN MONTANT
      * DIFFERENT N'EST PAS CONTRE-PASSE EN AVEUGLE. UNE REFERENCE
      * CONNUE DE TBPRC EST L'IMPAYE D'UN PRELEVEMENT EMIS POUR UN
      * CREANCIER ENTREPRISE : ELLE EST TRAITEE A PART.
       02A-TRAITE-RETOUR.
           MOVE SPACES TO WS-MOTIF-REJET
           INITIALIZE PRC-ZCMA
           MOVE 'SEL'        TO PRC-FONCTION
           MOVE RET-REF-OPER TO PRC-REF-PRES
           CALL 'MAPRC' USING PRC-ZCMA
           EVALUATE PRC-CODRET
              WHEN '00'
                 PERFORM 02E-TRAITE-IMPAYE
              WHEN '04'
                 PERFORM 02A1-APPARIE-TBHIS
              WHEN OTHER
                 MOVE PRC-LIBRET TO WS-MOTIF-REJET
                 PERFORM 02C-ECRIT-REJET
           END-EVALUATE
           .

       02A1-APPARIE-TBHIS.
           INITIALIZE HIS-ZCMA
           MOVE 'SEL'        TO HIS-FONCTION
           MOVE RET-COMPTE   TO HIS-COMPTE
                      1000000000)
           END-PERFORM
           .

      * IMPAYE D'UNE COLLECTE PRESENTEE : LE MONTANT DOIT CONCORDER ET
      * L'IMPAYE NE PAS AVOIR DEJA ETE DEBITE. LA COLLECTE EST MARQUEE
      * IMPAYEE SUR TBPRC AVANT L'EMISSION DU DEBIT, DE SORTE QU'UN
      * RETOUR REPASSE NE DEBITE JAMAIS DEUX FOIS LE CREANCIER.
       02E-TRAITE-IMPAYE.
           EVALUATE TRUE
              WHEN PRC-IMPAYEE
                 MOVE 'IMPAYE DEJA DEBITE AU CREANCIER'
                   TO WS-MOTIF-REJET
              WHEN PRC-MONTANT NOT = RET-MONTANT
                 MOVE 'MONTANT RETOURNE DIFFERENT'
                   TO WS-MOTIF-REJET
              WHEN OTHER
                 MOVE 'UPD'        TO PRC-FONCTION
                 MOVE 'I'          TO PRC-STATUT
                 MOVE WS-DATE-JOUR TO PRC-DATE-RETOUR
                 MOVE RET-MOTIF    TO PRC-MOTIF-RETOUR
                 CALL 'MAPRC' USING PRC-ZCMA
                 IF PRC-CODRET NOT = '00'
                    MOVE PRC-LIBRET TO WS-MOTIF-REJET
                 END-IF
           END-EVALUATE
           IF WS-MOTIF-REJET = SPACES
              PERFORM 02F-DEBITE-CREANCIER
           ELSE
              PERFORM 02C-ECRIT-REJET
           END-IF
           .

       02F-DEBITE-CREANCIER.
           INITIALIZE F1-ENREG-00
           MOVE '10'           TO F1-TYPE-10
           MOVE PRC-COMPTE     TO F1-COMPTE
           MOVE WS-CODE-IMPAYE TO F1-CODE-OPER
           MOVE SPACES         TO F1-REF-OPER
           STRING 'R' RET-REF-OPER(2:9)
                  DELIMITED BY SIZE INTO F1-REF-OPER
           MOVE PRC-CODE-DEV   TO F1-CODE-DEV
           MOVE PRC-MONTANT    TO F1-MONTANT-OPER
           MOVE 'O'            TO F1-AUTORISATION
           MOVE SPACES         TO F1-DATE-VALEUR
           STRING 'IMP ' PRC-REF-PRES
                  DELIMITED BY SIZE INTO F1-LIBELLE-OPER
           WRITE FLUX-ENREG FROM F1-ENREG-00
           ADD 1 TO WS-NB-LOT
           ADD F1-MONTANT-OPER TO WS-MT-LOT
           ADD 1 TO WS-NB-IMPAYES
           ADD PRC-MONTANT TO WS-MT-IMPAYES
           MOVE F1-ENREG-00 TO WS-ENREG-10-SAUVE
           PERFORM 02D-CUMULE-CHECKSUM
           MOVE PRC-CREANCIER       TO WS-IL-CREANCIER
           MOVE PRC-COMPTE          TO WS-IL-COMPTE
           MOVE PRC-NUM-REMISE      TO WS-IL-REMISE
           MOVE PRC-REF-PRES        TO WS-IL-REF
           MOVE PRC-COMPTE-DEBITEUR TO WS-IL-DEBITEUR
           MOVE PRC-REF-MANDAT      TO WS-IL-MANDAT
           MOVE PRC-MONTANT         TO WS-IL-MONTANT
           MOVE RET-MOTIF           TO WS-IL-MOTIF
           WRITE IMP-ENREG FROM WS-IMP-LIGNE
           .
