      * --------- ------------  ----------------------------- *
      * 03/09/26 SOUAD   CREATION - EXPORT JOURNAL COMPTABLE   *
      *          QUOTIDIEN, EQUILIBRE PROUVE AVANT ECRITURE    *
      * 15/10/26 SOUAD   EXPORT PAR ENTITE COMPTABLE (CARTE    *
      *          SYSIN, A BLANC = ENTITE PRINCIPALE) : ROUTAGE *
      *          ET MOUVEMENTS DE L'ENTITE, CONTRE SON PROPRE  *
      *          COLLECTIF (TBPRM COMPTE-COLLECTIF-XXX) ;      *
      *          ENTITE PORTEE PAR L'EN-TETE DE LOT            *
      * 15/10/26 SOUAD   LOT COMPTABLE INSCRIT AU REGISTRE DES *
      *          TRANSMISSIONS (GKTRFREG)                      *
      *                                                       *
      *********************************************************

       COPY HISFUNC REPLACING ==()== BY ==HIS==.
       COPY ZAPRM   REPLACING ==()== BY ==PRM==.
       COPY CALERTE REPLACING ==()== BY ==ALR==.
      * INSCRIPTION DU LOT REMIS AU REGISTRE DES TRANSMISSIONS.
       COPY CTRANSM REPLACING ==()== BY ==TRG==.

      * JOURNEE A EXPORTER, RECUE EN SYSIN (A BLANC, LA DATE DU
      * JOUR) ; IDENTIFIANT DE LOT DERIVE DE L'HORLOGE (MEME
      * CONVENTION DE RUN-ID QUE GKMAJ001). L'ENTITE COMPTABLE
      * EXPORTEE SUIT LA DATE APRES UN BLANC ; A BLANC, ENTITE
      * PRINCIPALE.
       01 WS-PARM-CARD.
         05 WS-PARM-DATE    PIC X(10).
         05 FILLER          PIC X(01).
         05 WS-PARM-ENTITE  PIC X(03).
       01 WS-DATE-JOUR    PIC X(10).
       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-RUN-ID       PIC X(08).

      * COMPTE COLLECTIF CLIENTS, CONTREPARTIE DE CHAQUE ECRITURE
      * (TBPRM COMPTE-COLLECTIF, SUFFIXE DU CODE ENTITE POUR UNE
      * FILIALE ; VALEUR COMPILEE EN REPLI).
       01 WS-COMPTE-COLLECTIF PIC X(11) VALUE '10000000001'.

      * ECRITURES EN MEMOIRE, ECRITES SEULEMENT UNE FOIS L'EQUILIBRE
         05 WS-GE-DATE   PIC X(10).
         05 WS-GE-LOT    PIC X(08).
         05 WS-GE-SOURCE PIC X(08) VALUE 'GKGLEXP'.
         05 WS-GE-ENTITE PIC X(03).
         05 FILLER       PIC X(50) VALUE SPACES.

       01 WS-GL-MOUVEMENT.
         05 WS-GM-TYPE    PIC X(01) VALUE 'M'.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           IF WS-PARM-DATE = SPACES
              STRING WS-DATE-SYSTEME(1:4) '-'
                     WS-DATE-SYSTEME(5:2) '-'
                     WS-DATE-SYSTEME(7:2)
                     DELIMITED BY SIZE INTO WS-DATE-JOUR
           ELSE
              MOVE WS-PARM-DATE TO WS-DATE-JOUR
           END-IF
           STRING WS-DATE-SYSTEME(9:6)
                  WS-DATE-SYSTEME(7:2)
           IF PRM-CODRET = '00'
              MOVE PRM-VALEUR(1:11) TO WS-COMPTE-COLLECTIF
           END-IF
      * UNE FILIALE SANS COLLECTIF PROPRE GARDE CELUI DE L'ENTITE
      * PRINCIPALE, COMME LE FAIT MFMAJCPT AU POSTE DES ARRONDIS.
           IF WS-PARM-ENTITE NOT = SPACES
              MOVE SPACES TO PRM-CLE
              STRING 'COMPTE-COLLECTIF-' DELIMITED BY SIZE
                     WS-PARM-ENTITE      DELIMITED BY SIZE
                INTO PRM-CLE
              INITIALIZE PRM-RETOUR
              MOVE SPACES TO PRM-VALEUR
              CALL 'MAPRM' USING PRM-ZCMA
              IF PRM-CODRET = '00'
                 MOVE PRM-VALEUR(1:11) TO WS-COMPTE-COLLECTIF
              END-IF
           END-IF
           .

      * PARCOURS DES CODES OPERATION DE TBHOP : CHAQUE CODE DONT LES
           MOVE 'DEB' TO OPE-FONCTION
           CALL 'MAOPE' USING OPE-ZCMA
           PERFORM UNTIL OPE-CODRET NOT = '00'
      * SEUL LE ROUTAGE DE L'ENTITE EXPORTEE EST RETENU.
              IF OPE-ENTITE = WS-PARM-ENTITE
                 ADD 1 TO WS-NB-CODES
                 PERFORM 02A-TRAITE-CODE
              END-IF
              MOVE 'SUI' TO OPE-FONCTION
              CALL 'MAOPE' USING OPE-ZCMA
           END-PERFORM
           DISPLAY '*************GKGLEXP**************'
           DISPLAY '**********************************'
           DISPLAY '* JOURNEE EXPORTEE    : ' WS-DATE-JOUR
           DISPLAY '* ENTITE              : ' WS-PARM-ENTITE
           DISPLAY '* CODES PARCOURUS     : ' WS-NB-CODES
           DISPLAY '* ECRITURES EMISES    : ' WS-NB-ECRITURES
           DISPLAY '* TOTAL DEBITS        : ' WS-TOT-DEBITS
           MOVE 'CNB'           TO HIS-FONCTION
           MOVE OPE-CODE-OPER   TO HIS-CODE-OPER
           MOVE WS-DATE-JOUR    TO HIS-DATE-OPER
           MOVE WS-PARM-ENTITE  TO HIS-ENTITE
           CALL 'MAHIS' USING HIS-ZCMA
           IF HIS-CODRET NOT = '00'
              DISPLAY 'GKGLEXP - TOTAUX ILLISIBLES, CODE '
              CALL 'GKALERT' USING ALR-ENREG
           ELSE
              OPEN OUTPUT GLJOURNAL
              INITIALIZE TRG-ZONE
              SET TRG-OUVERTURE TO TRUE
              MOVE 'GKGLEXP'  TO TRG-PROGRAMME
              MOVE 'COMPTAGL' TO TRG-PARTENAIRE
              MOVE 'DDGLEXP'  TO TRG-FICHIER
              MOVE 80         TO TRG-LRECL
              CALL 'GKTRFREG' USING TRG-ZONE
              MOVE WS-DATE-JOUR TO WS-GE-DATE
              MOVE WS-RUN-ID    TO WS-GE-LOT
              MOVE WS-PARM-ENTITE TO WS-GE-ENTITE
              WRITE GL-ENREG FROM WS-GL-ENTETE
              MOVE WS-GL-ENTETE TO TRG-DONNEES
              PERFORM 02E-TRANSMIS-ENREG
              PERFORM VARYING WS-LX FROM 1 BY 1
                      UNTIL WS-LX > WS-NB-LIGNES
                 MOVE WS-LG-COMPTE(WS-LX)  TO WS-GM-COMPTE
                 MOVE WS-LG-LIBELLE(WS-LX) TO WS-GM-LIBELLE
                 MOVE WS-DATE-JOUR         TO WS-GM-DATE
                 WRITE GL-ENREG FROM WS-GL-MOUVEMENT
                 MOVE WS-GL-MOUVEMENT TO TRG-DONNEES
                 PERFORM 02E-TRANSMIS-ENREG
                 ADD 1 TO WS-NB-ECRITURES
              END-PERFORM
              MOVE WS-NB-ECRITURES TO WS-GT-NB
              MOVE WS-TOT-DEBITS   TO WS-GT-DEBITS
              MOVE WS-TOT-CREDITS  TO WS-GT-CREDITS
              WRITE GL-ENREG FROM WS-GL-TOTAUX
              MOVE WS-GL-TOTAUX TO TRG-DONNEES
              PERFORM 02E-TRANSMIS-ENREG
              SET TRG-FERMETURE TO TRUE
              MOVE WS-TOT-DEBITS TO TRG-MONTANT
              CALL 'GKTRFREG' USING TRG-ZONE
              IF TRG-CODRET NOT = '00'
                 DISPLAY 'GKGLEXP - REGISTRE DES TRANSMISSIONS : '
                         TRG-LIBRET
                 MOVE 16 TO RETURN-CODE
              END-IF
              CLOSE GLJOURNAL
           END-IF
           .

      * CHAQUE ENREGISTREMENT ECRIT EST PASSE AU REGISTRE DES
      * TRANSMISSIONS, QUI LE COMPTE ET L'ARCHIVE POUR UN RENVOI.
       02E-TRANSMIS-ENREG.
           SET TRG-ENREGISTRE TO TRUE
           CALL 'GKTRFREG' USING TRG-ZONE
           IF TRG-CODRET NOT = '00'
              DISPLAY 'GKGLEXP - REGISTRE DES TRANSMISSIONS : '
                      TRG-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .
