      *          DES POSITIONS DE CHANGE (COURS ACHAT DE       *
      *          CLOTURE, REFERENCE STABLE PAR MOIS ET PAR     *
      *          DEVISE : UN RERUN EST ARRETE PAR TBHIS)       *
      * 15/10/26 SOUAD   POSITIONS CLIENTS EN DEVISE : LES     *
      *          LIGNES DES COMPTES TENUS EN DEVISE (DEV-      *
      *          COMPTE, MT-COMPTE) SONT AGREGEES PAR DEVISE   *
      *          SUR LE COLLECTIF CLIENTS (TBPRM COMPTE-       *
      *          COLLECTIF) ET REEVALUEES COMME LES POSITIONS  *
      *          GENERALES, REFERENCE 'C' + MOIS + DEVISE      *
      *                                                       *
      *********************************************************

       COPY HISFUNC REPLACING ==()== BY ==HIS==.
       COPY ZAOPE   REPLACING ==()== BY ==OPE==.
       COPY ZADEV   REPLACING ==()== BY ==DEV==.
       COPY ZAPRM   REPLACING ==()== BY ==PRM==.
       COPY ZFMAJCPT.

      * MOIS A REEVALUER, RECU EN SYSIN AU FORMAT YYYY-MM ; A
      * POSITIONS PAR COMPTE GENERAL ET DEVISE : MONTANT CUMULE EN
      * DEVISE D'ORIGINE (SIGNE COTE COMPTE GENERAL) ET CONTREPARTIE
      * CONVERTIE COMPTABILISEE (L'INVERSE DU MT-CONVERTI CLIENT).
      * LES POSITIONS CLIENTS ('C') PORTENT LE COLLECTIF CLIENTS ET
      * LE CUMUL DES MOUVEMENTS DES COMPTES TENUS EN DEVISE, DANS LE
      * SIGNE DU COMPTE CLIENT (MT-COMPTE) ET SA CONTRE-VALEUR
      * (MT-CONVERTI) : ELLES COMPENSENT LA POSITION GENERALE DES
      * OPERATIONS FAITES DANS LA DEVISE DU COMPTE.
       01 WS-NB-POSITIONS PIC 9(03) VALUE 0.
       01 WS-TAB-POSITIONS.
         05 WS-PO-ENTRY OCCURS 1 TO 200 TIMES
                        DEPENDING ON WS-NB-POSITIONS
                        INDEXED BY WS-PX.
            10 WS-PO-TYPE      PIC X(01).
              88 WS-PO-CLIENT  VALUE 'C'.
            10 WS-PO-COMPTE-GL PIC X(11).
            10 WS-PO-DEVISE    PIC X(03).
            10 WS-PO-POSITION  PIC S9(13)V99.
            10 WS-PO-CONVERTI  PIC S9(13)V99.
       01 WS-PO-TROUVE-SW PIC X(01).
         88 WS-PO-TROUVE VALUE 'O'.
       01 WS-CLE-TYPE      PIC X(01).
       01 WS-CLE-COMPTE    PIC X(11).
       01 WS-CLE-DEVISE    PIC X(03).

      * COLLECTIF CLIENTS (TBPRM COMPTE-COLLECTIF, MEME REPLI QUE
      * MFMAJCPT).
       01 WS-COMPTE-COLLECTIF PIC X(11) VALUE '10000000001'.

       01 WS-MT-SIGNE-GL   PIC S9(13)V9(2) USAGE COMP-3.
       01 WS-VALEUR-CLOTURE PIC S9(13)V9(2) USAGE COMP-3.
         05 WS-LE-ECART    PIC -ZZZZZZZZZZZ9.99.
         05 FILLER         PIC X(01).
         05 WS-LE-ETAT     PIC X(10).
         05 FILLER         PIC X(01).
         05 WS-LE-NATURE   PIC X(07).
         05 FILLER         PIC X(55).

       01 WS-RUN-COUNTERS.
         05 WS-NB-LIGNES-LUES PIC 9(09) VALUE 0.
                  WS-DATE-NUM(5:2) '-'
                  WS-DATE-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-FIN
           INITIALIZE PRM-ZCMA
           MOVE 'SEL'              TO PRM-FONCTION
           MOVE 'COMPTE-COLLECTIF' TO PRM-CLE
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00'
              MOVE PRM-VALEUR(1:11) TO WS-COMPTE-COLLECTIF
           END-IF
           OPEN OUTPUT REVRPT
           .

      * (ROUTAGE TBHOP), EN MONTANT D'ORIGINE SIGNE COTE COMPTE
      * GENERAL ET EN CONTREPARTIE CONVERTIE REELLEMENT COMPTABILISEE
      * (LES JAMBES DE VIREMENT, MT-CONVERTI A ZERO, NE PESENT RIEN).
      * UNE LIGNE D'UN COMPTE TENU EN DEVISE ALIMENTE EN PLUS LA
      * POSITION CLIENTS DE LA DEVISE DU COMPTE.
       02-TREATMENT.
           INITIALIZE HIS-ZCMA
           MOVE 'WDB'         TO HIS-FONCTION
                 AND HIS-CODE-DEV NOT = SPACES
                 PERFORM 02A-CUMULE-POSITION
              END-IF
              IF HIS-DEV-COMPTE NOT = 'EUR'
                 AND HIS-DEV-COMPTE NOT = SPACES
                 PERFORM 02C-CUMULE-POSITION-CLIENT
              END-IF
              MOVE 'WSU' TO HIS-FONCTION
              CALL 'MAHIS' USING HIS-ZCMA
           END-PERFORM
              ELSE
                 COMPUTE WS-MT-SIGNE-GL = 0 - HIS-MONTANT
              END-IF
              MOVE 'G'           TO WS-CLE-TYPE
              MOVE OPE-COMPTE-GL TO WS-CLE-COMPTE
              MOVE HIS-CODE-DEV  TO WS-CLE-DEVISE
              PERFORM 02B-CHERCHE-POSITION
              ADD WS-MT-SIGNE-GL TO WS-PO-POSITION(WS-PX)
              COMPUTE WS-PO-CONVERTI(WS-PX) =
           MOVE 'N' TO WS-PO-TROUVE-SW
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-NB-POSITIONS
              IF WS-PO-TYPE(WS-PX) = WS-CLE-TYPE
                 AND WS-PO-COMPTE-GL(WS-PX) = WS-CLE-COMPTE
                 AND WS-PO-DEVISE(WS-PX) = WS-CLE-DEVISE
                 SET WS-PO-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
                 ADD 1 TO WS-NB-POSITIONS
                 SET WS-PX TO WS-NB-POSITIONS
                 INITIALIZE WS-PO-ENTRY(WS-PX)
                 MOVE WS-CLE-TYPE   TO WS-PO-TYPE(WS-PX)
                 MOVE WS-CLE-COMPTE TO WS-PO-COMPTE-GL(WS-PX)
                 MOVE WS-CLE-DEVISE TO WS-PO-DEVISE(WS-PX)
              END-IF
           END-IF
           .

      * POSITION CLIENTS : MONTANT EN DEVISE DU COMPTE ET CONTRE-VALEUR
      * EN DEVISE DE BASE, DANS LE SIGNE DU COMPTE CLIENT ; LES DEUX
      * JAMBES D'UN VIREMENT ENTRE COMPTES DE MEME DEVISE S'ANNULENT.
       02C-CUMULE-POSITION-CLIENT.
           MOVE 'C'                 TO WS-CLE-TYPE
           MOVE WS-COMPTE-COLLECTIF TO WS-CLE-COMPTE
           MOVE HIS-DEV-COMPTE      TO WS-CLE-DEVISE
           PERFORM 02B-CHERCHE-POSITION
           ADD HIS-MT-COMPTE   TO WS-PO-POSITION(WS-PX)
           ADD HIS-MT-CONVERTI TO WS-PO-CONVERTI(WS-PX)
           .

      * REEVALUATION DE CHAQUE POSITION AU COURS ACHAT DE CLOTURE
      * (MADEV 'SLD' A LA DATE DE FIN DE MOIS) : L'ECART ENTRE LA
      * VALEUR DE CLOTURE ET LA CONTREPARTIE COMPTABILISEE EST POSTE
      * SUR LE COMPTE GENERAL DE POSITION SOUS RVG (GAIN, CREDIT) OU
      * RVP (PERTE, DEBIT), ROUTES PAR TBHOP VERS LE RESULTAT DE
      * CHANGE. REFERENCE STABLE PAR MOIS ET DEVISE : LE RERUN EST
      * ARRETE PAR L'HISTORISATION. LES POSITIONS CLIENTS SONT
      * REEVALUEES DE MEME SUR LE COLLECTIF CLIENTS.
       02D-REEVALUE-POSITIONS.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-NB-POSITIONS
              MOVE WS-PO-POSITION(WS-PX)  TO WS-LE-POSITION
              MOVE DEV-MTACHAT            TO WS-LE-COURS
              MOVE WS-ECART               TO WS-LE-ECART
              IF WS-PO-CLIENT(WS-PX)
                 MOVE 'CLIENTS' TO WS-LE-NATURE
              ELSE
                 MOVE 'GENERAL' TO WS-LE-NATURE
              END-IF
              IF WS-ECART = 0
                 MOVE 'SANS ECART' TO WS-LE-ETAT
              ELSE
              COMPUTE ZF-MNTOPE = 0 - WS-ECART
           END-IF
           MOVE SPACES TO ZF-REF-OPER
           IF WS-PO-CLIENT(WS-PX)
              STRING 'C' WS-MOIS-CIBLE
                     WS-PO-DEVISE(WS-PX)(1:2)
                     DELIMITED BY SIZE INTO ZF-REF-OPER
           ELSE
              STRING 'R' WS-MOIS-CIBLE
                     WS-PO-DEVISE(WS-PX)(1:2)
                     DELIMITED BY SIZE INTO ZF-REF-OPER
           END-IF
           MOVE 'EUR' TO ZF-CODE-DEV
           MOVE SPACES TO ZF-CODE-OPER-ANNULE
           MOVE SPACES TO ZF-REF-OPER-ANNULE
