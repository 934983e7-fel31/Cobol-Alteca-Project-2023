      * --------- ------------  ----------------------------- *
      * 03/09/26 SOUAD   CREATION - POSITION CONSOLIDEE PAR    *
      *          CLIENT, OPERATIONS RECENTES FUSIONNEES        *
      * 15/10/26 SOUAD   DEPOTS A TERME DU CLIENT (TBDAT) EDITES *
      *          ET INCLUS DANS LA POSITION NETTE              *
      * 15/10/26 SOUAD   COMPTES JOINTS (TBCOT) : LES COMPTES  *
      *          OU LE CLIENT EST CO-TITULAIRE OU MANDATAIRE   *
      *          SONT EDITES AVEC SON ROLE ; LA POSITION NETTE *
      *          COMPTE CHAQUE COMPTE A SA QUOTE-PART, LES     *
      *          COMPTES DU MANDATAIRE NE SONT PAS COMPTES     *
      *                                                       *
      *********************************************************

       COPY CPTFUNC.
       COPY HISFUNC REPLACING ==()== BY ==HIS==.
       COPY ZACLI   REPLACING ==()== BY ==CLI==.
       COPY ZADAT   REPLACING ==()== BY ==DAT==.
       COPY ZACOT   REPLACING ==()== BY ==COT==.

       01 WS-CODCLI-DEMANDE PIC X(08).
       01 WS-NB-JOURS       PIC 9(03).
            10 WS-CP-COMPTE PIC X(11).
            10 WS-CP-SOLDE  PIC S9(13)V9(2).
            10 WS-CP-STATUT PIC X(01).
            10 WS-CP-ROLE   PIC X(01).
            10 WS-CP-QUOTE  PIC 9(03)V9(02).
       01 WS-POSITION-NETTE PIC S9(15)V9(2).
      * QUOTE-PART DU CLIENT SUR LE COMPTE EN COURS (TBCOT) ; LE
      * TITULAIRE PRINCIPAL PREND LE RESTE A 100 DES AUTRES PARTS
      * SAUF S'IL A SA PROPRE LIGNE.
       01 WS-QUOTE-CLIENT  PIC 9(03)V9(02).
       01 WS-QUOTE-AUTRES  PIC 9(05)V9(02).
       01 WS-PRINCIPAL-SW  PIC X(01).
         88 WS-PRINCIPAL-LIGNE VALUE 'O'.
       01 WS-SOLDE-PART    PIC S9(13)V9(2).

      * DEPOTS A TERME EN COURS DU CLIENT (PLACEMENT EMIS, ACTIFS
      * OU EN RUPTURE) : LE CAPITAL A QUITTE LE COMPTE LIE MAIS
      * APPARTIENT TOUJOURS AU CLIENT.
       01 WS-NB-DEPOTS PIC 9(03) VALUE 0.
       01 WS-TAB-DEPOTS.
         05 WS-DAT-ENTRY OCCURS 1 TO 100 TIMES
                         DEPENDING ON WS-NB-DEPOTS
                         INDEXED BY WS-DX.
            10 WS-DT-ID       PIC X(06).
            10 WS-DT-STATUT   PIC X(01).
            10 WS-DT-ECHEANCE PIC X(10).
            10 WS-DT-CAPITAL  PIC S9(11)V9(2).

      * OPERATIONS RECENTES DU CLIENT, TOUS COMPTES CONFONDUS,
      * INSEREES EN ORDRE DE POSTE (DATE, HEURE, SEQUENCE) AU FIL DU
         05 WS-LC-STATUT    PIC X(01).
         05 FILLER          PIC X(08) VALUE '  SOLDE '.
         05 WS-LC-SOLDE     PIC -ZZZZZZZZZZZ9.99.
         05 FILLER          PIC X(07) VALUE '  ROLE '.
         05 WS-LC-ROLE      PIC X(01).
         05 FILLER          PIC X(07) VALUE '  PART '.
         05 WS-LC-QUOTE     PIC ZZ9.99.
         05 FILLER          PIC X(59).

       01 WS-LIGNE-DEPOT.
         05 FILLER          PIC X(07) VALUE 'DEPOT  '.
         05 WS-LD-ID        PIC X(06).
         05 FILLER          PIC X(05) VALUE SPACES.
         05 FILLER          PIC X(09) VALUE '  STATUT '.
         05 WS-LD-STATUT    PIC X(01).
         05 FILLER          PIC X(08) VALUE '  SOLDE '.
         05 WS-LD-CAPITAL   PIC -ZZZZZZZZZZZ9.99.
         05 FILLER          PIC X(12) VALUE '  ECHEANCE '.
         05 WS-LD-ECHEANCE  PIC X(10).
         05 FILLER          PIC X(58).

       01 WS-LIGNE-POSITION.
         05 FILLER          PIC X(25)

      * TOUS LES COMPTES DU CLIENT (CURSEUR CODCLI DE MACPT), SOLDE
      * ET STATUT CONSERVES, PUIS LES OPERATIONS RECENTES DE CHAQUE
      * COMPTE FUSIONNEES DANS LA TABLE COMMUNE. LES COMPTES JOINTS
      * SONT COMPTES A LA QUOTE-PART DU CLIENT, ET LES COMPTES OU IL
      * N'EST LIE QUE PAR TBCOT SONT AJOUTES ENSUITE.
       02D-CHARGE-COMPTES.
           MOVE 0 TO WS-NB-COMPTES
           MOVE 0 TO WS-NB-OPER
                 MOVE CPT-COMPTE TO WS-CP-COMPTE(WS-PX)
                 MOVE CPT-SOLDE  TO WS-CP-SOLDE(WS-PX)
                 MOVE CPT-STATUT TO WS-CP-STATUT(WS-PX)
                 MOVE 'T'        TO WS-CP-ROLE(WS-PX)
                 PERFORM 02I-QUOTE-PRINCIPAL
                 MOVE WS-QUOTE-CLIENT TO WS-CP-QUOTE(WS-PX)
                 COMPUTE WS-SOLDE-PART ROUNDED =
                         CPT-SOLDE * WS-QUOTE-CLIENT / 100
                 ADD WS-SOLDE-PART TO WS-POSITION-NETTE
                 PERFORM 02E-CHARGE-OPERATIONS
              END-IF
              MOVE 'CSU' TO CPT-FONCTION
                      CPT-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 02J-CHARGE-LIENS
           IF WS-NB-COMPTES > 0
              PERFORM 02H-CHARGE-DEPOTS
           END-IF
           .

       02E-CHARGE-OPERATIONS.
              MOVE WS-CP-COMPTE(WS-PX) TO WS-LC-COMPTE
              MOVE WS-CP-STATUT(WS-PX) TO WS-LC-STATUT
              MOVE WS-CP-SOLDE(WS-PX)  TO WS-LC-SOLDE
              MOVE WS-CP-ROLE(WS-PX)   TO WS-LC-ROLE
              MOVE WS-CP-QUOTE(WS-PX)  TO WS-LC-QUOTE
              WRITE EDIT-ENREG FROM WS-LIGNE-COMPTE
           END-PERFORM
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-NB-DEPOTS
              MOVE WS-DT-ID(WS-DX)       TO WS-LD-ID
              MOVE WS-DT-STATUT(WS-DX)   TO WS-LD-STATUT
              MOVE WS-DT-CAPITAL(WS-DX)  TO WS-LD-CAPITAL
              MOVE WS-DT-ECHEANCE(WS-DX) TO WS-LD-ECHEANCE
              WRITE EDIT-ENREG FROM WS-LIGNE-DEPOT
           END-PERFORM
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           MOVE WS-POSITION-NETTE TO WS-LP-POSITION
           WRITE EDIT-ENREG FROM WS-LIGNE-POSITION
              WRITE EDIT-ENREG FROM WS-LIGNE-OPER
           END-PERFORM
           .

      * DEPOTS A TERME DU CLIENT (CURSEUR CODCLI DE MADAT) : SEULS
      * LES DEPOTS DONT LE CAPITAL EST SORTI DU COMPTE LIE SONT
      * RETENUS ET AJOUTES A LA POSITION NETTE.
       02H-CHARGE-DEPOTS.
           MOVE 0 TO WS-NB-DEPOTS
           INITIALIZE DAT-ZCMA
           MOVE 'CDB'             TO DAT-FONCTION
           MOVE WS-CODCLI-DEMANDE TO DAT-CODCLI
           CALL 'MADAT' USING DAT-ZCMA
           PERFORM UNTIL DAT-CODRET NOT = '00'
              IF DAT-DAT-EMIS OR DAT-DAT-EN-COURS
                 IF WS-NB-DEPOTS >= 100
                    DISPLAY 'GKCLIPOS - TROP DE DEPOTS, CLIENT '
                            WS-CODCLI-DEMANDE ' TRONQUE'
                    MOVE 24 TO RETURN-CODE
                 ELSE
                    ADD 1 TO WS-NB-DEPOTS
                    SET WS-DX TO WS-NB-DEPOTS
                    MOVE DAT-ID            TO WS-DT-ID(WS-DX)
                    MOVE DAT-STATUT        TO WS-DT-STATUT(WS-DX)
                    MOVE DAT-DATE-ECHEANCE TO WS-DT-ECHEANCE(WS-DX)
                    MOVE DAT-CAPITAL       TO WS-DT-CAPITAL(WS-DX)
                    ADD DAT-CAPITAL        TO WS-POSITION-NETTE
                 END-IF
              END-IF
              MOVE 'CSU' TO DAT-FONCTION
              CALL 'MADAT' USING DAT-ZCMA
           END-PERFORM
           IF DAT-CODRET NOT = '04'
              DISPLAY 'GKCLIPOS - PARCOURS TBDAT EN ERREUR : '
                      DAT-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .

      * PART DU TITULAIRE PRINCIPAL SUR LE COMPTE COURANT : SA
      * PROPRE LIGNE TBCOT S'IL EN A UNE, SINON 100 MOINS LES PARTS
      * DES AUTRES TITULAIRES (100 SANS AUCUNE LIGNE).
       02I-QUOTE-PRINCIPAL.
           MOVE 0   TO WS-QUOTE-AUTRES
           MOVE 'N' TO WS-PRINCIPAL-SW
           INITIALIZE COT-ZCMA
           MOVE 'DEB'      TO COT-FONCTION
           MOVE CPT-COMPTE TO COT-COMPTE
           CALL 'MACOT' USING COT-ZCMA
           PERFORM UNTIL COT-CODRET NOT = '00'
              IF COT-DETENTEUR
                 IF COT-CODCLI = WS-CODCLI-DEMANDE
                    SET WS-PRINCIPAL-LIGNE TO TRUE
                    MOVE COT-QUOTE-PART TO WS-QUOTE-CLIENT
                 ELSE
                    ADD COT-QUOTE-PART TO WS-QUOTE-AUTRES
                 END-IF
              END-IF
              MOVE 'SUI' TO COT-FONCTION
              CALL 'MACOT' USING COT-ZCMA
           END-PERFORM
           IF NOT WS-PRINCIPAL-LIGNE
              IF WS-QUOTE-AUTRES < 100
                 COMPUTE WS-QUOTE-CLIENT = 100 - WS-QUOTE-AUTRES
              ELSE
                 MOVE 0 TO WS-QUOTE-CLIENT
              END-IF
           END-IF
           .

      * COMPTES OU LE CLIENT EST LIE PAR TBCOT (CURSEUR CODCLI DE
      * MACOT) SANS EN ETRE LE TITULAIRE PRINCIPAL, DEJA EDITES PAR
      * LE CURSEUR DE MACPT. UN MANDATAIRE VOIT LE COMPTE MAIS SON
      * SOLDE N'ENTRE PAS DANS SA POSITION NETTE.
       02J-CHARGE-LIENS.
           INITIALIZE COT-ZCMA
           MOVE 'CDB'             TO COT-FONCTION
           MOVE WS-CODCLI-DEMANDE TO COT-CODCLI
           CALL 'MACOT' USING COT-ZCMA
           PERFORM UNTIL COT-CODRET NOT = '00'
              INITIALIZE CPT-ZCMA
              MOVE 'SEL'      TO CPT-FONCTION
              MOVE COT-COMPTE TO CPT-COMPTE
              CALL 'MACPT' USING CPT-ZCMA
              IF CPT-CODRET = '00'
                 AND CPT-CODCLI NOT = WS-CODCLI-DEMANDE
                 IF WS-NB-COMPTES >= 200
                    DISPLAY 'GKCLIPOS - TROP DE COMPTES, CLIENT '
                            WS-CODCLI-DEMANDE ' TRONQUE'
                    MOVE 24 TO RETURN-CODE
                 ELSE
                    ADD 1 TO WS-NB-COMPTES
                    SET WS-PX TO WS-NB-COMPTES
                    MOVE CPT-COMPTE TO WS-CP-COMPTE(WS-PX)
                    MOVE CPT-SOLDE  TO WS-CP-SOLDE(WS-PX)
                    MOVE CPT-STATUT TO WS-CP-STATUT(WS-PX)
                    MOVE COT-ROLE   TO WS-CP-ROLE(WS-PX)
                    MOVE COT-QUOTE-PART TO WS-CP-QUOTE(WS-PX)
                    IF COT-DETENTEUR
                       COMPUTE WS-SOLDE-PART ROUNDED =
                               CPT-SOLDE * COT-QUOTE-PART / 100
                       ADD WS-SOLDE-PART TO WS-POSITION-NETTE
                    END-IF
                    PERFORM 02E-CHARGE-OPERATIONS
                 END-IF
              END-IF
              MOVE 'CSU' TO COT-FONCTION
              CALL 'MACOT' USING COT-ZCMA
           END-PERFORM
           IF COT-CODRET NOT = '04'
              DISPLAY 'GKCLIPOS - PARCOURS TBCOT EN ERREUR : '
                      COT-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .
