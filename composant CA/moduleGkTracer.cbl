      * --------- ------------  ----------------------------- *
      * 03/09/26 SOUAD   CREATION - TRACEUR TOUTES-TRACES      *
      *          D'UNE OPERATION AVEC VERDICT D'ETAT COURANT   *
      * 15/10/26 SOUAD   L'OPERATION EST CHERCHEE SOUS TOUS    *
      *          LES NUMEROS LIES AU COMPTE DEMANDE PAR LES    *
      *          RENVOIS DE FUSION OU DE RENUMEROTATION (TBFWD *
      *          VIA MAFWD), CHAQUE RENVOI ETANT PORTE AU      *
      *          DOSSIER DE TRACE                              *
      *                                                       *
      *********************************************************

       COPY CINTERF REPLACING ==()== BY ==IF==.
       COPY CFLUX   REPLACING ==()== BY ==F1==.
       COPY HISFUNC REPLACING ==()== BY ==HIS==.
       COPY ZAFWD   REPLACING ==()== BY ==FWD==.

       01 WS-COMPTE-CIBLE PIC X(11).
       01 WS-REF-CIBLE    PIC X(10).

      * NUMEROS LIES AU COMPTE DEMANDE PAR LES RENVOIS DE FUSION OU
      * DE RENUMEROTATION (TBFWD) : LE COMPTE DEMANDE, LES NUMEROS
      * QUI L'ONT REPRIS (GKMAJ001 Y A PU PORTER L'OPERATION) ET LES
      * ANCIENS NUMEROS REPRIS PAR EUX. UNE TRACE SUR L'UN D'EUX EST
      * UNE TRACE DE L'OPERATION.
       01 WS-MAX-RENVOIS  PIC 9(02) VALUE 5.
       01 WS-NB-MAILLONS  PIC 9(02).
       01 WS-NB-NUMEROS   PIC 9(02) VALUE 0.
       01 WS-TAB-NUMEROS.
         05 WS-NUMERO OCCURS 1 TO 20 TIMES
                      DEPENDING ON WS-NB-NUMEROS
                      INDEXED BY WS-NX WS-NY PIC X(11).
       01 WS-COMPTE-TESTE PIC X(11).
       01 WS-NUMERO-CONNU-SW PIC X(01).
         88 WS-NUMERO-CONNU  VALUE 'O'.

      * ETAT COURANT DEDUIT DES TRACES, DU PLUS FORT AU PLUS
      * FAIBLE : POSTE (TBHIS), EN SUSPENS, REJETE, EN ATTENTE,
      * PARQUE, EN MAGASIN, RECU SEULEMENT (FLUXIDX), INCONNU.
           MOVE WS-REF-CIBLE    TO WS-LT-REF
           WRITE RPT-ENREG FROM WS-LIGNE-TITRE
           MOVE 'INCONNU'       TO WS-ETAT-COURANT
           PERFORM 02L-RELEVE-NUMEROS
           PERFORM 02B-TRACE-FLUXIDX
           PERFORM 02C-TRACE-WAREHOUSE
           PERFORM 02D-TRACE-PARK
       02B-TRACE-FLUXIDX.
           OPEN INPUT FLUXIDX
           IF FS-FLUXIDX-OK
              PERFORM VARYING WS-NX FROM 1 BY 1
                      UNTIL WS-NX > WS-NB-NUMEROS
                 MOVE WS-NUMERO(WS-NX) TO FX-COMPTE
                 MOVE WS-REF-CIBLE     TO FX-REF-OPER
                 READ FLUXIDX
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       MOVE 'FLUXIDX   ' TO WS-TR-MAGASIN
                       MOVE SPACES TO WS-TR-DETAIL
                       STRING 'RECUE, CODE ' FX-CODE-OPER
                              ' DEVISE ' FX-CODE-DEV
                              ' COMPTE ' FX-COMPTE
                              DELIMITED BY SIZE INTO WS-TR-DETAIL
                       PERFORM 02K-ECRIT-TRACE
                       MOVE 'RECUE (NON POSTEE)'
                         TO WS-ETAT-COURANT
                 END-READ
              END-PERFORM
              CLOSE FLUXIDX
           END-IF
           .
       02C-TRACE-WAREHOUSE.
           OPEN INPUT WAREHOUSE
           IF FS-WARE-OK
              PERFORM VARYING WS-NX FROM 1 BY 1
                      UNTIL WS-NX > WS-NB-NUMEROS
                 MOVE WS-NUMERO(WS-NX) TO WH-COMPTE
                 MOVE WS-REF-CIBLE     TO WH-REF-OPER
                 READ WAREHOUSE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       MOVE 'WAREHOUSE ' TO WS-TR-MAGASIN
                       MOVE SPACES TO WS-TR-DETAIL
                       STRING 'EN MAGASIN, ECHEANCE ' WH-DATE-DUE
                              ' COMPTE ' WH-COMPTE
                              DELIMITED BY SIZE INTO WS-TR-DETAIL
                       PERFORM 02K-ECRIT-TRACE
                       MOVE 'EN MAGASIN (DATE FUTURE)'
                         TO WS-ETAT-COURANT
                 END-READ
              END-PERFORM
              CLOSE WAREHOUSE
           END-IF
           .
              PERFORM UNTIL NOT FS-PARK-OK
                 IF PK-TYPE = '10'
                    MOVE PK-10-F1 TO F1-ENREG-00
                    MOVE F1-COMPTE TO WS-COMPTE-TESTE
                    PERFORM 02N-TESTE-NUMERO
                    IF WS-NUMERO-CONNU
                       AND F1-REF-OPER = WS-REF-CIBLE
                       MOVE 'PARC      ' TO WS-TR-MAGASIN
                       MOVE SPACES TO WS-TR-DETAIL
              PERFORM UNTIL NOT FS-HOLD-OK
                 IF HD-TYPE = '10'
                    MOVE HD-10-F1 TO F1-ENREG-00
                    MOVE F1-COMPTE TO WS-COMPTE-TESTE
                    PERFORM 02N-TESTE-NUMERO
                    IF WS-NUMERO-CONNU
                       AND F1-REF-OPER = WS-REF-CIBLE
                       MOVE 'ATTENTE   ' TO WS-TR-MAGASIN
                       MOVE HD-MOTIF TO WS-TR-DETAIL
              PERFORM UNTIL NOT FS-REJETS-OK
                 IF RJ-TYPE = '10'
                    MOVE RJ-10-F1 TO F1-ENREG-00
                    MOVE F1-COMPTE TO WS-COMPTE-TESTE
                    PERFORM 02N-TESTE-NUMERO
                    IF WS-NUMERO-CONNU
                       AND F1-REF-OPER = WS-REF-CIBLE
                       MOVE 'REJETS    ' TO WS-TR-MAGASIN
                       MOVE RJ-MOTIF TO WS-TR-DETAIL
              PERFORM UNTIL NOT FS-SUSP-OK
                 IF SU-TYPE = '10'
                    MOVE SU-10-F1 TO F1-ENREG-00
                    MOVE F1-COMPTE TO WS-COMPTE-TESTE
                    PERFORM 02N-TESTE-NUMERO
                    IF WS-NUMERO-CONNU
                       AND F1-REF-OPER = WS-REF-CIBLE
                       MOVE 'SUSPENS   ' TO WS-TR-MAGASIN
                       MOVE SU-MOTIF TO WS-TR-DETAIL
           .

       02H-TRACE-TBHIS.
           PERFORM VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > WS-NB-NUMEROS
              INITIALIZE HIS-ZCMA
              MOVE 'SEL'            TO HIS-FONCTION
              MOVE WS-NUMERO(WS-NX) TO HIS-COMPTE
              MOVE WS-REF-CIBLE     TO HIS-REF-OPER
              CALL 'MAHIS' USING HIS-ZCMA
              IF HIS-CODRET = '04'
                 MOVE 'TBHIS     ' TO WS-TR-MAGASIN
                 MOVE SPACES TO WS-TR-DETAIL
                 STRING 'POSTEE LE ' HIS-DATE-OPER
                        ' CODE ' HIS-CODE-OPER
                        ' COMPTE ' WS-NUMERO(WS-NX)
                        DELIMITED BY SIZE INTO WS-TR-DETAIL
                 PERFORM 02K-ECRIT-TRACE
                 MOVE 'POSTEE' TO WS-ETAT-COURANT
              END-IF
           END-PERFORM
           .

       02I-TRACE-INTERFACE.
                 AT END SET FS-INTERF-FIN TO TRUE
              END-READ
              PERFORM UNTIL NOT FS-INTERF-OK
                 MOVE IF-COMPTE TO WS-COMPTE-TESTE
                 PERFORM 02N-TESTE-NUMERO
                 IF IF-TYPE = '10'
                    AND WS-NUMERO-CONNU
                    AND IF-REF-OPER = WS-REF-CIBLE
                    MOVE 'INTERFACE ' TO WS-TR-MAGASIN
                    MOVE 'PUBLIEE AUX SYSTEMES AVAL'
                 AT END SET FS-ACK-FIN TO TRUE
              END-READ
              PERFORM UNTIL NOT FS-ACK-OK
                 MOVE ACK-COMPTE TO WS-COMPTE-TESTE
                 PERFORM 02N-TESTE-NUMERO
                 IF WS-NUMERO-CONNU
                    AND ACK-REF-OPER = WS-REF-CIBLE
                    MOVE 'ACK       ' TO WS-TR-MAGASIN
                    MOVE SPACES TO WS-TR-DETAIL
              MOVE '00' TO WS-FS-ACK
           END-IF
           .

      * NUMEROS LIES AU COMPTE DEMANDE : D'ABORD LA CHAINE DES
      * NUMEROS QUI L'ONT REPRIS (WS-MAX-RENVOIS MAILLONS AU PLUS),
      * PUIS, DE PROCHE EN PROCHE, LES ANCIENS NUMEROS RENVOYES VERS
      * CHACUN DES NUMEROS DEJA RETENUS ; CHAQUE CURSEUR MAFWD EST LU
      * JUSQU'A SA FIN AVANT D'OUVRIR LE SUIVANT. CHAQUE RENVOI
      * RETENU EST PORTE AU DOSSIER DE TRACE.
       02L-RELEVE-NUMEROS.
           MOVE 1               TO WS-NB-NUMEROS
           MOVE WS-COMPTE-CIBLE TO WS-NUMERO(1)
           MOVE 0               TO WS-NB-MAILLONS
           MOVE '00'            TO FWD-CODRET
           PERFORM UNTIL FWD-CODRET NOT = '00'
                      OR WS-NB-MAILLONS NOT < WS-MAX-RENVOIS
              INITIALIZE FWD-ZCMA
              MOVE 'SEL'                      TO FWD-FONCTION
              MOVE WS-NUMERO(WS-NB-NUMEROS)   TO FWD-ANCIEN
              CALL 'MAFWD' USING FWD-ZCMA
              IF FWD-CODRET = '00'
                 ADD 1 TO WS-NB-MAILLONS
                 MOVE FWD-NOUVEAU TO WS-COMPTE-TESTE
                 PERFORM 02N-TESTE-NUMERO
                 IF WS-NUMERO-CONNU
                    MOVE '04' TO FWD-CODRET
                 ELSE
                    PERFORM 02M-RETIENT-NUMERO
                 END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > WS-NB-NUMEROS
              INITIALIZE FWD-ZCMA
              MOVE 'NDB'            TO FWD-FONCTION
              MOVE WS-NUMERO(WS-NX) TO FWD-NOUVEAU
              CALL 'MAFWD' USING FWD-ZCMA
              PERFORM UNTIL FWD-CODRET NOT = '00'
                 MOVE FWD-ANCIEN TO WS-COMPTE-TESTE
                 PERFORM 02N-TESTE-NUMERO
                 IF NOT WS-NUMERO-CONNU
                    PERFORM 02M-RETIENT-NUMERO
                 END-IF
                 MOVE 'NSU' TO FWD-FONCTION
                 CALL 'MAFWD' USING FWD-ZCMA
              END-PERFORM
           END-PERFORM
           .

       02M-RETIENT-NUMERO.
           IF WS-NB-NUMEROS < 20
              ADD 1 TO WS-NB-NUMEROS
              MOVE WS-COMPTE-TESTE TO WS-NUMERO(WS-NB-NUMEROS)
              MOVE 'RENVOI    ' TO WS-TR-MAGASIN
              MOVE SPACES TO WS-TR-DETAIL
              STRING 'ANCIEN NUMERO ' FWD-ANCIEN
                     ' REPRIS PAR ' FWD-NOUVEAU
                     ' LE ' FWD-DATE-MIGRATION
                     DELIMITED BY SIZE INTO WS-TR-DETAIL
              PERFORM 02K-ECRIT-TRACE
           END-IF
           .

       02N-TESTE-NUMERO.
           MOVE 'N' TO WS-NUMERO-CONNU-SW
           PERFORM VARYING WS-NY FROM 1 BY 1
                   UNTIL WS-NY > WS-NB-NUMEROS
              IF WS-NUMERO(WS-NY) = WS-COMPTE-TESTE
                 SET WS-NUMERO-CONNU TO TRUE
              END-IF
           END-PERFORM
           .
