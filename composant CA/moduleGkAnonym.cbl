      * --------- ------------  ----------------------------- *
      * 03/09/26 SOUAD   CREATION - EXTRACTION ANONYMISEE A    *
      *          COHERENCE REFERENTIELLE                       *
      * 15/10/26 SOUAD   SECTEUR ET RESIDENCE DU CLIENT        *
      *          CONSERVES DANS L'EXTRAIT CLIENTS              *
      * 15/10/26 SOUAD   RESIDENCE FISCALE CONSERVEE, NIF       *
      *          ETRANGER REMPLACE DANS L'EXTRAIT CLIENTS       *
      * 15/10/26 SOUAD   DEVISE DE TENUE CONSERVEE DANS         *
      *          L'EXTRAIT COMPTES                              *
      *                                                       *
      *********************************************************

         05 WS-CA-LANGUE   PIC X(02).
         05 WS-CA-CANAL    PIC X(01).
         05 WS-CA-PLAN     PIC X(04).
         05 WS-CA-TYPE-CLIENT PIC X(01).
         05 WS-CA-RESIDENCE   PIC X(01).
         05 WS-CA-PAYS-FISCAL  PIC X(02).
         05 WS-CA-NIF-ETRANGER PIC X(20).
         05 FILLER         PIC X(01) VALUE SPACES.

      * FACTEUR MULTIPLICATEUR DES MONTANTS, ENTIER 1-9 EN SYSIN
      * (3 A BLANC) : UN ENTIER PRESERVE EXACTEMENT LA COHERENCE

      * CLIENTS : IDENTIFIANT TRANSPOSE, NOM REMPLACE PAR 'CLIENT'
      * + IDENTIFIANT TRANSPOSE, ADRESSE ET VILLE FIGEES ; LANGUE,
      * CANAL, PLAN, SECTEUR ET RESIDENCES CONSERVES (ILS PILOTENT
      * DES TRAITEMENTS) ; UN NIF ETRANGER RENSEIGNE EST REMPLACE
      * PAR L'IDENTIFIANT TRANSPOSE (LE CLIENT RESTE DECLARABLE).
       02-EXTRAIT-CLIENTS.
           INITIALIZE CLI-ZCMA
           MOVE 'DEB' TO CLI-FONCTION
              MOVE CLI-LANGUE          TO WS-CA-LANGUE
              MOVE CLI-CANAL           TO WS-CA-CANAL
              MOVE CLI-PLAN            TO WS-CA-PLAN
              MOVE CLI-TYPE-CLIENT     TO WS-CA-TYPE-CLIENT
              MOVE CLI-RESIDENCE       TO WS-CA-RESIDENCE
              MOVE CLI-PAYS-FISCAL     TO WS-CA-PAYS-FISCAL
              IF CLI-NIF-ETRANGER NOT = SPACES
                 STRING 'NIF' WS-ZONE-TRANSPOSEE(1:8)
                        DELIMITED BY SIZE INTO WS-CA-NIF-ETRANGER
              END-IF
              WRITE FCLIANO-ENREG FROM WS-CLI-SORTIE
              MOVE 'SUI' TO CLI-FONCTION
              CALL 'MACLI' USING CLI-ZCMA
              MOVE CPT-DDMAJ   TO SN-DDMAJ-10
              MOVE CPT-HDMAJ   TO SN-HDMAJ-10
              MOVE CPT-PRODUIT TO SN-PRODUIT-10
              MOVE 'EUR'       TO SN-DEVISE-10
              IF CPT-DEVISE NOT = SPACES
                 MOVE CPT-DEVISE TO SN-DEVISE-10
              END-IF
              WRITE FCPTANO-ENREG FROM SN-ENREG-10
              MOVE 'SUI' TO CPT-FONCTION
              CALL 'MACPT' USING CPT-ZCMA
