      *          RAPPROCHEMENT JOUR A JOUR GKSNPDEL           *
      * 03/09/26 SOUAD   LE CODE PRODUIT DU COMPTE EST PORTE  *
      *          SUR CHAQUE LIGNE DE L'EXTRACTION             *
      * 15/10/26 SOUAD   LA DEVISE DE TENUE DU COMPTE EST     *
      *          PORTEE AVEC LE SOLDE ('EUR' A DEFAUT)        *
      *                                                       *
      *********************************************************

              MOVE CPT-DDMAJ  TO SN-DDMAJ-10
              MOVE CPT-HDMAJ  TO SN-HDMAJ-10
              MOVE CPT-PRODUIT TO SN-PRODUIT-10
              MOVE 'EUR'       TO SN-DEVISE-10
              IF CPT-DEVISE NOT = SPACES
                 MOVE CPT-DEVISE TO SN-DEVISE-10
              END-IF
              WRITE SNAP-ENREG FROM SN-ENREG-10
              ADD 1         TO WS-NB-COMPTES
              ADD CPT-SOLDE TO WS-MT-SOLDES
