      *          DES CHANGEMENTS EN ATTENTE / APPLIQUES /       *
      *          REFUSES EN FIN DE RUN - PLUS D'ACTEUR UNIQUE   *
      *          SUR LES SEUILS DE LA CHAINE                    *
      * 15/10/26 SOUAD   CARTE SYSIN ETENDUE AU NOM DU FICHIER  *
      *          D'INSTRUCTIONS ; CHAQUE CHANGEMENT APPLIQUE    *
      *          EST AUSSI ECRIT AU JOURNAL CENTRAL DES         *
      *          CHANGEMENTS (GKAUDIT), LE JOURNAL DDAUDIT EST  *
      *          CONSERVE                                       *
      *                                                        *
      *********************************************************
       ID DIVISION.

       WORKING-STORAGE SECTION.
       COPY ZAPRM REPLACING ==()== BY ==PRM==.
       COPY CAUDREF REPLACING ==()== BY ==AUD==.

       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).

      * CARTE SYSIN : MODE ('SOUMET' OU 'APPROUVE') PUIS
      * IDENTIFIANT DE L'UTILISATEUR QUI LANCE LA PASSE ET NOM DU
      * FICHIER D'INSTRUCTIONS (REPRIS AU JOURNAL CENTRAL).
       01 WS-PARM-CARD.
         05 WS-MODE        PIC X(08).
           88 WS-MODE-SOUMET   VALUE 'SOUMET'.
           88 WS-MODE-APPROUVE VALUE 'APPROUVE'.
         05 WS-UTILISATEUR PIC X(08).
         05 FILLER         PIC X(01).
         05 WS-FICHIER     PIC X(44).

      * MAGASIN DES CHANGEMENTS CHARGE EN MEMOIRE : STATUT 'P' EN
      * ATTENTE, 'A' APPLIQUE, 'R' REFUSE (MEME SOUMETTEUR).
           IF NOT FS-AUDIT-OK
              OPEN OUTPUT AUDITJRN
           END-IF
           INITIALIZE AUD-ENREG
           MOVE 'CHGTBPRM'     TO AUD-PROGRAMME
           MOVE WS-UTILISATEUR TO AUD-OPERATEUR
           MOVE WS-FICHIER     TO AUD-FICHIER
           MOVE 'TBPRM'        TO AUD-TABLE
           MOVE WS-MODE        TO AUD-ACTION
           .

      * CHARGEMENT DU MAGASIN DES CHANGEMENTS ; ABSENCE DU FICHIER =
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00'
              MOVE PRM-VALEUR TO WS-LA-AVANT
              MOVE PRM-DONNEES TO AUD-AVANT
              MOVE 'U'   TO AUD-OPERATION
              MOVE 'UPD' TO PRM-FONCTION
           ELSE
              MOVE '(NOUVEAU)' TO WS-LA-AVANT
              MOVE SPACES TO AUD-AVANT
              MOVE 'I'   TO AUD-OPERATION
              MOVE 'INS' TO PRM-FONCTION
           END-IF
           MOVE WS-PE-CLE(WS-PX)    TO PRM-CLE
           MOVE WS-PE-CLE(WS-PX)    TO WS-LA-CLE
           MOVE WS-PE-VALEUR(WS-PX) TO WS-LA-APRES
           WRITE AUDIT-ENREG FROM WS-LIGNE-AUDIT
      * MEME CHANGEMENT AU JOURNAL CENTRAL DU REFERENTIEL.
           MOVE PRM-CLE     TO AUD-CLE
           MOVE PRM-DONNEES TO AUD-APRES
           CALL 'GKAUDIT' USING AUD-ENREG
           .

      * LE MAGASIN EST REECRIT AVEC LES STATUTS A JOUR : LES
