      * PROGRAM OBJET :DISPOSITION DES OPERATIONS MISES EN    *
      *                ATTENTE PAR LE FILTRAGE DE GKMAJ001    *
      *                (HOLDRECORDS) : LES VERDICTS DU DESK   *
      *                DE REVUE (APPROVE/REJECT SAISIS A      *
      *                L'ECRAN GKHOLDRV DANS LE STORE         *
      *                D'ATTENTE) LIBERENT LES OPERATIONS     *
      *                APPROUVEES DANS UN LOT FLUX '00'/'10'/ *
      *                '99' PRET POUR GKMAJ001, ROUTENT LES   *
      *                REFUSEES EN FORMAT CREJETS, ET LES     *
      * 22/08/26 SOUAD   LE LOT LIBERE EST CERTIFIE (AJOUT AU  *
      *          FICHIER DES CERTIFICATS) POUR ETRE ACCEPTE    *
      *          PAR GKMAJ001                                  *
      * 15/10/26 SOUAD   LES VERDICTS SONT LUS DANS LE STORE   *
      *          D'ATTENTE (SAISIE ECRAN GKHOLDRV) ET NON PLUS *
      *          DANS LE FICHIER DDDECIS SAISI A LA MAIN       *
      *                                                       *
      *********************************************************

            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-HOLDIN.

      *    LOT FLUX RECONSTITUE DES OPERATIONS APPROUVEES, PRET A
      *    ETRE REPASSE COMME ENTREE (DDINT) DE GKMAJ001
            SELECT FLUXOUT ASSIGN TO DDFLXOUT
       FD HOLDIN.
       01 HOLDIN-ENREG PIC X(112).

       FD FLUXOUT.
       01 FLUXOUT-ENREG PIC X(80).

       COPY CREJETS REPLACING ==()== BY ==RJ==.
       COPY CFLUX   REPLACING ==()== BY ==F1==.

      * VERDICTS DU DESK DE REVUE ENREGISTRES DANS LE STORE
      * D'ATTENTE PAR L'ECRAN GKHOLDRV, CHARGES EN MEMOIRE EN DEBUT
      * DE RUN (TABLE BORNEE, MEME APPROCHE QUE LA TABLE DE FICHIERS
      * DE GKFUSION) ; CHAQUE
      * VERDICT CONSOMME EST MARQUE POUR QUE LA PASSE FINALE SUR LES
      * VERDICTS RESTANTS NE TRAITE QUE LES OPERATIONS QUI NE SONT
      * PLUS DANS LE HOLDRECORDS DU JOUR (ENTREES EN ATTENTE UN JOUR
         88 FS-HOLDIN-OK      VALUE '00'.
         88 FS-HOLDIN-FIN     VALUE '10'.

      * PARCOURS DU STORE D'ATTENTE AU CHARGEMENT DES VERDICTS
       01 WS-FIN-PEND-SW PIC X(01).
         88 WS-FIN-PEND       VALUE 'O'.

       01 WS-FS-FLXOUT PIC X(02).
         88 FS-FLXOUT-OK      VALUE '00'.
           END-IF
           .

      * SEULES LES ENTREES ENCORE EN ATTENTE ET PORTANT UN VERDICT
      * SAISI A L'ECRAN SONT CHARGEES ; LE COMMENTAIRE DU REVISEUR
      * DEVIENT LE MOTIF DE REJET (MOTIF PAR DEFAUT S'IL EST VIDE).
       020-CHARGE-DECISIONS.
           MOVE 0   TO WS-NB-DECIS
           MOVE 'N' TO WS-FIN-PEND-SW
           MOVE LOW-VALUES TO PD-CLE
           START HOLDPEND KEY IS NOT LESS THAN PD-CLE
              INVALID KEY SET WS-FIN-PEND TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-PEND
              READ HOLDPEND NEXT RECORD
                 AT END SET WS-FIN-PEND TO TRUE
              END-READ
              IF NOT WS-FIN-PEND
              AND PD-EN-ATTENTE
              AND (PD-VERDICT-APPROVE OR PD-VERDICT-REJECT)
                 IF WS-NB-DECIS < 5000
                    ADD 1 TO WS-NB-DECIS
                    MOVE PD-COMPTE   TO WS-DEC-COMPTE(WS-NB-DECIS)
                    MOVE PD-REF-OPER TO WS-DEC-REF-OPER(WS-NB-DECIS)
                    MOVE PD-VERDICT  TO WS-DEC-VERDICT(WS-NB-DECIS)
                    IF PD-COMMENTAIRE = SPACES
                       MOVE 'REFUS DESK DE REVUE'
                         TO WS-DEC-MOTIF(WS-NB-DECIS)
                    ELSE
                       MOVE PD-COMMENTAIRE
                         TO WS-DEC-MOTIF(WS-NB-DECIS)
                    END-IF
                    MOVE 'N'         TO WS-DEC-CONSOMME(WS-NB-DECIS)
                 ELSE
                    DISPLAY 'GKHOLDRL - TABLE DES VERDICTS PLEINE, '
                            'VERDICT IGNORE : ' PD-COMPTE ' '
                            PD-REF-OPER
                    MOVE 24 TO RETURN-CODE
                 END-IF
              END-IF
           END-PERFORM
           .

      * L'EN-TETE '00' DU HOLDRECORDS DU JOUR DONNE L'ORIGINE ET LA

      * LA DATE D'ENTREE ET L'ORIGINE NE SONT FIXEES QUE POUR UNE
      * NOUVELLE ENTREE ; UNE OPERATION DEJA PRESENTE GARDE SA DATE
      * D'ENTREE ET L'ORIGINE SOUS LAQUELLE ELLE AVAIT ETE RETENUE,
      * AINSI QUE LE VERDICT ET LA TRACE DU REVISEUR QUI L'A DECIDEE.
       170-FIXE-DONNEES-PEND.
           IF NOT FS-PEND-OK
              MOVE WS-DATE-HOLD    TO PD-DATE-ENTREE
              MOVE WS-ORIGINE-HOLD TO PD-ORIGINE
              MOVE SPACES          TO PD-VERDICT
                                      PD-COMMENTAIRE
                                      PD-REVISEUR
                                      PD-DATE-VERDICT
                                      PD-HEURE-VERDICT
           END-IF
           MOVE F1-COMPTE       TO PD-COMPTE
           MOVE F1-REF-OPER     TO PD-REF-OPER
