      *          FENETRE GLISSANTE (LA JOURNEE FERMEE LA PLUS  *
      *          ANCIENNE SORT A CHAQUE AJOUT AU DELA)         *
      *                                                       *
      * 15/10/26 SOUAD   LES ENREGISTREMENTS DE MANIFESTE D'UN *
      *          RUN ARRETE SUR DEMANDE OPERATEUR (STATUT 'A') *
      *          SONT COMPTES MAIS NON CUMULES : LE RUN QUI    *
      *          REPART DE SON CHECKPOINT EN PORTE LES         *
      *          COMPTEURS                                     *
      *                                                       *
      * 15/10/26 SOUAD   LES OPERATIONS MISES EN QUARANTAINE   *
      *          PAR GKMAJ001 APRES DES ABENDS REPETES A LA    *
      *          REPRISE SONT UNE ISSUE DE LA PREUVE LUES =    *
      *          TRAITEES                                      *
      *                                                       *
      *********************************************************

       ID DIVISION.
         05 WS-MAJ-MT-LUES    PIC 9(13)V99 VALUE 0.
         05 WS-MAJ-SUSPENS    PIC 9(09) VALUE 0.
         05 WS-MAJ-PARC       PIC 9(09) VALUE 0.
         05 WS-MAJ-QUAR       PIC 9(09) VALUE 0.
         05 WS-MERGE-OPER     PIC 9(09) VALUE 0.
         05 WS-MERGE-MT       PIC 9(13)V99 VALUE 0.
      * OPERATIONS DIVERTIES AU MAGASIN DES DATES FUTURES ENTRE
         05 WS-NB-WARE    PIC 9(03) VALUE 0.

       01 WS-NB-ECARTS PIC 9(03) VALUE 0.
      * RUNS ARRETES SUR DEMANDE DE L'OPERATEUR : LEURS COMPTEURS SONT
      * REPRIS PAR LE RUN QUI REPART DE LEUR CHECKPOINT, ILS NE SONT
      * DONC PAS CUMULES (SANS REPRISE, LA PREUVE RESTE EN ECART).
       01 WS-NB-ARRETES PIC 9(03) VALUE 0.

       01 WS-FS-ETATJR PIC X(02).
         88 FS-ETATJR-OK  VALUE '00'.
              AT END SET FS-MANIF-FIN TO TRUE
           END-READ
           PERFORM UNTIL NOT FS-MANIF-OK
              IF MN-RUN-ARRETE
                 ADD 1 TO WS-NB-ARRETES
                 DISPLAY 'RUN ARRETE NON CUMULE : ' MN-PROGRAMME
                         ' ' MN-RUN-ID
              ELSE
                 PERFORM 02A-CUMULE-ENREG
              END-IF
              READ MANIFEST INTO MN-ENREG
                 AT END SET FS-MANIF-FIN TO TRUE
              END-READ
                 ADD MN-NB-HOLD    TO WS-MAJ-HOLD
                 ADD MN-NB-SUSPENS TO WS-MAJ-SUSPENS
                 ADD MN-NB-PARC    TO WS-MAJ-PARC
                 ADD MN-NB-QUAR    TO WS-MAJ-QUAR
                 ADD MN-MT-ENTREE  TO WS-MAJ-MT-LUES
              WHEN 'GKWAREHS'
                 ADD 1 TO WS-NB-WARE
              END-IF
           END-IF
      * LUES = POSTEES + REJETEES + EN ATTENTE + EN SUSPENS +
      * PARQUEES + EN QUARANTAINE : CHAQUE OPERATION LUE A EXACTEMENT
      * UNE ISSUE.
           IF WS-NB-MAJ > 0
              COMPUTE WS-MAJ-TRAITEES =
                      WS-MAJ-POSTEES + WS-MAJ-REJETS + WS-MAJ-HOLD
                    + WS-MAJ-SUSPENS + WS-MAJ-PARC + WS-MAJ-QUAR
              MOVE 'LUES VS POST+REJ+ATT+SUSP+PARC+QR' TO WS-LR-LIBELLE
              MOVE WS-MAJ-LUES     TO WS-LR-GAUCHE
              MOVE WS-MAJ-TRAITEES TO WS-LR-DROITE
              IF WS-MAJ-LUES = WS-MAJ-TRAITEES
           DISPLAY '* MANIFESTES MAJ      : ' WS-NB-MAJ
           DISPLAY '* MANIFESTES MERGE    : ' WS-NB-MERGE
           DISPLAY '* MANIFESTES MAGASIN  : ' WS-NB-WARE
           DISPLAY '* RUNS ARRETES (REPRIS): ' WS-NB-ARRETES
           DISPLAY '* OPER. EN QUARANTAINE: ' WS-MAJ-QUAR
           DISPLAY '* CONTROLES EN ECART  : ' WS-NB-ECARTS
           IF WS-NB-ECARTS = 0
              DISPLAY '* VERDICT DE CHAINE   : JOURNEE CONFORME'
