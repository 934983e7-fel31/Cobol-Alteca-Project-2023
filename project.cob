           10 CKPT-ERR-JOURFERM   PIC 9(04).
         05 CKPT-DEV-EXPOSURE.
           10 CKPT-DEV-EXP-MONTANT PIC 9(11)V99 OCCURS 6 TIMES.
      * ENTITE COMPTABLE DU LOT EN COURS ET TOTAUX PAR ENTITE (MEMES
      * SOUS-CHAMPS QUE WS-TAB-ENTITES).
         05 CKPT-CUR-ENTITE   PIC X(03).
         05 CKPT-TAB-ENTITES.
           10 CKPT-NB-ENTITES PIC 9(02).
           10 CKPT-ENT-ENTRY OCCURS 10 TIMES.
             15 CKPT-ENT-CODE     PIC X(03).
             15 CKPT-ENT-NB-LOTS  PIC 9(04).
             15 CKPT-ENT-LUS-00   PIC 9(06).
             15 CKPT-ENT-LUS-10   PIC 9(06).
             15 CKPT-ENT-LUS-99   PIC 9(06).
             15 CKPT-ENT-MT-GLOBAL PIC 9(11)V99.

      * UN ENREGISTREMENT PAR ORIGINE, PORTANT LA DATE DU DERNIER LOT
      * ACCEPTE POUR CETTE ORIGINE.
         05 WS-TOT-LUS-99   PIC 9(06).
         05 WS-TOT-MT-GLOBAL PIC 9(11)V99.

      * TOTAUX DE RUN VENTILES PAR ENTITE COMPTABLE DE L'EN-TETE DE
      * LOT (A SPACES = ENTITE PRINCIPALE), POUR QUE CHAQUE ENTITE
      * DISPOSE DE SES PROPRES TOTAUX DE CONTROLE.
       01 WS-TAB-ENTITES.
         05 WS-NB-ENTITES    PIC 9(02).
         05 WS-ENT-ENTRY OCCURS 10 TIMES INDEXED BY WS-ENT-IX.
           10 WS-ENT-CODE      PIC X(03).
           10 WS-ENT-NB-LOTS   PIC 9(04).
           10 WS-ENT-LUS-00    PIC 9(06).
           10 WS-ENT-LUS-10    PIC 9(06).
           10 WS-ENT-LUS-99    PIC 9(06).
           10 WS-ENT-MT-GLOBAL PIC 9(11)V99.

       01 WS-CUR-ORIGINE PIC X(03).
       01 WS-CUR-DATE    PIC X(10).
       01 WS-CUR-ENTITE  PIC X(03).

      * ANOMALIE DETECTEE DANS LE LOT COURANT : UN LOT EN ANOMALIE
      * N'EST PAS CERTIFIE (GKMAJ001 LE REFUSERA), LES LOTS SAINS DU
         88 WS-EN-REPRISE   VALUE 'O'.
       01 WS-NB-A-REPASSER  PIC 9(09).

      * DEMANDE D'ARRET DE L'OPERATEUR (TBPRM 'ARRET-PROJECT' A 'O'),
      * TESTEE A CHAQUE PALIER DE CHECKPOINT : LE RUN S'ARRETE SUR LE
      * REPERE QU'IL VIENT DE DEPOSER, RAPPORT ET MANIFESTE FERMES
      * PROPREMENT (RETURN-CODE 32), ET LE RUN SUIVANT REPART DE CE
      * REPERE COMME APRES UN ABEND.
       01 WS-ARRET-SW       PIC X(01) VALUE 'N'.
         88 WS-ARRET-DEMANDE VALUE 'O'.

      * LIGNE DU RAPPORT DE CONTROLE (ARCHIVAGE / DIFF DES TOTAUX)
       01 WS-LIGNE-RAPPORT.
         05 WS-LR-LIBELLE     PIC X(14).
         05 WS-LR-ORIGINE     PIC X(05).
         05 WS-LR-ENTITE      PIC X(04).
         05 WS-LR-NB-LOTS     PIC ZZZ9.
         05 FILLER            PIC X(01).
         05 WS-LR-LUS-00      PIC ZZZZZ9.
         05 WS-LR-LUS-99      PIC ZZZZZ9.
         05 FILLER            PIC X(01).
         05 WS-LR-MT-GLOBAL   PIC ZZZZZZZZZ9.99.
         05 FILLER            PIC X(26).

      * LIGNE DU RAPPORT D'EXPOSITION PAR DEVISE (UNE LIGNE PAR CODE
      * DEVISE CONNU, ECRITE EN FIN DE RUN A LA SUITE DU TOTAL GENERAL).
           INITIALIZE COUNTERS.
           INITIALIZE WS-MT-GLOBAL.
           INITIALIZE WS-RUN-TOTALS.
           INITIALIZE WS-TAB-ENTITES.
           INITIALIZE WS-ERROR-COUNTERS.
           INITIALIZE WS-DEV-EXPOSURE.
           INITIALIZE WS-SOUS-LOT-COUNTERS.
                  DELIMITED BY SIZE INTO WS-RUN-ID.
           PERFORM ERRORS-OPEN.
           PERFORM 00-CHARGE-PARAMETRES.
           PERFORM 00-PURGE-DEMANDE-ARRET.
           PERFORM 00-CHARGE-VOLUMETRIE.
           PERFORM 00-CHARGE-ETAT-JOURNEES.
           PERFORM 00-RESTART-CHECK.
           PERFORM 00-LIT-DATECTL.
           .

      * UNE DEMANDE D'ARRET TROUVEE AU LANCEMENT VISAIT UN RUN
      * PRECEDENT (CELUI QUI S'EST ARRETE, OU QUI A FINI AVANT DE LA
      * VOIR) : ELLE EST ANNULEE, LE RUN QUI REPART NE S'ARRETE PAS
      * AU PREMIER PALIER.
       00-PURGE-DEMANDE-ARRET.
           INITIALIZE PRM-ZCMA
           MOVE 'SEL' TO PRM-FONCTION
           MOVE 'ARRET-PROJECT' TO PRM-CLE
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00' AND PRM-VALEUR(1:1) = 'O'
              MOVE 'UPD' TO PRM-FONCTION
              MOVE 'N'   TO PRM-VALEUR
              CALL 'MAPRM' USING PRM-ZCMA
              DISPLAY 'DEMANDE D''ARRET ANTERIEURE AU RUN ANNULEE'
           END-IF
           .

      * CHARGEMENT DU PALIER DE CHECKPOINT DEPUIS TBPRM (MAPRM) ; UN
      * PARAMETRE ABSENT LAISSE LA VALEUR COMPILEE (REPLI).
       00-CHARGE-PARAMETRES.
                    MOVE CKPT-ERR-DATEFERIE  TO WS-ERR-DATEFERIE
                    MOVE CKPT-ERR-JOURFERM   TO WS-ERR-JOURFERM
                    MOVE CKPT-DEV-EXPOSURE  TO WS-DEV-EXPOSURE
                    MOVE CKPT-CUR-ENTITE    TO WS-CUR-ENTITE
                    MOVE CKPT-TAB-ENTITES   TO WS-TAB-ENTITES
      * L'EMPREINTE RESTAUREE EST CELLE DU PREMIER '00' DU RUN
      * ABENDE : LE PROCHAIN '00' LU NE DOIT PAS LA RECRIRE, SINON
      * LES REPERES SUIVANTS PORTERAIENT UNE EMPREINTE DE MILIEU DE
       01-TREATMENT.
           PERFORM 01-READFILES

           PERFORM UNTIL FS-ENDINPTFILE OR WS-ARRET-DEMANDE
           MOVE FLUX-ENREG TO F1-ENREG-00
      *    DISPLAY F1-ENREG-00
               IF F1-TYPE-00  = '00'
               PERFORM 01-READFILES
           END-PERFORM

           IF WS-ARRET-DEMANDE
              PERFORM 01-ARRET-OPERATEUR
           ELSE
              PERFORM 01-RESULTS
           END-IF
           .

      * UN NOUVEL EN-TETE '00' DEMARRE UN NOUVEAU LOT DE CONTROLE :
       01-NEWLOT.
           MOVE F1-ORIGINE TO WS-CUR-ORIGINE
           MOVE F1-DATE    TO WS-CUR-DATE
           MOVE F1-ENTITE  TO WS-CUR-ENTITE
           IF NOT WS-PREMIER-00-VU
              SET WS-PREMIER-00-VU TO TRUE
              MOVE F1-ORIGINE TO WS-EMP-ORIGINE
           ADD WS-LUS-10 TO WS-TOT-LUS-10
           ADD WS-LUS-99 TO WS-TOT-LUS-99
           ADD WS-MT-GLOBAL TO WS-TOT-MT-GLOBAL
           PERFORM 01-CUMUL-ENTITE
           PERFORM 01-ECRIT-RAPPORT-LOT
           IF NOT WS-LOT-KO
              PERFORM 01-ECRIT-CERTIFICAT
           END-IF
           .

      * CUMUL DU LOT DANS LES TOTAUX DE SON ENTITE COMPTABLE ; UNE
      * ENTITE ABSENTE DE LA TABLE Y EST AJOUTEE. TABLE PLEINE : LE
      * LOT RESTE DANS LE TOTAL RUN MAIS N'EST VENTILE NULLE PART, CE
      * QUI EST SIGNALE ET PORTE LE RETURN-CODE 24.
       01-CUMUL-ENTITE.
           SET WS-ENT-IX TO 1
           SEARCH WS-ENT-ENTRY
              AT END
                 DISPLAY 'TABLE DES ENTITES PLEINE - LOT '
                         WS-CUR-ORIGINE ' ' WS-CUR-DATE
                         ' ENTITE ' WS-CUR-ENTITE
                 MOVE 24 TO RETURN-CODE
              WHEN WS-ENT-IX > WS-NB-ENTITES
                 ADD 1 TO WS-NB-ENTITES
                 MOVE WS-CUR-ENTITE TO WS-ENT-CODE(WS-ENT-IX)
                 PERFORM 01-CUMUL-ENTITE-LIGNE
              WHEN WS-ENT-CODE(WS-ENT-IX) = WS-CUR-ENTITE
                 PERFORM 01-CUMUL-ENTITE-LIGNE
           END-SEARCH
           .

       01-CUMUL-ENTITE-LIGNE.
           ADD 1            TO WS-ENT-NB-LOTS(WS-ENT-IX)
           ADD WS-LUS-00    TO WS-ENT-LUS-00(WS-ENT-IX)
           ADD WS-LUS-10    TO WS-ENT-LUS-10(WS-ENT-IX)
           ADD WS-LUS-99    TO WS-ENT-LUS-99(WS-ENT-IX)
           ADD WS-MT-GLOBAL TO WS-ENT-MT-GLOBAL(WS-ENT-IX)
           .

      * CERTIFICATS DU LOT QUI VIENT D'ETRE VALIDE SANS ANOMALIE :
      * UN PAR SEGMENT EMPILE (TETE, PUIS CHAQUE SOUS-LOT), AVEC
      * ORIGINE, DATE METIER, TOTAUX RECOMPTES PAR LA COUCHE CONTROLE
           INITIALIZE WS-LIGNE-RAPPORT
           MOVE 'LOT'          TO WS-LR-LIBELLE
           MOVE WS-CUR-ORIGINE TO WS-LR-ORIGINE
           MOVE WS-CUR-ENTITE  TO WS-LR-ENTITE
           MOVE WS-NB-LOTS     TO WS-LR-NB-LOTS
           MOVE WS-LUS-00      TO WS-LR-LUS-00
           MOVE WS-LUS-10      TO WS-LR-LUS-10
           WRITE CTL-ENREG FROM WS-LIGNE-RAPPORT
           .

      * UNE LIGNE PAR ENTITE COMPTABLE RENCONTREE, ECRITE A LA SUITE
      * DU TOTAL RUN : TOTAUX DE CONTROLE PRODUCTIBLES PAR ENTITE.
       01-ECRIT-RAPPORT-ENTITES.
           PERFORM VARYING WS-ENT-IX FROM 1 BY 1
                   UNTIL WS-ENT-IX > WS-NB-ENTITES
              INITIALIZE WS-LIGNE-RAPPORT
              MOVE 'TOTAL ENTITE'   TO WS-LR-LIBELLE
              MOVE SPACES           TO WS-LR-ORIGINE
              MOVE WS-ENT-CODE(WS-ENT-IX)    TO WS-LR-ENTITE
              MOVE WS-ENT-NB-LOTS(WS-ENT-IX) TO WS-LR-NB-LOTS
              MOVE WS-ENT-LUS-00(WS-ENT-IX)  TO WS-LR-LUS-00
              MOVE WS-ENT-LUS-10(WS-ENT-IX)  TO WS-LR-LUS-10
              MOVE WS-ENT-LUS-99(WS-ENT-IX)  TO WS-LR-LUS-99
              MOVE WS-ENT-MT-GLOBAL(WS-ENT-IX) TO WS-LR-MT-GLOBAL
              WRITE CTL-ENREG FROM WS-LIGNE-RAPPORT
           END-PERFORM
           .

      * UNE LIGNE PAR DEVISE CONNUE, ECRITE A LA SUITE DU TOTAL RUN,
      * POUR LE SUIVI DE TRESORERIE EN FIN DE JOURNEE.
       01-ECRIT-RAPPORT-DEVISES.
           PERFORM 00-ECRIT-VOLUMETRIE
           CLOSE QUARLOT
           PERFORM 01-LIBERE-VERROUS
           IF WS-ARRET-DEMANDE
              MOVE 32 TO RETURN-CODE
           END-IF
           PERFORM 03-ECRIT-MANIFESTE
           CLOSE FLUXRECORDS
           CLOSE CTLREPORT
           CLOSE CERTRECORDS
      * ARRET SUR DEMANDE (RETURN-CODE 32) : LE CHECKPOINT DOIT
      * SURVIVRE, LA JCL DE PRODUCTION NE LE SUPPRIME QUE SUR LES
      * AUTRES CODES RETOUR.
      * RUN TERMINE NORMALEMENT : LE CHECKPOINT NE SERT PLUS, LA JCL
      * DE PRODUCTION LE CATALOGUE (,CATLG,DELETE) POUR QUE DELETE
      * S'APPLIQUE ICI ET QUE CATLG S'APPLIQUE SI LE JOB ABEND.
           MOVE WS-TOT-MT-GLOBAL TO MN-MT-ENTREE
           MOVE WS-TOT-MT-GLOBAL TO MN-MT-SORTIE
           MOVE RETURN-CODE      TO MN-CODE-RETOUR
           IF WS-ARRET-DEMANDE
              SET MN-RUN-ARRETE TO TRUE
           END-IF
           WRITE MANIF-ENREG FROM MN-ENREG
           CLOSE MANIFEST
           .
      * REPRISE QUI LES REPASSE SANS RETRAITEMENT N'EN PERD AUCUN
      * (UN REPERE PRIS A LA LECTURE COMPTAIT UN ENREGISTREMENT
      * ENCORE NON TRAITE, QUE LA REPRISE SAUTAIT).
      * LA DEMANDE D'ARRET N'EST TESTEE QU'UNE FOIS LE REPERE DEPOSE :
      * LE RUN S'ARRETE SANS LIRE LA SUITE, SUR UNE POSITION DE
      * REPRISE EXACTE.
       01-READFILES.
           IF WS-FS-LUS > 0
              AND FUNCTION MOD(WS-FS-LUS, WS-CHKPT-PAS) = 0
              PERFORM 01-ECRIT-CHECKPOINT
              PERFORM 01-TESTE-DEMANDE-ARRET
           END-IF
           IF NOT WS-ARRET-DEMANDE
              READ FLUXRECORDS
                 AT END SET FS-ENDINPTFILE TO TRUE
              END-READ
              PERFORM ERRORS-READ
           END-IF
           .

       01-TESTE-DEMANDE-ARRET.
           INITIALIZE PRM-ZCMA
           MOVE 'SEL' TO PRM-FONCTION
           MOVE 'ARRET-PROJECT' TO PRM-CLE
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00' AND PRM-VALEUR(1:1) = 'O'
              SET WS-ARRET-DEMANDE TO TRUE
              DISPLAY 'ARRET DEMANDE PAR L''OPERATEUR : POSITION '
                      WS-FS-LUS ' LOT ' WS-CUR-ORIGINE
           END-IF
           .

      * DEPOT D'UN NOUVEAU REPERE DE REPRISE. LA TABLE DES REF-OPER
           MOVE WS-ERR-DATEFERIE  TO CKPT-ERR-DATEFERIE
           MOVE WS-ERR-JOURFERM   TO CKPT-ERR-JOURFERM
           MOVE WS-DEV-EXPOSURE   TO CKPT-DEV-EXPOSURE
           MOVE WS-CUR-ENTITE     TO CKPT-CUR-ENTITE
           MOVE WS-TAB-ENTITES    TO CKPT-TAB-ENTITES
           MOVE WS-EMP-ORIGINE    TO CKPT-EMP-ORIGINE
           MOVE WS-EMP-DATE       TO CKPT-EMP-DATE
           MOVE FLUX-ENREG        TO CKPT-EMP-DERNIER

       01-RESULTS.
           PERFORM 01-ECRIT-RAPPORT-FIN
           PERFORM 01-ECRIT-RAPPORT-ENTITES
           PERFORM 01-ECRIT-RAPPORT-DEVISES

           IF WS-TOT-LUS-00 = 0
           CALL 'GKALERT' USING ALR-ENREG
           .

      * FIN DE RUN SUR DEMANDE D'ARRET : LE RAPPORT EST CLOS SUR LES
      * TOTAUX ATTEINTS AU REPERE ; LES CONTROLES DE FIN DE FICHIER
      * (EN-TETE, TRAILER) ET LE BILAN DES ANOMALIES SONT LAISSES AU
      * RUN QUI REPART, QUI EN REPREND LES COMPTEURS AU CHECKPOINT.
       01-ARRET-OPERATEUR.
           PERFORM 01-ECRIT-RAPPORT-FIN
           PERFORM 01-ECRIT-RAPPORT-ENTITES
           PERFORM 01-ECRIT-RAPPORT-DEVISES
           INITIALIZE ALR-ENREG
           MOVE 'PROJECT '     TO ALR-PROGRAMME
           MOVE WS-RUN-ID      TO ALR-RUN-ID
           MOVE 'W'            TO ALR-SEVERITE
           MOVE 'ARRETOP '     TO ALR-CODE
           MOVE WS-CUR-ORIGINE TO ALR-ORIGINE
           MOVE WS-FS-LUS      TO ALR-COMPTEUR
           MOVE 0              TO ALR-MONTANT
           CALL 'GKALERT' USING ALR-ENREG
           DISPLAY '**********************************'
           DISPLAY '*****ARRET DEMANDE OPERATEUR******'
           DISPLAY '**********************************'
           DISPLAY '* POSITION DE REPRISE: ' WS-FS-LUS
           DISPLAY '* LOT EN COURS       : ' WS-CUR-ORIGINE
           DISPLAY '* NB LOTS    : ' WS-NB-LOTS
           DISPLAY '* TOT LUS-10 : ' WS-TOT-LUS-10
           DISPLAY '* TOT MTGLOB : ' WS-TOT-MT-GLOBAL
           DISPLAY '**********************************'
           .

      * BILAN DE TOUTES LES ANOMALIES DETECTEES DANS LE RUN, MEME
      * QUAND PLUSIEURS CONDITIONS DIFFERENTES SE SONT PRODUITES.
       01-RESULTS-ERREURS.
