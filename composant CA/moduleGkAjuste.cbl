      *********************************************************
      * PROGRAM NAME:  GKAJUSTE                               *
      * PROGRAM OBJET :AJUSTEMENTS MANUELS DE SOLDE DU BACK-  *
      *                OFFICE SOUS DOUBLE REGARD : SAISIE     *
      *                D'UNE DEMANDE (COMPTE, MONTANT, SENS,  *
      *                CODE MOTIF, JUSTIFICATION) PAR UN      *
      *                DEMANDEUR, APPROBATION OU REFUS PAR UN *
      *                VALIDEUR DISTINCT, EXPIRATION DES      *
      *                DEMANDES RESTEES SANS DECISION, PUIS   *
      *                EMISSION DES SEULES DEMANDES           *
      *                APPROUVEES EN UN LOT FLUX D'ORIGINE    *
      *                DEDIEE 'ADJ', SOUS UN CODE TBHOP PAR   *
      *                MOTIF ET PAR SENS ; TOUT EST CONSERVE  *
      *                SUR LE REGISTRE TBAJU (MAAJU)          *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - SAISIE, VALIDATION A DOUBLE *
      *          REGARD, EXPIRATION ET EMISSION EN LOT 'ADJ'   *
      *          DES AJUSTEMENTS MANUELS                       *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKAJUSTE.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    MOUVEMENTS DU JOUR SUR LES DEMANDES D'AJUSTEMENT : SAISIES
      *    DES DEMANDEURS, APPROBATIONS ET REFUS DES VALIDEURS
            SELECT DEMANDES ASSIGN TO DDAJUIN
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-DEM.

      *    LOT FLUX 'ADJ' DES AJUSTEMENTS APPROUVES, REMIS A LA CHAINE
      *    NORMALE (CONTROLE, FILTRAGE, POSTE)
            SELECT FLUXOUT ASSIGN TO DDFLXOUT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-FLXOUT.

      *    JOURNAL DU JOUR : SORT DE CHAQUE MOUVEMENT, DEMANDES
      *    EXPIREES ET DEMANDES EMISES
            SELECT EDITION ASSIGN TO DDAJUJRN
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EDIT.

       DATA DIVISION.
       FILE SECTION.

       FD DEMANDES.
       01 DEM-ENREG.
      * 'S' SAISIE D'UNE DEMANDE, 'A' APPROBATION, 'R' REFUS.
         05 DEM-ACTION      PIC X(01).
           88 DEM-SAISIE       VALUE 'S'.
           88 DEM-APPROBATION  VALUE 'A'.
           88 DEM-REFUS        VALUE 'R'.
      * NUMERO DE LA DEMANDE DECIDEE (APPROBATION OU REFUS) ; IGNORE
      * A LA SAISIE, LE NUMERO ETANT ATTRIBUE ICI.
         05 DEM-NUMERO      PIC 9(08).
         05 DEM-COMPTE      PIC X(11).
         05 DEM-MONTANT     PIC 9(11)V99.
         05 DEM-SENS        PIC X(01).
         05 DEM-MOTIF       PIC X(03).
      * JUSTIFICATION DE LA DEMANDE A LA SAISIE, MOTIF DU REFUS AU
      * REFUS.
         05 DEM-TEXTE       PIC X(40).
      * DEMANDEUR A LA SAISIE, VALIDEUR A L'APPROBATION ET AU REFUS.
         05 DEM-UTILISATEUR PIC X(08).
         05 FILLER          PIC X(15).

       FD FLUXOUT.
       01 FLUXOUT-ENREG PIC X(80).

       FD EDITION.
       01 EDIT-ENREG PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFLUX   REPLACING ==()== BY ==F1==.
       COPY ZAAJU   REPLACING ==()== BY ==AJU==.
       COPY ZAPRM   REPLACING ==()== BY ==PRM==.
       COPY CPTFUNC.

      * DATE DU JOUR, RECUE EN SYSIN (YYYY-MM-DD) ; A BLANC, DATE
      * SYSTEME. C'EST LA DATE DES DECISIONS ET DU LOT 'ADJ'.
       01 WS-PARM-CARD     PIC X(10).
       01 WS-DATE-COURANTE PIC X(10).
       01 WS-DATE-SYSTEME  PIC X(21).

      * UNE DEMANDE RESTEE SOUMISE PLUS DE WS-DELAI-VALIDITE JOURS
      * CALENDAIRES (TBPRM AJU-DELAI-VALIDITE) EXPIRE : ELLE NE PEUT
      * PLUS ETRE APPROUVEE ET DOIT ETRE RESAISIE. UNE DEMANDE DATEE
      * D'AVANT WS-DATE-LIMITE EST PERIMEE.
       01 WS-DELAI-VALIDITE PIC 9(03) VALUE 5.
       01 WS-DATE-NUM       PIC 9(08).
       01 WS-JOURS-CALC     PIC 9(08).
       01 WS-DATE-LIMITE    PIC X(10).

       01 WS-DERNIER-NUMERO PIC 9(08) VALUE 0.
       01 WS-CODE-OPER      PIC X(03).

      * REFERENCE EMISE : 'AJ' + NUMERO DE DEMANDE, STABLE D'UN
      * PASSAGE A L'AUTRE (UN LOT REEMIS APRES INCIDENT EST ECARTE PAR
      * L'IDEMPOTENCE DE LA CHAINE).
       01 WS-REF-OPER.
         05 FILLER        PIC X(02) VALUE 'AJ'.
         05 WS-REF-NUMERO PIC 9(08).

      * MOTIF DE REFUS DU MOUVEMENT COURANT ; A SPACES TANT QUE LE
      * MOUVEMENT EST ACCEPTE.
       01 WS-MOTIF-REJET PIC X(30).
       01 WS-ETAT        PIC X(30).

      * DEMANDES A EXPIRER ET DEMANDES APPROUVEES A EMETTRE,
      * COLLECTEES PENDANT LE PARCOURS DU REGISTRE : TBAJU N'EST MIS A
      * JOUR QU'APRES CLOTURE DU LOT.
       01 WS-NB-EXP PIC 9(04) VALUE 0.
       01 WS-TAB-EXP.
         05 WS-EXP-NUMERO OCCURS 1 TO 2000 TIMES
                          DEPENDING ON WS-NB-EXP
                          INDEXED BY WS-XX
                          PIC 9(08).
       01 WS-NB-EMI PIC 9(04) VALUE 0.
       01 WS-TAB-EMI.
         05 WS-EMI-ENTRY OCCURS 1 TO 2000 TIMES
                         DEPENDING ON WS-NB-EMI
                         INDEXED BY WS-EX.
            10 WS-EMI-NUMERO    PIC 9(08).
            10 WS-EMI-COMPTE    PIC X(11).
            10 WS-EMI-MONTANT   PIC S9(11)V9(2).
            10 WS-EMI-CODE-DEV  PIC X(03).
            10 WS-EMI-CODE-OPER PIC X(03).
            10 WS-EMI-SENS      PIC X(01).
            10 WS-EMI-MOTIF     PIC X(03).
            10 WS-EMI-VALIDEUR  PIC X(08).

      * TOTAUX DU LOT EMIS, ET SOMME DE CONTROLE POUR LE '98'.
       01 WS-NB-LOT       PIC 9(06) VALUE 0.
       01 WS-MT-LOT       PIC 9(11)V99 VALUE 0.
       01 WS-CHECKSUM     PIC 9(09) VALUE 0.
       01 WS-CKS-IX       PIC 9(03).
       01 WS-ENREG-10-SAUVE PIC X(80).

       01 WS-LIGNE-TITRE.
         05 FILLER       PIC X(40)
            VALUE 'AJUSTEMENTS MANUELS - JOURNAL DU'.
         05 WS-LT-DATE   PIC X(10).
         05 FILLER       PIC X(82) VALUE SPACES.

       01 WS-LIGNE-ENTETE.
         05 FILLER PIC X(09) VALUE 'NUMERO'.
         05 FILLER PIC X(02) VALUE 'MV'.
         05 FILLER PIC X(12) VALUE 'COMPTE'.
         05 FILLER PIC X(02) VALUE 'S'.
         05 FILLER PIC X(16) VALUE '         MONTANT'.
         05 FILLER PIC X(05) VALUE ' MOT'.
         05 FILLER PIC X(09) VALUE 'UTILIS.'.
         05 FILLER PIC X(77) VALUE 'ETAT'.

       01 WS-LIGNE-DETAIL.
         05 WS-LD-NUMERO  PIC ZZZZZZZ9.
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LD-ACTION  PIC X(01).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LD-COMPTE  PIC X(11).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LD-SENS    PIC X(01).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LD-MONTANT PIC ZZZZZZZZZZZ9.99.
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LD-MOTIF   PIC X(03).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LD-UTILIS  PIC X(08).
         05 FILLER        PIC X(01) VALUE SPACES.
         05 WS-LD-ETAT    PIC X(30).
         05 FILLER        PIC X(47) VALUE SPACES.

       01 WS-LIGNE-TOTAL.
         05 WS-LX-LIBELLE  PIC X(40).
         05 WS-LX-NB       PIC ZZZZZ9.
         05 FILLER         PIC X(02) VALUE SPACES.
         05 WS-LX-MONTANT  PIC ZZZZZZZZZZZ9.99.
         05 FILLER         PIC X(69) VALUE SPACES.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

       01 WS-RUN-COUNTERS.
         05 WS-NB-LUS        PIC 9(06) VALUE 0.
         05 WS-NB-SAISIES    PIC 9(06) VALUE 0.
         05 WS-NB-APPROUVEES PIC 9(06) VALUE 0.
         05 WS-NB-REFUSEES   PIC 9(06) VALUE 0.
         05 WS-NB-ECARTES    PIC 9(06) VALUE 0.
         05 WS-NB-EXPIREES   PIC 9(06) VALUE 0.
         05 WS-NB-EMISES     PIC 9(06) VALUE 0.
         05 WS-NB-MAJ-KO     PIC 9(06) VALUE 0.

       01 WS-FS-DEM PIC X(02).
         88 FS-DEM-OK  VALUE '00'.
         88 FS-DEM-FIN VALUE '10'.
       01 WS-FS-FLXOUT PIC X(02).
         88 FS-FLXOUT-OK VALUE '00'.
       01 WS-FS-EDIT PIC X(02).
         88 FS-EDIT-OK VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
           INITIALIZE WS-RUN-COUNTERS
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-CARD = SPACES
              MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
              STRING WS-DATE-SYSTEME(1:4) '-'
                     WS-DATE-SYSTEME(5:2) '-'
                     WS-DATE-SYSTEME(7:2)
                     DELIMITED BY SIZE INTO WS-DATE-COURANTE
           ELSE
              MOVE WS-PARM-CARD TO WS-DATE-COURANTE
           END-IF
           INITIALIZE PRM-ZCMA
           MOVE 'SEL'                TO PRM-FONCTION
           MOVE 'AJU-DELAI-VALIDITE' TO PRM-CLE
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00'
              COMPUTE WS-DELAI-VALIDITE = FUNCTION NUMVAL(PRM-VALEUR)
           END-IF
           MOVE WS-DATE-COURANTE(1:4) TO WS-DATE-NUM(1:4)
           MOVE WS-DATE-COURANTE(6:2) TO WS-DATE-NUM(5:2)
           MOVE WS-DATE-COURANTE(9:2) TO WS-DATE-NUM(7:2)
           COMPUTE WS-JOURS-CALC =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   - WS-DELAI-VALIDITE
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-JOURS-CALC)
           STRING WS-DATE-NUM(1:4) '-'
                  WS-DATE-NUM(5:2) '-'
                  WS-DATE-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-LIMITE
      * LES NUMEROS REPARTENT DU PLUS GRAND DEJA ATTRIBUE.
           INITIALIZE AJU-ZCMA
           MOVE 'MAX' TO AJU-FONCTION
           CALL 'MAAJU' USING AJU-ZCMA
           IF AJU-CODRET NOT = '00'
              DISPLAY 'GKAJUSTE - REGISTRE TBAJU ILLISIBLE : '
                      AJU-LIBRET
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE AJU-NUMERO TO WS-DERNIER-NUMERO
           OPEN INPUT  DEMANDES
           OPEN OUTPUT EDITION
           MOVE WS-DATE-COURANTE TO WS-LT-DATE
           WRITE EDIT-ENREG FROM WS-LIGNE-TITRE
                 AFTER ADVANCING PAGE
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           WRITE EDIT-ENREG FROM WS-LIGNE-ENTETE
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           PERFORM 02A-READ-FILES
           .

      * LES MOUVEMENTS DU JOUR D'ABORD (UNE APPROBATION DU JOUR
      * EST AINSI EMISE LE JOUR MEME), PUIS LE PARCOURS DU REGISTRE
      * QUI EXPIRE LES DEMANDES PERIMEES ET COLLECTE LES APPROUVEES,
      * ENFIN LE LOT 'ADJ' ET LA MISE A JOUR DU REGISTRE.
       02-TREATMENT.
           PERFORM 02B-ALGO UNTIL FS-DEM-FIN
           PERFORM 02H-PARCOURS-REGISTRE
           PERFORM 02J-EMET-LOT
           PERFORM 02L-MAJ-REGISTRE
           .

       03-ENDPGM.
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           MOVE 'AJUSTEMENTS EMIS DANS LE LOT ADJ' TO WS-LX-LIBELLE
           MOVE WS-NB-LOT TO WS-LX-NB
           MOVE WS-MT-LOT TO WS-LX-MONTANT
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           PERFORM 03A-RESUME-RUN
           CLOSE DEMANDES, EDITION
           IF WS-NB-MAJ-KO > 0
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WS-NB-ECARTES > 0 AND RETURN-CODE = 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           STOP RUN
           .

      * BILAN DE FIN DE JOB.
       03A-RESUME-RUN.
           DISPLAY '**********************************'
           DISPLAY '*************GKAJUSTE*************'
           DISPLAY '**********************************'
           DISPLAY '* DATE COURANTE       : ' WS-DATE-COURANTE
           DISPLAY '* MOUVEMENTS LUS      : ' WS-NB-LUS
           DISPLAY '* DEMANDES SAISIES    : ' WS-NB-SAISIES
           DISPLAY '* DEMANDES APPROUVEES : ' WS-NB-APPROUVEES
           DISPLAY '* DEMANDES REFUSEES   : ' WS-NB-REFUSEES
           DISPLAY '* MOUVEMENTS ECARTES  : ' WS-NB-ECARTES
           DISPLAY '* DEMANDES EXPIREES   : ' WS-NB-EXPIREES
           DISPLAY '* AJUSTEMENTS EMIS    : ' WS-NB-EMISES
           DISPLAY '* MONTANT EMIS        : ' WS-MT-LOT
           DISPLAY '* MISES A JOUR EN KO  : ' WS-NB-MAJ-KO
           DISPLAY '**********************************'
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

       02A-READ-FILES.
           READ DEMANDES
              AT END SET FS-DEM-FIN TO TRUE
           END-READ
           IF FS-DEM-OK
              ADD 1 TO WS-NB-LUS
           END-IF
           .

      * UN MOUVEMENT REFUSE N'A AUCUN EFFET SUR LE REGISTRE ; IL EST
      * EDITE AVEC SON MOTIF POUR ETRE CORRIGE ET REPRESENTE.
       02B-ALGO.
           MOVE SPACES TO WS-MOTIF-REJET
           MOVE SPACES TO WS-ETAT
           EVALUATE TRUE
              WHEN DEM-SAISIE
                 PERFORM 02C-SAISIT-DEMANDE
              WHEN DEM-APPROBATION
                 PERFORM 02D-DECIDE-DEMANDE
              WHEN DEM-REFUS
                 PERFORM 02D-DECIDE-DEMANDE
              WHEN OTHER
                 MOVE 'MOUVEMENT INCONNU' TO WS-MOTIF-REJET
           END-EVALUATE
           PERFORM 02G-EDITE-MOUVEMENT
           PERFORM 02A-READ-FILES
           .

      * SAISIE : LA DEMANDE EST COMPLETE ET JUSTIFIEE, LE COMPTE EST
      * CONNU ET NON CLOS, LE MOTIF ADMET LE SENS DEMANDE (UN GESTE
      * COMMERCIAL NE DEBITE PAS). ELLE EST ENREGISTREE SOUMISE, SOUS
      * LE NUMERO SUIVANT, DANS LA DEVISE DE TENUE DU COMPTE.
       02C-SAISIT-DEMANDE.
           INITIALIZE CPT-ZCMA
           MOVE 'SEL'      TO CPT-FONCTION
           MOVE DEM-COMPTE TO CPT-COMPTE
           CALL 'MACPT' USING CPT-ZCMA
           MOVE DEM-SENS  TO AJU-SENS
           MOVE DEM-MOTIF TO AJU-MOTIF
           PERFORM 02E-CODE-OPERATION
           EVALUATE TRUE
              WHEN DEM-UTILISATEUR = SPACES
                 MOVE 'DEMANDEUR ABSENT' TO WS-MOTIF-REJET
              WHEN DEM-TEXTE = SPACES
                 MOVE 'JUSTIFICATION ABSENTE' TO WS-MOTIF-REJET
              WHEN DEM-MONTANT NOT NUMERIC
                 MOVE 'MONTANT NON NUMERIQUE' TO WS-MOTIF-REJET
              WHEN DEM-MONTANT = 0
                 MOVE 'MONTANT NUL' TO WS-MOTIF-REJET
              WHEN NOT AJU-AU-CREDIT AND NOT AJU-AU-DEBIT
                 MOVE 'SENS INVALIDE' TO WS-MOTIF-REJET
              WHEN WS-CODE-OPER = SPACES
                 MOVE 'MOTIF INVALIDE POUR CE SENS' TO WS-MOTIF-REJET
              WHEN CPT-CODRET NOT = '00'
                 MOVE CPT-LIBRET TO WS-MOTIF-REJET
              WHEN CPT-COMPTE-CLOTURE
                 MOVE 'COMPTE CLOTURE' TO WS-MOTIF-REJET
              WHEN OTHER
                 ADD 1 TO WS-DERNIER-NUMERO
                 INITIALIZE AJU-ZCMA
                 MOVE 'INS'             TO AJU-FONCTION
                 MOVE WS-DERNIER-NUMERO TO AJU-NUMERO
                 MOVE DEM-COMPTE        TO AJU-COMPTE
                 MOVE DEM-MONTANT       TO AJU-MONTANT
                 MOVE 'EUR'             TO AJU-CODE-DEV
                 IF CPT-DEVISE NOT = SPACES
                    MOVE CPT-DEVISE TO AJU-CODE-DEV
                 END-IF
                 MOVE DEM-SENS          TO AJU-SENS
                 MOVE DEM-MOTIF         TO AJU-MOTIF
                 MOVE DEM-TEXTE         TO AJU-TEXTE
                 MOVE DEM-UTILISATEUR   TO AJU-DEMANDEUR
                 MOVE WS-DATE-COURANTE  TO AJU-DATE-DEMANDE
                 MOVE SPACES            TO AJU-VALIDEUR
                 MOVE SPACES            TO AJU-DATE-DECISION
                 MOVE SPACES            TO AJU-MOTIF-REFUS
                 MOVE 'S'               TO AJU-STATUT
                 MOVE SPACES            TO AJU-DATE-EMISSION
                 MOVE SPACES            TO AJU-REF-OPER
                 CALL 'MAAJU' USING AJU-ZCMA
                 IF AJU-CODRET NOT = '00'
                    SUBTRACT 1 FROM WS-DERNIER-NUMERO
                    MOVE AJU-LIBRET TO WS-MOTIF-REJET
                 ELSE
                    ADD 1 TO WS-NB-SAISIES
                    MOVE WS-DERNIER-NUMERO TO DEM-NUMERO
                    MOVE 'DEMANDE SOUMISE' TO WS-ETAT
                 END-IF
           END-EVALUATE
           .

      * APPROBATION OU REFUS : LA DEMANDE EST CONNUE ET ENCORE
      * SOUMISE, LE VALIDEUR EST IDENTIFIE ET N'EST PAS LE DEMANDEUR.
      * UNE DEMANDE PERIMEE N'EST PLUS APPROUVABLE : ELLE EXPIRE ICI.
      * UN REFUS EST MOTIVE.
       02D-DECIDE-DEMANDE.
           INITIALIZE AJU-ZCMA
           MOVE 'SEL'      TO AJU-FONCTION
           MOVE DEM-NUMERO TO AJU-NUMERO
           CALL 'MAAJU' USING AJU-ZCMA
           EVALUATE TRUE
              WHEN AJU-CODRET NOT = '00'
                 MOVE AJU-LIBRET TO WS-MOTIF-REJET
              WHEN NOT AJU-SOUMISE
                 MOVE 'DEMANDE DEJA DECIDEE' TO WS-MOTIF-REJET
              WHEN DEM-UTILISATEUR = SPACES
                 MOVE 'VALIDEUR ABSENT' TO WS-MOTIF-REJET
              WHEN DEM-UTILISATEUR = AJU-DEMANDEUR
                 MOVE 'VALIDEUR IDENTIQUE AU DEMANDEUR'
                   TO WS-MOTIF-REJET
              WHEN DEM-REFUS AND DEM-TEXTE = SPACES
                 MOVE 'MOTIF DE REFUS ABSENT' TO WS-MOTIF-REJET
              WHEN AJU-DATE-DEMANDE < WS-DATE-LIMITE
                 MOVE 'DEMANDE EXPIREE' TO WS-MOTIF-REJET
              WHEN OTHER
                 MOVE DEM-UTILISATEUR  TO AJU-VALIDEUR
                 MOVE WS-DATE-COURANTE TO AJU-DATE-DECISION
                 IF DEM-APPROBATION
                    MOVE 'A'    TO AJU-STATUT
                    MOVE SPACES TO AJU-MOTIF-REFUS
                 ELSE
                    MOVE 'R'           TO AJU-STATUT
                    MOVE DEM-TEXTE(1:30) TO AJU-MOTIF-REFUS
                 END-IF
                 MOVE 'UPD' TO AJU-FONCTION
                 CALL 'MAAJU' USING AJU-ZCMA
                 IF AJU-CODRET NOT = '00'
                    MOVE AJU-LIBRET TO WS-MOTIF-REJET
                 ELSE
                    IF DEM-APPROBATION
                       ADD 1 TO WS-NB-APPROUVEES
                       MOVE 'DEMANDE APPROUVEE' TO WS-ETAT
                    ELSE
                       ADD 1 TO WS-NB-REFUSEES
                       MOVE 'DEMANDE REFUSEE' TO WS-ETAT
                    END-IF
                 END-IF
           END-EVALUATE
      * LA DEMANDE EST EDITEE TELLE QU'ENREGISTREE, PAS TELLE QUE LE
      * MOUVEMENT LA REPETE.
           IF AJU-CODRET = '00'
              MOVE AJU-COMPTE  TO DEM-COMPTE
              MOVE AJU-MONTANT TO DEM-MONTANT
              MOVE AJU-SENS    TO DEM-SENS
              MOVE AJU-MOTIF   TO DEM-MOTIF
           END-IF
           .

      * CODE OPERATION TBHOP DE L'AJUSTEMENT, SELON SON MOTIF ET SON
      * SENS (AJU-MOTIF, AJU-SENS) ; A SPACES POUR UNE COMBINAISON
      * NON ADMISE.
       02E-CODE-OPERATION.
           EVALUATE AJU-MOTIF ALSO AJU-SENS
              WHEN 'ERB' ALSO 'C'
                 MOVE 'AEC' TO WS-CODE-OPER
              WHEN 'ERB' ALSO 'D'
                 MOVE 'AED' TO WS-CODE-OPER
              WHEN 'GES' ALSO 'C'
                 MOVE 'AGC' TO WS-CODE-OPER
              WHEN 'IMP' ALSO 'C'
                 MOVE 'AIC' TO WS-CODE-OPER
              WHEN 'IMP' ALSO 'D'
                 MOVE 'AID' TO WS-CODE-OPER
              WHEN OTHER
                 MOVE SPACES TO WS-CODE-OPER
           END-EVALUATE
           .

       02G-EDITE-MOUVEMENT.
           MOVE DEM-NUMERO      TO WS-LD-NUMERO
           MOVE DEM-ACTION      TO WS-LD-ACTION
           MOVE DEM-COMPTE      TO WS-LD-COMPTE
           MOVE DEM-SENS        TO WS-LD-SENS
           IF DEM-MONTANT NUMERIC
              MOVE DEM-MONTANT  TO WS-LD-MONTANT
           ELSE
              MOVE 0            TO WS-LD-MONTANT
           END-IF
           MOVE DEM-MOTIF       TO WS-LD-MOTIF
           MOVE DEM-UTILISATEUR TO WS-LD-UTILIS
           IF WS-MOTIF-REJET = SPACES
              MOVE WS-ETAT TO WS-LD-ETAT
           ELSE
              ADD 1 TO WS-NB-ECARTES
              MOVE WS-MOTIF-REJET TO WS-LD-ETAT
              DISPLAY 'GKAJUSTE - MOUVEMENT ECARTE ' DEM-ACTION ' '
                      DEM-NUMERO ' : ' WS-MOTIF-REJET
           END-IF
           WRITE EDIT-ENREG FROM WS-LIGNE-DETAIL
           .

      * PARCOURS DU REGISTRE : UNE DEMANDE SOUMISE PERIMEE EST A
      * EXPIRER, UNE DEMANDE APPROUVEE EST A EMETTRE.
       02H-PARCOURS-REGISTRE.
           INITIALIZE AJU-ZCMA
           MOVE 'DEB' TO AJU-FONCTION
           CALL 'MAAJU' USING AJU-ZCMA
           PERFORM UNTIL AJU-CODRET NOT = '00'
              EVALUATE TRUE
                 WHEN AJU-SOUMISE
                      AND AJU-DATE-DEMANDE < WS-DATE-LIMITE
                    PERFORM 02I-COLLECTE-EXPIREE
                 WHEN AJU-APPROUVEE
                    PERFORM 02K-COLLECTE-APPROUVEE
              END-EVALUATE
              MOVE 'SUI' TO AJU-FONCTION
              CALL 'MAAJU' USING AJU-ZCMA
           END-PERFORM
           IF AJU-CODRET NOT = '04'
              DISPLAY 'GKAJUSTE - PARCOURS TBAJU EN ERREUR : '
                      AJU-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .

       02I-COLLECTE-EXPIREE.
           IF WS-NB-EXP >= 2000
              DISPLAY 'GKAJUSTE - TABLE DES EXPIREES PLEINE, DEMANDE '
                      'REPORTEE : ' AJU-NUMERO
              MOVE 24 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-NB-EXP
              MOVE AJU-NUMERO TO WS-EXP-NUMERO(WS-NB-EXP)
           END-IF
           .

       02K-COLLECTE-APPROUVEE.
           IF WS-NB-EMI >= 2000
              DISPLAY 'GKAJUSTE - TABLE DES APPROUVEES PLEINE, '
                      'DEMANDE REPORTEE : ' AJU-NUMERO
              MOVE 24 TO RETURN-CODE
           ELSE
              PERFORM 02E-CODE-OPERATION
              ADD 1 TO WS-NB-EMI
              SET WS-EX TO WS-NB-EMI
              MOVE AJU-NUMERO   TO WS-EMI-NUMERO(WS-EX)
              MOVE AJU-COMPTE   TO WS-EMI-COMPTE(WS-EX)
              MOVE AJU-MONTANT  TO WS-EMI-MONTANT(WS-EX)
              MOVE AJU-CODE-DEV TO WS-EMI-CODE-DEV(WS-EX)
              MOVE WS-CODE-OPER TO WS-EMI-CODE-OPER(WS-EX)
              MOVE AJU-SENS     TO WS-EMI-SENS(WS-EX)
              MOVE AJU-MOTIF    TO WS-EMI-MOTIF(WS-EX)
              MOVE AJU-VALIDEUR TO WS-EMI-VALIDEUR(WS-EX)
           END-IF
           .

      * UN LOT FLUX COMPLET SOUS L'ORIGINE DEDIEE 'ADJ', DATE DU
      * JOUR, QUI TRAVERSE ENSUITE LA CHAINE NORMALE (CONTROLE,
      * FILTRAGE, POSTE) COMME UN FICHIER EXTERNE ; LE LIBELLE PORTE
      * LE MOTIF ET LE NUMERO DE DEMANDE JUSQU'AU RELEVE.
       02J-EMET-LOT.
           OPEN OUTPUT FLUXOUT
           MOVE '00'             TO F1-TYPE-00
           MOVE 'ADJ'            TO F1-ORIGINE
           MOVE WS-DATE-COURANTE TO F1-DATE
           MOVE SPACES           TO F1-ENTITE
           WRITE FLUXOUT-ENREG FROM F1-ENREG-00

           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-NB-EMI
              MOVE WS-EMI-NUMERO(WS-EX) TO WS-REF-NUMERO
              INITIALIZE F1-ENREG-10
              MOVE '10'                    TO F1-TYPE-10
              MOVE WS-EMI-COMPTE(WS-EX)    TO F1-COMPTE
              MOVE WS-EMI-CODE-OPER(WS-EX) TO F1-CODE-OPER
              MOVE WS-REF-OPER             TO F1-REF-OPER
              MOVE WS-EMI-CODE-DEV(WS-EX)  TO F1-CODE-DEV
              MOVE WS-EMI-MONTANT(WS-EX)   TO F1-MONTANT-OPER
              MOVE SPACES                  TO F1-CODE-OPER-ANNULE
              MOVE SPACES                  TO F1-REF-OPER-ANNULE
              MOVE 'N'                     TO F1-AUTORISATION
              MOVE SPACES                  TO F1-DATE-VALEUR
              STRING 'AJUST ' WS-EMI-MOTIF(WS-EX) ' '
                     WS-REF-NUMERO(5:4)
                     DELIMITED BY SIZE INTO F1-LIBELLE-OPER
              WRITE FLUXOUT-ENREG FROM F1-ENREG-10
              ADD 1               TO WS-NB-LOT
              ADD F1-MONTANT-OPER TO WS-MT-LOT
              MOVE F1-ENREG-00 TO WS-ENREG-10-SAUVE
              PERFORM VARYING WS-CKS-IX FROM 1 BY 1
                      UNTIL WS-CKS-IX > 80
                 COMPUTE WS-CHECKSUM =
                         FUNCTION MOD(WS-CHECKSUM
                         + FUNCTION ORD(WS-ENREG-10-SAUVE(WS-CKS-IX:1)),
                         1000000000)
              END-PERFORM
           END-PERFORM

           MOVE '98'        TO F1-TYPE-98
           MOVE 1           TO F1-NB-ENREG-00
           MOVE 0           TO F1-NB-ENREG-01
           MOVE WS-NB-LOT   TO F1-NB-ENREG-10
           MOVE WS-CHECKSUM TO F1-CHECKSUM-10
           WRITE FLUXOUT-ENREG FROM F1-ENREG-98

           MOVE '99'      TO F1-TYPE-99
           MOVE WS-NB-LOT TO F1-NB-OPERATIONS
           MOVE WS-MT-LOT TO F1-MT-GLOBAL
           WRITE FLUXOUT-ENREG FROM F1-ENREG-99
           CLOSE FLUXOUT
           .

      * TBAJU N'EST MIS A JOUR QU'ICI, UNE FOIS LE LOT INTEGRALEMENT
      * ECRIT ET CLOS : LES APPROUVEES PASSENT EMISES (DATE DU LOT,
      * REFERENCE), LES PERIMEES PASSENT EXPIREES. UN INCIDENT ENTRE
      * LES DEUX LAISSE DES APPROUVEES QUE LE PASSAGE SUIVANT REEMET
      * SOUS LA MEME REFERENCE.
       02L-MAJ-REGISTRE.
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-NB-EMI
              MOVE WS-EMI-NUMERO(WS-EX) TO WS-REF-NUMERO
              INITIALIZE AJU-ZCMA
              MOVE 'SEL'                TO AJU-FONCTION
              MOVE WS-EMI-NUMERO(WS-EX) TO AJU-NUMERO
              CALL 'MAAJU' USING AJU-ZCMA
              IF AJU-CODRET = '00'
                 MOVE 'E'              TO AJU-STATUT
                 MOVE WS-DATE-COURANTE TO AJU-DATE-EMISSION
                 MOVE WS-REF-OPER      TO AJU-REF-OPER
                 MOVE 'UPD'            TO AJU-FONCTION
                 CALL 'MAAJU' USING AJU-ZCMA
              END-IF
              IF AJU-CODRET NOT = '00'
                 ADD 1 TO WS-NB-MAJ-KO
                 DISPLAY 'GKAJUSTE - DEMANDE NON MISE A JOUR : '
                         WS-EMI-NUMERO(WS-EX) ' - ' AJU-LIBRET
              ELSE
                 ADD 1 TO WS-NB-EMISES
                 MOVE 'E'         TO DEM-ACTION
                 MOVE 'AJUSTEMENT EMIS' TO WS-ETAT
                 PERFORM 02M-EDITE-REGISTRE
              END-IF
           END-PERFORM

           PERFORM VARYING WS-XX FROM 1 BY 1
                   UNTIL WS-XX > WS-NB-EXP
              INITIALIZE AJU-ZCMA
              MOVE 'SEL'                TO AJU-FONCTION
              MOVE WS-EXP-NUMERO(WS-XX) TO AJU-NUMERO
              CALL 'MAAJU' USING AJU-ZCMA
              IF AJU-CODRET = '00'
                 MOVE 'X'               TO AJU-STATUT
                 MOVE WS-DATE-COURANTE  TO AJU-DATE-DECISION
                 MOVE 'DEMANDE EXPIREE' TO AJU-MOTIF-REFUS
                 MOVE 'UPD'             TO AJU-FONCTION
                 CALL 'MAAJU' USING AJU-ZCMA
              END-IF
              IF AJU-CODRET NOT = '00'
                 ADD 1 TO WS-NB-MAJ-KO
                 DISPLAY 'GKAJUSTE - DEMANDE NON MISE A JOUR : '
                         WS-EXP-NUMERO(WS-XX) ' - ' AJU-LIBRET
              ELSE
                 ADD 1 TO WS-NB-EXPIREES
                 MOVE 'X'               TO DEM-ACTION
                 MOVE 'DEMANDE EXPIREE' TO WS-ETAT
                 PERFORM 02M-EDITE-REGISTRE
              END-IF
           END-PERFORM
           .

      * LIGNE DU JOURNAL POUR UNE DEMANDE TRAITEE SUR LE REGISTRE
      * (EMISE 'E' OU EXPIREE 'X'), TELLE QU'ENREGISTREE.
       02M-EDITE-REGISTRE.
           MOVE AJU-NUMERO   TO WS-LD-NUMERO
           MOVE DEM-ACTION   TO WS-LD-ACTION
           MOVE AJU-COMPTE   TO WS-LD-COMPTE
           MOVE AJU-SENS     TO WS-LD-SENS
           MOVE AJU-MONTANT  TO WS-LD-MONTANT
           MOVE AJU-MOTIF    TO WS-LD-MOTIF
           IF AJU-EMISE
              MOVE AJU-VALIDEUR  TO WS-LD-UTILIS
           ELSE
              MOVE AJU-DEMANDEUR TO WS-LD-UTILIS
           END-IF
           MOVE WS-ETAT      TO WS-LD-ETAT
           WRITE EDIT-ENREG FROM WS-LIGNE-DETAIL
           .
