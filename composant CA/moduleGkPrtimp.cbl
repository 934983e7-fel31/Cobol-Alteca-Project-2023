      *********************************************************
      * PROGRAM NAME:  GKPRTIMP                               *
      * PROGRAM OBJET :IMPAYES DES PRETS AMORTISSABLES : LES  *
      *                ECHEANCES 'PRT' DU FICHIER DE REJETS   *
      *                (MOTIF DECOUVERT) PASSENT IMPAYEES SUR *
      *                TBECH (DATE DU PREMIER REJET), UN      *
      *                REMBOURSEMENT ANTICIPE REJETE EST      *
      *                ANNULE SUR TBPRT ; PUIS ETAT           *
      *                D'ANCIENNETE DES IMPAYES PAR TRANCHE   *
      *                DE RETARD (1-30, 31-60, 61-90, +90     *
      *                JOURS) POUR LE RECOUVREMENT            *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - IMPAYES DE PRETS ET ETAT   *
      *          D'ANCIENNETE                                  *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKPRTIMP.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FICHIER DE REJETS DU RUN (CREJETS)
            SELECT REJETSRECORDS ASSIGN TO DDOUT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-REJETS.

      *    ETAT D'ANCIENNETE DES ECHEANCES IMPAYEES
            SELECT AGERPT ASSIGN TO DDPRTIMP
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.

       FD REJETSRECORDS.
       01 REJETS-ENREG PIC X(116).

       FD AGERPT.
       01 RPT-ENREG PIC X(100).

       WORKING-STORAGE SECTION.

       COPY CREJETS REPLACING ==()== BY ==RJ==.
       COPY CFLUX   REPLACING ==()== BY ==F1==.
       COPY ZAPRT   REPLACING ==()== BY ==PRT==.
       COPY ZAECH   REPLACING ==()== BY ==ECH==.
       COPY HISFUNC REPLACING ==()== BY ==HIS==.

       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).
       01 WS-DATE-NUM     PIC 9(08).
       01 WS-JOURS-JOUR   PIC 9(08).
       01 WS-JOURS-ECH    PIC 9(08).
       01 WS-RETARD       PIC 9(05).

      * REFERENCE D'UNE JAMBE DE PRET : ID + LETTRE + NUMERO.
       01 WS-REF-OPER.
         05 WS-REF-ID     PIC X(06).
         05 WS-REF-JAMBE  PIC X(01).
         05 WS-REF-NUM    PIC X(03).
       01 WS-NUM-ECH      PIC 9(03).

      * RESTANT DU D'UNE ECHEANCE IMPAYEE : LES JAMBES DEJA
      * HISTORISEES SUR TBHIS (CAPITAL PASSE, INTERETS REJETES PAR
      * EXEMPLE) NE SONT PLUS DUES.
       01 WS-MT-DU        PIC S9(11)V9(2) USAGE COMP-3.

      * TRANCHES DE RETARD : 1 = 1-30, 2 = 31-60, 3 = 61-90,
      * 4 = PLUS DE 90 JOURS APRES L'ECHEANCE.
       01 WS-TRANCHE      PIC 9(01).
       01 WS-TAB-TRANCHES.
         05 WS-TR-ENTRY OCCURS 4 TIMES INDEXED BY WS-TX.
            10 WS-TR-NB PIC 9(06).
            10 WS-TR-MT PIC S9(13)V9(2) USAGE COMP-3.
       01 WS-TAB-LIBELLES.
         05 FILLER PIC X(12) VALUE '1-30 JOURS  '.
         05 FILLER PIC X(12) VALUE '31-60 JOURS '.
         05 FILLER PIC X(12) VALUE '61-90 JOURS '.
         05 FILLER PIC X(12) VALUE '+90 JOURS   '.
       01 WS-TAB-LIBELLES-R REDEFINES WS-TAB-LIBELLES.
         05 WS-TR-LIBELLE PIC X(12) OCCURS 4 TIMES.

       01 WS-LIGNE-TITRE.
         05 FILLER PIC X(40)
            VALUE 'ETAT D''ANCIENNETE DES IMPAYES DE PRETS '.
         05 FILLER PIC X(04) VALUE ' AU '.
         05 WS-LT-DATE PIC X(10).
         05 FILLER PIC X(46).

       01 WS-LIGNE-IMPAYE.
         05 WS-LI-PRET    PIC X(06).
         05 FILLER        PIC X(01).
         05 WS-LI-NUM     PIC ZZ9.
         05 FILLER        PIC X(01).
         05 WS-LI-COMPTE  PIC X(11).
         05 FILLER        PIC X(01).
         05 WS-LI-DATE    PIC X(10).
         05 FILLER        PIC X(01).
         05 WS-LI-MONTANT PIC ZZZZZZZZZ9.99.
         05 FILLER        PIC X(08) VALUE ' RETARD '.
         05 WS-LI-RETARD  PIC ZZZZ9.
         05 FILLER        PIC X(01).
         05 WS-LI-TRANCHE PIC X(12).
         05 FILLER        PIC X(05) VALUE ' PRES'.
         05 WS-LI-NB-PRES PIC Z9.
         05 FILLER        PIC X(20).

       01 WS-LIGNE-TOTAL.
         05 FILLER        PIC X(08) VALUE 'TOTAL   '.
         05 WS-LTO-LIBELLE PIC X(12).
         05 FILLER        PIC X(01).
         05 WS-LTO-NB     PIC ZZZZZ9.
         05 FILLER        PIC X(01).
         05 WS-LTO-MT     PIC ZZZZZZZZZZZ9.99.
         05 FILLER        PIC X(57).

       01 WS-LIGNE-ANTICIPE.
         05 FILLER        PIC X(18) VALUE 'ANTICIPE REJETE : '.
         05 WS-LA-PRET    PIC X(06).
         05 FILLER        PIC X(01).
         05 WS-LA-COMPTE  PIC X(11).
         05 FILLER        PIC X(01).
         05 WS-LA-MONTANT PIC ZZZZZZZZZ9.99.
         05 FILLER        PIC X(50).

       01 WS-COMPTEURS.
         05 WS-NB-REJETS-LUS   PIC 9(06) VALUE 0.
         05 WS-NB-NOUVEAUX     PIC 9(04) VALUE 0.
         05 WS-NB-ANT-ANNULES  PIC 9(04) VALUE 0.
         05 WS-NB-IMPAYES      PIC 9(06) VALUE 0.
         05 WS-NB-MAJ-KO       PIC 9(04) VALUE 0.

       01 WS-FS-REJETS PIC X(02).
         88 FS-REJETS-OK  VALUE '00'.
         88 FS-REJETS-FIN VALUE '10'.
       01 WS-FS-RPT PIC X(02).
         88 FS-RPT-OK VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 000-BEGIN.
           PERFORM 100-DETECTE-IMPAYES.
           PERFORM 200-EDITE-ANCIENNETE.
           PERFORM 900-FIN.

       000-BEGIN.
           INITIALIZE WS-COMPTEURS.
           INITIALIZE WS-TAB-TRANCHES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           STRING WS-DATE-SYSTEME(1:4) '-'
                  WS-DATE-SYSTEME(5:2) '-'
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-JOUR
           MOVE WS-DATE-SYSTEME(1:8) TO WS-DATE-NUM
           COMPUTE WS-JOURS-JOUR =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           OPEN OUTPUT AGERPT
           MOVE WS-DATE-JOUR TO WS-LT-DATE
           WRITE RPT-ENREG FROM WS-LIGNE-TITRE
           .

      * DETECTION DES ECHECS DE PROVISION DU RUN : UN REJET '10'
      * AU MOTIF DE DECOUVERT SOUS UN CODE DE PRET, DONT LA
      * REFERENCE RESOUT UN PRET DU MEME COMPTE.
       100-DETECTE-IMPAYES.
           OPEN INPUT REJETSRECORDS
           IF NOT FS-REJETS-OK
              DISPLAY 'GKPRTIMP - REJETS ABSENTS'
              CONTINUE
           ELSE
              READ REJETSRECORDS INTO RJ-ENREG
                 AT END SET FS-REJETS-FIN TO TRUE
              END-READ
              PERFORM UNTIL NOT FS-REJETS-OK
                 ADD 1 TO WS-NB-REJETS-LUS
                 IF RJ-TYPE = '10'
                    AND RJ-MOTIF = 'DECOUVERT NON AUTORISE'
                    MOVE RJ-10-F1 TO F1-ENREG-00
                    IF F1-CODE-OPER = 'ECP' OR 'ECI' OR 'RAP'
                       PERFORM 110-EVALUE-REJET
                    END-IF
                 END-IF
                 READ REJETSRECORDS INTO RJ-ENREG
                    AT END SET FS-REJETS-FIN TO TRUE
                 END-READ
              END-PERFORM
              CLOSE REJETSRECORDS
           END-IF
           .

       110-EVALUE-REJET.
           MOVE F1-REF-OPER TO WS-REF-OPER
           INITIALIZE PRT-ZCMA
           MOVE 'SEL'     TO PRT-FONCTION
           MOVE WS-REF-ID TO PRT-ID
           CALL 'MAPRT' USING PRT-ZCMA
           IF PRT-CODRET = '00' AND PRT-COMPTE = F1-COMPTE
              AND WS-REF-NUM IS NUMERIC
              MOVE WS-REF-NUM TO WS-NUM-ECH
              IF WS-REF-JAMBE = 'A'
                 PERFORM 130-ANNULE-ANTICIPE
              ELSE
                 PERFORM 120-MARQUE-IMPAYE
              END-IF
           END-IF
           .

      * L'ECHEANCE PASSE IMPAYEE ; LA DATE DU PREMIER REJET EST
      * CONSERVEE D'UNE REPRESENTATION A L'AUTRE (LES DEUX JAMBES
      * REJETEES LE MEME SOIR NE FONT QU'UN IMPAYE).
       120-MARQUE-IMPAYE.
           INITIALIZE ECH-ZCMA
           MOVE 'SEL'      TO ECH-FONCTION
           MOVE WS-REF-ID  TO ECH-ID-PRET
           MOVE WS-NUM-ECH TO ECH-NUM
           CALL 'MAECH' USING ECH-ZCMA
           IF ECH-CODRET = '00' AND NOT ECH-ECH-REGLEE
              IF NOT ECH-ECH-IMPAYEE
                 ADD 1 TO WS-NB-NOUVEAUX
                 MOVE 'I' TO ECH-STATUT
              END-IF
              IF ECH-DATE-IMPAYE = SPACES
                 MOVE WS-DATE-JOUR TO ECH-DATE-IMPAYE
              END-IF
              MOVE 'UPD' TO ECH-FONCTION
              CALL 'MAECH' USING ECH-ZCMA
              IF ECH-CODRET NOT = '00'
                 ADD 1 TO WS-NB-MAJ-KO
                 DISPLAY 'GKPRTIMP - ECHEANCE NON MISE A JOUR : '
                         WS-REF-ID ' ' WS-NUM-ECH ' - ' ECH-LIBRET
              END-IF
           END-IF
           .

      * UN ANTICIPE NON PROVISIONNE EST ABANDONNE : LA DEMANDE EN
      * ATTENTE EST EFFACEE (LE TABLEAU N'A PAS ETE TOUCHE) ET
      * SIGNALEE A L'ETAT ; LE CLIENT REFORMULERA SA DEMANDE.
       130-ANNULE-ANTICIPE.
           IF PRT-DATE-ANTICIPE NOT = SPACES
              AND PRT-NB-ANTICIPES = WS-NUM-ECH
              MOVE PRT-ID          TO WS-LA-PRET
              MOVE PRT-COMPTE      TO WS-LA-COMPTE
              MOVE PRT-MT-ANTICIPE TO WS-LA-MONTANT
              MOVE 0      TO PRT-MT-ANTICIPE
              MOVE SPACES TO PRT-DATE-ANTICIPE
              MOVE 'UPD'  TO PRT-FONCTION
              CALL 'MAPRT' USING PRT-ZCMA
              IF PRT-CODRET NOT = '00'
                 ADD 1 TO WS-NB-MAJ-KO
                 DISPLAY 'GKPRTIMP - PRET NON MIS A JOUR : '
                         PRT-ID ' - ' PRT-LIBRET
              ELSE
                 ADD 1 TO WS-NB-ANT-ANNULES
                 WRITE RPT-ENREG FROM WS-LIGNE-ANTICIPE
              END-IF
           END-IF
           .

      * ETAT D'ANCIENNETE : TOUTES LES ECHEANCES IMPAYEES DU
      * TABLEAU (MAECH IDB/ISU), RETARD COMPTE DEPUIS LA DATE
      * D'ECHEANCE, RESTANT DU HORS JAMBES DEJA POSTEES.
       200-EDITE-ANCIENNETE.
           INITIALIZE ECH-ZCMA
           MOVE 'IDB' TO ECH-FONCTION
           CALL 'MAECH' USING ECH-ZCMA
           PERFORM UNTIL ECH-CODRET NOT = '00'
              ADD 1 TO WS-NB-IMPAYES
              PERFORM 210-EDITE-IMPAYE
              MOVE 'ISU' TO ECH-FONCTION
              CALL 'MAECH' USING ECH-ZCMA
           END-PERFORM
           IF ECH-CODRET NOT = '04'
              DISPLAY 'GKPRTIMP - PARCOURS TBECH EN ERREUR : '
                      ECH-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 4
              MOVE WS-TR-LIBELLE(WS-TX) TO WS-LTO-LIBELLE
              MOVE WS-TR-NB(WS-TX)      TO WS-LTO-NB
              MOVE WS-TR-MT(WS-TX)      TO WS-LTO-MT
              WRITE RPT-ENREG FROM WS-LIGNE-TOTAL
           END-PERFORM
           .

       210-EDITE-IMPAYE.
           INITIALIZE PRT-ZCMA
           MOVE 'SEL'       TO PRT-FONCTION
           MOVE ECH-ID-PRET TO PRT-ID
           CALL 'MAPRT' USING PRT-ZCMA
           MOVE ECH-ID-PRET TO WS-REF-ID
           MOVE ECH-NUM     TO WS-NUM-ECH
           MOVE WS-NUM-ECH  TO WS-REF-NUM
           MOVE 0           TO WS-MT-DU
           MOVE 'C'         TO WS-REF-JAMBE
           PERFORM 215-CHERCHE-HISTORIQUE
           IF HIS-CODRET NOT = '04'
              ADD ECH-MT-CAPITAL TO WS-MT-DU
           END-IF
           MOVE 'I'         TO WS-REF-JAMBE
           PERFORM 215-CHERCHE-HISTORIQUE
           IF HIS-CODRET NOT = '04'
              ADD ECH-MT-INTERET TO WS-MT-DU
           END-IF

           MOVE ECH-DATE-ECHEANCE(1:4) TO WS-DATE-NUM(1:4)
           MOVE ECH-DATE-ECHEANCE(6:2) TO WS-DATE-NUM(5:2)
           MOVE ECH-DATE-ECHEANCE(9:2) TO WS-DATE-NUM(7:2)
           COMPUTE WS-JOURS-ECH =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-JOURS-JOUR > WS-JOURS-ECH
              COMPUTE WS-RETARD = WS-JOURS-JOUR - WS-JOURS-ECH
           ELSE
              MOVE 0 TO WS-RETARD
           END-IF
           EVALUATE TRUE
              WHEN WS-RETARD <= 30
                 MOVE 1 TO WS-TRANCHE
              WHEN WS-RETARD <= 60
                 MOVE 2 TO WS-TRANCHE
              WHEN WS-RETARD <= 90
                 MOVE 3 TO WS-TRANCHE
              WHEN OTHER
                 MOVE 4 TO WS-TRANCHE
           END-EVALUATE
           ADD 1        TO WS-TR-NB(WS-TRANCHE)
           ADD WS-MT-DU TO WS-TR-MT(WS-TRANCHE)

           MOVE ECH-ID-PRET          TO WS-LI-PRET
           MOVE ECH-NUM              TO WS-LI-NUM
           MOVE PRT-COMPTE           TO WS-LI-COMPTE
           MOVE ECH-DATE-ECHEANCE    TO WS-LI-DATE
           MOVE WS-MT-DU             TO WS-LI-MONTANT
           MOVE WS-RETARD            TO WS-LI-RETARD
           MOVE WS-TR-LIBELLE(WS-TRANCHE) TO WS-LI-TRANCHE
           MOVE ECH-NB-PRESENTATIONS TO WS-LI-NB-PRES
           WRITE RPT-ENREG FROM WS-LIGNE-IMPAYE
           .

       215-CHERCHE-HISTORIQUE.
           INITIALIZE HIS-ZCMA
           MOVE 'SEL'       TO HIS-FONCTION
           MOVE PRT-COMPTE  TO HIS-COMPTE
           MOVE WS-REF-OPER TO HIS-REF-OPER
           CALL 'MAHIS' USING HIS-ZCMA
           .

       900-FIN.
           CLOSE AGERPT
           DISPLAY '**********************************'
           DISPLAY '**********GKPRTIMP FIN************'
           DISPLAY '**********************************'
           DISPLAY '* REJETS LUS          : ' WS-NB-REJETS-LUS
           DISPLAY '* NOUVEAUX IMPAYES    : ' WS-NB-NOUVEAUX
           DISPLAY '* ANTICIPES ANNULES   : ' WS-NB-ANT-ANNULES
           DISPLAY '* IMPAYES EN COURS    : ' WS-NB-IMPAYES
           DISPLAY '* MISES A JOUR EN KO  : ' WS-NB-MAJ-KO
           DISPLAY '**********************************'
           IF WS-NB-MAJ-KO > 0
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WS-NB-NOUVEAUX > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           STOP RUN
           .
