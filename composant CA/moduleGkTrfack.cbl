      *********************************************************
      * PROGRAM NAME:  GKTRFACK                               *
      * PROGRAM OBJET :RAPPROCHEMENT DES ACCUSES DE RECEPTION *
      *                DES PARTENAIRES EXTERIEURS (DDTRFACK)  *
      *                AVEC LE REGISTRE DES TRANSMISSIONS     *
      *                (DDTRFREG) : PAR NUMERO D'ENVOI, A     *
      *                DEFAUT PAR PARTENAIRE, FICHIER ET DATE *
      *                D'ENVOI ; CONTROLE DU NOMBRE ET DU     *
      *                MONTANT RECUS, JOURNAL DES             *
      *                ACQUITTEMENTS (DDTRFACQ, AJOUT) ET     *
      *                EDITION DES ACCUSES NON CONFORMES      *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - RAPPROCHEMENT DES ACCUSES  *
      *          DE RECEPTION DES PARTENAIRES                  *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKTRFACK.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    REGISTRE DES TRANSMISSIONS (GKTRFREG)
            SELECT TRFREG ASSIGN TO DDTRFREG
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-REG.
      *    ACCUSES DE RECEPTION RECUS DES PARTENAIRES
            SELECT TRFACK ASSIGN TO DDTRFACK
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-ACK.
      *    JOURNAL DES ACQUITTEMENTS RAPPROCHES (LU PAR GKTRFRPT)
            SELECT TRFACQ ASSIGN TO DDTRFACQ
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-ACQ.
      *    ACCUSES NON CONFORMES
            SELECT ACKRPT ASSIGN TO DDTRFARP
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.

       FD TRFREG.
       01 TRFREG-ENREG PIC X(150).

       FD TRFACK.
       01 TRFACK-ENREG PIC X(100).

       FD TRFACQ.
       01 TRFACQ-ENREG PIC X(100).

       FD ACKRPT.
       01 RPT-ENREG PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CTRANSM REPLACING ==()== BY ==TRF==.
       COPY ZAPRM   REPLACING ==()== BY ==PRM==.

      * FENETRE DU REGISTRE CHARGEE, EN JOURS (TBPRM TRF-FENETRE) :
      * UN ACCUSE D'UN ENVOI PLUS ANCIEN EST TRAITE EN INCONNU.
       01 WS-FENETRE      PIC 9(04) VALUE 60.
       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).
       01 WS-DATE-LIMITE  PIC X(10).
       01 WS-DATE-NUM     PIC 9(08).
       01 WS-JOUR-ENTIER  PIC S9(07) USAGE COMP-3.

      * ENVOIS DU REGISTRE DANS LA FENETRE, DANS L'ORDRE D'ECRITURE.
       01 WS-NB-ENVOIS PIC 9(05) VALUE 0.
       01 WS-TAB-ENVOIS.
         05 WS-EV-ENTRY OCCURS 1 TO 20000 TIMES
                        DEPENDING ON WS-NB-ENVOIS
                        INDEXED BY WS-EX.
            10 WS-EV-NO-ENVOI   PIC X(20).
            10 WS-EV-DATE       PIC X(10).
            10 WS-EV-PARTENAIRE PIC X(08).
            10 WS-EV-FICHIER    PIC X(08).
            10 WS-EV-NB-ENREG   PIC 9(09).
            10 WS-EV-MONTANT    PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-TROUVE PIC 9(05).

       01 WS-RUN-COUNTERS.
         05 WS-NB-ACKS      PIC 9(06) VALUE 0.
         05 WS-NB-CONFORMES PIC 9(06) VALUE 0.
         05 WS-NB-ECARTS    PIC 9(06) VALUE 0.
         05 WS-NB-REFUSES   PIC 9(06) VALUE 0.
         05 WS-NB-INCONNUS  PIC 9(06) VALUE 0.

       01 WS-LIGNE-ENTETE.
         05 FILLER PIC X(50)
            VALUE 'PARTEN.  NO ENVOI             FICHIER  DATE ENVOI'.
         05 FILLER PIC X(50)
            VALUE '  NB REGISTRE  NB RECU    MONTANT RECU       RES '.
         05 FILLER PIC X(32) VALUE SPACES.

       01 WS-LIGNE-RAPPORT.
         05 WS-LR-PARTENAIRE PIC X(08).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LR-NO-ENVOI   PIC X(20).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LR-FICHIER    PIC X(08).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LR-DATE       PIC X(10).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LR-NB-REG     PIC ZZZZZZZZ9.
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LR-NB-RECU    PIC ZZZZZZZZ9.
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LR-MONTANT    PIC ZZZZZZZZZZZZZZ9.99-.
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LR-RESULTAT   PIC X(20).
         05 FILLER           PIC X(22) VALUE SPACES.

       01 WS-FS-REG PIC X(02).
         88 FS-REG-OK  VALUE '00'.
         88 FS-REG-FIN VALUE '10'.
       01 WS-FS-ACK PIC X(02).
         88 FS-ACK-OK  VALUE '00'.
         88 FS-ACK-FIN VALUE '10'.
       01 WS-FS-ACQ PIC X(02).
         88 FS-ACQ-OK  VALUE '00'.
       01 WS-FS-RPT PIC X(02).
         88 FS-RPT-OK  VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
           INITIALIZE WS-RUN-COUNTERS
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           STRING WS-DATE-SYSTEME(1:4) '-'
                  WS-DATE-SYSTEME(5:2) '-'
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-JOUR
           INITIALIZE PRM-ZCMA
           MOVE 'SEL'         TO PRM-FONCTION
           MOVE 'TRF-FENETRE' TO PRM-CLE
           MOVE SPACES        TO PRM-VALEUR
           CALL 'MAPRM' USING PRM-ZCMA
           IF PRM-CODRET = '00'
              COMPUTE WS-FENETRE = FUNCTION NUMVAL(PRM-VALEUR)
           END-IF
           MOVE WS-DATE-SYSTEME(1:8) TO WS-DATE-NUM
           COMPUTE WS-JOUR-ENTIER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - WS-FENETRE
           COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-ENTIER)
           STRING WS-DATE-NUM(1:4) '-'
                  WS-DATE-NUM(5:2) '-'
                  WS-DATE-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-LIMITE
           PERFORM 01A-CHARGE-REGISTRE
           OPEN INPUT TRFACK
           IF NOT FS-ACK-OK
              DISPLAY 'GKTRFACK - OPEN DDTRFACK EN ERREUR : '
                      WS-FS-ACK
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND TRFACQ
           IF NOT FS-ACQ-OK
              OPEN OUTPUT TRFACQ
           END-IF
           OPEN OUTPUT ACKRPT
           WRITE RPT-ENREG FROM WS-LIGNE-ENTETE
           .

       01A-CHARGE-REGISTRE.
           OPEN INPUT TRFREG
           IF NOT FS-REG-OK
              DISPLAY 'GKTRFACK - OPEN DDTRFREG EN ERREUR : '
                      WS-FS-REG
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           READ TRFREG INTO TRF-REGISTRE
           PERFORM UNTIL NOT FS-REG-OK
              IF TRF-RG-DATE >= WS-DATE-LIMITE
                 IF WS-NB-ENVOIS >= 20000
                    DISPLAY 'GKTRFACK - TABLE DES ENVOIS PLEINE'
                    MOVE 24 TO RETURN-CODE
                 ELSE
                    ADD 1 TO WS-NB-ENVOIS
                    MOVE TRF-RG-NO-ENVOI
                      TO WS-EV-NO-ENVOI(WS-NB-ENVOIS)
                    MOVE TRF-RG-DATE
                      TO WS-EV-DATE(WS-NB-ENVOIS)
                    MOVE TRF-RG-PARTENAIRE
                      TO WS-EV-PARTENAIRE(WS-NB-ENVOIS)
                    MOVE TRF-RG-FICHIER
                      TO WS-EV-FICHIER(WS-NB-ENVOIS)
                    MOVE TRF-RG-NB-ENREG
                      TO WS-EV-NB-ENREG(WS-NB-ENVOIS)
                    MOVE TRF-RG-MONTANT
                      TO WS-EV-MONTANT(WS-NB-ENVOIS)
                 END-IF
              END-IF
              READ TRFREG INTO TRF-REGISTRE
           END-PERFORM
           IF NOT FS-REG-FIN
              DISPLAY 'GKTRFACK - LECTURE DDTRFREG EN ERREUR : '
                      WS-FS-REG
              MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE TRFREG
           .

       02-TREATMENT.
           READ TRFACK INTO TRF-ACQUIT
           PERFORM UNTIL NOT FS-ACK-OK
              ADD 1 TO WS-NB-ACKS
              PERFORM 02A-CHERCHE-ENVOI
              PERFORM 02B-QUALIFIE-ACCUSE
              WRITE TRFACQ-ENREG FROM TRF-ACQUIT
              READ TRFACK INTO TRF-ACQUIT
           END-PERFORM
           IF NOT FS-ACK-FIN
              DISPLAY 'GKTRFACK - LECTURE DDTRFACK EN ERREUR : '
                      WS-FS-ACK
              MOVE 16 TO RETURN-CODE
           END-IF
           .

       03-ENDPGM.
           CLOSE TRFACK
           CLOSE TRFACQ
           CLOSE ACKRPT
           PERFORM 03A-RESUME-RUN
           IF WS-NB-ECARTS + WS-NB-REFUSES + WS-NB-INCONNUS > 0
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * BILAN DE FIN DE JOB.
       03A-RESUME-RUN.
           DISPLAY '**********************************'
           DISPLAY '*************GKTRFACK*************'
           DISPLAY '**********************************'
           DISPLAY '* ENVOIS AU REGISTRE  : ' WS-NB-ENVOIS
           DISPLAY '* ACCUSES LUS         : ' WS-NB-ACKS
           DISPLAY '* CONFORMES           : ' WS-NB-CONFORMES
           DISPLAY '* EN ECART            : ' WS-NB-ECARTS
           DISPLAY '* REFUSES             : ' WS-NB-REFUSES
           DISPLAY '* ENVOIS INCONNUS     : ' WS-NB-INCONNUS
           DISPLAY '**********************************'
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

      * RECHERCHE PAR NUMERO D'ENVOI QUAND LE PARTENAIRE LE
      * RESTITUE ; SINON LE DERNIER ENVOI DU REGISTRE POUR CE
      * PARTENAIRE, CE FICHIER ET CETTE DATE.
       02A-CHERCHE-ENVOI.
           MOVE 0 TO WS-TROUVE
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-NB-ENVOIS
              IF TRF-AK-NO-ENVOI NOT = SPACES
                 IF WS-EV-NO-ENVOI(WS-EX) = TRF-AK-NO-ENVOI
                    SET WS-TROUVE TO WS-EX
                 END-IF
              ELSE
                 IF WS-EV-PARTENAIRE(WS-EX) = TRF-AK-PARTENAIRE
                    AND WS-EV-FICHIER(WS-EX) = TRF-AK-FICHIER
                    AND WS-EV-DATE(WS-EX)    = TRF-AK-DATE-ENVOI
                    SET WS-TROUVE TO WS-EX
                 END-IF
              END-IF
           END-PERFORM
           .

       02B-QUALIFIE-ACCUSE.
           EVALUATE TRUE
              WHEN WS-TROUVE = 0
                 SET TRF-AK-INCONNU TO TRUE
                 ADD 1 TO WS-NB-INCONNUS
                 MOVE 'ENVOI INCONNU' TO WS-LR-RESULTAT
                 MOVE 0 TO WS-LR-NB-REG
              WHEN OTHER
                 MOVE WS-EV-NO-ENVOI(WS-TROUVE) TO TRF-AK-NO-ENVOI
                 MOVE WS-EV-NB-ENREG(WS-TROUVE) TO WS-LR-NB-REG
                 EVALUATE TRUE
                    WHEN TRF-AK-STATUT NOT = 'OK'
                       SET TRF-AK-REFUSE TO TRUE
                       ADD 1 TO WS-NB-REFUSES
                       MOVE 'REFUSE PAR PARTENAIRE' TO WS-LR-RESULTAT
                    WHEN TRF-AK-NB-ENREG
                            NOT = WS-EV-NB-ENREG(WS-TROUVE)
                      OR TRF-AK-MONTANT
                            NOT = WS-EV-MONTANT(WS-TROUVE)
                       SET TRF-AK-ECART TO TRUE
                       ADD 1 TO WS-NB-ECARTS
                       MOVE 'ECART NOMBRE/MONTANT' TO WS-LR-RESULTAT
                    WHEN OTHER
                       SET TRF-AK-CONFORME TO TRUE
                       ADD 1 TO WS-NB-CONFORMES
                 END-EVALUATE
           END-EVALUATE
           IF NOT TRF-AK-CONFORME
              MOVE TRF-AK-PARTENAIRE TO WS-LR-PARTENAIRE
              MOVE TRF-AK-NO-ENVOI   TO WS-LR-NO-ENVOI
              MOVE TRF-AK-FICHIER    TO WS-LR-FICHIER
              MOVE TRF-AK-DATE-ENVOI TO WS-LR-DATE
              MOVE TRF-AK-NB-ENREG   TO WS-LR-NB-RECU
              MOVE TRF-AK-MONTANT    TO WS-LR-MONTANT
              WRITE RPT-ENREG FROM WS-LIGNE-RAPPORT
           END-IF
           .
