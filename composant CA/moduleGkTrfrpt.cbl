      *********************************************************
      * PROGRAM NAME:  GKTRFRPT                               *
      * PROGRAM OBJET :ETAT DU MATIN DES FICHIERS REMIS AUX   *
      *                PARTENAIRES EXTERIEURS ET NON ACQUITTES*
      *                DANS LEUR DELAI CONVENU : REGISTRE DES  *
      *                TRANSMISSIONS (DDTRFREG) RAPPROCHE DU  *
      *                JOURNAL DES ACQUITTEMENTS (DDTRFACQ) ; *
      *                DELAI EN HEURES PAR PARTENAIRE (TBPRM  *
      *                TRF-DELAI-<PARTENAIRE>, A DEFAUT       *
      *                TRF-DELAI). UN ENVOI DONT LE RENVOI A  *
      *                ETE ACQUITTE EST COUVERT               *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - ETAT DES FICHIERS NON      *
      *          ACQUITTES PAR LES PARTENAIRES                 *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKTRFRPT.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    REGISTRE DES TRANSMISSIONS (GKTRFREG)
            SELECT TRFREG ASSIGN TO DDTRFREG
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-REG.
      *    JOURNAL DES ACQUITTEMENTS RAPPROCHES (GKTRFACK)
            SELECT TRFACQ ASSIGN TO DDTRFACQ
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-ACQ.
      *    ETAT DES ENVOIS NON ACQUITTES
            SELECT EDITION ASSIGN TO DDTRFRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EDIT.

       DATA DIVISION.
       FILE SECTION.

       FD TRFREG.
       01 TRFREG-ENREG PIC X(150).

       FD TRFACQ.
       01 TRFACQ-ENREG PIC X(100).

       FD EDITION.
       01 EDIT-ENREG PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CTRANSM REPLACING ==()== BY ==TRF==.
       COPY ZAPRM   REPLACING ==()== BY ==PRM==.

      * FENETRE DU REGISTRE EXAMINEE, EN JOURS (TBPRM TRF-FENETRE,
      * MEME PARAMETRE QUE GKTRFACK), ET DELAI D'ACQUITTEMENT PAR
      * DEFAUT EN HEURES (TBPRM TRF-DELAI).
       01 WS-FENETRE      PIC 9(04) VALUE 60.
       01 WS-DELAI-DEFAUT PIC 9(04) VALUE 24.
       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).
       01 WS-DATE-LIMITE  PIC X(10).
       01 WS-DATE-NUM     PIC 9(08).
       01 WS-JOUR-ENTIER  PIC S9(07) USAGE COMP-3.
       01 WS-HEURE-NUM    PIC 9(02).
      * HEURES ECOULEES DEPUIS L'ENVOI (JOUR ENTIER x 24 + HEURE).
       01 WS-HEURES-MAINTENANT PIC S9(09) USAGE COMP-3.
       01 WS-HEURES-ENVOI      PIC S9(09) USAGE COMP-3.
       01 WS-HEURES-ECOULEES   PIC S9(09) USAGE COMP-3.

      * ENVOIS DU REGISTRE DANS LA FENETRE ET LEUR ETAT
      * D'ACQUITTEMENT : ' ' AUCUN, 'OK' CONFORME, 'EC' EN ECART,
      * 'KO' REFUSE, 'RV' COUVERT PAR UN RENVOI ACQUITTE.
       01 WS-NB-ENVOIS PIC 9(05) VALUE 0.
       01 WS-TAB-ENVOIS.
         05 WS-EV-ENTRY OCCURS 1 TO 20000 TIMES
                        DEPENDING ON WS-NB-ENVOIS
                        INDEXED BY WS-EX WS-EY.
            10 WS-EV-NO-ENVOI   PIC X(20).
            10 WS-EV-DATE       PIC X(10).
            10 WS-EV-HEURE      PIC X(08).
            10 WS-EV-PROGRAMME  PIC X(08).
            10 WS-EV-PARTENAIRE PIC X(08).
            10 WS-EV-FICHIER    PIC X(08).
            10 WS-EV-NB-ENREG   PIC 9(09).
            10 WS-EV-TYPE       PIC X(01).
            10 WS-EV-NO-ORIGINE PIC X(20).
            10 WS-EV-ETAT       PIC X(02).

      * DELAIS CONVENUS DEJA LUS, PAR PARTENAIRE.
       01 WS-NB-DELAIS PIC 9(02) VALUE 0.
       01 WS-TAB-DELAIS.
         05 WS-DL-ENTRY OCCURS 50 TIMES INDEXED BY WS-DX.
            10 WS-DL-PARTENAIRE PIC X(08).
            10 WS-DL-HEURES     PIC 9(04).
       01 WS-DELAI-PARTENAIRE PIC 9(04).
       01 WS-DELAI-TROUVE-SW  PIC X(01).
         88 WS-DELAI-TROUVE VALUE 'O'.

       01 WS-RUN-COUNTERS.
         05 WS-NB-ACQUITS   PIC 9(06) VALUE 0.
         05 WS-NB-ACQUITTES PIC 9(06) VALUE 0.
         05 WS-NB-ATTENTE   PIC 9(06) VALUE 0.
         05 WS-NB-RETARDS   PIC 9(06) VALUE 0.
         05 WS-NB-ANOMALIES PIC 9(06) VALUE 0.

       01 WS-LIGNE-TITRE.
         05 FILLER       PIC X(46)
            VALUE 'FICHIERS REMIS NON ACQUITTES DANS LE DELAI AU '.
         05 WS-LT-DATE   PIC X(10).
         05 FILLER       PIC X(76) VALUE SPACES.

       01 WS-LIGNE-ENTETE.
         05 FILLER PIC X(50)
            VALUE 'PARTEN.  FICHIER  PROGRAM  NO ENVOI             T '.
         05 FILLER PIC X(50)
            VALUE 'DATE       HEURE     NB ENREG  HEURES DELAI ETAT'.
         05 FILLER PIC X(32) VALUE SPACES.

       01 WS-LIGNE-ENVOI.
         05 WS-LE-PARTENAIRE PIC X(08).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LE-FICHIER    PIC X(08).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LE-PROGRAMME  PIC X(08).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LE-NO-ENVOI   PIC X(20).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LE-TYPE       PIC X(01).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LE-DATE       PIC X(10).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LE-HEURE      PIC X(08).
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LE-NB-ENREG   PIC ZZZZZZZZ9.
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LE-HEURES     PIC ZZZZZ9.
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LE-DELAI      PIC ZZZ9.
         05 FILLER           PIC X(01) VALUE SPACES.
         05 WS-LE-ETAT       PIC X(20).
         05 FILLER           PIC X(19) VALUE SPACES.

       01 WS-LIGNE-TOTAL.
         05 WS-LY-LIBELLE   PIC X(30).
         05 WS-LY-NB        PIC ZZZZZZZZ9.
         05 FILLER          PIC X(93) VALUE SPACES.

       01 WS-LIGNE-VIDE PIC X(132) VALUE SPACES.

       01 WS-FS-REG PIC X(02).
         88 FS-REG-OK  VALUE '00'.
         88 FS-REG-FIN VALUE '10'.
       01 WS-FS-ACQ PIC X(02).
         88 FS-ACQ-OK  VALUE '00'.
         88 FS-ACQ-FIN VALUE '10'.
       01 WS-FS-EDIT PIC X(02).
         88 FS-EDIT-OK VALUE '00'.

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
           MOVE 'TRF-FENETRE' TO PRM-CLE
           PERFORM 01C-LIT-PARAMETRE
           IF PRM-CODRET = '00'
              COMPUTE WS-FENETRE = FUNCTION NUMVAL(PRM-VALEUR)
           END-IF
           MOVE 'TRF-DELAI' TO PRM-CLE
           PERFORM 01C-LIT-PARAMETRE
           IF PRM-CODRET = '00'
              COMPUTE WS-DELAI-DEFAUT = FUNCTION NUMVAL(PRM-VALEUR)
           END-IF
           MOVE WS-DATE-SYSTEME(1:8) TO WS-DATE-NUM
           MOVE WS-DATE-SYSTEME(9:2) TO WS-HEURE-NUM
           COMPUTE WS-JOUR-ENTIER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-HEURES-MAINTENANT =
                   WS-JOUR-ENTIER * 24 + WS-HEURE-NUM
           SUBTRACT WS-FENETRE FROM WS-JOUR-ENTIER
           COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-ENTIER)
           STRING WS-DATE-NUM(1:4) '-'
                  WS-DATE-NUM(5:2) '-'
                  WS-DATE-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-LIMITE
           PERFORM 01A-CHARGE-REGISTRE
           PERFORM 01B-CHARGE-ACQUITS
           OPEN OUTPUT EDITION
           MOVE WS-DATE-JOUR TO WS-LT-DATE
           WRITE EDIT-ENREG FROM WS-LIGNE-TITRE
                 AFTER ADVANCING PAGE
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           WRITE EDIT-ENREG FROM WS-LIGNE-ENTETE
           .

       01A-CHARGE-REGISTRE.
           OPEN INPUT TRFREG
           IF NOT FS-REG-OK
              DISPLAY 'GKTRFRPT - OPEN DDTRFREG EN ERREUR : '
                      WS-FS-REG
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           READ TRFREG INTO TRF-REGISTRE
           PERFORM UNTIL NOT FS-REG-OK
              IF TRF-RG-DATE >= WS-DATE-LIMITE
                 IF WS-NB-ENVOIS >= 20000
                    DISPLAY 'GKTRFRPT - TABLE DES ENVOIS PLEINE'
                    MOVE 24 TO RETURN-CODE
                 ELSE
                    ADD 1 TO WS-NB-ENVOIS
                    SET WS-EX TO WS-NB-ENVOIS
                    MOVE TRF-RG-NO-ENVOI   TO WS-EV-NO-ENVOI(WS-EX)
                    MOVE TRF-RG-DATE       TO WS-EV-DATE(WS-EX)
                    MOVE TRF-RG-HEURE      TO WS-EV-HEURE(WS-EX)
                    MOVE TRF-RG-PROGRAMME  TO WS-EV-PROGRAMME(WS-EX)
                    MOVE TRF-RG-PARTENAIRE TO WS-EV-PARTENAIRE(WS-EX)
                    MOVE TRF-RG-FICHIER    TO WS-EV-FICHIER(WS-EX)
                    MOVE TRF-RG-NB-ENREG   TO WS-EV-NB-ENREG(WS-EX)
                    MOVE TRF-RG-TYPE-ENVOI TO WS-EV-TYPE(WS-EX)
                    MOVE TRF-RG-NO-ORIGINE TO WS-EV-NO-ORIGINE(WS-EX)
                    MOVE SPACES            TO WS-EV-ETAT(WS-EX)
                 END-IF
              END-IF
              READ TRFREG INTO TRF-REGISTRE
           END-PERFORM
           IF NOT FS-REG-FIN
              DISPLAY 'GKTRFRPT - LECTURE DDTRFREG EN ERREUR : '
                      WS-FS-REG
              MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE TRFREG
           .

      * UN ACQUITTEMENT CONFORME L'EMPORTE SUR UN ACQUITTEMENT EN
      * ECART OU UN REFUS ANTERIEUR DU MEME ENVOI. UN JOURNAL ABSENT
      * (AUCUN ACCUSE ENCORE RECU) LAISSE TOUS LES ENVOIS EN ATTENTE.
       01B-CHARGE-ACQUITS.
           OPEN INPUT TRFACQ
           IF FS-ACQ-OK
              READ TRFACQ INTO TRF-ACQUIT
              PERFORM UNTIL NOT FS-ACQ-OK
                 ADD 1 TO WS-NB-ACQUITS
                 IF NOT TRF-AK-INCONNU
                    PERFORM VARYING WS-EX FROM 1 BY 1
                            UNTIL WS-EX > WS-NB-ENVOIS
                       IF WS-EV-NO-ENVOI(WS-EX) = TRF-AK-NO-ENVOI
                          AND WS-EV-ETAT(WS-EX) NOT = 'OK'
                          MOVE TRF-AK-RESULTAT TO WS-EV-ETAT(WS-EX)
                       END-IF
                    END-PERFORM
                 END-IF
                 READ TRFACQ INTO TRF-ACQUIT
              END-PERFORM
              CLOSE TRFACQ
           ELSE
              DISPLAY 'GKTRFRPT - JOURNAL DDTRFACQ ABSENT : '
                      WS-FS-ACQ
           END-IF
      *    UN RENVOI ACQUITTE COUVRE L'ENVOI D'ORIGINE.
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-NB-ENVOIS
              IF WS-EV-TYPE(WS-EX) = 'R'
                 AND WS-EV-ETAT(WS-EX) = 'OK'
                 PERFORM VARYING WS-EY FROM 1 BY 1
                         UNTIL WS-EY > WS-NB-ENVOIS
                    IF WS-EV-NO-ENVOI(WS-EY) = WS-EV-NO-ORIGINE(WS-EX)
                       AND WS-EV-ETAT(WS-EY) NOT = 'OK'
                       MOVE 'RV' TO WS-EV-ETAT(WS-EY)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           .

       01C-LIT-PARAMETRE.
           MOVE 'SEL' TO PRM-FONCTION
           INITIALIZE PRM-RETOUR
           MOVE SPACES TO PRM-VALEUR
           CALL 'MAPRM' USING PRM-ZCMA
           .

      * UN ENVOI ACQUITTE (OU COUVERT PAR UN RENVOI ACQUITTE) SORT
      * DE L'ETAT ; UN ENVOI SANS ACCUSE Y ENTRE UNE FOIS SON DELAI
      * DEPASSE ; UN ACCUSE EN ECART OU UN REFUS Y FIGURE TOUJOURS.
       02-TREATMENT.
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-NB-ENVOIS
              EVALUATE WS-EV-ETAT(WS-EX)
                 WHEN 'OK'
                 WHEN 'RV'
                    ADD 1 TO WS-NB-ACQUITTES
                 WHEN 'EC'
                    ADD 1 TO WS-NB-ANOMALIES
                    MOVE 'ACQUITTE EN ECART' TO WS-LE-ETAT
                    PERFORM 02A-EDITE-ENVOI
                 WHEN 'KO'
                    ADD 1 TO WS-NB-ANOMALIES
                    MOVE 'REFUSE PAR PARTEN.' TO WS-LE-ETAT
                    PERFORM 02A-EDITE-ENVOI
                 WHEN OTHER
                    PERFORM 02B-CONTROLE-DELAI
              END-EVALUATE
           END-PERFORM
           .

       03-ENDPGM.
           WRITE EDIT-ENREG FROM WS-LIGNE-VIDE
           MOVE 'ENVOIS EXAMINES         : ' TO WS-LY-LIBELLE
           MOVE WS-NB-ENVOIS                 TO WS-LY-NB
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           MOVE 'ACQUITTES               : ' TO WS-LY-LIBELLE
           MOVE WS-NB-ACQUITTES              TO WS-LY-NB
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           MOVE 'EN ATTENTE DANS LE DELAI: ' TO WS-LY-LIBELLE
           MOVE WS-NB-ATTENTE                TO WS-LY-NB
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           MOVE 'NON ACQUITTES EN RETARD : ' TO WS-LY-LIBELLE
           MOVE WS-NB-RETARDS                TO WS-LY-NB
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           MOVE 'EN ECART OU REFUSES     : ' TO WS-LY-LIBELLE
           MOVE WS-NB-ANOMALIES              TO WS-LY-NB
           WRITE EDIT-ENREG FROM WS-LIGNE-TOTAL
           CLOSE EDITION
           DISPLAY '**********************************'
           DISPLAY '*************GKTRFRPT*************'
           DISPLAY '**********************************'
           DISPLAY '* ENVOIS EXAMINES     : ' WS-NB-ENVOIS
           DISPLAY '* ACCUSES AU JOURNAL  : ' WS-NB-ACQUITS
           DISPLAY '* EN RETARD           : ' WS-NB-RETARDS
           DISPLAY '* EN ECART OU REFUSES : ' WS-NB-ANOMALIES
           DISPLAY '**********************************'
           IF WS-NB-RETARDS + WS-NB-ANOMALIES > 0
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

       02A-EDITE-ENVOI.
           MOVE WS-EV-PARTENAIRE(WS-EX) TO WS-LE-PARTENAIRE
           MOVE WS-EV-FICHIER(WS-EX)    TO WS-LE-FICHIER
           MOVE WS-EV-PROGRAMME(WS-EX)  TO WS-LE-PROGRAMME
           MOVE WS-EV-NO-ENVOI(WS-EX)   TO WS-LE-NO-ENVOI
           MOVE WS-EV-TYPE(WS-EX)       TO WS-LE-TYPE
           MOVE WS-EV-DATE(WS-EX)       TO WS-LE-DATE
           MOVE WS-EV-HEURE(WS-EX)      TO WS-LE-HEURE
           MOVE WS-EV-NB-ENREG(WS-EX)   TO WS-LE-NB-ENREG
           PERFORM 02C-HEURES-ECOULEES
           PERFORM 02D-DELAI-PARTENAIRE
           MOVE WS-HEURES-ECOULEES      TO WS-LE-HEURES
           MOVE WS-DELAI-PARTENAIRE     TO WS-LE-DELAI
           WRITE EDIT-ENREG FROM WS-LIGNE-ENVOI
           .

       02B-CONTROLE-DELAI.
           PERFORM 02C-HEURES-ECOULEES
           PERFORM 02D-DELAI-PARTENAIRE
           IF WS-HEURES-ECOULEES > WS-DELAI-PARTENAIRE
              ADD 1 TO WS-NB-RETARDS
              MOVE 'NON ACQUITTE' TO WS-LE-ETAT
              PERFORM 02A-EDITE-ENVOI
           ELSE
              ADD 1 TO WS-NB-ATTENTE
           END-IF
           .

       02C-HEURES-ECOULEES.
           STRING WS-EV-DATE(WS-EX)(1:4)
                  WS-EV-DATE(WS-EX)(6:2)
                  WS-EV-DATE(WS-EX)(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-NUM
           MOVE WS-EV-HEURE(WS-EX)(1:2) TO WS-HEURE-NUM
           COMPUTE WS-HEURES-ENVOI =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) * 24
                 + WS-HEURE-NUM
           COMPUTE WS-HEURES-ECOULEES =
                   WS-HEURES-MAINTENANT - WS-HEURES-ENVOI
           .

      * DELAI CONVENU DU PARTENAIRE : TBPRM TRF-DELAI-<PARTENAIRE>,
      * LU UNE FOIS PAR PARTENAIRE, A DEFAUT LE DELAI PAR DEFAUT.
       02D-DELAI-PARTENAIRE.
           MOVE 'N' TO WS-DELAI-TROUVE-SW
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-NB-DELAIS
              IF WS-DL-PARTENAIRE(WS-DX) = WS-EV-PARTENAIRE(WS-EX)
                 MOVE WS-DL-HEURES(WS-DX) TO WS-DELAI-PARTENAIRE
                 SET WS-DELAI-TROUVE TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-DELAI-TROUVE
              MOVE WS-DELAI-DEFAUT TO WS-DELAI-PARTENAIRE
              MOVE SPACES TO PRM-CLE
              STRING 'TRF-DELAI-' WS-EV-PARTENAIRE(WS-EX)
                     DELIMITED BY SIZE INTO PRM-CLE
              PERFORM 01C-LIT-PARAMETRE
              IF PRM-CODRET = '00'
                 COMPUTE WS-DELAI-PARTENAIRE =
                         FUNCTION NUMVAL(PRM-VALEUR)
              END-IF
              IF WS-NB-DELAIS < 50
                 ADD 1 TO WS-NB-DELAIS
                 MOVE WS-EV-PARTENAIRE(WS-EX)
                   TO WS-DL-PARTENAIRE(WS-NB-DELAIS)
                 MOVE WS-DELAI-PARTENAIRE
                   TO WS-DL-HEURES(WS-NB-DELAIS)
              END-IF
           END-IF
           .
