      *********************************************************
      * PROGRAM NAME:  GKTRFREG                               *
      * PROGRAM OBJET :INSCRIPTION D'UN FICHIER REMIS A UN    *
      *                PARTENAIRE EXTERIEUR AU REGISTRE DES   *
      *                TRANSMISSIONS (DDTRFREG, AJOUT) ET     *
      *                ARCHIVAGE A L'IDENTIQUE DE SES         *
      *                ENREGISTREMENTS (DDTRFARC, AJOUT) POUR *
      *                LE RENVOI. APPELE PAR CHAQUE PROGRAMME *
      *                PRODUCTEUR : 'OUV' A L'OUVERTURE DU    *
      *                FICHIER, 'ENR' A CHAQUE ECRITURE,      *
      *                'FIN' A LA FERMETURE                   *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - REGISTRE DES TRANSMISSIONS *
      *          AUX PARTENAIRES EXTERIEURS                    *
      *                                                       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GKTRFREG.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TRFREG ASSIGN TO DDTRFREG
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-REG.
            SELECT TRFARC ASSIGN TO DDTRFARC
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-ARC.

       DATA DIVISION.
       FILE SECTION.

       FD TRFREG.
       01 TRFREG-ENREG PIC X(150).

       FD TRFARC.
       01 TRFARC-ENREG PIC X(240).

       WORKING-STORAGE SECTION.

       COPY CTRANSM REPLACING ==()== BY ==WTR==.

       01 WS-FS-REG PIC X(02).
         88 FS-REG-OK VALUE '00'.
       01 WS-FS-ARC PIC X(02).
         88 FS-ARC-OK VALUE '00'.

       01 WS-DATE-SYSTEME PIC X(21).

      * RANG DE L'ENVOI DANS LE RUN (UN PROGRAMME PEUT REMETTRE
      * PLUSIEURS FICHIERS) ET NOMBRE D'ENVOIS INITIAUX OUVERTS :
      * L'ARCHIVE RESTE OUVERTE TANT QU'UN ENVOI L'EST.
       01 WS-RANG-RUN    PIC 9(04) VALUE 0.
       01 WS-NB-OUVERTS  PIC 9(04) VALUE 0.

       LINKAGE SECTION.
       COPY CTRANSM REPLACING ==()== BY ==TRF==.

       PROCEDURE DIVISION USING TRF-ZONE.

       000-PGM.
           MOVE '00'   TO TRF-CODRET
           MOVE SPACES TO TRF-LIBRET
           EVALUATE TRUE
              WHEN TRF-OUVERTURE
                 PERFORM 100-OUVRE-ENVOI
              WHEN TRF-ENREGISTRE
                 PERFORM 200-ARCHIVE-ENREG
              WHEN TRF-FERMETURE
                 PERFORM 300-INSCRIT-ENVOI
              WHEN OTHER
                 MOVE '12' TO TRF-CODRET
                 MOVE 'FONCTION INCONNUE' TO TRF-LIBRET
           END-EVALUATE
           EXIT PROGRAM
           .

      * NUMERO D'ENVOI = HORODATAGE AU CENTIEME + RANG DANS LE RUN.
       100-OUVRE-ENVOI.
           ADD 1 TO WS-RANG-RUN
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           STRING WS-DATE-SYSTEME(1:16)
                  WS-RANG-RUN
                  DELIMITED BY SIZE INTO TRF-NO-ENVOI
           MOVE 0 TO TRF-NB-ENREG
           IF NOT TRF-RENVOI
              SET TRF-ENVOI-INITIAL TO TRUE
              MOVE SPACES TO TRF-NO-ORIGINE
              IF WS-NB-OUVERTS = 0
                 OPEN EXTEND TRFARC
                 IF NOT FS-ARC-OK
                    OPEN OUTPUT TRFARC
                 END-IF
              END-IF
              ADD 1 TO WS-NB-OUVERTS
           END-IF
           .

      * UN RENVOI EST SEULEMENT COMPTE : SES ENREGISTREMENTS SONT DEJA
      * ARCHIVES SOUS LE NUMERO D'ORIGINE.
       200-ARCHIVE-ENREG.
           IF TRF-NO-ENVOI = SPACES
              MOVE '12' TO TRF-CODRET
              MOVE 'ENVOI NON OUVERT' TO TRF-LIBRET
           ELSE
              ADD 1 TO TRF-NB-ENREG
              IF TRF-ENVOI-INITIAL
                 MOVE SPACES        TO WTR-ARCHIVE
                 MOVE TRF-NO-ENVOI  TO WTR-AR-NO-ENVOI
                 MOVE TRF-NB-ENREG  TO WTR-AR-RANG
                 MOVE TRF-LRECL     TO WTR-AR-LONGUEUR
                 MOVE TRF-DONNEES   TO WTR-AR-DONNEES
                 WRITE TRFARC-ENREG FROM WTR-ARCHIVE
                 IF NOT FS-ARC-OK
                    MOVE '16' TO TRF-CODRET
                    MOVE 'ARCHIVE DDTRFARC EN ERREUR' TO TRF-LIBRET
                 END-IF
              END-IF
           END-IF
           .

      * UN FICHIER SANS AUCUN ENREGISTREMENT (CANAL NON SERVI PAR LE
      * RUN) N'EST PAS UNE REMISE : IL N'EST PAS INSCRIT.
       300-INSCRIT-ENVOI.
           IF TRF-NB-ENREG = 0
              MOVE 'ENVOI VIDE NON INSCRIT' TO TRF-LIBRET
           ELSE
              PERFORM 310-ECRIT-REGISTRE
           END-IF
           IF TRF-ENVOI-INITIAL AND WS-NB-OUVERTS > 0
              SUBTRACT 1 FROM WS-NB-OUVERTS
              IF WS-NB-OUVERTS = 0
                 CLOSE TRFARC
              END-IF
           END-IF
           .

       310-ECRIT-REGISTRE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           MOVE SPACES TO WTR-REGISTRE
           MOVE TRF-NO-ENVOI TO WTR-RG-NO-ENVOI
           STRING WS-DATE-SYSTEME(1:4) '-'
                  WS-DATE-SYSTEME(5:2) '-'
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WTR-RG-DATE
           STRING WS-DATE-SYSTEME(9:2)  '.'
                  WS-DATE-SYSTEME(11:2) '.'
                  WS-DATE-SYSTEME(13:2)
                  DELIMITED BY SIZE INTO WTR-RG-HEURE
           MOVE TRF-PROGRAMME  TO WTR-RG-PROGRAMME
           MOVE TRF-PARTENAIRE TO WTR-RG-PARTENAIRE
           MOVE TRF-FICHIER    TO WTR-RG-FICHIER
           MOVE TRF-LRECL      TO WTR-RG-LRECL
           MOVE TRF-NB-ENREG   TO WTR-RG-NB-ENREG
           MOVE TRF-MONTANT    TO WTR-RG-MONTANT
           MOVE TRF-TYPE-ENVOI TO WTR-RG-TYPE-ENVOI
           MOVE TRF-NO-ORIGINE TO WTR-RG-NO-ORIGINE
           MOVE TRF-OPERATEUR  TO WTR-RG-OPERATEUR
           OPEN EXTEND TRFREG
           IF NOT FS-REG-OK
              OPEN OUTPUT TRFREG
           END-IF
           WRITE TRFREG-ENREG FROM WTR-REGISTRE
           IF NOT FS-REG-OK
              MOVE '16' TO TRF-CODRET
              MOVE 'REGISTRE DDTRFREG EN ERREUR' TO TRF-LIBRET
           END-IF
           CLOSE TRFREG
           .
