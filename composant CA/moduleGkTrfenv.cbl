      *********************************************************
      * PROGRAM NAME:  GKTRFENV                               *
      * PROGRAM OBJET :RENVOI A L'IDENTIQUE D'UN FICHIER REMIS *
      *                A UN PARTENAIRE : L'ENVOI DESIGNE PAR   *
      *                LA CARTE SYSIN (OU SON ENVOI D'ORIGINE  *
      *                S'IL S'AGIT DEJA D'UN RENVOI) EST       *
      *                RELU DANS L'ARCHIVE DES TRANSMISSIONS   *
      *                (DDTRFARC) ET RECOPIE DANS DDRENVOI ;   *
      *                LE RENVOI EST INSCRIT AU REGISTRE AVEC  *
      *                L'OPERATEUR DEMANDEUR (GKTRFREG)        *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - RENVOI A L'IDENTIQUE D'UN  *
      *          FICHIER INSCRIT AU REGISTRE                   *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKTRFENV.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    REGISTRE DES TRANSMISSIONS (GKTRFREG)
            SELECT TRFREG ASSIGN TO DDTRFREG
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-REG.
      *    ARCHIVE DES ENREGISTREMENTS REMIS (GKTRFREG)
            SELECT TRFARC ASSIGN TO DDTRFARC
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-ARC.
      *    FICHIER RENVOYE, AU FORMAT DU FICHIER D'ORIGINE
            SELECT RENVOI ASSIGN TO DDRENVOI
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-REN.

       DATA DIVISION.
       FILE SECTION.

       FD TRFREG.
       01 TRFREG-ENREG PIC X(150).

       FD TRFARC.
       01 TRFARC-ENREG PIC X(240).

       FD RENVOI RECORD VARYING FROM 1 TO 200 DEPENDING WS-LONG.
       01 RENVOI-ENREG PIC X(200).

       WORKING-STORAGE SECTION.

       COPY CTRANSM REPLACING ==()== BY ==TRF==.
       COPY CTRANSM REPLACING ==()== BY ==ORI==.

      * CARTE SYSIN : NUMERO DE L'ENVOI A RENVOYER ET OPERATEUR QUI
      * DEMANDE LE RENVOI (OBLIGATOIRE).
       01 WS-CARTE-RENVOI.
         05 WS-CR-NO-ENVOI  PIC X(20).
         05 FILLER          PIC X(01).
         05 WS-CR-OPERATEUR PIC X(08).
         05 FILLER          PIC X(51).

       01 WS-LONG          PIC 9(4) COMP.
       01 WS-NO-CHERCHE    PIC X(20).
       01 WS-NB-REMONTEES  PIC 9(02) VALUE 0.
       01 WS-TROUVE-SW     PIC X(01).
         88 WS-TROUVE      VALUE 'O'.
       01 WS-ORIGINE-SW    PIC X(01).
         88 WS-ORIGINE-ATTEINTE VALUE 'O'.
       01 WS-NB-LUS        PIC 9(09) VALUE 0.
       01 WS-NB-RENVOYES   PIC 9(09) VALUE 0.

       01 WS-FS-REG PIC X(02).
         88 FS-REG-OK  VALUE '00'.
         88 FS-REG-FIN VALUE '10'.
       01 WS-FS-ARC PIC X(02).
         88 FS-ARC-OK  VALUE '00'.
         88 FS-ARC-FIN VALUE '10'.
       01 WS-FS-REN PIC X(02).
         88 FS-REN-OK  VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
           MOVE SPACES TO WS-CARTE-RENVOI
           ACCEPT WS-CARTE-RENVOI FROM SYSIN
           IF WS-CR-NO-ENVOI = SPACES OR WS-CR-OPERATEUR = SPACES
              DISPLAY 'GKTRFENV - CARTE SYSIN INCOMPLETE : '
                      WS-CARTE-RENVOI
              DISPLAY 'GKTRFENV - NO ENVOI ET OPERATEUR OBLIGATOIRES'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      *    UN RENVOI N'EST PAS ARCHIVE : ON REMONTE A L'ENVOI INITIAL
      *    DONT IL PORTE LE NUMERO D'ORIGINE.
           MOVE WS-CR-NO-ENVOI TO WS-NO-CHERCHE
           MOVE 'N' TO WS-ORIGINE-SW
           PERFORM UNTIL WS-ORIGINE-ATTEINTE
              PERFORM 01A-CHERCHE-ENVOI
              IF NOT WS-TROUVE
                 DISPLAY 'GKTRFENV - ENVOI ABSENT DU REGISTRE : '
                         WS-NO-CHERCHE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF ORI-RG-TYPE-ENVOI = 'R'
                 AND WS-NB-REMONTEES < 10
                 ADD 1 TO WS-NB-REMONTEES
                 MOVE ORI-RG-NO-ORIGINE TO WS-NO-CHERCHE
              ELSE
                 SET WS-ORIGINE-ATTEINTE TO TRUE
              END-IF
           END-PERFORM
           IF ORI-RG-TYPE-ENVOI = 'R'
              DISPLAY 'GKTRFENV - ENVOI D''ORIGINE INTROUVABLE : '
                      WS-CR-NO-ENVOI
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT TRFARC
           IF NOT FS-ARC-OK
              DISPLAY 'GKTRFENV - OPEN DDTRFARC EN ERREUR : '
                      WS-FS-ARC
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT RENVOI
      *    OUVERTURE DU RENVOI AU REGISTRE : MEMES PARTENAIRE, FICHIER
      *    ET LONGUEUR QUE L'ENVOI D'ORIGINE.
           INITIALIZE TRF-ZONE
           SET TRF-OUVERTURE       TO TRUE
           SET TRF-RENVOI          TO TRUE
           MOVE 'GKTRFENV'         TO TRF-PROGRAMME
           MOVE ORI-RG-PARTENAIRE  TO TRF-PARTENAIRE
           MOVE ORI-RG-FICHIER     TO TRF-FICHIER
           MOVE ORI-RG-LRECL       TO TRF-LRECL
           MOVE ORI-RG-NO-ENVOI    TO TRF-NO-ORIGINE
           MOVE WS-CR-OPERATEUR    TO TRF-OPERATEUR
           CALL 'GKTRFREG' USING TRF-ZONE
           .

       01A-CHERCHE-ENVOI.
           MOVE 'N' TO WS-TROUVE-SW
           OPEN INPUT TRFREG
           IF NOT FS-REG-OK
              DISPLAY 'GKTRFENV - OPEN DDTRFREG EN ERREUR : '
                      WS-FS-REG
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           READ TRFREG INTO TRF-REGISTRE
           PERFORM UNTIL NOT FS-REG-OK
              IF TRF-RG-NO-ENVOI = WS-NO-CHERCHE
                 MOVE TRF-REGISTRE TO ORI-REGISTRE
                 SET WS-TROUVE TO TRUE
              END-IF
              READ TRFREG INTO TRF-REGISTRE
           END-PERFORM
           CLOSE TRFREG
           .

      * LES ENREGISTREMENTS ARCHIVES SONT RECOPIES OCTET POUR OCTET,
      * A LEUR LONGUEUR D'ORIGINE, DANS L'ORDRE OU ILS ONT ETE REMIS.
       02-TREATMENT.
           READ TRFARC INTO TRF-ARCHIVE
           PERFORM UNTIL NOT FS-ARC-OK
              ADD 1 TO WS-NB-LUS
              IF TRF-AR-NO-ENVOI = ORI-RG-NO-ENVOI
                 PERFORM 02A-RECOPIE-ENREG
              END-IF
              READ TRFARC INTO TRF-ARCHIVE
           END-PERFORM
           IF NOT FS-ARC-FIN
              DISPLAY 'GKTRFENV - LECTURE DDTRFARC EN ERREUR : '
                      WS-FS-ARC
              MOVE 16 TO RETURN-CODE
           END-IF
           .

       03-ENDPGM.
           CLOSE TRFARC
           CLOSE RENVOI
      *    UN RENVOI INCOMPLET N'EST PAS INSCRIT AU REGISTRE : LE
      *    FICHIER DDRENVOI NE DOIT PAS ETRE TRANSMIS.
           IF WS-NB-RENVOYES NOT = ORI-RG-NB-ENREG
              DISPLAY 'GKTRFENV - NOMBRE ARCHIVE ' WS-NB-RENVOYES
                      ' DIFFERENT DU REGISTRE ' ORI-RG-NB-ENREG
              MOVE 16 TO RETURN-CODE
           END-IF
           IF RETURN-CODE < 16
              SET TRF-FERMETURE TO TRUE
              MOVE ORI-RG-MONTANT TO TRF-MONTANT
              CALL 'GKTRFREG' USING TRF-ZONE
              IF TRF-CODRET NOT = '00'
                 DISPLAY 'GKTRFENV - INSCRIPTION DU RENVOI : '
                         TRF-LIBRET
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF
           DISPLAY '**********************************'
           DISPLAY '*************GKTRFENV*************'
           DISPLAY '**********************************'
           DISPLAY '* ENVOI DEMANDE   : ' WS-CR-NO-ENVOI
           DISPLAY '* ENVOI D''ORIGINE : ' ORI-RG-NO-ENVOI
           DISPLAY '* PARTENAIRE      : ' ORI-RG-PARTENAIRE
           DISPLAY '* FICHIER         : ' ORI-RG-FICHIER
           DISPLAY '* OPERATEUR       : ' WS-CR-OPERATEUR
           DISPLAY '* NO DU RENVOI    : ' TRF-NO-ENVOI
           DISPLAY '* ENREG. RENVOYES : ' WS-NB-RENVOYES
           DISPLAY '**********************************'
           STOP RUN
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

       02A-RECOPIE-ENREG.
           IF TRF-AR-LONGUEUR = 0 OR TRF-AR-LONGUEUR > 200
              DISPLAY 'GKTRFENV - LONGUEUR ARCHIVEE INVALIDE RANG '
                      TRF-AR-RANG
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE TRF-AR-LONGUEUR TO WS-LONG
              MOVE TRF-AR-DONNEES(1:WS-LONG) TO RENVOI-ENREG
              WRITE RENVOI-ENREG
              IF NOT FS-REN-OK
                 DISPLAY 'GKTRFENV - ECRITURE DDRENVOI EN ERREUR : '
                         WS-FS-REN
                 MOVE 16 TO RETURN-CODE
              ELSE
                 ADD 1 TO WS-NB-RENVOYES
                 SET TRF-ENREGISTRE TO TRUE
                 CALL 'GKTRFREG' USING TRF-ZONE
              END-IF
           END-IF
           .
