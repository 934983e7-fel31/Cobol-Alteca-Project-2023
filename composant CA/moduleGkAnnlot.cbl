      *********************************************************
      * PROGRAM NAME:  GKANNLOT                               *
      * PROGRAM OBJET :ANNULATION D'UN LOT COMPLET POSTE A    *
      *                TORT (FICHIER REJOUE SOUS UNE AUTRE    *
      *                DATE, MAUVAIS FICHIER) : LE LOT        *
      *                DESIGNE PAR SON ORIGINE ET SA DATE EST *
      *                RELU SUR LE FLUX ARCHIVE, CHAQUE       *
      *                OPERATION EST CONFRONTEE A FLUXIDX ET  *
      *                A TBHIS, ET LE LOT DE CONTRE-PASSATION *
      *                'ANN' COMPLET (FRAIS COMPAGNONS        *
      *                COMPRIS) EST GENERE SOUS L'ORIGINE     *
      *                DEDIEE 'ANL', AVEC UN ETAT DE PREUVE   *
      *                RAPPROCHE DU '99' D'ORIGINE - PLUS DE  *
      *                LIGNES 'ANN' SAISIES UNE A UNE         *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - CONTRE-PASSATION D'UN LOT  *
      *          COMPLET AVEC ETAT DE PREUVE                   *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKANNLOT.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FLUX ARCHIVE CONTENANT LE LOT A ANNULER, RELU COMME PAR
      *    GKJOURNAL
            SELECT FLUXRECORDS ASSIGN TO DDINT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-FLUX.

      *    COPIE INDEXEE DU FLUX ECRITE PAR GKMAJ001, LUE EN ACCES
      *    DIRECT COMME PAR GKTRACER
            SELECT FLUXIDX ASSIGN TO DFLUXIDX
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS FX-CLE
            FILE STATUS IS WS-FS-FLUXIDX.

      *    LOT FLUX DE CONTRE-PASSATION, ORIGINE 'ANL'
            SELECT FLUXOUT ASSIGN TO DDFLXOUT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-FLXOUT.

      *    ETAT DE PREUVE DE L'ANNULATION
            SELECT ANLRPT ASSIGN TO DDANLRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.

       FD FLUXRECORDS.
       01 FLUX-ENREG PIC X(80).

       FD FLUXIDX.
       COPY CFLUXIDX REPLACING ==()== BY ==FX==.

       FD FLUXOUT.
       01 FLUXOUT-ENREG PIC X(80).

       FD ANLRPT.
       01 RPT-ENREG PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFLUX   REPLACING ==()== BY ==F1==.
       COPY CFLUX   REPLACING ==()== BY ==F2==.
       COPY HISFUNC REPLACING ==()== BY ==HIS==.
       COPY ZALIT   REPLACING ==()== BY ==LIT==.

      * CARTE SYSIN : ORIGINE DU LOT (COLONNES 1-3) ET DATE DU LOT
      * AAAA-MM-JJ (COLONNES 5-14), TELLES QUE PORTEES PAR SON
      * EN-TETE '00'.
       01 WS-PARM-CARD.
         05 WS-PARM-ORIGINE PIC X(03).
         05 FILLER          PIC X(01).
         05 WS-PARM-DATE    PIC X(10).
         05 FILLER          PIC X(66).

       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).

      * POSITION DANS LE FLUX : LE LOT VISE VA DE SON EN-TETE '00'
      * A SON TRAILER '99' ; SEUL LE PREMIER LOT PORTANT L'ORIGINE ET
      * LA DATE DEMANDEES EST ANNULE, LA LECTURE S'ARRETE A SON '99'.
       01 WS-LOT-SW PIC X(01) VALUE 'A'.
         88 WS-LOT-AVANT  VALUE 'A'.
         88 WS-LOT-DEDANS VALUE 'D'.
         88 WS-LOT-FINI   VALUE 'F'.
       01 WS-TRAILER-SW PIC X(01) VALUE 'N'.
         88 WS-TRAILER-LU VALUE 'O'.
       01 WS-FLUXIDX-SW PIC X(01) VALUE 'N'.
         88 WS-FLUXIDX-OUVERT VALUE 'O'.

      * TOTAUX DU '99' D'ORIGINE ET DES OPERATIONS LUES DANS LE LOT.
       01 WS-NB-99      PIC 9(06) VALUE 0.
       01 WS-MT-99      PIC 9(11)V99 VALUE 0.
       01 WS-NB-LUES    PIC 9(06) VALUE 0.
       01 WS-MT-LUES    PIC 9(11)V99 VALUE 0.

      * OPERATION COURANTE, QUEL QUE SOIT SON TYPE ('10', '20', '30').
       01 WS-OPE-TYPE    PIC X(02).
       01 WS-OPE-COMPTE  PIC X(11).
       01 WS-OPE-CREDIT  PIC X(11).
       01 WS-OPE-CODE    PIC X(03).
       01 WS-OPE-REF     PIC X(10).
       01 WS-OPE-DEVISE  PIC X(03).
       01 WS-OPE-MONTANT PIC 9(11)V99.
       01 WS-OPE-FLUXIDX PIC X(03).
      * CODE OPERATION DE LA LIGNE HISTORISEE, PORTE PAR LA
      * CONTRE-PASSATION (CODE-OPER-ANNULE CONTROLE PAR MFMAJCPT).
       01 WS-HIS-CODE    PIC X(03).

      * ISSUE DE L'OPERATION COURANTE ; SEULE UNE OPERATION
      * CONTRE-PASSEE VOIT SES FRAIS COMPAGNONS ANNULES AVEC ELLE.
       01 WS-ISSUE-SW PIC X(01).
         88 WS-ISSUE-ANNULEE      VALUE 'C'.
         88 WS-ISSUE-DEJA-ANNULEE VALUE 'A'.
         88 WS-ISSUE-LITIGE       VALUE 'L'.
         88 WS-ISSUE-NON-POSTEE   VALUE 'N'.
         88 WS-ISSUE-NON-ANNULABLE VALUE 'I'.
         88 WS-ISSUE-ERREUR       VALUE 'E'.
       01 WS-MOTIF PIC X(30).

      * REFERENCES EMISES : 'X' SUIVIE DES NEUF DERNIERS CARACTERES
      * DE LA REFERENCE D'ORIGINE POUR L'OPERATION, 'Y' + LES MEMES
      * POUR SES FRAIS ; STABLES, UN REJEU DE L'ANNULATION EST ARRETE
      * PAR L'IDEMPOTENCE DE LA CHAINE. LES FRAIS COMPAGNONS SONT
      * HISTORISES PAR MFMAJCPT SOUS 'F' + LES MEMES NEUF CARACTERES.
       01 WS-REF-ANNUL PIC X(10).
       01 WS-REF-FRAIS PIC X(10).
       01 WS-REF-ANNUL-FRAIS PIC X(10).
       01 WS-MT-EMIS   PIC 9(11)V99.

      * OPERATIONS ECARTEES (DEJA ANNULEES, EN LITIGE, NON POSTEES,
      * NON ANNULABLES, EN ERREUR), GARDEES EN MEMOIRE POUR ETRE
      * LISTEES A PART APRES LE DETAIL DES CONTRE-PASSATIONS.
       01 WS-NB-ECART PIC 9(05) VALUE 0.
       01 WS-TAB-ECART.
         05 WS-ECART-ENTRY OCCURS 1 TO 5000 TIMES
                           DEPENDING ON WS-NB-ECART
                           INDEXED BY WS-EX.
            10 WS-ECART-ISSUE   PIC X(01).
            10 WS-ECART-TYPE    PIC X(02).
            10 WS-ECART-COMPTE  PIC X(11).
            10 WS-ECART-CODE    PIC X(03).
            10 WS-ECART-REF     PIC X(10).
            10 WS-ECART-MONTANT PIC 9(11)V99.
            10 WS-ECART-MOTIF   PIC X(30).
       01 WS-NB-ECART-PERDUS PIC 9(06) VALUE 0.

      * JUSTIFICATION DU '99' D'ORIGINE, PAR ISSUE.
       01 WS-PREUVE.
         05 WS-NB-ANNULEES   PIC 9(06).
         05 WS-MT-ANNULEES   PIC 9(11)V99.
         05 WS-NB-DEJA       PIC 9(06).
         05 WS-MT-DEJA       PIC 9(11)V99.
         05 WS-NB-LITIGE     PIC 9(06).
         05 WS-MT-LITIGE     PIC 9(11)V99.
         05 WS-NB-NON-POSTEES PIC 9(06).
         05 WS-MT-NON-POSTEES PIC 9(11)V99.
         05 WS-NB-NON-ANNUL  PIC 9(06).
         05 WS-MT-NON-ANNUL  PIC 9(11)V99.
         05 WS-NB-ERREURS    PIC 9(06).
         05 WS-MT-ERREURS    PIC 9(11)V99.
         05 WS-NB-JUSTIFIE   PIC 9(06).
         05 WS-MT-JUSTIFIE   PIC 9(11)V99.
         05 WS-NB-FRAIS      PIC 9(06).
         05 WS-MT-FRAIS      PIC 9(11)V99.
         05 WS-NB-FRAIS-DEJA PIC 9(06).
         05 WS-NB-SANS-FLUXIDX PIC 9(06).
       01 WS-PREUVE-SW PIC X(01).
         88 WS-PREUVE-OK VALUE 'O'.

      * TOTAUX DU LOT EMIS, ET SOMME DE CONTROLE POUR LE '98'.
       01 WS-NB-LOT       PIC 9(06) VALUE 0.
       01 WS-MT-LOT       PIC 9(11)V99 VALUE 0.
       01 WS-CHECKSUM     PIC 9(09) VALUE 0.
       01 WS-CKS-IX       PIC 9(03).
       01 WS-ENREG-10-SAUVE PIC X(80).

       01 WS-LIGNE-TITRE.
         05 FILLER         PIC X(30)
                           VALUE 'GKANNLOT - ANNULATION DU LOT '.
         05 WS-LT-ORIGINE  PIC X(03).
         05 FILLER         PIC X(01) VALUE SPACE.
         05 WS-LT-DATE     PIC X(10).
         05 FILLER         PIC X(14) VALUE ' - LOT ANL DU '.
         05 WS-LT-JOUR     PIC X(10).
         05 FILLER         PIC X(64) VALUE SPACES.

       01 WS-LIGNE-SECTION.
         05 FILLER         PIC X(04) VALUE '*** '.
         05 WS-LS-TEXTE    PIC X(60).
         05 FILLER         PIC X(68) VALUE SPACES.

       01 WS-LIGNE-ETAT.
         05 WS-LE-TYPE     PIC X(02).
         05 FILLER         PIC X(01).
         05 WS-LE-COMPTE   PIC X(11).
         05 FILLER         PIC X(01).
         05 WS-LE-CODE     PIC X(03).
         05 FILLER         PIC X(01).
         05 WS-LE-REF      PIC X(10).
         05 FILLER         PIC X(01).
         05 WS-LE-MONTANT  PIC ZZZZZZZZZZ9.99.
         05 FILLER         PIC X(01).
         05 WS-LE-REF-ANN  PIC X(10).
         05 FILLER         PIC X(01).
         05 WS-LE-FLUXIDX  PIC X(03).
         05 FILLER         PIC X(01).
         05 WS-LE-MOTIF    PIC X(30).
         05 FILLER         PIC X(42).

       01 WS-LIGNE-TOTAL.
         05 WS-LTO-LIBELLE PIC X(40).
         05 FILLER         PIC X(01).
         05 WS-LTO-NB      PIC ZZZZZ9.
         05 FILLER         PIC X(01).
         05 WS-LTO-MT      PIC ZZZZZZZZZZ9.99.
         05 FILLER         PIC X(70).

       01 WS-FS-FLUX PIC X(02).
         88 FS-FLUX-OK  VALUE '00'.
         88 FS-FLUX-FIN VALUE '10'.
       01 WS-FS-FLUXIDX PIC X(02).
         88 FS-FLUXIDX-OK VALUE '00'.
       01 WS-FS-FLXOUT PIC X(02).
         88 FS-FLXOUT-OK VALUE '00'.
       01 WS-FS-RPT PIC X(02).
         88 FS-RPT-OK VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
           INITIALIZE WS-PREUVE
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-ORIGINE = SPACES OR WS-PARM-DATE = SPACES
              DISPLAY 'GKANNLOT - CARTE SYSIN INCOMPLETE : '
                      WS-PARM-CARD(1:14)
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           STRING WS-DATE-SYSTEME(1:4) '-'
                  WS-DATE-SYSTEME(5:2) '-'
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-JOUR
           OPEN INPUT FLUXRECORDS
           IF NOT FS-FLUX-OK
              DISPLAY 'GKANNLOT - OPEN DDINT EN ERREUR : ' WS-FS-FLUX
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      * FLUXIDX NE GARDE QUE LE DERNIER PASSAGE DE GKMAJ001 : SON
      * ABSENCE N'EMPECHE PAS L'ANNULATION, TBHIS FAISANT FOI DU POSTE.
           OPEN INPUT FLUXIDX
           IF FS-FLUXIDX-OK
              SET WS-FLUXIDX-OUVERT TO TRUE
           ELSE
              DISPLAY 'GKANNLOT - FLUXIDX INDISPONIBLE : '
                      WS-FS-FLUXIDX
           END-IF
           OPEN OUTPUT FLUXOUT
           IF NOT FS-FLXOUT-OK
              DISPLAY 'GKANNLOT - OPEN DDFLXOUT EN ERREUR : '
                      WS-FS-FLXOUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT ANLRPT
           INITIALIZE F2-ENREG-00
           MOVE '00'         TO F2-TYPE-00
           MOVE 'ANL'        TO F2-ORIGINE
           MOVE WS-DATE-JOUR TO F2-DATE
           WRITE FLUXOUT-ENREG FROM F2-ENREG-00
           MOVE WS-PARM-ORIGINE TO WS-LT-ORIGINE
           MOVE WS-PARM-DATE    TO WS-LT-DATE
           MOVE WS-DATE-JOUR    TO WS-LT-JOUR
           WRITE RPT-ENREG FROM WS-LIGNE-TITRE
           MOVE 'OPERATIONS CONTRE-PASSEES' TO WS-LS-TEXTE
           WRITE RPT-ENREG FROM WS-LIGNE-SECTION
           .

      * LECTURE DU FLUX JUSQU'AU '99' DU LOT VISE (OU LA FIN DU
      * FICHIER) ; LES AUTRES LOTS DU FICHIER SONT IGNORES.
       02-TREATMENT.
           PERFORM 02A-READ-FILES
           PERFORM UNTIL FS-FLUX-FIN OR WS-LOT-FINI
              MOVE FLUX-ENREG TO F1-ENREG-00
              EVALUATE TRUE
                 WHEN F1-TYPE-00 = '00'
                    IF WS-LOT-AVANT
                       AND F1-ORIGINE = WS-PARM-ORIGINE
                       AND F1-DATE    = WS-PARM-DATE
                       SET WS-LOT-DEDANS TO TRUE
                    END-IF
                 WHEN NOT WS-LOT-DEDANS
                    CONTINUE
                 WHEN F1-TYPE-00 = '10' OR F1-TYPE-00 = '20'
                   OR F1-TYPE-00 = '30'
                    PERFORM 02B-TRAITE-OPERATION
                 WHEN F1-TYPE-00 = '99'
                    MOVE F1-NB-OPERATIONS TO WS-NB-99
                    MOVE F1-MT-GLOBAL     TO WS-MT-99
                    SET WS-TRAILER-LU TO TRUE
                    SET WS-LOT-FINI   TO TRUE
              END-EVALUATE
              PERFORM 02A-READ-FILES
           END-PERFORM
           .

      * LE LOT EST CLOS ('98' ET '99') MEME QUAND LE LOT VISE EST
      * INTROUVABLE OU QUE LA PREUVE NE S'EQUILIBRE PAS : LE CODE
      * RETOUR 16 ARRETE ALORS LA REMISE DU LOT A LA CHAINE.
       03-ENDPGM.
           MOVE '98'        TO F2-TYPE-98
           MOVE 1           TO F2-NB-ENREG-00
           MOVE 0           TO F2-NB-ENREG-01
           MOVE WS-NB-LOT   TO F2-NB-ENREG-10
           MOVE WS-CHECKSUM TO F2-CHECKSUM-10
           WRITE FLUXOUT-ENREG FROM F2-ENREG-98
           MOVE '99'      TO F2-TYPE-99
           MOVE WS-NB-LOT TO F2-NB-OPERATIONS
           MOVE WS-MT-LOT TO F2-MT-GLOBAL
           WRITE FLUXOUT-ENREG FROM F2-ENREG-99
           PERFORM 03A-LISTE-ECARTS
           PERFORM 03B-ETAT-PREUVE
           CLOSE FLUXRECORDS
           IF WS-FLUXIDX-OUVERT
              CLOSE FLUXIDX
           END-IF
           CLOSE FLUXOUT
           CLOSE ANLRPT
           DISPLAY '**********************************'
           DISPLAY '*************GKANNLOT*************'
           DISPLAY '**********************************'
           DISPLAY '* LOT ANNULE          : ' WS-PARM-ORIGINE ' '
                   WS-PARM-DATE
           DISPLAY '* OPERATIONS LUES     : ' WS-NB-LUES
           DISPLAY '* CONTRE-PASSEES      : ' WS-NB-ANNULEES
           DISPLAY '* DEJA ANNULEES       : ' WS-NB-DEJA
           DISPLAY '* EN LITIGE           : ' WS-NB-LITIGE
           DISPLAY '* NON POSTEES         : ' WS-NB-NON-POSTEES
           DISPLAY '* NON ANNULABLES      : ' WS-NB-NON-ANNUL
           DISPLAY '* EN ERREUR           : ' WS-NB-ERREURS
           DISPLAY '* FRAIS ANNULES       : ' WS-NB-FRAIS
           DISPLAY '* MONTANT DU LOT ANL  : ' WS-MT-LOT
           DISPLAY '**********************************'
           EVALUATE TRUE
              WHEN NOT WS-TRAILER-LU
                 DISPLAY 'GKANNLOT - LOT ' WS-PARM-ORIGINE ' '
                         WS-PARM-DATE ' INTROUVABLE OU SANS TRAILER'
                 MOVE 16 TO RETURN-CODE
              WHEN NOT WS-PREUVE-OK
                 DISPLAY 'GKANNLOT - PREUVE EN ECART, LOT ANL A NE '
                         'PAS REMETTRE'
                 MOVE 16 TO RETURN-CODE
              WHEN WS-NB-ECART > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN
           .

      * OPERATIONS ECARTEES, LISTEES A PART PAR ISSUE.
       03A-LISTE-ECARTS.
           MOVE 'OPERATIONS DEJA ANNULEES' TO WS-LS-TEXTE
           MOVE 'A' TO WS-ISSUE-SW
           PERFORM 03A1-LISTE-UNE-ISSUE
           MOVE 'OPERATIONS EN LITIGE' TO WS-LS-TEXTE
           MOVE 'L' TO WS-ISSUE-SW
           PERFORM 03A1-LISTE-UNE-ISSUE
           MOVE 'OPERATIONS NON POSTEES (ABSENTES DE TBHIS)'
             TO WS-LS-TEXTE
           MOVE 'N' TO WS-ISSUE-SW
           PERFORM 03A1-LISTE-UNE-ISSUE
           MOVE 'VIREMENTS INTERBANCAIRES (RAPPEL A DEMANDER)'
             TO WS-LS-TEXTE
           MOVE 'I' TO WS-ISSUE-SW
           PERFORM 03A1-LISTE-UNE-ISSUE
           MOVE 'OPERATIONS EN ERREUR' TO WS-LS-TEXTE
           MOVE 'E' TO WS-ISSUE-SW
           PERFORM 03A1-LISTE-UNE-ISSUE
           .

       03A1-LISTE-UNE-ISSUE.
           WRITE RPT-ENREG FROM WS-LIGNE-SECTION
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-NB-ECART
              IF WS-ECART-ISSUE(WS-EX) = WS-ISSUE-SW
                 INITIALIZE WS-LIGNE-ETAT
                 MOVE WS-ECART-TYPE(WS-EX)    TO WS-LE-TYPE
                 MOVE WS-ECART-COMPTE(WS-EX)  TO WS-LE-COMPTE
                 MOVE WS-ECART-CODE(WS-EX)    TO WS-LE-CODE
                 MOVE WS-ECART-REF(WS-EX)     TO WS-LE-REF
                 MOVE WS-ECART-MONTANT(WS-EX) TO WS-LE-MONTANT
                 MOVE WS-ECART-MOTIF(WS-EX)   TO WS-LE-MOTIF
                 WRITE RPT-ENREG FROM WS-LIGNE-ETAT
              END-IF
           END-PERFORM
           .

      * PREUVE : LES OPERATIONS LUES, PUIS LEUR JUSTIFICATION PAR
      * ISSUE, DOIVENT REDONNER LE '99' D'ORIGINE EN NOMBRE ET EN
      * MONTANT. LES FRAIS ANNULES SONT HORS '99' (GENERES PAR LA
      * CHAINE, PAS PAR LE PARTENAIRE) ET TOTALISES A PART.
       03B-ETAT-PREUVE.
           COMPUTE WS-NB-JUSTIFIE = WS-NB-ANNULEES + WS-NB-DEJA
                   + WS-NB-LITIGE + WS-NB-NON-POSTEES
                   + WS-NB-NON-ANNUL + WS-NB-ERREURS
           COMPUTE WS-MT-JUSTIFIE = WS-MT-ANNULEES + WS-MT-DEJA
                   + WS-MT-LITIGE + WS-MT-NON-POSTEES
                   + WS-MT-NON-ANNUL + WS-MT-ERREURS
           MOVE 'N' TO WS-PREUVE-SW
           IF WS-TRAILER-LU
              AND WS-NB-LUES     = WS-NB-99
              AND WS-MT-LUES     = WS-MT-99
              AND WS-NB-JUSTIFIE = WS-NB-99
              AND WS-MT-JUSTIFIE = WS-MT-99
              AND WS-NB-ECART-PERDUS = 0
              SET WS-PREUVE-OK TO TRUE
           END-IF
           MOVE 'ETAT DE PREUVE' TO WS-LS-TEXTE
           WRITE RPT-ENREG FROM WS-LIGNE-SECTION
           MOVE 'TRAILER 99 DU LOT D ORIGINE' TO WS-LTO-LIBELLE
           MOVE WS-NB-99 TO WS-LTO-NB
           MOVE WS-MT-99 TO WS-LTO-MT
           WRITE RPT-ENREG FROM WS-LIGNE-TOTAL
           MOVE 'OPERATIONS LUES DANS LE LOT' TO WS-LTO-LIBELLE
           MOVE WS-NB-LUES TO WS-LTO-NB
           MOVE WS-MT-LUES TO WS-LTO-MT
           WRITE RPT-ENREG FROM WS-LIGNE-TOTAL
           MOVE '  CONTRE-PASSEES (LOT ANL)' TO WS-LTO-LIBELLE
           MOVE WS-NB-ANNULEES TO WS-LTO-NB
           MOVE WS-MT-ANNULEES TO WS-LTO-MT
           WRITE RPT-ENREG FROM WS-LIGNE-TOTAL
           MOVE '  DEJA ANNULEES' TO WS-LTO-LIBELLE
           MOVE WS-NB-DEJA TO WS-LTO-NB
           MOVE WS-MT-DEJA TO WS-LTO-MT
           WRITE RPT-ENREG FROM WS-LIGNE-TOTAL
           MOVE '  EN LITIGE' TO WS-LTO-LIBELLE
           MOVE WS-NB-LITIGE TO WS-LTO-NB
           MOVE WS-MT-LITIGE TO WS-LTO-MT
           WRITE RPT-ENREG FROM WS-LIGNE-TOTAL
           MOVE '  NON POSTEES' TO WS-LTO-LIBELLE
           MOVE WS-NB-NON-POSTEES TO WS-LTO-NB
           MOVE WS-MT-NON-POSTEES TO WS-LTO-MT
           WRITE RPT-ENREG FROM WS-LIGNE-TOTAL
           MOVE '  VIREMENTS INTERBANCAIRES' TO WS-LTO-LIBELLE
           MOVE WS-NB-NON-ANNUL TO WS-LTO-NB
           MOVE WS-MT-NON-ANNUL TO WS-LTO-MT
           WRITE RPT-ENREG FROM WS-LIGNE-TOTAL
           MOVE '  EN ERREUR' TO WS-LTO-LIBELLE
           MOVE WS-NB-ERREURS TO WS-LTO-NB
           MOVE WS-MT-ERREURS TO WS-LTO-MT
           WRITE RPT-ENREG FROM WS-LIGNE-TOTAL
           MOVE 'TOTAL JUSTIFIE' TO WS-LTO-LIBELLE
           MOVE WS-NB-JUSTIFIE TO WS-LTO-NB
           MOVE WS-MT-JUSTIFIE TO WS-LTO-MT
           WRITE RPT-ENREG FROM WS-LIGNE-TOTAL
           MOVE 'FRAIS COMPAGNONS ANNULES (HORS 99)'
             TO WS-LTO-LIBELLE
           MOVE WS-NB-FRAIS TO WS-LTO-NB
           MOVE WS-MT-FRAIS TO WS-LTO-MT
           WRITE RPT-ENREG FROM WS-LIGNE-TOTAL
           MOVE 'LOT ANL EMIS' TO WS-LTO-LIBELLE
           MOVE WS-NB-LOT TO WS-LTO-NB
           MOVE WS-MT-LOT TO WS-LTO-MT
           WRITE RPT-ENREG FROM WS-LIGNE-TOTAL
           INITIALIZE WS-LIGNE-TOTAL
           MOVE 'FRAIS DEJA ANNULES' TO WS-LTO-LIBELLE
           MOVE WS-NB-FRAIS-DEJA TO WS-LTO-NB
           WRITE RPT-ENREG FROM WS-LIGNE-TOTAL
           INITIALIZE WS-LIGNE-TOTAL
           MOVE 'OPERATIONS ABSENTES DE FLUXIDX' TO WS-LTO-LIBELLE
           MOVE WS-NB-SANS-FLUXIDX TO WS-LTO-NB
           WRITE RPT-ENREG FROM WS-LIGNE-TOTAL
           IF WS-NB-ECART-PERDUS > 0
              INITIALIZE WS-LIGNE-TOTAL
              MOVE 'ECARTS NON LISTES (TABLE PLEINE)'
                TO WS-LTO-LIBELLE
              MOVE WS-NB-ECART-PERDUS TO WS-LTO-NB
              WRITE RPT-ENREG FROM WS-LIGNE-TOTAL
           END-IF
           IF WS-PREUVE-OK
              MOVE 'PREUVE EQUILIBREE' TO WS-LS-TEXTE
           ELSE
              MOVE 'PREUVE EN ECART - LOT ANL A NE PAS REMETTRE'
                TO WS-LS-TEXTE
           END-IF
           WRITE RPT-ENREG FROM WS-LIGNE-SECTION
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

       02A-READ-FILES.
           READ FLUXRECORDS
              AT END SET FS-FLUX-FIN TO TRUE
           END-READ
           .

      * OPERATION DU LOT : CONFIRMATION FLUXIDX, POSTE SUR TBHIS,
      * LITIGE, ANNULATION ANTERIEURE ; PUIS CONTRE-PASSATION ET
      * ANNULATION DE SES FRAIS, OU MISE A L'ECART AVEC SON MOTIF.
       02B-TRAITE-OPERATION.
           PERFORM 02B1-CHARGE-OPERATION
           ADD 1              TO WS-NB-LUES
           ADD WS-OPE-MONTANT TO WS-MT-LUES
           MOVE SPACES TO WS-MOTIF
           MOVE SPACES TO WS-REF-ANNUL
           STRING 'X' WS-OPE-REF(2:9)
                  DELIMITED BY SIZE INTO WS-REF-ANNUL
           PERFORM 02C-CONFIRME-FLUXIDX
           PERFORM 02D-QUALIFIE-OPERATION
           IF WS-ISSUE-ANNULEE
              PERFORM 02E-EMET-CONTRE-PASSATION
              PERFORM 02F-ANNULE-FRAIS
           ELSE
              PERFORM 02G-MET-A-L-ECART
           END-IF
           .

      * LES ZONES PARTAGEES DES '10', '20' ET '30' SONT AUX MEMES
      * POSITIONS ; LE COMPTE CREDITEUR N'EXISTE QUE SUR LE '20'.
       02B1-CHARGE-OPERATION.
           MOVE F1-TYPE-00 TO WS-OPE-TYPE
           MOVE SPACES     TO WS-OPE-CREDIT
           EVALUATE F1-TYPE-00
              WHEN '10'
                 MOVE F1-COMPTE       TO WS-OPE-COMPTE
                 MOVE F1-CODE-OPER    TO WS-OPE-CODE
                 MOVE F1-REF-OPER     TO WS-OPE-REF
                 MOVE F1-CODE-DEV     TO WS-OPE-DEVISE
                 MOVE F1-MONTANT-OPER TO WS-OPE-MONTANT
              WHEN '20'
                 MOVE F1-COMPTE-DEBIT  TO WS-OPE-COMPTE
                 MOVE F1-COMPTE-CREDIT TO WS-OPE-CREDIT
                 MOVE F1-CODE-OPER-20  TO WS-OPE-CODE
                 MOVE F1-REF-OPER-20   TO WS-OPE-REF
                 MOVE F1-CODE-DEV-20   TO WS-OPE-DEVISE
                 MOVE F1-MONTANT-20    TO WS-OPE-MONTANT
              WHEN OTHER
                 MOVE F1-COMPTE-DEBIT-30 TO WS-OPE-COMPTE
                 MOVE F1-CODE-OPER-30    TO WS-OPE-CODE
                 MOVE F1-REF-OPER-30     TO WS-OPE-REF
                 MOVE F1-CODE-DEV-30     TO WS-OPE-DEVISE
                 MOVE F1-MONTANT-30      TO WS-OPE-MONTANT
           END-EVALUATE
           .

      * FLUXIDX CONFIRME QUE LE POSTE A LU L'OPERATION ; SON ABSENCE
      * EST SEULEMENT SIGNALEE (LOT POSTE AVANT LE DERNIER PASSAGE).
       02C-CONFIRME-FLUXIDX.
           MOVE 'NON' TO WS-OPE-FLUXIDX
           IF WS-FLUXIDX-OUVERT
              MOVE WS-OPE-COMPTE TO FX-COMPTE
              MOVE WS-OPE-REF    TO FX-REF-OPER
              READ FLUXIDX
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'OUI' TO WS-OPE-FLUXIDX
              END-READ
           END-IF
           IF WS-OPE-FLUXIDX = 'NON'
              ADD 1 TO WS-NB-SANS-FLUXIDX
           END-IF
           .

      * TBHIS FAIT FOI DU POSTE (SEL RENVOIE '04' QUAND LA LIGNE
      * EXISTE). UN VIREMENT '30' EST PARTI EN COMPENSATION : IL NE SE
      * CONTRE-PASSE PAS, UN RAPPEL INTERBANCAIRE EST A DEMANDER.
       02D-QUALIFIE-OPERATION.
           MOVE 'C' TO WS-ISSUE-SW
           INITIALIZE HIS-ZCMA
           MOVE 'SEL'         TO HIS-FONCTION
           MOVE WS-OPE-COMPTE TO HIS-COMPTE
           MOVE WS-OPE-REF    TO HIS-REF-OPER
           CALL 'MAHIS' USING HIS-ZCMA
           EVALUATE TRUE
              WHEN HIS-CODRET = '00'
                 SET WS-ISSUE-NON-POSTEE TO TRUE
                 MOVE 'ABSENTE DE TBHIS' TO WS-MOTIF
              WHEN HIS-CODRET NOT = '04'
                 SET WS-ISSUE-ERREUR TO TRUE
                 MOVE HIS-LIBRET TO WS-MOTIF
              WHEN WS-OPE-TYPE = '30'
                 SET WS-ISSUE-NON-ANNULABLE TO TRUE
                 MOVE 'VIREMENT PARTI EN COMPENSATION' TO WS-MOTIF
              WHEN OTHER
                 MOVE HIS-MONTANT   TO WS-MT-EMIS
                 MOVE HIS-CODE-OPER TO WS-HIS-CODE
                 IF HIS-CODE-DEV NOT = SPACES
                    MOVE HIS-CODE-DEV TO WS-OPE-DEVISE
                 END-IF
                 PERFORM 02D1-CONTROLE-LITIGE
                 IF WS-ISSUE-ANNULEE
                    PERFORM 02D2-CONTROLE-ANNULATION
                 END-IF
           END-EVALUATE
           .

      * UNE OPERATION CONTESTEE A DEJA SA PROVISION OU SON RE-DEBIT
      * GERES PAR GKLITIGE : ELLE EST LAISSEE AU SERVICE DES LITIGES.
       02D1-CONTROLE-LITIGE.
           INITIALIZE LIT-ZCMA
           MOVE 'SEL'         TO LIT-FONCTION
           MOVE WS-OPE-COMPTE TO LIT-COMPTE
           MOVE WS-OPE-REF    TO LIT-REF-OPER
           CALL 'MALIT' USING LIT-ZCMA
           IF LIT-CODRET = '00'
              SET WS-ISSUE-LITIGE TO TRUE
              MOVE SPACES TO WS-MOTIF
              STRING 'LITIGE STATUT ' LIT-STATUT
                     ' DU ' LIT-DATE-OUVERTURE
                     DELIMITED BY SIZE INTO WS-MOTIF
           END-IF
           .

      * DEJA ANNULEE : UN '10' PORTE UNE CONTRE-PASSATION 'ANN' SUR
      * TBHIS (MAHIS 'ANB') ; UN VIREMENT '20', QUI NE SE CONTRE-PASSE
      * QUE PAR UN VIREMENT INVERSE, PORTE DEJA LA REFERENCE EMISE PAR
      * UN PRECEDENT PASSAGE.
       02D2-CONTROLE-ANNULATION.
           INITIALIZE HIS-ZCMA
           MOVE WS-OPE-COMPTE TO HIS-COMPTE
           IF WS-OPE-TYPE = '20'
              MOVE 'SEL'         TO HIS-FONCTION
              MOVE WS-REF-ANNUL  TO HIS-REF-OPER
              CALL 'MAHIS' USING HIS-ZCMA
              IF HIS-CODRET = '04'
                 SET WS-ISSUE-DEJA-ANNULEE TO TRUE
                 MOVE 'VIREMENT INVERSE DEJA POSTE' TO WS-MOTIF
              END-IF
           ELSE
              MOVE 'ANB'         TO HIS-FONCTION
              MOVE WS-OPE-REF    TO HIS-REF-OPER-ANNULE
              CALL 'MAHIS' USING HIS-ZCMA
              EVALUATE TRUE
                 WHEN HIS-CODRET NOT = '00'
                    SET WS-ISSUE-ERREUR TO TRUE
                    MOVE HIS-LIBRET TO WS-MOTIF
                 WHEN HIS-NB-JOUR > 0
                    SET WS-ISSUE-DEJA-ANNULEE TO TRUE
                    MOVE 'CONTRE-PASSATION ANN DEJA POSTEE'
                      TO WS-MOTIF
              END-EVALUATE
           END-IF
           .

      * '10' : CONTRE-PASSATION 'ANN' LIEE A L'ORIGINE PAR
      * REF-OPER-ANNULE, AU MONTANT HISTORISE (MFMAJCPT LE RELIT DE
      * TOUTE FACON). '20' : 'ANN' NE S'APPLIQUE PAS AUX VIREMENTS,
      * LE VIREMENT INVERSE (CREDITEUR VERS DEBITEUR, MEME CODE)
      * REPASSE LES DEUX JAMBES ENSEMBLE.
       02E-EMET-CONTRE-PASSATION.
           INITIALIZE F2-ENREG-00
           IF WS-OPE-TYPE = '20'
              MOVE '20'          TO F2-TYPE-20
              MOVE WS-OPE-CREDIT TO F2-COMPTE-DEBIT
              MOVE WS-OPE-CODE   TO F2-CODE-OPER-20
              MOVE WS-REF-ANNUL  TO F2-REF-OPER-20
              MOVE WS-OPE-DEVISE TO F2-CODE-DEV-20
              MOVE WS-MT-EMIS    TO F2-MONTANT-20
              MOVE WS-OPE-COMPTE TO F2-COMPTE-CREDIT
              MOVE 'O'           TO F2-AUTORISATION-20
              MOVE SPACES        TO F2-DATE-VALEUR-20
           ELSE
              MOVE '10'          TO F2-TYPE-10
              MOVE WS-OPE-COMPTE TO F2-COMPTE
              MOVE 'ANN'         TO F2-CODE-OPER
              MOVE WS-REF-ANNUL  TO F2-REF-OPER
              MOVE WS-OPE-DEVISE TO F2-CODE-DEV
              MOVE WS-MT-EMIS    TO F2-MONTANT-OPER
              MOVE WS-HIS-CODE   TO F2-CODE-OPER-ANNULE
              MOVE WS-OPE-REF    TO F2-REF-OPER-ANNULE
              MOVE 'O'           TO F2-AUTORISATION
              MOVE SPACES        TO F2-DATE-VALEUR
           END-IF
           PERFORM 02H-ECRIT-ET-CUMULE
           ADD 1          TO WS-NB-ANNULEES
           ADD WS-MT-EMIS TO WS-MT-ANNULEES
           INITIALIZE WS-LIGNE-ETAT
           MOVE WS-OPE-TYPE    TO WS-LE-TYPE
           MOVE WS-OPE-COMPTE  TO WS-LE-COMPTE
           MOVE WS-OPE-CODE    TO WS-LE-CODE
           MOVE WS-OPE-REF     TO WS-LE-REF
           MOVE WS-MT-EMIS     TO WS-LE-MONTANT
           MOVE WS-REF-ANNUL   TO WS-LE-REF-ANN
           MOVE WS-OPE-FLUXIDX TO WS-LE-FLUXIDX
           IF WS-MT-EMIS NOT = WS-OPE-MONTANT
              MOVE 'MONTANT HISTORISE DIFFERENT' TO WS-LE-MOTIF
           END-IF
           WRITE RPT-ENREG FROM WS-LIGNE-ETAT
           .

      * FRAIS COMPAGNON DE L'OPERATION (LIGNE 'FRA' HISTORISEE PAR
      * MFMAJCPT SUR LE COMPTE DEBITE) : ANNULE PAR 'ANN' SUR 'FRA',
      * SAUF S'IL L'EST DEJA (REMBOURSEMENT MANUEL, LITIGE...).
       02F-ANNULE-FRAIS.
           MOVE SPACES TO WS-REF-FRAIS
           STRING 'F' WS-OPE-REF(2:9)
                  DELIMITED BY SIZE INTO WS-REF-FRAIS
           INITIALIZE HIS-ZCMA
           MOVE 'SEL'         TO HIS-FONCTION
           MOVE WS-OPE-COMPTE TO HIS-COMPTE
           MOVE WS-REF-FRAIS  TO HIS-REF-OPER
           CALL 'MAHIS' USING HIS-ZCMA
           IF HIS-CODRET = '04' AND HIS-CODE-OPER = 'FRA'
              MOVE HIS-MONTANT TO WS-MT-EMIS
              INITIALIZE HIS-ZCMA
              MOVE 'ANB'         TO HIS-FONCTION
              MOVE WS-OPE-COMPTE TO HIS-COMPTE
              MOVE WS-REF-FRAIS  TO HIS-REF-OPER-ANNULE
              CALL 'MAHIS' USING HIS-ZCMA
              EVALUATE TRUE
                 WHEN HIS-CODRET NOT = '00'
                    DISPLAY 'GKANNLOT - FRAIS ' WS-OPE-COMPTE ' '
                            WS-REF-FRAIS ' NON ANNULE : ' HIS-LIBRET
                 WHEN HIS-NB-JOUR > 0
                    ADD 1 TO WS-NB-FRAIS-DEJA
                 WHEN OTHER
                    PERFORM 02F1-EMET-ANNULATION-FRAIS
              END-EVALUATE
           END-IF
           .

       02F1-EMET-ANNULATION-FRAIS.
           MOVE SPACES TO WS-REF-ANNUL-FRAIS
           STRING 'Y' WS-OPE-REF(2:9)
                  DELIMITED BY SIZE INTO WS-REF-ANNUL-FRAIS
           INITIALIZE F2-ENREG-00
           MOVE '10'               TO F2-TYPE-10
           MOVE WS-OPE-COMPTE      TO F2-COMPTE
           MOVE 'ANN'              TO F2-CODE-OPER
           MOVE WS-REF-ANNUL-FRAIS TO F2-REF-OPER
           MOVE 'EUR'              TO F2-CODE-DEV
           MOVE WS-MT-EMIS         TO F2-MONTANT-OPER
           MOVE 'FRA'              TO F2-CODE-OPER-ANNULE
           MOVE WS-REF-FRAIS       TO F2-REF-OPER-ANNULE
           MOVE 'O'                TO F2-AUTORISATION
           MOVE SPACES             TO F2-DATE-VALEUR
           PERFORM 02H-ECRIT-ET-CUMULE
           ADD 1          TO WS-NB-FRAIS
           ADD WS-MT-EMIS TO WS-MT-FRAIS
           INITIALIZE WS-LIGNE-ETAT
           MOVE WS-OPE-TYPE        TO WS-LE-TYPE
           MOVE WS-OPE-COMPTE      TO WS-LE-COMPTE
           MOVE 'FRA'              TO WS-LE-CODE
           MOVE WS-REF-FRAIS       TO WS-LE-REF
           MOVE WS-MT-EMIS         TO WS-LE-MONTANT
           MOVE WS-REF-ANNUL-FRAIS TO WS-LE-REF-ANN
           MOVE 'FRAIS COMPAGNON ANNULE' TO WS-LE-MOTIF
           WRITE RPT-ENREG FROM WS-LIGNE-ETAT
           .

      * OPERATION ECARTEE : CUMULEE DANS LA JUSTIFICATION DU '99' AU
      * MONTANT DU FLUX, ET GARDEE POUR LA LISTE SEPAREE.
       02G-MET-A-L-ECART.
           EVALUATE TRUE
              WHEN WS-ISSUE-DEJA-ANNULEE
                 ADD 1              TO WS-NB-DEJA
                 ADD WS-OPE-MONTANT TO WS-MT-DEJA
              WHEN WS-ISSUE-LITIGE
                 ADD 1              TO WS-NB-LITIGE
                 ADD WS-OPE-MONTANT TO WS-MT-LITIGE
              WHEN WS-ISSUE-NON-POSTEE
                 ADD 1              TO WS-NB-NON-POSTEES
                 ADD WS-OPE-MONTANT TO WS-MT-NON-POSTEES
              WHEN WS-ISSUE-NON-ANNULABLE
                 ADD 1              TO WS-NB-NON-ANNUL
                 ADD WS-OPE-MONTANT TO WS-MT-NON-ANNUL
              WHEN OTHER
                 ADD 1              TO WS-NB-ERREURS
                 ADD WS-OPE-MONTANT TO WS-MT-ERREURS
           END-EVALUATE
           IF WS-NB-ECART >= 5000
              ADD 1 TO WS-NB-ECART-PERDUS
              DISPLAY 'GKANNLOT - TABLE DES ECARTS PLEINE : '
                      WS-OPE-COMPTE ' ' WS-OPE-REF ' ' WS-MOTIF
           ELSE
              ADD 1 TO WS-NB-ECART
              MOVE WS-ISSUE-SW    TO WS-ECART-ISSUE(WS-NB-ECART)
              MOVE WS-OPE-TYPE    TO WS-ECART-TYPE(WS-NB-ECART)
              MOVE WS-OPE-COMPTE  TO WS-ECART-COMPTE(WS-NB-ECART)
              MOVE WS-OPE-CODE    TO WS-ECART-CODE(WS-NB-ECART)
              MOVE WS-OPE-REF     TO WS-ECART-REF(WS-NB-ECART)
              MOVE WS-OPE-MONTANT TO WS-ECART-MONTANT(WS-NB-ECART)
              MOVE WS-MOTIF       TO WS-ECART-MOTIF(WS-NB-ECART)
           END-IF
           .

       02H-ECRIT-ET-CUMULE.
           WRITE FLUXOUT-ENREG FROM F2-ENREG-00
           ADD 1          TO WS-NB-LOT
           ADD WS-MT-EMIS TO WS-MT-LOT
           MOVE F2-ENREG-00 TO WS-ENREG-10-SAUVE
           PERFORM VARYING WS-CKS-IX FROM 1 BY 1
                   UNTIL WS-CKS-IX > 80
              COMPUTE WS-CHECKSUM =
                      FUNCTION MOD(WS-CHECKSUM
                      + FUNCTION ORD(WS-ENREG-10-SAUVE(WS-CKS-IX:1)),
                      1000000000)
           END-PERFORM
           .
