      *********************************************************
      * PROGRAM NAME:  GKEXTREF                               *
      * PROGRAM OBJET :EXTRACTION QUOTIDIENNE DES MOUVEMENTS  *
      *                DU REFERENTIEL POUR L'ENTREPOT DE      *
      *                DONNEES : TBCLI, TBCPT (STATUT ET      *
      *                ATTRIBUTS), TBPDT, TBORD, TBMDT, TBDCV,*
      *                TBGAG ET TBPOOL SONT PARCOURUES PAR    *
      *                LES CURSEURS DE LEURS ACCESSEURS ET    *
      *                CONFRONTEES A L'IMAGE LAISSEE PAR LA   *
      *                NUIT PRECEDENTE. UNE LIGNE PAR LIGNE   *
      *                CREEE, MODIFIEE OU SUPPRIMEE, AVEC LES *
      *                VALEURS AVANT ET APRES, ENCADREE D'UN  *
      *                EN-TETE, D'UN CONTROLE PAR TABLE ET    *
      *                D'UN TRAILER. L'IMAGE DU JOUR EST      *
      *                ECRITE POUR LA NUIT SUIVANTE           *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - EXTRACTION DES CREATIONS,  *
      *          MODIFICATIONS ET SUPPRESSIONS DU REFERENTIEL  *
      *          PAR CONFRONTATION A L'IMAGE DE LA VEILLE      *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. GKEXTREF.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    IMAGE DU REFERENTIEL LAISSEE PAR L'EXTRACTION PRECEDENTE
      *    (CREFEXT) ; ABSENTE AU PREMIER PASSAGE = CHARGEMENT INITIAL
            SELECT IMGAVANT ASSIGN TO DDIMGAV
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-IMGAV.

      *    IMAGE DU REFERENTIEL DU JOUR (CREFEXT), REFERENCE DE LA
      *    NUIT SUIVANTE
            SELECT IMGAPRES ASSIGN TO DDIMGAP
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-IMGAP.

      *    EXTRACTION DES MOUVEMENTS POUR L'ENTREPOT (CREFEXT)
            SELECT EXTREF ASSIGN TO DDEXTREF
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EXTR.

       DATA DIVISION.
       FILE SECTION.

       FD IMGAVANT.
       01 IMGAV-ENREG PIC X(240).

       FD IMGAPRES.
       01 IMGAP-ENREG PIC X(240).

       FD EXTREF.
       01 EXTR-ENREG PIC X(440).

       WORKING-STORAGE SECTION.

       COPY CREFEXT REPLACING ==()== BY ==AV==.
       COPY CREFEXT REPLACING ==()== BY ==AP==.
       COPY CREFEXT REPLACING ==()== BY ==RX==.

       COPY ZACLI  REPLACING ==()== BY ==CLI==.
       COPY CPTFUNC.
       COPY ZAPDT  REPLACING ==()== BY ==PDT==.
       COPY ZAORD  REPLACING ==()== BY ==ORD==.
       COPY ZAMDT  REPLACING ==()== BY ==MDT==.
       COPY ZADCV  REPLACING ==()== BY ==DCV==.
       COPY ZAGAG  REPLACING ==()== BY ==GAG==.
       COPY ZAPOOL REPLACING ==()== BY ==POOL==.

       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).
       01 WS-HEURE-JOUR   PIC X(08).

      * TABLES SUIVIES, DANS L'ORDRE DE PARCOURS (LE RANG EST PORTE
      * SUR CHAQUE LIGNE D'IMAGE ET ORDONNE LA CONFRONTATION).
       01 WS-NOMS-TABLES.
         05 FILLER PIC X(06) VALUE 'TBCLI '.
         05 FILLER PIC X(06) VALUE 'TBCPT '.
         05 FILLER PIC X(06) VALUE 'TBPDT '.
         05 FILLER PIC X(06) VALUE 'TBORD '.
         05 FILLER PIC X(06) VALUE 'TBMDT '.
         05 FILLER PIC X(06) VALUE 'TBDCV '.
         05 FILLER PIC X(06) VALUE 'TBGAG '.
         05 FILLER PIC X(06) VALUE 'TBPOOL'.
       01 WS-TAB-NOMS REDEFINES WS-NOMS-TABLES.
         05 WS-NOM-TABLE PIC X(06) OCCURS 8 TIMES.

      * COMPTEURS DE CONTROLE PAR TABLE (LIGNES '90' DE L'EXTRACTION).
       01 WS-NB-TABLES PIC 9(02) VALUE 8.
       01 WS-TAB-CONTROLES.
         05 WS-CTL-ENTRY OCCURS 8 TIMES INDEXED BY WS-TX.
            10 WS-CTL-VEILLE PIC 9(09).
            10 WS-CTL-JOUR   PIC 9(09).
            10 WS-CTL-INS    PIC 9(09).
            10 WS-CTL-UPD    PIC 9(09).
            10 WS-CTL-DEL    PIC 9(09).

      * LIGNE DU JOUR EN COURS DE CONFRONTATION, ET CLE DE LA LIGNE
      * PRECEDENTE (CONTROLE DE L'ORDRE DE PARCOURS).
       01 WS-RANG-COURANT PIC 9(01).
       01 WS-NOUV-CLE.
         05 WS-NOUV-RANG    PIC 9(01).
         05 WS-NOUV-TABLE   PIC X(06).
         05 WS-NOUV-ID      PIC X(24).
       01 WS-NOUV-DONNEES   PIC X(200).
       01 WS-DERN-CLE       PIC X(31) VALUE LOW-VALUES.
       01 WS-DERN-CLE-AV    PIC X(31) VALUE LOW-VALUES.
       01 WS-NB-LUS-AV      PIC 9(09) VALUE 0.

       01 WS-RUN-COUNTERS.
         05 WS-NB-JOUR      PIC 9(09) VALUE 0.
         05 WS-NB-MVTS      PIC 9(09) VALUE 0.
         05 WS-NB-ANOMALIES PIC 9(06) VALUE 0.

       01 WS-INITIAL-SW PIC X(01) VALUE 'N'.
         88 WS-INITIAL VALUE 'O'.
       01 WS-AV-FIN-SW  PIC X(01) VALUE 'N'.
         88 WS-AV-FIN  VALUE 'O'.
       01 WS-AV-LU-SW   PIC X(01) VALUE 'N'.
         88 WS-AV-LU   VALUE 'O'.
       01 WS-AV-TRAILER-SW PIC X(01) VALUE 'N'.
         88 WS-AV-TRAILER-LU VALUE 'O'.

       01 WS-FS-IMGAV PIC X(02).
         88 FS-IMGAV-OK      VALUE '00'.
         88 FS-IMGAV-FIN     VALUE '10'.
         88 FS-IMGAV-ABSENT  VALUE '35'.
       01 WS-FS-IMGAP PIC X(02).
         88 FS-IMGAP-OK VALUE '00'.
       01 WS-FS-EXTR  PIC X(02).
         88 FS-EXTR-OK  VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-ENDPGM.

       01-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           STRING WS-DATE-SYSTEME(1:4) '-'
                  WS-DATE-SYSTEME(5:2) '-'
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-JOUR
           STRING WS-DATE-SYSTEME(9:2) '.'
                  WS-DATE-SYSTEME(11:2) '.'
                  WS-DATE-SYSTEME(13:2)
                  DELIMITED BY SIZE INTO WS-HEURE-JOUR
           INITIALIZE WS-TAB-CONTROLES
           OPEN OUTPUT IMGAPRES
           OPEN OUTPUT EXTREF
           IF NOT FS-IMGAP-OK OR NOT FS-EXTR-OK
              DISPLAY 'GKEXTREF - OUVERTURE DES SORTIES EN ERREUR'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO RX-EXTR-00
           MOVE '00'          TO RX-EX-TYPE-00
           MOVE WS-DATE-JOUR  TO RX-EX-DATE-00
           MOVE WS-HEURE-JOUR TO RX-EX-HEURE-00
           PERFORM 01A-OUVRE-IMAGE-VEILLE
           WRITE EXTR-ENREG FROM RX-EXTR-00

           MOVE SPACES TO AP-IMAGE-00
           MOVE '00'          TO AP-IM-TYPE-00
           MOVE WS-DATE-JOUR  TO AP-IM-DATE-00
           MOVE WS-HEURE-JOUR TO AP-IM-HEURE-00
           WRITE IMGAP-ENREG FROM AP-IMAGE-00
           .

      * L'IMAGE DE LA VEILLE DOIT COMMENCER PAR SON EN-TETE ; SANS
      * IMAGE, TOUTES LES LIGNES DU JOUR SONT EXTRAITES EN CREATION
      * (CHARGEMENT INITIAL DE L'ENTREPOT).
       01A-OUVRE-IMAGE-VEILLE.
           OPEN INPUT IMGAVANT
           IF FS-IMGAV-ABSENT
              DISPLAY 'GKEXTREF - PAS D''IMAGE DE LA VEILLE : '
                      'CHARGEMENT INITIAL'
              SET WS-INITIAL       TO TRUE
              SET WS-AV-FIN        TO TRUE
              SET WS-AV-TRAILER-LU TO TRUE
              SET RX-EX-CHARGEMENT-INITIAL TO TRUE
           ELSE
              IF NOT FS-IMGAV-OK
                 DISPLAY 'GKEXTREF - IMAGE DE LA VEILLE ILLISIBLE : '
                         WS-FS-IMGAV
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              READ IMGAVANT INTO AV-IMAGE-00
                 AT END SET FS-IMGAV-FIN TO TRUE
              END-READ
              IF NOT FS-IMGAV-OK OR AV-IM-TYPE-00 NOT = '00'
                 DISPLAY 'GKEXTREF - IMAGE DE LA VEILLE SANS EN-TETE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'N'            TO RX-EX-INITIAL-00
              MOVE AV-IM-DATE-00  TO RX-EX-DATE-REF-00
              MOVE AV-IM-HEURE-00 TO RX-EX-HEURE-REF-00
              PERFORM 01B-LIT-VEILLE
           END-IF
           .

      * LIGNE SUIVANTE DE L'IMAGE DE LA VEILLE. LE TRAILER FERME LA
      * LECTURE ET DOIT RETROUVER LE NOMBRE DE LIGNES LUES : UNE IMAGE
      * TRONQUEE FERAIT PASSER DES LIGNES POUR SUPPRIMEES.
       01B-LIT-VEILLE.
           MOVE 'N' TO WS-AV-LU-SW
           PERFORM UNTIL WS-AV-LU OR WS-AV-FIN
              READ IMGAVANT INTO AV-IMAGE-00
                 AT END SET FS-IMGAV-FIN TO TRUE
              END-READ
              EVALUATE TRUE
                 WHEN NOT FS-IMGAV-OK
                    SET WS-AV-FIN TO TRUE
                 WHEN AV-IM-TYPE-10 = '10'
                    SET WS-AV-LU TO TRUE
                    ADD 1 TO WS-NB-LUS-AV
                    IF AV-IM-CLE-10 NOT > WS-DERN-CLE-AV
                       DISPLAY 'GKEXTREF - IMAGE DE LA VEILLE HORS '
                               'SEQUENCE : ' AV-IM-CLE-10
                       ADD 1 TO WS-NB-ANOMALIES
                    END-IF
                    MOVE AV-IM-CLE-10 TO WS-DERN-CLE-AV
                    IF AV-IM-RANG-10 >= 1 AND AV-IM-RANG-10 <= 8
                       SET WS-TX TO AV-IM-RANG-10
                       ADD 1 TO WS-CTL-VEILLE(WS-TX)
                    END-IF
                 WHEN AV-IM-TYPE-99 = '99'
                    SET WS-AV-FIN        TO TRUE
                    SET WS-AV-TRAILER-LU TO TRUE
                    IF AV-IM-NB-99 NOT = WS-NB-LUS-AV
                       DISPLAY 'GKEXTREF - IMAGE DE LA VEILLE : '
                               WS-NB-LUS-AV ' LIGNES LUES POUR '
                               AV-IM-NB-99 ' ANNONCEES'
                       ADD 1 TO WS-NB-ANOMALIES
                    END-IF
                 WHEN OTHER
                    DISPLAY 'GKEXTREF - ENREGISTREMENT INCONNU DANS '
                            'L''IMAGE DE LA VEILLE : ' AV-IM-TYPE-00
                    ADD 1 TO WS-NB-ANOMALIES
              END-EVALUATE
           END-PERFORM
           .

      * LES TABLES SONT PARCOURUES DANS L'ORDRE DE LEUR RANG, CHACUNE
      * PAR SON CURSEUR DE PARCOURS COMPLET ; LES LIGNES DE LA VEILLE
      * RESTEES SANS CORRESPONDANT EN FIN DE PARCOURS SONT SUPPRIMEES.
       02-TREATMENT.
           PERFORM 02A-PARCOURS-TBCLI
           PERFORM 02B-PARCOURS-TBCPT
           PERFORM 02C-PARCOURS-TBPDT
           PERFORM 02D-PARCOURS-TBORD
           PERFORM 02E-PARCOURS-TBMDT
           PERFORM 02F-PARCOURS-TBDCV
           PERFORM 02G-PARCOURS-TBGAG
           PERFORM 02H-PARCOURS-TBPOOL
           PERFORM UNTIL WS-AV-FIN
              PERFORM 02L-ECRIT-SUPPRESSION
              PERFORM 01B-LIT-VEILLE
           END-PERFORM
           IF NOT WS-AV-TRAILER-LU
              DISPLAY 'GKEXTREF - IMAGE DE LA VEILLE SANS TRAILER'
              ADD 1 TO WS-NB-ANOMALIES
           END-IF
           .

       03-ENDPGM.
           PERFORM 03A-ECRIT-CONTROLES
           MOVE SPACES        TO AP-IMAGE-99
           MOVE '99'          TO AP-IM-TYPE-99
           MOVE WS-NB-JOUR    TO AP-IM-NB-99
           WRITE IMGAP-ENREG FROM AP-IMAGE-99
           CLOSE IMGAPRES
           CLOSE EXTREF
           IF NOT WS-INITIAL
              CLOSE IMGAVANT
           END-IF
           DISPLAY '**********************************'
           DISPLAY '*************GKEXTREF*************'
           DISPLAY '**********************************'
           IF WS-INITIAL
              DISPLAY '* CHARGEMENT INITIAL (SANS IMAGE)  *'
           ELSE
              DISPLAY '* IMAGE DE REFERENCE  : '
                      RX-EX-DATE-REF-00
           END-IF
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 8
              DISPLAY '* ' WS-NOM-TABLE(WS-TX)
                      ' LIGNES ' WS-CTL-JOUR(WS-TX)
                      ' I ' WS-CTL-INS(WS-TX)
                      ' U ' WS-CTL-UPD(WS-TX)
                      ' D ' WS-CTL-DEL(WS-TX)
           END-PERFORM
           DISPLAY '* LIGNES DU JOUR      : ' WS-NB-JOUR
           DISPLAY '* MOUVEMENTS EXTRAITS : ' WS-NB-MVTS
           DISPLAY '* ANOMALIES           : ' WS-NB-ANOMALIES
           DISPLAY '**********************************'
           EVALUATE TRUE
              WHEN WS-NB-ANOMALIES > 0
                 MOVE 16 TO RETURN-CODE
              WHEN WS-INITIAL
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           STOP RUN
           .

      * UN CONTROLE '90' PAR TABLE PUIS LE TRAILER '99' ; L'EQUATION
      * VEILLE + I - D = JOUR EST VERIFIEE ICI AVANT D'ETRE LIVREE.
       03A-ECRIT-CONTROLES.
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 8
              MOVE SPACES                TO RX-EXTR-90
              MOVE '90'                  TO RX-EX-TYPE-90
              MOVE WS-NOM-TABLE(WS-TX)   TO RX-EX-TABLE-90
              MOVE WS-CTL-VEILLE(WS-TX)  TO RX-EX-NB-VEILLE-90
              MOVE WS-CTL-JOUR(WS-TX)    TO RX-EX-NB-JOUR-90
              MOVE WS-CTL-INS(WS-TX)     TO RX-EX-NB-INS-90
              MOVE WS-CTL-UPD(WS-TX)     TO RX-EX-NB-UPD-90
              MOVE WS-CTL-DEL(WS-TX)     TO RX-EX-NB-DEL-90
              WRITE EXTR-ENREG FROM RX-EXTR-90
              IF WS-CTL-VEILLE(WS-TX) + WS-CTL-INS(WS-TX)
                 NOT = WS-CTL-JOUR(WS-TX) + WS-CTL-DEL(WS-TX)
                 DISPLAY 'GKEXTREF - CONTROLE ' WS-NOM-TABLE(WS-TX)
                         ' DESEQUILIBRE'
                 ADD 1 TO WS-NB-ANOMALIES
              END-IF
           END-PERFORM
           MOVE SPACES       TO RX-EXTR-99
           MOVE '99'         TO RX-EX-TYPE-99
           MOVE WS-NB-TABLES TO RX-EX-NB-TABLES-99
           MOVE WS-NB-MVTS   TO RX-EX-NB-MVTS-99
           MOVE WS-NB-JOUR   TO RX-EX-NB-JOUR-99
           WRITE EXTR-ENREG FROM RX-EXTR-99
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

       02A-PARCOURS-TBCLI.
           MOVE 1 TO WS-RANG-COURANT
           INITIALIZE CLI-ZCMA
           MOVE 'DEB' TO CLI-FONCTION
           CALL 'MACLI' USING CLI-ZCMA
           PERFORM UNTIL CLI-CODRET NOT = '00'
              MOVE SPACES      TO WS-NOUV-ID
              MOVE CLI-ID      TO WS-NOUV-ID
              MOVE CLI-DONNEES TO WS-NOUV-DONNEES
              PERFORM 02J-CONFRONTE-LIGNE
              MOVE 'SUI' TO CLI-FONCTION
              CALL 'MACLI' USING CLI-ZCMA
           END-PERFORM
           IF CLI-CODRET NOT = '04'
              DISPLAY 'GKEXTREF - PARCOURS TBCLI EN ERREUR : '
                      CLI-LIBRET
              ADD 1 TO WS-NB-ANOMALIES
           END-IF
           .

      * SEULS LE STATUT ET LES ATTRIBUTS DU COMPTE SONT SUIVIS : LE
      * SOLDE ET LES HORODATAGES DE MOUVEMENT, QUI BOUGENT TOUS LES
      * JOURS, SONT NEUTRALISES AVANT CONFRONTATION (LA POSITION EST
      * LIVREE PAR GKSNAPCPT).
       02B-PARCOURS-TBCPT.
           MOVE 2 TO WS-RANG-COURANT
           INITIALIZE CPT-ZCMA
           MOVE 'DEB' TO CPT-FONCTION
           CALL 'MACPT' USING CPT-ZCMA
           PERFORM UNTIL CPT-CODRET NOT = '00'
              MOVE 0      TO CPT-SOLDE
              MOVE SPACES TO CPT-DDMVT CPT-DDMAJ CPT-HDMAJ
                             CPT-COMPTE-FIN
              MOVE SPACES      TO WS-NOUV-ID
              MOVE CPT-COMPTE  TO WS-NOUV-ID
              MOVE CPT-DONNEES TO WS-NOUV-DONNEES
              PERFORM 02J-CONFRONTE-LIGNE
              MOVE 'SUI' TO CPT-FONCTION
              CALL 'MACPT' USING CPT-ZCMA
           END-PERFORM
           IF CPT-CODRET NOT = '04'
              DISPLAY 'GKEXTREF - PARCOURS TBCPT EN ERREUR : '
                      CPT-LIBRET
              ADD 1 TO WS-NB-ANOMALIES
           END-IF
           .

       02C-PARCOURS-TBPDT.
           MOVE 3 TO WS-RANG-COURANT
           INITIALIZE PDT-ZCMA
           MOVE 'DEB' TO PDT-FONCTION
           CALL 'MAPDT' USING PDT-ZCMA
           PERFORM UNTIL PDT-CODRET NOT = '00'
              MOVE SPACES      TO WS-NOUV-ID
              MOVE PDT-PRODUIT TO WS-NOUV-ID
              MOVE PDT-DONNEES TO WS-NOUV-DONNEES
              PERFORM 02J-CONFRONTE-LIGNE
              MOVE 'SUI' TO PDT-FONCTION
              CALL 'MAPDT' USING PDT-ZCMA
           END-PERFORM
           IF PDT-CODRET NOT = '04'
              DISPLAY 'GKEXTREF - PARCOURS TBPDT EN ERREUR : '
                      PDT-LIBRET
              ADD 1 TO WS-NB-ANOMALIES
           END-IF
           .

       02D-PARCOURS-TBORD.
           MOVE 4 TO WS-RANG-COURANT
           INITIALIZE ORD-ZCMA
           MOVE 'DEB' TO ORD-FONCTION
           CALL 'MAORD' USING ORD-ZCMA
           PERFORM UNTIL ORD-CODRET NOT = '00'
              MOVE SPACES      TO WS-NOUV-ID
              MOVE ORD-ID      TO WS-NOUV-ID
              MOVE ORD-DONNEES TO WS-NOUV-DONNEES
              PERFORM 02J-CONFRONTE-LIGNE
              MOVE 'SUI' TO ORD-FONCTION
              CALL 'MAORD' USING ORD-ZCMA
           END-PERFORM
           IF ORD-CODRET NOT = '04'
              DISPLAY 'GKEXTREF - PARCOURS TBORD EN ERREUR : '
                      ORD-LIBRET
              ADD 1 TO WS-NB-ANOMALIES
           END-IF
           .

      * MANDATS : PARCOURS COMPLET TDB/TSU DE MAMDT (COMPTE PUIS
      * CREANCIER), L'IDENTIFIANT EST LE COUPLE.
       02E-PARCOURS-TBMDT.
           MOVE 5 TO WS-RANG-COURANT
           INITIALIZE MDT-ZCMA
           MOVE 'TDB' TO MDT-FONCTION
           CALL 'MAMDT' USING MDT-ZCMA
           PERFORM UNTIL MDT-CODRET NOT = '00'
              MOVE SPACES        TO WS-NOUV-ID
              MOVE MDT-COMPTE    TO WS-NOUV-ID(1:11)
              MOVE MDT-CREANCIER TO WS-NOUV-ID(12:8)
              MOVE MDT-DONNEES   TO WS-NOUV-DONNEES
              PERFORM 02J-CONFRONTE-LIGNE
              MOVE 'TSU' TO MDT-FONCTION
              CALL 'MAMDT' USING MDT-ZCMA
           END-PERFORM
           IF MDT-CODRET NOT = '04'
              DISPLAY 'GKEXTREF - PARCOURS TBMDT EN ERREUR : '
                      MDT-LIBRET
              ADD 1 TO WS-NB-ANOMALIES
           END-IF
           .

       02F-PARCOURS-TBDCV.
           MOVE 6 TO WS-RANG-COURANT
           INITIALIZE DCV-ZCMA
           MOVE 'DEB' TO DCV-FONCTION
           CALL 'MADCV' USING DCV-ZCMA
           PERFORM UNTIL DCV-CODRET NOT = '00'
              MOVE SPACES      TO WS-NOUV-ID
              MOVE DCV-COMPTE  TO WS-NOUV-ID
              MOVE DCV-DONNEES TO WS-NOUV-DONNEES
              PERFORM 02J-CONFRONTE-LIGNE
              MOVE 'SUI' TO DCV-FONCTION
              CALL 'MADCV' USING DCV-ZCMA
           END-PERFORM
           IF DCV-CODRET NOT = '04'
              DISPLAY 'GKEXTREF - PARCOURS TBDCV EN ERREUR : '
                      DCV-LIBRET
              ADD 1 TO WS-NB-ANOMALIES
           END-IF
           .

       02G-PARCOURS-TBGAG.
           MOVE 7 TO WS-RANG-COURANT
           INITIALIZE GAG-ZCMA
           MOVE 'DEB' TO GAG-FONCTION
           CALL 'MAGAG' USING GAG-ZCMA
           PERFORM UNTIL GAG-CODRET NOT = '00'
              MOVE SPACES      TO WS-NOUV-ID
              MOVE GAG-COMPTE  TO WS-NOUV-ID(1:11)
              MOVE GAG-ID-GAGE TO WS-NOUV-ID(12:6)
              MOVE GAG-DONNEES TO WS-NOUV-DONNEES
              PERFORM 02J-CONFRONTE-LIGNE
              MOVE 'SUI' TO GAG-FONCTION
              CALL 'MAGAG' USING GAG-ZCMA
           END-PERFORM
           IF GAG-CODRET NOT = '04'
              DISPLAY 'GKEXTREF - PARCOURS TBGAG EN ERREUR : '
                      GAG-LIBRET
              ADD 1 TO WS-NB-ANOMALIES
           END-IF
           .

      * POOLS DE TRESORERIE : CURSEUR PAR MAITRE PUIS PARTICIPANT,
      * L'IDENTIFIANT EST LE COUPLE DANS CET ORDRE.
       02H-PARCOURS-TBPOOL.
           MOVE 8 TO WS-RANG-COURANT
           INITIALIZE POOL-ZCMA
           MOVE 'DEB' TO POOL-FONCTION
           CALL 'MAPOOL' USING POOL-ZCMA
           PERFORM UNTIL POOL-CODRET NOT = '00'
              MOVE SPACES           TO WS-NOUV-ID
              MOVE POOL-MAITRE      TO WS-NOUV-ID(1:11)
              MOVE POOL-PARTICIPANT TO WS-NOUV-ID(12:11)
              MOVE POOL-DONNEES     TO WS-NOUV-DONNEES
              PERFORM 02J-CONFRONTE-LIGNE
              MOVE 'SUI' TO POOL-FONCTION
              CALL 'MAPOOL' USING POOL-ZCMA
           END-PERFORM
           IF POOL-CODRET NOT = '04'
              DISPLAY 'GKEXTREF - PARCOURS TBPOOL EN ERREUR : '
                      POOL-LIBRET
              ADD 1 TO WS-NB-ANOMALIES
           END-IF
           .

      * CONFRONTATION D'UNE LIGNE DU JOUR A L'IMAGE DE LA VEILLE, LES
      * DEUX FLUX ETANT RANGES PAR (RANG, TABLE, IDENTIFIANT) : LES
      * LIGNES DE LA VEILLE QUI PRECEDENT ONT ETE SUPPRIMEES, UNE
      * LIGNE DE MEME CLE EST MODIFIEE SI SES DONNEES DIFFERENT, UNE
      * LIGNE SANS CORRESPONDANT EST CREEE. LA LIGNE DU JOUR PASSE
      * DANS L'IMAGE DU JOUR.
       02J-CONFRONTE-LIGNE.
           MOVE WS-RANG-COURANT TO WS-NOUV-RANG
           SET WS-TX TO WS-RANG-COURANT
           MOVE WS-NOM-TABLE(WS-TX) TO WS-NOUV-TABLE
           IF WS-NOUV-CLE NOT > WS-DERN-CLE
              DISPLAY 'GKEXTREF - PARCOURS DU JOUR HORS SEQUENCE : '
                      WS-NOUV-CLE
              ADD 1 TO WS-NB-ANOMALIES
           END-IF
           MOVE WS-NOUV-CLE TO WS-DERN-CLE

           PERFORM UNTIL WS-AV-FIN
                      OR AV-IM-CLE-10 NOT < WS-NOUV-CLE
              PERFORM 02L-ECRIT-SUPPRESSION
              PERFORM 01B-LIT-VEILLE
           END-PERFORM

           IF NOT WS-AV-FIN AND AV-IM-CLE-10 = WS-NOUV-CLE
              IF AV-IM-DONNEES-10 NOT = WS-NOUV-DONNEES
                 MOVE SPACES           TO RX-EXTR-10
                 MOVE 'U'              TO RX-EX-ACTION-10
                 MOVE AV-IM-DONNEES-10 TO RX-EX-AVANT-10
                 MOVE WS-NOUV-DONNEES  TO RX-EX-APRES-10
                 PERFORM 02K-ECRIT-MOUVEMENT
                 SET WS-TX TO WS-RANG-COURANT
                 ADD 1 TO WS-CTL-UPD(WS-TX)
              END-IF
              PERFORM 01B-LIT-VEILLE
           ELSE
              MOVE SPACES          TO RX-EXTR-10
              MOVE 'I'             TO RX-EX-ACTION-10
              MOVE WS-NOUV-DONNEES TO RX-EX-APRES-10
              PERFORM 02K-ECRIT-MOUVEMENT
              SET WS-TX TO WS-RANG-COURANT
              ADD 1 TO WS-CTL-INS(WS-TX)
           END-IF

           MOVE SPACES          TO AP-IMAGE-10
           MOVE '10'            TO AP-IM-TYPE-10
           MOVE WS-NOUV-CLE     TO AP-IM-CLE-10
           MOVE WS-NOUV-DONNEES TO AP-IM-DONNEES-10
           WRITE IMGAP-ENREG FROM AP-IMAGE-10
           ADD 1 TO WS-NB-JOUR
           SET WS-TX TO WS-RANG-COURANT
           ADD 1 TO WS-CTL-JOUR(WS-TX)
           .

       02K-ECRIT-MOUVEMENT.
           MOVE '10'          TO RX-EX-TYPE-10
           MOVE WS-NOUV-TABLE TO RX-EX-TABLE-10
           MOVE WS-NOUV-ID    TO RX-EX-ID-10
           WRITE EXTR-ENREG FROM RX-EXTR-10
           ADD 1 TO WS-NB-MVTS
           .

      * LIGNE DE LA VEILLE ABSENTE DU JOUR : SUPPRESSION, VALEURS
      * AVANT SEULES.
       02L-ECRIT-SUPPRESSION.
           MOVE SPACES           TO RX-EXTR-10
           MOVE '10'             TO RX-EX-TYPE-10
           MOVE AV-IM-TABLE-10   TO RX-EX-TABLE-10
           MOVE 'D'              TO RX-EX-ACTION-10
           MOVE AV-IM-ID-10      TO RX-EX-ID-10
           MOVE AV-IM-DONNEES-10 TO RX-EX-AVANT-10
           WRITE EXTR-ENREG FROM RX-EXTR-10
           ADD 1 TO WS-NB-MVTS
           IF AV-IM-RANG-10 >= 1 AND AV-IM-RANG-10 <= 8
              SET WS-TX TO AV-IM-RANG-10
              ADD 1 TO WS-CTL-DEL(WS-TX)
           END-IF
           .
