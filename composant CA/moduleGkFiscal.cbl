      *          PRELEVEMENT SUR INTERETS CREDITEURS, SOUS     *
      *          REFERENCE STABLE PAR ANNEE (RERUN REJETE PAR  *
      *          L'HISTORISATION, PAS DE DOUBLE PRELEVEMENT)   *
      * 15/10/26 SOUAD   COMPTES JOINTS : LES INTERETS ET LE   *
      *          PRELEVEMENT D'UN COMPTE SONT REPARTIS ENTRE   *
      *          SES TITULAIRES SELON LEUR QUOTE-PART TBCOT ;  *
      *          UN COMPTE SANS CO-TITULAIRE RESTE A 100% AU   *
      *          CLIENT DU COMPTE, LES MANDATAIRES NE          *
      *          DECLARENT RIEN                                *
      * 15/10/26 SOUAD   EXTRAIT FISCAL INSCRIT AU REGISTRE    *
      *          DES TRANSMISSIONS (GKTRFREG)                  *
      *                                                       *
      *********************************************************

       COPY HISFUNC REPLACING ==()== BY ==HIS==.
       COPY ZACLI   REPLACING ==()== BY ==CLI==.
       COPY ZAPRM   REPLACING ==()== BY ==PRM==.
       COPY ZACOT   REPLACING ==()== BY ==COT==.
       COPY ZFMAJCPT.
      * INSCRIPTION DE L'EXTRAIT REMIS AU REGISTRE DES TRANSMISSIONS.
       COPY CTRANSM REPLACING ==()== BY ==TRX==.

      * ANNEE A DECLARER, RECUE EN SYSIN AU FORMAT YYYY ; A BLANC,
      * L'ANNEE PRECEDENTE (RUN DE JANVIER).
       01 WS-CLI-TROUVE-SW PIC X(01).
         88 WS-CLI-TROUVE VALUE 'O'.

      * PARTS DES TITULAIRES DU COMPTE EN COURS (TBCOT). LE CLIENT
      * DU COMPTE (CPT-CODCLI) PREND LE RESTE A 100 DES AUTRES PARTS
      * SAUF S'IL A SA PROPRE LIGNE ; LES MONTANTS SONT REPARTIS AU
      * PRORATA DU TOTAL DES PARTS, LE DERNIER TITULAIRE RECEVANT LE
      * RESTE POUR QUE LE COMPTE SOIT DECLARE AU CENTIME PRES.
       01 WS-NB-PARTS PIC 9(02) VALUE 0.
       01 WS-TAB-PARTS.
         05 WS-PART-ENTRY OCCURS 1 TO 10 TIMES
                          DEPENDING ON WS-NB-PARTS
                          INDEXED BY WS-PX.
            10 WS-PART-CODCLI PIC X(08).
            10 WS-PART-QUOTE  PIC 9(03)V9(02).
       01 WS-TOT-QUOTES   PIC 9(05)V9(02).
       01 WS-QUOTE-AUTRES PIC 9(05)V9(02).
       01 WS-QUOTE-COURANTE PIC 9(03)V9(02).
       01 WS-PRINCIPAL-SW PIC X(01).
         88 WS-PRINCIPAL-LIGNE VALUE 'O'.
       01 WS-PART-MT-ICR     PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-PART-MT-IDB     PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-PART-MT-PRELEVE PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-RESTE-MT-ICR    PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-RESTE-MT-IDB    PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-RESTE-MT-PRELEVE PIC S9(11)V9(2) USAGE COMP-3.

       01 WS-FISC-00.
         05 WS-F00-TYPE  PIC X(02).
         05 WS-F00-ANNEE PIC 9(04).
           PERFORM 01A-LIT-PARM
           PERFORM 01B-CHARGE-PARAMETRES
           OPEN OUTPUT FISCEXT
           INITIALIZE TRX-ZONE
           SET TRX-OUVERTURE TO TRUE
           MOVE 'GKFISCAL' TO TRX-PROGRAMME
           MOVE 'FISC'     TO TRX-PARTENAIRE
           MOVE 'DDFISC'   TO TRX-FICHIER
           MOVE 150        TO TRX-LRECL
           CALL 'GKTRFREG' USING TRX-ZONE
           MOVE '00'                TO WS-F00-TYPE
           MOVE WS-ANNEE            TO WS-F00-ANNEE
           MOVE WS-TAUX-PRELEVEMENT TO WS-F00-TAUX
           WRITE FISC-ENREG FROM WS-FISC-00
           MOVE WS-FISC-00 TO TRX-DONNEES
           PERFORM 02J-TRANSMIS-ENREG
           .

       01A-LIT-PARM.

      * PARCOURS DE TOUS LES COMPTES PAR LE CURSEUR DE MACPT ; LES
      * INTERETS DE L'ANNEE DE CHAQUE COMPTE SONT TOTALISES DEPUIS
      * TBHIS PUIS ROULES SUR SES TITULAIRES ; UN COMPTE SANS AUCUN
      * TITULAIRE N'EST NI PRELEVE NI DECLARE.
       02-TREATMENT.
           INITIALIZE CPT-ZCMA
           MOVE 'DEB' TO CPT-FONCTION

           PERFORM UNTIL CPT-CODRET NOT = '00'
              ADD 1 TO WS-NB-COMPTES
              PERFORM 02G-RESOUT-PARTS
              IF WS-NB-PARTS > 0
                 PERFORM 02A-TRAITE-COMPTE
              END-IF
              MOVE 'SUI' TO CPT-FONCTION
           MOVE WS-TOT-MT-ICR      TO WS-F99-MT-ICR
           MOVE WS-TOT-MT-PRELEVE  TO WS-F99-MT-PRELEVE
           WRITE FISC-ENREG FROM WS-FISC-99
           MOVE WS-FISC-99 TO TRX-DONNEES
           PERFORM 02J-TRANSMIS-ENREG
           SET TRX-FERMETURE TO TRUE
           MOVE WS-TOT-MT-ICR TO TRX-MONTANT
           CALL 'GKTRFREG' USING TRX-ZONE
           IF TRX-CODRET NOT = '00'
              DISPLAY 'GKFISCAL - REGISTRE DES TRANSMISSIONS : '
                      TRX-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE FISCEXT
           PERFORM 03A-RESUME-RUN
           STOP RUN

      * TOTALISATION DES LIGNES ICR/IDB DE L'ANNEE DU COMPTE COURANT
      * (CURSEUR MAHIS BORNE A L'ANNEE), PUIS PRELEVEMENT SUR LES
      * INTERETS CREDITEURS ET ROULEMENT SUR LES TITULAIRES.
       02A-TRAITE-COMPTE.
           MOVE CPT-COMPTE TO WS-COMPTE-COURANT
           MOVE CPT-CODCLI TO WS-CODCLI-COURANT
                 PERFORM 02B-POSTE-PRELEVEMENT
              END-IF
              IF WS-CPT-MT-ICR NOT = 0 OR WS-CPT-MT-IDB NOT = 0
                 PERFORM 02H-REPARTIT-COMPTE
              END-IF
           END-IF
           .
           .

       02E-AJOUTE-AU-CLIENT.
           ADD WS-PART-MT-ICR     TO WS-CLI-MT-ICR(WS-CX)
           ADD WS-PART-MT-IDB     TO WS-CLI-MT-IDB(WS-CX)
           ADD WS-PART-MT-PRELEVE TO WS-CLI-MT-PRELEVE(WS-CX)
           ADD WS-PART-MT-ICR     TO WS-TOT-MT-ICR
           .

      * EDITION DE L'EXTRAIT DECLARATIF : UN ENREGISTREMENT PAR
              MOVE WS-CLI-MT-IDB(WS-CX)     TO WS-F10-MT-IDB
              MOVE WS-CLI-MT-PRELEVE(WS-CX) TO WS-F10-MT-PRELEVE
              WRITE FISC-ENREG FROM WS-FISC-10
              MOVE WS-FISC-10 TO TRX-DONNEES
              PERFORM 02J-TRANSMIS-ENREG
           END-PERFORM
           .

      * TITULAIRES DU COMPTE COURANT : LIGNES T/C DE TBCOT (LES
      * MANDATAIRES N'ONT PAS DE PART), PUIS LE CLIENT DU COMPTE
      * POUR LE RESTE A 100 S'IL N'A PAS SA PROPRE LIGNE. SANS
      * LIGNE TBCOT LE CLIENT DU COMPTE GARDE 100%.
       02G-RESOUT-PARTS.
           MOVE 0   TO WS-NB-PARTS
           MOVE 0   TO WS-QUOTE-AUTRES
           MOVE 'N' TO WS-PRINCIPAL-SW
           INITIALIZE COT-ZCMA
           MOVE 'DEB'      TO COT-FONCTION
           MOVE CPT-COMPTE TO COT-COMPTE
           CALL 'MACOT' USING COT-ZCMA
           PERFORM UNTIL COT-CODRET NOT = '00'
              IF COT-DETENTEUR
                 IF COT-CODCLI = CPT-CODCLI
                    SET WS-PRINCIPAL-LIGNE TO TRUE
                 ELSE
                    ADD COT-QUOTE-PART TO WS-QUOTE-AUTRES
                 END-IF
                 MOVE COT-CODCLI     TO WS-CODCLI-COURANT
                 MOVE COT-QUOTE-PART TO WS-QUOTE-COURANTE
                 PERFORM 02I-AJOUTE-PART
              END-IF
              MOVE 'SUI' TO COT-FONCTION
              CALL 'MACOT' USING COT-ZCMA
           END-PERFORM
           IF COT-CODRET NOT = '04'
              DISPLAY 'GKFISCAL - REGISTRE TBCOT ILLISIBLE, COMPTE '
                      CPT-COMPTE ' : ' COT-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           IF CPT-CODCLI NOT = SPACES AND NOT WS-PRINCIPAL-LIGNE
              MOVE CPT-CODCLI TO WS-CODCLI-COURANT
              IF WS-QUOTE-AUTRES < 100
                 COMPUTE WS-QUOTE-COURANTE = 100 - WS-QUOTE-AUTRES
              ELSE
                 MOVE 0 TO WS-QUOTE-COURANTE
              END-IF
              PERFORM 02I-AJOUTE-PART
           END-IF
      *    TOUTES LES PARTS A ZERO : PARTAGE A PARTS EGALES PLUTOT
      *    QUE DE PERDRE LES INTERETS DU COMPTE.
           MOVE 0 TO WS-TOT-QUOTES
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-NB-PARTS
              ADD WS-PART-QUOTE(WS-PX) TO WS-TOT-QUOTES
           END-PERFORM
           IF WS-TOT-QUOTES = 0 AND WS-NB-PARTS > 0
              PERFORM VARYING WS-PX FROM 1 BY 1
                      UNTIL WS-PX > WS-NB-PARTS
                 MOVE 1 TO WS-PART-QUOTE(WS-PX)
              END-PERFORM
              MOVE WS-NB-PARTS TO WS-TOT-QUOTES
           END-IF
           .

      * REPARTITION DES TOTAUX DU COMPTE ENTRE SES TITULAIRES, PUIS
      * ROULEMENT DE CHAQUE PART SUR SON CLIENT.
       02H-REPARTIT-COMPTE.
           MOVE WS-CPT-MT-ICR TO WS-RESTE-MT-ICR
           MOVE WS-CPT-MT-IDB TO WS-RESTE-MT-IDB
           MOVE WS-MT-PRELEVE TO WS-RESTE-MT-PRELEVE
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-NB-PARTS
              IF WS-PX = WS-NB-PARTS
                 MOVE WS-RESTE-MT-ICR     TO WS-PART-MT-ICR
                 MOVE WS-RESTE-MT-IDB     TO WS-PART-MT-IDB
                 MOVE WS-RESTE-MT-PRELEVE TO WS-PART-MT-PRELEVE
              ELSE
                 COMPUTE WS-PART-MT-ICR ROUNDED = WS-CPT-MT-ICR
                         * WS-PART-QUOTE(WS-PX) / WS-TOT-QUOTES
                 COMPUTE WS-PART-MT-IDB ROUNDED = WS-CPT-MT-IDB
                         * WS-PART-QUOTE(WS-PX) / WS-TOT-QUOTES
                 COMPUTE WS-PART-MT-PRELEVE ROUNDED = WS-MT-PRELEVE
                         * WS-PART-QUOTE(WS-PX) / WS-TOT-QUOTES
                 SUBTRACT WS-PART-MT-ICR     FROM WS-RESTE-MT-ICR
                 SUBTRACT WS-PART-MT-IDB     FROM WS-RESTE-MT-IDB
                 SUBTRACT WS-PART-MT-PRELEVE FROM WS-RESTE-MT-PRELEVE
              END-IF
              MOVE WS-PART-CODCLI(WS-PX) TO WS-CODCLI-COURANT
              PERFORM 02D-CUMULE-CLIENT
           END-PERFORM
           .

       02I-AJOUTE-PART.
           IF WS-NB-PARTS >= 10
              DISPLAY 'GKFISCAL - TROP DE TITULAIRES, COMPTE '
                      CPT-COMPTE ' : ' WS-CODCLI-COURANT ' IGNORE'
              MOVE 24 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-NB-PARTS
              SET WS-PX TO WS-NB-PARTS
              MOVE WS-CODCLI-COURANT TO WS-PART-CODCLI(WS-PX)
              MOVE WS-QUOTE-COURANTE TO WS-PART-QUOTE(WS-PX)
           END-IF
           .

      * CHAQUE ENREGISTREMENT ECRIT EST PASSE AU REGISTRE DES
      * TRANSMISSIONS, QUI LE COMPTE ET L'ARCHIVE POUR UN RENVOI.
       02J-TRANSMIS-ENREG.
           SET TRX-ENREGISTRE TO TRUE
           CALL 'GKTRFREG' USING TRX-ZONE
           IF TRX-CODRET NOT = '00'
              DISPLAY 'GKFISCAL - REGISTRE DES TRANSMISSIONS : '
                      TRX-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .
