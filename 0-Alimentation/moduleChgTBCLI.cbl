      *          CORRESPONDANCE EXACTE SUR NOM NORMALISE EST    *
      *          SIGNALEE (RETURN-CODE 4), LE CLIENT RESTE      *
      *          CHARGE ET LE FILTRAGE COMPLET GKSCREEN TRANCHE *
      * 15/10/26 SOUAD   SECTEUR (TYPE CLIENT) ET RESIDENCE     *
      *          PORTES PAR LE FICHIER DE REPRISE ET REPORTES   *
      *          SUR TBCLI (STATISTIQUE MENSUELLE GKDEPREG)     *
      * 15/10/26 SOUAD   RESIDENCE FISCALE ET NIF ETRANGER      *
      *          PORTES PAR LE FICHIER DE REPRISE ET REPORTES   *
      *          SUR TBCLI (DECLARATION CRS/FATCA GKCRS)        *
      * 15/10/26 SOUAD   CARTE SYSIN OPERATEUR + FICHIER DE     *
      *          REPRISE ; IMAGE AVANT/APRES DE CHAQUE CLIENT   *
      *          CREE OU REACTUALISE AU JOURNAL CENTRAL DES     *
      *          CHANGEMENTS (GKAUDIT)                          *
      * 15/10/26 SOUAD   DATE DE NAISSANCE ET REPRESENTANT      *
      *          LEGAL DU CLIENT MINEUR PORTES PAR LE FICHIER   *
      *          DE REPRISE ET REPORTES SUR TBCLI               *
      *                                                        *
      *********************************************************
       ID DIVISION.
         05 FCLI-LANGUE   PIC X(02).
         05 FCLI-CANAL    PIC X(01).
         05 FCLI-PLAN     PIC X(04).
         05 FCLI-TYPE-CLIENT PIC X(01).
         05 FCLI-RESIDENCE   PIC X(01).
         05 FCLI-PAYS-FISCAL  PIC X(02).
         05 FCLI-NIF-ETRANGER PIC X(20).
         05 FCLI-DATE-NAISSANCE PIC X(10).
         05 FCLI-ID-TUTEUR      PIC X(08).
         05 FILLER        PIC X(01).

       WORKING-STORAGE SECTION.
       COPY ZACLI REPLACING ==()== BY ==CLI==.
       COPY CAUDREF REPLACING ==()== BY ==AUD==.

       01 WS-FS-CLIENTS PIC X(02).
         88 FS-CLIENTS-OK  VALUE '00'.

       000-BEGIN.
           INITIALIZE WS-COMPTEURS.
           MOVE SPACES TO AUD-CARTE
           ACCEPT AUD-CARTE FROM SYSIN
           IF AUD-CT-OPERATEUR = SPACES
              DISPLAY 'CHGTBCLI - OPERATEUR ABSENT EN SYSIN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           INITIALIZE AUD-ENREG
           MOVE 'CHGTBCLI'       TO AUD-PROGRAMME
           MOVE AUD-CT-OPERATEUR TO AUD-OPERATEUR
           MOVE AUD-CT-FICHIER   TO AUD-FICHIER
           MOVE 'TBCLI'          TO AUD-TABLE
           MOVE 'REPRISE'        TO AUD-ACTION
           PERFORM 050-CHARGE-DENI
           OPEN INPUT FCLIENTS
           IF NOT FS-CLIENTS-OK
           MOVE 'SEL'   TO CLI-FONCTION
           MOVE FCLI-ID TO CLI-ID
           CALL 'MACLI' USING CLI-ZCMA
           MOVE SPACES TO AUD-AVANT
           IF CLI-CODRET = '00'
              MOVE CLI-DONNEES TO AUD-AVANT
              IF CLI-ADRESSE1 NOT = FCLI-ADRESSE1
                 MOVE SPACES TO CLI-NPAI
              END-IF
           END-IF
           MOVE 'UPD'         TO CLI-FONCTION
           MOVE FCLI-ID       TO CLI-ID
           MOVE FCLI-LANGUE   TO CLI-LANGUE
           MOVE FCLI-CANAL    TO CLI-CANAL
           MOVE FCLI-PLAN     TO CLI-PLAN
           MOVE FCLI-TYPE-CLIENT TO CLI-TYPE-CLIENT
           MOVE FCLI-RESIDENCE   TO CLI-RESIDENCE
           MOVE FCLI-PAYS-FISCAL  TO CLI-PAYS-FISCAL
           MOVE FCLI-NIF-ETRANGER TO CLI-NIF-ETRANGER
           MOVE FCLI-DATE-NAISSANCE TO CLI-DATE-NAISSANCE
           MOVE FCLI-ID-TUTEUR      TO CLI-ID-TUTEUR
           CALL 'MACLI' USING CLI-ZCMA

           EVALUATE CLI-CODRET
              WHEN '00'
                 ADD 1 TO WS-NB-MAJ
                 MOVE 'U' TO AUD-OPERATION
                 PERFORM 130-ECRIT-AUDIT
              WHEN '04'
                 PERFORM 120-CREE-CLIENT
              WHEN OTHER
           CALL 'MACLI' USING CLI-ZCMA
           IF CLI-CODRET = '00'
              ADD 1 TO WS-NB-CREES
              MOVE 'I'    TO AUD-OPERATION
              MOVE SPACES TO AUD-AVANT
              PERFORM 130-ECRIT-AUDIT
           ELSE
              ADD 1 TO WS-NB-REJETS
              DISPLAY 'CHGTBCLI - CLIENT ' FCLI-ID
           END-IF
           .

      * IMAGE AVANT/APRES DU CLIENT REPRIS AU JOURNAL CENTRAL DES
      * CHANGEMENTS DU REFERENTIEL.
       130-ECRIT-AUDIT.
           MOVE CLI-ID      TO AUD-CLE
           MOVE CLI-DONNEES TO AUD-APRES
           CALL 'GKAUDIT' USING AUD-ENREG
           .

       900-FIN.
           DISPLAY '**********************************'
           DISPLAY '**********CHGTBCLI FIN************'
