      * --------- ------------  ----------------------------- *
      * 03/09/26 SOUAD   CREATION - FICHIER DECLARATIF AU      *
      *          FORMAT FIXE DU REGULATEUR                     *
      * 15/10/26 SOUAD   FICHIER DECLARATIF INSCRIT AU         *
      *          REGISTRE DES TRANSMISSIONS (GKTRFREG)         *
      *                                                       *
      *********************************************************


       COPY ZASAR REPLACING ==()== BY ==SAR==.
       COPY ZASAR REPLACING ==()== BY ==SA2==.
      * INSCRIPTION DU FICHIER REMIS AU REGISTRE DES TRANSMISSIONS.
       COPY CTRANSM REPLACING ==()== BY ==TRS==.

       01 WS-DATE-SYSTEME PIC X(21).
       01 WS-DATE-JOUR    PIC X(10).
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-JOUR
           OPEN OUTPUT SARFILE
           INITIALIZE TRS-ZONE
           SET TRS-OUVERTURE TO TRUE
           MOVE 'GKSARDEC' TO TRS-PROGRAMME
           MOVE 'TRACFIN'  TO TRS-PARTENAIRE
           MOVE 'DDSARDEC' TO TRS-FICHIER
           MOVE 100        TO TRS-LRECL
           CALL 'GKTRFREG' USING TRS-ZONE
           MOVE WS-DATE-JOUR TO WS-SE-DATE
           WRITE SAR-FICHIER-ENREG FROM WS-SAR-ENTETE
           MOVE WS-SAR-ENTETE TO TRS-DONNEES
           PERFORM 02B-TRANSMIS-ENREG
           .

      * PARCOURS DU REGISTRE : CHAQUE CAS 'A DECLARER' RECOIT SON
       03-ENDPGM.
           MOVE WS-NB-DECLARES TO WS-ST-NB
           WRITE SAR-FICHIER-ENREG FROM WS-SAR-TOTAL
           MOVE WS-SAR-TOTAL TO TRS-DONNEES
           PERFORM 02B-TRANSMIS-ENREG
           SET TRS-FERMETURE TO TRUE
           MOVE 0 TO TRS-MONTANT
           CALL 'GKTRFREG' USING TRS-ZONE
           IF TRS-CODRET NOT = '00'
              DISPLAY 'GKSARDEC - REGISTRE DES TRANSMISSIONS : '
                      TRS-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE SARFILE
           DISPLAY '**********************************'
           DISPLAY '*************GKSARDEC*************'
              MOVE SAR-DATE-DETECTION TO WS-SD-DATE
              MOVE SAR-MOTIFS        TO WS-SD-MOTIFS
              WRITE SAR-FICHIER-ENREG FROM WS-SAR-DETAIL
              MOVE WS-SAR-DETAIL TO TRS-DONNEES
              PERFORM 02B-TRANSMIS-ENREG
              INITIALIZE SA2-ZCMA
              MOVE 'UPD'              TO SA2-FONCTION
              MOVE SAR-COMPTE         TO SA2-COMPTE
              END-IF
           END-IF
           .

      * CHAQUE ENREGISTREMENT ECRIT EST PASSE AU REGISTRE DES
      * TRANSMISSIONS, QUI LE COMPTE ET L'ARCHIVE POUR UN RENVOI.
       02B-TRANSMIS-ENREG.
           SET TRS-ENREGISTRE TO TRUE
           CALL 'GKTRFREG' USING TRS-ZONE
           IF TRS-CODRET NOT = '00'
              DISPLAY 'GKSARDEC - REGISTRE DES TRANSMISSIONS : '
                      TRS-LIBRET
              MOVE 16 TO RETURN-CODE
           END-IF
           .
