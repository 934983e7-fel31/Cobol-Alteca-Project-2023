         05 ()-ORIGINE        PIC X(03).
         05 ()-MOTIF          PIC X(30).
         05 ()-10-F1          PIC X(80).
      * VERDICT DU DESK DE REVUE SAISI A L'ECRAN GKHOLDRV, CONSOMME
      * LA NUIT PAR GKHOLDRL : 'APPROVE' OU 'REJECT', A SPACES TANT
      * QU'AUCUNE DECISION N'EST PRISE ; COMMENTAIRE DU REVISEUR
      * (MOTIF DE REJET REPORTE EN CREJETS), IDENTIFIANT ET
      * HORODATAGE DE LA SAISIE, CONSERVES APRES DISPOSITION.
         05 ()-VERDICT        PIC X(07).
           88 ()-VERDICT-APPROVE VALUE 'APPROVE'.
           88 ()-VERDICT-REJECT  VALUE 'REJECT'.
           88 ()-SANS-VERDICT    VALUE SPACES.
         05 ()-COMMENTAIRE    PIC X(30).
         05 ()-REVISEUR       PIC X(08).
         05 ()-DATE-VERDICT   PIC X(10).
         05 ()-HEURE-VERDICT  PIC X(08).
