      * ENREGISTREMENT CARTE DU PROCESSEUR (80 OCTETS), COMMUN AU
      * JOURNAL DES AUTORISATIONS DU JOUR ET AU FICHIER DE
      * COMPENSATION DU SCHEMA CARTE : UNE COMPENSATION PORTE LE
      * CODE D'AUTORISATION QU'ELLE SOLDE. LA DATE EST CELLE DE
      * L'AUTORISATION OU DE LA TRANSACTION COMPENSEE.
       01 ()-ENREG.
         05 ()-COMPTE        PIC X(11).
         05 ()-CODE-AUTOR    PIC X(06).
         05 ()-NUM-CARTE     PIC X(16).
         05 ()-DATE          PIC X(10).
         05 ()-CODE-DEV      PIC X(03).
         05 ()-MONTANT       PIC 9(11)V99.
         05 ()-COMMERCANT    PIC X(14).
         05 FILLER           PIC X(07).
