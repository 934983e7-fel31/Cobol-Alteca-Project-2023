      * de releve (enregistrements '00'/'10'/'99' du fichier CRELEVE)
      * devient un element <RELEVE> sous une racine unique
      * <RELEVES-XML> par run : entete (compte, titulaire TBCLI,
      * soldes d'ouverture, de cloture et disponible) puis un element
      * <OPERATION> par mouvement (reference, libelle TBHOP, date de
      * valeur, horodatage de poste). Meme mecanique de generation
      * et de rejets que GENRXML : un enregistrement qui echoue a la
      *
      * MAINTENENCE LOG
      * 03/09/26 SOUAD  CREATION - RELEVE ELECTRONIQUE XML
      * 15/10/26 SOUAD  SOLDE DISPONIBLE EN ENTETE (CLOTURE MOINS
      *                 CREDITS NON ENCORE DISPONIBLES DU RELEVE)
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 TITULAIRE         PIC X(30).
          05 SOLDE-OUVERTURE   PIC S9(11)V99.
          05 SOLDE-CLOTURE     PIC S9(11)V99.
          05 SOLDE-DISPONIBLE  PIC S9(11)V99.
      *
      * OPERATION DU RELEVE EN COURS, GENEREE EN UN ELEMENT.
      *
           MOVE RL-SOLDE-OUVERTURE-00
             TO SOLDE-OUVERTURE
           MOVE RL-SOLDE-00  TO SOLDE-CLOTURE
           COMPUTE SOLDE-DISPONIBLE = RL-SOLDE-00 - RL-MT-INDISPO-00
           MOVE 'N' TO WS-SW-REJET
           XML GENERATE FXMLOUT-ENREG
               FROM     WS-ENTETE
