      *********************************************************
      * PROGRAM NAME:  GKIBNCAL                               *
      * PROGRAM OBJET :CONSTITUTION DE L'IBAN D'UN COMPTE     *
      *                (MODULE APPELE) : CLE RIB SUR BANQUE,  *
      *                GUICHET ET COMPTE, PUIS CLE IBAN PAR   *
      *                LA REGLE DU MODULO 97 (ISO 13616) SUR  *
      *                LE BBAN SUIVI DU CODE PAYS ; L'IBAN    *
      *                N'EST PLUS CALCULE A LA MAIN AVANT     *
      *                CHARGEMENT DANS TBIBN                  *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - IBAN D'UN COMPTE PAR LE    *
      *          MODULO 97                                     *
      *                                                       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GKIBNCAL.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-BANQUE     PIC 9(05).
       01 WS-GUICHET    PIC 9(05).
       01 WS-COMPTE     PIC 9(11).
       01 WS-SOMME-RIB  PIC 9(13).
       01 WS-CLE-IBAN   PIC 9(02).

      * BBAN + PAYS + '00', LU CARACTERE PAR CARACTERE : LE RESTE
      * MODULO 97 EST REPORTE D'UN CARACTERE AU SUIVANT, LE NOMBRE
      * COMPLET DEPASSANT LA PRECISION DECIMALE.
       01 WS-CHAINE.
         05 WS-CH-BBAN  PIC X(23).
         05 WS-CH-PAYS  PIC X(02).
         05 WS-CH-ZERO  PIC X(02) VALUE '00'.
       01 WS-CX         PIC 9(02).
       01 WS-CAR        PIC X(01).
       01 WS-CHIFFRE    PIC 9(01).
       01 WS-RANG       PIC 9(02).
       01 WS-RESTE      PIC 9(04).
       01 WS-ALPHABET   PIC X(26)
          VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       LINKAGE SECTION.
       COPY CIBNCAL REPLACING ==()== BY ==IBC==.

       PROCEDURE DIVISION USING IBC-ZONE.

           PERFORM 01-BEGIN.
           PERFORM 02-TREATMENT.
           PERFORM 03-CLOSEPGM.

       01-BEGIN.
           MOVE '00'   TO IBC-CODRET
           MOVE SPACES TO IBC-LIBRET
           MOVE SPACES TO IBC-IBAN
           MOVE 0      TO IBC-CLE-RIB.

       02-TREATMENT.
           EVALUATE TRUE
              WHEN IBC-FONCTION NOT = 'CAL'
                 MOVE '10' TO IBC-CODRET
                 MOVE 'FONCTION ERRONEE ' TO IBC-LIBRET
              WHEN IBC-BANQUE  IS NOT NUMERIC
                OR IBC-GUICHET IS NOT NUMERIC
                OR IBC-COMPTE  IS NOT NUMERIC
                 MOVE '08' TO IBC-CODRET
                 MOVE 'BBAN NON CALCULABLE' TO IBC-LIBRET
              WHEN IBC-PAYS IS NOT ALPHABETIC-UPPER
                OR IBC-PAYS = SPACES
                 MOVE '08' TO IBC-CODRET
                 MOVE 'CODE PAYS ERRONE' TO IBC-LIBRET
              WHEN OTHER
                 PERFORM 02A-CLE-RIB
                 PERFORM 02B-CLE-IBAN
           END-EVALUATE
           .

       03-CLOSEPGM.
           EXIT PROGRAM
           .

PARAT ******** PARAGRAPHS TREATMENT   ******************************

       02A-CLE-RIB.
           MOVE IBC-BANQUE  TO WS-BANQUE
           MOVE IBC-GUICHET TO WS-GUICHET
           MOVE IBC-COMPTE  TO WS-COMPTE
           COMPUTE WS-SOMME-RIB = 89 * WS-BANQUE
                                + 15 * WS-GUICHET
                                +  3 * WS-COMPTE
           COMPUTE IBC-CLE-RIB = 97 - FUNCTION MOD(WS-SOMME-RIB, 97)
           STRING IBC-BANQUE IBC-GUICHET IBC-COMPTE IBC-CLE-RIB
                  DELIMITED BY SIZE INTO WS-CH-BBAN
           .

       02B-CLE-IBAN.
           MOVE IBC-PAYS TO WS-CH-PAYS
           MOVE 0        TO WS-RESTE
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 27
              MOVE WS-CHAINE(WS-CX:1) TO WS-CAR
              IF WS-CAR IS NUMERIC
                 MOVE WS-CAR TO WS-CHIFFRE
                 COMPUTE WS-RESTE =
                         FUNCTION MOD(WS-RESTE * 10 + WS-CHIFFRE, 97)
              ELSE
                 MOVE 0 TO WS-RANG
                 INSPECT WS-ALPHABET TALLYING WS-RANG
                         FOR CHARACTERS BEFORE INITIAL WS-CAR
                 COMPUTE WS-RESTE =
                         FUNCTION MOD(WS-RESTE * 100 + WS-RANG + 10,
                                      97)
              END-IF
           END-PERFORM
           COMPUTE WS-CLE-IBAN = 98 - WS-RESTE
           STRING IBC-PAYS WS-CLE-IBAN WS-CH-BBAN
                  DELIMITED BY SIZE INTO IBC-IBAN
           .
