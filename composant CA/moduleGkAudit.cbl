      *********************************************************
      * PROGRAM NAME:  GKAUDIT                                *
      * PROGRAM OBJET :ECRITURE D'UN CHANGEMENT DU REFERENTIEL*
      *                DANS LE JOURNAL CENTRAL D'AUDIT        *
      *                (DDAUDREF, AJOUT) : LE CHARGEUR        *
      *                APPELANT REMPLIT PROGRAMME, OPERATEUR, *
      *                FICHIER D'INSTRUCTIONS, TABLE, CLE ET  *
      *                IMAGES AVANT/APRES, LE MODULE HORODATE *
      *                ET ECRIT. TOUS LES CHARGEURS ECRIVENT  *
      *                DANS CE SEUL JOURNAL                   *
      * ORIGINAL AUTHOR: SOUAD                                *
      *                                                       *
      * MAINTENENCE LOG                                       *
      * DATE      AUTHOR        MAINTENANCE REQUIREMENT       *
      * --------- ------------  ----------------------------- *
      * 15/10/26 SOUAD   CREATION - JOURNAL CENTRAL DES        *
      *          CHANGEMENTS DU REFERENTIEL                    *
      * 15/10/26 SOUAD   IMAGES AVANT/APRES PORTEES A 250      *
      *          OCTETS (ENREGISTREMENT DE 630) POUR CONTENIR  *
      *          LA LIGNE CLIENT COMPLETE                      *
      *                                                       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GKAUDIT.
       AUTHOR. SOUAD.
       DATE-WRITTEN. 15/10/26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT AUDREF ASSIGN TO DDAUDREF
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-AUDREF.

       DATA DIVISION.
       FILE SECTION.

       FD AUDREF.
       01 AUDREF-ENREG PIC X(630).

       WORKING-STORAGE SECTION.

       01 WS-FS-AUDREF PIC X(02).
         88 FS-AUDREF-OK VALUE '00'.

       01 WS-DATE-SYSTEME PIC X(21).

       LINKAGE SECTION.
       COPY CAUDREF REPLACING ==()== BY ==AUD==.

       PROCEDURE DIVISION USING AUD-ENREG.

       000-PGM.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYSTEME
           STRING WS-DATE-SYSTEME(1:4) '-'
                  WS-DATE-SYSTEME(5:2) '-'
                  WS-DATE-SYSTEME(7:2)
                  DELIMITED BY SIZE INTO AUD-DATE
           STRING WS-DATE-SYSTEME(9:2)  '.'
                  WS-DATE-SYSTEME(11:2) '.'
                  WS-DATE-SYSTEME(13:2)
                  DELIMITED BY SIZE INTO AUD-HEURE
           OPEN EXTEND AUDREF
           IF NOT FS-AUDREF-OK
              OPEN OUTPUT AUDREF
           END-IF
           WRITE AUDREF-ENREG FROM AUD-ENREG
           CLOSE AUDREF
           EXIT PROGRAM
           .
