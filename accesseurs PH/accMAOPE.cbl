      * 22/08/26 SOUAD   STATUT DE CYCLE DE VIE (ACTIF/RETIRE) *
      *          ET DATE DE FIN PORTES PAR TBHOP, POUR RETIRER *
      *          UN CODE SANS LE SUPPRIMER                     *
      * 15/10/26 SOUAD   ENTITE COMPTABLE (COLONNE ENTITE) DANS *
      *          LA CLE DE TBHOP : CHAQUE ENTITE A SON PROPRE  *
      *          ROUTAGE ; SEL/UPD/DEL PORTENT SUR LE COUPLE   *
      *          (ENTITE, CODE_OPER), LE CURSEUR LE SERT       *
      * 15/10/26 SOUAD   DELAI DE DISPONIBILITE DU CODE        *
      *          (COLONNE DELAI_DISPO, EN JOURS OUVRES) SERVI  *
      *          PAR SEL ET LE CURSEUR, CHARGE PAR INS ET UPD  *
      *                                                       *
      *********************************************************

               DECLARE CUROPE CURSOR FOR
                  SELECT CODE_OPER, LIBELLE, SENS, COMPTE_GL,
                         MT_FRAIS, TX_FRAIS, COMPTE_FRAIS,
                         STATUT, DATE_FIN, ENTITE, DELAI_DISPO
                     FROM TBHOP
                     ORDER BY ENTITE, CODE_OPER
            END-EXEC.

       LINKAGE SECTION.

      * ROUTAGE CONFIGURABLE : LE SENS (DEBIT/CREDIT) ET LE COMPTE
      * GENERAL CONTREPARTIE DE CHAQUE CODE OPERATION SONT PORTES PAR
      * TBHOP, PAS CODES EN DUR DANS LES PROGRAMMES APPELANTS. LE
      * ROUTAGE EST PROPRE A L'ENTITE COMPTABLE DEMANDEE (OPE-ENTITE,
      * A SPACES = ENTITE PRINCIPALE).
       02A-SELECT-LINE.
           MOVE OPE-CODE-OPER TO CODE-OPER OF DCLTBHOP
           MOVE OPE-ENTITE    TO ENTITE OF DCLTBHOP
           EXEC SQL
              SELECT SENS, COMPTE_GL, LIBELLE,
                     MT_FRAIS, TX_FRAIS, COMPTE_FRAIS,
                     STATUT, DATE_FIN, DELAI_DISPO
                 INTO :SENS, :COMPTE-GL, :LIBELLE,
                      :MT-FRAIS, :TX-FRAIS, :COMPTE-FRAIS,
                      :STATUT, :DATE-FIN, :DELAI-DISPO
                 FROM TBHOP
                 WHERE CODE_OPER = :CODE-OPER
                   AND ENTITE    = :ENTITE
           END-EXEC

           EVALUATE SQLCODE
                 MOVE COMPTE-FRAIS TO OPE-COMPTE-FRAIS
                 MOVE STATUT   TO OPE-STATUT
                 MOVE DATE-FIN TO OPE-DATE-FIN
                 MOVE DELAI-DISPO TO OPE-DELAI-DISPO
              WHEN 100
                 MOVE '04' TO OPE-CODRET
                 MOVE 'CODE OPERATION INCONNU DE TBHOP' TO OPE-LIBRET
              :TX-FRAIS,
              :COMPTE-FRAIS,
              :STATUT,
              :DATE-FIN,
              :ENTITE,
              :DELAI-DISPO)
           END-EXEC

           EVALUATE SQLCODE
                    TX_FRAIS     = :TX-FRAIS,
                    COMPTE_FRAIS = :COMPTE-FRAIS,
                    STATUT       = :STATUT,
                    DATE_FIN     = :DATE-FIN,
                    DELAI_DISPO  = :DELAI-DISPO
                WHERE CODE_OPER = :CODE-OPER
                  AND ENTITE    = :ENTITE
           END-EXEC

           EVALUATE SQLCODE
           EXEC SQL
              DELETE FROM TBHOP
                WHERE CODE_OPER = :CODE-OPER
                  AND ENTITE    = :ENTITE
           END-EXEC

           EVALUATE SQLCODE
              FETCH CUROPE
                 INTO :CODE-OPER, :LIBELLE, :SENS, :COMPTE-GL,
                      :MT-FRAIS, :TX-FRAIS, :COMPTE-FRAIS,
                      :STATUT, :DATE-FIN, :ENTITE,
                      :DELAI-DISPO
           END-EXEC

           EVALUATE SQLCODE
                 MOVE COMPTE-FRAIS TO OPE-COMPTE-FRAIS
                 MOVE STATUT       TO OPE-STATUT
                 MOVE DATE-FIN     TO OPE-DATE-FIN
                 MOVE ENTITE       TO OPE-ENTITE
                 MOVE DELAI-DISPO  TO OPE-DELAI-DISPO
              WHEN 100
                 MOVE '04' TO OPE-CODRET
                 MOVE 'FIN DE LISTE TBHOP' TO OPE-LIBRET
