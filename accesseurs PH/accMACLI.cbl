      * 03/09/26 SOUAD   TEMOIN D'ADRESSE INVALIDE (COLONNE    *
      *          NPAI, POSE PAR GKNPAI) PORTE ET SERVI AVEC LA *
      *          LIGNE                                         *
      * 15/10/26 SOUAD   DATE DE DECES (COLONNE DATE_DECES,    *
      *          POSEE PAR GKDECES) PORTEE ET SERVIE AVEC LA   *
      *          LIGNE                                         *
      * 15/10/26 SOUAD   SECTEUR ET RESIDENCE DU CLIENT        *
      *          (COLONNES TYPE_CLIENT ET RESIDENCE) PORTES    *
      *          ET SERVIS AVEC LA LIGNE, POUR LA STATISTIQUE  *
      *          MENSUELLE DES DEPOTS GKDEPREG                 *
      * 15/10/26 SOUAD   RESIDENCE FISCALE ET NIF ETRANGER     *
      *          (COLONNES PAYS_FISCAL ET NIF_ETRANGER) PORTES *
      *          ET SERVIS AVEC LA LIGNE, POUR LA DECLARATION  *
      *          CRS/FATCA GKCRS                               *
      * 15/10/26 SOUAD   NOTATION DE RISQUE KYC, DATE DE       *
      *          DERNIERE REVUE, ECHEANCE ET RESTRICTION       *
      *          (COLONNES RISQUE_KYC, DATE_REVUE_KYC,         *
      *          ECHEANCE_KYC ET RESTRICTION_KYC) PORTEES ET   *
      *          SERVIES AVEC LA LIGNE, POUR LE SUIVI DES      *
      *          REVUES GKKYCREV                               *
      * 15/10/26 SOUAD   DATE DE NAISSANCE ET REPRESENTANT     *
      *          LEGAL (COLONNES DATE_NAISSANCE ET ID_TUTEUR)  *
      *          PORTES ET SERVIS AVEC LA LIGNE, POUR LES      *
      *          COMPTES DE MINEURS ET LEUR CONVERSION A LA    *
      *          MAJORITE (GKMAJORI)                           *
      *                                                       *
      *********************************************************

            EXEC SQL
               DECLARE CURCLI2 CURSOR FOR
                  SELECT ID_CLIENT, NOM, ADRESSE1, ADRESSE2, VILLE,
                         LANGUE, CANAL, PLAN, NPAI, DATE_DECES,
                         TYPE_CLIENT, RESIDENCE, PAYS_FISCAL,
                         NIF_ETRANGER, RISQUE_KYC, DATE_REVUE_KYC,
                         ECHEANCE_KYC, RESTRICTION_KYC,
                         DATE_NAISSANCE, ID_TUTEUR
                     FROM TBCLI
                     ORDER BY ID_CLIENT
            END-EXEC.
           MOVE CLI-ID TO ID-CLIENT OF DCLTBCLI
           EXEC SQL
              SELECT NOM, ADRESSE1, ADRESSE2, VILLE, LANGUE, CANAL,
                     PLAN, NPAI, DATE_DECES, TYPE_CLIENT, RESIDENCE,
                     PAYS_FISCAL, NIF_ETRANGER, RISQUE_KYC,
                     DATE_REVUE_KYC, ECHEANCE_KYC, RESTRICTION_KYC,
                     DATE_NAISSANCE, ID_TUTEUR
                 INTO :NOM, :ADRESSE1, :ADRESSE2, :VILLE, :LANGUE,
                      :CANAL, :PLAN, :NPAI, :DATE-DECES,
                      :TYPE-CLIENT, :RESIDENCE, :PAYS-FISCAL,
                      :NIF-ETRANGER, :RISQUE-KYC, :DATE-REVUE-KYC,
                      :ECHEANCE-KYC, :RESTRICTION-KYC,
                      :DATE-NAISSANCE, :ID-TUTEUR
                 FROM TBCLI
                 WHERE ID_CLIENT = :ID-CLIENT
           END-EXEC
                 MOVE CANAL     TO CLI-CANAL
                 MOVE PLAN      TO CLI-PLAN
                 MOVE NPAI      TO CLI-NPAI
                 MOVE DATE-DECES TO CLI-DATE-DECES
                 MOVE TYPE-CLIENT TO CLI-TYPE-CLIENT
                 MOVE RESIDENCE TO CLI-RESIDENCE
                 MOVE PAYS-FISCAL TO CLI-PAYS-FISCAL
                 MOVE NIF-ETRANGER TO CLI-NIF-ETRANGER
                 MOVE RISQUE-KYC TO CLI-RISQUE-KYC
                 MOVE DATE-REVUE-KYC TO CLI-DATE-REVUE-KYC
                 MOVE ECHEANCE-KYC TO CLI-ECHEANCE-KYC
                 MOVE RESTRICTION-KYC TO CLI-RESTRICTION-KYC
                 MOVE DATE-NAISSANCE TO CLI-DATE-NAISSANCE
                 MOVE ID-TUTEUR TO CLI-ID-TUTEUR
              WHEN 100
                 MOVE '04' TO CLI-CODRET
                 MOVE 'CLIENT INCONNU DE TBCLI' TO CLI-LIBRET
              :LANGUE,
              :CANAL,
              :PLAN,
              :NPAI,
              :DATE-DECES,
              :TYPE-CLIENT,
              :RESIDENCE,
              :PAYS-FISCAL,
              :NIF-ETRANGER,
              :RISQUE-KYC,
              :DATE-REVUE-KYC,
              :ECHEANCE-KYC,
              :RESTRICTION-KYC,
              :DATE-NAISSANCE,
              :ID-TUTEUR)
           END-EXEC

           EVALUATE SQLCODE
                    LANGUE   = :LANGUE,
                    CANAL    = :CANAL,
                    PLAN     = :PLAN,
                    NPAI     = :NPAI,
                    DATE_DECES = :DATE-DECES,
                    TYPE_CLIENT = :TYPE-CLIENT,
                    RESIDENCE  = :RESIDENCE,
                    PAYS_FISCAL = :PAYS-FISCAL,
                    NIF_ETRANGER = :NIF-ETRANGER,
                    RISQUE_KYC = :RISQUE-KYC,
                    DATE_REVUE_KYC = :DATE-REVUE-KYC,
                    ECHEANCE_KYC = :ECHEANCE-KYC,
                    RESTRICTION_KYC = :RESTRICTION-KYC,
                    DATE_NAISSANCE = :DATE-NAISSANCE,
                    ID_TUTEUR = :ID-TUTEUR
                WHERE ID_CLIENT = :ID-CLIENT
           END-EXEC

           EXEC SQL
              FETCH CURCLI2
                 INTO :ID-CLIENT, :NOM, :ADRESSE1, :ADRESSE2,
                      :VILLE, :LANGUE, :CANAL, :PLAN, :NPAI,
                      :DATE-DECES, :TYPE-CLIENT, :RESIDENCE,
                      :PAYS-FISCAL, :NIF-ETRANGER, :RISQUE-KYC,
                      :DATE-REVUE-KYC, :ECHEANCE-KYC,
                      :RESTRICTION-KYC, :DATE-NAISSANCE,
                      :ID-TUTEUR
           END-EXEC

           EVALUATE SQLCODE
                 MOVE CANAL     TO CLI-CANAL
                 MOVE PLAN      TO CLI-PLAN
                 MOVE NPAI      TO CLI-NPAI
                 MOVE DATE-DECES TO CLI-DATE-DECES
                 MOVE TYPE-CLIENT TO CLI-TYPE-CLIENT
                 MOVE RESIDENCE TO CLI-RESIDENCE
                 MOVE PAYS-FISCAL TO CLI-PAYS-FISCAL
                 MOVE NIF-ETRANGER TO CLI-NIF-ETRANGER
                 MOVE RISQUE-KYC TO CLI-RISQUE-KYC
                 MOVE DATE-REVUE-KYC TO CLI-DATE-REVUE-KYC
                 MOVE ECHEANCE-KYC TO CLI-ECHEANCE-KYC
                 MOVE RESTRICTION-KYC TO CLI-RESTRICTION-KYC
                 MOVE DATE-NAISSANCE TO CLI-DATE-NAISSANCE
                 MOVE ID-TUTEUR TO CLI-ID-TUTEUR
              WHEN 100
                 MOVE '04' TO CLI-CODRET
                 MOVE 'FIN DE LISTE TBCLI' TO CLI-LIBRET
