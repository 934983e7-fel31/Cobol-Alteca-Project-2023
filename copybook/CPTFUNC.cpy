      * COMPTE DORMANT : PLUS AUCUN MOUVEMENT DEPUIS LE DELAI
      * REGLEMENTAIRE (FLAGGE PAR GKDORMANT, REVEILLE PAR GKCPTVIE).
           88 CPT-COMPTE-DORMANT   VALUE 'D'.
      * COMPTE EN SUCCESSION : TITULAIRE DECEDE (POSE PAR GKDECES),
      * SEULES LES OPERATIONS DE LA SUCCESSION Y SONT POSTEES.
           88 CPT-COMPTE-SUCCESSION VALUE 'S'.
      * ENTITE COMPTABLE (FILIALE) PROPRIETAIRE DU COMPTE ; A SPACES
      * = ENTITE PRINCIPALE. CHAQUE POSTE EST PASSE DANS LES LIVRES
      * (COMPTES TECHNIQUES, GL) DE CETTE ENTITE, JAMAIS D'UNE AUTRE.
          10 CPT-ENTITE       PIC X(03).
      * DEVISE DE TENUE DU COMPTE (CODE TBDEV), POSEE A L'OUVERTURE
      * PAR GKCPTVIE : LE SOLDE EST TENU DANS CETTE DEVISE ET MFMAJCPT
      * NE CONVERTIT QUE LES OPERATIONS LIBELLEES DANS UNE AUTRE
      * DEVISE. A SPACES = DEVISE DE BASE (EUR), COMPTES OUVERTS
      * AVANT LA DIMENSION.
          10 CPT-DEVISE       PIC X(03).
      * DATE D'OUVERTURE DU COMPTE (AAAA-MM-JJ), POSEE PAR GKCPTVIE :
      * LES FRAIS PERIODIQUES (GKFRAPER) SONT PRORATISES SUR LA
      * PREMIERE PERIODE. A SPACES = COMPTE OUVERT AVANT LA DIMENSION,
      * FACTURE PLEIN TARIF.
          10 CPT-DATE-OUV     PIC X(10).
      * BORNE HAUTE DE LA TRANCHE POUR LE PARCOURS PAR PLAGE DE
      * COMPTES (FONCTIONS RDB/RSU DE MACPT) : LES JOBS DE FIN DE
      * MOIS TOURNENT EN TRANCHES PARALLELES SUR SYSIN. A SPACES,
