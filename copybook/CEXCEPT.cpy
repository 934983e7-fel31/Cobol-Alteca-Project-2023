      * LISTE DE TRAVAIL QUOTIDIENNE DES EXCEPTIONS (DDEXCLST, 120
      * OCTETS), PRODUITE CHAQUE MATIN PAR GKEXCEPT : UNE LIGNE PAR
      * EXCEPTION OUVERTE, TOUTES FILES CONFONDUES (REJETS, ATTENTES,
      * PARC, SUSPENS, LITIGES, DOUBLONS SUSPECTS, ECARTS DE
      * RAPPROCHEMENT, ORDRES EN RETENTATIVE). UNE MEME OPERATION
      * (COMPTE + REF-OPER) PRESENTE DANS PLUSIEURS FILES N'Y FIGURE
      * QU'UNE FOIS, SOUS LA FILE QUI EN A LA CHARGE ; LES AUTRES
      * FILES OU ELLE APPARAIT SONT CITEES. TRIEE PAR COMPTE ET
      * REFERENCE.
       01 ()-ENREG.
         05 ()-TYPE          PIC X(03).
           88 ()-LITIGE        VALUE 'LIT'.
           88 ()-ATTENTE       VALUE 'ATT'.
           88 ()-PARC          VALUE 'PRC'.
           88 ()-SUSPENS       VALUE 'SUS'.
           88 ()-RETENTATIVE   VALUE 'ORD'.
           88 ()-REJET         VALUE 'REJ'.
           88 ()-DOUBLON       VALUE 'DBL'.
           88 ()-ECART         VALUE 'ECR'.
         05 ()-COMPTE        PIC X(11).
      * A SPACES POUR UN ECART DE RAPPROCHEMENT (CONSTAT PAR COMPTE).
         05 ()-REF-OPER      PIC X(10).
         05 ()-MONTANT       PIC S9(11)V99.
      * DATE D'ENTREE DANS LA FILE (LA PLUS ANCIENNE DES FILES OU
      * L'OPERATION FIGURE) ET AGE EN JOURS A LA DATE DU RUN.
         05 ()-DATE-ENTREE   PIC X(10).
         05 ()-AGE           PIC 9(05).
      * EQUIPE EN CHARGE ET ECHEANCE DE TRAITEMENT (DATE D'ENTREE +
      * DELAI DE LA FILE, TBPRM EXC-EQUIPE-<TYPE> / EXC-SLA-<TYPE>).
         05 ()-EQUIPE        PIC X(03).
         05 ()-ECHEANCE      PIC X(10).
         05 ()-HORS-SLA      PIC X(01).
           88 ()-ECHEANCE-DEPASSEE VALUE 'O'.
         05 ()-MOTIF         PIC X(30).
      * AUTRES FILES OU L'OPERATION APPARAIT (QUATRE TYPES AU PLUS).
         05 ()-AUTRES-FILES.
           10 ()-AUTRE-TYPE  PIC X(03) OCCURS 4 TIMES.
         05 FILLER           PIC X(12).
