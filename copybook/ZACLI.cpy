      * REGISTRE.
          10 ()-NPAI          PIC X(01).
            88 ()-ADRESSE-INVALIDE VALUE 'O'.
      * DATE DE DECES DU CLIENT (YYYY-MM-DD, POSEE PAR GKDECES A
      * L'OUVERTURE DE LA SUCCESSION) ; A SPACES, CLIENT VIVANT.
          10 ()-DATE-DECES    PIC X(10).
      * SECTEUR DU CLIENT POUR LA STATISTIQUE MONETAIRE MENSUELLE
      * (GKDEPREG) : 'P' PARTICULIER (MENAGE), 'E' ENTREPRISE NON
      * FINANCIERE, 'F' INSTITUTION FINANCIERE, 'A' ADMINISTRATION
      * PUBLIQUE ; A SPACES, CLIENT NON VENTILE (SIGNALE A L'ETAT DE
      * CONTROLE DE LA DECLARATION).
          10 ()-TYPE-CLIENT   PIC X(01).
            88 ()-PARTICULIER      VALUE 'P'.
            88 ()-ENTREPRISE       VALUE 'E'.
            88 ()-INST-FINANCIERE  VALUE 'F'.
            88 ()-ADMINISTRATION   VALUE 'A'.
      * RESIDENCE DU CLIENT AU SENS REGLEMENTAIRE : 'R' RESIDENT,
      * 'N' NON-RESIDENT ; A SPACES, NON VENTILE.
          10 ()-RESIDENCE     PIC X(01).
            88 ()-RESIDENT         VALUE 'R'.
            88 ()-NON-RESIDENT     VALUE 'N'.
      * RESIDENCE FISCALE DU CLIENT (CODE PAYS ISO A DEUX LETTRES)
      * ET NUMERO D'IDENTIFICATION FISCALE ETRANGER, POUR LA
      * DECLARATION ANNUELLE CRS/FATCA (GKCRS) : UN PAYS AUTRE QUE
      * LE PAYS DU DOMICILE BANCAIRE REND LE CLIENT DECLARABLE ; A
      * SPACES, PREUVE DE RESIDENCE MANQUANTE (LISTE KYC).
          10 ()-PAYS-FISCAL   PIC X(02).
          10 ()-NIF-ETRANGER  PIC X(20).
      * NOTATION DE RISQUE KYC DU CLIENT : 'F' FAIBLE, 'M' MOYEN,
      * 'E' ELEVE ; A SPACES, CLIENT NON NOTE (LISTE A NOTER DE
      * GKKYCREV). LA DATE DE DERNIERE REVUE (YYYY-MM-DD) EST POSEE
      * PAR GKKYCMAJ AU CHARGEMENT DES REVUES ACHEVEES ; L'ECHEANCE
      * DE LA PROCHAINE REVUE EST CALCULEE PAR GKKYCREV SELON LA
      * NOTATION (PERIODES TBPRM KYC-PERIODE-*).
          10 ()-RISQUE-KYC    PIC X(01).
            88 ()-RISQUE-FAIBLE    VALUE 'F'.
            88 ()-RISQUE-MOYEN     VALUE 'M'.
            88 ()-RISQUE-ELEVE     VALUE 'E'.
          10 ()-DATE-REVUE-KYC PIC X(10).
          10 ()-ECHEANCE-KYC  PIC X(10).
      * RESTRICTION POUR REVUE ECHUE AU DELA DU DELAI DE GRACE
      * (POSEE ET LEVEE PAR GKKYCREV, LEVEE PAR GKKYCMAJ) : LES
      * CREDITS RESTENT ACCEPTES, LES DEBITS SONT RETENUS PAR
      * MFMAJCPT (CODE RETOUR '21', MIS EN HOLD PAR GKMAJ001).
          10 ()-RESTRICTION-KYC PIC X(01).
            88 ()-DEBITS-RETENUS   VALUE 'O'.
      * DATE DE NAISSANCE DU CLIENT (YYYY-MM-DD) : TANT QU'IL N'A PAS
      * ATTEINT L'AGE DE LA MAJORITE (TBPRM AGE-MAJORITE), SES
      * COMPTES SONT TENUS SANS DECOUVERT ET SOUS PLAFOND MENSUEL DE
      * RETRAITS PAR MFMAJCPT. A SPACES, CLIENT SANS RESTRICTION
      * D'AGE (PERSONNE MORALE, CLIENT REPRIS SANS LA DATE).
          10 ()-DATE-NAISSANCE PIC X(10).
      * REPRESENTANT LEGAL (TUTEUR) DU CLIENT MINEUR, LUI-MEME CLIENT
      * TBCLI : IL RECOIT COPIE DES RELEVES (GKRELDSP) ET DES
      * NOTIFICATIONS (GKNOTIFR) DU MINEUR. EFFACE PAR GKMAJORI A LA
      * MAJORITE DU CLIENT ; A SPACES, PAS DE REPRESENTANT.
          10 ()-ID-TUTEUR     PIC X(08).
         05 ()-RETOUR.
          10 ()-CODRET        PIC X(02).
          10 ()-SQLCODE       PIC S9(3).
