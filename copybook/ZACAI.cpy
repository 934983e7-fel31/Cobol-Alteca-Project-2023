      * POSITION DE CAISSE D'AGENCE (TBCAI, ACCESSEUR MACAI) : UNE
      * LIGNE PAR AGENCE, COMPTE GENERAL DE CAISSE ET JOURNEE, ECRITE
      * PAR GKCAISSE A L'ARRETE DE FIN DE JOURNEE. LE SOLDE DE FIN
      * D'UNE JOURNEE EST LE SOLDE D'OUVERTURE DE LA SUIVANTE.
       01  ()-ZCMA.
         05 ()-FONCTION        PIC X(03).
         05 ()-DONNEES.
          10 ()-AGENCE        PIC X(03).
          10 ()-COMPTE-GL     PIC X(11).
          10 ()-DATE-POS      PIC X(10).
      * SOLDE D'OUVERTURE, ENTREES (VERSEMENTS ESPECES AU GUICHET) ET
      * SORTIES (RETRAITS ESPECES) DE LA JOURNEE, EN DEVISE DE BASE,
      * PUIS SOLDE THEORIQUE QUI EN DECOULE.
          10 ()-SOLDE-OUV     PIC S9(13)V9(2) USAGE COMP-3.
          10 ()-MT-ENTREES    PIC S9(13)V9(2) USAGE COMP-3.
          10 ()-MT-SORTIES    PIC S9(13)V9(2) USAGE COMP-3.
          10 ()-SOLDE-THEO    PIC S9(13)V9(2) USAGE COMP-3.
      * COMPTAGE DECLARE PAR LE CAISSIER ET ECART (DECLARE MOINS
      * THEORIQUE : NEGATIF = MANQUANT, POSITIF = EXCEDENT).
          10 ()-MT-DECLARE    PIC S9(13)V9(2) USAGE COMP-3.
          10 ()-ECART         PIC S9(13)V9(2) USAGE COMP-3.
          10 ()-CAISSIER      PIC X(08).
      * SOLDE DE FIN RETENU : LE COMPTAGE QUAND IL EST DECLARE (L'ECART
      * EST ALORS POSTE AU COMPTE D'ECART DE CAISSE), LE THEORIQUE
      * SINON.
          10 ()-SOLDE-FIN     PIC S9(13)V9(2) USAGE COMP-3.
      * 'E' EQUILIBREE, 'D' ECART POSTE, 'N' COMPTAGE NON DECLARE.
          10 ()-STATUT        PIC X(01).
           88 ()-EQUILIBREE   VALUE 'E'.
           88 ()-ECART-POSTE  VALUE 'D'.
           88 ()-NON-DECLAREE VALUE 'N'.
      * LOT DU JOURNAL COMPTABLE PORTANT L'ECRITURE D'ECART.
          10 ()-LOT-ECART     PIC X(08).
         05 ()-RETOUR.
          10 ()-CODRET        PIC X(02).
          10 ()-SQLCODE       PIC S9(3).
          10 ()-LIBRET        PIC X(30).
