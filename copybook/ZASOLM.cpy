      * CODE PRODUIT DU COMPTE AU MOMENT DE L'ARRETE (DIMENSION
      * PRODUIT DU REPORTING DE FIN DE MOIS).
          10 ()-PRODUIT       PIC X(03).
      * DEVISE DE TENUE DU COMPTE AU MOMENT DE L'ARRETE : LE SOLDE DE
      * CLOTURE EST EXPRIME DANS CETTE DEVISE (DIMENSION DEVISE DU
      * REPORTING DE FIN DE MOIS).
          10 ()-DEVISE        PIC X(03).
         05 ()-RETOUR.
          10 ()-CODRET        PIC X(02).
          10 ()-SQLCODE       PIC S9(3).
