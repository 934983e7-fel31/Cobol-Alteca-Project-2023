      * ZONE D'ECHANGE DU MODULE GKIBNCAL (CONSTITUTION DE L'IBAN
      * D'UN COMPTE) : LE BBAN EST FORME DU CODE BANQUE, DU CODE
      * GUICHET, DU NUMERO DE COMPTE ET DE LA CLE RIB (COMPLEMENT A
      * 97 DE 89 x BANQUE + 15 x GUICHET + 3 x COMPTE) ; LA CLE IBAN
      * EST 98 MOINS LE MODULO 97 DU BBAN SUIVI DU CODE PAYS ET DE
      * '00', LETTRES CONVERTIES (A = 10 ... Z = 35). FONCTION 'CAL'.
      * CODRET '00' IBAN CONSTITUE, '08' ELEMENT NON NUMERIQUE.
       01  ()-ZONE.
         05 ()-FONCTION PIC X(03).
         05 ()-PAYS     PIC X(02).
         05 ()-BANQUE   PIC X(05).
         05 ()-GUICHET  PIC X(05).
         05 ()-COMPTE   PIC X(11).
         05 ()-CLE-RIB  PIC 9(02).
         05 ()-IBAN     PIC X(34).
         05 ()-CODRET   PIC X(02).
         05 ()-LIBRET   PIC X(30).
