         05 ()-ORIGINE     PIC X(03).
         05 ()-NB-TRAITES  PIC 9(09).
         05 ()-NB-REJETS   PIC 9(09).
      * EMPREINTE DU FICHIER D'ENTREE (ORIGINE ET DATE DE SON PREMIER
      * '00') ET MODE DE LA REPRISE : A BLANC = REPRISE ORDINAIRE ;
      * 'P' = PAS A PAS (REPRISE SUR LA MEME POSITION QUE LA
      * PRECEDENTE : UN REPERE PAR ENREGISTREMENT JUSQU'A LA POSITION
      * ()-POSITION-MODE) ; 'Q' = L'ENREGISTREMENT A LA POSITION
      * ()-POSITION-MODE EST MIS EN QUARANTAINE ; 'A' = ARRET SUR
      * DEMANDE DE L'OPERATEUR (PAS UN ABEND, N'EST PAS UNE REPRISE).
         05 ()-EMP-ORIGINE PIC X(03).
         05 ()-EMP-DATE    PIC X(10).
         05 ()-MODE        PIC X(01).
           88 ()-MODE-PAS-A-PAS   VALUE 'P'.
           88 ()-MODE-QUARANTAINE VALUE 'Q'.
           88 ()-MODE-ARRET       VALUE 'A'.
         05 ()-POSITION-MODE PIC 9(09).
         05 FILLER         PIC X(01).
