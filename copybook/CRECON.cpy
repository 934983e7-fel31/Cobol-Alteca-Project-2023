         05 ()-TYPE-00       PIC  X(02).
         05 ()-ORIGINE-00    PIC  X(03).
         05 ()-DATE-00       PIC  X(10).
      * ENTITE COMPTABLE RAPPROCHEE (A SPACES = ENTITE PRINCIPALE).
         05 ()-ENTITE-00     PIC  X(03).
         05 FILLER           PIC  X(62).
       01  ()-ENREG-10 REDEFINES ()-ENREG-00.
         05 ()-TYPE-10        PIC  X(02).
         05 ()-COMPTE-10      PIC  X(11).
