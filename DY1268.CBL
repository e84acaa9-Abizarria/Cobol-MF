       01  REG-HCP              PIC  X(150).

       FD  HSTLDP.
       01  REG-HDP              PIC  X(170).

       WORKING-STORAGE SECTION.

