           COPY HISPRODC.

       FD ARCH-SAL-RETENIDOS.
       01 SAL-RETENIDO-REG                  PIC X(87).

       FD ARCH-SAL-ARCHIVO.
       01 SAL-ARCHIVO-REG                   PIC X(87).

       WORKING-STORAGE SECTION.

