       FILE SECTION.

       FD ARCH-AUDIT-LOG.
       01 REG-AUDITORIA                     PIC X(300).

       FD ARCH-SAL-TENDENCIA.
       01 SAL-TENDENCIA-LINEA               PIC X(132).
