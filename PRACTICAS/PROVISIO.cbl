       DATA DIVISION.
       FILE SECTION.
       FD NOMINA-ARCHIVO.
       COPY '../COPYS/NOMINA.cpy'.

       FD PROVBAL-ARCHIVO.
       COPY '../COPYS/PROVBAL.cpy'.

       FD PROVPER-ARCHIVO.
       01  REG-PROVPER.
