           05 FRES-RESTO-7            PIC 9(8).
           05 FRES-RESTO-8            PIC 9(3).
           05 FRES-RESTO-9            PIC 9(8).
           05 FRES-RESTO-10           PIC X(16).
           05 FRES-RESTO-11           PIC 9(3).
           05 FRES-RESTO-12           PIC 9(8).
           05 FRES-RESTO-13           PIC 9(3).

       FD AUDITORIA-ARCHIVO.
       01  REG-AUDITORIA.
