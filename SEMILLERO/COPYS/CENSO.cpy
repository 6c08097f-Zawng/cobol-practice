      ******************************************************************
      * CENSO - Censo parroquial: un registro por cada miembro del
      * hogar de un feligres (el hogar es el telefono del maestro
      * FELIGRES). Lleva el sector de la parroquia donde vive la
      * familia, el nombre completo del miembro, su fecha de
      * nacimiento (AAAAMMDD), el parentesco con el jefe del hogar y
      * los sacramentos recibidos. Lo mantiene NO2CFELI, que ademas
      * saca el reporte pastoral de sacramentos pendientes; NO2CDIOC
      * lo resume por edades para la estadistica diocesana.
      *   PARENTESCO : J = JEFE DEL HOGAR, C = CONYUGE, H = HIJO(A),
      *                P = PADRE O MADRE DEL JEFE, O = OTRO
      *   SACRAMENTOS: S = RECIBIDO (DECLARADO POR LA FAMILIA)
      *                L = RECIBIDO, CONSTA EN LOS LIBROS DE LA
      *                    PARROQUIA (SACRAREG O SANMHIST)
      *                N = NO RECIBIDO
      *   EL ORDEN DE LOS SACRAMENTOS ES EL DEL CODIGO DE SERVICIO:
      *   1 BAUTISMO, 2 PRIMERA COMUNION, 3 CONFIRMACION, 4 MATRIMONIO
      ******************************************************************
       01  REG-CENSO.
           02 RCEN-TELEFONO          PIC 9(10).
           02 RCEN-MIEMBRO           PIC 9(02).
           02 RCEN-SECTOR            PIC 9(02).
           02 RCEN-NOMBRE            PIC X(30).
           02 RCEN-NACIMIENTO        PIC 9(08).
           02 RCEN-PARENTESCO        PIC X(01).
              88 RCEN-PAR-VALIDO     VALUE 'J' 'C' 'H' 'P' 'O'.
           02 RCEN-SACRAMENTOS.
              03 RCEN-BAUTISMO       PIC X(01).
              03 RCEN-COMUNION       PIC X(01).
              03 RCEN-CONFIRMACION   PIC X(01).
              03 RCEN-MATRIMONIO     PIC X(01).
           02 RCEN-TAB-SACRAMENTOS REDEFINES RCEN-SACRAMENTOS.
              03 RCEN-SACRAMENTO     PIC X(01) OCCURS 4 TIMES.
