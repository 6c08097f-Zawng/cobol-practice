      * los batch de mora, cobranza y cartera.
      *   ESTADO: 'F' = FORMALIZADO SIN DESEMBOLSAR, 'A' = ACTIVO
      *   (DESEMBOLSADO), 'P' = PAGADO, 'R' = RESTRUCTURADO (CERRADO,
      *   CONTINUA EN EL PRESTAMO SUCESOR), 'C' = CASTIGADO
      ******************************************************************
       01  REG-PRESTAMO.
           02 RPRE-NUMERO            PIC 9(06).
           02 RPRE-CODEU-EDAD        PIC 9(03).
           02 RPRE-CODEU-TELEFONO    PIC 9(10).
      * TASA MENSUAL PACTADA EN LA RESTRUCTURACION (CERO EN LOS
      * PRESTAMOS ORIGINADOS POR COTIZACION), O LA VIGENTE EN LOS DE
      * TASA VARIABLE
           02 RPRE-TASA-MES          PIC 9(02)V99.
      * FECHA (DD/MM/AAAA) DEL ULTIMO CAMBIO DE ESTADO
           02 RPRE-FECHA-ESTADO      PIC X(10).
      * IDENTIFICACION DEL DEUDOR Y DEL CODEUDOR PARA EL REPORTE A
      * CENTRALES DE RIESGO (SE CAPTURA AL ACEPTAR LA COTIZACION)
           02 RPRE-DEUDOR-DOC        PIC X(12).
           02 RPRE-DEUDOR-NOMBRE     PIC X(25).
           02 RPRE-CODEU-DOC         PIC X(12).
      * TASA VARIABLE: 'V' = REPRECIADA CONTRA LA TASA DE REFERENCIA
      * (ARCHIVO TASAREF) MAS EL SPREAD EN CADA ANIVERSARIO DEL
      * DESEMBOLSO, CADA RPRE-FREC-REPRECIO MESES (NO4CREPR); 'F' O
      * ESPACIO = FIJA. EN LA VARIABLE, RPRE-TASA-MES ES LA TASA
      * VIGENTE Y RPRE-FECHA-REPRECIO (AAAAMMDD) EL ULTIMO ANIVERSARIO
      * REPRECIADO
           02 RPRE-TIPO-TASA         PIC X(01).
           02 RPRE-SPREAD            PIC 9(02)V99.
           02 RPRE-FREC-REPRECIO     PIC 9(02).
           02 RPRE-FECHA-REPRECIO    PIC 9(08).
      * SEGURO DE VIDA DEUDORES: EDAD DEL DEUDOR AL COTIZAR, TASA ANUAL
      * DE SU BANDA (NO0C0011) Y PRIMA MENSUAL INCLUIDA EN LA CUOTA.
      * PRIMA EN CERO = PRESTAMO SIN SEGURO (LOS CONVERTIDOS Y LOS
      * SUCESORES DE UNA RESTRUCTURACION)
           02 RPRE-DEUDOR-EDAD       PIC 9(03).
           02 RPRE-SEG-TASA          PIC 9V9(03).
           02 RPRE-SEG-MES           PIC 9(13)V9(02).
