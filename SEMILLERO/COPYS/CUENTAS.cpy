      ******************************************************************
      * CUENTAS - Plan de cuentas del taller: codigo y nombre de cada
      * cuenta del libro mayor. Lo mantiene NO9CMAYO; NO9CCONT lo lee
      * para no asentar contra una cuenta que no este en el plan.
      * CLASE ubica la cuenta en los estados financieros y GRUPO es el
      * renglon del estado donde se suma (varias cuentas pueden caer
      * en el mismo grupo).
      *   CLASE: 'A' ACTIVO, 'P' PASIVO, 'T' PATRIMONIO, 'I' INGRESO,
      *          'G' GASTO, 'O' CUENTA DE ORDEN (FUERA DE LOS ESTADOS)
      ******************************************************************
       01  REG-CUENTA.
           02 RCUE-CODIGO            PIC 9(04).
           02 RCUE-NOMBRE            PIC X(25).
           02 RCUE-CLASE             PIC X(01).
              88 RCUE-ES-ACTIVO      VALUE 'A'.
              88 RCUE-ES-PASIVO      VALUE 'P'.
              88 RCUE-ES-PATRIMONIO  VALUE 'T'.
              88 RCUE-ES-INGRESO     VALUE 'I'.
              88 RCUE-ES-GASTO       VALUE 'G'.
              88 RCUE-ES-ORDEN       VALUE 'O'.
              88 RCUE-CLASE-VALIDA   VALUE 'A' 'P' 'T' 'I' 'G' 'O'.
           02 RCUE-GRUPO             PIC X(20).
