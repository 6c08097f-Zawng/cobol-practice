      ******************************************************************
      * RETENCIO - Politica de retencion de los archivos que solo
      * crecen (bitacoras e historicos), una linea por archivo, que
      * lee la depuracion NO8CPURG:
      *   LOGICO:     NOMBRE LOGICO DEL ARCHIVO (LOGSESIO, WATCHLOG,
      *               RUNCTRL, SPOOLCAT, GESTIONE, TRANSHIS, RESUHIST)
      *   DIAS:       DIAS QUE SE CONSERVA UN REGISTRO DESDE SU FECHA
      *               (CERO = NO SE DEPURA)
      *   POSICION:   POSICION DEL CAMPO FECHA DENTRO DEL REGISTRO
      *   FORMATO:    'A' AAAAMMDD, 'B' DD/MM/AAAA, 'D' DDMMAA
      *   LEGAL:      'S' = RETENCION LEGAL; EL ARCHIVO NO SE DEPURA
      *               MIENTRAS TENGA ESTA MARCA, SEA CUAL SEA SU PLAZO
      * Los campos fecha de cada archivo son: LOGSESIO 031 B,
      * WATCHLOG 001 D, RUNCTRL 001 A, SPOOLCAT 061 A, GESTIONE 007 A,
      * TRANSHIS 087 A, RESUHIST 001 A. Un archivo sin linea en la
      * politica no se depura.
      ******************************************************************
       01  REG-RETENCION.
           02 RRET-LOGICO            PIC X(08).
           02 FILLER                 PIC X(01).
           02 RRET-DIAS              PIC 9(05).
           02 FILLER                 PIC X(01).
           02 RRET-POSICION          PIC 9(03).
           02 FILLER                 PIC X(01).
           02 RRET-FORMATO           PIC X(01).
           02 FILLER                 PIC X(01).
           02 RRET-LEGAL             PIC X(01).
           02 FILLER                 PIC X(01).
           02 RRET-DESCRIPCION       PIC X(30).
