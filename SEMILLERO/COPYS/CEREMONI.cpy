      ******************************************************************
      * CEREMONI - Encabezado de una ceremonia comunitaria (bautismo o
      * confirmacion de muchos ninos a la misma hora): numero de la
      * ceremonia, sacramento (ASER-COD-SERVICIO 1 o 3), fecha
      * (DD/MM/AAAA) y hora (HH:MM), sede, celebrante, cupo de
      * participantes, inscritos hasta el momento y valor que paga
      * cada participante. La ceremonia ocupa un solo cupo del
      * calendario; cada nino inscrito tiene su propio servicio en
      * SANMSERV y su renglon en PARTICIP. Lo mantiene NO1CSANM.
      *   ESTADO: A = ABIERTA, R = REALIZADA
      ******************************************************************
       01  REG-CEREMONIA.
           02 RCEM-NUMERO            PIC 9(04).
           02 RCEM-COD-SERVICIO      PIC 9(01).
           02 RCEM-FECHA             PIC X(10).
           02 RCEM-HORA              PIC X(05).
           02 RCEM-SEDE              PIC 9(01).
           02 RCEM-CELEBRANTE        PIC 9(02).
           02 RCEM-CUPO              PIC 9(03).
           02 RCEM-INSCRITOS         PIC 9(03).
           02 RCEM-VALOR             PIC 9(07).
           02 RCEM-ESTADO            PIC X(01).
              88 RCEM-ABIERTA        VALUE 'A'.
              88 RCEM-REALIZADA      VALUE 'R'.
