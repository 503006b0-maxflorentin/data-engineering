      ******************************************************************
      *                                                                *
      * COPY    : FERLIQ                                               *
      *                                                                *
      * OBJETIVO: CALENDARIO MANTENIDO DE FERIADOS DE LIQUIDACION,     *
      *           CON EL MISMO TRATAMIENTO QUE FERIADOS.  UNA FILA     *
      *           POR FECHA NO HABIL DE UNA DIVISA (TIPO 'D', CODIGO   *
      *           ISO DE LA MONEDA: FERIADOS DE SU CENTRO DE           *
      *           LIQUIDACION) O DE UN PAIS (TIPO 'P', CODIGO DE PAIS  *
      *           COMO LO GRABA LFTRS00 EN BENE-RECV-COUNTRY).  LO     *
      *           CONSUME LA RUTINA COMUN DIASLIQ PARA VALIDAR LA      *
      *           FECHA VALOR DE LOS PAGOS SWIFT SALIENTES (ZET193).   *
      *                                                                *
      * LONGITUD: 042 BYTES                                            *
      *                                                                *
      ******************************************************************
      * MOD000* 15/10/2026 ALTA DE LA COPY                             *
      ******************************************************************
      *
       01  FERLIQ-REGISTRO.
           05  FERLIQ-FECHA              PIC 9(08).
           05  FERLIQ-TIPO               PIC X(01).
               88  FERLIQ-DE-DIVISA          VALUE 'D'.
               88  FERLIQ-DE-PAIS            VALUE 'P'.
           05  FERLIQ-CODIGO             PIC X(05).
           05  FERLIQ-DESCRIPCION        PIC X(26).
           05  FERLIQ-FILLER             PIC X(02).
