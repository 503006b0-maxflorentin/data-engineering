      *           TIENE TOKEN ASIGNADO TODAVIA, LA RUTINA DEVUELVE    *
      *           LA MASCARA BIN + ASTERISCOS + ULTIMOS CUATRO Y LA    *
      *           MARCA SIN-TOKEN, PARA QUE NINGUNA SALIDA             *
      *           ANALITICA LLEVE NUNCA EL PAN EN CLARO.  ULT4 TRAE    *
      *           SIEMPRE LOS ULTIMOS CUATRO DIGITOS DEL PAN PARA LAS  *
      *           CARTAS AL CLIENTE.                                   *
      *                                                                *
      * LONGITUD: 046 BYTES                                            *
      *                                                                *
      ******************************************************************
      * MOD000* 02/09/2026 ALTA DE LA COPY                             *
      * MOD001* 15/10/2026 AGREGA ULT4 PARA LAS CARTAS (CORPZA)        *
      ******************************************************************
      *
       01 :TOKPAN:-AREA.
          05 :TOKPAN:-TOKEN                PIC X(19).
          05 :TOKPAN:-IND-SIN-TOKEN        PIC X(01).
             88 :TOKPAN:-SIN-TOKEN             VALUE 'S'.
          05 :TOKPAN:-ULT4                 PIC X(04).
          05 FILLER                        PIC X(03).
