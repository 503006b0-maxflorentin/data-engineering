      ******************************************************************
      *                                                                *
      * COPY    : SUCSUC                                               *
      *                                                                *
      * OBJETIVO: TABLA DE SUCESION DE SUCURSALES CON VIGENCIA.  UNA   *
      *           FILA POR SUCURSAL FUSIONADA O CERRADA CON LA         *
      *           SUCURSAL QUE LA ABSORBE A PARTIR DE LA FECHA DE      *
      *           VIGENCIA.  LA MANTIENE ZET204 A PARTIR DE LAS        *
      *           NOVEDADES APROBADAS POR UN SEGUNDO OPERADOR; LAS     *
      *           FILAS NUNCA SE BORRAN, LA BAJA SOLO LAS CIERRA CON   *
      *           SU FECHA PARA QUE UNA CORRIDA HISTORICA SE PUEDA     *
      *           REPRODUCIR.  LA RUTINA SUCMAP LA CARGA PARA          *
      *           REMAPEAR EL CODIGO DE SUCURSAL DE LAS SALIDAS.       *
      *                                                                *
      * LONGITUD: 060 BYTES                                            *
      *                                                                *
      ******************************************************************
      * MOD000* 15/10/2026 ALTA DE LA COPY                             *
      ******************************************************************
      *
       01  SUCSUC-REGISTRO.
           05  SUCSUC-CLAVE.
               10  SUCSUC-SUC-ANTERIOR   PIC X(04).
               10  SUCSUC-FECHA-VIGENCIA PIC 9(08).
           05  SUCSUC-SUC-SUCESORA       PIC X(04).
      *        F = FUSION / C = CIERRE
           05  SUCSUC-MOTIVO             PIC X(01).
               88  SUCSUC-FUSION             VALUE 'F'.
               88  SUCSUC-CIERRE             VALUE 'C'.
      *        ALTA Y BAJA DE LA FILA; BAJA EN CERO = VIGENTE
           05  SUCSUC-FECHA-ALTA         PIC 9(08).
           05  SUCSUC-FECHA-BAJA         PIC 9(08).
               88  SUCSUC-VIGENTE            VALUE ZERO.
           05  SUCSUC-USUARIO            PIC X(08).
           05  SUCSUC-APROBADO-POR       PIC X(08).
           05  SUCSUC-FILLER             PIC X(11).
