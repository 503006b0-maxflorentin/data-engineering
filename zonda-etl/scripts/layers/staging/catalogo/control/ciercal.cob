      ******************************************************************
      *                                                                *
      * COPY    : CIERCAL                                              *
      *                                                                *
      * OBJETIVO: CALENDARIO DE CIERRE DE PERIODOS POR AREA DE         *
      *           NEGOCIO.  UNA FILA POR AREA Y PERIODO (AAAAMM) CON   *
      *           SU ESTADO VIGENTE; LA MANTIENE ZET196 A PARTIR DE    *
      *           LAS TRANSACCIONES DE CIERRE/REAPERTURA APROBADAS     *
      *           POR UN SEGUNDO OPERADOR.  LA RUTINA PERCIE LA CARGA  *
      *           PARA QUE LOS STAGES QUE ACUMULAN HECHOS FECHADOS     *
      *           DESVIEN LO QUE CAE EN UN PERIODO CERRADO.            *
      *                                                                *
      * LONGITUD: 060 BYTES                                            *
      *                                                                *
      ******************************************************************
      * MOD000* 15/10/2026 ALTA DE LA COPY                             *
      ******************************************************************
      *
       01  CIERCAL-REGISTRO.
           05  CIERCAL-AREA              PIC X(08).
           05  CIERCAL-PERIODO           PIC 9(06).
      *        C = CERRADO / A = REABIERTO
           05  CIERCAL-ESTADO            PIC X(01).
               88  CIERCAL-CERRADO           VALUE 'C'.
               88  CIERCAL-REABIERTO         VALUE 'A'.
      *        ULTIMO MOVIMIENTO: FECHA, SOLICITANTE Y APROBADOR
           05  CIERCAL-FEC-MOVIMIENTO    PIC 9(08).
           05  CIERCAL-USUARIO           PIC X(08).
           05  CIERCAL-APROBADO-POR      PIC X(08).
           05  CIERCAL-FILLER            PIC X(21).
