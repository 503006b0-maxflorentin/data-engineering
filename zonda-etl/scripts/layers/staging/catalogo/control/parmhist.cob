      ******************************************************************
      *                                                                *
      * COPY    : PARMHIST                                             *
      *                                                                *
      * OBJETIVO: HISTORIA DE TARJETAS DE PARAMETROS.  ZET199 AGREGA   *
      *           UNA FILA POR CORRIDA CON EL CONTENIDO EXACTO DE LA   *
      *           TARJETA QUE USO EL JOB, CON EL MISMO JOB-ID Y FECHA  *
      *           DE PROCESO QUE SU FILA DE RUNLOG, QUIEN LA EDITO Y   *
      *           SI CAMBIO RESPECTO DE LA CORRIDA ANTERIOR.  ZET200   *
      *           LA CONSULTA POR TARJETA Y FECHA.                     *
      *                                                                *
      * LONGITUD: 120 BYTES                                            *
      *                                                                *
      ******************************************************************
      * MOD000* 15/10/2026 ALTA DE LA COPY                             *
      ******************************************************************
      *
       01  PARMHIST-REGISTRO.
           05  PARMHIST-FECHA-PROCESO    PIC 9(08).
           05  PARMHIST-HORA             PIC 9(06).
           05  PARMHIST-JOB-ID           PIC X(06).
           05  PARMHIST-TARJETA          PIC X(08).
      *        OPERADOR QUE EDITO LA TARJETA PARA ESTA CORRIDA
           05  PARMHIST-USUARIO          PIC X(08).
      *        V = VALIDADA / R = RECHAZADA / A = AUSENTE /
      *        X = SIN DEFINICION EN EL REGISTRO
           05  PARMHIST-ESTADO           PIC X(01).
               88  PARMHIST-VALIDADA         VALUE 'V'.
               88  PARMHIST-RECHAZADA        VALUE 'R'.
               88  PARMHIST-AUSENTE          VALUE 'A'.
               88  PARMHIST-SIN-DEFINICION   VALUE 'X'.
      *        S = EL CONTENIDO DIFIERE DE LA CORRIDA ANTERIOR
           05  PARMHIST-IND-CAMBIO       PIC X(01).
               88  PARMHIST-CAMBIO           VALUE 'S'.
           05  PARMHIST-CONTENIDO        PIC X(80).
           05  PARMHIST-FILLER           PIC X(02).
