      ******************************************************************
      *                                                                *
      * COPY    : SUCDESC                                              *
      *                                                                *
      * OBJETIVO: CODIGOS DE SUCURSAL FUERA DEL CATALOGO SUCPROV       *
      *           DETECTADOS POR LA RUTINA SUCMAP.  UNA FILA POR       *
      *           CORRIDA, JOB Y CODIGO CON LA CANTIDAD DE FILAS QUE   *
      *           LO TRAJERON; EL ARCHIVO SE EXTIENDE EN CADA CORRIDA  *
      *           Y LO INFORMA ZET205.                                 *
      *                                                                *
      * LONGITUD: 040 BYTES                                            *
      *                                                                *
      ******************************************************************
      * MOD000* 15/10/2026 ALTA DE LA COPY                             *
      ******************************************************************
      *
       01  SUCDESC-REGISTRO.
           05  SUCDESC-FECHA-PROCESO     PIC 9(08).
           05  SUCDESC-JOB-ID            PIC X(06).
      *        CODIGO TAL COMO VINO Y CODIGO AL QUE LLEVO LA SUCESION
           05  SUCDESC-SUCURSAL          PIC X(04).
           05  SUCDESC-SUC-VIGENTE       PIC X(04).
           05  SUCDESC-CANTIDAD          PIC 9(09).
      *        FECHA CON LA QUE SE RESOLVIO LA SUCESION
           05  SUCDESC-FECHA-REF         PIC 9(08).
           05  SUCDESC-FILLER            PIC X(01).
