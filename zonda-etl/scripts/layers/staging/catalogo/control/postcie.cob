      ******************************************************************
      *                                                                *
      * COPY    : POSTCIE                                              *
      *                                                                *
      * OBJETIVO: ARCHIVO COMUN DE AJUSTES POST-CIERRE.  CUANDO UN     *
      *           STAGE QUE ACUMULA HECHOS FECHADOS RECIBE UNA FILA    *
      *           CUYA FECHA DE NEGOCIO CAE EN UN PERIODO CERRADO      *
      *           (CIERCAL), LA FILA NO ENTRA AL HECHO: SE APENDIZA    *
      *           ACA CON SU FECHA DE NEGOCIO ORIGINAL, LA CLAVE, EL   *
      *           IMPORTE CON QUE HUBIERA MOVIDO LA CIFRA CERRADA Y    *
      *           LA IMAGEN DEL REGISTRO.  ZET198 LO REPORTA.          *
      *                                                                *
      * LONGITUD: 300 BYTES                                            *
      *                                                                *
      ******************************************************************
      * MOD000* 15/10/2026 ALTA DE LA COPY                             *
      ******************************************************************
      *
       01  POSTCIE-REGISTRO.
           05  POSTCIE-JOB-ID            PIC X(06).
           05  POSTCIE-AREA              PIC X(08).
      *        DDNAME DEL HECHO AL QUE IBA LA FILA
           05  POSTCIE-HECHO             PIC X(08).
           05  POSTCIE-FEC-NEGOCIO       PIC 9(08).
           05  POSTCIE-FEC-ARRIBO        PIC 9(08).
           05  POSTCIE-HORA-ARRIBO       PIC 9(06).
           05  POSTCIE-CLAVE             PIC X(40).
           05  POSTCIE-IMPORTE           PIC S9(13)V99.
           05  POSTCIE-DATOS             PIC X(200).
           05  POSTCIE-FILLER            PIC X(01).
