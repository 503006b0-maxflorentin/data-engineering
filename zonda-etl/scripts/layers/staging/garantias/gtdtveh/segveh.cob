      ******************************************************************
      *                                                                *
      * COPY    : SEGVEH                                               *
      *                                                                *
      * PREFIJO : :SEGVEH:                                             *
      *                                                                *
      * OBJETIVO: INTERFAZ DE ENTRADA DE LAS ASEGURADORAS CON LAS      *
      *           POLIZAS DE SEGURO DE LOS VEHICULOS PRENDADOS.  UN    *
      *           REGISTRO POR POLIZA (O ENDOSO/RENOVACION) CON EL     *
      *           VEHICULO ASEGURADO, EL ENDOSO A FAVOR DEL BANCO,     *
      *           LA SUMA ASEGURADA Y LAS FECHAS DE VIGENCIA.          *
      *                                                                *
      * LONGITUD: 100 BYTES                                            *
      *                                                                *
      ******************************************************************
      * MOD000* 15/10/2026 ALTA DE LA COPY                             *
      ******************************************************************
      *
       01 :SEGVEH:-REGISTRO.
          05 :SEGVEH:-COD-ASEGURADORA    PIC X(04).
          05 :SEGVEH:-NUM-POLIZA         PIC X(20).
          05 :SEGVEH:-NUM-PATENTE        PIC X(20).
          05 :SEGVEH:-NUM-CHASIS         PIC X(20).
      *       S = ENDOSADA A FAVOR DEL BANCO COMO ACREEDOR PRENDARIO
          05 :SEGVEH:-IND-ENDOSO         PIC X(01).
             88 :SEGVEH:-ENDOSADA            VALUE 'S'.
          05 :SEGVEH:-SUMA-ASEGURADA     PIC 9(13)V99.
          05 :SEGVEH:-FEC-VIG-DESDE      PIC 9(08).
          05 :SEGVEH:-FEC-VIG-HASTA      PIC 9(08).
      *       V = VIGENTE / A = ANULADA POR LA ASEGURADORA
          05 :SEGVEH:-IND-ESTADO         PIC X(01).
             88 :SEGVEH:-VIGENTE             VALUE 'V'.
             88 :SEGVEH:-ANULADA             VALUE 'A'.
          05 :SEGVEH:-FILLER             PIC X(03).
