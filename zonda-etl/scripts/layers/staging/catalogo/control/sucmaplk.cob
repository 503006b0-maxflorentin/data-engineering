      ******************************************************************
      *                                                                *
      * COPY    : SUCMAPLK                                             *
      *                                                                *
      * PREFIJO : :SUCMAP:                                             *
      *                                                                *
      * OBJETIVO: AREA DE COMUNICACION CON LA RUTINA SUCMAP.  EN LA    *
      *           OPERACION R EL LLAMADOR CARGA SU JOB, SU FECHA DE    *
      *           PROCESO Y EL CODIGO DE SUCURSAL DE LA FILA; LA       *
      *           RUTINA DEVUELVE LA SUCURSAL VIGENTE SEGUN LA TABLA   *
      *           DE SUCESION SUCSUC Y SI EL CODIGO ESTA FUERA DEL     *
      *           CATALOGO.  LA OPERACION F, AL FINAL DE LA CORRIDA,   *
      *           GRABA EN SUCDESC LOS CODIGOS DESCONOCIDOS.           *
      *                                                                *
      * LONGITUD: 060 BYTES                                            *
      *                                                                *
      ******************************************************************
      * MOD000* 15/10/2026 ALTA DE LA COPY                             *
      ******************************************************************
      *
       01 :SUCMAP:-AREA.
          05 :SUCMAP:-OPERACION            PIC X(01).
             88 :SUCMAP:-OP-REMAPEA            VALUE 'R'.
             88 :SUCMAP:-OP-FIN                VALUE 'F'.
          05 :SUCMAP:-JOB-ID               PIC X(06).
          05 :SUCMAP:-FECHA-PROCESO        PIC 9(08).
          05 :SUCMAP:-SUC-ORIGEN           PIC X(04).
          05 :SUCMAP:-SUC-VIGENTE          PIC X(04).
          05 :SUCMAP:-RESULTADO            PIC X(01).
             88 :SUCMAP:-SIN-CAMBIO            VALUE 'S'.
             88 :SUCMAP:-REMAPEADA             VALUE 'R'.
             88 :SUCMAP:-DESCONOCIDA           VALUE 'D'.
      *       MOTIVO DEL ULTIMO SALTO (F/C) Y SALTOS RECORRIDOS
          05 :SUCMAP:-MOTIVO               PIC X(01).
          05 :SUCMAP:-SALTOS               PIC 9(02).
      *       FECHA CON LA QUE SE RESOLVIO Y MODO DE LA CORRIDA
          05 :SUCMAP:-FECHA-REF            PIC 9(08).
          05 :SUCMAP:-MODO                 PIC X(01).
             88 :SUCMAP:-MODO-REMAPEO          VALUE 'R'.
             88 :SUCMAP:-MODO-ORIGINAL         VALUE 'N'.
          05 :SUCMAP:-IND-CATALOGO         PIC X(01).
             88 :SUCMAP:-SIN-CATALOGO          VALUE 'N'.
          05 :SUCMAP:-CANT-REMAPEADAS      PIC 9(09).
          05 :SUCMAP:-CANT-DESCONOCIDAS    PIC 9(09).
          05 FILLER                        PIC X(05).
