      ******************************************************************
      *                                                                *
      * COPY    : EMPCASO                                              *
      *                                                                *
      * OBJETIVO: CASO DE AUTOGESTION DE EMPLEADO PARA AUDITORIA       *
      *           INTERNA.  UNA FILA POR CAMBIO QUE UN USUARIO         *
      *           VINCULADO A UN EMPLEADO (USREMP) HIZO SOBRE UNA      *
      *           TARJETA, CUENTA, PRESTAMO, PLAZO FIJO O PAGO SWIFT   *
      *           DEL PROPIO EMPLEADO (RELACION T) O DE ALGUIEN DE SU  *
      *           HOGAR (RELACION H, SEGUN HOGARDIM).  LO GENERA       *
      *           ZET208 CON DISPOSICION PENDIENTE; AUDITORIA LA       *
      *           RESUELVE.  LA TARJETA VA SIEMPRE TOKENIZADA          *
      *           (TOKPAN).                                            *
      *                                                                *
      * LONGITUD: 200 BYTES                                            *
      *                                                                *
      ******************************************************************
      * MOD000* 15/10/2026 ALTA DE LA COPY                             *
      ******************************************************************
      *
       01 EMPCASO-REGISTRO.
          05 EMPCASO-FECHA-PROCESO       PIC 9(08).
          05 EMPCASO-NRO-CASO            PIC 9(07).
          05 EMPCASO-FEC-EVENTO          PIC 9(08).
      *      ARCHIVO DONDE QUEDO EL SELLO DEL CAMBIO
          05 EMPCASO-ORIGEN              PIC X(08).
          05 EMPCASO-TIPO                PIC X(02).
             88 EMPCASO-ALTA-TARJETA         VALUE 'TA'.
             88 EMPCASO-MODIF-TARJETA        VALUE 'TM'.
             88 EMPCASO-BLANQUEO-PIN         VALUE 'TP'.
             88 EMPCASO-BONIF-COMISION       VALUE 'BC'.
             88 EMPCASO-MODIF-COMISION       VALUE 'CM'.
             88 EMPCASO-RETRO-PRESTAMO       VALUE 'RP'.
             88 EMPCASO-MODIF-PLAZO-FIJO     VALUE 'PF'.
             88 EMPCASO-MODIF-CUOTA          VALUE 'CQ'.
             88 EMPCASO-MOVIM-PRESTAMO       VALUE 'MQ'.
             88 EMPCASO-PAGO-SWIFT           VALUE 'PS'.
          05 EMPCASO-SISTEMA             PIC X(02).
          05 EMPCASO-USUARIO             PIC X(08).
          05 EMPCASO-NUP-EMPLEADO        PIC X(08).
          05 EMPCASO-LEGAJO              PIC X(08).
          05 EMPCASO-NUP-CLIENTE         PIC X(08).
      *      T = PRODUCTO DEL PROPIO EMPLEADO / H = DE SU HOGAR
          05 EMPCASO-RELACION            PIC X(01).
             88 EMPCASO-TITULAR              VALUE 'T'.
             88 EMPCASO-HOGAR                VALUE 'H'.
          05 EMPCASO-HOGAR-ID            PIC 9(08).
      *      TJ TARJETA / BG CUENTA O PLAZO FIJO / UG PRESTAMO /
      *      SW PAGO SWIFT
          05 EMPCASO-APLIC               PIC X(02).
      *      TARJETA TOKENIZADA, ENTIDAD + CENTRO + CUENTA O, EN SWIFT,
      *      LOCATION + GROUP-NUMBER + SECUENCIA DEL PAGO
          05 EMPCASO-CLAVE               PIC X(20).
          05 EMPCASO-TIMESTAMP           PIC X(26).
          05 EMPCASO-IMPORTE             PIC S9(13)V99.
          05 EMPCASO-DIVISA              PIC X(03).
          05 EMPCASO-DETALLE             PIC X(30).
          05 EMPCASO-DISPOSICION         PIC X(01).
             88 EMPCASO-PENDIENTE            VALUE 'P'.
             88 EMPCASO-JUSTIFICADO          VALUE 'C'.
             88 EMPCASO-ESCALADO             VALUE 'E'.
          05 EMPCASO-USUARIO-RESOL       PIC X(08).
          05 EMPCASO-FEC-RESOL           PIC 9(08).
          05 EMPCASO-FILLER              PIC X(11).
