      ******************************************************************
      *                                                                *
      * COPY    : CONSLK                                               *
      *                                                                *
      * PREFIJO : :CONSEN:                                             *
      *                                                                *
      * OBJETIVO: AREA DE COMUNICACION CON LA RUTINA CONSEN.  EL       *
      *           LLAMADOR CARGA NUP, CANAL Y PROPOSITO DEL ENVIO      *
      *           (M MARKETING / S SERVICIO / L LEGAL O REGULATORIO);  *
      *           LA RUTINA DEVUELVE SI SE PUEDE EMITIR, CON LA        *
      *           PREFERENCIA QUE LO DECIDIO.  LO LEGAL SALE SIEMPRE   *
      *           COMO EXENTO; IND-OPOSICION AVISA QUE EL CLIENTE SE   *
      *           OPUSO A ESE CANAL PARA QUE EL LLAMADOR REGISTRE LA   *
      *           EXENCION.  SIN REGISTRO CONSENT ASIGNADO LA RUTINA   *
      *           DEVUELVE NO-DISPONIBLE.                              *
      *                                                                *
      * LONGITUD: 030 BYTES                                            *
      *                                                                *
      ******************************************************************
      * MOD000* 15/10/2026 ALTA DE LA COPY                             *
      ******************************************************************
      *
       01 :CONSEN:-AREA.
          05 :CONSEN:-NUP                  PIC X(08).
          05 :CONSEN:-CANAL                PIC X(01).
          05 :CONSEN:-PROPOSITO            PIC X(01).
             88 :CONSEN:-PROP-MARKETING        VALUE 'M'.
             88 :CONSEN:-PROP-SERVICIO         VALUE 'S'.
             88 :CONSEN:-PROP-LEGAL            VALUE 'L'.
      *      P PERMITIDO / S SUPRIMIDO / E EXENTO (LEGAL) /
      *      X REGISTRO CONSENT NO DISPONIBLE
          05 :CONSEN:-RESULTADO            PIC X(01).
             88 :CONSEN:-PERMITIDO             VALUE 'P'.
             88 :CONSEN:-SUPRIMIDO             VALUE 'S'.
             88 :CONSEN:-EXENTO                VALUE 'E'.
             88 :CONSEN:-NO-DISPONIBLE         VALUE 'X'.
          05 :CONSEN:-IND-OPOSICION        PIC X(01).
             88 :CONSEN:-CON-OPOSICION         VALUE 'S'.
      *      PREFERENCIA APLICADA: CANAL, ORIGEN Y FECHA
          05 :CONSEN:-CANAL-APLICADO       PIC X(01).
          05 :CONSEN:-ORIGEN               PIC X(01).
          05 :CONSEN:-FEC-VIGENCIA         PIC 9(08).
          05 FILLER                        PIC X(08).
