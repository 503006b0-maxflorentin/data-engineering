      ******************************************************************
      *                                                                *
      * COPY    : CONSENT                                              *
      *                                                                *
      * PREFIJO : :CONSENT:                                            *
      *                                                                *
      * OBJETIVO: FILA DEL REGISTRO DE PREFERENCIAS DE CONTACTO Y      *
      *           CONSENTIMIENTO POR NUP, CANAL Y PROPOSITO.  LO       *
      *           MANTIENE ZET202 (SEMILLA TRIAD TRDFLDCU Y NOVEDADES  *
      *           DE SUCURSAL CONSUC) ORDENADO POR LA CLAVE; LO LEE    *
      *           LA RUTINA CONSEN PARA FILTRAR LAS SALIDAS AL         *
      *           CLIENTE.  LO QUE NO FIGURA ESTA PERMITIDO (REGIMEN   *
      *           DE OPOSICION); LOS ENVIOS LEGALES Y REGULATORIOS NO  *
      *           SE REGISTRAN PORQUE NO ADMITEN OPOSICION.            *
      *                                                                *
      * LONGITUD: 060 BYTES                                            *
      *                                                                *
      ******************************************************************
      * MOD000* 15/10/2026 ALTA DE LA COPY                             *
      ******************************************************************
      *
       01 :CONSENT:-REGISTRO.
          05 :CONSENT:-CLAVE.
             10 :CONSENT:-NUP              PIC X(08).
      *         C CORREO POSTAL / E EMAIL / T TELEFONO / S SMS /
      *         P PUSH APP MOVIL / H HOME BANKING / G TODOS LOS CANALES
             10 :CONSENT:-CANAL            PIC X(01).
                88 :CONSENT:-CANAL-VALIDO      VALUE 'C' 'E' 'T' 'S'
                                                     'P' 'H' 'G'.
      *         M MARKETING / S SERVICIO
             10 :CONSENT:-PROPOSITO        PIC X(01).
                88 :CONSENT:-PROP-VALIDO       VALUE 'M' 'S'.
      *      S CONSIENTE / N SE OPONE
          05 :CONSENT:-ESTADO              PIC X(01).
             88 :CONSENT:-CONSIENTE            VALUE 'S'.
             88 :CONSENT:-SE-OPONE             VALUE 'N'.
      *      FECHA DE LA DECLARACION QUE DEJO EL ESTADO VIGENTE
          05 :CONSENT:-FEC-VIGENCIA        PIC 9(08).
      *      T SEMILLA TRIAD / S NOVEDAD DE SUCURSAL
          05 :CONSENT:-ORIGEN              PIC X(01).
             88 :CONSENT:-ORIGEN-TRIAD         VALUE 'T'.
             88 :CONSENT:-ORIGEN-SUCURSAL      VALUE 'S'.
          05 :CONSENT:-SUCURSAL            PIC 9(04).
          05 :CONSENT:-USUARIO             PIC X(08).
          05 :CONSENT:-FEC-ACTUALIZ        PIC 9(08).
          05 FILLER                        PIC X(20).
