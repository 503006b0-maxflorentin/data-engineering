      ******************************************************************
      *                                                                *
      * COPY    : CONSUP                                               *
      *                                                                *
      * PREFIJO : :CONSUP:                                             *
      *                                                                *
      * OBJETIVO: BITACORA DE SUPRESIONES POR PREFERENCIA DE           *
      *           CONTACTO.  CADA STAGE QUE EMITE UNA SALIDA AL        *
      *           CLIENTE (CAMPACT, OFERBASE, PROMELIG, PINPROP,       *
      *           CARTAREL) APENDIZA UNA FILA POR ENVIO SUPRIMIDO,     *
      *           UNA POR ENVIO LEGAL EMITIDO CONTRA UNA OPOSICION     *
      *           (EXENCION) Y UNA FILA RESUMEN POR CORRIDA.  ZET203   *
      *           EMITE CON ELLA EL INFORME DE SUPRESION POR SALIDA.   *
      *                                                                *
      * LONGITUD: 080 BYTES                                            *
      *                                                                *
      ******************************************************************
      * MOD000* 15/10/2026 ALTA DE LA COPY                             *
      ******************************************************************
      *
       01 :CONSUP:-REGISTRO.
          05 :CONSUP:-FECHA                PIC 9(08).
          05 :CONSUP:-JOB-ID               PIC X(06).
          05 :CONSUP:-SALIDA               PIC X(08).
      *      S SUPRIMIDO / C SOLO SE SUPRIME EL CONTACTO (LA FILA
      *      SALE MARCADA) / E EXENTO LEGAL CON OPOSICION /
      *      R RESUMEN DE LA CORRIDA
          05 :CONSUP:-RESULTADO            PIC X(01).
             88 :CONSUP:-SUPRIMIDO             VALUE 'S'.
             88 :CONSUP:-CONTACTO-SUPRIMIDO    VALUE 'C'.
             88 :CONSUP:-EXENTO                VALUE 'E'.
             88 :CONSUP:-RESUMEN               VALUE 'R'.
          05 :CONSUP:-NUP                  PIC X(08).
      *      CLAVE DEL ENVIO: TARJETA TOKENIZADA, CUENTA O CUIT
          05 :CONSUP:-CLAVE                PIC X(19).
          05 :CONSUP:-CONTADORES REDEFINES :CONSUP:-CLAVE.
             10 :CONSUP:-CANT-EVALUADOS    PIC 9(09).
             10 :CONSUP:-CANT-EMITIDOS     PIC 9(09).
             10 FILLER                     PIC X(01).
          05 :CONSUP:-CANAL                PIC X(01).
          05 :CONSUP:-PROPOSITO            PIC X(01).
      *      PREFERENCIA QUE DECIDIO: CANAL, ORIGEN Y FECHA
          05 :CONSUP:-CANAL-APLICADO       PIC X(01).
          05 :CONSUP:-ORIGEN               PIC X(01).
          05 :CONSUP:-FEC-VIGENCIA         PIC 9(08).
          05 FILLER                        PIC X(18).
