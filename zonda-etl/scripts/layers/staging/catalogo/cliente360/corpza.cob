      ******************************************************************
      *                                                                *
      * COPY    : CORPZA                                               *
      *                                                                *
      * PREFIJO : :CORPZA:                                             *
      *                                                                *
      * OBJETIVO: PIEZA DE CORRESPONDENCIA AL CLIENTE, EN EL SOBRE     *
      *           COMUN DE LA ETAPA UNICA DE CORRESPONDENCIA (ZET206). *
      *           CADA STAGE QUE GENERA UNA CARTA O AVISO (TARBAJA,    *
      *           PINPROP, CARTAREL, CAMPACT, AVLIMCR, RPCERTIF)       *
      *           APENDIZA AL ARCHIVO CORRPZA UNA PIEZA POR CARTA CON  *
      *           EL NUP DEL DESTINATARIO, LA PRIORIDAD, LA MARCA DE   *
      *           CARTA LEGAL Y LOS DATOS VARIABLES DEL MODELO.  LA    *
      *           TARJETA VA SIEMPRE TOKENIZADA (TOKPAN) Y EN LA CARTA *
      *           SOLO SE IMPRIMEN LOS ULTIMOS CUATRO DIGITOS.  ZET206 *
      *           LAS CONSOLIDA POR PERSONA Y POR HOGAR EN UN ENVIO    *
      *           POR CICLO.  LAS PIEZAS RETENIDAS POR DOMICILIO       *
      *           SALEN CON ESTE MISMO LAYOUT PARA REINGRESARLAS.      *
      *                                                                *
      * LONGITUD: 150 BYTES                                            *
      *                                                                *
      ******************************************************************
      * MOD000* 15/10/2026 ALTA DE LA COPY                             *
      ******************************************************************
      *
       01 :CORPZA:-REGISTRO.
          05 :CORPZA:-FECHA                PIC 9(08).
          05 :CORPZA:-JOB-ID               PIC X(06).
      *      SALIDA QUE ORIGINA LA PIEZA (TARBAJA, PINPROP, ...)
          05 :CORPZA:-FUENTE               PIC X(08).
          05 :CORPZA:-NUP                  PIC X(08).
      *      CLAVE DE LA PIEZA: TARJETA TOKENIZADA, CUENTA, EJERCICIO
          05 :CORPZA:-CLAVE                PIC X(20).
      *      MODELO DE CARTA PARA LA IMPRENTA / EL ENVIO DE EMAIL
          05 :CORPZA:-COD-CARTA            PIC X(06).
      *      1 MAXIMA ... 9 MINIMA
          05 :CORPZA:-PRIORIDAD            PIC 9(01).
      *      S CARTA LEGAL O REGULATORIA: NUNCA SE RETIENE NI SE
      *      POSTERGA
          05 :CORPZA:-IND-LEGAL            PIC X(01).
             88 :CORPZA:-LEGAL                 VALUE 'S'.
      *      M MARKETING / S SERVICIO / L LEGAL (COMO CONSEN)
          05 :CORPZA:-PROPOSITO            PIC X(01).
      *      C CORREO POSTAL / E EMAIL
          05 :CORPZA:-CANAL                PIC X(01).
             88 :CORPZA:-CANAL-CORREO          VALUE 'C'.
             88 :CORPZA:-CANAL-EMAIL           VALUE 'E'.
      *      FECHA LIMITE DE ENTREGA AAAAMMDD (CERO SI NO TIENE)
          05 :CORPZA:-FEC-LIMITE           PIC 9(08).
      *      DATOS VARIABLES DEL MODELO DE CARTA
          05 :CORPZA:-DATOS.
             10 :CORPZA:-DAT-ULT4          PIC X(04).
             10 :CORPZA:-DAT-FECHA-1       PIC 9(08).
             10 :CORPZA:-DAT-FECHA-2       PIC 9(08).
             10 :CORPZA:-DAT-IMPORTE-1     PIC S9(13)V99.
             10 :CORPZA:-DAT-IMPORTE-2     PIC S9(13)V99.
             10 :CORPZA:-DAT-DIVISA        PIC X(03).
             10 :CORPZA:-DAT-CODIGO        PIC X(04).
             10 :CORPZA:-DAT-SUCURSAL      PIC X(04).
      *      MOTIVO DE RETENCION (SOLO EN CORRRET; BLANCO AL GENERAR):
      *      S SIN DOMICILIO / D DEVOLUCIONES / P PUNTAJE BAJO /
      *      N SIN TITULAR / X SIN REGISTRO DE CONSENTIMIENTO
          05 :CORPZA:-MOTIVO-RET           PIC X(01).
          05 FILLER                        PIC X(20).
