      *               (PINPROP).  UNA TARJETA EMBOZADA SIN PIN ES      *
      *               EXPOSICION DE FRAUDE Y COSTO BANELCO SIN USO:    *
      *               POBLACION DISTINTA DE LAS DORMIDAS DE ZET051,    *
      *               QUE MIRA FEC-UTILES.  LA PROPUESTA DE BLOQUEO    *
      *               SALE SIEMPRE; SI EL TITULAR SE OPUSO AL CONTACTO *
      *               TELEFONICO DE SERVICIO (RUTINA CONSEN) SALE CON  *
      *               CONTACTO = N Y QUEDA EN EL DIARIO CONSUP.        *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 02/09/2026  EQP  ALTA DEL PROGRAMA                             *
      * 15/10/2026  EQP  MARCA DE CONTACTO SEGUN PREFERENCIAS DEL      *
      *                  CLIENTE (CONSEN) CON REGISTRO EN CONSUP       *
      * 15/10/2026  EQP  CADA PROPUESTA DEJA SU CARTA DE SERVICIO EN   *
      *                  CORRPZA PARA LA ETAPA UNICA DE                *
      *                  CORRESPONDENCIA (ZET206)                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET100.
           SELECT REPORTE-SUC    ASSIGN TO RPPINLAG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PIEZAS-CORRESP ASSIGN TO CORRPZA
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUPRESIONES    ASSIGN TO CONSUP
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

           05  PINPROP-MOTIVO         PIC 9(01).
           05  PINPROP-ESTADO-TARJETA PIC 9(01).
           05  PINPROP-MARCA-PIN      PIC X(01).
      *        CONTACTO: S = SE PUEDE LLAMAR AL TITULAR, N = SE OPUSO
      *        AL CONTACTO DE SERVICIO (SOLO BLOQUEO)
           05  PINPROP-CONTACTO       PIC X(01).
           05  FILLER                 PIC X(12).

       FD  REPORTE-SUC.
       01  LINEA-REPORTE             PIC X(080).

       FD  PIEZAS-CORRESP
           RECORDING MODE IS F.
           COPY "../../../catalogo/cliente360/corpza.cob"
               REPLACING ==:CORPZA:== BY ==CORPZA==.

       FD  SUPRESIONES
           RECORDING MODE IS F.
           COPY "../../../catalogo/cliente360/consup.cob"
               REPLACING ==:CONSUP:== BY ==CONSUP==.

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
           COPY "../../../catalogo/cliente360/conslk.cob"
               REPLACING ==:CONSEN:== BY ==CONSEN==.

           COPY "../../../catalogo/seguridad/toklk.cob"
               REPLACING ==:TOKPAN:== BY ==TOKPAN==.

       77  WS-DIAS-LIMITE            PIC 9(03) COMP VALUE 30.
       77  WS-DIA-PROCESO-INT        PIC S9(09) COMP.
       77  WS-DIAS-BRECHA            PIC S9(09) COMP.
           05  WS-CANT-CON-PIN       PIC 9(09) COMP.
           05  WS-CANT-SIN-PIN       PIC 9(09) COMP.
           05  WS-CANT-PROPUESTAS    PIC 9(09) COMP.
           05  WS-CANT-SIN-CONTACTO  PIC 9(09) COMP.
           05  WS-CANT-DESBORDE      PIC 9(09) COMP.
           05  WS-CANT-PIEZAS        PIC 9(09) COMP.

       01  WS-PROMEDIO-DIAS          PIC 9(05).

           END-IF
           OPEN OUTPUT PROPUESTAS-SAL
           OPEN OUTPUT REPORTE-SUC
           OPEN EXTEND SUPRESIONES
           OPEN EXTEND PIEZAS-CORRESP

      * SIN EL REGISTRO DE PREFERENCIAS NO SE PROPONE CONTACTO
           MOVE SPACES TO CONSEN-AREA
           MOVE 'T'    TO CONSEN-CANAL
           MOVE 'S'    TO CONSEN-PROPOSITO
           CALL 'CONSEN' USING CONSEN-AREA
           IF CONSEN-NO-DISPONIBLE
               DISPLAY 'ZET100 - REGISTRO DE PREFERENCIAS CONSENT '
                   'NO DISPONIBLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2000-LEER-TARJETA THRU 2000-EXIT
           .
           MOVE 1                      TO PINPROP-MOTIVO
           MOVE ZOECTAR-ESTADO-TARJETA TO PINPROP-ESTADO-TARJETA
           MOVE ZOECTAR-MARCA-PIN      TO PINPROP-MARCA-PIN
           PERFORM 3300-CONSULTA-PREFERENCIA THRU 3300-EXIT
           WRITE PINPROP-REGISTRO
           ADD 1 TO WS-CANT-PROPUESTAS
           IF SUCURSAL-UBICADA
               ADD 1 TO TB-SUC-PROPUESTAS(TB-SUC-IDX)
           END-IF
           PERFORM 3250-GRABA-PIEZA THRU 3250-EXIT
           .
       3200-EXIT.
           EXIT.

      * CARTA DE SERVICIO AL TITULAR PARA QUE BLANQUEE EL PIN; LA
      * PREFERENCIA DEL CANAL POSTAL LA APLICA ZET206
       3250-GRABA-PIEZA.
           MOVE ZOECTAR-NUMERO-TARJETA TO TOKPAN-PAN
           CALL 'TOKPAN' USING TOKPAN-AREA
           MOVE SPACES               TO CORPZA-REGISTRO
           MOVE WS-FECHA-PROCESO     TO CORPZA-FECHA
           MOVE 'ZET100'             TO CORPZA-JOB-ID
           MOVE 'PINPROP'            TO CORPZA-FUENTE
           MOVE PINPROP-NUP          TO CORPZA-NUP
           MOVE TOKPAN-TOKEN         TO CORPZA-CLAVE
           MOVE 'PINBLA'             TO CORPZA-COD-CARTA
           MOVE 5                    TO CORPZA-PRIORIDAD
           MOVE 'N'                  TO CORPZA-IND-LEGAL
           MOVE 'S'                  TO CORPZA-PROPOSITO
           SET CORPZA-CANAL-CORREO   TO TRUE
           MOVE ZERO                 TO CORPZA-FEC-LIMITE
           MOVE TOKPAN-ULT4          TO CORPZA-DAT-ULT4
           MOVE PINPROP-FEC-EMBZ     TO CORPZA-DAT-FECHA-1
           MOVE ZERO                 TO CORPZA-DAT-FECHA-2
           MOVE ZERO                 TO CORPZA-DAT-IMPORTE-1
           MOVE ZERO                 TO CORPZA-DAT-IMPORTE-2
           MOVE PINPROP-SUCURSAL-ADM TO CORPZA-DAT-SUCURSAL
           WRITE CORPZA-REGISTRO
           ADD 1 TO WS-CANT-PIEZAS
           .
       3250-EXIT.
           EXIT.

      * EL BLOQUEO SE PROPONE IGUAL; LO QUE SE SUPRIME ES EL LLAMADO
       3300-CONSULTA-PREFERENCIA.
           MOVE 'S' TO PINPROP-CONTACTO
           MOVE SPACES TO CONSEN-AREA
           MOVE ZOECTAR-NUP TO CONSEN-NUP
           MOVE 'T' TO CONSEN-CANAL
           MOVE 'S' TO CONSEN-PROPOSITO
           CALL 'CONSEN' USING CONSEN-AREA
           IF NOT CONSEN-SUPRIMIDO
               GO TO 3300-EXIT
           END-IF

           MOVE 'N' TO PINPROP-CONTACTO
           ADD 1 TO WS-CANT-SIN-CONTACTO
           MOVE ZOECTAR-NUMERO-TARJETA TO TOKPAN-PAN
           CALL 'TOKPAN' USING TOKPAN-AREA
           MOVE SPACES                 TO CONSUP-REGISTRO
           MOVE WS-FECHA-PROCESO       TO CONSUP-FECHA
           MOVE 'ZET100'               TO CONSUP-JOB-ID
           MOVE 'PINPROP'              TO CONSUP-SALIDA
           SET CONSUP-CONTACTO-SUPRIMIDO TO TRUE
           MOVE CONSEN-NUP             TO CONSUP-NUP
           MOVE TOKPAN-TOKEN           TO CONSUP-CLAVE
           MOVE CONSEN-CANAL           TO CONSUP-CANAL
           MOVE CONSEN-PROPOSITO       TO CONSUP-PROPOSITO
           MOVE CONSEN-CANAL-APLICADO  TO CONSUP-CANAL-APLICADO
           MOVE CONSEN-ORIGEN          TO CONSUP-ORIGEN
           MOVE CONSEN-FEC-VIGENCIA    TO CONSUP-FEC-VIGENCIA
           WRITE CONSUP-REGISTRO
           .
       3300-EXIT.
           EXIT.

      ******************************************************************
      *  3400-UBICA-SUCURSAL  -  BUSCA O AGREGA LA SUCURSAL-ADM EN     *
      *  LA TABLA DE ACUMULADOS.  SI LA TABLA DESBORDA, LA SUCURSAL   *
           CLOSE TARJETAS
           CLOSE PROPUESTAS-SAL
           CLOSE REPORTE-SUC
           CLOSE PIEZAS-CORRESP

      * RESUMEN DE LA CORRIDA PARA EL REPORTE DE SUPRESIONES
           MOVE SPACES              TO CONSUP-REGISTRO
           MOVE WS-FECHA-PROCESO    TO CONSUP-FECHA
           MOVE 'ZET100'            TO CONSUP-JOB-ID
           MOVE 'PINPROP'           TO CONSUP-SALIDA
           SET CONSUP-RESUMEN       TO TRUE
           MOVE WS-CANT-PROPUESTAS  TO CONSUP-CANT-EVALUADOS
           MOVE WS-CANT-PROPUESTAS  TO CONSUP-CANT-EMITIDOS
           MOVE 'T'                 TO CONSUP-CANAL
           MOVE 'S'                 TO CONSUP-PROPOSITO
           MOVE ZERO                TO CONSUP-FEC-VIGENCIA
           WRITE CONSUP-REGISTRO
           CLOSE SUPRESIONES

           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET100' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           DISPLAY 'CON PIN BLANQUEADO . . . . : ' WS-CANT-CON-PIN
           DISPLAY 'SIN PIN BLANQUEADO . . . . : ' WS-CANT-SIN-PIN
           DISPLAY 'PROPUESTAS DE BLOQUEO  . . : ' WS-CANT-PROPUESTAS
           DISPLAY 'CARTAS A CORRPZA . . . . . : ' WS-CANT-PIEZAS
           DISPLAY 'PROPUESTAS SIN CONTACTO  . : '
               WS-CANT-SIN-CONTACTO
           DISPLAY 'SUCURSALES DESBORDADAS . . : ' WS-CANT-DESBORDE
           .
