      *               MOT-EMISION. LAS TARJETAS SIN USO DESPUES DE     *
      *               90 DIAS SALEN EN EL ARCHIVO DE CANDIDATAS        *
      *               PARA LA CAMPANA DE ACTIVACION (CAMPACT) - EL     *
      *               PLASTICO SE PAGA SE ACTIVE O NO.  NO SALEN LAS   *
      *               TARJETAS CUYO TITULAR SE OPUSO AL CONTACTO       *
      *               TELEFONICO DE MARKETING (RUTINA CONSEN); QUEDAN  *
      *               EN EL DIARIO DE SUPRESIONES CONSUP.              *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * 22/08/2026  EQP  ALTA DEL PROGRAMA                             *
      * 02/09/2026  EQP  APENDIZA EL INDICADOR ACTFUNN POR             *
      *                  SUCURSAL AL SCORECARD (SCOREIN, ZET153)       *
      * 15/10/2026  EQP  CANDIDATAS FILTRADAS POR PREFERENCIAS DE      *
      *                  CONTACTO (CONSEN) CON REGISTRO EN CONSUP      *
      * 15/10/2026  EQP  CADA CANDIDATA DEJA SU CARTA DE CAMPANA EN    *
      *                  CORRPZA PARA LA ETAPA UNICA DE                *
      *                  CORRESPONDENCIA (ZET206)                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET097.
           SELECT SCORE-SALIDA   ASSIGN TO SCOREIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT PIEZAS-CORRESP ASSIGN TO CORRPZA
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUPRESIONES    ASSIGN TO CONSUP
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

           RECORDING MODE IS F.
           COPY "../../../catalogo/scorecard/scorein.cob".

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

       77  WS-MAX-DIMENSION          PIC 9(03) COMP VALUE 300.
       77  WS-DIA-PROCESO-INT        PIC S9(09) COMP.
       77  WS-DIAS                   PIC S9(05) COMP.
           05  WS-CANT-EMBOZADAS     PIC 9(09) COMP.
           05  WS-CANT-ACTIVADAS     PIC 9(09) COMP.
           05  WS-CANT-CANDIDATAS    PIC 9(09) COMP.
           05  WS-CANT-SUPRIMIDAS    PIC 9(09) COMP.
           05  WS-CANT-PIEZAS        PIC 9(09) COMP.

       01  WS-LINEA-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           OPEN OUTPUT FUNNEL-NVO
           OPEN OUTPUT CANDIDATAS-SAL
           OPEN OUTPUT REPORTE-FUN
           OPEN EXTEND SUPRESIONES
           OPEN EXTEND PIEZAS-CORRESP

      * SIN EL REGISTRO DE PREFERENCIAS NO SALE LA CAMPANA
           MOVE SPACES TO CONSEN-AREA
           MOVE 'T'    TO CONSEN-CANAL
           MOVE 'M'    TO CONSEN-PROPOSITO
           CALL 'CONSEN' USING CONSEN-AREA
           IF CONSEN-NO-DISPONIBLE
               DISPLAY 'ZET097 - REGISTRO DE PREFERENCIAS CONSENT '
                   'NO DISPONIBLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2000-LEER-TARJETA THRU 2000-EXIT
           PERFORM 2100-LEER-MOVIMIENTO THRU 2100-EXIT
           MOVE FUNN-MOT-EMISION TO WS-CLAVE-DIMENSION(2:1)
           PERFORM 3200-SUMA-DIMENSION THRU 3200-EXIT

      * SIN USO A LOS 90 DIAS DE EMBOZADA: A LA CAMPANA, SALVO
      * OPOSICION DEL TITULAR AL CONTACTO
           IF FUNN-FEC-PRIMER-USO = ZERO
               COMPUTE WS-DIAS = WS-DIA-PROCESO-INT
                   - FUNCTION INTEGER-OF-DATE(FUNN-FEC-EMBZ)
               IF WS-DIAS > 90
                   PERFORM 3300-CONSULTA-PREFERENCIA THRU 3300-EXIT
               END-IF
               IF WS-DIAS > 90
                   AND NOT CONSEN-SUPRIMIDO
                   ADD 1 TO WS-CANT-CANDIDATAS
                   MOVE SPACES TO CAMPACT-REGISTRO
                   MOVE FUNN-TARJETA   TO CAMPACT-TARJETA
                   MOVE FUNN-TIPO-PLAS TO CAMPACT-TIPO-PLAS
                   MOVE WS-DIAS        TO CAMPACT-DIAS-SIN-USO
                   WRITE CAMPACT-REGISTRO
                   PERFORM 3400-GRABA-PIEZA THRU 3400-EXIT
               END-IF
           END-IF
           .
       3210-EXIT.
           EXIT.

       3300-CONSULTA-PREFERENCIA.
           MOVE SPACES TO CONSEN-AREA
           MOVE W-ZOECTAR-NUP OF FD-TARJETA-ORD TO CONSEN-NUP
           MOVE 'T' TO CONSEN-CANAL
           MOVE 'M' TO CONSEN-PROPOSITO
           CALL 'CONSEN' USING CONSEN-AREA
           IF NOT CONSEN-SUPRIMIDO
               GO TO 3300-EXIT
           END-IF

           ADD 1 TO WS-CANT-SUPRIMIDAS
           MOVE FUNN-TARJETA TO TOKPAN-PAN
           CALL 'TOKPAN' USING TOKPAN-AREA
           MOVE SPACES                TO CONSUP-REGISTRO
           MOVE WS-FECHA-PROCESO      TO CONSUP-FECHA
           MOVE 'ZET097'              TO CONSUP-JOB-ID
           MOVE 'CAMPACT'             TO CONSUP-SALIDA
           SET CONSUP-SUPRIMIDO       TO TRUE
           MOVE CONSEN-NUP            TO CONSUP-NUP
           MOVE TOKPAN-TOKEN          TO CONSUP-CLAVE
           MOVE CONSEN-CANAL          TO CONSUP-CANAL
           MOVE CONSEN-PROPOSITO      TO CONSUP-PROPOSITO
           MOVE CONSEN-CANAL-APLICADO TO CONSUP-CANAL-APLICADO
           MOVE CONSEN-ORIGEN         TO CONSUP-ORIGEN
           MOVE CONSEN-FEC-VIGENCIA   TO CONSUP-FEC-VIGENCIA
           WRITE CONSUP-REGISTRO
           .
       3300-EXIT.
           EXIT.

      * CARTA DE LA CAMPANA DE ACTIVACION (MARKETING, CORREO POSTAL);
      * LA PREFERENCIA DEL CANAL POSTAL LA APLICA ZET206
       3400-GRABA-PIEZA.
           MOVE FUNN-TARJETA TO TOKPAN-PAN
           CALL 'TOKPAN' USING TOKPAN-AREA
           MOVE SPACES               TO CORPZA-REGISTRO
           MOVE WS-FECHA-PROCESO     TO CORPZA-FECHA
           MOVE 'ZET097'             TO CORPZA-JOB-ID
           MOVE 'CAMPACT'            TO CORPZA-FUENTE
           MOVE W-ZOECTAR-NUP OF FD-TARJETA-ORD TO CORPZA-NUP
           MOVE TOKPAN-TOKEN         TO CORPZA-CLAVE
           MOVE 'ACTCAM'             TO CORPZA-COD-CARTA
           MOVE 9                    TO CORPZA-PRIORIDAD
           MOVE 'N'                  TO CORPZA-IND-LEGAL
           MOVE 'M'                  TO CORPZA-PROPOSITO
           SET CORPZA-CANAL-CORREO   TO TRUE
           MOVE ZERO                 TO CORPZA-FEC-LIMITE
           MOVE TOKPAN-ULT4          TO CORPZA-DAT-ULT4
           MOVE FUNN-FEC-EMBZ        TO CORPZA-DAT-FECHA-1
           MOVE ZERO                 TO CORPZA-DAT-FECHA-2
           MOVE ZERO                 TO CORPZA-DAT-IMPORTE-1
           MOVE ZERO                 TO CORPZA-DAT-IMPORTE-2
           MOVE FUNN-TIPO-PLAS       TO CORPZA-DAT-CODIGO
           MOVE FUNN-SUCURSAL        TO CORPZA-DAT-SUCURSAL
           WRITE CORPZA-REGISTRO
           ADD 1 TO WS-CANT-PIEZAS
           .
       3400-EXIT.
           EXIT.

      ******************************************************************
      *  8000-EMITIR-REPORTE  -  TASA DE ACTIVACION A 30/60/90 POR     *
      *  DIMENSION (S = SUCURSAL, P = TIPO-PLAS, M = MOT-EMISION)      *
           CLOSE FUNNEL-NVO
           CLOSE CANDIDATAS-SAL
           CLOSE REPORTE-FUN
           CLOSE PIEZAS-CORRESP

      * RESUMEN DE LA CORRIDA PARA EL REPORTE DE SUPRESIONES
           MOVE SPACES              TO CONSUP-REGISTRO
           MOVE WS-FECHA-PROCESO    TO CONSUP-FECHA
           MOVE 'ZET097'            TO CONSUP-JOB-ID
           MOVE 'CAMPACT'           TO CONSUP-SALIDA
           SET CONSUP-RESUMEN       TO TRUE
           COMPUTE CONSUP-CANT-EVALUADOS = WS-CANT-CANDIDATAS
               + WS-CANT-SUPRIMIDAS
           MOVE WS-CANT-CANDIDATAS  TO CONSUP-CANT-EMITIDOS
           MOVE 'T'                 TO CONSUP-CANAL
           MOVE 'M'                 TO CONSUP-PROPOSITO
           MOVE ZERO                TO CONSUP-FEC-VIGENCIA
           WRITE CONSUP-REGISTRO
           CLOSE SUPRESIONES

      * INDICADOR ACTFUNN (ACTIVACION A 30 DIAS EN %) DEL
      * SCORECARD ZET153: SOLO LA DIMENSION SUCURSAL ('S')
               WS-CANT-ACTIVADAS
           DISPLAY 'CANDIDATAS A CAMPANA . . . : '
               WS-CANT-CANDIDATAS
           DISPLAY 'SUPRIMIDAS POR PREFERENCIA : '
               WS-CANT-SUPRIMIDAS
           DISPLAY 'CARTAS A CORRPZA . . . . . : ' WS-CANT-PIEZAS
           .

       9100-GRABA-INDICADOR.
