      *               (NETCOM) MAS EL EXTRACTO IMPRIMIBLE QUE SE LE    *
      *               PUEDE ENTREGAR AL COMERCIO QUE RECLAMA POR SU    *
      *               DEPOSITO.                                        *
      *               ENTIDAD SE CLASIFICA CON LA RUTINA ENTSEL        *
      *               (TARJETA PARMENT) COMO CODIGO DE 4 DIGITOS: UNA  *
      *               SOLA ENTIDAD O NETEO ABIERTO POR ENTIDAD; LA     *
      *               ENTIDAD EN CERO O FUERA DE ENTCAT VA AL          *
      *               SUSPENSO ENTSUSP.                                *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 22/08/2026  EQP  ALTA DEL PROGRAMA                             *
      * 15/10/2026  EQP  MODO POR ENTIDAD (ENTSEL/PARMENT), SUSPENSO   *
      *                  ENTSUSP, NETCOM-ENTIDAD Y FILAS DE RUNLOG     *
      *                  POR ENTIDAD                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET060.
           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUSPENSO-ENT   ASSIGN TO ENTSUSP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LIQUIDADOS
           05  NETCOM-NETO           PIC S9(11)V99.
           05  NETCOM-NETO-ARP       PIC S9(11)V99.
           05  NETCOM-NETO-USD       PIC S9(11)V99.
      *        ENTIDAD DEL NETEO: LA DEL GRUPO EN MODO SEPARADO, LA DE
      *        LA TARJETA EN MODO UNICA, BLANCO EN MODO COMBINADO
           05  NETCOM-ENTIDAD        PIC X(04).
           05  FILLER                PIC X(02).

       FD  EXTRACTO-SAL.
       01  LINEA-EXTRACTO            PIC X(132).
           RECORDING MODE IS F.
           COPY "../../catalogo/control/runlog.cob".

       FD  SUSPENSO-ENT
           RECORDING MODE IS F.
           COPY "../../catalogo/control/entsusp.cob".

       WORKING-STORAGE SECTION.
           COPY "../../catalogo/control/entsellk.cob"
               REPLACING ==:ENTSEL:== BY ==ENTSEL==.

       77  WS-IDX-ENT                PIC 9(02) COMP.
       77  WS-ENT-GRUPO              PIC 9(02) COMP.
       77  WS-ENT-TITULO             PIC 9(02) COMP VALUE ZERO.
      * ENTIDAD NUMERICA DE WAFTC310 LLEVADA AL CODIGO DE ENTCAT
       77  WS-ENTIDAD-COD            PIC 9(04).

       01  WS-FECHA-PROCESO          PIC 9(08).

       01  WS-FS-310                 PIC XX.
       01  WS-IMPORTE-ARP-NETO       PIC S9(11)V99.
       01  WS-IMPORTE-USD-NETO       PIC S9(11)V99.

      * LA POSICION DE ENTIDAD VALE CERO SALVO EN MODO SEPARADO
       01  WS-CLAVE-GRUPO.
           05  WS-CLV-ENTIDAD        PIC 9(02).
           05  WS-CLV-NRO-EST        PIC 9(10).
           05  WS-CLV-GRP-AFI        PIC 9(04).
       01  WS-CLAVE-LEIDA.
           05  WS-LEI-ENTIDAD        PIC 9(02).
           05  WS-LEI-NRO-EST        PIC 9(10).
           05  WS-LEI-GRP-AFI        PIC 9(04).

       01  WS-CONTADORES.
           05  WS-CANT-LEIDAS        PIC 9(09) COMP.
           05  WS-CANT-GRUPOS        PIC 9(09) COMP.
           05  WS-CANT-OMITIDOS      PIC 9(09) COMP.
           05  WS-CANT-SUSPENSO      PIC 9(09) COMP.

      * ENTRADA Y SALIDA POR POSICION DEL CATALOGO ENTCAT, PARA LAS
      * FILAS DE RUNLOG POR ENTIDAD.  EN MODO COMBINADO UN COMERCIO
      * CON MOVIMIENTOS DE AMBAS ENTIDADES SE CUENTA EN LA DE SU
      * PRIMER MOVIMIENTO
       01  TABLA-CONTROL-ENTIDAD.
           05  TB-CTL-ENTRY OCCURS 20 TIMES.
               10  TB-CTL-ENTRADA    PIC 9(09) COMP.
               10  TB-CTL-SALIDA     PIC 9(09) COMP.

       01  WS-LINEA-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           END-IF
           CLOSE LIQUIDADOS

      * MODO DE CORRIDA POR ENTIDAD: UNA TARJETA O UN CATALOGO QUE
      * NO PERMITEN CORRER DETIENEN EL JOB
           MOVE SPACES TO ENTSEL-AREA
           SET ENTSEL-OP-CONSULTA TO TRUE
           MOVE ZERO TO ENTSEL-INDICE
           CALL 'ENTSEL' USING ENTSEL-AREA
           IF ENTSEL-NO-DISPONIBLE
               DISPLAY 'ZET060 - SELECCION POR ENTIDAD NO DISPONIBLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE TABLA-CONTROL-ENTIDAD

      * EN MODO SEPARADO EL EXTRACTO SALE EN BLOQUES POR ENTIDAD
           IF ENTSEL-MODO-SEPARADO
               SORT SORT-310
                   ON ASCENDING KEY ENTIDAD OF SD-LIQUIDADO
                   ON ASCENDING KEY NRO-EST OF SD-LIQUIDADO
                   ON ASCENDING KEY GRP-AFI OF SD-LIQUIDADO
                   USING LIQUIDADOS
                   GIVING LIQUID-ORD
           ELSE
               SORT SORT-310
                   ON ASCENDING KEY NRO-EST OF SD-LIQUIDADO
                   ON ASCENDING KEY GRP-AFI OF SD-LIQUIDADO
                   USING LIQUIDADOS
                   GIVING LIQUID-ORD
           END-IF

           OPEN INPUT  LIQUID-ORD
           OPEN OUTPUT NETEO-SAL
           OPEN OUTPUT EXTRACTO-SAL
           OPEN EXTEND SUSPENSO-ENT

           MOVE 'EXTRACTO DIARIO DE LIQUIDACION POR ESTABLECIMIENTO'
               TO LINEA-EXTRACTO
           MOVE 'REVERSOS             AJUSTES                NETO' TO
               LINEA-EXTRACTO(52:50)
           WRITE LINEA-EXTRACTO
           MOVE SPACES TO LINEA-EXTRACTO
           EVALUATE TRUE
               WHEN ENTSEL-MODO-UNICA
                   STRING 'ENTIDAD: ' ENTSEL-ENTIDAD-SEL
                       DELIMITED BY SIZE INTO LINEA-EXTRACTO
               WHEN ENTSEL-MODO-SEPARADO
                   MOVE 'ENTIDAD: ABIERTA POR ENTIDAD' TO LINEA-EXTRACTO
               WHEN OTHER
                   MOVE 'ENTIDAD: TODAS' TO LINEA-EXTRACTO
           END-EVALUATE
           WRITE LINEA-EXTRACTO

           PERFORM 2000-LEER-MOVIMIENTO THRU 2000-EXIT
           .

      * LOS MOVIMIENTOS DE OTRA ENTIDAD O A SUSPENSO NO SE NETEAN:
      * SE SIGUE LEYENDO HASTA UNO QUE SE PROCESE
       2000-LEER-MOVIMIENTO.
           READ LIQUID-ORD
               AT END
                   MOVE NRO-EST OF FD-LIQUID-ORD TO WS-LEI-NRO-EST
                   MOVE GRP-AFI OF FD-LIQUID-ORD TO WS-LEI-GRP-AFI
           END-READ
           IF EOF-LIQUIDADOS
               GO TO 2000-EXIT
           END-IF
           PERFORM 2500-CLASIFICA-ENTIDAD THRU 2500-EXIT
           IF NOT ENTSEL-PROCESAR
               GO TO 2000-LEER-MOVIMIENTO
           END-IF
           .
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2500-CLASIFICA-ENTIDAD  -  ENTIDAD (3 DIGITOS) CONTRA EL      *
      *  CATALOGO COMO CODIGO DE 4: LA OTRA ENTIDAD (MODO UNICA) SE    *
      *  CUENTA Y NO SE NETEA; LA ENTIDAD EN CERO, NO NUMERICA O       *
      *  DESCONOCIDA VA AL SUSPENSO                                    *
      ******************************************************************
       2500-CLASIFICA-ENTIDAD.
           MOVE SPACES TO ENTSEL-AREA
           SET ENTSEL-OP-CLASIFICA TO TRUE
           IF ENTIDAD OF FD-LIQUID-ORD IS NUMERIC
               AND ENTIDAD OF FD-LIQUID-ORD > ZERO
               MOVE ENTIDAD OF FD-LIQUID-ORD TO WS-ENTIDAD-COD
               MOVE WS-ENTIDAD-COD TO ENTSEL-CODIGO
           END-IF
           CALL 'ENTSEL' USING ENTSEL-AREA

           IF ENTSEL-INDICE > ZERO
               ADD 1 TO TB-CTL-ENTRADA(ENTSEL-INDICE)
           END-IF
           IF ENTSEL-MODO-SEPARADO
               MOVE ENTSEL-INDICE TO WS-LEI-ENTIDAD
           ELSE
               MOVE ZERO TO WS-LEI-ENTIDAD
           END-IF

           EVALUATE TRUE
               WHEN ENTSEL-OMITIR
                   ADD 1 TO WS-CANT-OMITIDOS
               WHEN ENTSEL-SUSPENSO
                   ADD 1 TO WS-CANT-SUSPENSO
                   PERFORM 3100-DECODIFICA-SIGNOS THRU 3100-EXIT
                   MOVE SPACES            TO ENTSUSP-REGISTRO
                   MOVE WS-FECHA-PROCESO  TO ENTSUSP-FECHA-PROCESO
                   MOVE 'ZET060'          TO ENTSUSP-JOB-ID
                   MOVE 'WAFTC310'        TO ENTSUSP-ORIGEN
                   MOVE ENTSEL-CODIGO     TO ENTSUSP-ENTIDAD
                   IF ENTSEL-CODIGO = SPACES
                       MOVE ENTIDAD OF FD-LIQUID-ORD TO ENTSUSP-ENTIDAD
                   END-IF
                   MOVE ENTSEL-MOTIVO     TO ENTSUSP-MOTIVO
                   STRING NRO-EST OF FD-LIQUID-ORD '/'
                       NRO-COMP OF FD-LIQUID-ORD '/'
                       FEC-ORIGEN-AAMMDD OF FD-LIQUID-ORD
                       DELIMITED BY SIZE INTO ENTSUSP-CLAVE
                   MOVE WS-IMPORTE-NETO   TO ENTSUSP-IMPORTE
                   WRITE ENTSUSP-REGISTRO
           END-EVALUATE
           .
       2500-EXIT.
           EXIT.

      ******************************************************************
      *  3000-PROCESA-MOVIMIENTO  -  CORTE DE CONTROL POR COMERCIO/    *
      *  GRUPO; CADA MOVIMIENTO SE DECODIFICA A SIGNO NUMERICO Y SE    *
           IF NOT HAY-GRUPO
               SET HAY-GRUPO TO TRUE
               MOVE WS-CLAVE-LEIDA TO WS-CLAVE-GRUPO
               MOVE ENTSEL-INDICE TO WS-ENT-GRUPO
               IF ENTSEL-MODO-SEPARADO
                   AND WS-LEI-ENTIDAD NOT = WS-ENT-TITULO
                   PERFORM 3050-TITULO-ENTIDAD THRU 3050-EXIT
               END-IF
               MOVE SPACES TO NETCOM-REGISTRO
               EVALUATE TRUE
                   WHEN ENTSEL-MODO-SEPARADO
                       MOVE ENTSEL-CODIGO TO NETCOM-ENTIDAD
                   WHEN ENTSEL-MODO-UNICA
                       MOVE ENTSEL-ENTIDAD-SEL TO NETCOM-ENTIDAD
               END-EVALUATE
               MOVE WS-LEI-NRO-EST TO NETCOM-NRO-EST
               MOVE WS-LEI-GRP-AFI TO NETCOM-GRP-AFI
               MOVE WS-FECHA-PROCESO TO NETCOM-FECHA-PROCESO
       3000-EXIT.
           EXIT.

      * CAMBIO DE ENTIDAD EN MODO SEPARADO: TITULO DEL BLOQUE
       3050-TITULO-ENTIDAD.
           MOVE WS-LEI-ENTIDAD TO WS-ENT-TITULO
           MOVE SPACES TO LINEA-EXTRACTO
           STRING 'ENTIDAD: ' ENTSEL-CODIGO ' ' ENTSEL-NOMBRE
               DELIMITED BY SIZE INTO LINEA-EXTRACTO
           WRITE LINEA-EXTRACTO
           .
       3050-EXIT.
           EXIT.

      * MISMA CONVENCION QUE ZET007: '-' NEGATIVO, RESTO POSITIVO
       3100-DECODIFICA-SIGNOS.
           MOVE IMPORTE OF FD-LIQUID-ORD TO WS-IMPORTE-NETO
           IF HAY-GRUPO
               WRITE NETCOM-REGISTRO
               ADD 1 TO WS-CANT-GRUPOS
               IF WS-ENT-GRUPO > ZERO
                   ADD 1 TO TB-CTL-SALIDA(WS-ENT-GRUPO)
               END-IF

               MOVE NETCOM-NRO-EST       TO WSL-NRO-EST
               MOVE NETCOM-GRP-AFI       TO WSL-GRP-AFI
           CLOSE LIQUID-ORD
           CLOSE NETEO-SAL
           CLOSE EXTRACTO-SAL
           CLOSE SUSPENSO-ENT
           OPEN EXTEND RUNLOG-SALIDA
           INITIALIZE RUNLOG-REGISTRO

      * FILAS POR ENTIDAD Y DE SUSPENSO ANTES DE LA COMBINADA: SUS
      * ENTRADAS SUMAN LA ENTRADA COMBINADA (VER ZET041)
           IF NOT ENTSEL-SIN-CATALOGO
               PERFORM 9100-RUNLOG-ENTIDAD THRU 9100-EXIT
                   VARYING WS-IDX-ENT FROM 1 BY 1
                   UNTIL WS-IDX-ENT > ENTSEL-CANT-ENTIDADES
               IF WS-CANT-SUSPENSO > ZERO
                   MOVE 'ZET060' TO RUNLOG-JOB-ID
                   MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
                   MOVE WS-CANT-SUSPENSO TO RUNLOG-CANT-ENTRADA
                   MOVE WS-CANT-SUSPENSO TO RUNLOG-CANT-SALIDA
                   SET RUNLOG-FILA-SUSPENSO TO TRUE
                   WRITE RUNLOG-REGISTRO
               END-IF
           END-IF

           MOVE 'ZET060' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-LEIDAS TO RUNLOG-CANT-ENTRADA
           DISPLAY 'ZET060 - NETEO DIARIO POR COMERCIO'
           DISPLAY 'MOVIMIENTOS LEIDOS . . . . : ' WS-CANT-LEIDAS
           DISPLAY 'COMERCIOS/GRUPOS NETEADOS  : ' WS-CANT-GRUPOS
           DISPLAY 'MODO POR ENTIDAD . . . . . : ' ENTSEL-MODO
               ' ' ENTSEL-ENTIDAD-SEL
           DISPLAY 'DE OTRA ENTIDAD (OMITIDOS) : ' WS-CANT-OMITIDOS
           DISPLAY 'A SUSPENSO POR ENTIDAD . . : ' WS-CANT-SUSPENSO
           IF WS-CANT-SUSPENSO > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       9100-RUNLOG-ENTIDAD.
           IF TB-CTL-ENTRADA(WS-IDX-ENT) = ZERO
               GO TO 9100-EXIT
           END-IF
           MOVE SPACES TO ENTSEL-AREA
           SET ENTSEL-OP-CONSULTA TO TRUE
           MOVE WS-IDX-ENT TO ENTSEL-INDICE
           CALL 'ENTSEL' USING ENTSEL-AREA
           MOVE 'ZET060' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE TB-CTL-ENTRADA(WS-IDX-ENT) TO RUNLOG-CANT-ENTRADA
           MOVE TB-CTL-SALIDA(WS-IDX-ENT)  TO RUNLOG-CANT-SALIDA
           MOVE ENTSEL-MARCA TO RUNLOG-MARCA-ENTIDAD
           WRITE RUNLOG-REGISTRO
           .
       9100-EXIT.
           EXIT.
