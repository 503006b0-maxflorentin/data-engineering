      *               CANCELACIONES CUYA DIFERENCIA SUPERE LA          *
      *               TOLERANCIA DE REDONDEO EN LUGAR DE DEJAR QUE     *
      *               RIO46 RECHACE TODO EL LOTE.                      *
      *               COD_ENTIDAD SE CLASIFICA ANTES CON LA RUTINA     *
      *               ENTSEL (TARJETA PARMENT): LA OTRA ENTIDAD NO SE  *
      *               CARGA Y LA ENTIDAD EN BLANCO O FUERA DE ENTCAT   *
      *               VA AL SUSPENSO ENTSUSP.                          *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      *                  MISMO VALOR Y NO UNA CANTIDAD NUEVA - SUMARLO *
      *                  DE NUEVO EN EL CHECKPOINT DUPLICABA EL AVANCE *
      *                  PREVIO                                        *
      * 15/10/2026  EQP  MODO POR ENTIDAD (ENTSEL/PARMENT), SUSPENSO   *
      *                  ENTSUSP Y FILAS DE RUNLOG POR ENTIDAD         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET021.
           SELECT CHECKPOINT     ASSIGN TO CKPT021
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUSPENSO-ENT   ASSIGN TO ENTSUSP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CANCELACIONES
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/ckptgen.cob".

       FD  SUSPENSO-ENT
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/entsusp.cob".

       WORKING-STORAGE SECTION.
           COPY "../../../catalogo/control/entsellk.cob"
               REPLACING ==:ENTSEL:== BY ==ENTSEL==.

       77  WS-TOLERANCIA             PIC S9(13)V9(4)
               COMP-3 VALUE 0,01.
       77  WS-TAMANO-LOTE            PIC 9(05) COMP VALUE 1000.
       77  WS-IDX-ENT                PIC 9(02) COMP.
       77  WS-FECHA-PROCESO          PIC 9(08).

       01  WS-FS-DEC                 PIC XX.
           88  FS-DEC-ERROR-LECTURA     VALUE '01' THRU '99'.
               88  EOF-REINYECCION       VALUE 'S'.
           05  WS-SW-EXISTE-CKPT     PIC X(01) VALUE 'N'.
               88  EXISTE-CHECKPOINT     VALUE 'S'.
      *        ORIGEN DEL REGISTRO EN CURSO: MDEC160R O MDECFIX
           05  WS-SW-ORIGEN          PIC X(01) VALUE 'P'.
               88  ORIGEN-PRINCIPAL      VALUE 'P'.
               88  ORIGEN-REINYECCION    VALUE 'R'.

       01  WS-CALCULO.
           05  WS-IMPDEV-AJUSTE-CON-SIGNO  PIC S9(13)V9(4) COMP-3.
           05  WS-CANT-YA-CARGADOS   PIC 9(09) COMP.
           05  WS-CANT-SALTEADOS     PIC 9(09) COMP.
           05  WS-CANT-LOTE          PIC 9(05) COMP.
           05  WS-CANT-OMITIDAS      PIC 9(09) COMP.
           05  WS-CANT-SUSPENSO      PIC 9(09) COMP.
           05  WS-CANT-SUSP-FIX      PIC 9(09) COMP.

      * ENTRADA Y SALIDA POR POSICION DEL CATALOGO ENTCAT, PARA LAS
      * FILAS DE RUNLOG POR ENTIDAD
       01  TABLA-CONTROL-ENTIDAD.
           05  TB-CTL-ENTRY OCCURS 20 TIMES.
               10  TB-CTL-ENTRADA    PIC 9(09) COMP.
               10  TB-CTL-SALIDA     PIC 9(09) COMP.

       PROCEDURE DIVISION.

           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD

      * MODO DE CORRIDA POR ENTIDAD: UNA TARJETA O UN CATALOGO QUE
      * NO PERMITEN CORRER DETIENEN EL JOB
           MOVE SPACES TO ENTSEL-AREA
           SET ENTSEL-OP-CONSULTA TO TRUE
           MOVE ZERO TO ENTSEL-INDICE
           CALL 'ENTSEL' USING ENTSEL-AREA
           IF ENTSEL-NO-DISPONIBLE
               DISPLAY 'ZET021 - SELECCION POR ENTIDAD NO DISPONIBLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE TABLA-CONTROL-ENTIDAD

           PERFORM 1100-LEER-CHECKPOINT THRU 1100-EXIT

           OPEN INPUT  CANCELACIONES
               OPEN OUTPUT CANCELAC-OK
               OPEN OUTPUT SUSPENSO
           END-IF
           OPEN EXTEND SUSPENSO-ENT
           .

      ******************************************************************
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CANT-LEIDAS
                   PERFORM 2050-CLASIFICA-ENTIDAD THRU 2050-EXIT
                   IF ENTSEL-PROCESAR
                       PERFORM 2100-VALIDAR-FOOTING THRU 2100-EXIT
                       PERFORM 2200-RUTEAR-REGISTRO THRU 2200-EXIT
                   END-IF
                   ADD 1 TO WS-CANT-LOTE
                   IF WS-CANT-LOTE >= WS-TAMANO-LOTE
                       PERFORM 2300-COMMIT-CHECKPOINT THRU 2300-EXIT
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2050-CLASIFICA-ENTIDAD - COD_ENTIDAD CONTRA EL CATALOGO: LA   *
      *  OTRA ENTIDAD (MODO UNICA) SE CUENTA Y NO SE CARGA; LA ENTIDAD *
      *  EN BLANCO O DESCONOCIDA VA AL SUSPENSO.  LAS FILAS DE RUNLOG  *
      *  POR ENTIDAD CUENTAN SOLO LA INTERFAZ PRINCIPAL                *
      ******************************************************************
       2050-CLASIFICA-ENTIDAD.
           MOVE SPACES TO ENTSEL-AREA
           SET ENTSEL-OP-CLASIFICA TO TRUE
           MOVE COD_ENTIDAD OF FD-CANCELAC TO ENTSEL-CODIGO
           CALL 'ENTSEL' USING ENTSEL-AREA

           IF ENTSEL-INDICE > ZERO AND ORIGEN-PRINCIPAL
               ADD 1 TO TB-CTL-ENTRADA(ENTSEL-INDICE)
           END-IF

           EVALUATE TRUE
               WHEN ENTSEL-OMITIR
                   ADD 1 TO WS-CANT-OMITIDAS
               WHEN ENTSEL-SUSPENSO
                   MOVE SPACES            TO ENTSUSP-REGISTRO
                   MOVE WS-FECHA-PROCESO  TO ENTSUSP-FECHA-PROCESO
                   MOVE 'ZET021'          TO ENTSUSP-JOB-ID
                   IF ORIGEN-PRINCIPAL
                       ADD 1 TO WS-CANT-SUSPENSO
                       MOVE 'MDEC160R'    TO ENTSUSP-ORIGEN
                   ELSE
                       ADD 1 TO WS-CANT-SUSP-FIX
                       MOVE 'MDECFIX'     TO ENTSUSP-ORIGEN
                   END-IF
                   MOVE COD_ENTIDAD OF FD-CANCELAC TO ENTSUSP-ENTIDAD
                   MOVE ENTSEL-MOTIVO     TO ENTSUSP-MOTIVO
                   MOVE IDF_CANCELAC OF FD-CANCELAC TO ENTSUSP-CLAVE
                   MOVE TOTAL_CONTABLE OF FD-CANCELAC
                       TO ENTSUSP-IMPORTE
                   WRITE ENTSUSP-REGISTRO
           END-EVALUATE
           .
       2050-EXIT.
           EXIT.

      ******************************************************************
      *  2100-VALIDAR-FOOTING - RECALCULA EL NETO CONTABLE ESPERADO    *
      ******************************************************************
                   TO MDECSUSP-MOTIVO
               WRITE MDECSUSP-REGISTRO
               ADD 1 TO WS-CANT-RECHAZADAS
               IF ENTSEL-INDICE > ZERO
                   ADD 1 TO TB-CTL-SALIDA(ENTSEL-INDICE)
               END-IF
           END-IF
           .
       2200-EXIT.
                       ADD 1 TO WS-CANT-REINYECTADAS
                       MOVE FIX160R OF FIX-REGISTRO
                           TO MDEC160R OF FD-CANCELAC
                       SET ORIGEN-REINYECCION TO TRUE
                       PERFORM 2050-CLASIFICA-ENTIDAD THRU 2050-EXIT
                       IF ENTSEL-PROCESAR
                           PERFORM 2100-VALIDAR-FOOTING THRU 2100-EXIT
                           PERFORM 2200-RUTEAR-REGISTRO THRU 2200-EXIT
                       END-IF
               END-READ
           END-IF
           .
           CLOSE CANCELACIONES
           CLOSE CANCELAC-OK
           CLOSE SUSPENSO
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
                   MOVE 'ZET021' TO RUNLOG-JOB-ID
                   MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
                   MOVE WS-CANT-SUSPENSO TO RUNLOG-CANT-ENTRADA
                   MOVE WS-CANT-SUSPENSO TO RUNLOG-CANT-SALIDA
                   SET RUNLOG-FILA-SUSPENSO TO TRUE
                   WRITE RUNLOG-REGISTRO
               END-IF
           END-IF

           MOVE 'ZET021' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-LEIDAS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-RECHAZADAS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           DISPLAY 'CANCELACIONES A SUSPENSO  : ' WS-CANT-RECHAZADAS
           DISPLAY 'CORRECCIONES REINYECTADAS : '
               WS-CANT-REINYECTADAS
           DISPLAY 'MODO POR ENTIDAD  . . . . : ' ENTSEL-MODO
               ' ' ENTSEL-ENTIDAD-SEL
           DISPLAY 'DE OTRA ENTIDAD (OMITIDAS): ' WS-CANT-OMITIDAS
           DISPLAY 'A SUSPENSO POR ENTIDAD  . : ' WS-CANT-SUSPENSO
           DISPLAY 'REINYECTADAS A SUSPENSO . : ' WS-CANT-SUSP-FIX
           IF WS-CANT-SUSPENSO > ZERO OR WS-CANT-SUSP-FIX > ZERO
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
           MOVE 'ZET021' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE TB-CTL-ENTRADA(WS-IDX-ENT) TO RUNLOG-CANT-ENTRADA
           MOVE TB-CTL-SALIDA(WS-IDX-ENT)  TO RUNLOG-CANT-SALIDA
           MOVE ENTSEL-MARCA TO RUNLOG-MARCA-ENTIDAD
           WRITE RUNLOG-REGISTRO
           .
       9100-EXIT.
           EXIT.
