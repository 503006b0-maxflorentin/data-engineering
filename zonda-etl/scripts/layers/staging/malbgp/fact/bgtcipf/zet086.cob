      *               ABRE POR IPF-DIVISA Y SE PUBLICA JUNTO CON EL    *
      *               DETALLE DIARIO (IPFLADET), PARA QUE LIQUIDEZ     *
      *               TRABAJE DE LA MISMA FUENTE QUE EL STAGING.       *
      *               IPF_ENTIDAD SE CLASIFICA CON LA RUTINA ENTSEL    *
      *               (TARJETA PARMENT): UNA SOLA ENTIDAD O ESCALERA   *
      *               ABIERTA POR ENTIDAD; LA ENTIDAD EN BLANCO O      *
      *               FUERA DE ENTCAT VA AL SUSPENSO ENTSUSP.          *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 22/08/2026  EQP  ALTA DEL PROGRAMA                             *
      * 15/10/2026  EQP  MODO POR ENTIDAD (ENTSEL/PARMENT), SUSPENSO   *
      *                  ENTSUSP Y FILAS DE RUNLOG POR ENTIDAD         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET086.
           SELECT REPORTE-LAD  ASSIGN TO RPIPFLAD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSPENSO-ENT ASSIGN TO ENTSUSP
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       FD  REPORTE-LAD.
       01  LINEA-REPORTE             PIC X(132).

       FD  SUSPENSO-ENT
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/entsusp.cob".

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
           COPY "../../../catalogo/control/entsellk.cob"
               REPLACING ==:ENTSEL:== BY ==ENTSEL==.

       77  WS-MAX-DIVISAS            PIC 9(02) COMP VALUE 60.
       77  WS-IDX-ENT                PIC 9(02) COMP.
       77  WS-ENT-ESCALERA           PIC 9(02) COMP.
       77  WS-DIA-PROCESO-INT        PIC S9(09) COMP.
       77  WS-DIAS-AL-VTO            PIC S9(05) COMP.
       77  WS-BUCKET                 PIC 9(01).

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FECHA-NUM              PIC 9(08).
       01  WS-SECUENCIA-ED           PIC 9(05).

       01  WS-FS-IPF                 PIC XX.

               88  EOF-IMPOSICIONES      VALUE 'S'.

      * ESCALERA: SALDO POR DIVISA Y BUCKET DE DIAS AL VENCIMIENTO
      * (EN MODO SEPARADO, POR ENTIDAD Y DIVISA; SI NO, ENTIDAD 0)
       01  TABLA-ESCALERA.
           05  TB-DIV-CANT           PIC 9(02) COMP VALUE ZERO.
           05  TB-DIV-ENTRY OCCURS 60 TIMES
                   INDEXED BY TB-DIV-IDX.
               10  TB-DIV-ENT        PIC 9(02) COMP.
               10  TB-DIV-COD        PIC X(03).
               10  TB-DIV-BUCKET OCCURS 7 TIMES.
                   15  TB-DIV-SALDO  PIC S9(15)V99 COMP-3.
           05  WS-CANT-LEIDAS        PIC 9(09) COMP.
           05  WS-CANT-ACTIVAS       PIC 9(09) COMP.
           05  WS-CANT-SIN-VTO       PIC 9(09) COMP.
           05  WS-CANT-OMITIDAS      PIC 9(09) COMP.
           05  WS-CANT-SUSPENSO      PIC 9(09) COMP.

      * ENTRADA Y SALIDA POR POSICION DEL CATALOGO ENTCAT, PARA LAS
      * FILAS DE RUNLOG POR ENTIDAD
       01  TABLA-CONTROL-ENTIDAD.
           05  TB-CTL-ENTRY OCCURS 20 TIMES.
               10  TB-CTL-ENTRADA    PIC 9(09) COMP.
               10  TB-CTL-SALIDA     PIC 9(09) COMP.

       01  WS-LINEA-ESCALERA.
           05  WSL-DIVISA            PIC X(03).
               STOP RUN
           END-IF

      * MODO DE CORRIDA POR ENTIDAD: UNA TARJETA O UN CATALOGO QUE
      * NO PERMITEN CORRER DETIENEN EL JOB
           MOVE SPACES TO ENTSEL-AREA
           SET ENTSEL-OP-CONSULTA TO TRUE
           MOVE ZERO TO ENTSEL-INDICE
           CALL 'ENTSEL' USING ENTSEL-AREA
           IF ENTSEL-NO-DISPONIBLE
               DISPLAY 'ZET086 - SELECCION POR ENTIDAD NO DISPONIBLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE TABLA-CONTROL-ENTIDAD
           OPEN EXTEND SUSPENSO-ENT

           PERFORM 2000-LEER-IMPOSICION THRU 2000-EXIT
           .

       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2500-CLASIFICA-ENTIDAD  -  IPF_ENTIDAD CONTRA EL CATALOGO:    *
      *  LA OTRA ENTIDAD (MODO UNICA) SE CUENTA Y NO SE PROYECTA; LA   *
      *  ENTIDAD EN BLANCO O DESCONOCIDA VA AL SUSPENSO                *
      ******************************************************************
       2500-CLASIFICA-ENTIDAD.
           MOVE SPACES TO ENTSEL-AREA
           SET ENTSEL-OP-CLASIFICA TO TRUE
           MOVE IPF_ENTIDAD TO ENTSEL-CODIGO
           CALL 'ENTSEL' USING ENTSEL-AREA

           IF ENTSEL-INDICE > ZERO
               ADD 1 TO TB-CTL-ENTRADA(ENTSEL-INDICE)
           END-IF
           IF ENTSEL-MODO-SEPARADO
               MOVE ENTSEL-INDICE TO WS-ENT-ESCALERA
           ELSE
               MOVE ZERO TO WS-ENT-ESCALERA
           END-IF

           EVALUATE TRUE
               WHEN ENTSEL-OMITIR
                   ADD 1 TO WS-CANT-OMITIDAS
               WHEN ENTSEL-SUSPENSO
                   ADD 1 TO WS-CANT-SUSPENSO
                   MOVE SPACES            TO ENTSUSP-REGISTRO
                   MOVE WS-FECHA-PROCESO  TO ENTSUSP-FECHA-PROCESO
                   MOVE 'ZET086'          TO ENTSUSP-JOB-ID
                   MOVE 'BGTCIPF'         TO ENTSUSP-ORIGEN
                   MOVE IPF_ENTIDAD       TO ENTSUSP-ENTIDAD
                   MOVE ENTSEL-MOTIVO     TO ENTSUSP-MOTIVO
                   MOVE IPF_SECUENCIA     TO WS-SECUENCIA-ED
                   STRING IPF_CUENTA '/' WS-SECUENCIA-ED
                       DELIMITED BY SIZE INTO ENTSUSP-CLAVE
                   MOVE IPF_SALDO         TO ENTSUSP-IMPORTE
                   WRITE ENTSUSP-REGISTRO
           END-EVALUATE
           .
       2500-EXIT.
           EXIT.

      ******************************************************************
      *  3000-PROYECTA-IMPOSICION  -  SOLO LAS NO CANCELADAS CON       *
      *  VENCIMIENTO FUTURO ENTRAN EN LA ESCALERA. EL DEVENGAMIENTO    *
      *  SE PROYECTA LINEAL SOBRE BASE 365                             *
      ******************************************************************
       3000-PROYECTA-IMPOSICION.
           PERFORM 2500-CLASIFICA-ENTIDAD THRU 2500-EXIT
           IF NOT ENTSEL-PROCESAR
               PERFORM 2000-LEER-IMPOSICION THRU 2000-EXIT
               GO TO 3000-EXIT
           END-IF

           IF IPF_FECHA_CANCEL NOT = SPACES
               AND IPF_FECHA_CANCEL(1:4) NUMERIC
               CONTINUE
           ELSE
               IF IPF_FECHA_PROVEN(1:4) NUMERIC
                   ADD 1 TO WS-CANT-ACTIVAS
                   IF ENTSEL-INDICE > ZERO
                       ADD 1 TO TB-CTL-SALIDA(ENTSEL-INDICE)
                   END-IF
                   MOVE IPF_FECHA_PROVEN(1:4) TO WS-FECHA-NUM(1:4)
                   MOVE IPF_FECHA_PROVEN(6:2) TO WS-FECHA-NUM(5:2)
                   MOVE IPF_FECHA_PROVEN(9:2) TO WS-FECHA-NUM(7:2)
               WHEN TB-DIV-IDX > TB-DIV-CANT
                   IF TB-DIV-CANT < WS-MAX-DIVISAS
                       ADD 1 TO TB-DIV-CANT
                       MOVE WS-ENT-ESCALERA TO TB-DIV-ENT(TB-DIV-IDX)
                       MOVE IPF_DIVISA TO TB-DIV-COD(TB-DIV-IDX)
                       PERFORM 3210-SUMA-BUCKET THRU 3210-EXIT
                   END-IF
               WHEN TB-DIV-ENT(TB-DIV-IDX) = WS-ENT-ESCALERA
                   AND TB-DIV-COD(TB-DIV-IDX) = IPF_DIVISA
                   PERFORM 3210-SUMA-BUCKET THRU 3210-EXIT
           END-SEARCH
           .

      ******************************************************************
      *  8000-EMITIR-ESCALERA  -  SALDOS E INTERES PROYECTADO POR      *
      *  DIVISA Y BUCKET; EN MODO SEPARADO UNA ESCALERA POR ENTIDAD    *
      ******************************************************************
       8000-EMITIR-ESCALERA.
           IF ENTSEL-MODO-SEPARADO
               PERFORM 8050-ESCALERA-ENTIDAD THRU 8050-EXIT
                   VARYING WS-IDX-ENT FROM 1 BY 1
                   UNTIL WS-IDX-ENT > ENTSEL-CANT-ENTIDADES
           ELSE
               MOVE ZERO TO WS-IDX-ENT
               PERFORM 8050-ESCALERA-ENTIDAD THRU 8050-EXIT
           END-IF
           .

       8050-ESCALERA-ENTIDAD.
           IF WS-IDX-ENT > ZERO
               AND TB-CTL-SALIDA(WS-IDX-ENT) = ZERO
               GO TO 8050-EXIT
           END-IF

           MOVE 'ESCALERA DE VENCIMIENTOS DE PLAZO FIJO (SALDOS)'
               TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM 8060-TITULO-ENTIDAD THRU 8060-EXIT
           MOVE SPACES TO LINEA-REPORTE
           MOVE 'DIV         7D             30D             60D' TO
               LINEA-REPORTE(1:46)
               VARYING TB-DIV-IDX FROM 1 BY 1
               UNTIL TB-DIV-IDX > TB-DIV-CANT
           .
       8050-EXIT.
           EXIT.

      * ALCANCE DE LA ESCALERA: LA ENTIDAD DEL BLOQUE (MODO SEPARADO),
      * LA DE LA TARJETA (MODO UNICA) O TODAS (MODO COMBINADO)
       8060-TITULO-ENTIDAD.
           MOVE SPACES TO ENTSEL-AREA
           SET ENTSEL-OP-CONSULTA TO TRUE
           MOVE WS-IDX-ENT TO ENTSEL-INDICE
           CALL 'ENTSEL' USING ENTSEL-AREA
           MOVE SPACES TO LINEA-REPORTE
           EVALUATE TRUE
               WHEN ENTSEL-MODO-SEPARADO
                   STRING 'ENTIDAD: ' ENTSEL-CODIGO ' ' ENTSEL-NOMBRE
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               WHEN ENTSEL-MODO-UNICA
                   STRING 'ENTIDAD: ' ENTSEL-ENTIDAD-SEL
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               WHEN OTHER
                   MOVE 'ENTIDAD: TODAS' TO LINEA-REPORTE
           END-EVALUATE
           WRITE LINEA-REPORTE
           .
       8060-EXIT.
           EXIT.

       8100-LINEA-SALDOS.
           IF TB-DIV-ENT(TB-DIV-IDX) NOT = WS-IDX-ENT
               GO TO 8100-EXIT
           END-IF
           MOVE SPACES TO WS-LINEA-ESCALERA
           MOVE TB-DIV-COD(TB-DIV-IDX) TO WSL-DIVISA
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 7
           EXIT.

       8200-LINEA-INTERES.
           IF TB-DIV-ENT(TB-DIV-IDX) NOT = WS-IDX-ENT
               GO TO 8200-EXIT
           END-IF
           MOVE SPACES TO WS-LINEA-ESCALERA
           MOVE TB-DIV-COD(TB-DIV-IDX) TO WSL-DIVISA
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 7
           CLOSE IMPOSICIONES
           CLOSE DETALLE-SAL
           CLOSE REPORTE-LAD
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
                   MOVE 'ZET086' TO RUNLOG-JOB-ID
                   MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
                   MOVE WS-CANT-SUSPENSO TO RUNLOG-CANT-ENTRADA
                   MOVE WS-CANT-SUSPENSO TO RUNLOG-CANT-SALIDA
                   SET RUNLOG-FILA-SUSPENSO TO TRUE
                   WRITE RUNLOG-REGISTRO
               END-IF
           END-IF

           MOVE 'ZET086' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-LEIDAS TO RUNLOG-CANT-ENTRADA
           DISPLAY 'IMPOSICIONES LEIDAS  . . . : ' WS-CANT-LEIDAS
           DISPLAY 'ACTIVAS EN ESCALERA  . . . : ' WS-CANT-ACTIVAS
           DISPLAY 'SIN VENCIMIENTO VALIDO . . : ' WS-CANT-SIN-VTO
           DISPLAY 'MODO POR ENTIDAD . . . . . : ' ENTSEL-MODO
               ' ' ENTSEL-ENTIDAD-SEL
           DISPLAY 'DE OTRA ENTIDAD (OMITIDAS) : ' WS-CANT-OMITIDAS
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
           MOVE 'ZET086' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE TB-CTL-ENTRADA(WS-IDX-ENT) TO RUNLOG-CANT-ENTRADA
           MOVE TB-CTL-SALIDA(WS-IDX-ENT)  TO RUNLOG-CANT-SALIDA
           MOVE ENTSEL-MARCA TO RUNLOG-MARCA-ENTIDAD
           WRITE RUNLOG-REGISTRO
           .
       9100-EXIT.
           EXIT.
