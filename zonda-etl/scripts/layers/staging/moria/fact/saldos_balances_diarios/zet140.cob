      *               ALERTA CUANDO LA BRECHA SUPERA LA TOLERANCIA     *
      *               DE PARMFX: ATRAPA TANTO SORPRESAS DE POSICION    *
      *               COMO TIPOS DE CAMBIO MALOS EN LOS ALIMENTADORES. *
      *               ODSSAL-COD-ENTIDAD SE CLASIFICA CON LA RUTINA    *
      *               ENTSEL (TARJETA PARMENT): POSICION DE UNA SOLA   *
      *               ENTIDAD O ABIERTA POR ENTIDAD; LA ENTIDAD EN     *
      *               BLANCO O FUERA DE ENTCAT VA AL SUSPENSO ENTSUSP. *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 02/09/2026  EQP  ALTA DEL PROGRAMA                             *
      * 15/10/2026  EQP  MODO POR ENTIDAD (ENTSEL/PARMENT), ENTIDAD EN *
      *                  FXPOSIC, SUSPENSO ENTSUSP Y FILAS DE RUNLOG   *
      *                  POR ENTIDAD                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET140.
           SELECT REPORTE-FX     ASSIGN TO RPFXPOS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSPENSO-ENT   ASSIGN TO ENTSUSP
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

           05  FXPOSIC-ML-IMPLICITO   PIC S9(15)V99.
           05  FXPOSIC-BRECHA         PIC S9(15)V99.
           05  FXPOSIC-FEC-POSICION   PIC 9(08).
      *        ENTIDAD DE LA POSICION (EN BLANCO EN MODO COMBINADO)
           05  FXPOSIC-ENTIDAD        PIC X(04).
           05  FILLER                 PIC X(02).

       FD  REPORTE-FX.
       01  LINEA-REPORTE             PIC X(110).

       FD  SUSPENSO-ENT
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/entsusp.cob".

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
           COPY "../../../catalogo/control/entsellk.cob"
               REPLACING ==:ENTSEL:== BY ==ENTSEL==.

       77  WS-MAX-MONEDAS            PIC 9(03) COMP VALUE 200.
       77  WS-IDX-ENT                PIC 9(02) COMP.
       77  WS-ENT-POSICION           PIC 9(02) COMP VALUE ZERO.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-TOLERANCIA             PIC S9(13)V99 COMP-3
           05  WS-SW-MON-UBICADA     PIC X(01).
               88  MONEDA-UBICADA        VALUE 'S'.

      * POSICION POR MONEDA CON SU COTIZACION (EN MODO SEPARADO POR
      * ENTIDAD Y MONEDA; LAS COTIZACIONES SE CARGAN EN LA ENTIDAD 0)
       01  TABLA-MONEDAS.
           05  TB-MON-CANT           PIC 9(03) COMP VALUE ZERO.
           05  TB-MON-ENTRY OCCURS 200 TIMES
                   INDEXED BY TB-MON-IDX TB-MON-IDX2.
               10  TB-MON-ENT        PIC 9(02) COMP.
               10  TB-MON-COD        PIC X(03).
               10  TB-MON-SALDO-MO   PIC S9(15)V99 COMP-3.
               10  TB-MON-SALDO-ML   PIC S9(15)V99 COMP-3.
           05  WS-CANT-ALERTAS       PIC 9(09) COMP.
           05  WS-CANT-SIN-COTIZA    PIC 9(09) COMP.
           05  WS-CANT-DESBORDE      PIC 9(09) COMP.
           05  WS-CANT-OMITIDOS      PIC 9(09) COMP.
           05  WS-CANT-SUSPENSO      PIC 9(09) COMP.

      * ENTRADA Y SALIDA POR POSICION DEL CATALOGO ENTCAT, PARA LAS
      * FILAS DE RUNLOG POR ENTIDAD
       01  TABLA-CONTROL-ENTIDAD.
           05  TB-CTL-ENTRY OCCURS 20 TIMES.
               10  TB-CTL-ENTRADA    PIC 9(09) COMP.
               10  TB-CTL-SALIDA     PIC 9(09) COMP.

       01  WS-LINEA-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-ACUMULA-SALDO THRU 3000-EXIT
               UNTIL EOF-SALDOS
           IF ENTSEL-MODO-SEPARADO
               PERFORM 7000-POSICION-ENTIDAD THRU 7000-EXIT
                   VARYING WS-IDX-ENT FROM 1 BY 1
                   UNTIL WS-IDX-ENT > ENTSEL-CANT-ENTIDADES
           ELSE
               PERFORM 8000-EMITIR-POSICION THRU 8000-EXIT
                   VARYING TB-MON-RECORRE FROM 1 BY 1
                   UNTIL TB-MON-RECORRE > TB-MON-CANT
           END-IF
           PERFORM 9000-FINALIZE
           STOP RUN.

           END-IF
           CLOSE COTIZACIONES

      * MODO DE CORRIDA POR ENTIDAD: UNA TARJETA O UN CATALOGO QUE
      * NO PERMITEN CORRER DETIENEN EL JOB
           MOVE SPACES TO ENTSEL-AREA
           SET ENTSEL-OP-CONSULTA TO TRUE
           MOVE ZERO TO ENTSEL-INDICE
           CALL 'ENTSEL' USING ENTSEL-AREA
           IF ENTSEL-NO-DISPONIBLE
               DISPLAY 'ZET140 - SELECCION POR ENTIDAD NO DISPONIBLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE TABLA-CONTROL-ENTIDAD

           OPEN INPUT  SALDOS
           OPEN OUTPUT POSICION-SAL
           OPEN OUTPUT REPORTE-FX
           OPEN EXTEND SUSPENSO-ENT

           MOVE 'POSICION DIARIA EN MONEDA EXTRANJERA'
               TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           IF ENTSEL-MODO-UNICA
               STRING 'ENTIDAD: ' ENTSEL-ENTIDAD-SEL
                   DELIMITED BY SIZE INTO LINEA-REPORTE
           ELSE
               IF ENTSEL-MODO-SEPARADO
                   MOVE 'ENTIDAD: ABIERTA POR ENTIDAD' TO LINEA-REPORTE
               ELSE
                   MOVE 'ENTIDAD: TODAS' TO LINEA-REPORTE
               END-IF
           END-IF
           WRITE LINEA-REPORTE
           MOVE '  MON        SALDO MO       ML IMPLICITO
      -        '      BRECHA' TO LINEA-REPORTE
           WRITE LINEA-REPORTE
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2500-CLASIFICA-ENTIDAD  -  ODSSAL-COD-ENTIDAD CONTRA EL       *
      *  CATALOGO: LA OTRA ENTIDAD (MODO UNICA) SE CUENTA Y NO SE      *
      *  ACUMULA; LA ENTIDAD EN BLANCO O DESCONOCIDA VA AL SUSPENSO    *
      ******************************************************************
       2500-CLASIFICA-ENTIDAD.
           MOVE SPACES TO ENTSEL-AREA
           SET ENTSEL-OP-CLASIFICA TO TRUE
           MOVE ODSSAL-COD-ENTIDAD TO ENTSEL-CODIGO
           CALL 'ENTSEL' USING ENTSEL-AREA

           IF ENTSEL-INDICE > ZERO
               ADD 1 TO TB-CTL-ENTRADA(ENTSEL-INDICE)
           END-IF
           IF ENTSEL-MODO-SEPARADO
               MOVE ENTSEL-INDICE TO WS-ENT-POSICION
           ELSE
               MOVE ZERO TO WS-ENT-POSICION
           END-IF

           EVALUATE TRUE
               WHEN ENTSEL-OMITIR
                   ADD 1 TO WS-CANT-OMITIDOS
               WHEN ENTSEL-SUSPENSO
                   ADD 1 TO WS-CANT-SUSPENSO
                   MOVE SPACES             TO ENTSUSP-REGISTRO
                   MOVE WS-FECHA-PROCESO   TO ENTSUSP-FECHA-PROCESO
                   MOVE 'ZET140'           TO ENTSUSP-JOB-ID
                   MOVE 'ODSSAL'           TO ENTSUSP-ORIGEN
                   MOVE ODSSAL-COD-ENTIDAD TO ENTSUSP-ENTIDAD
                   MOVE ENTSEL-MOTIVO      TO ENTSUSP-MOTIVO
                   MOVE ODSSAL-LLAVE-PRIMARIA(5:36) TO ENTSUSP-CLAVE
                   MOVE ODSSAL-IMPOR-SALDO-ML TO ENTSUSP-IMPORTE
                   WRITE ENTSUSP-REGISTRO
           END-EVALUATE
           .
       2500-EXIT.
           EXIT.

       3000-ACUMULA-SALDO.
           PERFORM 2500-CLASIFICA-ENTIDAD THRU 2500-EXIT
           IF NOT ENTSEL-PROCESAR
               PERFORM 2000-LEER-SALDO THRU 2000-EXIT
               GO TO 3000-EXIT
           END-IF

           MOVE ODSSAL-COD-MONEDA TO WS-MONEDA-BUSCADA
           PERFORM 3400-UBICA-MONEDA THRU 3400-EXIT
           IF MONEDA-UBICADA
                   PERFORM 3450-ALTA-MONEDA THRU 3450-EXIT
               WHEN TB-MON-IDX > TB-MON-CANT
                   PERFORM 3450-ALTA-MONEDA THRU 3450-EXIT
               WHEN TB-MON-ENT(TB-MON-IDX) = WS-ENT-POSICION
                   AND TB-MON-COD(TB-MON-IDX) = WS-MONEDA-BUSCADA
                   CONTINUE
           END-SEARCH
           .
           IF TB-MON-CANT < WS-MAX-MONEDAS
               ADD 1 TO TB-MON-CANT
               SET TB-MON-IDX TO TB-MON-CANT
               MOVE WS-ENT-POSICION   TO TB-MON-ENT(TB-MON-IDX)
               MOVE WS-MONEDA-BUSCADA TO TB-MON-COD(TB-MON-IDX)
               MOVE ZERO TO TB-MON-SALDO-MO(TB-MON-IDX)
               MOVE ZERO TO TB-MON-SALDO-ML(TB-MON-IDX)
               MOVE ZERO TO TB-MON-COTIZA(TB-MON-IDX)
      * LA MONEDA DE UNA ENTIDAD TOMA LA COTIZACION CARGADA EN LA
      * ENTIDAD 0
               IF WS-ENT-POSICION > ZERO
                   SET TB-MON-IDX2 TO 1
                   SEARCH TB-MON-ENTRY VARYING TB-MON-IDX2
                       AT END
                           CONTINUE
                       WHEN TB-MON-IDX2 NOT < TB-MON-IDX
                           CONTINUE
                       WHEN TB-MON-ENT(TB-MON-IDX2) = ZERO
                           AND TB-MON-COD(TB-MON-IDX2)
                               = WS-MONEDA-BUSCADA
                           MOVE TB-MON-COTIZA(TB-MON-IDX2)
                               TO TB-MON-COTIZA(TB-MON-IDX)
                   END-SEARCH
               END-IF
           ELSE
      * TABLA LLENA: LA MONEDA DESBORDADA SE CUENTA Y SE SALTEA,
      * NUNCA SE ACUMULA SOBRE LA ENTRADA DE OTRA MONEDA
       3450-EXIT.
           EXIT.

      ******************************************************************
      *  7000-POSICION-ENTIDAD  -  MODO SEPARADO: LA POSICION DE CADA  *
      *  ENTIDAD SALE EN SU PROPIO BLOQUE DEL REPORTE                  *
      ******************************************************************
       7000-POSICION-ENTIDAD.
           IF TB-CTL-ENTRADA(WS-IDX-ENT) = ZERO
               GO TO 7000-EXIT
           END-IF
           MOVE SPACES TO ENTSEL-AREA
           SET ENTSEL-OP-CONSULTA TO TRUE
           MOVE WS-IDX-ENT TO ENTSEL-INDICE
           CALL 'ENTSEL' USING ENTSEL-AREA
           MOVE SPACES TO LINEA-REPORTE
           STRING 'ENTIDAD: ' ENTSEL-CODIGO ' ' ENTSEL-NOMBRE
               DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM 8000-EMITIR-POSICION THRU 8000-EXIT
               VARYING TB-MON-RECORRE FROM 1 BY 1
               UNTIL TB-MON-RECORRE > TB-MON-CANT
           .
       7000-EXIT.
           EXIT.

      ******************************************************************
      *  8000-EMITIR-POSICION  -  REVALUA, COMPARA CONTRA EL ML        *
      *  INFORMADO Y ALERTA LA BRECHA FUERA DE TOLERANCIA              *
      ******************************************************************
       8000-EMITIR-POSICION.
           IF ENTSEL-MODO-SEPARADO
               AND TB-MON-ENT(TB-MON-RECORRE) NOT = WS-IDX-ENT
               GO TO 8000-EXIT
           END-IF

           IF TB-MON-COTIZA(TB-MON-RECORRE) = ZERO
               ADD 1 TO WS-CANT-SIN-COTIZA
               MOVE TB-MON-SALDO-ML(TB-MON-RECORRE)
           MOVE WS-ML-IMPLICITO TO FXPOSIC-ML-IMPLICITO
           MOVE WS-BRECHA       TO FXPOSIC-BRECHA
           MOVE WS-FECHA-PROCESO TO FXPOSIC-FEC-POSICION
           EVALUATE TRUE
               WHEN ENTSEL-MODO-SEPARADO
                   MOVE ENTSEL-CODIGO      TO FXPOSIC-ENTIDAD
               WHEN ENTSEL-MODO-UNICA
                   MOVE ENTSEL-ENTIDAD-SEL TO FXPOSIC-ENTIDAD
           END-EVALUATE
           WRITE FXPOSIC-REGISTRO
           ADD 1 TO WS-CANT-MONEDAS
           IF ENTSEL-MODO-SEPARADO
               ADD 1 TO TB-CTL-SALIDA(WS-IDX-ENT)
           END-IF

           MOVE WS-BRECHA TO WS-ABSOLUTO
           IF WS-ABSOLUTO < ZERO
           CLOSE SALDOS
           CLOSE POSICION-SAL
           CLOSE REPORTE-FX
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
                   MOVE 'ZET140' TO RUNLOG-JOB-ID
                   MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
                   MOVE WS-CANT-SUSPENSO TO RUNLOG-CANT-ENTRADA
                   MOVE WS-CANT-SUSPENSO TO RUNLOG-CANT-SALIDA
                   SET RUNLOG-FILA-SUSPENSO TO TRUE
                   WRITE RUNLOG-REGISTRO
               END-IF
           END-IF

           MOVE 'ZET140' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-SALDOS TO RUNLOG-CANT-ENTRADA
           DISPLAY 'SIN COTIZACION . . . . . . : ' WS-CANT-SIN-COTIZA
           DISPLAY 'ALERTAS DE BRECHA  . . . . : ' WS-CANT-ALERTAS
           DISPLAY 'MONEDAS DESBORDADAS  . . . : ' WS-CANT-DESBORDE
           DISPLAY 'MODO POR ENTIDAD . . . . . : ' ENTSEL-MODO
               ' ' ENTSEL-ENTIDAD-SEL
           DISPLAY 'DE OTRA ENTIDAD (OMITIDOS) : ' WS-CANT-OMITIDOS
           DISPLAY 'A SUSPENSO POR ENTIDAD . . : ' WS-CANT-SUSPENSO
           IF WS-CANT-SUSPENSO > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      * EN MODO SEPARADO LA SALIDA DE LA ENTIDAD SON SUS MONEDAS EN
      * POSICION; EN MODO UNICA, LAS DE LA CORRIDA
       9100-RUNLOG-ENTIDAD.
           IF TB-CTL-ENTRADA(WS-IDX-ENT) = ZERO
               GO TO 9100-EXIT
           END-IF
           MOVE SPACES TO ENTSEL-AREA
           SET ENTSEL-OP-CONSULTA TO TRUE
           MOVE WS-IDX-ENT TO ENTSEL-INDICE
           CALL 'ENTSEL' USING ENTSEL-AREA
           MOVE 'ZET140' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE TB-CTL-ENTRADA(WS-IDX-ENT) TO RUNLOG-CANT-ENTRADA
           MOVE TB-CTL-SALIDA(WS-IDX-ENT)  TO RUNLOG-CANT-SALIDA
           IF ENTSEL-MODO-UNICA
               AND ENTSEL-CODIGO = ENTSEL-ENTIDAD-SEL
               MOVE WS-CANT-MONEDAS TO RUNLOG-CANT-SALIDA
           END-IF
           MOVE ENTSEL-MARCA TO RUNLOG-MARCA-ENTIDAD
           WRITE RUNLOG-REGISTRO
           .
       9100-EXIT.
           EXIT.
