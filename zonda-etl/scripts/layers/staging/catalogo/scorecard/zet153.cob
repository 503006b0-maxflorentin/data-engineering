      * 02/09/2026  EQP  EL PIVOTEO TOMA SOLO LA FILA MAS NUEVA POR    *
      *                  SUCURSAL/INDICADOR EN VEZ DE ACUMULAR TODAS   *
      *                  LAS CORRIDAS APENDIZADAS EN SCOREIN           *
      * 15/10/2026  EQP  SUCURSAL DE SCOREIN REMAPEADA A SU SUCESORA   *
      *                  VIGENTE CON LA RUTINA SUCMAP; LA FILA         *
      *                  REMAPEADA NO PISA LA PROPIA DE LA SUCURSAL    *
      *                  VIVA Y EL MES ANTERIOR DE UNA SUCURSAL        *
      *                  ABSORBIDA NO ABRE FILA EN EL MART             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET153.
           05  TB-SUC-OTRO           PIC 9(04) COMP.

       01  WS-SUC-BUSCADA            PIC 9(04).
       01  WS-SW-REMAPEADA           PIC X(01).
           88  SUCURSAL-REMAPEADA        VALUE 'S'.
       01  WS-COLUMNA                PIC 9(01) COMP.
       01  WS-AUX-VALOR              PIC S9(13)V99 COMP-3.
       01  WS-AUX-ENTRY              PIC X(100).
           05  WS-CANT-SIN-COLUMNA   PIC 9(09) COMP.
           05  WS-CANT-VIEJAS        PIC 9(09) COMP.
           05  WS-CANT-DESBORDE      PIC 9(09) COMP.
           05  WS-CANT-ANT-ABSORB    PIC 9(09) COMP.

           COPY "../control/sucmaplk.cob"
               REPLACING ==:SUCMAP:== BY ==SUCMAP==.

       01  WS-LINEA-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'ZET153'         TO SUCMAP-JOB-ID
           MOVE WS-FECHA-PROCESO TO SUCMAP-FECHA-PROCESO

           OPEN INPUT PARAMETROS
           IF WS-FS-PARM = '00'
      *  COLUMNA; EL INDICADOR DESCONOCIDO SE CUENTA Y SE IGNORA.      *
      *  COMO LOS ALIMENTADORES APENDIZAN UNA FILA POR CORRIDA, SOLO   *
      *  LA FILA MAS NUEVA POR SUCURSAL/INDICADOR OCUPA LA COLUMNA     *
      *  LA SUCURSAL ABSORBIDA CAE EN SU SUCESORA; SU FILA SOLO OCUPA  *
      *  LA COLUMNA SI ES ESTRICTAMENTE MAS NUEVA QUE LA QUE HAY, ASI  *
      *  A IGUAL FECHA GANA LA FILA PROPIA DE LA SUCURSAL VIVA         *
      ******************************************************************
       3000-PIVOTEA-INDICADOR.
           MOVE ZERO TO WS-COLUMNA

           IF WS-COLUMNA > ZERO
               MOVE SCOREIN-SUCURSAL TO WS-SUC-BUSCADA
               PERFORM 3300-REMAPEA-SUCURSAL THRU 3300-EXIT
               PERFORM 3400-UBICA-SUCURSAL THRU 3400-EXIT
               IF NOT SUCURSAL-UBICADA
                   CONTINUE
               ELSE
                   IF (SCOREIN-FEC-PROCESO NOT <
                       TB-SUC-FECHA(TB-SUC-IDX, WS-COLUMNA)
                       AND NOT SUCURSAL-REMAPEADA)
                       OR SCOREIN-FEC-PROCESO >
                       TB-SUC-FECHA(TB-SUC-IDX, WS-COLUMNA)
                       MOVE SCOREIN-VALOR
                           TO TB-SUC-VALOR(TB-SUC-IDX, WS-COLUMNA)
       3000-EXIT.
           EXIT.

      * SUCURSAL VIGENTE SEGUN LA TABLA DE SUCESION; UN CODIGO
      * SUCESOR NO NUMERICO DEJA EL ORIGINAL
       3300-REMAPEA-SUCURSAL.
           MOVE 'N' TO WS-SW-REMAPEADA
           SET SUCMAP-OP-REMAPEA TO TRUE
           MOVE WS-SUC-BUSCADA TO SUCMAP-SUC-ORIGEN
           CALL 'SUCMAP' USING SUCMAP-AREA
           IF SUCMAP-REMAPEADA
               AND SUCMAP-SUC-VIGENTE IS NUMERIC
               MOVE SUCMAP-SUC-VIGENTE TO WS-SUC-BUSCADA
               SET SUCURSAL-REMAPEADA TO TRUE
           END-IF
           .
       3300-EXIT.
           EXIT.

       3400-UBICA-SUCURSAL.
           MOVE 'S' TO WS-SW-SUC-UBICADA
           SET TB-SUC-IDX TO 1
                   SET EOF-ANTERIOR TO TRUE
               NOT AT END
                   MOVE A-SCO-SUCURSAL TO WS-SUC-BUSCADA
                   PERFORM 3300-REMAPEA-SUCURSAL THRU 3300-EXIT
                   IF SUCURSAL-REMAPEADA
                       ADD 1 TO WS-CANT-ANT-ABSORB
                       GO TO 4000-EXIT
                   END-IF
                   PERFORM 3400-UBICA-SUCURSAL THRU 3400-EXIT
                   IF SUCURSAL-UBICADA
                       MOVE A-SCO-INDICE
           CLOSE SCORE-NVO
           CLOSE EXTRACTO-SUC
           CLOSE REPORTE-SCO
           SET SUCMAP-OP-FIN TO TRUE
           CALL 'SUCMAP' USING SUCMAP-AREA
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET153' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           DISPLAY 'FILAS VIEJAS DESCARTADAS . : ' WS-CANT-VIEJAS
           DISPLAY 'SUCURSALES DESBORDADAS . . : ' WS-CANT-DESBORDE
           DISPLAY 'SUCURSALES EN EL MART  . . : ' TB-SUC-CANT
           DISPLAY 'FILAS REMAPEADAS . . . . . : '
               SUCMAP-CANT-REMAPEADAS
           DISPLAY 'SUCURSALES DESCONOCIDAS  . : '
               SUCMAP-CANT-DESCONOCIDAS
           DISPLAY 'MES ANTERIOR DE ABSORBIDAS : ' WS-CANT-ANT-ABSORB
           .
