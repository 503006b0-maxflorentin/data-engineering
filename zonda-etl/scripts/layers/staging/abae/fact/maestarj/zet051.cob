      * 22/08/2026  EQP  ALTA DEL PROGRAMA                             *
      * 02/09/2026  EQP  APENDIZA EL INDICADOR DORMIDAS POR            *
      *                  SUCURSAL AL SCORECARD (SCOREIN, ZET153)       *
      * 15/10/2026  EQP  RESUMEN Y SCOREIN POR SUCURSAL VIGENTE: LA    *
      *                  SUCURSAL-ADM FUSIONADA O CERRADA SE REMAPEA   *
      *                  CON LA RUTINA SUCMAP (TARBAJA QUEDA CON EL    *
      *                  CODIGO DE LA TARJETA)                         *
      * 15/10/2026  EQP  CADA PROPUESTA DEJA SU AVISO LEGAL DE BAJA    *
      *                  EN CORRPZA PARA LA ETAPA UNICA DE             *
      *                  CORRESPONDENCIA (ZET206)                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET051.
           SELECT PROPUESTAS-SAL ASSIGN TO TARBAJA
               ORGANIZATION IS SEQUENTIAL.

           SELECT PIEZAS-CORRESP ASSIGN TO CORRPZA
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORTE-SUC    ASSIGN TO RPDORM
               ORGANIZATION IS LINE SEQUENTIAL.

           05  TARBAJA-CAN-CUENTAS    PIC 9(02).
           05  FILLER                 PIC X(07).

       FD  PIEZAS-CORRESP
           RECORDING MODE IS F.
           COPY "../../../catalogo/cliente360/corpza.cob"
               REPLACING ==:CORPZA:== BY ==CORPZA==.

       FD  REPORTE-SUC.
       01  LINEA-REPORTE             PIC X(080).

           COPY "../../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
           COPY "../../../catalogo/seguridad/toklk.cob"
               REPLACING ==:TOKPAN:== BY ==TOKPAN==.

       77  WS-MESES-INACTIVA         PIC S9(05) COMP.
       77  WS-DIA-PROCESO-INT        PIC S9(09) COMP.
       77  WS-MAX-SUC                PIC 9(04) COMP VALUE 300.

       01  WS-CLAVE-RLK              PIC X(19).

      * SUCURSAL DEL RESUMEN: LA ADMINISTRADORA O SU SUCESORA
       01  WS-SUC-RESUMEN            PIC 9(04).

           COPY "../../../catalogo/control/sucmaplk.cob"
               REPLACING ==:SUCMAP:== BY ==SUCMAP==.

      * RESUMEN POR SUCURSAL ADMINISTRADORA
       01  TABLA-SUCURSALES.
           05  TB-SUC-CANT           PIC 9(04) COMP VALUE ZERO.
           05  WS-CANT-LEIDAS        PIC 9(09) COMP.
           05  WS-CANT-ACTIVAS       PIC 9(09) COMP.
           05  WS-CANT-PROPUESTAS    PIC 9(09) COMP.
           05  WS-CANT-PIEZAS        PIC 9(09) COMP.

       01  WS-LINEA-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'ZET051'         TO SUCMAP-JOB-ID
           MOVE WS-FECHA-PROCESO TO SUCMAP-FECHA-PROCESO
           COMPUTE WS-DIA-PROCESO-INT =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)

           OPEN INPUT  VINCULOS-ORD
           OPEN OUTPUT PROPUESTAS-SAL
           OPEN OUTPUT REPORTE-SUC
           OPEN EXTEND PIEZAS-CORRESP

           PERFORM 2000-LEER-TARJETA THRU 2000-EXIT
           PERFORM 2100-LEER-VINCULO THRU 2100-EXIT

           WRITE TARBAJA-REGISTRO
           ADD 1 TO WS-CANT-PROPUESTAS
           PERFORM 3250-GRABA-PIEZA THRU 3250-EXIT
           .
       3200-EXIT.
           EXIT.

      * AVISO DE BAJA POR INACTIVIDAD: CARTA LEGAL AL TITULAR, POR
      * CORREO POSTAL, CON LA FECHA DEL ULTIMO USO Y LA BANDA
       3250-GRABA-PIEZA.
           MOVE TARBAJA-NUMERO-TARJETA TO TOKPAN-PAN
           CALL 'TOKPAN' USING TOKPAN-AREA
           MOVE SPACES               TO CORPZA-REGISTRO
           MOVE WS-FECHA-PROCESO     TO CORPZA-FECHA
           MOVE 'ZET051'             TO CORPZA-JOB-ID
           MOVE 'TARBAJA'            TO CORPZA-FUENTE
           MOVE TARBAJA-NUP          TO CORPZA-NUP
           MOVE TOKPAN-TOKEN         TO CORPZA-CLAVE
           MOVE 'BAJINA'             TO CORPZA-COD-CARTA
           MOVE 2                    TO CORPZA-PRIORIDAD
           SET CORPZA-LEGAL          TO TRUE
           MOVE 'L'                  TO CORPZA-PROPOSITO
           SET CORPZA-CANAL-CORREO   TO TRUE
           MOVE ZERO                 TO CORPZA-FEC-LIMITE
           MOVE TOKPAN-ULT4          TO CORPZA-DAT-ULT4
           MOVE WS-FEC-ULT-USO       TO CORPZA-DAT-FECHA-1
           MOVE ZERO                 TO CORPZA-DAT-FECHA-2
           MOVE ZERO                 TO CORPZA-DAT-IMPORTE-1
           MOVE ZERO                 TO CORPZA-DAT-IMPORTE-2
           MOVE TARBAJA-DIVISA       TO CORPZA-DAT-DIVISA
           MOVE TARBAJA-BANDA        TO CORPZA-DAT-CODIGO
           MOVE TARBAJA-SUCURSAL-ADM TO CORPZA-DAT-SUCURSAL
           WRITE CORPZA-REGISTRO
           ADD 1 TO WS-CANT-PIEZAS
           .
       3250-EXIT.
           EXIT.

       3300-ACUMULA-SUCURSAL.
           MOVE W-ZOECTAR-SUCURSAL-ADM OF FD-TARJETA-ORD
               TO WS-SUC-RESUMEN
           SET SUCMAP-OP-REMAPEA TO TRUE
           MOVE WS-SUC-RESUMEN TO SUCMAP-SUC-ORIGEN
           CALL 'SUCMAP' USING SUCMAP-AREA
           IF SUCMAP-REMAPEADA
               AND SUCMAP-SUC-VIGENTE IS NUMERIC
               MOVE SUCMAP-SUC-VIGENTE TO WS-SUC-RESUMEN
           END-IF

           SET TB-SUC-IDX TO 1
           SEARCH TB-SUC-ENTRY
               AT END
                   IF TB-SUC-CANT < WS-MAX-SUC
                       ADD 1 TO TB-SUC-CANT
                       SET TB-SUC-IDX TO TB-SUC-CANT
                       MOVE WS-SUC-RESUMEN TO TB-SUC-COD(TB-SUC-IDX)
                       PERFORM 3310-SUMA-BANDA THRU 3310-EXIT
                   END-IF
               WHEN TB-SUC-IDX > TB-SUC-CANT
                   IF TB-SUC-CANT < WS-MAX-SUC
                       ADD 1 TO TB-SUC-CANT
                       MOVE WS-SUC-RESUMEN TO TB-SUC-COD(TB-SUC-IDX)
                       PERFORM 3310-SUMA-BANDA THRU 3310-EXIT
                   END-IF
               WHEN TB-SUC-COD(TB-SUC-IDX) = WS-SUC-RESUMEN
                   PERFORM 3310-SUMA-BANDA THRU 3310-EXIT
           END-SEARCH
           .
           CLOSE VINCULOS-ORD
           CLOSE PROPUESTAS-SAL
           CLOSE REPORTE-SUC
           CLOSE PIEZAS-CORRESP

      * INDICADOR DORMIDAS DEL SCORECARD DE SUCURSALES (ZET153)
           OPEN EXTEND SCORE-SALIDA
               UNTIL TB-SUC-IDX > TB-SUC-CANT
           CLOSE SCORE-SALIDA

           SET SUCMAP-OP-FIN TO TRUE
           CALL 'SUCMAP' USING SUCMAP-AREA

           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET051' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           DISPLAY 'TARJETAS LEIDAS  . . . . . : ' WS-CANT-LEIDAS
           DISPLAY 'TARJETAS ACTIVAS . . . . . : ' WS-CANT-ACTIVAS
           DISPLAY 'PROPUESTAS DE BAJA . . . . : ' WS-CANT-PROPUESTAS
           DISPLAY 'AVISOS A CORRPZA . . . . . : ' WS-CANT-PIEZAS
           DISPLAY 'DORMIDAS REMAPEADAS  . . . : '
               SUCMAP-CANT-REMAPEADAS
           DISPLAY 'SUCURSALES DESCONOCIDAS  . : '
               SUCMAP-CANT-DESCONOCIDAS
           .

       9100-GRABA-INDICADOR.
