      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 02/09/2026  EQP  ALTA DEL PROGRAMA                             *
      * 15/10/2026  EQP  PAGOFALT-SUC-CUENTA CON LA SUCURSAL VIGENTE   *
      *                  (RUTINA SUCMAP) PARA QUE LA GESTION PRE-MORA  *
      *                  LLEGUE A LA SUCURSAL VIVA; LA ORIGINAL QUEDA  *
      *                  EN PAGOFALT-SUC-ORIGEN                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET111.
           05  PAGOFALT-FALTANTE      PIC S9(13)V99.
           05  PAGOFALT-SUC-CUENTA    PIC 9(03).
           05  PAGOFALT-FORMA-PAGO    PIC 9(02).
      *        SUCURSAL DE LA CUENTA ANTES DEL REMAPEO
           05  PAGOFALT-SUC-ORIGEN    PIC 9(03).
           05  FILLER                 PIC X(03).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.

       01  WS-FALTANTE               PIC S9(13)V99 COMP-3.

      * SUCURSAL DE GESTION: LA DE LA CUENTA O SU SUCESORA
       01  WS-SUC-GESTION            PIC 9(04).
       01  WS-SUC-GESTION-X REDEFINES WS-SUC-GESTION
                                     PIC X(04).

           COPY "../../catalogo/control/sucmaplk.cob"
               REPLACING ==:SUCMAP:== BY ==SUCMAP==.

       01  WS-CONTADORES.
           05  WS-CANT-LEIDAS        PIC 9(09) COMP.
           05  WS-CANT-CICLO-CERR    PIC 9(09) COMP.
           05  WS-CANT-MINIMO        PIC 9(09) COMP.
           05  WS-CANT-SEG-ANT       PIC 9(09) COMP.
           05  WS-CANT-ESCRITAS      PIC 9(09) COMP.
           05  WS-CANT-SUC-LARGA     PIC 9(09) COMP.

       PROCEDURE DIVISION.

      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'ZET111'         TO SUCMAP-JOB-ID
           MOVE WS-FECHA-PROCESO TO SUCMAP-FECHA-PROCESO

           SORT SORT-O20
               ON ASCENDING KEY NRO-CUENTA OF S-o20
               - PAGOS-PERIODO OF W-o20
           MOVE WS-FALTANTE            TO PAGOFALT-FALTANTE
           MOVE SUC-CUENTA OF W-o20    TO PAGOFALT-SUC-CUENTA
           MOVE SUC-CUENTA OF W-o20    TO PAGOFALT-SUC-ORIGEN
           MOVE FORMA-PAGO OF W-o20    TO PAGOFALT-FORMA-PAGO
           PERFORM 3250-REMAPEA-SUCURSAL THRU 3250-EXIT
           WRITE PAGOFALT-REGISTRO
           ADD 1 TO WS-CANT-FALTANTES
           .
       3200-EXIT.
           EXIT.

      * LA SUCESORA DEBE CABER EN LOS TRES DIGITOS DE SUC-CUENTA; SI
      * NO, LA FILA SALE CON LA SUCURSAL ORIGINAL Y SE CUENTA
       3250-REMAPEA-SUCURSAL.
           MOVE SUC-CUENTA OF W-o20 TO WS-SUC-GESTION
           SET SUCMAP-OP-REMAPEA TO TRUE
           MOVE WS-SUC-GESTION-X TO SUCMAP-SUC-ORIGEN
           CALL 'SUCMAP' USING SUCMAP-AREA
           IF NOT SUCMAP-REMAPEADA
               OR SUCMAP-SUC-VIGENTE NOT NUMERIC
               GO TO 3250-EXIT
           END-IF
           MOVE SUCMAP-SUC-VIGENTE TO WS-SUC-GESTION-X
           IF WS-SUC-GESTION > 999
               ADD 1 TO WS-CANT-SUC-LARGA
               GO TO 3250-EXIT
           END-IF
           MOVE WS-SUC-GESTION TO PAGOFALT-SUC-CUENTA
           .
       3250-EXIT.
           EXIT.

      ******************************************************************
      *  3500-GRABA-SEGMENTACION  -  CLASE POR MAYORIA SIMPLE SOBRE    *
      *  LA VENTANA Y GRABACION DE LA GENERACION NUEVA                 *
           CLOSE SEGMEN-ANT
           CLOSE SEGMEN-NVO
           CLOSE FALTANTE-SAL
           SET SUCMAP-OP-FIN TO TRUE
           CALL 'SUCMAP' USING SUCMAP-AREA
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET111' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           DISPLAY 'REVOLVEDORES . . . . . . . : ' WS-CANT-REVOLVEDOR
           DISPLAY 'PAGADORES DE MINIMO  . . . : ' WS-CANT-MINIMO
           DISPLAY 'SEGMENTACION ESCRITA . . . : ' WS-CANT-ESCRITAS
           DISPLAY 'FALTANTES REMAPEADOS . . . : '
               SUCMAP-CANT-REMAPEADAS
           DISPLAY 'SUCURSALES DESCONOCIDAS  . : '
               SUCMAP-CANT-DESCONOCIDAS
           DISPLAY 'SUCESORA DE MAS DE 3 DIG.  : ' WS-CANT-SUC-LARGA
           .
