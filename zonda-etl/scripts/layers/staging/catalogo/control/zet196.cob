      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET196                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - CATALOGO                    *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : MANTENIMIENTO DEL CALENDARIO DE CIERRE DE        *
      *               PERIODOS POR AREA DE NEGOCIO (CIERCAL).  UNA     *
      *               VEZ QUE FINANZAS CIERRA UN MES, LOS EXTRACTOS    *
      *               TARDIOS O REENVIADOS DE ESE MES NO PUEDEN        *
      *               SEGUIR MOVIENDO LAS CIFRAS CERRADAS.  LAS        *
      *               TRANSACCIONES DE CIERRE (C) Y REAPERTURA (R)     *
      *               LLEGAN POR CIERTRX CON LA MARCA DE APROBACION    *
      *               DE UN SEGUNDO OPERADOR DISTINTO DEL SOLICITANTE  *
      *               (SIN ELLA SE RECHAZAN A CIERREJ); LA REAPERTURA  *
      *               EXIGE ADEMAS EL MOTIVO.  CADA MOVIMIENTO         *
      *               APLICADO QUEDA EN EL DIARIO CIERLOG CON QUIEN    *
      *               LO PIDIO, QUIEN LO APROBO Y POR QUE, Y EL        *
      *               CALENDARIO NUEVO (CIERCALN) ES EL QUE CONSULTA   *
      *               LA RUTINA PERCIE DESDE LOS STAGES.               *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET196.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - CATALOGO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARIO-ANT ASSIGN TO CIERCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAL.

           SELECT TRANSACCIONES  ASSIGN TO CIERTRX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRX.

           SELECT SORT-CAL       ASSIGN TO SRTCIEA.
           SELECT CALENDARIO-NVO ASSIGN TO CIERCALN
               ORGANIZATION IS SEQUENTIAL.

           SELECT DIARIO-SAL     ASSIGN TO CIERLOG
               ORGANIZATION IS SEQUENTIAL.

           SELECT RECHAZOS-SAL   ASSIGN TO CIERREJ
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORTE-CIE    ASSIGN TO RPCIERRE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO-ANT
           RECORDING MODE IS F.
           COPY "ciercal.cob".

       FD  TRANSACCIONES
           RECORDING MODE IS F.
       01  TRX-REGISTRO.
           05  TRX-AREA              PIC X(08).
           05  TRX-PERIODO           PIC 9(06).
      *        ACCION: C = CIERRE, R = REAPERTURA
           05  TRX-ACCION            PIC X(01).
           05  TRX-USUARIO           PIC X(08).
      *        MARCA DEL SEGUNDO OPERADOR; EN BLANCO SE RECHAZA
           05  TRX-APROBADO-POR      PIC X(08).
      *        OBLIGATORIO EN LA REAPERTURA
           05  TRX-MOTIVO            PIC X(40).
           05  FILLER                PIC X(09).

       SD  SORT-CAL.
       01  SD-CAL-REGISTRO.
           05  S-CAL-CLAVE.
               10  S-CAL-AREA        PIC X(08).
               10  S-CAL-PERIODO     PIC 9(06).
           05  FILLER                PIC X(46).

       FD  CALENDARIO-NVO
           RECORDING MODE IS F.
           COPY "ciercal.cob"
               REPLACING LEADING ==CIERCAL== BY ==CIERN==.

       FD  DIARIO-SAL
           RECORDING MODE IS F.
       01  CIERLOG-REGISTRO.
           05  CIERLOG-FECHA-PROCESO PIC 9(08).
           05  CIERLOG-HORA          PIC 9(06).
           05  CIERLOG-AREA          PIC X(08).
           05  CIERLOG-PERIODO       PIC 9(06).
           05  CIERLOG-ACCION        PIC X(01).
           05  CIERLOG-USUARIO       PIC X(08).
           05  CIERLOG-APROBADO-POR  PIC X(08).
           05  CIERLOG-MOTIVO        PIC X(40).
           05  FILLER                PIC X(15).

       FD  RECHAZOS-SAL
           RECORDING MODE IS F.
       01  REJ-REGISTRO.
           05  REJ-MOTIVO            PIC X(30).
           05  REJ-TRANSACCION       PIC X(80).

       FD  REPORTE-CIE.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "runlog.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-PERIODOS           PIC 9(04) COMP VALUE 3000.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-HORA-RELOJ             PIC 9(08).
       01  WS-HORA-PROCESO           PIC 9(06).
       01  WS-PERIODO-PROCESO        PIC 9(06).

       01  WS-FS-CAL                 PIC XX.
       01  WS-FS-TRX                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-CAL         PIC X(01) VALUE 'N'.
               88  EOF-CALENDARIO        VALUE 'S'.
           05  WS-SW-EOF-TRX         PIC X(01) VALUE 'N'.
               88  EOF-TRANSACCIONES     VALUE 'S'.
           05  WS-SW-HALLADO         PIC X(01).
               88  PERIODO-HALLADO       VALUE 'S'.

       01  WS-MOTIVO-RECHAZO         PIC X(30).
       01  WS-MES                    PIC 9(02).

      * CALENDARIO EN MEMORIA: SE LE APLICAN LAS TRANSACCIONES EN
      * EL ORDEN EN QUE LLEGAN Y SE GRABA ORDENADO POR AREA/PERIODO
       01  TABLA-CALENDARIO.
           05  TB-CAL-CANT           PIC 9(04) COMP VALUE ZERO.
           05  TB-CAL-ENTRY OCCURS 3000 TIMES
                   INDEXED BY TB-CAL-IDX.
               10  TB-CAL-REGISTRO   PIC X(60).

           COPY "ciercal.cob"
               REPLACING LEADING ==CIERCAL== BY ==WS-CAL==.

       01  WS-CONTADORES.
           05  WS-CANT-CALENDARIO    PIC 9(09) COMP.
           05  WS-CANT-TRX           PIC 9(09) COMP.
           05  WS-CANT-CIERRES       PIC 9(09) COMP.
           05  WS-CANT-REAPERTURAS   PIC 9(09) COMP.
           05  WS-CANT-RECHAZADAS    PIC 9(09) COMP.
           05  WS-CANT-GRABADOS      PIC 9(09) COMP.

       01  WS-ENCAB-DETALLE.
           05  FILLER                PIC X(43) VALUE
               'AREA     PERIODO   A   SOLICITO  APROBO    '.
           05  FILLER                PIC X(16) VALUE
               'MOTIVO / RECHAZO'.

       01  WS-LINEA-DETALLE.
           05  WSL-AREA              PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-PERIODO           PIC 9(06).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WSL-ACCION            PIC X(01).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WSL-USUARIO           PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-APROBADO          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-TEXTO             PIC X(40).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-PROCESA-TRANSACCION THRU 3000-EXIT
               UNTIL EOF-TRANSACCIONES
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  CARGA EL CALENDARIO VIGENTE EN MEMORIA Y  *
      *  CEBA LAS TRANSACCIONES.  LA PRIMERA VEZ NO HAY CALENDARIO     *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-RELOJ FROM TIME
           MOVE WS-HORA-RELOJ(1:6) TO WS-HORA-PROCESO
           MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO-PROCESO

           OPEN INPUT TRANSACCIONES
           IF WS-FS-TRX NOT = '00'
               DISPLAY 'ZET196 - NO SE PUDO ABRIR CIERTRX - '
                   'FILE STATUS ' WS-FS-TRX
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CALENDARIO-ANT
           IF WS-FS-CAL = '00'
               PERFORM 1100-CARGA-CALENDARIO THRU 1100-EXIT
                   UNTIL EOF-CALENDARIO
               CLOSE CALENDARIO-ANT
           ELSE
               DISPLAY 'ZET196 - SIN CALENDARIO CIERCAL - SE INICIA '
                   'UNO NUEVO'
           END-IF

           OPEN EXTEND DIARIO-SAL
           OPEN OUTPUT RECHAZOS-SAL
           OPEN OUTPUT REPORTE-CIE

           MOVE 'MOVIMIENTOS DEL CALENDARIO DE CIERRE DE PERIODOS'
               TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-ENCAB-DETALLE TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           PERFORM 2000-LEER-TRANSACCION THRU 2000-EXIT
           .

       1100-CARGA-CALENDARIO.
           READ CALENDARIO-ANT
               AT END
                   SET EOF-CALENDARIO TO TRUE
               NOT AT END
                   ADD 1 TO WS-CANT-CALENDARIO
                   IF TB-CAL-CANT < WS-MAX-PERIODOS
                       ADD 1 TO TB-CAL-CANT
                       SET TB-CAL-IDX TO TB-CAL-CANT
                       MOVE CIERCAL-REGISTRO
                           TO TB-CAL-REGISTRO(TB-CAL-IDX)
                   ELSE
                       DISPLAY 'ZET196 - CALENDARIO EXCEDE '
                           WS-MAX-PERIODOS ' PERIODOS'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ
           .
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  1500-GRABA-CALENDARIO  -  SUELTA LA TABLA AL SORT PARA EL     *
      *  CALENDARIO NUEVO ORDENADO POR AREA Y PERIODO                  *
      ******************************************************************
       1500-GRABA-CALENDARIO SECTION.
           PERFORM 1510-SUELTA-PERIODO THRU 1510-EXIT
               VARYING TB-CAL-IDX FROM 1 BY 1
               UNTIL TB-CAL-IDX > TB-CAL-CANT
           GO TO 1500-FIN
           .

       1510-SUELTA-PERIODO.
           MOVE TB-CAL-REGISTRO(TB-CAL-IDX) TO SD-CAL-REGISTRO
           RELEASE SD-CAL-REGISTRO
           ADD 1 TO WS-CANT-GRABADOS
           .
       1510-EXIT.
           EXIT.
       1500-FIN.
           EXIT.


       PROCESO-PRINCIPAL SECTION.

       2000-LEER-TRANSACCION.
           READ TRANSACCIONES
               AT END
                   SET EOF-TRANSACCIONES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CANT-TRX
           END-READ
           .
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  3000-PROCESA-TRANSACCION  -  VALIDA LA APROBACION Y EL        *
      *  ESTADO DEL PERIODO, Y APLICA EL CIERRE O LA REAPERTURA        *
      ******************************************************************
       3000-PROCESA-TRANSACCION.
           PERFORM 3100-VALIDA-TRANSACCION THRU 3100-EXIT
           IF WS-MOTIVO-RECHAZO NOT = SPACES
               PERFORM 3800-RECHAZA THRU 3800-EXIT
           ELSE
               PERFORM 3500-APLICA THRU 3500-EXIT
           END-IF

           PERFORM 2000-LEER-TRANSACCION THRU 2000-EXIT
           .
       3000-EXIT.
           EXIT.

       3100-VALIDA-TRANSACCION.
           MOVE SPACES TO WS-MOTIVO-RECHAZO

           IF TRX-APROBADO-POR = SPACES
               MOVE 'SIN APROBACION DE 2DO OPERAD.'
                   TO WS-MOTIVO-RECHAZO
               GO TO 3100-EXIT
           END-IF
           IF TRX-APROBADO-POR = TRX-USUARIO
               MOVE 'APROBADOR IGUAL AL SOLICITANTE'
                   TO WS-MOTIVO-RECHAZO
               GO TO 3100-EXIT
           END-IF
           IF TRX-AREA = SPACES
               MOVE 'AREA DE NEGOCIO EN BLANCO' TO WS-MOTIVO-RECHAZO
               GO TO 3100-EXIT
           END-IF
           IF TRX-PERIODO NOT NUMERIC
               MOVE 'PERIODO INVALIDO' TO WS-MOTIVO-RECHAZO
               GO TO 3100-EXIT
           END-IF
           MOVE TRX-PERIODO(5:2) TO WS-MES
           IF WS-MES < 1 OR WS-MES > 12
               MOVE 'PERIODO INVALIDO' TO WS-MOTIVO-RECHAZO
               GO TO 3100-EXIT
           END-IF

           PERFORM 3200-BUSCA-PERIODO THRU 3200-EXIT

           EVALUATE TRX-ACCION
               WHEN 'C'
                   IF TRX-PERIODO NOT < WS-PERIODO-PROCESO
                       MOVE 'PERIODO AUN NO TERMINADO'
                           TO WS-MOTIVO-RECHAZO
                   END-IF
                   IF PERIODO-HALLADO AND WS-CAL-CERRADO
                       MOVE 'PERIODO YA CERRADO'
                           TO WS-MOTIVO-RECHAZO
                   END-IF
               WHEN 'R'
                   IF NOT PERIODO-HALLADO OR NOT WS-CAL-CERRADO
                       MOVE 'PERIODO NO ESTA CERRADO'
                           TO WS-MOTIVO-RECHAZO
                   END-IF
                   IF TRX-MOTIVO = SPACES
                       MOVE 'REAPERTURA SIN MOTIVO'
                           TO WS-MOTIVO-RECHAZO
                   END-IF
               WHEN OTHER
                   MOVE 'ACCION INVALIDA' TO WS-MOTIVO-RECHAZO
           END-EVALUATE
           .
       3100-EXIT.
           EXIT.

       3200-BUSCA-PERIODO.
           MOVE 'N'    TO WS-SW-HALLADO
           MOVE SPACES TO WS-CAL-REGISTRO
           SET TB-CAL-IDX TO 1
           SEARCH TB-CAL-ENTRY
               AT END
                   CONTINUE
               WHEN TB-CAL-IDX > TB-CAL-CANT
                   CONTINUE
               WHEN TB-CAL-REGISTRO(TB-CAL-IDX)(1:8) = TRX-AREA
                   AND TB-CAL-REGISTRO(TB-CAL-IDX)(9:6) = TRX-PERIODO
                   SET PERIODO-HALLADO TO TRUE
                   MOVE TB-CAL-REGISTRO(TB-CAL-IDX) TO WS-CAL-REGISTRO
           END-SEARCH
           .
       3200-EXIT.
           EXIT.

      * EL PERIODO NUEVO SE AGREGA AL FINAL DE LA TABLA; EL
      * EXISTENTE SE ACTUALIZA EN SU LUGAR
       3500-APLICA.
           IF NOT PERIODO-HALLADO
               IF TB-CAL-CANT NOT < WS-MAX-PERIODOS
                   MOVE 'CALENDARIO LLENO' TO WS-MOTIVO-RECHAZO
                   PERFORM 3800-RECHAZA THRU 3800-EXIT
                   GO TO 3500-EXIT
               END-IF
               ADD 1 TO TB-CAL-CANT
               SET TB-CAL-IDX TO TB-CAL-CANT
           END-IF

           MOVE SPACES            TO WS-CAL-REGISTRO
           MOVE TRX-AREA          TO WS-CAL-AREA
           MOVE TRX-PERIODO       TO WS-CAL-PERIODO
           IF TRX-ACCION = 'C'
               SET WS-CAL-CERRADO TO TRUE
               ADD 1 TO WS-CANT-CIERRES
           ELSE
               SET WS-CAL-REABIERTO TO TRUE
               ADD 1 TO WS-CANT-REAPERTURAS
           END-IF
           MOVE WS-FECHA-PROCESO  TO WS-CAL-FEC-MOVIMIENTO
           MOVE TRX-USUARIO       TO WS-CAL-USUARIO
           MOVE TRX-APROBADO-POR  TO WS-CAL-APROBADO-POR
           MOVE WS-CAL-REGISTRO   TO TB-CAL-REGISTRO(TB-CAL-IDX)

           MOVE SPACES            TO CIERLOG-REGISTRO
           MOVE WS-FECHA-PROCESO  TO CIERLOG-FECHA-PROCESO
           MOVE WS-HORA-PROCESO   TO CIERLOG-HORA
           MOVE TRX-AREA          TO CIERLOG-AREA
           MOVE TRX-PERIODO       TO CIERLOG-PERIODO
           MOVE TRX-ACCION        TO CIERLOG-ACCION
           MOVE TRX-USUARIO       TO CIERLOG-USUARIO
           MOVE TRX-APROBADO-POR  TO CIERLOG-APROBADO-POR
           MOVE TRX-MOTIVO        TO CIERLOG-MOTIVO
           WRITE CIERLOG-REGISTRO

           MOVE TRX-MOTIVO TO WSL-TEXTO
           PERFORM 3900-LINEA-REPORTE THRU 3900-EXIT
           .
       3500-EXIT.
           EXIT.

       3800-RECHAZA.
           ADD 1 TO WS-CANT-RECHAZADAS
           MOVE WS-MOTIVO-RECHAZO TO REJ-MOTIVO
           MOVE TRX-REGISTRO      TO REJ-TRANSACCION
           WRITE REJ-REGISTRO

           MOVE SPACES TO WSL-TEXTO
           STRING 'RECHAZADA: ' WS-MOTIVO-RECHAZO
               DELIMITED BY SIZE INTO WSL-TEXTO
           PERFORM 3900-LINEA-REPORTE THRU 3900-EXIT
           .
       3800-EXIT.
           EXIT.

       3900-LINEA-REPORTE.
           MOVE TRX-AREA         TO WSL-AREA
           MOVE TRX-PERIODO      TO WSL-PERIODO
           MOVE TRX-ACCION       TO WSL-ACCION
           MOVE TRX-USUARIO      TO WSL-USUARIO
           MOVE TRX-APROBADO-POR TO WSL-APROBADO
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       3900-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  CALENDARIO NUEVO, CIERRES, RUNLOG Y         *
      *  RESUMEN.  RC 4 SI HUBO TRANSACCIONES RECHAZADAS               *
      ******************************************************************
       9000-FINALIZE.
           CLOSE TRANSACCIONES
           CLOSE DIARIO-SAL
           CLOSE RECHAZOS-SAL
           CLOSE REPORTE-CIE

           SORT SORT-CAL
               ON ASCENDING KEY S-CAL-CLAVE
               INPUT PROCEDURE IS 1500-GRABA-CALENDARIO
               GIVING CALENDARIO-NVO

           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET196' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-TRX TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-GRABADOS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET196 - CALENDARIO DE CIERRE DE PERIODOS'
           DISPLAY 'PERIODOS ANTERIORES  . . . : ' WS-CANT-CALENDARIO
           DISPLAY 'TRANSACCIONES LEIDAS . . . : ' WS-CANT-TRX
           DISPLAY 'CIERRES APLICADOS  . . . . : ' WS-CANT-CIERRES
           DISPLAY 'REAPERTURAS APLICADAS  . . : ' WS-CANT-REAPERTURAS
           DISPLAY 'TRANSACCIONES RECHAZADAS . : ' WS-CANT-RECHAZADAS
           DISPLAY 'PERIODOS EN EL CALENDARIO  : ' WS-CANT-GRABADOS

           IF WS-CANT-RECHAZADAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           .
