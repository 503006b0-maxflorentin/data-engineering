      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET157                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - CUPONES                     *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : CONTROL DE CUMPLIMIENTO DEL TOPE REGULATORIO DE  *
      *               TASA DE FINANCIACION, POR CICLO.  TOMA DE LA     *
      *               TABLA MANTENIDA TOPETASA EL TOPE EN VIGOR A LA   *
      *               FECHA DE PROCESO POR GRUPO DE TASA Y MONEDA, Y   *
      *               LO COMPARA CONTRA TASA-NOMINAL-ANUAL (PESOS) Y   *
      *               TASA-NOMINAL-ANUAL-DOL (DOLARES) DE CADA CUENTA  *
      *               DE WASDO20.  TODA CUENTA COBRADA POR ENCIMA DEL  *
      *               TOPE VA A TASAEXC CON EL INTERES COBRADO DE MAS  *
      *               ESTIMADO SOBRE SALDO-ACTUAL-AUS/DOL, Y EL        *
      *               REPORTE RPTOPE RESUME LOS EXCESOS POR GPO-TASA   *
      *               Y MODEL-LIQ PARA QUE PRICING CORRIJA EL GRUPO Y  *
      *               NO CUENTA POR CUENTA.                            *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET157.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - CUPONES.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS      ASSIGN TO WASDO20
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-O20.

           SELECT TOPES        ASSIGN TO TOPETASA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TOP.

           SELECT EXCESOS-SAL  ASSIGN TO TASAEXC
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORTE-TOPE ASSIGN TO RPTOPE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALERTAS-SALIDA ASSIGN TO ALERTAS
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS
           RECORDING MODE IS F.
           COPY "wasdo20.cob".

       FD  TOPES
           RECORDING MODE IS F.
           COPY "topetasa.cob".

       FD  EXCESOS-SAL
           RECORDING MODE IS F.
       01  TASAEXC-REGISTRO.
           05  TASAEXC-NRO-CUENTA    PIC 9(14).
           05  TASAEXC-SUC-CUENTA    PIC 9(03).
           05  TASAEXC-GPO-TASA      PIC 9(01).
           05  TASAEXC-MODEL-LIQ     PIC 9(03).
           05  TASAEXC-MONEDA        PIC X(03).
           05  TASAEXC-TASA-COBRADA  PIC S9(03)V99.
           05  TASAEXC-TASA-TOPE     PIC S9(03)V99.
           05  TASAEXC-FEC-VIG-TOPE  PIC 9(08).
           05  TASAEXC-SALDO         PIC S9(13)V99.
           05  TASAEXC-INTERES-EXC   PIC S9(13)V99.
           05  TASAEXC-FEC-PROCESO   PIC 9(08).
           05  FILLER                PIC X(10).

       FD  REPORTE-TOPE.
       01  LINEA-REPORTE             PIC X(100).

       FD  ALERTAS-SALIDA
           RECORDING MODE IS F.
           COPY "../../catalogo/control/alerta.cob".

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
       77  WS-IDX-GRUPO              PIC 9(02) COMP.
       77  WS-IDX-MONEDA             PIC 9(01) COMP.
       77  WS-IDX-MODELO             PIC 9(04) COMP.
       77  WS-TASA-COBRADA           PIC S9(03)V99 COMP-3.
       77  WS-SALDO                  PIC S9(13)V99 COMP-3.
       77  WS-INTERES-EXC            PIC S9(13)V99 COMP-3.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-HORA-PROCESO           PIC 9(08).

       01  WS-FS-O20                 PIC XX.
       01  WS-FS-TOP                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-O20         PIC X(01) VALUE 'N'.
               88  EOF-CUENTAS           VALUE 'S'.
           05  WS-SW-EOF-TOP         PIC X(01) VALUE 'N'.
               88  EOF-TOPES             VALUE 'S'.

       01  WS-MONEDAS-DEF.
           05  FILLER                PIC X(03) VALUE 'ARS'.
           05  FILLER                PIC X(03) VALUE 'USD'.
       01  WS-MONEDAS REDEFINES WS-MONEDAS-DEF.
           05  WS-MONEDA             PIC X(03) OCCURS 2 TIMES.

      * TOPE EN VIGOR A LA FECHA DE PROCESO.  FILA 1 = TOPE GENERAL
      * (GRUPO '*'), FILAS 2 A 11 = GPO-TASA 0 A 9.  COLUMNA 1 = ARS,
      * COLUMNA 2 = USD
       01  TABLA-TOPES.
           05  TB-TOPE-GRUPO OCCURS 11 TIMES.
               10  TB-TOPE-MONEDA OCCURS 2 TIMES.
                   15  TB-TOPE-HALLADO   PIC X(01).
                       88  TOPE-HALLADO      VALUE 'S'.
                   15  TB-TOPE-FECHA     PIC 9(08).
                   15  TB-TOPE-TASA      PIC S9(03)V99 COMP-3.

      * EXCESOS POR GPO-TASA (0-9) / MODEL-LIQ (000-999) / MONEDA
       01  TABLA-RESUMEN.
           05  TB-RES-GRUPO OCCURS 10 TIMES.
               10  TB-RES-MODELO OCCURS 1000 TIMES.
                   15  TB-RES-MONEDA OCCURS 2 TIMES.
                       20  TB-RES-CANT       PIC 9(07) COMP.
                       20  TB-RES-INTERES    PIC S9(13)V99 COMP-3.

       01  WS-TOPE-APLICADO.
           05  WS-TOPE-HALLADO       PIC X(01).
               88  HAY-TOPE              VALUE 'S'.
           05  WS-TOPE-FECHA         PIC 9(08).
           05  WS-TOPE-TASA          PIC S9(03)V99 COMP-3.

       01  WS-CONTADORES.
           05  WS-CANT-TOPES         PIC 9(09) COMP.
           05  WS-CANT-LEIDAS        PIC 9(09) COMP.
           05  WS-CANT-EXCESOS       PIC 9(09) COMP.
           05  WS-CANT-SIN-TOPE      PIC 9(09) COMP.
           05  WS-CANT-GRUPO         PIC 9(09) COMP.

       01  WS-INTERES-GRUPO          PIC S9(15)V99 COMP-3.
       01  WS-INTERES-TOTAL          PIC S9(15)V99 COMP-3 VALUE ZERO.

       01  WS-LINEA-DETALLE.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WSL-GPO-TASA          PIC 9(01).
           05  FILLER                PIC X(07) VALUE SPACES.
           05  WSL-MODEL-LIQ         PIC 9(03).
           05  FILLER                PIC X(05) VALUE SPACES.
           05  WSL-MONEDA            PIC X(03).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WSL-CANT              PIC ZZZ,ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WSL-INTERES           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-GRUPO.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  FILLER                PIC X(20)
               VALUE 'TOTAL GRUPO DE TASA '.
           05  WSG-GPO-TASA          PIC 9(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSG-CANT              PIC ZZZ,ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WSG-INTERES           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-TOTAL.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  FILLER                PIC X(22)
               VALUE 'TOTAL GENERAL         '.
           05  WST-CANT              PIC ZZZ,ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WST-INTERES           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-CONTROLA-CUENTA THRU 3000-EXIT
               UNTIL EOF-CUENTAS
           PERFORM 8000-EMITIR-RESUMEN
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  RESUELVE EL TOPE EN VIGOR POR GRUPO Y     *
      *  MONEDA Y CEBA LA LECTURA DE WASDO20                           *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           INITIALIZE TABLA-TOPES
           INITIALIZE TABLA-RESUMEN

           OPEN INPUT TOPES
           IF WS-FS-TOP NOT = '00'
               DISPLAY 'ZET157 - NO SE PUDO ABRIR TOPETASA - '
                   'FILE STATUS ' WS-FS-TOP
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-CARGA-TOPE THRU 1100-EXIT
               UNTIL EOF-TOPES
           CLOSE TOPES

           OPEN INPUT CUENTAS
           IF WS-FS-O20 NOT = '00'
               DISPLAY 'ZET157 - NO SE PUDO ABRIR WASDO20 - '
                   'FILE STATUS ' WS-FS-O20
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXCESOS-SAL
           OPEN OUTPUT REPORTE-TOPE

           PERFORM 2000-LEER-CUENTA THRU 2000-EXIT
           .

      * QUEDA POR GRUPO Y MONEDA LA FILA DE FECHA-VIGENCIA MAS ALTA
      * QUE NO SUPERA LA FECHA DE PROCESO; LAS FILAS FUTURAS SE
      * IGNORAN HASTA QUE ENTREN EN VIGOR
       1100-CARGA-TOPE.
           READ TOPES
               AT END
                   SET EOF-TOPES TO TRUE
                   GO TO 1100-EXIT
           END-READ
           ADD 1 TO WS-CANT-TOPES

           IF TOPETASA-FECHA-VIGENCIA > WS-FECHA-PROCESO
               GO TO 1100-EXIT
           END-IF

           EVALUATE TRUE
               WHEN TOPETASA-TODOS-LOS-GRUPOS
                   MOVE 1 TO WS-IDX-GRUPO
               WHEN TOPETASA-GPO-TASA IS NUMERIC
                   COMPUTE WS-IDX-GRUPO = TOPETASA-GPO-TASA-NUM + 2
               WHEN OTHER
                   DISPLAY 'ZET157 - GRUPO INVALIDO EN TOPETASA: '
                       TOPETASA-GPO-TASA
                   GO TO 1100-EXIT
           END-EVALUATE

           EVALUATE TOPETASA-MONEDA
               WHEN 'ARS'
                   MOVE 1 TO WS-IDX-MONEDA
               WHEN 'USD'
                   MOVE 2 TO WS-IDX-MONEDA
               WHEN OTHER
                   DISPLAY 'ZET157 - MONEDA INVALIDA EN TOPETASA: '
                       TOPETASA-MONEDA
                   GO TO 1100-EXIT
           END-EVALUATE

           IF TOPE-HALLADO(WS-IDX-GRUPO, WS-IDX-MONEDA)
               AND TOPETASA-FECHA-VIGENCIA <
                   TB-TOPE-FECHA(WS-IDX-GRUPO, WS-IDX-MONEDA)
               GO TO 1100-EXIT
           END-IF
           SET TOPE-HALLADO(WS-IDX-GRUPO, WS-IDX-MONEDA) TO TRUE
           MOVE TOPETASA-FECHA-VIGENCIA
               TO TB-TOPE-FECHA(WS-IDX-GRUPO, WS-IDX-MONEDA)
           MOVE TOPETASA-TASA-MAXIMA
               TO TB-TOPE-TASA(WS-IDX-GRUPO, WS-IDX-MONEDA)
           .
       1100-EXIT.
           EXIT.

       2000-LEER-CUENTA.
           READ CUENTAS
               AT END
                   SET EOF-CUENTAS TO TRUE
               NOT AT END
                   ADD 1 TO WS-CANT-LEIDAS
           END-READ
           .
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  3000-CONTROLA-CUENTA  -  TASA EN PESOS Y TASA EN DOLARES      *
      *  CONTRA EL TOPE DE SU GRUPO                                    *
      ******************************************************************
       3000-CONTROLA-CUENTA.
           COMPUTE WS-IDX-GRUPO = GPO-TASA + 2
           COMPUTE WS-IDX-MODELO = MODEL-LIQ + 1

           MOVE 1 TO WS-IDX-MONEDA
           MOVE TASA-NOMINAL-ANUAL TO WS-TASA-COBRADA
           MOVE SALDO-ACTUAL-AUS   TO WS-SALDO
           PERFORM 3100-CONTROLA-TASA THRU 3100-EXIT

           MOVE 2 TO WS-IDX-MONEDA
           MOVE TASA-NOMINAL-ANUAL-DOL TO WS-TASA-COBRADA
           MOVE SALDO-ACTUAL-DOL       TO WS-SALDO
           PERFORM 3100-CONTROLA-TASA THRU 3100-EXIT

           PERFORM 2000-LEER-CUENTA THRU 2000-EXIT
           .
       3000-EXIT.
           EXIT.

      * EL TOPE DEL GRUPO PROPIO PREVALECE SOBRE EL GENERAL.  UNA
      * TASA EN CERO ES MONEDA SIN FINANCIACION Y NO SE CONTROLA
       3100-CONTROLA-TASA.
           IF WS-TASA-COBRADA NOT > ZERO
               GO TO 3100-EXIT
           END-IF

           IF TOPE-HALLADO(WS-IDX-GRUPO, WS-IDX-MONEDA)
               MOVE TB-TOPE-MONEDA(WS-IDX-GRUPO, WS-IDX-MONEDA)
                   TO WS-TOPE-APLICADO
           ELSE
               MOVE TB-TOPE-MONEDA(1, WS-IDX-MONEDA)
                   TO WS-TOPE-APLICADO
           END-IF

           IF NOT HAY-TOPE
               ADD 1 TO WS-CANT-SIN-TOPE
               GO TO 3100-EXIT
           END-IF

           IF WS-TASA-COBRADA NOT > WS-TOPE-TASA
               GO TO 3100-EXIT
           END-IF

      * INTERES DE MAS DE UN CICLO MENSUAL: SALDO FINANCIADO POR LA
      * DIFERENCIA DE TNA, PRORRATEADA A UN MES
           IF WS-SALDO > ZERO
               COMPUTE WS-INTERES-EXC ROUNDED = WS-SALDO
                   * (WS-TASA-COBRADA - WS-TOPE-TASA) / 100 / 12
           ELSE
               MOVE ZERO TO WS-INTERES-EXC
           END-IF

           ADD 1 TO WS-CANT-EXCESOS
           ADD WS-INTERES-EXC TO WS-INTERES-TOTAL
           ADD 1 TO TB-RES-CANT(WS-IDX-GRUPO - 1, WS-IDX-MODELO,
               WS-IDX-MONEDA)
           ADD WS-INTERES-EXC TO TB-RES-INTERES(WS-IDX-GRUPO - 1,
               WS-IDX-MODELO, WS-IDX-MONEDA)

           MOVE SPACES TO TASAEXC-REGISTRO
           MOVE NRO-CUENTA                 TO TASAEXC-NRO-CUENTA
           MOVE SUC-CUENTA                 TO TASAEXC-SUC-CUENTA
           MOVE GPO-TASA                   TO TASAEXC-GPO-TASA
           MOVE MODEL-LIQ                  TO TASAEXC-MODEL-LIQ
           MOVE WS-MONEDA(WS-IDX-MONEDA)   TO TASAEXC-MONEDA
           MOVE WS-TASA-COBRADA            TO TASAEXC-TASA-COBRADA
           MOVE WS-TOPE-TASA               TO TASAEXC-TASA-TOPE
           MOVE WS-TOPE-FECHA              TO TASAEXC-FEC-VIG-TOPE
           MOVE WS-SALDO                   TO TASAEXC-SALDO
           MOVE WS-INTERES-EXC             TO TASAEXC-INTERES-EXC
           MOVE WS-FECHA-PROCESO           TO TASAEXC-FEC-PROCESO
           WRITE TASAEXC-REGISTRO
           .
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  8000-EMITIR-RESUMEN  -  EXCESOS POR GPO-TASA Y MODEL-LIQ,     *
      *  CON TOTAL POR GRUPO Y TOTAL GENERAL                           *
      ******************************************************************
       8000-EMITIR-RESUMEN.
           MOVE 'CUMPLIMIENTO DE TOPE DE TASA DE FINANCIACION'
               TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE '    GPO-TASA  MODEL-LIQ  MONEDA  CUENTAS'
               TO LINEA-REPORTE
           MOVE 'INTERES COBRADO DE MAS' TO LINEA-REPORTE(51:22)
           WRITE LINEA-REPORTE

           PERFORM 8100-EMITIR-GRUPO THRU 8100-EXIT
               VARYING WS-IDX-GRUPO FROM 1 BY 1
               UNTIL WS-IDX-GRUPO > 10

           MOVE WS-CANT-EXCESOS  TO WST-CANT
           MOVE WS-INTERES-TOTAL TO WST-INTERES
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

       8100-EMITIR-GRUPO.
           MOVE ZERO TO WS-CANT-GRUPO
           MOVE ZERO TO WS-INTERES-GRUPO
           PERFORM 8200-EMITIR-MODELO THRU 8200-EXIT
               VARYING WS-IDX-MODELO FROM 1 BY 1
               UNTIL WS-IDX-MODELO > 1000
           IF WS-CANT-GRUPO = ZERO
               GO TO 8100-EXIT
           END-IF
           COMPUTE WSG-GPO-TASA = WS-IDX-GRUPO - 1
           MOVE WS-CANT-GRUPO    TO WSG-CANT
           MOVE WS-INTERES-GRUPO TO WSG-INTERES
           MOVE WS-LINEA-GRUPO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       8100-EXIT.
           EXIT.

       8200-EMITIR-MODELO.
           PERFORM 8300-EMITIR-MONEDA THRU 8300-EXIT
               VARYING WS-IDX-MONEDA FROM 1 BY 1
               UNTIL WS-IDX-MONEDA > 2
           .
       8200-EXIT.
           EXIT.

       8300-EMITIR-MONEDA.
           IF TB-RES-CANT(WS-IDX-GRUPO, WS-IDX-MODELO, WS-IDX-MONEDA)
               = ZERO
               GO TO 8300-EXIT
           END-IF
           ADD TB-RES-CANT(WS-IDX-GRUPO, WS-IDX-MODELO, WS-IDX-MONEDA)
               TO WS-CANT-GRUPO
           ADD TB-RES-INTERES(WS-IDX-GRUPO, WS-IDX-MODELO,
               WS-IDX-MONEDA) TO WS-INTERES-GRUPO
           COMPUTE WSL-GPO-TASA  = WS-IDX-GRUPO - 1
           COMPUTE WSL-MODEL-LIQ = WS-IDX-MODELO - 1
           MOVE WS-MONEDA(WS-IDX-MONEDA) TO WSL-MONEDA
           MOVE TB-RES-CANT(WS-IDX-GRUPO, WS-IDX-MODELO, WS-IDX-MONEDA)
               TO WSL-CANT
           MOVE TB-RES-INTERES(WS-IDX-GRUPO, WS-IDX-MODELO,
               WS-IDX-MONEDA) TO WSL-INTERES
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       8300-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  ALERTA SI HUBO EXCESOS, RUNLOG Y RESUMEN    *
      ******************************************************************
       9000-FINALIZE.
           CLOSE CUENTAS
           CLOSE EXCESOS-SAL
           CLOSE REPORTE-TOPE

           IF WS-CANT-EXCESOS > ZERO
               OPEN EXTEND ALERTAS-SALIDA
               MOVE SPACES TO ALERTA-REGISTRO
               MOVE 'ZET157' TO ALERTA-JOB-ID
               MOVE WS-FECHA-PROCESO TO ALERTA-FECHA
               ACCEPT WS-HORA-PROCESO FROM TIME
               MOVE WS-HORA-PROCESO(1:6) TO ALERTA-HORA
               MOVE 'E'      TO ALERTA-SEVERIDAD
               MOVE 'TOPTAS' TO ALERTA-COD-MENSAJE
               MOVE 'TASAEXC' TO ALERTA-CLAVE-NEGOCIO
               MOVE 'CUENTAS CON TASA POR ENCIMA DEL TOPE REGULATORIO'
                   TO ALERTA-MENSAJE
               WRITE ALERTA-REGISTRO
               CLOSE ALERTAS-SALIDA
               MOVE 4 TO RETURN-CODE
           END-IF

           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET157' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-LEIDAS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-EXCESOS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET157 - CUMPLIMIENTO DE TOPE DE TASA'
           DISPLAY 'FILAS DE TOPETASA  . . . . : ' WS-CANT-TOPES
           DISPLAY 'CUENTAS LEIDAS . . . . . . : ' WS-CANT-LEIDAS
           DISPLAY 'TASAS POR ENCIMA DEL TOPE  : ' WS-CANT-EXCESOS
           DISPLAY 'TASAS SIN TOPE EN TABLA  . : ' WS-CANT-SIN-TOPE
           DISPLAY 'INTERES COBRADO DE MAS . . : ' WS-INTERES-TOTAL
           .
