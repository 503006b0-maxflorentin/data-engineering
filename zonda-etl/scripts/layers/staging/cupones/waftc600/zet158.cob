      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET158                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - CUPONES                     *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : ESCALERA MENSUAL DE CUOTAS A VENCER.  DE LOS     *
      *               EVENTOS DE WAFTC600 EN PLAN DE CUOTAS            *
      *               (PLANCUOT / NRO-CUOTA) PROYECTA LAS CUOTAS QUE   *
      *               FALTA FACTURAR, POR CUENTA Y POR MES (CUOTVEN),  *
      *               CON EL TOTAL POR MES PARA FINANZAS (RPCUOTV), Y  *
      *               CONCILIA EL TOTAL PROYECTADO DE CADA CUENTA      *
      *               CONTRA DEU-NO-VEN-PESOS / DEU-NO-VEN-DOL DE      *
      *               WASDO20, CON LA LISTA DE DIFERENCIAS POR CUENTA  *
      *               EN CUOTDIF.                                      *
      *               LA CUENTA DEL EVENTO ES USUARIO (NUMERO DE       *
      *               CUENTA VISA), QUE SE CRUZA CONTRA NRO-CUENTA.    *
      *               LA CUOTA ES IMPORTE-1 CON SIGNO-EVENTO; EL MES   *
      *               DE CADA CUOTA FUTURA SE CUENTA DESDE FCIERRE.    *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET158.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - CUPONES.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOVEDADES    ASSIGN TO WAFTC600
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-600.
           SELECT SORT-CUO     ASSIGN TO SRTCUOV.
           SELECT CUOTAS-ORD   ASSIGN TO WCUOORD
               ORGANIZATION IS SEQUENTIAL.

           SELECT CUENTAS      ASSIGN TO WASDO20
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-O20.
           SELECT SORT-O20     ASSIGN TO SRTCUOW.
           SELECT CUENTAS-ORD  ASSIGN TO W20ORD
               ORGANIZATION IS SEQUENTIAL.

           SELECT PARAMETROS   ASSIGN TO PARMCUO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT ESCALERA-SAL ASSIGN TO CUOTVEN
               ORGANIZATION IS SEQUENTIAL.

           SELECT DIFERENCIAS-SAL ASSIGN TO CUOTDIF
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORTE-CUO  ASSIGN TO RPCUOTV
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NOVEDADES
           RECORDING MODE IS F.
       01  FD-NOVEDAD.
           COPY "waftc600.cob" REPLACING ==600== BY ==WAFTC600==.

      * UN REGISTRO POR EVENTO EN CUOTAS CON CUOTAS POR FACTURAR
       SD  SORT-CUO.
       01  SD-CUOTA.
           05  SD-CUO-CUENTA         PIC 9(14).
           05  SD-CUO-MONEDA         PIC 9(01).
           05  SD-CUO-FCIERRE        PIC 9(08).
           05  SD-CUO-RESTANTES      PIC 9(02).
           05  SD-CUO-IMPORTE        PIC S9(08)V99.
           05  FILLER                PIC X(05).

       FD  CUOTAS-ORD
           RECORDING MODE IS F.
       01  FD-CUOTA-ORD.
           05  ORD-CUO-CUENTA        PIC 9(14).
           05  ORD-CUO-MONEDA        PIC 9(01).
           05  ORD-CUO-FCIERRE       PIC 9(08).
           05  ORD-CUO-FCIERRE-R REDEFINES ORD-CUO-FCIERRE.
               10  ORD-CUO-ANIO      PIC 9(04).
               10  ORD-CUO-MES       PIC 9(02).
               10  ORD-CUO-DIA       PIC 9(02).
           05  ORD-CUO-RESTANTES     PIC 9(02).
           05  ORD-CUO-IMPORTE       PIC S9(08)V99.
           05  FILLER                PIC X(05).

       FD  CUENTAS
           RECORDING MODE IS F.
           COPY "../wasdo20/wasdo20.cob".

       SD  SORT-O20.
           COPY "../wasdo20/wasdo20.cob" REPLACING ==o20== BY ==S-o20==.

       FD  CUENTAS-ORD
           RECORDING MODE IS F.
           COPY "../wasdo20/wasdo20.cob" REPLACING ==o20== BY ==W-o20==.

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-CUO-REGISTRO.
      *        DIFERENCIA ADMITIDA POR CUENTA Y MONEDA, EN UNIDADES
           05  PARM-CUO-TOLERANCIA    PIC 9(07).
           05  PARM-CUO-FILLER        PIC X(13).

       FD  ESCALERA-SAL
           RECORDING MODE IS F.
       01  CUOTVEN-REGISTRO.
           05  CUOTVEN-NRO-CUENTA    PIC 9(14).
           05  CUOTVEN-MONEDA        PIC X(03).
      *        MES DE FACTURACION AAAAMM; 999999 = MAS ALLA DEL
      *        HORIZONTE DE LA ESCALERA
           05  CUOTVEN-PERIODO       PIC 9(06).
           05  CUOTVEN-CANT-CUOTAS   PIC 9(05).
           05  CUOTVEN-IMPORTE       PIC S9(13)V99.
           05  CUOTVEN-FEC-PROCESO   PIC 9(08).
           05  FILLER                PIC X(09).

       FD  DIFERENCIAS-SAL
           RECORDING MODE IS F.
       01  CUOTDIF-REGISTRO.
           05  CUOTDIF-NRO-CUENTA    PIC 9(14).
           05  CUOTDIF-SUC-CUENTA    PIC 9(03).
           05  CUOTDIF-MONEDA        PIC X(03).
      *        D DIFERENCIA / P PROYECTADO SIN CUENTA EN WASDO20 /
      *        W DEUDA NO VENCIDA SIN CUOTAS PROYECTADAS
           05  CUOTDIF-TIPO          PIC X(01).
               88  CUOTDIF-DIFERENCIA    VALUE 'D'.
               88  CUOTDIF-SOLO-PROYEC   VALUE 'P'.
               88  CUOTDIF-SOLO-WASDO20  VALUE 'W'.
           05  CUOTDIF-PROYECTADO    PIC S9(13)V99.
           05  CUOTDIF-INFORMADO     PIC S9(13)V99.
           05  CUOTDIF-DIFERENCIA-IMP PIC S9(13)V99.
           05  CUOTDIF-FEC-PROCESO   PIC 9(08).
           05  FILLER                PIC X(06).

       FD  REPORTE-CUO.
       01  LINEA-REPORTE             PIC X(090).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
      * HORIZONTE DE LA ESCALERA EN MESES; LA POSICION 37 ACUMULA LO
      * QUE VENCE MAS ALLA
       77  WS-MAX-MESES              PIC 9(02) COMP VALUE 36.
       77  WS-IDX-MES                PIC 9(02) COMP.
       77  WS-IDX-MONEDA             PIC 9(01) COMP.
       77  WS-NRO-CUOTA              PIC 9(02) COMP.
       77  WS-MES-ABS-PROCESO        PIC 9(06) COMP.
       77  WS-MES-ABS-CUOTA          PIC 9(06) COMP.
       77  WS-DESPLAZAMIENTO         PIC S9(06) COMP.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05  WS-PROC-ANIO          PIC 9(04).
           05  WS-PROC-MES           PIC 9(02).
           05  WS-PROC-DIA           PIC 9(02).

       01  WS-PERIODO-CALC.
           05  WS-PER-ANIO           PIC 9(04).
           05  WS-PER-MES            PIC 9(02).
       01  WS-PERIODO-NUM REDEFINES WS-PERIODO-CALC PIC 9(06).

       01  WS-TOLERANCIA             PIC S9(13)V99 COMP-3 VALUE 1.
       01  WS-IMPORTE-CUOTA          PIC S9(13)V99 COMP-3.
       01  WS-INFORMADO              PIC S9(13)V99 COMP-3.
       01  WS-DIFERENCIA             PIC S9(13)V99 COMP-3.
       01  WS-ABSOLUTO               PIC S9(13)V99 COMP-3.

       01  WS-FS-600                 PIC XX.
       01  WS-FS-O20                 PIC XX.
       01  WS-FS-PAR                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-600         PIC X(01) VALUE 'N'.
               88  EOF-NOVEDADES         VALUE 'S'.
           05  WS-SW-EOF-CUO         PIC X(01) VALUE 'N'.
               88  EOF-CUOTAS            VALUE 'S'.
           05  WS-SW-EOF-O20         PIC X(01) VALUE 'N'.
               88  EOF-CUENTAS           VALUE 'S'.
           05  WS-SW-EN-WASDO20      PIC X(01) VALUE 'N'.
               88  CUENTA-EN-WASDO20     VALUE 'S'.

       01  WS-CLAVE-CUO              PIC 9(14).
       01  WS-CLAVE-O20              PIC 9(14).
       01  WS-CLAVE-ACTUAL           PIC 9(14).

       01  WS-MONEDAS-DEF.
           05  FILLER                PIC X(03) VALUE 'ARS'.
           05  FILLER                PIC X(03) VALUE 'USD'.
       01  WS-MONEDAS REDEFINES WS-MONEDAS-DEF.
           05  WS-MONEDA             PIC X(03) OCCURS 2 TIMES.

      * ESCALERA DE LA CUENTA EN CURSO Y ESCALERA TOTAL, POR MES
      * (1 = MES SIGUIENTE AL DE PROCESO) Y MONEDA (1 ARS / 2 USD)
       01  TABLA-CUENTA.
           05  TB-CTA-MES OCCURS 37 TIMES.
               10  TB-CTA-MONEDA OCCURS 2 TIMES.
                   15  TB-CTA-CANT       PIC 9(05) COMP.
                   15  TB-CTA-IMPORTE    PIC S9(13)V99 COMP-3.
           05  TB-CTA-TOTAL OCCURS 2 TIMES
                                     PIC S9(13)V99 COMP-3.

       01  TABLA-TOTAL.
           05  TB-TOT-MES OCCURS 37 TIMES.
               10  TB-TOT-MONEDA OCCURS 2 TIMES.
                   15  TB-TOT-CANT       PIC 9(09) COMP.
                   15  TB-TOT-IMPORTE    PIC S9(15)V99 COMP-3.

       01  WS-CONTADORES.
           05  WS-CANT-EVENTOS       PIC 9(09) COMP.
           05  WS-CANT-EN-CUOTAS     PIC 9(09) COMP.
           05  WS-CANT-CUENTAS-O20   PIC 9(09) COMP.
           05  WS-CANT-CUENTAS-PROY  PIC 9(09) COMP.
           05  WS-CANT-FILAS-ESC     PIC 9(09) COMP.
           05  WS-CANT-DIFERENCIAS   PIC 9(09) COMP.
           05  WS-CANT-SOLO-PROYEC   PIC 9(09) COMP.
           05  WS-CANT-SOLO-WASDO20  PIC 9(09) COMP.

       01  WS-LINEA-DETALLE.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WSL-PERIODO           PIC X(06).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WSL-CANT-ARS          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-IMPORTE-ARS       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-CANT-USD          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-IMPORTE-USD       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-PROCESAR-CUENTA THRU 3000-EXIT
               UNTIL EOF-CUOTAS AND EOF-CUENTAS
           PERFORM 8000-EMITIR-ESCALERA
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  TOLERANCIA, EXTRACCION DE LAS CUOTAS POR  *
      *  FACTURAR Y ORDEN POR CUENTA DE AMBAS ENTRADAS                 *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           COMPUTE WS-MES-ABS-PROCESO =
               WS-PROC-ANIO * 12 + WS-PROC-MES - 1
           INITIALIZE TABLA-TOTAL

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   NOT AT END
                       IF PARM-CUO-TOLERANCIA IS NUMERIC
                           AND PARM-CUO-TOLERANCIA > 0
                           MOVE PARM-CUO-TOLERANCIA TO WS-TOLERANCIA
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF

           OPEN INPUT NOVEDADES
           IF WS-FS-600 NOT = '00'
               DISPLAY 'ZET158 - NO SE PUDO ABRIR WAFTC600 - '
                   'FILE STATUS ' WS-FS-600
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE NOVEDADES

           OPEN INPUT CUENTAS
           IF WS-FS-O20 NOT = '00'
               DISPLAY 'ZET158 - NO SE PUDO ABRIR WASDO20 - '
                   'FILE STATUS ' WS-FS-O20
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CUENTAS

           SORT SORT-CUO
               ON ASCENDING KEY SD-CUO-CUENTA
               INPUT PROCEDURE IS 6000-EXTRAE-CUOTAS
               GIVING CUOTAS-ORD

           SORT SORT-O20
               ON ASCENDING KEY NRO-CUENTA OF S-o20
               USING CUENTAS
               GIVING CUENTAS-ORD

           OPEN INPUT  CUOTAS-ORD
           OPEN INPUT  CUENTAS-ORD
           OPEN OUTPUT ESCALERA-SAL
           OPEN OUTPUT DIFERENCIAS-SAL
           OPEN OUTPUT REPORTE-CUO

           PERFORM 2100-LEER-CUOTA THRU 2100-EXIT
           PERFORM 2200-LEER-CUENTA THRU 2200-EXIT
           .

       2100-LEER-CUOTA.
           READ CUOTAS-ORD
               AT END
                   SET EOF-CUOTAS TO TRUE
                   MOVE 99999999999999 TO WS-CLAVE-CUO
               NOT AT END
                   MOVE ORD-CUO-CUENTA TO WS-CLAVE-CUO
           END-READ
           .
       2100-EXIT.
           EXIT.

       2200-LEER-CUENTA.
           READ CUENTAS-ORD
               AT END
                   SET EOF-CUENTAS TO TRUE
                   MOVE 99999999999999 TO WS-CLAVE-O20
               NOT AT END
                   ADD 1 TO WS-CANT-CUENTAS-O20
                   MOVE NRO-CUENTA OF W-o20 TO WS-CLAVE-O20
           END-READ
           .
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  3000-PROCESAR-CUENTA  -  APAREO POR CUENTA: ACUMULA LAS       *
      *  CUOTAS DE LA CUENTA, EMITE SU ESCALERA Y LA CONCILIA CONTRA   *
      *  LA DEUDA NO VENCIDA QUE INFORMA WASDO20                       *
      ******************************************************************
       3000-PROCESAR-CUENTA.
           IF WS-CLAVE-CUO < WS-CLAVE-O20
               MOVE WS-CLAVE-CUO TO WS-CLAVE-ACTUAL
           ELSE
               MOVE WS-CLAVE-O20 TO WS-CLAVE-ACTUAL
           END-IF

           INITIALIZE TABLA-CUENTA
           MOVE 'N' TO WS-SW-EN-WASDO20
           IF WS-CLAVE-O20 = WS-CLAVE-ACTUAL
               SET CUENTA-EN-WASDO20 TO TRUE
           END-IF

           PERFORM 3100-ACUM-CUOTA THRU 3100-EXIT
               UNTIL WS-CLAVE-CUO NOT = WS-CLAVE-ACTUAL

           IF TB-CTA-TOTAL(1) NOT = ZERO
               OR TB-CTA-TOTAL(2) NOT = ZERO
               ADD 1 TO WS-CANT-CUENTAS-PROY
               PERFORM 3200-EMITIR-CUENTA THRU 3200-EXIT
                   VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 37
           END-IF

           MOVE 1 TO WS-IDX-MONEDA
           PERFORM 3400-CONCILIA-MONEDA THRU 3400-EXIT
           MOVE 2 TO WS-IDX-MONEDA
           PERFORM 3400-CONCILIA-MONEDA THRU 3400-EXIT

           IF CUENTA-EN-WASDO20
               PERFORM 2200-LEER-CUENTA THRU 2200-EXIT
           END-IF
           .
       3000-EXIT.
           EXIT.

      * CADA CUOTA RESTANTE VENCE UN MES DESPUES DE LA ANTERIOR,
      * CONTANDO DESDE EL MES DE FCIERRE DEL EVENTO
       3100-ACUM-CUOTA.
           MOVE ORD-CUO-IMPORTE TO WS-IMPORTE-CUOTA
           MOVE ORD-CUO-MONEDA  TO WS-IDX-MONEDA
           PERFORM 3110-UBICA-CUOTA THRU 3110-EXIT
               VARYING WS-NRO-CUOTA FROM 1 BY 1
               UNTIL WS-NRO-CUOTA > ORD-CUO-RESTANTES
           PERFORM 2100-LEER-CUOTA THRU 2100-EXIT
           .
       3100-EXIT.
           EXIT.

       3110-UBICA-CUOTA.
           COMPUTE WS-MES-ABS-CUOTA =
               ORD-CUO-ANIO * 12 + ORD-CUO-MES - 1 + WS-NRO-CUOTA
           COMPUTE WS-DESPLAZAMIENTO =
               WS-MES-ABS-CUOTA - WS-MES-ABS-PROCESO
           EVALUATE TRUE
               WHEN WS-DESPLAZAMIENTO < 1
                   MOVE 1 TO WS-IDX-MES
               WHEN WS-DESPLAZAMIENTO > WS-MAX-MESES
                   MOVE 37 TO WS-IDX-MES
               WHEN OTHER
                   MOVE WS-DESPLAZAMIENTO TO WS-IDX-MES
           END-EVALUATE
           ADD 1 TO TB-CTA-CANT(WS-IDX-MES, WS-IDX-MONEDA)
           ADD WS-IMPORTE-CUOTA
               TO TB-CTA-IMPORTE(WS-IDX-MES, WS-IDX-MONEDA)
           ADD WS-IMPORTE-CUOTA TO TB-CTA-TOTAL(WS-IDX-MONEDA)
           ADD 1 TO TB-TOT-CANT(WS-IDX-MES, WS-IDX-MONEDA)
           ADD WS-IMPORTE-CUOTA
               TO TB-TOT-IMPORTE(WS-IDX-MES, WS-IDX-MONEDA)
           .
       3110-EXIT.
           EXIT.

       3200-EMITIR-CUENTA.
           PERFORM 3300-EMITIR-FILA THRU 3300-EXIT
               VARYING WS-IDX-MONEDA FROM 1 BY 1
               UNTIL WS-IDX-MONEDA > 2
           .
       3200-EXIT.
           EXIT.

       3300-EMITIR-FILA.
           IF TB-CTA-CANT(WS-IDX-MES, WS-IDX-MONEDA) = ZERO
               GO TO 3300-EXIT
           END-IF
           PERFORM 7000-PERIODO-DEL-MES THRU 7000-EXIT
           MOVE SPACES TO CUOTVEN-REGISTRO
           MOVE WS-CLAVE-ACTUAL          TO CUOTVEN-NRO-CUENTA
           MOVE WS-MONEDA(WS-IDX-MONEDA) TO CUOTVEN-MONEDA
           MOVE WS-PERIODO-NUM           TO CUOTVEN-PERIODO
           MOVE TB-CTA-CANT(WS-IDX-MES, WS-IDX-MONEDA)
               TO CUOTVEN-CANT-CUOTAS
           MOVE TB-CTA-IMPORTE(WS-IDX-MES, WS-IDX-MONEDA)
               TO CUOTVEN-IMPORTE
           MOVE WS-FECHA-PROCESO         TO CUOTVEN-FEC-PROCESO
           WRITE CUOTVEN-REGISTRO
           ADD 1 TO WS-CANT-FILAS-ESC
           .
       3300-EXIT.
           EXIT.

      * DIFERENCIA FUERA DE TOLERANCIA ENTRE LO PROYECTADO Y LO QUE
      * INFORMA WASDO20 EN LA MONEDA
       3400-CONCILIA-MONEDA.
           MOVE ZERO TO WS-INFORMADO
           IF CUENTA-EN-WASDO20
               IF WS-IDX-MONEDA = 1
                   MOVE DEU-NO-VEN-PESOS OF W-o20 TO WS-INFORMADO
               ELSE
                   MOVE DEU-NO-VEN-DOL OF W-o20 TO WS-INFORMADO
               END-IF
           END-IF

           COMPUTE WS-DIFERENCIA =
               TB-CTA-TOTAL(WS-IDX-MONEDA) - WS-INFORMADO
           MOVE WS-DIFERENCIA TO WS-ABSOLUTO
           IF WS-ABSOLUTO < ZERO
               COMPUTE WS-ABSOLUTO = ZERO - WS-ABSOLUTO
           END-IF
           IF WS-ABSOLUTO NOT > WS-TOLERANCIA
               GO TO 3400-EXIT
           END-IF

           MOVE SPACES TO CUOTDIF-REGISTRO
           EVALUATE TRUE
               WHEN NOT CUENTA-EN-WASDO20
                   SET CUOTDIF-SOLO-PROYEC TO TRUE
                   ADD 1 TO WS-CANT-SOLO-PROYEC
                   MOVE ZERO TO CUOTDIF-SUC-CUENTA
               WHEN TB-CTA-TOTAL(WS-IDX-MONEDA) = ZERO
                   SET CUOTDIF-SOLO-WASDO20 TO TRUE
                   ADD 1 TO WS-CANT-SOLO-WASDO20
                   MOVE SUC-CUENTA OF W-o20 TO CUOTDIF-SUC-CUENTA
               WHEN OTHER
                   SET CUOTDIF-DIFERENCIA TO TRUE
                   MOVE SUC-CUENTA OF W-o20 TO CUOTDIF-SUC-CUENTA
           END-EVALUATE
           ADD 1 TO WS-CANT-DIFERENCIAS
           MOVE WS-CLAVE-ACTUAL             TO CUOTDIF-NRO-CUENTA
           MOVE WS-MONEDA(WS-IDX-MONEDA)    TO CUOTDIF-MONEDA
           MOVE TB-CTA-TOTAL(WS-IDX-MONEDA) TO CUOTDIF-PROYECTADO
           MOVE WS-INFORMADO                TO CUOTDIF-INFORMADO
           MOVE WS-DIFERENCIA               TO CUOTDIF-DIFERENCIA-IMP
           MOVE WS-FECHA-PROCESO            TO CUOTDIF-FEC-PROCESO
           WRITE CUOTDIF-REGISTRO
           .
       3400-EXIT.
           EXIT.

      * AAAAMM DE LA POSICION WS-IDX-MES DE LA ESCALERA
       7000-PERIODO-DEL-MES.
           IF WS-IDX-MES > WS-MAX-MESES
               MOVE 999999 TO WS-PERIODO-NUM
               GO TO 7000-EXIT
           END-IF
           COMPUTE WS-MES-ABS-CUOTA = WS-MES-ABS-PROCESO + WS-IDX-MES
           DIVIDE WS-MES-ABS-CUOTA BY 12
               GIVING WS-PER-ANIO REMAINDER WS-PER-MES
           ADD 1 TO WS-PER-MES
           .
       7000-EXIT.
           EXIT.

      ******************************************************************
      *  8000-EMITIR-ESCALERA  -  CUOTAS A VENCER POR MES, PARA LA     *
      *  PROYECCION DE LIQUIDEZ DE FINANZAS                            *
      ******************************************************************
       8000-EMITIR-ESCALERA.
           MOVE 'ESCALERA DE CUOTAS A VENCER' TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE '    PERIODO   CUOTAS ARS         IMPORTE ARS'
               TO LINEA-REPORTE
           MOVE 'CUOTAS USD         IMPORTE USD' TO LINEA-REPORTE(52:30)
           WRITE LINEA-REPORTE

           PERFORM 8100-EMITIR-MES THRU 8100-EXIT
               VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES > 37
           .

       8100-EMITIR-MES.
           IF TB-TOT-CANT(WS-IDX-MES, 1) = ZERO
               AND TB-TOT-CANT(WS-IDX-MES, 2) = ZERO
               GO TO 8100-EXIT
           END-IF
           PERFORM 7000-PERIODO-DEL-MES THRU 7000-EXIT
           IF WS-IDX-MES > WS-MAX-MESES
               MOVE 'RESTO ' TO WSL-PERIODO
           ELSE
               MOVE WS-PERIODO-CALC TO WSL-PERIODO
           END-IF
           MOVE TB-TOT-CANT(WS-IDX-MES, 1)    TO WSL-CANT-ARS
           MOVE TB-TOT-IMPORTE(WS-IDX-MES, 1) TO WSL-IMPORTE-ARS
           MOVE TB-TOT-CANT(WS-IDX-MES, 2)    TO WSL-CANT-USD
           MOVE TB-TOT-IMPORTE(WS-IDX-MES, 2) TO WSL-IMPORTE-USD
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       8100-EXIT.
           EXIT.

       9000-FINALIZE.
           CLOSE CUOTAS-ORD
           CLOSE CUENTAS-ORD
           CLOSE ESCALERA-SAL
           CLOSE DIFERENCIAS-SAL
           CLOSE REPORTE-CUO
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET158' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-EVENTOS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-FILAS-ESC TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET158 - ESCALERA DE CUOTAS A VENCER'
           DISPLAY 'EVENTOS WAFTC600 LEIDOS  . : ' WS-CANT-EVENTOS
           DISPLAY 'EVENTOS CON CUOTAS A VENCER: ' WS-CANT-EN-CUOTAS
           DISPLAY 'CUENTAS WASDO20 LEIDAS . . : ' WS-CANT-CUENTAS-O20
           DISPLAY 'CUENTAS CON PROYECCION . . : ' WS-CANT-CUENTAS-PROY
           DISPLAY 'FILAS DE ESCALERA  . . . . : ' WS-CANT-FILAS-ESC
           DISPLAY 'DIFERENCIAS CONCILIACION . : ' WS-CANT-DIFERENCIAS
           DISPLAY '  SIN CUENTA EN WASDO20  . : ' WS-CANT-SOLO-PROYEC
           DISPLAY '  SIN CUOTAS PROYECTADAS . : ' WS-CANT-SOLO-WASDO20
           .

      ******************************************************************
      *  6000  -  EXTRACCION PARA EL SORT: SOLO EVENTOS EN PLAN DE     *
      *  CUOTAS QUE TODAVIA TIENEN CUOTAS POR FACTURAR                 *
      ******************************************************************
       6000-EXTRAE-CUOTAS SECTION.
           OPEN INPUT NOVEDADES
           PERFORM 6010-SUELTA-CUOTA THRU 6010-EXIT
               UNTIL EOF-NOVEDADES
           CLOSE NOVEDADES
           GO TO 6000-FIN
           .

       6010-SUELTA-CUOTA.
           READ NOVEDADES
               AT END
                   SET EOF-NOVEDADES TO TRUE
                   GO TO 6010-EXIT
           END-READ
           ADD 1 TO WS-CANT-EVENTOS

           IF PLANCUOT OF FD-NOVEDAD NOT > 1
               OR NRO-CUOTA OF FD-NOVEDAD = ZERO
               OR NRO-CUOTA OF FD-NOVEDAD NOT < PLANCUOT OF FD-NOVEDAD
               GO TO 6010-EXIT
           END-IF
           ADD 1 TO WS-CANT-EN-CUOTAS

           MOVE SPACES TO SD-CUOTA
           MOVE USUARIO OF FD-NOVEDAD TO SD-CUO-CUENTA
           IF MONEDA OF FD-NOVEDAD = 'USD'
               MOVE 2 TO SD-CUO-MONEDA
           ELSE
               MOVE 1 TO SD-CUO-MONEDA
           END-IF
           MOVE FCIERRE OF FD-NOVEDAD TO SD-CUO-FCIERRE
           COMPUTE SD-CUO-RESTANTES =
               PLANCUOT OF FD-NOVEDAD - NRO-CUOTA OF FD-NOVEDAD
           IF SIGNO-EVENTO OF FD-NOVEDAD = '-'
               COMPUTE SD-CUO-IMPORTE = ZERO - IMPORTE-1 OF FD-NOVEDAD
           ELSE
               MOVE IMPORTE-1 OF FD-NOVEDAD TO SD-CUO-IMPORTE
           END-IF
           RELEASE SD-CUOTA
           .
       6010-EXIT.
           EXIT.
       6000-FIN.
           EXIT.
