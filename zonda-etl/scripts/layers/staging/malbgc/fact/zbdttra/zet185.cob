      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET185                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - MALBGC                      *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : CONTROL DIARIO DE TRASPASOS INTERNOS Y CESIONES  *
      *               SOBRE LA BAJADA DE ZBDTTRA.  LA COPY EXISTIA EN  *
      *               EL ARBOL PERO NO HABIA JOB; OPERACIONES CONCILIA *
      *               LAS CESIONES A MANO CADA FIN DE MES.  SE HACEN   *
      *               TRES PASADAS ORDENADAS DEL MISMO ARCHIVO:        *
      *               - POR TTRA-ID-UNICO-TRANSF: PATAS DE CARGO Y     *
      *                 ABONO QUE NO CUADRAN LLEVADAS A PESOS CON      *
      *                 TIPCAMB, IDENTIFICADORES REPETIDOS Y TRASPASOS *
      *                 TRABADOS EN UN ESTADO NO FINAL;                *
      *               - POR TTRA-NUM-CESION: ALTAS DE CESION (CESA)    *
      *                 SIN SU BAJA (CESB) Y BAJAS SIN ALTA;           *
      *               - POR TTRA-CANAL Y TTRA-USUARIO: RESUMEN DE      *
      *                 ACTIVIDAD.                                     *
      *               LOS HALLAZGOS VAN A TRACTRL Y AL LISTADO         *
      *               RPTRACTL.  TOLERANCIA, DIAS Y ESTADOS FINALES    *
      *               SE TOMAN DE LA TARJETA PARMTRA.                  *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET185.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - MALBGC.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRASPASOS      ASSIGN TO ZBDTTRA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRA.
           SELECT SORT-TRA       ASSIGN TO SRTTRAA.
           SELECT TRA-ORD        ASSIGN TO WTRAORD
               ORGANIZATION IS SEQUENTIAL.

           SELECT COTIZACIONES   ASSIGN TO TIPCAMB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TC.

           SELECT PARAMETROS     ASSIGN TO PARMTRA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT CONTROL-SAL    ASSIGN TO TRACTRL
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-TRA    ASSIGN TO RPTRACTL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRASPASOS
           RECORDING MODE IS F.
       01  FD-ZBDTTRA.
           COPY "zbdttra_original.cob".

       SD  SORT-TRA.
       01  S-ZBDTTRA.
           COPY "zbdttra_original.cob".

       FD  TRA-ORD
           RECORDING MODE IS F.
       01  W-ZBDTTRA.
           COPY "zbdttra_original.cob".

       FD  COTIZACIONES
           RECORDING MODE IS F.
           COPY "../../../catalogo/tipcambio/tipcamb.cob".

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-TRA-REGISTRO.
      *        DIFERENCIA ADMITIDA ENTRE CARGO Y ABONO, EN PESOS
           05  PARM-TRA-TOLERANCIA    PIC 9(07)V99.
      *        DIAS CORRIDOS PARA DAR POR TRABADO UN TRASPASO
           05  PARM-TRA-DIAS-PEND     PIC 9(03).
      *        DIAS CORRIDOS PARA RECLAMAR LA BAJA DE UNA CESION
           05  PARM-TRA-DIAS-CESION   PIC 9(03).
      *        VALORES DE TTRA-ESTADO-TRANSF QUE CIERRAN EL TRASPASO
           05  PARM-TRA-ESTADOS-FIN   PIC X(05).
           05  FILLER                 PIC X(20).

       FD  CONTROL-SAL
           RECORDING MODE IS F.
       01  CTR-REGISTRO.
      *        DB = CARGO Y ABONO NO CUADRAN EN PESOS
      *        SC = SIN COTIZACION PARA LLEVAR UNA PATA A PESOS
      *        IR = TTRA-ID-UNICO-TRANSF REPETIDO
      *        TP = TRASPASO TRABADO EN ESTADO NO FINAL
      *        CS = ALTA DE CESION (CESA) SIN BAJA
      *        BS = BAJA DE CESION (CESB) SIN ALTA
      *        CN = CESION SIN NUMERO
           05  CTR-HALLAZGO           PIC X(02).
           05  CTR-IDENT-OPER         PIC X(04).
           05  CTR-NIO                PIC X(24).
           05  CTR-ID-UNICO           PIC X(25).
           05  CTR-CCC-CARGO          PIC X(20).
           05  CTR-DIVISA-CARGO       PIC X(03).
           05  CTR-IMPORTE-CARGO      PIC S9(13)V99.
           05  CTR-CCC-ABONO          PIC X(20).
           05  CTR-DIVISA-ABONO       PIC X(03).
           05  CTR-IMPORTE-ABONO      PIC S9(13)V99.
           05  CTR-DIFERENCIA-ARS     PIC S9(15)V99.
           05  CTR-ESTADO             PIC X(01).
           05  CTR-FECHA-OPER         PIC X(10).
           05  CTR-CANAL              PIC X(02).
           05  CTR-USUARIO            PIC X(08).
           05  CTR-DIAS               PIC 9(05).
           05  CTR-FEC-PROCESO        PIC 9(08).
           05  FILLER                 PIC X(18).

       FD  REPORTE-TRA.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-COTIZACIONES       PIC 9(05) COMP VALUE 5000.

       01  WS-FECHA-PROCESO          PIC 9(08).

       01  WS-FS-TRA                 PIC XX.
       01  WS-FS-TC                  PIC XX.
       01  WS-FS-PAR                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-TRA         PIC X(01) VALUE 'N'.
               88  EOF-TRASPASOS         VALUE 'S'.
           05  WS-SW-EOF-TC          PIC X(01) VALUE 'N'.
               88  EOF-COTIZACIONES      VALUE 'S'.
           05  WS-SW-COTIZ           PIC X(01).
               88  HAY-COTIZACION        VALUE 'S'.
           05  WS-SW-ESTADO          PIC X(01).
               88  ESTADO-FINAL          VALUE 'S'.

      * PARAMETROS DEL CONTROL (PARMTRA LOS PISA)
       01  WS-TOLERANCIA             PIC 9(07)V99 VALUE 1.00.
       01  WS-DIAS-PEND              PIC 9(03) VALUE 1.
       01  WS-DIAS-CESION            PIC 9(03) VALUE 30.
       01  WS-ESTADOS-FIN            PIC X(05) VALUE 'FRA'.
       01  WS-ESTADOS-FIN-R REDEFINES WS-ESTADOS-FIN.
           05  WS-EF-ENTRY OCCURS 5 TIMES
                   INDEXED BY WS-EF-IDX.
               10  WS-EF-ESTADO      PIC X(01).

       01  WS-FEC-ALFA               PIC X(10).
       01  WS-FEC-NUM                PIC 9(08).
       01  WS-SW-FECHA               PIC X(01).
           88  FECHA-VALIDA              VALUE 'S'.

      * COTIZACIONES EN MEMORIA, CON SU VIGENCIA
       01  TABLA-COTIZACIONES.
           05  TB-TC-CANT            PIC 9(05) COMP VALUE ZERO.
           05  TB-TC-ENTRY OCCURS 5000 TIMES
                   INDEXED BY TB-TC-IDX.
               10  TB-TC-MONEDA      PIC X(03).
               10  TB-TC-VIGENCIA    PIC 9(08).
               10  TB-TC-COTIZACION  PIC S9(06)V9(05) COMP-3.

      * OPERACION EN CURSO Y ULTIMA ALTA DE CESION PENDIENTE
       01  WS-OPERACION.
           COPY "zbdttra_original.cob".
       01  WS-ULT-ALTA.
           COPY "zbdttra_original.cob".

      * DATOS DE LA OPERACION EN CURSO
       01  WS-FEC-OPER               PIC 9(08).
       01  WS-DIAS-OPER              PIC S9(05) COMP.
       01  WS-CARGO-ARS              PIC S9(15)V99 COMP-3.
       01  WS-ABONO-ARS              PIC S9(15)V99 COMP-3.
       01  WS-ID-ANT                 PIC X(25) VALUE LOW-VALUES.

      * CONVERSION A PESOS
       01  WS-BUS-MONEDA             PIC X(03).
       01  WS-BUS-FECHA              PIC 9(08).
       01  WS-BUS-VIGENCIA           PIC 9(08).
       01  WS-BUS-IMPORTE            PIC S9(13)V99 COMP-3.
       01  WS-IMPORTE-ARS            PIC S9(15)V99 COMP-3.
       01  WS-COTIZ-OFICIAL          PIC S9(06)V9(05) COMP-3.

      * HALLAZGO A GRABAR
       01  WS-HZ-CODIGO              PIC X(02).
       01  WS-HZ-DIAS                PIC 9(05).
       01  WS-HZ-DIFERENCIA          PIC S9(15)V99 COMP-3.

      * CORTE POR NUMERO DE CESION
       01  WS-CES-ANT                PIC X(08) VALUE LOW-VALUES.
       01  WS-CES-PEND               PIC 9(05) COMP.

      * CORTE POR CANAL Y USUARIO
       01  WS-CANAL-ANT              PIC X(02) VALUE LOW-VALUES.
       01  WS-USUARIO-ANT            PIC X(08) VALUE LOW-VALUES.
       01  WS-ACT-USUARIO.
           05  WS-USU-ATRA           PIC 9(09) COMP.
           05  WS-USU-CESA           PIC 9(09) COMP.
           05  WS-USU-CESB           PIC 9(09) COMP.
           05  WS-USU-OTRAS          PIC 9(09) COMP.
           05  WS-USU-IMPORTE        PIC S9(15)V99 COMP-3.
       01  WS-ACT-CANAL.
           05  WS-CAN-ATRA           PIC 9(09) COMP.
           05  WS-CAN-CESA           PIC 9(09) COMP.
           05  WS-CAN-CESB           PIC 9(09) COMP.
           05  WS-CAN-OTRAS          PIC 9(09) COMP.
           05  WS-CAN-IMPORTE        PIC S9(15)V99 COMP-3.
       01  WS-ACT-TOTAL.
           05  WS-TOT-ATRA           PIC 9(09) COMP.
           05  WS-TOT-CESA           PIC 9(09) COMP.
           05  WS-TOT-CESB           PIC 9(09) COMP.
           05  WS-TOT-OTRAS          PIC 9(09) COMP.
           05  WS-TOT-IMPORTE        PIC S9(15)V99 COMP-3.

       01  WS-CONTADORES.
           05  WS-CANT-LEIDAS        PIC 9(09) COMP.
           05  WS-CANT-HALLAZGOS     PIC 9(09) COMP.
           05  WS-CANT-DB            PIC 9(09) COMP.
           05  WS-CANT-SC            PIC 9(09) COMP.
           05  WS-CANT-IR            PIC 9(09) COMP.
           05  WS-CANT-TP            PIC 9(09) COMP.
           05  WS-CANT-CS            PIC 9(09) COMP.
           05  WS-CANT-BS            PIC 9(09) COMP.
           05  WS-CANT-CN            PIC 9(09) COMP.
           05  WS-CANT-CES-ABIERTAS  PIC 9(09) COMP.

       01  WS-TITULO.
           05  FILLER                PIC X(50) VALUE
               'ZET185 - CONTROL DE TRASPASOS INTERNOS Y CESIONES'.
           05  FILLER                PIC X(08) VALUE ' FECHA: '.
           05  WST-FEC-PROCESO       PIC 9(08).

       01  WS-SUBTITULO-HALLAZGOS    PIC X(40) VALUE
               'HALLAZGOS'.
       01  WS-SUBTITULO-ACTIVIDAD    PIC X(40) VALUE
               'ACTIVIDAD POR CANAL Y USUARIO'.

       01  WS-ENCAB-HALLAZGO.
           05  FILLER                PIC X(50) VALUE
               'HZ OPER REFERENCIA                FECHA      CN US'.
           05  FILLER                PIC X(50) VALUE
               'UARIO  DIV     IMPORTE CARGO DIV     IMPORTE ABONO'.
           05  FILLER                PIC X(24) VALUE
               '    DIFERENCIA ARS  DIAS'.

       01  WS-LINEA-HALLAZGO.
           05  WSL-HALLAZGO          PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-IDENT-OPER        PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-REFERENCIA        PIC X(25).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-FECHA-OPER        PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-CANAL             PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-USUARIO           PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-DIVISA-CARGO      PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-IMPORTE-CARGO     PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-DIVISA-ABONO      PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-IMPORTE-ABONO     PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-DIFERENCIA        PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-DIAS              PIC ZZZZ9.

       01  WS-ENCAB-ACTIVIDAD.
           05  FILLER                PIC X(50) VALUE
               'CANAL  USUARIO               ATRA         CESA    '.
           05  FILLER                PIC X(48) VALUE
               '     CESB        OTRAS         IMPORTE CARGO ARS'.

       01  WS-LINEA-ACTIVIDAD.
           05  WSL-A-CANAL           PIC X(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-A-USUARIO         PIC X(13).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-A-ATRA            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-A-CESA            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-A-CESB            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-A-OTRAS           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-A-IMPORTE         PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-RESUMEN.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WSL-R-CONCEPTO        PIC X(44).
           05  WSL-R-CANTIDAD        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE

           SORT SORT-TRA
               ON ASCENDING KEY TTRA-ID-UNICO-TRANSF OF S-ZBDTTRA
               ON ASCENDING KEY TTRA-FECHA-HOY OF S-ZBDTTRA
               ON ASCENDING KEY TTRA-HORA-HOY OF S-ZBDTTRA
               USING TRASPASOS
               GIVING TRA-ORD
           OPEN INPUT TRA-ORD
           PERFORM 2000-LEER-TRASPASO THRU 2000-EXIT
           PERFORM 3000-CONTROLA-OPERACION THRU 3000-EXIT
               UNTIL EOF-TRASPASOS
           CLOSE TRA-ORD
           MOVE 'N' TO WS-SW-EOF-TRA

           SORT SORT-TRA
               ON ASCENDING KEY TTRA-NUM-CESION OF S-ZBDTTRA
               ON ASCENDING KEY TTRA-IDENT-OPER-CONTAB OF S-ZBDTTRA
               ON ASCENDING KEY TTRA-FECHA-HOY OF S-ZBDTTRA
               ON ASCENDING KEY TTRA-HORA-HOY OF S-ZBDTTRA
               USING TRASPASOS
               GIVING TRA-ORD
           OPEN INPUT TRA-ORD
           PERFORM 2000-LEER-TRASPASO THRU 2000-EXIT
           PERFORM 4000-CONTROLA-CESION THRU 4000-EXIT
               UNTIL EOF-TRASPASOS
           IF WS-CES-ANT NOT = LOW-VALUES
               PERFORM 4100-CIERRA-CESION THRU 4100-EXIT
           END-IF
           CLOSE TRA-ORD
           MOVE 'N' TO WS-SW-EOF-TRA

           SORT SORT-TRA
               ON ASCENDING KEY TTRA-CANAL OF S-ZBDTTRA
               ON ASCENDING KEY TTRA-USUARIO OF S-ZBDTTRA
               USING TRASPASOS
               GIVING TRA-ORD
           OPEN INPUT TRA-ORD
           PERFORM 5000-IMPRIME-ENCABEZADO
           PERFORM 2000-LEER-TRASPASO THRU 2000-EXIT
           PERFORM 5100-ACUMULA-ACTIVIDAD THRU 5100-EXIT
               UNTIL EOF-TRASPASOS
           IF WS-CANAL-ANT NOT = LOW-VALUES
               PERFORM 5200-CIERRA-USUARIO
               PERFORM 5300-CIERRA-CANAL
           END-IF
           PERFORM 5400-TOTAL-GENERAL
           CLOSE TRA-ORD

           PERFORM 8000-RESUMEN
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  PARAMETROS, COTIZACIONES Y ARCHIVOS       *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           INITIALIZE WS-CONTADORES
           INITIALIZE WS-ACT-USUARIO
           INITIALIZE WS-ACT-CANAL
           INITIALIZE WS-ACT-TOTAL

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM 1050-TOMA-PARAMETROS THRU 1050-EXIT
               END-READ
               CLOSE PARAMETROS
           END-IF

           OPEN INPUT TRASPASOS
           IF WS-FS-TRA NOT = '00'
               DISPLAY 'ZET185 - NO SE PUDO ABRIR ZBDTTRA - '
                   'FILE STATUS ' WS-FS-TRA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE TRASPASOS

           OPEN INPUT COTIZACIONES
           IF WS-FS-TC NOT = '00'
               DISPLAY 'ZET185 - NO SE PUDO ABRIR TIPCAMB - '
                   'FILE STATUS ' WS-FS-TC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-CARGA-COTIZACION THRU 1100-EXIT
               UNTIL EOF-COTIZACIONES
           CLOSE COTIZACIONES

           OPEN OUTPUT CONTROL-SAL
           OPEN OUTPUT REPORTE-TRA

           MOVE WS-FECHA-PROCESO TO WST-FEC-PROCESO
           MOVE WS-TITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-SUBTITULO-HALLAZGOS TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-ENCAB-HALLAZGO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

       1050-TOMA-PARAMETROS.
           IF PARM-TRA-TOLERANCIA IS NUMERIC
               AND PARM-TRA-TOLERANCIA > 0
               MOVE PARM-TRA-TOLERANCIA TO WS-TOLERANCIA
           END-IF
           IF PARM-TRA-DIAS-PEND IS NUMERIC
               AND PARM-TRA-DIAS-PEND > 0
               MOVE PARM-TRA-DIAS-PEND TO WS-DIAS-PEND
           END-IF
           IF PARM-TRA-DIAS-CESION IS NUMERIC
               AND PARM-TRA-DIAS-CESION > 0
               MOVE PARM-TRA-DIAS-CESION TO WS-DIAS-CESION
           END-IF
           IF PARM-TRA-ESTADOS-FIN NOT = SPACES
               MOVE PARM-TRA-ESTADOS-FIN TO WS-ESTADOS-FIN
           END-IF
           .
       1050-EXIT.
           EXIT.

       1100-CARGA-COTIZACION.
           READ COTIZACIONES
               AT END
                   SET EOF-COTIZACIONES TO TRUE
               NOT AT END
                   IF TB-TC-CANT < WS-MAX-COTIZACIONES
                       ADD 1 TO TB-TC-CANT
                       MOVE TIPCAMB-MONEDA
                           TO TB-TC-MONEDA(TB-TC-CANT)
                       MOVE TIPCAMB-FECHA-VIGENCIA
                           TO TB-TC-VIGENCIA(TB-TC-CANT)
                       MOVE TIPCAMB-COTIZACION
                           TO TB-TC-COTIZACION(TB-TC-CANT)
                   END-IF
           END-READ
           .
       1100-EXIT.
           EXIT.

       1900-VALIDA-FECHA.
           MOVE 'N' TO WS-SW-FECHA
           MOVE ZERO TO WS-FEC-NUM
           IF WS-FEC-ALFA(1:4) IS NOT NUMERIC
               OR WS-FEC-ALFA(6:2) IS NOT NUMERIC
               OR WS-FEC-ALFA(9:2) IS NOT NUMERIC
               GO TO 1900-EXIT
           END-IF
           MOVE WS-FEC-ALFA(1:4) TO WS-FEC-NUM(1:4)
           MOVE WS-FEC-ALFA(6:2) TO WS-FEC-NUM(5:2)
           MOVE WS-FEC-ALFA(9:2) TO WS-FEC-NUM(7:2)
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FEC-NUM) NOT = 0
               MOVE ZERO TO WS-FEC-NUM
               GO TO 1900-EXIT
           END-IF
           MOVE 'S' TO WS-SW-FECHA
           .
       1900-EXIT.
           EXIT.

      * FECHA DE LA OPERACION EN CURSO Y DIAS CORRIDOS HASTA HOY; SIN
      * FECHA VALIDA SE TOMA LA DEL PROCESO (CERO DIAS)
       1950-FECHA-OPERACION.
           MOVE TTRA-FECHA-HOY OF WS-OPERACION TO WS-FEC-ALFA
           PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
           IF FECHA-VALIDA
               AND WS-FEC-NUM NOT > WS-FECHA-PROCESO
               MOVE WS-FEC-NUM TO WS-FEC-OPER
               COMPUTE WS-DIAS-OPER =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
                 - FUNCTION INTEGER-OF-DATE(WS-FEC-OPER)
           ELSE
               MOVE WS-FECHA-PROCESO TO WS-FEC-OPER
               MOVE ZERO TO WS-DIAS-OPER
           END-IF
           .
       1950-EXIT.
           EXIT.

       2000-LEER-TRASPASO.
           READ TRA-ORD
               AT END
                   SET EOF-TRASPASOS TO TRUE
               NOT AT END
                   MOVE W-ZBDTTRA TO WS-OPERACION
           END-READ
           .
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  3000-CONTROLA-OPERACION  -  PRIMERA PASADA, POR IDENTIFICADOR *
      *  UNICO: REPETIDOS, CUADRE DE PATAS EN PESOS Y ESTADO           *
      ******************************************************************
       3000-CONTROLA-OPERACION.
           ADD 1 TO WS-CANT-LEIDAS
           PERFORM 1950-FECHA-OPERACION THRU 1950-EXIT

           IF TTRA-ID-UNICO-TRANSF OF WS-OPERACION NOT = SPACES
               IF TTRA-ID-UNICO-TRANSF OF WS-OPERACION = WS-ID-ANT
                   MOVE 'IR' TO WS-HZ-CODIGO
                   MOVE ZERO TO WS-HZ-DIAS
                   MOVE ZERO TO WS-HZ-DIFERENCIA
                   PERFORM 3600-GRABA-HALLAZGO THRU 3600-EXIT
               END-IF
               MOVE TTRA-ID-UNICO-TRANSF OF WS-OPERACION TO WS-ID-ANT
           END-IF

           IF TTRA-DIVISA-CARGO OF WS-OPERACION NOT = SPACES
               AND TTRA-DIVISA-ABONO OF WS-OPERACION NOT = SPACES
               PERFORM 3100-CUADRA-PATAS THRU 3100-EXIT
           END-IF

           IF TTRA-ID-UNICO-TRANSF OF WS-OPERACION NOT = SPACES
               AND TTRA-ESTADO-TRANSF OF WS-OPERACION NOT = SPACE
               PERFORM 3200-VERIFICA-ESTADO THRU 3200-EXIT
           END-IF

           PERFORM 2000-LEER-TRASPASO THRU 2000-EXIT
           .
       3000-EXIT.
           EXIT.

      * LAS DOS PATAS A PESOS CON LA COTIZACION VIGENTE A LA FECHA DE
      * LA OPERACION; LA DIFERENCIA NO PUEDE EXCEDER LA TOLERANCIA
       3100-CUADRA-PATAS.
           MOVE TTRA-DIVISA-CARGO OF WS-OPERACION TO WS-BUS-MONEDA
           MOVE TTRA-IMPORTE-CARGO OF WS-OPERACION TO WS-BUS-IMPORTE
           PERFORM 3500-PESIFICA THRU 3500-EXIT
           IF NOT HAY-COTIZACION
               GO TO 3100-SIN-COTIZACION
           END-IF
           MOVE WS-IMPORTE-ARS TO WS-CARGO-ARS

           MOVE TTRA-DIVISA-ABONO OF WS-OPERACION TO WS-BUS-MONEDA
           MOVE TTRA-IMPORTE-ABONO OF WS-OPERACION TO WS-BUS-IMPORTE
           PERFORM 3500-PESIFICA THRU 3500-EXIT
           IF NOT HAY-COTIZACION
               GO TO 3100-SIN-COTIZACION
           END-IF
           MOVE WS-IMPORTE-ARS TO WS-ABONO-ARS

           COMPUTE WS-HZ-DIFERENCIA = WS-CARGO-ARS - WS-ABONO-ARS
           IF WS-HZ-DIFERENCIA > WS-TOLERANCIA
               OR WS-HZ-DIFERENCIA < ZERO - WS-TOLERANCIA
               MOVE 'DB' TO WS-HZ-CODIGO
               MOVE ZERO TO WS-HZ-DIAS
               PERFORM 3600-GRABA-HALLAZGO THRU 3600-EXIT
           END-IF
           GO TO 3100-EXIT
           .
       3100-SIN-COTIZACION.
           MOVE 'SC' TO WS-HZ-CODIGO
           MOVE ZERO TO WS-HZ-DIAS
           MOVE ZERO TO WS-HZ-DIFERENCIA
           PERFORM 3600-GRABA-HALLAZGO THRU 3600-EXIT
           .
       3100-EXIT.
           EXIT.

      * UN TRASPASO QUE SIGUE EN UN ESTADO NO FINAL PASADOS LOS DIAS
      * DE LA TARJETA SE INFORMA COMO TRABADO
       3200-VERIFICA-ESTADO.
           MOVE 'N' TO WS-SW-ESTADO
           SET WS-EF-IDX TO 1
           SEARCH WS-EF-ENTRY
               WHEN WS-EF-ESTADO(WS-EF-IDX) =
                    TTRA-ESTADO-TRANSF OF WS-OPERACION
                   SET ESTADO-FINAL TO TRUE
           END-SEARCH
           IF ESTADO-FINAL
               OR WS-DIAS-OPER < WS-DIAS-PEND
               GO TO 3200-EXIT
           END-IF
           MOVE 'TP' TO WS-HZ-CODIGO
           MOVE WS-DIAS-OPER TO WS-HZ-DIAS
           MOVE ZERO TO WS-HZ-DIFERENCIA
           PERFORM 3600-GRABA-HALLAZGO THRU 3600-EXIT
           .
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  3500-PESIFICA  -  WS-BUS-IMPORTE EN WS-BUS-MONEDA A PESOS CON *
      *  LA COTIZACION VIGENTE A WS-FEC-OPER.  PESOS O MONEDA EN       *
      *  BLANCO NO SE CONVIERTEN                                       *
      ******************************************************************
       3500-PESIFICA.
           MOVE 'S' TO WS-SW-COTIZ
           IF WS-BUS-MONEDA = 'ARS' OR WS-BUS-MONEDA = SPACES
               MOVE WS-BUS-IMPORTE TO WS-IMPORTE-ARS
               GO TO 3500-EXIT
           END-IF
           MOVE WS-FEC-OPER TO WS-BUS-FECHA
           PERFORM 3510-BUSCA-COTIZACION THRU 3510-EXIT
           IF WS-BUS-VIGENCIA = ZERO
               MOVE 'N' TO WS-SW-COTIZ
               MOVE ZERO TO WS-IMPORTE-ARS
               GO TO 3500-EXIT
           END-IF
           COMPUTE WS-IMPORTE-ARS ROUNDED =
               WS-BUS-IMPORTE * WS-COTIZ-OFICIAL
           .
       3500-EXIT.
           EXIT.

      * VIGENCIA MAS ALTA QUE NO SUPERA WS-BUS-FECHA; EN CERO = NO HAY
      * COTIZACION PARA ESE DIA
       3510-BUSCA-COTIZACION.
           MOVE ZERO TO WS-BUS-VIGENCIA
           MOVE ZERO TO WS-COTIZ-OFICIAL
           PERFORM 3520-COMPARA-COTIZACION THRU 3520-EXIT
               VARYING TB-TC-IDX FROM 1 BY 1
               UNTIL TB-TC-IDX > TB-TC-CANT
           .
       3510-EXIT.
           EXIT.

       3520-COMPARA-COTIZACION.
           IF TB-TC-MONEDA(TB-TC-IDX) = WS-BUS-MONEDA
               AND TB-TC-VIGENCIA(TB-TC-IDX) NOT > WS-BUS-FECHA
               AND TB-TC-VIGENCIA(TB-TC-IDX) > WS-BUS-VIGENCIA
               MOVE TB-TC-VIGENCIA(TB-TC-IDX) TO WS-BUS-VIGENCIA
               MOVE TB-TC-COTIZACION(TB-TC-IDX) TO WS-COTIZ-OFICIAL
           END-IF
           .
       3520-EXIT.
           EXIT.

      ******************************************************************
      *  3600-GRABA-HALLAZGO  -  HALLAZGO WS-HZ-CODIGO SOBRE LA        *
      *  OPERACION EN WS-OPERACION, A TRACTRL Y AL LISTADO             *
      ******************************************************************
       3600-GRABA-HALLAZGO.
           MOVE SPACES TO CTR-REGISTRO
           MOVE WS-HZ-CODIGO TO CTR-HALLAZGO
           MOVE TTRA-IDENT-OPER-CONTAB OF WS-OPERACION
               TO CTR-IDENT-OPER
           MOVE TTRA-NIO OF WS-OPERACION TO CTR-NIO
           MOVE TTRA-ID-UNICO-TRANSF OF WS-OPERACION TO CTR-ID-UNICO
           MOVE TTRA-CCC-CARGO OF WS-OPERACION TO CTR-CCC-CARGO
           MOVE TTRA-DIVISA-CARGO OF WS-OPERACION TO CTR-DIVISA-CARGO
           MOVE TTRA-IMPORTE-CARGO OF WS-OPERACION
               TO CTR-IMPORTE-CARGO
           MOVE TTRA-CCC-ABONO OF WS-OPERACION TO CTR-CCC-ABONO
           MOVE TTRA-DIVISA-ABONO OF WS-OPERACION TO CTR-DIVISA-ABONO
           MOVE TTRA-IMPORTE-ABONO OF WS-OPERACION
               TO CTR-IMPORTE-ABONO
           MOVE WS-HZ-DIFERENCIA TO CTR-DIFERENCIA-ARS
           MOVE TTRA-ESTADO-TRANSF OF WS-OPERACION TO CTR-ESTADO
           MOVE TTRA-FECHA-HOY OF WS-OPERACION TO CTR-FECHA-OPER
           MOVE TTRA-CANAL OF WS-OPERACION TO CTR-CANAL
           MOVE TTRA-USUARIO OF WS-OPERACION TO CTR-USUARIO
           MOVE WS-HZ-DIAS TO CTR-DIAS
           MOVE WS-FECHA-PROCESO TO CTR-FEC-PROCESO
           WRITE CTR-REGISTRO

           ADD 1 TO WS-CANT-HALLAZGOS
           EVALUATE CTR-HALLAZGO
               WHEN 'DB'  ADD 1 TO WS-CANT-DB
               WHEN 'SC'  ADD 1 TO WS-CANT-SC
               WHEN 'IR'  ADD 1 TO WS-CANT-IR
               WHEN 'TP'  ADD 1 TO WS-CANT-TP
               WHEN 'CS'  ADD 1 TO WS-CANT-CS
               WHEN 'BS'  ADD 1 TO WS-CANT-BS
               WHEN 'CN'  ADD 1 TO WS-CANT-CN
           END-EVALUATE

           MOVE CTR-HALLAZGO TO WSL-HALLAZGO
           MOVE CTR-IDENT-OPER TO WSL-IDENT-OPER
           IF CTR-ID-UNICO NOT = SPACES
               MOVE CTR-ID-UNICO TO WSL-REFERENCIA
           ELSE
               MOVE CTR-NIO TO WSL-REFERENCIA
           END-IF
           MOVE CTR-FECHA-OPER TO WSL-FECHA-OPER
           MOVE CTR-CANAL TO WSL-CANAL
           MOVE CTR-USUARIO TO WSL-USUARIO
           MOVE CTR-DIVISA-CARGO TO WSL-DIVISA-CARGO
           MOVE CTR-IMPORTE-CARGO TO WSL-IMPORTE-CARGO
           MOVE CTR-DIVISA-ABONO TO WSL-DIVISA-ABONO
           MOVE CTR-IMPORTE-ABONO TO WSL-IMPORTE-ABONO
           MOVE CTR-DIFERENCIA-ARS TO WSL-DIFERENCIA
           MOVE CTR-DIAS TO WSL-DIAS
           MOVE WS-LINEA-HALLAZGO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       3600-EXIT.
           EXIT.

      ******************************************************************
      *  4000-CONTROLA-CESION  -  SEGUNDA PASADA, POR NUMERO DE CESION *
      *  (ALTAS ANTES QUE BAJAS): CADA CESB CANCELA UNA CESA PENDIENTE *
      ******************************************************************
       4000-CONTROLA-CESION.
           IF NOT TTRA-88-CES-ALTA OF WS-OPERACION
               AND NOT TTRA-88-CES-BAJA OF WS-OPERACION
               GO TO 4000-SIGUIENTE
           END-IF
           IF TTRA-NUM-CESION OF WS-OPERACION = SPACES
               MOVE 'CN' TO WS-HZ-CODIGO
               MOVE ZERO TO WS-HZ-DIAS
               MOVE ZERO TO WS-HZ-DIFERENCIA
               PERFORM 3600-GRABA-HALLAZGO THRU 3600-EXIT
               GO TO 4000-SIGUIENTE
           END-IF

           IF TTRA-NUM-CESION OF WS-OPERACION NOT = WS-CES-ANT
               IF WS-CES-ANT NOT = LOW-VALUES
                   PERFORM 4100-CIERRA-CESION THRU 4100-EXIT
                   MOVE W-ZBDTTRA TO WS-OPERACION
               END-IF
               MOVE TTRA-NUM-CESION OF WS-OPERACION TO WS-CES-ANT
               MOVE ZERO TO WS-CES-PEND
           END-IF

           IF TTRA-88-CES-ALTA OF WS-OPERACION
               ADD 1 TO WS-CES-PEND
               MOVE WS-OPERACION TO WS-ULT-ALTA
               GO TO 4000-SIGUIENTE
           END-IF
           IF WS-CES-PEND > ZERO
               SUBTRACT 1 FROM WS-CES-PEND
           ELSE
               PERFORM 1950-FECHA-OPERACION THRU 1950-EXIT
               MOVE 'BS' TO WS-HZ-CODIGO
               MOVE WS-DIAS-OPER TO WS-HZ-DIAS
               MOVE ZERO TO WS-HZ-DIFERENCIA
               PERFORM 3600-GRABA-HALLAZGO THRU 3600-EXIT
           END-IF
           .
       4000-SIGUIENTE.
           PERFORM 2000-LEER-TRASPASO THRU 2000-EXIT
           .
       4000-EXIT.
           EXIT.

      * CESION CON ALTAS SIN BAJA: DENTRO DEL PLAZO SOLO SE CUENTA
      * COMO ABIERTA; VENCIDO EL PLAZO SE INFORMA LA ULTIMA ALTA
       4100-CIERRA-CESION.
           IF WS-CES-PEND = ZERO
               GO TO 4100-EXIT
           END-IF
           MOVE WS-ULT-ALTA TO WS-OPERACION
           PERFORM 1950-FECHA-OPERACION THRU 1950-EXIT
           IF WS-DIAS-OPER < WS-DIAS-CESION
               ADD 1 TO WS-CANT-CES-ABIERTAS
               GO TO 4100-EXIT
           END-IF
           MOVE 'CS' TO WS-HZ-CODIGO
           MOVE WS-DIAS-OPER TO WS-HZ-DIAS
           MOVE ZERO TO WS-HZ-DIFERENCIA
           PERFORM 3600-GRABA-HALLAZGO THRU 3600-EXIT
           .
       4100-EXIT.
           EXIT.

      ******************************************************************
      *  5000/5400  -  TERCERA PASADA, ACTIVIDAD POR CANAL Y USUARIO.  *
      *  EL IMPORTE ES EL DE LA PATA DE CARGO EN PESOS; LO QUE NO TIENE*
      *  COTIZACION (HALLAZGO SC) NO SUMA                              *
      ******************************************************************
       5000-IMPRIME-ENCABEZADO.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-SUBTITULO-ACTIVIDAD TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-ENCAB-ACTIVIDAD TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

       5100-ACUMULA-ACTIVIDAD.
           IF TTRA-CANAL OF WS-OPERACION NOT = WS-CANAL-ANT
               IF WS-CANAL-ANT NOT = LOW-VALUES
                   PERFORM 5200-CIERRA-USUARIO
                   PERFORM 5300-CIERRA-CANAL
               END-IF
               MOVE TTRA-CANAL OF WS-OPERACION TO WS-CANAL-ANT
               MOVE TTRA-USUARIO OF WS-OPERACION TO WS-USUARIO-ANT
           END-IF
           IF TTRA-USUARIO OF WS-OPERACION NOT = WS-USUARIO-ANT
               PERFORM 5200-CIERRA-USUARIO
               MOVE TTRA-USUARIO OF WS-OPERACION TO WS-USUARIO-ANT
           END-IF

           EVALUATE TRUE
               WHEN TTRA-88-ATRA OF WS-OPERACION
                   ADD 1 TO WS-USU-ATRA
               WHEN TTRA-88-CES-ALTA OF WS-OPERACION
                   ADD 1 TO WS-USU-CESA
               WHEN TTRA-88-CES-BAJA OF WS-OPERACION
                   ADD 1 TO WS-USU-CESB
               WHEN OTHER
                   ADD 1 TO WS-USU-OTRAS
           END-EVALUATE

           PERFORM 1950-FECHA-OPERACION THRU 1950-EXIT
           MOVE TTRA-DIVISA-CARGO OF WS-OPERACION TO WS-BUS-MONEDA
           MOVE TTRA-IMPORTE-CARGO OF WS-OPERACION TO WS-BUS-IMPORTE
           PERFORM 3500-PESIFICA THRU 3500-EXIT
           IF HAY-COTIZACION
               ADD WS-IMPORTE-ARS TO WS-USU-IMPORTE
           END-IF

           PERFORM 2000-LEER-TRASPASO THRU 2000-EXIT
           .
       5100-EXIT.
           EXIT.

       5200-CIERRA-USUARIO.
           MOVE WS-CANAL-ANT   TO WSL-A-CANAL
           MOVE WS-USUARIO-ANT TO WSL-A-USUARIO
           MOVE WS-USU-ATRA    TO WSL-A-ATRA
           MOVE WS-USU-CESA    TO WSL-A-CESA
           MOVE WS-USU-CESB    TO WSL-A-CESB
           MOVE WS-USU-OTRAS   TO WSL-A-OTRAS
           MOVE WS-USU-IMPORTE TO WSL-A-IMPORTE
           MOVE WS-LINEA-ACTIVIDAD TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           ADD WS-USU-ATRA    TO WS-CAN-ATRA
           ADD WS-USU-CESA    TO WS-CAN-CESA
           ADD WS-USU-CESB    TO WS-CAN-CESB
           ADD WS-USU-OTRAS   TO WS-CAN-OTRAS
           ADD WS-USU-IMPORTE TO WS-CAN-IMPORTE
           INITIALIZE WS-ACT-USUARIO
           .

       5300-CIERRA-CANAL.
           MOVE WS-CANAL-ANT   TO WSL-A-CANAL
           MOVE 'TOTAL CANAL'  TO WSL-A-USUARIO
           MOVE WS-CAN-ATRA    TO WSL-A-ATRA
           MOVE WS-CAN-CESA    TO WSL-A-CESA
           MOVE WS-CAN-CESB    TO WSL-A-CESB
           MOVE WS-CAN-OTRAS   TO WSL-A-OTRAS
           MOVE WS-CAN-IMPORTE TO WSL-A-IMPORTE
           MOVE WS-LINEA-ACTIVIDAD TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           ADD WS-CAN-ATRA    TO WS-TOT-ATRA
           ADD WS-CAN-CESA    TO WS-TOT-CESA
           ADD WS-CAN-CESB    TO WS-TOT-CESB
           ADD WS-CAN-OTRAS   TO WS-TOT-OTRAS
           ADD WS-CAN-IMPORTE TO WS-TOT-IMPORTE
           INITIALIZE WS-ACT-CANAL
           .

       5400-TOTAL-GENERAL.
           MOVE 'TOTAL'         TO WSL-A-CANAL
           MOVE 'GENERAL'       TO WSL-A-USUARIO
           MOVE WS-TOT-ATRA     TO WSL-A-ATRA
           MOVE WS-TOT-CESA     TO WSL-A-CESA
           MOVE WS-TOT-CESB     TO WSL-A-CESB
           MOVE WS-TOT-OTRAS    TO WSL-A-OTRAS
           MOVE WS-TOT-IMPORTE  TO WSL-A-IMPORTE
           MOVE WS-LINEA-ACTIVIDAD TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

      ******************************************************************
      *  8000-RESUMEN  -  CANTIDAD DE HALLAZGOS POR TIPO               *
      ******************************************************************
       8000-RESUMEN.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 'OPERACIONES LEIDAS' TO WSL-R-CONCEPTO
           MOVE WS-CANT-LEIDAS TO WSL-R-CANTIDAD
           PERFORM 8100-LINEA-RESUMEN
           MOVE 'DB - CARGO Y ABONO NO CUADRAN EN PESOS'
               TO WSL-R-CONCEPTO
           MOVE WS-CANT-DB TO WSL-R-CANTIDAD
           PERFORM 8100-LINEA-RESUMEN
           MOVE 'SC - SIN COTIZACION PARA CONVERTIR'
               TO WSL-R-CONCEPTO
           MOVE WS-CANT-SC TO WSL-R-CANTIDAD
           PERFORM 8100-LINEA-RESUMEN
           MOVE 'IR - IDENTIFICADOR UNICO REPETIDO'
               TO WSL-R-CONCEPTO
           MOVE WS-CANT-IR TO WSL-R-CANTIDAD
           PERFORM 8100-LINEA-RESUMEN
           MOVE 'TP - TRASPASO TRABADO EN ESTADO NO FINAL'
               TO WSL-R-CONCEPTO
           MOVE WS-CANT-TP TO WSL-R-CANTIDAD
           PERFORM 8100-LINEA-RESUMEN
           MOVE 'CS - ALTA DE CESION SIN BAJA FUERA DE PLAZO'
               TO WSL-R-CONCEPTO
           MOVE WS-CANT-CS TO WSL-R-CANTIDAD
           PERFORM 8100-LINEA-RESUMEN
           MOVE 'BS - BAJA DE CESION SIN ALTA'
               TO WSL-R-CONCEPTO
           MOVE WS-CANT-BS TO WSL-R-CANTIDAD
           PERFORM 8100-LINEA-RESUMEN
           MOVE 'CN - CESION SIN NUMERO' TO WSL-R-CONCEPTO
           MOVE WS-CANT-CN TO WSL-R-CANTIDAD
           PERFORM 8100-LINEA-RESUMEN
           MOVE 'CESIONES ABIERTAS DENTRO DEL PLAZO'
               TO WSL-R-CONCEPTO
           MOVE WS-CANT-CES-ABIERTAS TO WSL-R-CANTIDAD
           PERFORM 8100-LINEA-RESUMEN
           .

       8100-LINEA-RESUMEN.
           MOVE WS-LINEA-RESUMEN TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

      ******************************************************************
      *  9000-FINALIZE  -  CIERRE DE ARCHIVOS, RUNLOG Y RESUMEN        *
      ******************************************************************
       9000-FINALIZE.
           CLOSE CONTROL-SAL
           CLOSE REPORTE-TRA
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET185' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-LEIDAS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-HALLAZGOS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET185 - CONTROL DE TRASPASOS Y CESIONES'
           DISPLAY 'OPERACIONES LEIDAS . . . . : ' WS-CANT-LEIDAS
           DISPLAY 'HALLAZGOS GRABADOS . . . . : ' WS-CANT-HALLAZGOS
           DISPLAY 'PATAS QUE NO CUADRAN . . . : ' WS-CANT-DB
           DISPLAY 'IDENTIFICADORES REPETIDOS  : ' WS-CANT-IR
           DISPLAY 'TRASPASOS TRABADOS . . . . : ' WS-CANT-TP
           DISPLAY 'CESIONES SIN BAJA  . . . . : ' WS-CANT-CS
           DISPLAY 'BAJAS SIN ALTA . . . . . . : ' WS-CANT-BS
           .
