      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET159                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - CUPONES                     *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : MONITOREO MENSUAL DE CONTRACARGOS POR COMERCIO.  *
      *               CRUZA LAS DISPUTAS DEL MES (CTRCFACT DE ZET059,  *
      *               POR CTRC-NUMEST) CONTRA LAS VENTAS LIQUIDADAS    *
      *               DEL MES (WAFTC310, POR NRO-EST) Y CALCULA EL     *
      *               RATIO DE CANTIDAD Y DE IMPORTE.  LOS             *
      *               ESTABLECIMIENTOS SE AGRUPAN POR CUIT-ESTAB       *
      *               (TOMADO DE WAFTC600) PARA QUE UNA CADENA SE VEA  *
      *               COMO UN SOLO COMERCIO.  EL COMERCIO QUE SUPERA   *
      *               LOS UMBRALES DE LA MARCA (TARJETA PARMCBK) DOS   *
      *               MESES SEGUIDOS ENTRA EN LA LISTA DE VIGILANCIA   *
      *               (CBVIGIL) CON RUBRO Y CODGEO-EST; SALE CUANDO    *
      *               QUEDA BAJO UMBRAL LOS MESES QUE PIDE LA          *
      *               TARJETA.  ALTAS Y BAJAS SE APENDIZAN EN CBMOVIG  *
      *               Y EL RATIO DE CADA MES EN CBHIST, QUE ES LA      *
      *               HISTORIA DEL COMERCIO.  EL ESTADO ENTRE MESES    *
      *               SE ARRASTRA EN CBESTADO / CBESTADN.              *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET159.
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
           SELECT SORT-DIM     ASSIGN TO SRTCBKD.
           SELECT DIMENSION-ORD ASSIGN TO WCBKDIM
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIQUIDADOS   ASSIGN TO WAFTC310
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-310.
           SELECT SORT-VTA     ASSIGN TO SRTCBKV.
           SELECT VENTAS-ORD   ASSIGN TO WCBKVTA
               ORGANIZATION IS SEQUENTIAL.

           SELECT DISPUTAS     ASSIGN TO CTRCFACT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTR.
           SELECT SORT-CBK     ASSIGN TO SRTCBKC.
           SELECT DISPUTAS-ORD ASSIGN TO WCBKCTR
               ORGANIZATION IS SEQUENTIAL.

           SELECT ESTABLEC-MES ASSIGN TO WCBKEST
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-UNI     ASSIGN TO SRTCBKU.
           SELECT UNIDADES-ORD ASSIGN TO WCBKUNI
               ORGANIZATION IS SEQUENTIAL.

           SELECT ESTADO-ANT   ASSIGN TO CBESTADO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EST.
           SELECT ESTADO-NVO   ASSIGN TO CBESTADN
               ORGANIZATION IS SEQUENTIAL.

           SELECT PARAMETROS   ASSIGN TO PARMCBK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT VIGILANCIA-SAL ASSIGN TO CBVIGIL
               ORGANIZATION IS SEQUENTIAL.

           SELECT MOVIMIENTOS-SAL ASSIGN TO CBMOVIG
               ORGANIZATION IS SEQUENTIAL.

           SELECT HISTORIA-SAL ASSIGN TO CBHIST
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORTE-CBK  ASSIGN TO RPCBK
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NOVEDADES
           RECORDING MODE IS F.
       01  FD-NOVEDAD.
           COPY "waftc600.cob" REPLACING ==600== BY ==WAFTC600==.

      * DIMENSION ESTABLECIMIENTO -> CUIT / RUBRO / ZONA
       SD  SORT-DIM.
       01  SD-DIM.
           05  SD-DIM-NUMEST         PIC 9(10).
           05  SD-DIM-CUIT           PIC X(13).
           05  SD-DIM-RUBRO          PIC 9(04).
           05  SD-DIM-CODGEO         PIC 9(05).

       FD  DIMENSION-ORD
           RECORDING MODE IS F.
       01  FD-DIM-ORD.
           05  ORD-DIM-NUMEST        PIC 9(10).
           05  ORD-DIM-CUIT          PIC X(13).
           05  ORD-DIM-RUBRO         PIC 9(04).
           05  ORD-DIM-CODGEO        PIC 9(05).

       FD  LIQUIDADOS
           RECORDING MODE IS F.
       01  FD-LIQUIDADO.
           COPY "../waftc310/waftc310.cob"
               REPLACING ==310== BY ==WAFTC310==.

      * VENTA LIQUIDADA DEL MES, CON SIGNO
       SD  SORT-VTA.
       01  SD-VTA.
           05  SD-VTA-NRO-EST        PIC 9(10).
           05  SD-VTA-IMPORTE        PIC S9(11)V99.

       FD  VENTAS-ORD
           RECORDING MODE IS F.
       01  FD-VTA-ORD.
           05  ORD-VTA-NRO-EST       PIC 9(10).
           05  ORD-VTA-IMPORTE       PIC S9(11)V99.

       FD  DISPUTAS
           RECORDING MODE IS F.
       01  CTRC-REGISTRO.
           05  CTRC-CODOP-ORIG       PIC 9(06).
           05  CTRC-NUMCOMP          PIC X(08).
           05  CTRC-TARJETA          PIC X(19).
           05  CTRC-FORIG            PIC 9(08).
           05  CTRC-FEC-PRIMER-EVT   PIC 9(08).
           05  CTRC-FEC-ULTIMO-EVT   PIC 9(08).
           05  CTRC-CANT-EVENTOS     PIC 9(05).
           05  CTRC-ULT-EVENTO       PIC 9(03).
           05  CTRC-ULT-GRUPO        PIC 9(02).
           05  CTRC-ULT-ORIGEN       PIC 9(02).
           05  CTRC-IMPORTE-ULT      PIC S9(08)V99.
           05  CTRC-DIAS-ABIERTA     PIC 9(05).
           05  CTRC-IND-VENCIDA      PIC X(01).
           05  CTRC-NUMEST           PIC 9(10).
           05  FILLER                PIC X(05).

      * DISPUTA ABIERTA EN EL MES, IMPORTE EN VALOR ABSOLUTO
       SD  SORT-CBK.
       01  SD-CBK.
           05  SD-CBK-NUMEST         PIC 9(10).
           05  SD-CBK-IMPORTE        PIC S9(11)V99.

       FD  DISPUTAS-ORD
           RECORDING MODE IS F.
       01  FD-CBK-ORD.
           05  ORD-CBK-NUMEST        PIC 9(10).
           05  ORD-CBK-IMPORTE       PIC S9(11)V99.

      * TOTALES DEL MES POR ESTABLECIMIENTO, CON SU UNIDAD DE
      * MONITOREO (CUIT O, SI NO LO TIENE, EL PROPIO ESTABLECIMIENTO)
       FD  ESTABLEC-MES
           RECORDING MODE IS F.
       01  EST-REGISTRO.
           05  EST-UNIDAD            PIC X(13).
           05  EST-NUMEST            PIC 9(10).
           05  EST-RUBRO             PIC 9(04).
           05  EST-CODGEO            PIC 9(05).
           05  EST-CANT-VENTAS       PIC 9(09).
           05  EST-IMP-VENTAS        PIC S9(13)V99.
           05  EST-CANT-CBK          PIC 9(07).
           05  EST-IMP-CBK           PIC S9(13)V99.

       SD  SORT-UNI.
       01  SD-UNI.
           05  SD-UNI-UNIDAD         PIC X(13).
           05  SD-UNI-NUMEST         PIC 9(10).
           05  FILLER                PIC X(55).

       FD  UNIDADES-ORD
           RECORDING MODE IS F.
       01  FD-UNI-ORD.
           05  UNI-UNIDAD            PIC X(13).
           05  UNI-NUMEST            PIC 9(10).
           05  UNI-RUBRO             PIC 9(04).
           05  UNI-CODGEO            PIC 9(05).
           05  UNI-CANT-VENTAS       PIC 9(09).
           05  UNI-IMP-VENTAS        PIC S9(13)V99.
           05  UNI-CANT-CBK          PIC 9(07).
           05  UNI-IMP-CBK           PIC S9(13)V99.

      * ESTADO DE MONITOREO POR UNIDAD, ORDENADO POR UNIDAD
       FD  ESTADO-ANT
           RECORDING MODE IS F.
       01  ESTA-REGISTRO.
           05  ESTA-UNIDAD           PIC X(13).
           05  ESTA-MESES-SOBRE      PIC 9(02).
           05  ESTA-MESES-BAJO       PIC 9(02).
           05  ESTA-EN-VIGILANCIA    PIC X(01).
               88  ESTA-VIGILADO         VALUE 'S'.
           05  ESTA-PERIODO-ALTA     PIC 9(06).
           05  ESTA-PERIODO-ULT      PIC 9(06).
           05  ESTA-RUBRO            PIC 9(04).
           05  ESTA-CODGEO           PIC 9(05).
           05  FILLER                PIC X(05).

       FD  ESTADO-NVO
           RECORDING MODE IS F.
       01  ESTN-REGISTRO.
           05  ESTN-UNIDAD           PIC X(13).
           05  ESTN-MESES-SOBRE      PIC 9(02).
           05  ESTN-MESES-BAJO       PIC 9(02).
           05  ESTN-EN-VIGILANCIA    PIC X(01).
               88  ESTN-VIGILADO         VALUE 'S'.
           05  ESTN-PERIODO-ALTA     PIC 9(06).
           05  ESTN-PERIODO-ULT      PIC 9(06).
           05  ESTN-RUBRO            PIC 9(04).
           05  ESTN-CODGEO           PIC 9(05).
           05  FILLER                PIC X(05).

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-CBK-REGISTRO.
      *        PERIODO AAAAMM A MONITOREAR (CERO = MES ANTERIOR)
           05  PARM-CBK-PERIODO       PIC 9(06).
      *        UMBRALES DE LA MARCA EN CENTESIMOS DE PORCENTAJE
           05  PARM-CBK-RATIO-CANT    PIC 9(04).
           05  PARM-CBK-RATIO-IMP     PIC 9(04).
      *        MINIMO DE CONTRACARGOS DEL MES PARA CONTAR COMO SOBRE
           05  PARM-CBK-MIN-CANT      PIC 9(05).
      *        MESES SEGUIDOS BAJO UMBRAL PARA SALIR DE VIGILANCIA
           05  PARM-CBK-MESES-SALIDA  PIC 9(02).
           05  PARM-CBK-FILLER        PIC X(09).

       FD  VIGILANCIA-SAL
           RECORDING MODE IS F.
       01  CBVIG-REGISTRO.
           05  CBVIG-UNIDAD          PIC X(13).
           05  CBVIG-PERIODO         PIC 9(06).
           05  CBVIG-PERIODO-ALTA    PIC 9(06).
           05  CBVIG-MESES-SOBRE     PIC 9(02).
           05  CBVIG-MESES-BAJO      PIC 9(02).
           05  CBVIG-CANT-ESTABLEC   PIC 9(05).
           05  CBVIG-RUBRO           PIC 9(04).
           05  CBVIG-CODGEO          PIC 9(05).
           05  CBVIG-CANT-VENTAS     PIC 9(09).
           05  CBVIG-IMP-VENTAS      PIC S9(13)V99.
           05  CBVIG-CANT-CBK        PIC 9(07).
           05  CBVIG-IMP-CBK         PIC S9(13)V99.
           05  CBVIG-RATIO-CANT      PIC 9(03)V9(04).
           05  CBVIG-RATIO-IMP       PIC 9(03)V9(04).
           05  FILLER                PIC X(07).

       FD  MOVIMIENTOS-SAL
           RECORDING MODE IS F.
       01  CBMOV-REGISTRO.
           05  CBMOV-UNIDAD          PIC X(13).
           05  CBMOV-PERIODO         PIC 9(06).
      *        A ALTA EN VIGILANCIA / B BAJA DE VIGILANCIA
           05  CBMOV-TIPO            PIC X(01).
               88  CBMOV-ALTA            VALUE 'A'.
               88  CBMOV-BAJA            VALUE 'B'.
           05  CBMOV-PERIODO-ALTA    PIC 9(06).
           05  CBMOV-RUBRO           PIC 9(04).
           05  CBMOV-CODGEO          PIC 9(05).
           05  CBMOV-FEC-PROCESO     PIC 9(08).
           05  FILLER                PIC X(07).

       FD  HISTORIA-SAL
           RECORDING MODE IS F.
       01  CBHIS-REGISTRO.
           05  CBHIS-UNIDAD          PIC X(13).
           05  CBHIS-PERIODO         PIC 9(06).
           05  CBHIS-CANT-VENTAS     PIC 9(09).
           05  CBHIS-IMP-VENTAS      PIC S9(13)V99.
           05  CBHIS-CANT-CBK        PIC 9(07).
           05  CBHIS-IMP-CBK         PIC S9(13)V99.
           05  CBHIS-RATIO-CANT      PIC 9(03)V9(04).
           05  CBHIS-RATIO-IMP       PIC 9(03)V9(04).
           05  CBHIS-SOBRE-UMBRAL    PIC X(01).
           05  FILLER                PIC X(10).

       FD  REPORTE-CBK.
       01  LINEA-REPORTE             PIC X(100).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
      * UMBRALES POR DEFECTO DEL PROGRAMA DE MONITOREO DE LA MARCA
       77  WS-RATIO-CANT-MAX         PIC 9(03)V9(04) VALUE 0.9.
       77  WS-RATIO-IMP-MAX          PIC 9(03)V9(04) VALUE 0.9.
       77  WS-MIN-CANT               PIC 9(05) COMP VALUE 100.
       77  WS-MESES-SALIDA           PIC 9(02) COMP VALUE 3.
       77  WS-MESES-ENTRADA          PIC 9(02) COMP VALUE 2.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05  WS-PROC-ANIO          PIC 9(04).
           05  WS-PROC-MES           PIC 9(02).
           05  WS-PROC-DIA           PIC 9(02).

       01  WS-PERIODO.
           05  WS-PER-ANIO           PIC 9(04).
           05  WS-PER-MES            PIC 9(02).
       01  WS-PERIODO-NUM REDEFINES WS-PERIODO PIC 9(06).
      * EL PERIODO EN EL FORMATO AAMM DE LAS FECHAS DE WAFTC310
       01  WS-PERIODO-AAMM           PIC 9(04).

       01  WS-FS-600                 PIC XX.
       01  WS-FS-310                 PIC XX.
       01  WS-FS-CTR                 PIC XX.
       01  WS-FS-EST                 PIC XX.
       01  WS-FS-PAR                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-600         PIC X(01) VALUE 'N'.
               88  EOF-NOVEDADES         VALUE 'S'.
           05  WS-SW-EOF-310         PIC X(01) VALUE 'N'.
               88  EOF-LIQUIDADOS        VALUE 'S'.
           05  WS-SW-EOF-CTR         PIC X(01) VALUE 'N'.
               88  EOF-DISPUTAS          VALUE 'S'.
           05  WS-SW-EOF-UNI         PIC X(01) VALUE 'N'.
               88  EOF-UNIDADES          VALUE 'S'.
           05  WS-SW-EOF-EST         PIC X(01) VALUE 'N'.
               88  EOF-ESTADO            VALUE 'S'.
           05  WS-SW-SOBRE           PIC X(01) VALUE 'N'.
               88  SOBRE-UMBRAL          VALUE 'S'.

      * CLAVES DEL APAREO POR ESTABLECIMIENTO
       01  WS-CLAVE-DIM              PIC 9(10).
       01  WS-CLAVE-VTA              PIC 9(10).
       01  WS-CLAVE-CBK              PIC 9(10).
       01  WS-CLAVE-EST              PIC 9(10).

      * CLAVES DEL APAREO POR UNIDAD DE MONITOREO
       01  WS-CLAVE-UNI              PIC X(13).
       01  WS-CLAVE-ESTA             PIC X(13).
       01  WS-CLAVE-UNIDAD           PIC X(13).

      * ACUMULADOS DEL ESTABLECIMIENTO EN CURSO
       01  WS-ESTABLECIMIENTO.
           05  WS-EST-CUIT           PIC X(13).
           05  WS-EST-RUBRO          PIC 9(04).
           05  WS-EST-CODGEO         PIC 9(05).
           05  WS-EST-CANT-VENTAS    PIC 9(09) COMP.
           05  WS-EST-IMP-VENTAS     PIC S9(13)V99 COMP-3.
           05  WS-EST-CANT-CBK       PIC 9(07) COMP.
           05  WS-EST-IMP-CBK        PIC S9(13)V99 COMP-3.

      * ACUMULADOS DE LA UNIDAD EN CURSO
       01  WS-UNIDAD.
           05  WS-UNI-CANT-ESTABLEC  PIC 9(05) COMP.
           05  WS-UNI-RUBRO          PIC 9(04).
           05  WS-UNI-CODGEO         PIC 9(05).
           05  WS-UNI-CANT-VENTAS    PIC 9(09) COMP.
           05  WS-UNI-IMP-VENTAS     PIC S9(13)V99 COMP-3.
           05  WS-UNI-CANT-CBK       PIC 9(07) COMP.
           05  WS-UNI-IMP-CBK        PIC S9(13)V99 COMP-3.
           05  WS-UNI-RATIO-CANT     PIC 9(03)V9(04) COMP-3.
           05  WS-UNI-RATIO-IMP      PIC 9(03)V9(04) COMP-3.

       01  WS-IMPORTE-NETO           PIC S9(11)V99.

       01  WS-CONTADORES.
           05  WS-CANT-EVENTOS       PIC 9(09) COMP.
           05  WS-CANT-LIQUIDADOS    PIC 9(09) COMP.
           05  WS-CANT-DISPUTAS-MES  PIC 9(09) COMP.
           05  WS-CANT-ESTABLEC      PIC 9(09) COMP.
           05  WS-CANT-UNIDADES      PIC 9(09) COMP.
           05  WS-CANT-SOBRE         PIC 9(09) COMP.
           05  WS-CANT-VIGILADAS     PIC 9(09) COMP.
           05  WS-CANT-ALTAS         PIC 9(09) COMP.
           05  WS-CANT-BAJAS         PIC 9(09) COMP.

       01  WS-LINEA-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-UNIDAD            PIC X(13).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-RUBRO             PIC 9(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-CANT-CBK          PIC ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-RATIO-CANT        PIC ZZ9.9999.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-RATIO-IMP         PIC ZZ9.9999.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-MESES             PIC Z9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-LEYENDA           PIC X(20).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-PROCESAR-ESTABLEC THRU 3000-EXIT
               UNTIL WS-CLAVE-DIM = 9999999999
                 AND WS-CLAVE-VTA = 9999999999
                 AND WS-CLAVE-CBK = 9999999999
           PERFORM 4000-ORDENA-UNIDADES
           PERFORM 5000-PROCESAR-UNIDAD THRU 5000-EXIT
               UNTIL WS-CLAVE-UNI = HIGH-VALUES
                 AND WS-CLAVE-ESTA = HIGH-VALUES
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  TARJETA DE UMBRALES, PERIODO Y ORDEN POR  *
      *  ESTABLECIMIENTO DE LAS TRES ENTRADAS                          *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE WS-PROC-ANIO TO WS-PER-ANIO
           MOVE WS-PROC-MES  TO WS-PER-MES
           IF WS-PER-MES = 1
               MOVE 12 TO WS-PER-MES
               SUBTRACT 1 FROM WS-PER-ANIO
           ELSE
               SUBTRACT 1 FROM WS-PER-MES
           END-IF

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM 1100-APLICA-PARAMETROS
               END-READ
               CLOSE PARAMETROS
           END-IF
           MOVE WS-PERIODO-NUM(3:4) TO WS-PERIODO-AAMM

           OPEN INPUT NOVEDADES
           IF WS-FS-600 NOT = '00'
               DISPLAY 'ZET159 - NO SE PUDO ABRIR WAFTC600 - '
                   'FILE STATUS ' WS-FS-600
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE NOVEDADES
           OPEN INPUT LIQUIDADOS
           IF WS-FS-310 NOT = '00'
               DISPLAY 'ZET159 - NO SE PUDO ABRIR WAFTC310 - '
                   'FILE STATUS ' WS-FS-310
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE LIQUIDADOS
           OPEN INPUT DISPUTAS
           IF WS-FS-CTR NOT = '00'
               DISPLAY 'ZET159 - NO SE PUDO ABRIR CTRCFACT - '
                   'FILE STATUS ' WS-FS-CTR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE DISPUTAS

           SORT SORT-DIM
               ON ASCENDING KEY SD-DIM-NUMEST
               INPUT PROCEDURE IS 6000-EXTRAE-DIMENSION
               GIVING DIMENSION-ORD

           SORT SORT-VTA
               ON ASCENDING KEY SD-VTA-NRO-EST
               INPUT PROCEDURE IS 6100-EXTRAE-VENTAS
               GIVING VENTAS-ORD

           SORT SORT-CBK
               ON ASCENDING KEY SD-CBK-NUMEST
               INPUT PROCEDURE IS 6200-EXTRAE-DISPUTAS
               GIVING DISPUTAS-ORD

           OPEN INPUT  DIMENSION-ORD
           OPEN INPUT  VENTAS-ORD
           OPEN INPUT  DISPUTAS-ORD
           OPEN OUTPUT ESTABLEC-MES

           PERFORM 2100-LEER-DIMENSION THRU 2100-EXIT
           PERFORM 2200-LEER-VENTA THRU 2200-EXIT
           PERFORM 2300-LEER-DISPUTA THRU 2300-EXIT
           .

       1100-APLICA-PARAMETROS.
           IF PARM-CBK-PERIODO IS NUMERIC
               AND PARM-CBK-PERIODO > 0
               MOVE PARM-CBK-PERIODO TO WS-PERIODO-NUM
           END-IF
           IF PARM-CBK-RATIO-CANT IS NUMERIC
               AND PARM-CBK-RATIO-CANT > 0
               COMPUTE WS-RATIO-CANT-MAX = PARM-CBK-RATIO-CANT / 100
           END-IF
           IF PARM-CBK-RATIO-IMP IS NUMERIC
               AND PARM-CBK-RATIO-IMP > 0
               COMPUTE WS-RATIO-IMP-MAX = PARM-CBK-RATIO-IMP / 100
           END-IF
           IF PARM-CBK-MIN-CANT IS NUMERIC
               AND PARM-CBK-MIN-CANT > 0
               MOVE PARM-CBK-MIN-CANT TO WS-MIN-CANT
           END-IF
           IF PARM-CBK-MESES-SALIDA IS NUMERIC
               AND PARM-CBK-MESES-SALIDA > 0
               MOVE PARM-CBK-MESES-SALIDA TO WS-MESES-SALIDA
           END-IF
           .

       2100-LEER-DIMENSION.
           READ DIMENSION-ORD
               AT END
                   MOVE 9999999999 TO WS-CLAVE-DIM
               NOT AT END
                   MOVE ORD-DIM-NUMEST TO WS-CLAVE-DIM
           END-READ
           .
       2100-EXIT.
           EXIT.

       2200-LEER-VENTA.
           READ VENTAS-ORD
               AT END
                   MOVE 9999999999 TO WS-CLAVE-VTA
               NOT AT END
                   MOVE ORD-VTA-NRO-EST TO WS-CLAVE-VTA
           END-READ
           .
       2200-EXIT.
           EXIT.

       2300-LEER-DISPUTA.
           READ DISPUTAS-ORD
               AT END
                   MOVE 9999999999 TO WS-CLAVE-CBK
               NOT AT END
                   MOVE ORD-CBK-NUMEST TO WS-CLAVE-CBK
           END-READ
           .
       2300-EXIT.
           EXIT.

      ******************************************************************
      *  3000-PROCESAR-ESTABLEC  -  APAREO POR ESTABLECIMIENTO DE LA   *
      *  DIMENSION, LAS VENTAS Y LAS DISPUTAS DEL MES                  *
      ******************************************************************
       3000-PROCESAR-ESTABLEC.
           MOVE WS-CLAVE-DIM TO WS-CLAVE-EST
           IF WS-CLAVE-VTA < WS-CLAVE-EST
               MOVE WS-CLAVE-VTA TO WS-CLAVE-EST
           END-IF
           IF WS-CLAVE-CBK < WS-CLAVE-EST
               MOVE WS-CLAVE-CBK TO WS-CLAVE-EST
           END-IF

           INITIALIZE WS-ESTABLECIMIENTO
           PERFORM 3100-ACUM-DIMENSION THRU 3100-EXIT
               UNTIL WS-CLAVE-DIM NOT = WS-CLAVE-EST
           PERFORM 3200-ACUM-VENTA THRU 3200-EXIT
               UNTIL WS-CLAVE-VTA NOT = WS-CLAVE-EST
           PERFORM 3300-ACUM-DISPUTA THRU 3300-EXIT
               UNTIL WS-CLAVE-CBK NOT = WS-CLAVE-EST

           IF WS-EST-CANT-VENTAS = ZERO
               AND WS-EST-CANT-CBK = ZERO
               GO TO 3000-EXIT
           END-IF

      * LA CADENA SE AGRUPA POR CUIT; SIN CUIT EL ESTABLECIMIENTO
      * ES SU PROPIA UNIDAD
           MOVE SPACES TO EST-REGISTRO
           IF WS-EST-CUIT = SPACES OR WS-EST-CUIT = ZEROS
               MOVE 'E'          TO EST-UNIDAD
               MOVE WS-CLAVE-EST TO EST-UNIDAD(2:10)
           ELSE
               MOVE WS-EST-CUIT  TO EST-UNIDAD
           END-IF
           MOVE WS-CLAVE-EST       TO EST-NUMEST
           MOVE WS-EST-RUBRO       TO EST-RUBRO
           MOVE WS-EST-CODGEO      TO EST-CODGEO
           MOVE WS-EST-CANT-VENTAS TO EST-CANT-VENTAS
           MOVE WS-EST-IMP-VENTAS  TO EST-IMP-VENTAS
           MOVE WS-EST-CANT-CBK    TO EST-CANT-CBK
           MOVE WS-EST-IMP-CBK     TO EST-IMP-CBK
           WRITE EST-REGISTRO
           ADD 1 TO WS-CANT-ESTABLEC
           .
       3000-EXIT.
           EXIT.

       3100-ACUM-DIMENSION.
           IF ORD-DIM-CUIT NOT = SPACES
               MOVE ORD-DIM-CUIT TO WS-EST-CUIT
           END-IF
           IF ORD-DIM-RUBRO NOT = ZERO
               MOVE ORD-DIM-RUBRO TO WS-EST-RUBRO
           END-IF
           IF ORD-DIM-CODGEO NOT = ZERO
               MOVE ORD-DIM-CODGEO TO WS-EST-CODGEO
           END-IF
           PERFORM 2100-LEER-DIMENSION THRU 2100-EXIT
           .
       3100-EXIT.
           EXIT.

       3200-ACUM-VENTA.
           ADD 1 TO WS-EST-CANT-VENTAS
           ADD ORD-VTA-IMPORTE TO WS-EST-IMP-VENTAS
           PERFORM 2200-LEER-VENTA THRU 2200-EXIT
           .
       3200-EXIT.
           EXIT.

       3300-ACUM-DISPUTA.
           ADD 1 TO WS-EST-CANT-CBK
           ADD ORD-CBK-IMPORTE TO WS-EST-IMP-CBK
           PERFORM 2300-LEER-DISPUTA THRU 2300-EXIT
           .
       3300-EXIT.
           EXIT.

      ******************************************************************
      *  4000-ORDENA-UNIDADES  -  ORDENA LOS ESTABLECIMIENTOS DEL MES  *
      *  POR UNIDAD Y ABRE EL APAREO CONTRA EL ESTADO ANTERIOR         *
      ******************************************************************
       4000-ORDENA-UNIDADES.
           CLOSE DIMENSION-ORD
           CLOSE VENTAS-ORD
           CLOSE DISPUTAS-ORD
           CLOSE ESTABLEC-MES

           SORT SORT-UNI
               ON ASCENDING KEY SD-UNI-UNIDAD
               ON ASCENDING KEY SD-UNI-NUMEST
               USING ESTABLEC-MES
               GIVING UNIDADES-ORD

           OPEN INPUT  UNIDADES-ORD
           OPEN INPUT  ESTADO-ANT
           IF WS-FS-EST NOT = '00'
               DISPLAY 'ZET159 - SIN ESTADO CBESTADO ANTERIOR - '
                   'SE TOMA COMO PRIMER MES'
               MOVE HIGH-VALUES TO WS-CLAVE-ESTA
           ELSE
               PERFORM 2500-LEER-ESTADO THRU 2500-EXIT
           END-IF
           OPEN OUTPUT ESTADO-NVO
           OPEN OUTPUT VIGILANCIA-SAL
           OPEN EXTEND MOVIMIENTOS-SAL
           OPEN EXTEND HISTORIA-SAL
           OPEN OUTPUT REPORTE-CBK

           MOVE 'MONITOREO DE CONTRACARGOS POR COMERCIO - PERIODO '
               TO LINEA-REPORTE
           MOVE WS-PERIODO-NUM TO LINEA-REPORTE(51:6)
           WRITE LINEA-REPORTE
           MOVE '  UNIDAD         RUBRO  CONTRAC.  RATIO-CANT'
               TO LINEA-REPORTE
           MOVE 'RATIO-IMP  MESES' TO LINEA-REPORTE(47:16)
           WRITE LINEA-REPORTE

           PERFORM 2400-LEER-UNIDAD THRU 2400-EXIT
           .

       2400-LEER-UNIDAD.
           READ UNIDADES-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-UNI
               NOT AT END
                   MOVE UNI-UNIDAD TO WS-CLAVE-UNI
           END-READ
           .
       2400-EXIT.
           EXIT.

       2500-LEER-ESTADO.
           READ ESTADO-ANT
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-ESTA
               NOT AT END
                   MOVE ESTA-UNIDAD TO WS-CLAVE-ESTA
           END-READ
           .
       2500-EXIT.
           EXIT.

      ******************************************************************
      *  5000-PROCESAR-UNIDAD  -  RATIOS DEL MES DE LA UNIDAD Y        *
      *  TRANSICION DE SU ESTADO DE VIGILANCIA                         *
      ******************************************************************
       5000-PROCESAR-UNIDAD.
           IF WS-CLAVE-UNI < WS-CLAVE-ESTA
               MOVE WS-CLAVE-UNI TO WS-CLAVE-UNIDAD
           ELSE
               MOVE WS-CLAVE-ESTA TO WS-CLAVE-UNIDAD
           END-IF

           INITIALIZE WS-UNIDAD
           PERFORM 5100-ACUM-UNIDAD THRU 5100-EXIT
               UNTIL WS-CLAVE-UNI NOT = WS-CLAVE-UNIDAD

      * ESTADO DE PARTIDA: EL DEL MES ANTERIOR O UNO LIMPIO
           MOVE SPACES TO ESTN-REGISTRO
           MOVE WS-CLAVE-UNIDAD TO ESTN-UNIDAD
           MOVE ZERO TO ESTN-MESES-SOBRE
           MOVE ZERO TO ESTN-MESES-BAJO
           MOVE 'N'  TO ESTN-EN-VIGILANCIA
           MOVE ZERO TO ESTN-PERIODO-ALTA
           MOVE WS-UNI-RUBRO  TO ESTN-RUBRO
           MOVE WS-UNI-CODGEO TO ESTN-CODGEO
           IF WS-CLAVE-ESTA = WS-CLAVE-UNIDAD
               MOVE ESTA-MESES-SOBRE   TO ESTN-MESES-SOBRE
               MOVE ESTA-MESES-BAJO    TO ESTN-MESES-BAJO
               MOVE ESTA-EN-VIGILANCIA TO ESTN-EN-VIGILANCIA
               MOVE ESTA-PERIODO-ALTA  TO ESTN-PERIODO-ALTA
               IF WS-UNI-CANT-ESTABLEC = ZERO
                   MOVE ESTA-RUBRO  TO ESTN-RUBRO
                   MOVE ESTA-CODGEO TO ESTN-CODGEO
               END-IF
               PERFORM 2500-LEER-ESTADO THRU 2500-EXIT
           END-IF
           MOVE WS-PERIODO-NUM TO ESTN-PERIODO-ULT

           PERFORM 5200-EVALUA-UMBRAL THRU 5200-EXIT
           PERFORM 5300-TRANSICION THRU 5300-EXIT

           IF WS-UNI-CANT-ESTABLEC > ZERO
               PERFORM 5400-GRABA-HISTORIA THRU 5400-EXIT
           END-IF
           IF ESTN-VIGILADO
               PERFORM 5500-GRABA-VIGILANCIA THRU 5500-EXIT
           END-IF

      * UNA UNIDAD SIN MOVIMIENTO, FUERA DE VIGILANCIA Y SIN RACHA
      * ABIERTA NO NECESITA ARRASTRARSE
           IF ESTN-VIGILADO OR ESTN-MESES-SOBRE > ZERO
               WRITE ESTN-REGISTRO
           END-IF
           .
       5000-EXIT.
           EXIT.

       5100-ACUM-UNIDAD.
           ADD 1 TO WS-UNI-CANT-ESTABLEC
           IF WS-UNI-CANT-ESTABLEC = 1
               MOVE UNI-RUBRO  TO WS-UNI-RUBRO
               MOVE UNI-CODGEO TO WS-UNI-CODGEO
           END-IF
           ADD UNI-CANT-VENTAS TO WS-UNI-CANT-VENTAS
           ADD UNI-IMP-VENTAS  TO WS-UNI-IMP-VENTAS
           ADD UNI-CANT-CBK    TO WS-UNI-CANT-CBK
           ADD UNI-IMP-CBK     TO WS-UNI-IMP-CBK
           PERFORM 2400-LEER-UNIDAD THRU 2400-EXIT
           .
       5100-EXIT.
           EXIT.

      * RATIOS EN PORCENTAJE.  SIN VENTAS Y CON CONTRACARGOS EL RATIO
      * SE TOMA AL TOPE
       5200-EVALUA-UMBRAL.
           MOVE 'N' TO WS-SW-SOBRE
           IF WS-UNI-CANT-VENTAS > ZERO
               COMPUTE WS-UNI-RATIO-CANT ROUNDED =
                   WS-UNI-CANT-CBK * 100 / WS-UNI-CANT-VENTAS
                   ON SIZE ERROR MOVE 999.9999 TO WS-UNI-RATIO-CANT
               END-COMPUTE
           ELSE
               IF WS-UNI-CANT-CBK > ZERO
                   MOVE 999.9999 TO WS-UNI-RATIO-CANT
               END-IF
           END-IF
           IF WS-UNI-IMP-VENTAS > ZERO
               COMPUTE WS-UNI-RATIO-IMP ROUNDED =
                   WS-UNI-IMP-CBK * 100 / WS-UNI-IMP-VENTAS
                   ON SIZE ERROR MOVE 999.9999 TO WS-UNI-RATIO-IMP
               END-COMPUTE
           ELSE
               IF WS-UNI-IMP-CBK > ZERO
                   MOVE 999.9999 TO WS-UNI-RATIO-IMP
               END-IF
           END-IF

           IF WS-UNI-CANT-CBK NOT < WS-MIN-CANT
               AND (WS-UNI-RATIO-CANT > WS-RATIO-CANT-MAX
                 OR WS-UNI-RATIO-IMP > WS-RATIO-IMP-MAX)
               SET SOBRE-UMBRAL TO TRUE
               ADD 1 TO WS-CANT-SOBRE
           END-IF
           .
       5200-EXIT.
           EXIT.

      * ENTRA CON DOS MESES SEGUIDOS SOBRE UMBRAL; SALE CON LOS MESES
      * SEGUIDOS BAJO UMBRAL QUE PIDE LA TARJETA
       5300-TRANSICION.
           IF SOBRE-UMBRAL
               IF ESTN-MESES-SOBRE < 99
                   ADD 1 TO ESTN-MESES-SOBRE
               END-IF
               MOVE ZERO TO ESTN-MESES-BAJO
           ELSE
               MOVE ZERO TO ESTN-MESES-SOBRE
               IF ESTN-VIGILADO AND ESTN-MESES-BAJO < 99
                   ADD 1 TO ESTN-MESES-BAJO
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN NOT ESTN-VIGILADO
                   AND ESTN-MESES-SOBRE NOT < WS-MESES-ENTRADA
                   SET ESTN-VIGILADO TO TRUE
                   MOVE WS-PERIODO-NUM TO ESTN-PERIODO-ALTA
                   MOVE ZERO TO ESTN-MESES-BAJO
                   MOVE 'A' TO CBMOV-TIPO
                   ADD 1 TO WS-CANT-ALTAS
                   MOVE 'ALTA EN VIGILANCIA  ' TO WSL-LEYENDA
                   PERFORM 5600-GRABA-MOVIMIENTO THRU 5600-EXIT
               WHEN ESTN-VIGILADO
                   AND ESTN-MESES-BAJO NOT < WS-MESES-SALIDA
                   MOVE 'B' TO CBMOV-TIPO
                   ADD 1 TO WS-CANT-BAJAS
                   MOVE 'BAJA DE VIGILANCIA  ' TO WSL-LEYENDA
                   PERFORM 5600-GRABA-MOVIMIENTO THRU 5600-EXIT
                   MOVE 'N' TO ESTN-EN-VIGILANCIA
                   MOVE ZERO TO ESTN-PERIODO-ALTA
                   MOVE ZERO TO ESTN-MESES-BAJO
               WHEN ESTN-VIGILADO
                   MOVE 'EN VIGILANCIA       ' TO WSL-LEYENDA
                   PERFORM 5700-LINEA-REPORTE THRU 5700-EXIT
               WHEN SOBRE-UMBRAL
                   MOVE 'SOBRE UMBRAL        ' TO WSL-LEYENDA
                   PERFORM 5700-LINEA-REPORTE THRU 5700-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       5300-EXIT.
           EXIT.

       5400-GRABA-HISTORIA.
           MOVE SPACES TO CBHIS-REGISTRO
           MOVE WS-CLAVE-UNIDAD    TO CBHIS-UNIDAD
           MOVE WS-PERIODO-NUM     TO CBHIS-PERIODO
           MOVE WS-UNI-CANT-VENTAS TO CBHIS-CANT-VENTAS
           MOVE WS-UNI-IMP-VENTAS  TO CBHIS-IMP-VENTAS
           MOVE WS-UNI-CANT-CBK    TO CBHIS-CANT-CBK
           MOVE WS-UNI-IMP-CBK     TO CBHIS-IMP-CBK
           MOVE WS-UNI-RATIO-CANT  TO CBHIS-RATIO-CANT
           MOVE WS-UNI-RATIO-IMP   TO CBHIS-RATIO-IMP
           MOVE WS-SW-SOBRE        TO CBHIS-SOBRE-UMBRAL
           WRITE CBHIS-REGISTRO
           ADD 1 TO WS-CANT-UNIDADES
           .
       5400-EXIT.
           EXIT.

       5500-GRABA-VIGILANCIA.
           MOVE SPACES TO CBVIG-REGISTRO
           MOVE WS-CLAVE-UNIDAD      TO CBVIG-UNIDAD
           MOVE WS-PERIODO-NUM       TO CBVIG-PERIODO
           MOVE ESTN-PERIODO-ALTA    TO CBVIG-PERIODO-ALTA
           MOVE ESTN-MESES-SOBRE     TO CBVIG-MESES-SOBRE
           MOVE ESTN-MESES-BAJO      TO CBVIG-MESES-BAJO
           MOVE WS-UNI-CANT-ESTABLEC TO CBVIG-CANT-ESTABLEC
           MOVE ESTN-RUBRO           TO CBVIG-RUBRO
           MOVE ESTN-CODGEO          TO CBVIG-CODGEO
           MOVE WS-UNI-CANT-VENTAS   TO CBVIG-CANT-VENTAS
           MOVE WS-UNI-IMP-VENTAS    TO CBVIG-IMP-VENTAS
           MOVE WS-UNI-CANT-CBK      TO CBVIG-CANT-CBK
           MOVE WS-UNI-IMP-CBK       TO CBVIG-IMP-CBK
           MOVE WS-UNI-RATIO-CANT    TO CBVIG-RATIO-CANT
           MOVE WS-UNI-RATIO-IMP     TO CBVIG-RATIO-IMP
           WRITE CBVIG-REGISTRO
           ADD 1 TO WS-CANT-VIGILADAS
           .
       5500-EXIT.
           EXIT.

      * EL TIPO DE MOVIMIENTO VIENE CARGADO POR EL LLAMADOR
       5600-GRABA-MOVIMIENTO.
           MOVE WS-CLAVE-UNIDAD   TO CBMOV-UNIDAD
           MOVE WS-PERIODO-NUM    TO CBMOV-PERIODO
           MOVE ESTN-PERIODO-ALTA TO CBMOV-PERIODO-ALTA
           MOVE ESTN-RUBRO        TO CBMOV-RUBRO
           MOVE ESTN-CODGEO       TO CBMOV-CODGEO
           MOVE WS-FECHA-PROCESO  TO CBMOV-FEC-PROCESO
           MOVE SPACES TO CBMOV-REGISTRO(44:7)
           WRITE CBMOV-REGISTRO
           PERFORM 5700-LINEA-REPORTE THRU 5700-EXIT
           .
       5600-EXIT.
           EXIT.

       5700-LINEA-REPORTE.
           MOVE WS-CLAVE-UNIDAD   TO WSL-UNIDAD
           MOVE ESTN-RUBRO        TO WSL-RUBRO
           MOVE WS-UNI-CANT-CBK   TO WSL-CANT-CBK
           MOVE WS-UNI-RATIO-CANT TO WSL-RATIO-CANT
           MOVE WS-UNI-RATIO-IMP  TO WSL-RATIO-IMP
           IF ESTN-MESES-SOBRE > ZERO
               MOVE ESTN-MESES-SOBRE TO WSL-MESES
           ELSE
               MOVE ESTN-MESES-BAJO  TO WSL-MESES
           END-IF
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       5700-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  CIERRE DE ARCHIVOS, RUNLOG Y RESUMEN        *
      ******************************************************************
       9000-FINALIZE.
           CLOSE UNIDADES-ORD
           CLOSE ESTADO-ANT
           CLOSE ESTADO-NVO
           CLOSE VIGILANCIA-SAL
           CLOSE MOVIMIENTOS-SAL
           CLOSE HISTORIA-SAL
           CLOSE REPORTE-CBK
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET159' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-ESTABLEC TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-VIGILADAS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET159 - MONITOREO DE CONTRACARGOS POR COMERCIO'
           DISPLAY 'PERIODO MONITOREADO  . . . : ' WS-PERIODO-NUM
           DISPLAY 'EVENTOS WAFTC600 LEIDOS  . : ' WS-CANT-EVENTOS
           DISPLAY 'LIQUIDADOS WAFTC310 LEIDOS : ' WS-CANT-LIQUIDADOS
           DISPLAY 'DISPUTAS DEL PERIODO . . . : ' WS-CANT-DISPUTAS-MES
           DISPLAY 'ESTABLECIMIENTOS DEL MES . : ' WS-CANT-ESTABLEC
           DISPLAY 'UNIDADES CON MOVIMIENTO  . : ' WS-CANT-UNIDADES
           DISPLAY 'UNIDADES SOBRE UMBRAL  . . : ' WS-CANT-SOBRE
           DISPLAY 'ALTAS EN VIGILANCIA  . . . : ' WS-CANT-ALTAS
           DISPLAY 'BAJAS DE VIGILANCIA  . . . : ' WS-CANT-BAJAS
           DISPLAY 'UNIDADES EN VIGILANCIA . . : ' WS-CANT-VIGILADAS
           .

      ******************************************************************
      *  6000/6100/6200  -  EXTRACCION PARA LOS SORT POR               *
      *  ESTABLECIMIENTO: DIMENSION DESDE WAFTC600, VENTAS DEL MES     *
      *  DESDE WAFTC310 Y DISPUTAS ABIERTAS EN EL MES DESDE CTRCFACT   *
      ******************************************************************
       6000-EXTRAE-DIMENSION SECTION.
           OPEN INPUT NOVEDADES
           PERFORM 6010-SUELTA-DIMENSION THRU 6010-EXIT
               UNTIL EOF-NOVEDADES
           CLOSE NOVEDADES
           GO TO 6000-FIN
           .

       6010-SUELTA-DIMENSION.
           READ NOVEDADES
               AT END
                   SET EOF-NOVEDADES TO TRUE
                   GO TO 6010-EXIT
           END-READ
           ADD 1 TO WS-CANT-EVENTOS
           IF NUMEST OF FD-NOVEDAD = ZERO
               GO TO 6010-EXIT
           END-IF
           MOVE NUMEST OF FD-NOVEDAD     TO SD-DIM-NUMEST
           MOVE CUIT-ESTAB OF FD-NOVEDAD TO SD-DIM-CUIT
           MOVE RUBRO OF FD-NOVEDAD      TO SD-DIM-RUBRO
           MOVE CODGEO-EST OF FD-NOVEDAD TO SD-DIM-CODGEO
           RELEASE SD-DIM
           .
       6010-EXIT.
           EXIT.
       6000-FIN.
           EXIT.


      * VENTAS DEL PERIODO: PRESENTADAS EN EL MES Y NO REVERSADAS,
      * CON LA MISMA CONVENCION DE SIGNO QUE ZET060
       6100-EXTRAE-VENTAS SECTION.
           OPEN INPUT LIQUIDADOS
           PERFORM 6110-SUELTA-VENTA THRU 6110-EXIT
               UNTIL EOF-LIQUIDADOS
           CLOSE LIQUIDADOS
           GO TO 6100-FIN
           .

       6110-SUELTA-VENTA.
           READ LIQUIDADOS
               AT END
                   SET EOF-LIQUIDADOS TO TRUE
                   GO TO 6110-EXIT
           END-READ
           ADD 1 TO WS-CANT-LIQUIDADOS
           IF FEC-PRES-AAMMDD OF FD-LIQUIDADO(1:4)
                   NOT = WS-PERIODO-AAMM
               OR REVERSO OF FD-LIQUIDADO = 'S'
               GO TO 6110-EXIT
           END-IF
           MOVE IMPORTE OF FD-LIQUIDADO TO WS-IMPORTE-NETO
           IF SIGNO OF FD-LIQUIDADO = '-'
               GO TO 6110-EXIT
           END-IF
           MOVE NRO-EST OF FD-LIQUIDADO TO SD-VTA-NRO-EST
           MOVE WS-IMPORTE-NETO         TO SD-VTA-IMPORTE
           RELEASE SD-VTA
           .
       6110-EXIT.
           EXIT.
       6100-FIN.
           EXIT.


       6200-EXTRAE-DISPUTAS SECTION.
           OPEN INPUT DISPUTAS
           PERFORM 6210-SUELTA-DISPUTA THRU 6210-EXIT
               UNTIL EOF-DISPUTAS
           CLOSE DISPUTAS
           GO TO 6200-FIN
           .

       6210-SUELTA-DISPUTA.
           READ DISPUTAS
               AT END
                   SET EOF-DISPUTAS TO TRUE
                   GO TO 6210-EXIT
           END-READ
           IF CTRC-FEC-PRIMER-EVT(1:6) NOT = WS-PERIODO
               OR CTRC-NUMEST = ZERO
               GO TO 6210-EXIT
           END-IF
           ADD 1 TO WS-CANT-DISPUTAS-MES
           MOVE CTRC-NUMEST TO SD-CBK-NUMEST
           IF CTRC-IMPORTE-ULT < ZERO
               COMPUTE SD-CBK-IMPORTE = ZERO - CTRC-IMPORTE-ULT
           ELSE
               MOVE CTRC-IMPORTE-ULT TO SD-CBK-IMPORTE
           END-IF
           RELEASE SD-CBK
           .
       6210-EXIT.
           EXIT.
       6200-FIN.
           EXIT.
