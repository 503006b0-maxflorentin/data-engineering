      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET168                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - TRIAD                       *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : BACKTEST DE DISCRIMINACION DE LOS SCORES DE      *
      *               COMPORTAMIENTO DE TRIAD.  GUARDA EN UN HISTORICO *
      *               POR GENERACIONES (SCRHIST -> SCRHISTN, COMO      *
      *               MORAHIST EN ZET062) EL SCORE ALINEADO QUE TRIAD  *
      *               USO EN CADA CICLO PARA CADA CUENTA, POR TIPO DE  *
      *               SCORE (TRFRRSO SO-SCORE-TYPE) Y POR PRODUCTO     *
      *               (TRFRRUT).  CADA MES MARCA COMO MALAS LAS FILAS  *
      *               CUYA CUENTA ESTA EN MORA (WASDO20 ULT-MES-MORA-  *
      *               NM DESDE EL BUCKET CONFIGURADO) O CUYO CLIENTE   *
      *               ESTA EN SITUACION 3 O PEOR (IBEC3070 COD-        *
      *               SITUIRRE), Y A LOS 6 Y 12 MESES DEL SCORE        *
      *               CALCULA POR TIPO DE SCORE EL KS, EL GINI Y LA    *
      *               TASA DE MALOS POR BANDA DE SCORE.  LOS           *
      *               RESULTADOS SE APENDIZAN EN SCRBTHI, QUE ES EL    *
      *               HISTORICO DEL QUE SALE EL PAQUETE TRIMESTRAL DE  *
      *               VALIDACION DE RIESGO DE MODELOS.                 *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET168.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - TRIAD.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORES-SO      ASSIGN TO TRFRRSO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SO.

           SELECT SCORES-UT      ASSIGN TO TRFRRUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-UT.

           SELECT CUENTAS-O20    ASSIGN TO WASDO20
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-O20.

           SELECT CLIENTES       ASSIGN TO IBEC3070
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.

           SELECT PARAMETROS     ASSIGN TO PARMSCB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT SORT-MAL       ASSIGN TO SRTSCBA.
           SELECT MALOS-ORD      ASSIGN TO WSCBMAL
               ORGANIZATION IS SEQUENTIAL.

           SELECT HIST-ANT       ASSIGN TO SCRHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HIS.

           SELECT HIST-NVO       ASSIGN TO SCRHISTN
               ORGANIZATION IS SEQUENTIAL.

           SELECT BACKTEST-SAL   ASSIGN TO SCRBTHI
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORES-SO
           RECORDING MODE IS F.
       01  FD-SO.
           COPY "trfrrso.cob".

       FD  SCORES-UT
           RECORDING MODE IS F.
       01  FD-UT.
           COPY "../trfrrut/trfrrut.cob".

       FD  CUENTAS-O20
           RECORDING MODE IS F.
           COPY "../../../cupones/wasdo20/wasdo20.cob".

       FD  CLIENTES
           RECORDING MODE IS F.
       01  FD-CLIENTE.
           COPY "../../../garra/fact/clientes_en_mora/IBEC3070.cob"
               REPLACING ==:IBEC3070:== BY ==IBEC3070==.

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-SCB-REGISTRO.
      *        BUCKET DE ULT-MES-MORA-NM DESDE EL QUE LA CUENTA ES MALA
           05  PARM-SCB-BUCKET-MALO   PIC 9(01).
      *        COD-SITUIRRE DESDE EL QUE EL CLIENTE ES MALO
           05  PARM-SCB-SITU-MALA     PIC 9(02).
      *        ANCHO DE LA BANDA DE SCORE EN PUNTOS
           05  PARM-SCB-ANCHO-BANDA   PIC 9(04).
      *        PERIODO DE PROCESO AAAAMM (SI NO, EL DE LA FECHA)
           05  PARM-SCB-PERIODO       PIC 9(06).
           05  PARM-SCB-FILLER        PIC X(07).

      * CLAVES MALAS DEL MES: C + CUENTA WASDO20 / P + NUP IBEC3070
       SD  SORT-MAL.
       01  SD-MAL-REGISTRO.
           05  S-MAL-CLAVE.
               10  S-MAL-TIPO         PIC X(01).
               10  S-MAL-ID           PIC X(20).
           05  FILLER                 PIC X(03).

       FD  MALOS-ORD
           RECORDING MODE IS F.
       01  W-MAL-REGISTRO.
           05  W-MAL-CLAVE            PIC X(21).
           05  FILLER                 PIC X(03).

      * UNA FILA POR CUENTA, TIPO DE SCORE Y CICLO DE SCORE
       FD  HIST-ANT
           RECORDING MODE IS F.
       01  HIST-REGISTRO.
           05  HIST-PERIODO           PIC 9(06).
      *        O = TRFRRSO (TIPO = SO-SCORE-TYPE)
      *        U = TRFRRUT (TIPO = PRODUCTO CA/RV/LN/MG/DP)
           05  HIST-ORIGEN            PIC X(01).
           05  HIST-TIPO-SCORE        PIC X(02).
           05  HIST-CUENTA            PIC X(20).
           05  HIST-NUP               PIC X(08).
           05  HIST-SCORE             PIC S9(07).
      *        S = YA ERA MALA AL SCOREAR, NO ENTRA AL BACKTEST
           05  HIST-MALO-INI          PIC X(01).
           05  HIST-MALO-06           PIC X(01).
           05  HIST-MALO-12           PIC X(01).
           05  FILLER                 PIC X(03).

       FD  HIST-NVO
           RECORDING MODE IS F.
       01  HISTN-REGISTRO.
           05  HISTN-PERIODO          PIC 9(06).
           05  HISTN-ORIGEN           PIC X(01).
           05  HISTN-TIPO-SCORE       PIC X(02).
           05  HISTN-CUENTA           PIC X(20).
           05  HISTN-NUP              PIC X(08).
           05  HISTN-SCORE            PIC S9(07).
           05  HISTN-MALO-INI         PIC X(01).
           05  HISTN-MALO-06          PIC X(01).
           05  HISTN-MALO-12          PIC X(01).
           05  FILLER                 PIC X(03).

       FD  BACKTEST-SAL
           RECORDING MODE IS F.
       01  SCRBTHI-REGISTRO.
      *        B = BANDA DE SCORE / R = RESUMEN DEL TIPO DE SCORE
           05  SCRBTHI-TIPO-REG       PIC X(01).
           05  SCRBTHI-PERIODO-EVAL   PIC 9(06).
           05  SCRBTHI-PERIODO-SCORE  PIC 9(06).
           05  SCRBTHI-VENTANA        PIC 9(02).
           05  SCRBTHI-ORIGEN         PIC X(01).
           05  SCRBTHI-TIPO-SCORE     PIC X(02).
           05  SCRBTHI-BANDA          PIC 9(02).
           05  SCRBTHI-SCORE-DESDE    PIC S9(07).
           05  SCRBTHI-SCORE-HASTA    PIC S9(07).
           05  SCRBTHI-CANT           PIC 9(09).
           05  SCRBTHI-MALOS          PIC 9(09).
      *        PORCENTAJES
           05  SCRBTHI-TASA-MALOS     PIC 9(03)V9(04).
           05  SCRBTHI-KS             PIC 9(03)V9(04).
           05  SCRBTHI-GINI           PIC 9(03)V9(04).
           05  FILLER                 PIC X(07).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
           COPY "../trfrrcc/triadrlk.cob"
               REPLACING ==:TRIADRK:== BY ==TRIADRK==.

       77  WS-MAX-MALOS              PIC 9(07) COMP VALUE 500000.
       77  WS-CANT-BANDAS            PIC 9(02) COMP VALUE 20.

      * PARAMETROS (PARMSCB LOS REEMPLAZA SI VIENE INFORMADO)
       01  WS-BUCKET-MALO            PIC 9(01) VALUE 3.
       01  WS-SITU-MALA              PIC 9(02) VALUE 3.
       01  WS-ANCHO-BANDA            PIC 9(04) VALUE 50.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-PERIODO-PROCESO        PIC 9(06).
       01  WS-PERIODO-PROCESO-R REDEFINES WS-PERIODO-PROCESO.
           05  WS-ANIO-PROCESO       PIC 9(04).
           05  WS-MES-PROCESO        PIC 9(02).
       01  WS-PERIODO-FILA           PIC 9(06).
       01  WS-PERIODO-FILA-R REDEFINES WS-PERIODO-FILA.
           05  WS-ANIO-FILA          PIC 9(04).
           05  WS-MES-FILA           PIC 9(02).
       01  WS-MESES-PROCESO          PIC S9(07) COMP.
       01  WS-MESES-FILA             PIC S9(07) COMP.
       01  WS-ANTIGUEDAD             PIC S9(07) COMP.
       01  WS-ANIO-CALC              PIC 9(04).
       01  WS-MES-CALC               PIC 9(02).

       01  WS-FS-SO                  PIC XX.
           88  FS-SO-ERROR-LECTURA      VALUE '01' THRU '99'.
       01  WS-FS-UT                  PIC XX.
           88  FS-UT-ERROR-LECTURA      VALUE '01' THRU '99'.
       01  WS-FS-O20                 PIC XX.
           88  FS-O20-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-CLI                 PIC XX.
           88  FS-CLI-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-PAR                 PIC XX.
       01  WS-FS-HIS                 PIC XX.
           88  FS-HIS-ERROR-LECTURA     VALUE '01' THRU '99'.

       01  WS-SWITCHES.
           05  WS-SW-EOF-SO          PIC X(01) VALUE 'N'.
               88  EOF-SCORES-SO         VALUE 'S'.
           05  WS-SW-EOF-UT          PIC X(01) VALUE 'N'.
               88  EOF-SCORES-UT         VALUE 'S'.
           05  WS-SW-EOF-O20         PIC X(01) VALUE 'N'.
               88  EOF-CUENTAS           VALUE 'S'.
           05  WS-SW-EOF-CLI         PIC X(01) VALUE 'N'.
               88  EOF-CLIENTES          VALUE 'S'.
           05  WS-SW-EOF-MAL         PIC X(01) VALUE 'N'.
               88  EOF-MALOS             VALUE 'S'.
           05  WS-SW-EOF-HIS         PIC X(01) VALUE 'N'.
               88  EOF-HISTORICO         VALUE 'S'.
           05  WS-SW-HAY-CLIENTES    PIC X(01) VALUE 'S'.
               88  HAY-CLIENTES          VALUE 'S'.
           05  WS-SW-HAY-HISTORICO   PIC X(01) VALUE 'S'.
               88  HAY-HISTORICO         VALUE 'S'.
           05  WS-SW-HAY-SCORES-UT   PIC X(01) VALUE 'S'.
               88  HAY-SCORES-UT         VALUE 'S'.
           05  WS-SW-MALO            PIC X(01) VALUE 'N'.
               88  ES-MALO               VALUE 'S'.
           05  WS-SW-HALLADO         PIC X(01) VALUE 'N'.
               88  SCORE-HALLADO         VALUE 'S'.

      * CLAVES MALAS DEL MES, ORDENADAS PARA BUSCAR CON SEARCH ALL
       01  TABLA-MALOS.
           05  TB-MAL-CANT           PIC 9(07) COMP VALUE ZERO.
           05  TB-MAL-ENTRY OCCURS 1 TO 500000 TIMES
                   DEPENDING ON TB-MAL-CANT
                   ASCENDING KEY IS TB-MAL-CLAVE
                   INDEXED BY TB-MAL-IDX.
               10  TB-MAL-CLAVE      PIC X(21).

       01  WS-CLAVE-BUSCA.
           05  WS-CB-TIPO            PIC X(01).
           05  WS-CB-ID              PIC X(20).

      * ACUMULADORES POR TIPO DE SCORE, VENTANA (1 = 6 MESES,
      * 2 = 12 MESES) Y BANDA DE SCORE
       01  TABLA-TIPOS.
           05  TB-TIP-CANT           PIC 9(03) COMP VALUE ZERO.
           05  TB-TIP-ENTRY OCCURS 40 TIMES
                   INDEXED BY TB-TIP-IDX.
               10  TB-TIP-CLAVE.
                   15  TB-TIP-ORIGEN PIC X(01).
                   15  TB-TIP-TIPO   PIC X(02).
               10  TB-TIP-VENTANA OCCURS 2 TIMES.
                   15  TB-TIP-BANDA OCCURS 20 TIMES.
                       20  TB-TIP-CANT-FILAS PIC 9(09) COMP.
                       20  TB-TIP-CANT-MALOS PIC 9(09) COMP.

       01  WS-CLAVE-TIPO.
           05  WS-CT-ORIGEN          PIC X(01).
           05  WS-CT-TIPO            PIC X(02).
       01  WS-VENTANA                PIC 9(01) COMP.
       01  WS-IX-TIP                 PIC 9(03) COMP.
       01  WS-IX-VEN                 PIC 9(01) COMP.
       01  WS-IX-BAN                 PIC 9(02) COMP.
       01  WS-BANDA                  PIC S9(07) COMP.
       01  WS-SCORE                  PIC S9(07).
       01  WS-TIPO-EDIT              PIC 9(02).

      * FILA DE HISTORICO DEL CICLO VIGENTE
       01  WS-FILA-NUEVA.
           05  WS-FN-PERIODO         PIC 9(06).
           05  WS-FN-CUENTA          PIC X(20).
           05  WS-FN-NUP             PIC X(08).
           05  WS-FN-MALO-INI        PIC X(01).

      * CALCULO DE KS Y GINI SOBRE LAS BANDAS ACUMULADAS
       01  WS-TOT-FILAS              PIC 9(09) COMP.
       01  WS-TOT-MALOS              PIC 9(09) COMP.
       01  WS-TOT-BUENOS             PIC 9(09) COMP.
       01  WS-ACU-MALOS              PIC 9(09) COMP.
       01  WS-ACU-BUENOS             PIC 9(09) COMP.
       01  WS-FR-MALOS               PIC S9(01)V9(09) COMP-3.
       01  WS-FR-BUENOS              PIC S9(01)V9(09) COMP-3.
       01  WS-FR-MALOS-ANT           PIC S9(01)V9(09) COMP-3.
       01  WS-FR-BUENOS-ANT          PIC S9(01)V9(09) COMP-3.
       01  WS-DIF-KS                 PIC S9(01)V9(09) COMP-3.
       01  WS-KS                     PIC S9(01)V9(09) COMP-3.
       01  WS-AUC                    PIC S9(01)V9(09) COMP-3.
       01  WS-GINI                   PIC S9(01)V9(09) COMP-3.
       01  WS-KS-EDIT                PIC ZZ9,99.
       01  WS-GINI-EDIT              PIC ZZ9,99.

       01  WS-CONTADORES.
           05  WS-CANT-SO            PIC 9(09) COMP.
           05  WS-CANT-UT            PIC 9(09) COMP.
           05  WS-CANT-EXCLUIDOS     PIC 9(09) COMP.
           05  WS-CANT-CTAS-MALAS    PIC 9(09) COMP.
           05  WS-CANT-CLI-MALOS     PIC 9(09) COMP.
           05  WS-CANT-DESBORDE      PIC 9(09) COMP.
           05  WS-CANT-HIS-LEIDOS    PIC 9(09) COMP.
           05  WS-CANT-HIS-RECARGA   PIC 9(09) COMP.
           05  WS-CANT-HIS-VENCIDOS  PIC 9(09) COMP.
           05  WS-CANT-NUEVOS        PIC 9(09) COMP.
           05  WS-CANT-GRABADOS      PIC 9(09) COMP.
           05  WS-CANT-OBS-06        PIC 9(09) COMP.
           05  WS-CANT-OBS-12        PIC 9(09) COMP.
           05  WS-CANT-SIN-TIPO      PIC 9(09) COMP.
           05  WS-CANT-BACKTEST      PIC 9(09) COMP.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-PROCESA-HISTORIA THRU 3000-EXIT
               UNTIL EOF-HISTORICO
           PERFORM 4000-LEER-SCORE-SO THRU 4000-EXIT
               UNTIL EOF-SCORES-SO
           PERFORM 4500-LEER-SCORE-UT THRU 4500-EXIT
               UNTIL EOF-SCORES-UT
           PERFORM 8000-CALCULA-BACKTEST THRU 8000-EXIT
               VARYING WS-IX-TIP FROM 1 BY 1
                   UNTIL WS-IX-TIP > TB-TIP-CANT
               AFTER WS-IX-VEN FROM 1 BY 1
                   UNTIL WS-IX-VEN > 2
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  PARAMETROS, CLAVES MALAS DEL MES EN       *
      *  MEMORIA Y APERTURA DEL HISTORICO Y DE LOS SCORES DEL CICLO    *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO-PROCESO

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM 1050-TOMA-PARAMETROS THRU 1050-EXIT
               END-READ
               CLOSE PARAMETROS
           END-IF
           COMPUTE WS-MESES-PROCESO =
               WS-ANIO-PROCESO * 12 + WS-MES-PROCESO - 1

           OPEN INPUT SCORES-SO
           IF WS-FS-SO NOT = '00'
               DISPLAY 'ZET168 - NO SE PUDO ABRIR TRFRRSO - '
                   'FILE STATUS ' WS-FS-SO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE SCORES-SO
           OPEN INPUT CUENTAS-O20
           IF WS-FS-O20 NOT = '00'
               DISPLAY 'ZET168 - NO SE PUDO ABRIR WASDO20 - '
                   'FILE STATUS ' WS-FS-O20
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CUENTAS-O20
           OPEN INPUT CLIENTES
           IF WS-FS-CLI NOT = '00'
               DISPLAY 'ZET168 - SIN IBEC3070 - LOS MALOS SE '
                   'TOMAN SOLO POR MORA DE WASDO20'
               MOVE 'N' TO WS-SW-HAY-CLIENTES
           ELSE
               CLOSE CLIENTES
           END-IF

           SORT SORT-MAL
               ON ASCENDING KEY S-MAL-CLAVE
               INPUT PROCEDURE IS 1500-EXTRAE-MALOS
               GIVING MALOS-ORD

           OPEN INPUT MALOS-ORD
           PERFORM 1200-CARGA-MALOS THRU 1200-EXIT
               UNTIL EOF-MALOS
           CLOSE MALOS-ORD

           OPEN INPUT HIST-ANT
           IF WS-FS-HIS NOT = '00'
               DISPLAY 'ZET168 - SIN HISTORICO SCRHIST - SE '
                   'INICIA CON LOS SCORES DEL CICLO'
               MOVE 'N' TO WS-SW-HAY-HISTORICO
               SET EOF-HISTORICO TO TRUE
           ELSE
               PERFORM 2000-LEER-HISTORIA THRU 2000-EXIT
           END-IF

           OPEN INPUT SCORES-SO
           OPEN INPUT SCORES-UT
           IF WS-FS-UT NOT = '00'
               DISPLAY 'ZET168 - SIN TRFRRUT - SOLO SE GUARDAN '
                   'LOS SCORES DE TRFRRSO'
               MOVE 'N' TO WS-SW-HAY-SCORES-UT
               SET EOF-SCORES-UT TO TRUE
           END-IF

           OPEN OUTPUT HIST-NVO
           OPEN EXTEND BACKTEST-SAL
           .

       1050-TOMA-PARAMETROS.
           IF PARM-SCB-BUCKET-MALO IS NUMERIC
               AND PARM-SCB-BUCKET-MALO > 0
               MOVE PARM-SCB-BUCKET-MALO TO WS-BUCKET-MALO
           END-IF
           IF PARM-SCB-SITU-MALA IS NUMERIC
               AND PARM-SCB-SITU-MALA > 0
               MOVE PARM-SCB-SITU-MALA TO WS-SITU-MALA
           END-IF
           IF PARM-SCB-ANCHO-BANDA IS NUMERIC
               AND PARM-SCB-ANCHO-BANDA > 0
               MOVE PARM-SCB-ANCHO-BANDA TO WS-ANCHO-BANDA
           END-IF
           IF PARM-SCB-PERIODO IS NUMERIC
               AND PARM-SCB-PERIODO > 0
               MOVE PARM-SCB-PERIODO TO WS-PERIODO-PROCESO
           END-IF
           .
       1050-EXIT.
           EXIT.

       1200-CARGA-MALOS.
           READ MALOS-ORD
               AT END
                   SET EOF-MALOS TO TRUE
                   GO TO 1200-EXIT
           END-READ
           IF TB-MAL-CANT < WS-MAX-MALOS
               ADD 1 TO TB-MAL-CANT
               MOVE W-MAL-CLAVE TO TB-MAL-CLAVE(TB-MAL-CANT)
           ELSE
               ADD 1 TO WS-CANT-DESBORDE
           END-IF
           .
       1200-EXIT.
           EXIT.

       1500-EXTRAE-MALOS SECTION.
           OPEN INPUT CUENTAS-O20
           PERFORM 1510-LEER-CUENTA THRU 1510-EXIT
               UNTIL EOF-CUENTAS
           CLOSE CUENTAS-O20
           IF HAY-CLIENTES
               OPEN INPUT CLIENTES
               PERFORM 1520-LEER-CLIENTE THRU 1520-EXIT
                   UNTIL EOF-CLIENTES
               CLOSE CLIENTES
           END-IF
           GO TO 1500-FIN
           .

       1510-LEER-CUENTA.
           READ CUENTAS-O20
               AT END
                   SET EOF-CUENTAS TO TRUE
                   GO TO 1510-EXIT
           END-READ
           IF FS-O20-ERROR-LECTURA
               DISPLAY 'ZET168 - ERROR DE LECTURA '
                   'EN WASDO20 - FILE STATUS ' WS-FS-O20
               STOP RUN
           END-IF
           IF ULT-MES-MORA-NM < WS-BUCKET-MALO
               GO TO 1510-EXIT
           END-IF
           MOVE SPACES TO SD-MAL-REGISTRO
           MOVE 'C' TO S-MAL-TIPO
           MOVE NRO-CUENTA TO S-MAL-ID(1:14)
           RELEASE SD-MAL-REGISTRO
           ADD 1 TO WS-CANT-CTAS-MALAS
           .
       1510-EXIT.
           EXIT.

       1520-LEER-CLIENTE.
           READ CLIENTES
               AT END
                   SET EOF-CLIENTES TO TRUE
                   GO TO 1520-EXIT
           END-READ
           IF FS-CLI-ERROR-LECTURA
               DISPLAY 'ZET168 - ERROR DE LECTURA '
                   'EN IBEC3070 - FILE STATUS ' WS-FS-CLI
               STOP RUN
           END-IF
           IF IBEC3070-COD-SITUIRRE IS NOT NUMERIC
               GO TO 1520-EXIT
           END-IF
           IF IBEC3070-COD-SITUIRRE < WS-SITU-MALA
               GO TO 1520-EXIT
           END-IF
           MOVE SPACES TO SD-MAL-REGISTRO
           MOVE 'P' TO S-MAL-TIPO
           MOVE IBEC3070-NUM-PERSONA TO S-MAL-ID
           RELEASE SD-MAL-REGISTRO
           ADD 1 TO WS-CANT-CLI-MALOS
           .
       1520-EXIT.
           EXIT.
       1500-FIN.
           EXIT.


       PROCESO-PRINCIPAL SECTION.

       2000-LEER-HISTORIA.
           READ HIST-ANT
               AT END
                   SET EOF-HISTORICO TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF FS-HIS-ERROR-LECTURA
               DISPLAY 'ZET168 - ERROR DE LECTURA '
                   'EN SCRHIST - FILE STATUS ' WS-FS-HIS
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-HIS-LEIDOS
           .
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  3000-PROCESA-HISTORIA  -  ACTUALIZA LA MARCA DE MALO DE CADA  *
      *  FILA ABIERTA Y ACUMULA LAS QUE CUMPLEN 6 O 12 MESES           *
      ******************************************************************
       3000-PROCESA-HISTORIA.
           MOVE HIST-PERIODO TO WS-PERIODO-FILA
           COMPUTE WS-MESES-FILA = WS-ANIO-FILA * 12 + WS-MES-FILA - 1
           COMPUTE WS-ANTIGUEDAD = WS-MESES-PROCESO - WS-MESES-FILA

      * EL CICLO VIGENTE SE VUELVE A CARGAR DESDE TRFRRSO/TRFRRUT
           IF WS-ANTIGUEDAD NOT > ZERO
               ADD 1 TO WS-CANT-HIS-RECARGA
               GO TO 3000-LEER
           END-IF
           IF WS-ANTIGUEDAD > 12
               ADD 1 TO WS-CANT-HIS-VENCIDOS
               GO TO 3000-LEER
           END-IF

           MOVE HIST-CUENTA TO WS-FN-CUENTA
           MOVE HIST-NUP    TO WS-FN-NUP
           PERFORM 3100-EVALUA-MALO THRU 3100-EXIT
           IF ES-MALO
               MOVE 'S' TO HIST-MALO-12
               IF WS-ANTIGUEDAD NOT > 6
                   MOVE 'S' TO HIST-MALO-06
               END-IF
           END-IF

           IF HIST-MALO-INI NOT = 'S'
               MOVE HIST-ORIGEN     TO WS-CT-ORIGEN
               MOVE HIST-TIPO-SCORE TO WS-CT-TIPO
               MOVE HIST-SCORE      TO WS-SCORE
               IF WS-ANTIGUEDAD = 6
                   MOVE 1 TO WS-VENTANA
                   MOVE HIST-MALO-06 TO WS-SW-MALO
                   PERFORM 3200-ACUMULA THRU 3200-EXIT
                   ADD 1 TO WS-CANT-OBS-06
               END-IF
               IF WS-ANTIGUEDAD = 12
                   MOVE 2 TO WS-VENTANA
                   MOVE HIST-MALO-12 TO WS-SW-MALO
                   PERFORM 3200-ACUMULA THRU 3200-EXIT
                   ADD 1 TO WS-CANT-OBS-12
               END-IF
           END-IF

      * A LOS 12 MESES LA FILA YA CUMPLIO SU ULTIMA VENTANA
           IF WS-ANTIGUEDAD < 12
               WRITE HISTN-REGISTRO FROM HIST-REGISTRO
               ADD 1 TO WS-CANT-GRABADOS
           ELSE
               ADD 1 TO WS-CANT-HIS-VENCIDOS
           END-IF
           .
       3000-LEER.
           PERFORM 2000-LEER-HISTORIA THRU 2000-EXIT
           .
       3000-EXIT.
           EXIT.

      * MALA SI LA CUENTA ESTA EN MORA O EL CLIENTE EN SITUACION MALA
       3100-EVALUA-MALO.
           MOVE 'N' TO WS-SW-MALO
           IF TB-MAL-CANT = ZERO
               GO TO 3100-EXIT
           END-IF
           MOVE SPACES TO WS-CLAVE-BUSCA
           MOVE 'C' TO WS-CB-TIPO
           MOVE WS-FN-CUENTA(1:14) TO WS-CB-ID(1:14)
           SEARCH ALL TB-MAL-ENTRY
               WHEN TB-MAL-CLAVE(TB-MAL-IDX) = WS-CLAVE-BUSCA
                   SET ES-MALO TO TRUE
                   GO TO 3100-EXIT
           END-SEARCH
           IF WS-FN-NUP = SPACES
               GO TO 3100-EXIT
           END-IF
           MOVE SPACES TO WS-CLAVE-BUSCA
           MOVE 'P' TO WS-CB-TIPO
           MOVE WS-FN-NUP TO WS-CB-ID
           SEARCH ALL TB-MAL-ENTRY
               WHEN TB-MAL-CLAVE(TB-MAL-IDX) = WS-CLAVE-BUSCA
                   SET ES-MALO TO TRUE
           END-SEARCH
           .
       3100-EXIT.
           EXIT.

      * SUMA LA FILA A SU TIPO DE SCORE, VENTANA Y BANDA; LOS SCORES
      * NEGATIVOS VAN A LA PRIMERA BANDA Y LOS ALTOS A LA ULTIMA
       3200-ACUMULA.
           SET TB-TIP-IDX TO 1
           SEARCH TB-TIP-ENTRY
               AT END
                   ADD 1 TO WS-CANT-SIN-TIPO
                   GO TO 3200-EXIT
               WHEN TB-TIP-IDX > TB-TIP-CANT
                   ADD 1 TO TB-TIP-CANT
                   MOVE WS-CLAVE-TIPO TO TB-TIP-CLAVE(TB-TIP-IDX)
               WHEN TB-TIP-CLAVE(TB-TIP-IDX) = WS-CLAVE-TIPO
                   CONTINUE
           END-SEARCH

           IF WS-SCORE < ZERO
               MOVE 1 TO WS-BANDA
           ELSE
               COMPUTE WS-BANDA = WS-SCORE / WS-ANCHO-BANDA + 1
           END-IF
           IF WS-BANDA > WS-CANT-BANDAS
               MOVE WS-CANT-BANDAS TO WS-BANDA
           END-IF
           ADD 1 TO TB-TIP-CANT-FILAS(TB-TIP-IDX, WS-VENTANA, WS-BANDA)
           IF ES-MALO
               ADD 1
                 TO TB-TIP-CANT-MALOS(TB-TIP-IDX, WS-VENTANA, WS-BANDA)
           END-IF
           .
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  4000-LEER-SCORE-SO  -  UNA FILA NUEVA POR CUENTA Y TIPO DE    *
      *  SCORE DEL CICLO (SE EXCLUYEN LOS SCORES DE EXCLUSION)         *
      ******************************************************************
       4000-LEER-SCORE-SO.
           READ SCORES-SO
               AT END
                   SET EOF-SCORES-SO TO TRUE
                   GO TO 4000-EXIT
           END-READ
           IF FS-SO-ERROR-LECTURA
               DISPLAY 'ZET168 - ERROR DE LECTURA '
                   'EN TRFRRSO - FILE STATUS ' WS-FS-SO
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-SO
           IF NOT SO-SUBJ-SCOR-OC
               GO TO 4000-EXIT
           END-IF
           IF SO-SCORE-EXCLUSION
               ADD 1 TO WS-CANT-EXCLUIDOS
               GO TO 4000-EXIT
           END-IF

           MOVE SO-HD-PROC-DATE-CYM TO WS-FN-PERIODO
           IF WS-FN-PERIODO = ZERO
               MOVE WS-PERIODO-PROCESO TO WS-FN-PERIODO
           END-IF
           MOVE RR-HE-ACCOUNT-ID OF FD-SO  TO TRIADRK-ID-ENTRADA
           MOVE RR-HE-CUSTOMER-ID OF FD-SO TO WS-FN-NUP
           PERFORM 4100-RESUELVE-IDS THRU 4100-EXIT

           MOVE SO-SCORE-TYPE    TO WS-TIPO-EDIT
           MOVE SPACES           TO HISTN-REGISTRO
           MOVE 'O'              TO HISTN-ORIGEN
           MOVE WS-TIPO-EDIT     TO HISTN-TIPO-SCORE
           MOVE SO-ALIGNED-SCORE TO HISTN-SCORE
           PERFORM 4200-GRABA-FILA-NUEVA THRU 4200-EXIT
           .
       4000-EXIT.
           EXIT.

      * EL ACCOUNT-ID SE RESUELVE POR TRIADRK (SUS 14 PRIMERAS
      * POSICIONES SON LA CUENTA DE WASDO20, VER ZET064) Y EL
      * CUSTOMER-ID RESUELTO ES EL NUP DE IBEC3070
       4100-RESUELVE-IDS.
           MOVE 'A' TO TRIADRK-TIPO
           CALL 'TRIADRK' USING TRIADRK-AREA
           MOVE TRIADRK-ID-RESUELTO TO WS-FN-CUENTA
           MOVE 'C' TO TRIADRK-TIPO
           MOVE WS-FN-NUP TO TRIADRK-ID-ENTRADA
           CALL 'TRIADRK' USING TRIADRK-AREA
           MOVE TRIADRK-ID-RESUELTO(1:8) TO WS-FN-NUP
           PERFORM 3100-EVALUA-MALO THRU 3100-EXIT
           MOVE WS-SW-MALO TO WS-FN-MALO-INI
           .
       4100-EXIT.
           EXIT.

       4200-GRABA-FILA-NUEVA.
           MOVE WS-FN-PERIODO  TO HISTN-PERIODO
           MOVE WS-FN-CUENTA   TO HISTN-CUENTA
           MOVE WS-FN-NUP      TO HISTN-NUP
           MOVE WS-FN-MALO-INI TO HISTN-MALO-INI
           MOVE 'N'            TO HISTN-MALO-06
           MOVE 'N'            TO HISTN-MALO-12
           WRITE HISTN-REGISTRO
           ADD 1 TO WS-CANT-NUEVOS
           ADD 1 TO WS-CANT-GRABADOS
           .
       4200-EXIT.
           EXIT.

      ******************************************************************
      *  4500-LEER-SCORE-UT  -  POR CADA PRODUCTO INFORMADO, EL        *
      *  PRIMER SCORE CON SCORECARD Y SIN CODIGO DE EXCLUSION          *
      ******************************************************************
       4500-LEER-SCORE-UT.
           READ SCORES-UT
               AT END
                   SET EOF-SCORES-UT TO TRUE
                   GO TO 4500-EXIT
           END-READ
           IF FS-UT-ERROR-LECTURA
               DISPLAY 'ZET168 - ERROR DE LECTURA '
                   'EN TRFRRUT - FILE STATUS ' WS-FS-UT
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-UT

           COMPUTE WS-FN-PERIODO =
               RR-HE-PROC-DATE-CYMD OF FD-UT / 100
           IF WS-FN-PERIODO = ZERO
               MOVE WS-PERIODO-PROCESO TO WS-FN-PERIODO
           END-IF
           MOVE RR-HE-ACCOUNT-ID OF FD-UT  TO TRIADRK-ID-ENTRADA
           MOVE RR-HE-CUSTOMER-ID OF FD-UT TO WS-FN-NUP
           PERFORM 4100-RESUELVE-IDS THRU 4100-EXIT

           PERFORM 4510-PRODUCTO THRU 4510-EXIT
               VARYING UT-P-S-IDX FROM 1 BY 1
                   UNTIL UT-P-S-IDX > 5
           .
       4500-EXIT.
           EXIT.

       4510-PRODUCTO.
           IF UT-PROD-SCORE-UNUSED(UT-P-S-IDX)
               GO TO 4510-EXIT
           END-IF
           MOVE 'N' TO WS-SW-HALLADO
           PERFORM 4520-BUSCA-SCORE THRU 4520-EXIT
               VARYING UT-P-SCR-IDX FROM 1 BY 1
                   UNTIL UT-P-SCR-IDX > 20
                      OR SCORE-HALLADO
           IF NOT SCORE-HALLADO
               ADD 1 TO WS-CANT-EXCLUIDOS
               GO TO 4510-EXIT
           END-IF

           MOVE SPACES   TO HISTN-REGISTRO
           MOVE 'U'      TO HISTN-ORIGEN
           MOVE UT-PRODUCT-SCORE-TYPE(UT-P-S-IDX) TO HISTN-TIPO-SCORE
           MOVE WS-SCORE TO HISTN-SCORE
           PERFORM 4200-GRABA-FILA-NUEVA THRU 4200-EXIT
           .
       4510-EXIT.
           EXIT.

       4520-BUSCA-SCORE.
           IF UT-PROD-SCORE-EXCL(UT-P-S-IDX, UT-P-SCR-IDX)
               GO TO 4520-EXIT
           END-IF
           IF UT-PROD-EXCL-SCORE(UT-P-S-IDX, UT-P-SCR-IDX)
               GO TO 4520-EXIT
           END-IF
           MOVE UT-PROD-ALIGNED-SCORE(UT-P-S-IDX, UT-P-SCR-IDX)
               TO WS-SCORE
           SET SCORE-HALLADO TO TRUE
           .
       4520-EXIT.
           EXIT.

      ******************************************************************
      *  8000-CALCULA-BACKTEST  -  POR TIPO DE SCORE Y VENTANA: TASA   *
      *  DE MALOS POR BANDA, KS (MAXIMA DISTANCIA ENTRE LAS            *
      *  ACUMULADAS DE MALOS Y BUENOS) Y GINI (2 X AREA BAJO LA CURVA  *
      *  ROC - 1, POR TRAPECIOS SOBRE LAS BANDAS)                      *
      ******************************************************************
       8000-CALCULA-BACKTEST.
           MOVE ZERO TO WS-TOT-FILAS
           MOVE ZERO TO WS-TOT-MALOS
           PERFORM 8100-TOTALIZA THRU 8100-EXIT
               VARYING WS-IX-BAN FROM 1 BY 1
                   UNTIL WS-IX-BAN > WS-CANT-BANDAS
           IF WS-TOT-FILAS = ZERO
               GO TO 8000-EXIT
           END-IF
           COMPUTE WS-TOT-BUENOS = WS-TOT-FILAS - WS-TOT-MALOS

           MOVE ZERO TO WS-ACU-MALOS WS-ACU-BUENOS
           MOVE ZERO TO WS-FR-MALOS WS-FR-BUENOS
           MOVE ZERO TO WS-KS WS-AUC
           MOVE SPACES TO SCRBTHI-REGISTRO
           MOVE 'B' TO SCRBTHI-TIPO-REG
           PERFORM 8200-BANDA THRU 8200-EXIT
               VARYING WS-IX-BAN FROM 1 BY 1
                   UNTIL WS-IX-BAN > WS-CANT-BANDAS

      * SIN MALOS O SIN BUENOS NO HAY DISCRIMINACION QUE MEDIR
           MOVE ZERO TO WS-GINI
           IF WS-TOT-MALOS > ZERO AND WS-TOT-BUENOS > ZERO
               COMPUTE WS-GINI = 2 * WS-AUC - 1
               IF WS-GINI < ZERO
                   MULTIPLY -1 BY WS-GINI
               END-IF
           ELSE
               MOVE ZERO TO WS-KS
           END-IF

           MOVE SPACES TO SCRBTHI-REGISTRO
           MOVE 'R' TO SCRBTHI-TIPO-REG
           PERFORM 8300-CLAVE-RESULTADO THRU 8300-EXIT
           MOVE ZERO         TO SCRBTHI-BANDA
           MOVE ZERO         TO SCRBTHI-SCORE-DESDE
           MOVE ZERO         TO SCRBTHI-SCORE-HASTA
           MOVE WS-TOT-FILAS TO SCRBTHI-CANT
           MOVE WS-TOT-MALOS TO SCRBTHI-MALOS
           COMPUTE SCRBTHI-TASA-MALOS ROUNDED =
               WS-TOT-MALOS * 100 / WS-TOT-FILAS
           COMPUTE SCRBTHI-KS ROUNDED = WS-KS * 100
           COMPUTE SCRBTHI-GINI ROUNDED = WS-GINI * 100
           WRITE SCRBTHI-REGISTRO
           ADD 1 TO WS-CANT-BACKTEST

           MOVE SCRBTHI-KS   TO WS-KS-EDIT
           MOVE SCRBTHI-GINI TO WS-GINI-EDIT
           DISPLAY 'ZET168 - SCORE ' SCRBTHI-ORIGEN SCRBTHI-TIPO-SCORE
               ' CICLO ' SCRBTHI-PERIODO-SCORE
               ' VENTANA ' SCRBTHI-VENTANA
               ' CUENTAS ' SCRBTHI-CANT
               ' KS ' WS-KS-EDIT ' GINI ' WS-GINI-EDIT
           .
       8000-EXIT.
           EXIT.

       8100-TOTALIZA.
           ADD TB-TIP-CANT-FILAS(WS-IX-TIP, WS-IX-VEN, WS-IX-BAN)
               TO WS-TOT-FILAS
           ADD TB-TIP-CANT-MALOS(WS-IX-TIP, WS-IX-VEN, WS-IX-BAN)
               TO WS-TOT-MALOS
           .
       8100-EXIT.
           EXIT.

       8200-BANDA.
           IF TB-TIP-CANT-FILAS(WS-IX-TIP, WS-IX-VEN, WS-IX-BAN) = ZERO
               GO TO 8200-EXIT
           END-IF
           MOVE WS-FR-MALOS  TO WS-FR-MALOS-ANT
           MOVE WS-FR-BUENOS TO WS-FR-BUENOS-ANT
           ADD TB-TIP-CANT-MALOS(WS-IX-TIP, WS-IX-VEN, WS-IX-BAN)
               TO WS-ACU-MALOS
           COMPUTE WS-ACU-BUENOS = WS-ACU-BUENOS
               + TB-TIP-CANT-FILAS(WS-IX-TIP, WS-IX-VEN, WS-IX-BAN)
               - TB-TIP-CANT-MALOS(WS-IX-TIP, WS-IX-VEN, WS-IX-BAN)
           IF WS-TOT-MALOS > ZERO AND WS-TOT-BUENOS > ZERO
               COMPUTE WS-FR-MALOS  = WS-ACU-MALOS / WS-TOT-MALOS
               COMPUTE WS-FR-BUENOS = WS-ACU-BUENOS / WS-TOT-BUENOS
               COMPUTE WS-DIF-KS = WS-FR-MALOS - WS-FR-BUENOS
               IF WS-DIF-KS < ZERO
                   MULTIPLY -1 BY WS-DIF-KS
               END-IF
               IF WS-DIF-KS > WS-KS
                   MOVE WS-DIF-KS TO WS-KS
               END-IF
               COMPUTE WS-AUC = WS-AUC
                   + (WS-FR-BUENOS - WS-FR-BUENOS-ANT)
                   * (WS-FR-MALOS + WS-FR-MALOS-ANT) / 2
           END-IF

           PERFORM 8300-CLAVE-RESULTADO THRU 8300-EXIT
           MOVE WS-IX-BAN TO SCRBTHI-BANDA
           COMPUTE SCRBTHI-SCORE-DESDE =
               (WS-IX-BAN - 1) * WS-ANCHO-BANDA
           IF WS-IX-BAN = WS-CANT-BANDAS
               MOVE 9999999 TO SCRBTHI-SCORE-HASTA
           ELSE
               COMPUTE SCRBTHI-SCORE-HASTA =
                   WS-IX-BAN * WS-ANCHO-BANDA - 1
           END-IF
           MOVE TB-TIP-CANT-FILAS(WS-IX-TIP, WS-IX-VEN, WS-IX-BAN)
               TO SCRBTHI-CANT
           MOVE TB-TIP-CANT-MALOS(WS-IX-TIP, WS-IX-VEN, WS-IX-BAN)
               TO SCRBTHI-MALOS
           COMPUTE SCRBTHI-TASA-MALOS ROUNDED =
               SCRBTHI-MALOS * 100 / SCRBTHI-CANT
           MOVE ZERO TO SCRBTHI-KS
           MOVE ZERO TO SCRBTHI-GINI
           WRITE SCRBTHI-REGISTRO
           ADD 1 TO WS-CANT-BACKTEST
           .
       8200-EXIT.
           EXIT.

      * PERIODO DEL SCORE = PERIODO DE PROCESO MENOS LA VENTANA
       8300-CLAVE-RESULTADO.
           MOVE WS-PERIODO-PROCESO TO SCRBTHI-PERIODO-EVAL
           IF WS-IX-VEN = 1
               MOVE 6  TO SCRBTHI-VENTANA
           ELSE
               MOVE 12 TO SCRBTHI-VENTANA
           END-IF
           COMPUTE WS-MESES-FILA = WS-MESES-PROCESO - SCRBTHI-VENTANA
           DIVIDE WS-MESES-FILA BY 12
               GIVING WS-ANIO-CALC REMAINDER WS-MES-CALC
           ADD 1 TO WS-MES-CALC
           MOVE WS-ANIO-CALC TO WS-ANIO-FILA
           MOVE WS-MES-CALC  TO WS-MES-FILA
           MOVE WS-PERIODO-FILA TO SCRBTHI-PERIODO-SCORE
           MOVE TB-TIP-ORIGEN(WS-IX-TIP) TO SCRBTHI-ORIGEN
           MOVE TB-TIP-TIPO(WS-IX-TIP)   TO SCRBTHI-TIPO-SCORE
           .
       8300-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  CIERRE DE ARCHIVOS, RUNLOG Y RESUMEN        *
      ******************************************************************
       9000-FINALIZE.
           IF HAY-HISTORICO
               CLOSE HIST-ANT
           END-IF
           CLOSE SCORES-SO
           IF HAY-SCORES-UT
               CLOSE SCORES-UT
           END-IF
           CLOSE HIST-NVO
           CLOSE BACKTEST-SAL

           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET168' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           COMPUTE RUNLOG-CANT-ENTRADA = WS-CANT-SO + WS-CANT-UT
           MOVE WS-CANT-GRABADOS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET168 - BACKTEST DE SCORES DE COMPORTAMIENTO'
           DISPLAY 'PERIODO DE PROCESO . . . . : ' WS-PERIODO-PROCESO
           DISPLAY 'REGISTROS TRFRRSO  . . . . : ' WS-CANT-SO
           DISPLAY 'REGISTROS TRFRRUT  . . . . : ' WS-CANT-UT
           DISPLAY 'SCORES EXCLUIDOS . . . . . : ' WS-CANT-EXCLUIDOS
           DISPLAY 'CUENTAS MALAS WASDO20  . . : ' WS-CANT-CTAS-MALAS
           DISPLAY 'CLIENTES MALOS IBEC3070  . : ' WS-CANT-CLI-MALOS
           DISPLAY 'CLAVES MALAS SIN CARGAR  . : ' WS-CANT-DESBORDE
           DISPLAY 'FILAS HISTORICO LEIDAS . . : ' WS-CANT-HIS-LEIDOS
           DISPLAY 'FILAS DEL CICLO RECARGADAS : ' WS-CANT-HIS-RECARGA
           DISPLAY 'FILAS CON VENTANA CUMPLIDA : ' WS-CANT-HIS-VENCIDOS
           DISPLAY 'FILAS NUEVAS DEL CICLO . . : ' WS-CANT-NUEVOS
           DISPLAY 'FILAS GRABADAS SCRHISTN  . : ' WS-CANT-GRABADOS
           DISPLAY 'OBSERVADAS A 6 MESES . . . : ' WS-CANT-OBS-06
           DISPLAY 'OBSERVADAS A 12 MESES  . . : ' WS-CANT-OBS-12
           DISPLAY 'TIPOS DE SCORE SIN LUGAR . : ' WS-CANT-SIN-TIPO
           DISPLAY 'FILAS GRABADAS SCRBTHI . . : ' WS-CANT-BACKTEST
           .
