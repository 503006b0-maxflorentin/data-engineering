      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET172                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - GARRA                       *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : ETAPA NIIF 9 (PERDIDA CREDITICIA ESPERADA) DE    *
      *               CADA EXPOSICION DE PRESTAMOS (WAGUCDEX) Y        *
      *               TARJETAS (WASDO20).                              *
      *                 ETAPA 3 - DETERIORADA: MORA MAYOR A 90 DIAS O  *
      *                           PEOR SITUACION 3 O MAS;              *
      *                 ETAPA 2 - AUMENTO SIGNIFICATIVO DEL RIESGO:    *
      *                           MORA MAYOR A 30 DIAS, REFINANCIADA   *
      *                           (UGDTRFR) O REESTRUCTURADA           *
      *                           (TIP_REESTRUCT / MARCA-REESTRUC),    *
      *                           ALERTA TEMPRANA (GRADO-FEVE) O PEOR  *
      *                           SITUACION 2;                         *
      *                 ETAPA 1 - CUMPLIENDO.                          *
      *               LA PEOR SITUACION ES LA MAYOR ENTRE COD-SITUIRRE *
      *               DEL CLIENTE (IBEC3070) Y LA COD_MARCA DEL        *
      *               CONTRATO.  LAS TARJETAS LLEGAN AL NUP POR EL     *
      *               PUENTE CTANUP.  PERIODO DE PRUEBA: UNA           *
      *               EXPOSICION QUE MEJORA BAJA UNA SOLA ETAPA Y SOLO *
      *               DESPUES DE N MESES SEGUIDOS MEJOR (PARMIFR).     *
      *               MANTIENE EL FACT MENSUAL IFRSSTG -> IFRSSTGN CON *
      *               EL MOTIVO DE LA ETAPA Y EMITE EN RPIFRS LA       *
      *               MATRIZ DE MIGRACION CONTRA EL MES ANTERIOR.      *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET172.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - GARRA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRATOS      ASSIGN TO WAGUCDEX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CON.
           SELECT CUENTAS-O20    ASSIGN TO WASDO20
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-O20.

           SELECT REFINANCIAS    ASSIGN TO UGDTRFR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RFR.
           SELECT SORT-RFR       ASSIGN TO SRTIFRA.
           SELECT REFINAN-ORD    ASSIGN TO WIFRRFR
               ORGANIZATION IS SEQUENTIAL.

           SELECT PUENTE-NUP     ASSIGN TO CTANUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NUP.
           SELECT SORT-PTE       ASSIGN TO SRTIFRB.
           SELECT PUENTE-ORD     ASSIGN TO WIFRPTE
               ORGANIZATION IS SEQUENTIAL.

           SELECT CLIENTES       ASSIGN TO IBEC3070
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
           SELECT SORT-CLI       ASSIGN TO SRTIFRC.
           SELECT CLIENTES-ORD   ASSIGN TO WIFRCLI
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-EXP       ASSIGN TO SRTIFRD.
           SELECT EXPOSIC-ORD    ASSIGN TO WIFREXP
               ORGANIZATION IS SEQUENTIAL.

           SELECT CALCULO-WRK    ASSIGN TO WIFRCAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-CAL       ASSIGN TO SRTIFRE.
           SELECT CALCULO-ORD    ASSIGN TO WIFRCAO
               ORGANIZATION IS SEQUENTIAL.

           SELECT ETAPA-ANT      ASSIGN TO IFRSSTG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-STG.
           SELECT ETAPA-NVA      ASSIGN TO IFRSSTGN
               ORGANIZATION IS SEQUENTIAL.

           SELECT PARAMETROS     ASSIGN TO PARMIFR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT REPORTE-IFR    ASSIGN TO RPIFRS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRATOS
           RECORDING MODE IS F.
       01  FD-CONTRATO.
           COPY "../wagucdex/wagucdex.cob".

       FD  CUENTAS-O20
           RECORDING MODE IS F.
           COPY "../../../cupones/wasdo20/wasdo20.cob".

       FD  REFINANCIAS
           RECORDING MODE IS F.
       01  FD-REFINANCIA.
           COPY "../../../malug/ugdtrfr/ugdtrfr.cob".

       SD  SORT-RFR.
       01  SD-REFINANCIA.
           COPY "../../../malug/ugdtrfr/ugdtrfr.cob"
               REPLACING ==UGTCRFR== BY ==S-UGTCRFR==.

       FD  REFINAN-ORD
           RECORDING MODE IS F.
       01  FD-REFINAN-ORD.
           COPY "../../../malug/ugdtrfr/ugdtrfr.cob"
               REPLACING ==UGTCRFR== BY ==W-UGTCRFR==.

       FD  PUENTE-NUP
           RECORDING MODE IS F.
       01  CTANUP-REGISTRO.
           05  CTANUP-NUP             PIC X(08).
      *        CUENTA TARJETA (WASDO20) Y CCC (ENTIDAD/CENTRO/CTA)
           05  CTANUP-CTA-TARJETA     PIC 9(14).
           05  CTANUP-CCC             PIC X(20).
           05  FILLER                 PIC X(06).

       SD  SORT-PTE.
       01  SD-PTE-REGISTRO.
           05  S-PTE-NUP              PIC X(08).
           05  S-PTE-CTA-TARJETA      PIC 9(14).
           05  S-PTE-CCC              PIC X(20).
           05  FILLER                 PIC X(06).

       FD  PUENTE-ORD
           RECORDING MODE IS F.
       01  W-PTE-REGISTRO.
           05  W-PTE-NUP              PIC X(08).
           05  W-PTE-CTA-TARJETA      PIC 9(14).
           05  W-PTE-CCC              PIC X(20).
           05  FILLER                 PIC X(06).

       FD  CLIENTES
           RECORDING MODE IS F.
       01  FD-CLIENTE.
           COPY "IBEC3070.cob" REPLACING ==:IBEC3070:== BY ==IBEC3070==.

       SD  SORT-CLI.
       01  SD-CLI-REGISTRO.
           05  S-CLI-NUM-PERSONA      PIC X(08).
           05  S-CLI-SITUACION        PIC X(02).
           05  S-CLI-GRADO-FEVE       PIC X(02).
           05  FILLER                 PIC X(04).

       FD  CLIENTES-ORD
           RECORDING MODE IS F.
       01  W-CLI-REGISTRO.
           05  W-CLI-NUM-PERSONA      PIC X(08).
           05  W-CLI-SITUACION        PIC X(02).
           05  W-CLI-GRADO-FEVE       PIC X(02).
           05  FILLER                 PIC X(04).

      * EXPOSICIONES DE PRESTAMOS Y TARJETAS POR NUP
       SD  SORT-EXP.
       01  SD-EXP-REGISTRO.
           05  S-EXP-NUP              PIC X(08).
           05  S-EXP-ORIGEN           PIC X(01).
           05  S-EXP-CLAVE            PIC X(20).
           05  S-EXP-DIAS-MORA        PIC 9(05).
           05  S-EXP-IND-REESTRUC     PIC X(01).
           05  S-EXP-SITUACION        PIC 9(02).
           05  S-EXP-EXPOSICION       PIC S9(13)V99.
           05  FILLER                 PIC X(08).

       FD  EXPOSIC-ORD
           RECORDING MODE IS F.
       01  W-EXP-REGISTRO.
           05  W-EXP-NUP              PIC X(08).
           05  W-EXP-ORIGEN           PIC X(01).
           05  W-EXP-CLAVE            PIC X(20).
           05  W-EXP-DIAS-MORA        PIC 9(05).
           05  W-EXP-IND-REESTRUC     PIC X(01).
           05  W-EXP-SITUACION        PIC 9(02).
           05  W-EXP-EXPOSICION       PIC S9(13)V99.
           05  FILLER                 PIC X(08).

      * ETAPA CALCULADA DEL MES, MISMO FORMATO QUE EL FACT
       FD  CALCULO-WRK
           RECORDING MODE IS F.
       01  WRK-CAL-REGISTRO          PIC X(80).

       SD  SORT-CAL.
       01  SD-CAL-REGISTRO.
           05  FILLER                 PIC X(06).
           05  S-CAL-ORIGEN           PIC X(01).
           05  S-CAL-CLAVE            PIC X(20).
           05  FILLER                 PIC X(53).

       FD  CALCULO-ORD
           RECORDING MODE IS F.
       01  ORD-CAL-REGISTRO          PIC X(80).

       FD  ETAPA-ANT
           RECORDING MODE IS F.
       01  STG-REGISTRO.
           05  STG-PERIODO            PIC 9(06).
           05  STG-ORIGEN             PIC X(01).
           05  STG-CLAVE              PIC X(20).
           05  STG-NUP                PIC X(08).
           05  STG-ETAPA              PIC 9(01).
           05  STG-MOTIVO             PIC X(02).
           05  STG-ETAPA-CALC         PIC 9(01).
           05  STG-ETAPA-ANT          PIC 9(01).
           05  STG-MESES-CURA         PIC 9(02).
           05  STG-DIAS-MORA          PIC 9(05).
           05  STG-SITUACION          PIC 9(02).
           05  STG-IND-REESTRUC       PIC X(01).
           05  STG-GRADO-FEVE         PIC X(02).
           05  STG-EXPOSICION         PIC S9(13)V99.
           05  FILLER                 PIC X(13).

       FD  ETAPA-NVA
           RECORDING MODE IS F.
       01  STGN-REGISTRO.
           05  STGN-PERIODO           PIC 9(06).
      *        P PRESTAMO (CLAVE ENTIDAD+CENTRO+CONTRATO) /
      *        T TARJETA (CLAVE NRO-CUENTA DE WASDO20)
           05  STGN-ORIGEN            PIC X(01).
           05  STGN-CLAVE             PIC X(20).
           05  STGN-NUP               PIC X(08).
      *        ETAPA FINAL, CON EL PERIODO DE PRUEBA APLICADO
           05  STGN-ETAPA             PIC 9(01).
      *        MO MORA / SI SITUACION / RE REFINANCIADA O
      *        REESTRUCTURADA / AT ALERTA TEMPRANA / PR PERIODO DE
      *        PRUEBA / NO CUMPLIENDO
           05  STGN-MOTIVO            PIC X(02).
               88  STGN-MOT-MORA          VALUE 'MO'.
               88  STGN-MOT-SITUACION     VALUE 'SI'.
               88  STGN-MOT-REESTRUC      VALUE 'RE'.
               88  STGN-MOT-ALERTA        VALUE 'AT'.
               88  STGN-MOT-PRUEBA        VALUE 'PR'.
               88  STGN-MOT-NORMAL        VALUE 'NO'.
      *        ETAPA QUE SURGE DE LOS DATOS DEL MES, SIN PRUEBA
           05  STGN-ETAPA-CALC        PIC 9(01).
      *        ETAPA DEL MES ANTERIOR (0 = EXPOSICION NUEVA)
           05  STGN-ETAPA-ANT         PIC 9(01).
           05  STGN-MESES-CURA        PIC 9(02).
           05  STGN-DIAS-MORA         PIC 9(05).
           05  STGN-SITUACION         PIC 9(02).
           05  STGN-IND-REESTRUC      PIC X(01).
           05  STGN-GRADO-FEVE        PIC X(02).
           05  STGN-EXPOSICION        PIC S9(13)V99.
           05  FILLER                 PIC X(13).

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-IFR-REGISTRO.
      *        DIAS DE MORA QUE LLEVAN A ETAPA 2 Y A ETAPA 3
           05  PARM-IFR-DIAS-ETAPA2   PIC 9(03).
           05  PARM-IFR-DIAS-ETAPA3   PIC 9(03).
      *        MESES SEGUIDOS MEJOR PARA BAJAR UNA ETAPA
           05  PARM-IFR-MESES-PRUEBA  PIC 9(02).
           05  PARM-IFR-FILLER        PIC X(12).

       FD  REPORTE-IFR.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-PUENTE             PIC 9(07) COMP VALUE 200000.
       77  WS-MAX-REFINAN            PIC 9(07) COMP VALUE 300000.
       77  WS-DIA-PROCESO-INT        PIC S9(09) COMP.
       77  WS-IX-ANT                 PIC 9(01) COMP.
       77  WS-IX-ACT                 PIC 9(01) COMP.

      * PARAMETROS (PARMIFR LOS REEMPLAZA SI VIENE INFORMADO)
       01  WS-DIAS-ETAPA2            PIC 9(03) VALUE 30.
       01  WS-DIAS-ETAPA3            PIC 9(03) VALUE 90.
       01  WS-MESES-PRUEBA           PIC 9(02) VALUE 3.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05  WS-PERIODO-PROCESO    PIC 9(06).
           05  WS-DIA-PROCESO        PIC 9(02).

       01  WS-FS-CON                 PIC XX.
           88  FS-CON-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-O20                 PIC XX.
           88  FS-O20-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-RFR                 PIC XX.
       01  WS-FS-NUP                 PIC XX.
       01  WS-FS-CLI                 PIC XX.
       01  WS-FS-STG                 PIC XX.
       01  WS-FS-PAR                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-AUX         PIC X(01) VALUE 'N'.
               88  EOF-AUXILIAR          VALUE 'S'.
           05  WS-SW-EOF-CON         PIC X(01) VALUE 'N'.
               88  EOF-CONTRATOS         VALUE 'S'.
           05  WS-SW-EOF-O20         PIC X(01) VALUE 'N'.
               88  EOF-CUENTAS-O20       VALUE 'S'.
           05  WS-SW-EOF-EXP         PIC X(01) VALUE 'N'.
               88  EOF-EXPOSICIONES      VALUE 'S'.
           05  WS-SW-HAY-CLIENTES    PIC X(01) VALUE 'N'.
               88  HAY-CLIENTES          VALUE 'S'.
           05  WS-SW-HAY-ANTERIOR    PIC X(01) VALUE 'N'.
               88  HAY-ANTERIOR          VALUE 'S'.

       01  WS-CLAVE-CLI              PIC X(08) VALUE LOW-VALUES.
       01  WS-CLAVE-CAL              PIC X(21) VALUE LOW-VALUES.
       01  WS-CLAVE-STG              PIC X(21) VALUE LOW-VALUES.

       01  WS-CTA-BUSCADA            PIC 9(14).
       01  WS-CONTRATO-BUSCADO       PIC X(12).
       01  WS-SITU-CONTRATO          PIC 9(02).
       01  WS-SITU-CLIENTE           PIC 9(02).
       01  WS-DIAS-MORA              PIC S9(07).

      * PUENTE TARJETA -> NUP, ORDENADO PARA SEARCH ALL
       01  TABLA-PUENTE.
           05  TB-PTE-CANT           PIC 9(07) COMP VALUE ZERO.
           05  TB-PTE-ENTRY OCCURS 1 TO 200000 TIMES
                   DEPENDING ON TB-PTE-CANT
                   ASCENDING KEY IS TB-PTE-CTA-TARJ
                   INDEXED BY TB-PTE-IDX.
               10  TB-PTE-CTA-TARJ   PIC 9(14).
               10  TB-PTE-NUP        PIC X(08).

      * CONTRATOS NUEVOS DE UNA REFINANCIACION (UGDTRFR)
       01  TABLA-REFINAN.
           05  TB-RFR-CANT           PIC 9(07) COMP VALUE ZERO.
           05  TB-RFR-ENTRY OCCURS 1 TO 300000 TIMES
                   DEPENDING ON TB-RFR-CANT
                   ASCENDING KEY IS TB-RFR-CONTRATO
                   INDEXED BY TB-RFR-IDX.
               10  TB-RFR-CONTRATO   PIC X(12).

      * MATRIZ DE MIGRACION: FILA = ETAPA ANTERIOR (1 NUEVA, 2-4
      * ETAPAS 1-3), COLUMNA = ETAPA ACTUAL (1-3 ETAPAS 1-3, 4 BAJA)
       01  TABLA-MIGRACION.
           05  TB-MIG-FILA OCCURS 4 TIMES.
               10  TB-MIG-CELDA OCCURS 4 TIMES.
                   15  TB-MIG-CANT   PIC 9(09) COMP.
                   15  TB-MIG-IMPORTE PIC S9(15)V99 COMP-3.

       01  TABLA-ETAPAS.
           05  TB-ETA-ENTRY OCCURS 3 TIMES.
               10  TB-ETA-CANT       PIC 9(09) COMP.
               10  TB-ETA-IMPORTE    PIC S9(15)V99 COMP-3.

       01  WS-CONTADORES.
           05  WS-CANT-CONTRATOS     PIC 9(09) COMP.
           05  WS-CANT-TARJETAS      PIC 9(09) COMP.
           05  WS-CANT-TARJ-SIN-NUP  PIC 9(09) COMP.
           05  WS-CANT-REFINANCIADOS PIC 9(09) COMP.
           05  WS-CANT-EXPOSICIONES  PIC 9(09) COMP.
           05  WS-CANT-ANTERIORES    PIC 9(09) COMP.
           05  WS-CANT-EN-PRUEBA     PIC 9(09) COMP.
           05  WS-CANT-CURADAS       PIC 9(09) COMP.
           05  WS-CANT-DESBORDE      PIC 9(09) COMP.

       01  WS-LINEA-TITULO.
           05  FILLER                PIC X(42) VALUE
               'ETAPAS NIIF 9 DE LA CARTERA - PERIODO '.
           05  WSL-PERIODO           PIC 9(06).

       01  WS-LINEA-ETAPA.
           05  FILLER                PIC X(08) VALUE 'ETAPA '.
           05  WSL-ETAPA             PIC 9(01).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WSL-ETA-CANT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WSL-ETA-IMPORTE       PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-MATRIZ-TIT.
           05  FILLER                PIC X(50) VALUE
               'MIGRACION DESDE \ HACIA          ETAPA 1'.
           05  FILLER                PIC X(48) VALUE
               '         ETAPA 2         ETAPA 3            BAJA'.

       01  WS-LINEA-MATRIZ.
           05  WSL-MIG-FILA          PIC X(20).
           05  WSL-MIG-CELDA OCCURS 4 TIMES.
               10  FILLER            PIC X(04).
               10  WSL-MIG-CANT      PIC ZZZ,ZZZ,ZZ9.

       01  WS-NOMBRES-FILA.
           05  FILLER                PIC X(20) VALUE 'NUEVA'.
           05  FILLER                PIC X(20) VALUE 'ETAPA 1'.
           05  FILLER                PIC X(20) VALUE 'ETAPA 2'.
           05  FILLER                PIC X(20) VALUE 'ETAPA 3'.
       01  WS-NOMBRES-FILA-R REDEFINES WS-NOMBRES-FILA.
           05  WS-NOMBRE-FILA        PIC X(20) OCCURS 4 TIMES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-CALCULA-EXPOSICION THRU 3000-EXIT
               UNTIL EOF-EXPOSICIONES
           PERFORM 4000-ORDENA-CALCULO
           PERFORM 5000-APLICA-PRUEBA THRU 5000-EXIT
               UNTIL WS-CLAVE-CAL = HIGH-VALUES
                 AND WS-CLAVE-STG = HIGH-VALUES
           PERFORM 8000-EMITIR-REPORTE
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  PARAMETROS, TABLAS DE REFINANCIACIONES Y  *
      *  PUENTE, Y LAS EXPOSICIONES ORDENADAS POR NUP                  *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           COMPUTE WS-DIA-PROCESO-INT =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
           INITIALIZE TABLA-MIGRACION TABLA-ETAPAS WS-CONTADORES

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM 1050-TOMA-PARAMETROS THRU 1050-EXIT
               END-READ
               CLOSE PARAMETROS
           END-IF

           OPEN INPUT CONTRATOS
           IF WS-FS-CON NOT = '00'
               DISPLAY 'ZET172 - NO SE PUDO ABRIR WAGUCDEX - '
                   'FILE STATUS ' WS-FS-CON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CONTRATOS
           OPEN INPUT CUENTAS-O20
           IF WS-FS-O20 NOT = '00'
               DISPLAY 'ZET172 - NO SE PUDO ABRIR WASDO20 - '
                   'FILE STATUS ' WS-FS-O20
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CUENTAS-O20

           OPEN INPUT REFINANCIAS
           IF WS-FS-RFR = '00'
               CLOSE REFINANCIAS
               SORT SORT-RFR
                   ON ASCENDING KEY RFR-CUENTA-NUEVA OF SD-REFINANCIA
                   USING REFINANCIAS
                   GIVING REFINAN-ORD
               OPEN INPUT REFINAN-ORD
               PERFORM 1100-CARGA-REFINAN THRU 1100-EXIT
                   UNTIL EOF-AUXILIAR
               CLOSE REFINAN-ORD
               MOVE 'N' TO WS-SW-EOF-AUX
           ELSE
               DISPLAY 'ZET172 - SIN UGDTRFR - LAS REFINANCIACIONES '
                   'SOLO SE VEN POR TIP_REESTRUCT'
           END-IF

           OPEN INPUT PUENTE-NUP
           IF WS-FS-NUP = '00'
               CLOSE PUENTE-NUP
               SORT SORT-PTE
                   ON ASCENDING KEY S-PTE-CTA-TARJETA
                   USING PUENTE-NUP
                   GIVING PUENTE-ORD
               OPEN INPUT PUENTE-ORD
               PERFORM 1200-CARGA-PUENTE THRU 1200-EXIT
                   UNTIL EOF-AUXILIAR
               CLOSE PUENTE-ORD
               MOVE 'N' TO WS-SW-EOF-AUX
           ELSE
               DISPLAY 'ZET172 - SIN PUENTE CTANUP - LAS TARJETAS '
                   'SE CALIFICAN SIN DATOS DEL CLIENTE'
           END-IF

           IF WS-CANT-DESBORDE > ZERO
               DISPLAY 'ZET172 - ADVERTENCIA: TABLAS DESBORDADAS - '
                   'FILAS NO CARGADAS: ' WS-CANT-DESBORDE
           END-IF

           OPEN INPUT CLIENTES
           IF WS-FS-CLI = '00'
               SET HAY-CLIENTES TO TRUE
               CLOSE CLIENTES
               SORT SORT-CLI
                   ON ASCENDING KEY S-CLI-NUM-PERSONA
                   INPUT PROCEDURE IS 1500-EXTRAE-CLIENTES
                   GIVING CLIENTES-ORD
               OPEN INPUT CLIENTES-ORD
               PERFORM 2100-LEER-CLIENTE THRU 2100-EXIT
           ELSE
               DISPLAY 'ZET172 - SIN IBEC3070 - SE CALIFICA SIN '
                   'SITUACION NI ALERTA TEMPRANA DEL CLIENTE'
               MOVE HIGH-VALUES TO WS-CLAVE-CLI
           END-IF

           SORT SORT-EXP
               ON ASCENDING KEY S-EXP-NUP
                                S-EXP-ORIGEN
                                S-EXP-CLAVE
               INPUT PROCEDURE IS 1600-EXTRAE-EXPOSICIONES
               GIVING EXPOSIC-ORD

           OPEN INPUT  EXPOSIC-ORD
           OPEN OUTPUT CALCULO-WRK
           PERFORM 2000-LEER-EXPOSICION THRU 2000-EXIT
           .

       1050-TOMA-PARAMETROS.
           IF PARM-IFR-DIAS-ETAPA2 IS NUMERIC
               AND PARM-IFR-DIAS-ETAPA2 > 0
               MOVE PARM-IFR-DIAS-ETAPA2 TO WS-DIAS-ETAPA2
           END-IF
           IF PARM-IFR-DIAS-ETAPA3 IS NUMERIC
               AND PARM-IFR-DIAS-ETAPA3 > 0
               MOVE PARM-IFR-DIAS-ETAPA3 TO WS-DIAS-ETAPA3
           END-IF
           IF PARM-IFR-MESES-PRUEBA IS NUMERIC
               AND PARM-IFR-MESES-PRUEBA > 0
               MOVE PARM-IFR-MESES-PRUEBA TO WS-MESES-PRUEBA
           END-IF
           .
       1050-EXIT.
           EXIT.

       1100-CARGA-REFINAN.
           READ REFINAN-ORD
               AT END
                   SET EOF-AUXILIAR TO TRUE
               NOT AT END
                   IF TB-RFR-CANT < WS-MAX-REFINAN
                       ADD 1 TO TB-RFR-CANT
                       SET TB-RFR-IDX TO TB-RFR-CANT
                       MOVE RFR-CUENTA-NUEVA OF FD-REFINAN-ORD
                           TO TB-RFR-CONTRATO(TB-RFR-IDX)
                   ELSE
                       ADD 1 TO WS-CANT-DESBORDE
                   END-IF
           END-READ
           .
       1100-EXIT.
           EXIT.

       1200-CARGA-PUENTE.
           READ PUENTE-ORD
               AT END
                   SET EOF-AUXILIAR TO TRUE
               NOT AT END
                   IF W-PTE-CTA-TARJETA NOT = ZERO
                       IF TB-PTE-CANT < WS-MAX-PUENTE
                           ADD 1 TO TB-PTE-CANT
                           SET TB-PTE-IDX TO TB-PTE-CANT
                           MOVE W-PTE-CTA-TARJETA
                               TO TB-PTE-CTA-TARJ(TB-PTE-IDX)
                           MOVE W-PTE-NUP
                               TO TB-PTE-NUP(TB-PTE-IDX)
                       ELSE
                           ADD 1 TO WS-CANT-DESBORDE
                       END-IF
                   END-IF
           END-READ
           .
       1200-EXIT.
           EXIT.

       1500-EXTRAE-CLIENTES SECTION.
           OPEN INPUT CLIENTES
           PERFORM 1510-SUELTA-CLIENTE THRU 1510-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CLIENTES
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1500-FIN
           .

       1510-SUELTA-CLIENTE.
           READ CLIENTES
               AT END
                   SET EOF-AUXILIAR TO TRUE
               NOT AT END
                   IF IBEC3070-NUM-PERSONA NOT = SPACES
                       MOVE SPACES TO SD-CLI-REGISTRO
                       MOVE IBEC3070-NUM-PERSONA  TO S-CLI-NUM-PERSONA
                       MOVE IBEC3070-COD-SITUIRRE TO S-CLI-SITUACION
                       MOVE IBEC3070-GRADO-FEVE   TO S-CLI-GRADO-FEVE
                       RELEASE SD-CLI-REGISTRO
                   END-IF
           END-READ
           .
       1510-EXIT.
           EXIT.
       1500-FIN.
           EXIT.


      * PRESTAMOS: MORA DE CON_DIAIMPAG, SITUACION DE COD_MARCA,
      * REFINANCIADO SI TIENE TIP_REESTRUCT O ES CONTRATO NUEVO DE
      * UGDTRFR.  TARJETAS: MORA DESDE INICIO-MORA-NM (SIN FECHA,
      * MESES DE ULT-MES-MORA-NM POR 30), REESTRUCTURADA POR
      * MARCA-REESTRUC, NUP DEL PUENTE CTANUP.
       1600-EXTRAE-EXPOSICIONES SECTION.
           OPEN INPUT CONTRATOS
           PERFORM 1610-SUELTA-PRESTAMO THRU 1610-EXIT
               UNTIL EOF-CONTRATOS
           CLOSE CONTRATOS
           OPEN INPUT CUENTAS-O20
           PERFORM 1620-SUELTA-TARJETA THRU 1620-EXIT
               UNTIL EOF-CUENTAS-O20
           CLOSE CUENTAS-O20
           GO TO 1600-FIN
           .

       1610-SUELTA-PRESTAMO.
           READ CONTRATOS
               AT END
                   SET EOF-CONTRATOS TO TRUE
                   GO TO 1610-EXIT
           END-READ
           IF FS-CON-ERROR-LECTURA
               DISPLAY 'ZET172 - ERROR DE LECTURA '
                   'EN WAGUCDEX - FILE STATUS ' WS-FS-CON
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-CONTRATOS

           MOVE SPACES TO SD-EXP-REGISTRO
           MOVE NUM_PERSONA TO S-EXP-NUP
           MOVE 'P'         TO S-EXP-ORIGEN
           STRING COD_ENTIDAD
                  COD_CENTRO
                  NUM_CONTRATO
               DELIMITED BY SIZE
               INTO S-EXP-CLAVE
           END-STRING
           MOVE CON_DIAIMPAG TO S-EXP-DIAS-MORA
           IF COD_MARCA IS NUMERIC
               MOVE COD_MARCA TO S-EXP-SITUACION
           ELSE
               MOVE ZERO TO S-EXP-SITUACION
           END-IF
           MOVE 'N' TO S-EXP-IND-REESTRUC
           IF TIP_REESTRUCT NOT = SPACE AND NOT = 'N'
               AND TIP_REESTRUCT NOT = '0'
               MOVE 'S' TO S-EXP-IND-REESTRUC
           END-IF
           IF S-EXP-IND-REESTRUC = 'N'
               AND TB-RFR-CANT > ZERO
               MOVE NUM_CONTRATO TO WS-CONTRATO-BUSCADO
               SEARCH ALL TB-RFR-ENTRY
                   AT END
                       CONTINUE
                   WHEN TB-RFR-CONTRATO(TB-RFR-IDX)
                           = WS-CONTRATO-BUSCADO
                       MOVE 'S' TO S-EXP-IND-REESTRUC
                       ADD 1 TO WS-CANT-REFINANCIADOS
               END-SEARCH
           END-IF
           MOVE IMP_RIESMOLO TO S-EXP-EXPOSICION
           RELEASE SD-EXP-REGISTRO
           .
       1610-EXIT.
           EXIT.

       1620-SUELTA-TARJETA.
           READ CUENTAS-O20
               AT END
                   SET EOF-CUENTAS-O20 TO TRUE
                   GO TO 1620-EXIT
           END-READ
           IF FS-O20-ERROR-LECTURA
               DISPLAY 'ZET172 - ERROR DE LECTURA '
                   'EN WASDO20 - FILE STATUS ' WS-FS-O20
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-TARJETAS

           MOVE SPACES TO SD-EXP-REGISTRO
           MOVE 'T'        TO S-EXP-ORIGEN
           MOVE NRO-CUENTA TO WS-CTA-BUSCADA
           MOVE NRO-CUENTA TO S-EXP-CLAVE(1:14)
           IF TB-PTE-CANT > ZERO
               SEARCH ALL TB-PTE-ENTRY
                   AT END
                       CONTINUE
                   WHEN TB-PTE-CTA-TARJ(TB-PTE-IDX) = WS-CTA-BUSCADA
                       MOVE TB-PTE-NUP(TB-PTE-IDX) TO S-EXP-NUP
               END-SEARCH
           END-IF
           IF S-EXP-NUP = SPACES
               ADD 1 TO WS-CANT-TARJ-SIN-NUP
           END-IF

           COMPUTE WS-DIAS-MORA = ULT-MES-MORA-NM * 30
           IF INICIO-MORA-NM > ZERO
               AND FUNCTION TEST-DATE-YYYYMMDD(INICIO-MORA-NM) = 0
               COMPUTE WS-DIAS-MORA = WS-DIA-PROCESO-INT
                   - FUNCTION INTEGER-OF-DATE(INICIO-MORA-NM)
           END-IF
           IF WS-DIAS-MORA < ZERO
               MOVE ZERO TO WS-DIAS-MORA
           END-IF
           MOVE WS-DIAS-MORA TO S-EXP-DIAS-MORA
           MOVE ZERO TO S-EXP-SITUACION
           MOVE 'N' TO S-EXP-IND-REESTRUC
           IF MARCA-REESTRUC NOT = SPACES AND NOT = '00'
               AND MARCA-REESTRUC NOT = 'N '
               MOVE 'S' TO S-EXP-IND-REESTRUC
           END-IF
           MOVE SALDO-ACTUAL-AUS TO S-EXP-EXPOSICION
           RELEASE SD-EXP-REGISTRO
           .
       1620-EXIT.
           EXIT.
       1600-FIN.
           EXIT.


       PROCESO-PRINCIPAL SECTION.

       2000-LEER-EXPOSICION.
           READ EXPOSIC-ORD
               AT END
                   SET EOF-EXPOSICIONES TO TRUE
           END-READ
           .
       2000-EXIT.
           EXIT.

       2100-LEER-CLIENTE.
           READ CLIENTES-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-CLI
               NOT AT END
                   MOVE W-CLI-NUM-PERSONA TO WS-CLAVE-CLI
           END-READ
           .
       2100-EXIT.
           EXIT.

       2200-LEER-CALCULO.
           READ CALCULO-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-CAL
               NOT AT END
                   MOVE ORD-CAL-REGISTRO(7:21) TO WS-CLAVE-CAL
           END-READ
           .
       2200-EXIT.
           EXIT.

       2300-LEER-ANTERIOR.
           READ ETAPA-ANT
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-STG
               NOT AT END
                   ADD 1 TO WS-CANT-ANTERIORES
                   MOVE STG-REGISTRO(7:21) TO WS-CLAVE-STG
           END-READ
           .
       2300-EXIT.
           EXIT.

      ******************************************************************
      *  3000-CALCULA-EXPOSICION  -  ETAPA DEL MES DE UNA EXPOSICION   *
      *  CON LOS DATOS DEL CLIENTE (SITUACION Y ALERTA TEMPRANA)       *
      ******************************************************************
       3000-CALCULA-EXPOSICION.
           ADD 1 TO WS-CANT-EXPOSICIONES
           MOVE SPACES TO STGN-REGISTRO
           MOVE WS-PERIODO-PROCESO TO STGN-PERIODO
           MOVE W-EXP-ORIGEN       TO STGN-ORIGEN
           MOVE W-EXP-CLAVE        TO STGN-CLAVE
           MOVE W-EXP-NUP          TO STGN-NUP
           MOVE W-EXP-DIAS-MORA    TO STGN-DIAS-MORA
           MOVE W-EXP-IND-REESTRUC TO STGN-IND-REESTRUC
           MOVE W-EXP-EXPOSICION   TO STGN-EXPOSICION
           MOVE ZERO TO STGN-ETAPA STGN-ETAPA-ANT STGN-MESES-CURA
           MOVE W-EXP-SITUACION    TO WS-SITU-CONTRATO
           MOVE ZERO               TO WS-SITU-CLIENTE

           IF W-EXP-NUP NOT = SPACES
               PERFORM 2100-LEER-CLIENTE THRU 2100-EXIT
                   UNTIL WS-CLAVE-CLI NOT < W-EXP-NUP
               IF WS-CLAVE-CLI = W-EXP-NUP
                   MOVE W-CLI-GRADO-FEVE TO STGN-GRADO-FEVE
                   IF W-CLI-SITUACION IS NUMERIC
                       MOVE W-CLI-SITUACION TO WS-SITU-CLIENTE
                   END-IF
               END-IF
           END-IF
           IF WS-SITU-CLIENTE > WS-SITU-CONTRATO
               MOVE WS-SITU-CLIENTE TO STGN-SITUACION
           ELSE
               MOVE WS-SITU-CONTRATO TO STGN-SITUACION
           END-IF

           PERFORM 3100-DETERMINA-ETAPA THRU 3100-EXIT
           MOVE STGN-REGISTRO TO WRK-CAL-REGISTRO
           WRITE WRK-CAL-REGISTRO
           PERFORM 2000-LEER-EXPOSICION THRU 2000-EXIT
           .
       3000-EXIT.
           EXIT.

      * EL PRIMER DISPARADOR QUE SE CUMPLE ES EL MOTIVO DE LA ETAPA
       3100-DETERMINA-ETAPA.
           IF STGN-DIAS-MORA > WS-DIAS-ETAPA3
               MOVE 3    TO STGN-ETAPA-CALC
               MOVE 'MO' TO STGN-MOTIVO
               GO TO 3100-EXIT
           END-IF
           IF STGN-SITUACION NOT < 3
               MOVE 3    TO STGN-ETAPA-CALC
               MOVE 'SI' TO STGN-MOTIVO
               GO TO 3100-EXIT
           END-IF
           IF STGN-DIAS-MORA > WS-DIAS-ETAPA2
               MOVE 2    TO STGN-ETAPA-CALC
               MOVE 'MO' TO STGN-MOTIVO
               GO TO 3100-EXIT
           END-IF
           IF STGN-IND-REESTRUC = 'S'
               MOVE 2    TO STGN-ETAPA-CALC
               MOVE 'RE' TO STGN-MOTIVO
               GO TO 3100-EXIT
           END-IF
           IF STGN-GRADO-FEVE NOT = SPACES
               MOVE 2    TO STGN-ETAPA-CALC
               MOVE 'AT' TO STGN-MOTIVO
               GO TO 3100-EXIT
           END-IF
           IF STGN-SITUACION = 2
               MOVE 2    TO STGN-ETAPA-CALC
               MOVE 'SI' TO STGN-MOTIVO
               GO TO 3100-EXIT
           END-IF
           MOVE 1    TO STGN-ETAPA-CALC
           MOVE 'NO' TO STGN-MOTIVO
           .
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  4000-ORDENA-CALCULO  -  ETAPAS DEL MES POR CLAVE PARA EL      *
      *  APAREO CONTRA EL FACT DEL MES ANTERIOR                        *
      ******************************************************************
       4000-ORDENA-CALCULO.
           CLOSE EXPOSIC-ORD
           CLOSE CALCULO-WRK
           IF HAY-CLIENTES
               CLOSE CLIENTES-ORD
           END-IF

           SORT SORT-CAL
               ON ASCENDING KEY S-CAL-ORIGEN
               ON ASCENDING KEY S-CAL-CLAVE
               USING CALCULO-WRK
               GIVING CALCULO-ORD

           OPEN INPUT  CALCULO-ORD
           OPEN OUTPUT ETAPA-NVA
           OPEN INPUT  ETAPA-ANT
           IF WS-FS-STG = '00'
               SET HAY-ANTERIOR TO TRUE
               PERFORM 2300-LEER-ANTERIOR THRU 2300-EXIT
           ELSE
               DISPLAY 'ZET172 - SIN IFRSSTG ANTERIOR - TODAS LAS '
                   'EXPOSICIONES SE TOMAN COMO NUEVAS'
               MOVE HIGH-VALUES TO WS-CLAVE-STG
           END-IF
           PERFORM 2200-LEER-CALCULO THRU 2200-EXIT
           .

      ******************************************************************
      *  5000-APLICA-PRUEBA  -  APAREO CON EL MES ANTERIOR: PERIODO    *
      *  DE PRUEBA Y MATRIZ DE MIGRACION                               *
      ******************************************************************
       5000-APLICA-PRUEBA.
           EVALUATE TRUE
               WHEN WS-CLAVE-CAL < WS-CLAVE-STG
                   MOVE ORD-CAL-REGISTRO TO STGN-REGISTRO
                   MOVE STGN-ETAPA-CALC TO STGN-ETAPA
                   MOVE 1 TO WS-IX-ANT
                   PERFORM 5200-GRABA-ETAPA THRU 5200-EXIT
                   PERFORM 2200-LEER-CALCULO THRU 2200-EXIT
               WHEN WS-CLAVE-CAL = WS-CLAVE-STG
                   MOVE ORD-CAL-REGISTRO TO STGN-REGISTRO
                   PERFORM 5100-PERIODO-PRUEBA THRU 5100-EXIT
                   COMPUTE WS-IX-ANT = STG-ETAPA + 1
                   PERFORM 5200-GRABA-ETAPA THRU 5200-EXIT
                   PERFORM 2200-LEER-CALCULO THRU 2200-EXIT
                   PERFORM 2300-LEER-ANTERIOR THRU 2300-EXIT
               WHEN OTHER
                   IF STG-ETAPA > 0 AND STG-ETAPA < 4
                       COMPUTE WS-IX-ANT = STG-ETAPA + 1
                       ADD 1 TO TB-MIG-CANT(WS-IX-ANT 4)
                       ADD STG-EXPOSICION
                           TO TB-MIG-IMPORTE(WS-IX-ANT 4)
                   END-IF
                   PERFORM 2300-LEER-ANTERIOR THRU 2300-EXIT
           END-EVALUATE
           .
       5000-EXIT.
           EXIT.

      * SI LOS DATOS DEL MES DAN UNA ETAPA PEOR O IGUAL SE TOMA Y SE
      * REINICIA LA PRUEBA; SI DAN UNA MEJOR, LA EXPOSICION QUEDA EN
      * SU ETAPA HASTA CUMPLIR WS-MESES-PRUEBA MESES SEGUIDOS Y
      * ENTONCES BAJA UNA SOLA ETAPA
       5100-PERIODO-PRUEBA.
           MOVE STG-ETAPA TO STGN-ETAPA-ANT
           IF STGN-ETAPA-CALC NOT < STG-ETAPA
               MOVE STGN-ETAPA-CALC TO STGN-ETAPA
               MOVE ZERO TO STGN-MESES-CURA
               GO TO 5100-EXIT
           END-IF
           COMPUTE STGN-MESES-CURA = STG-MESES-CURA + 1
           IF STGN-MESES-CURA < WS-MESES-PRUEBA
               MOVE STG-ETAPA TO STGN-ETAPA
               MOVE 'PR' TO STGN-MOTIVO
               ADD 1 TO WS-CANT-EN-PRUEBA
               GO TO 5100-EXIT
           END-IF
           COMPUTE STGN-ETAPA = STG-ETAPA - 1
           MOVE ZERO TO STGN-MESES-CURA
           ADD 1 TO WS-CANT-CURADAS
           IF STGN-ETAPA > STGN-ETAPA-CALC
               MOVE 'PR' TO STGN-MOTIVO
           END-IF
           .
       5100-EXIT.
           EXIT.

       5200-GRABA-ETAPA.
           WRITE STGN-REGISTRO
           MOVE STGN-ETAPA TO WS-IX-ACT
           ADD 1 TO TB-MIG-CANT(WS-IX-ANT WS-IX-ACT)
           ADD STGN-EXPOSICION TO TB-MIG-IMPORTE(WS-IX-ANT WS-IX-ACT)
           ADD 1 TO TB-ETA-CANT(WS-IX-ACT)
           ADD STGN-EXPOSICION TO TB-ETA-IMPORTE(WS-IX-ACT)
           .
       5200-EXIT.
           EXIT.

      ******************************************************************
      *  8000-EMITIR-REPORTE  -  EXPOSICION POR ETAPA Y MATRIZ DE      *
      *  MIGRACION CONTRA EL MES ANTERIOR                              *
      ******************************************************************
       8000-EMITIR-REPORTE.
           OPEN OUTPUT REPORTE-IFR
           MOVE WS-PERIODO-PROCESO TO WSL-PERIODO
           MOVE WS-LINEA-TITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM 8100-LINEA-ETAPA
               VARYING WS-IX-ACT FROM 1 BY 1 UNTIL WS-IX-ACT > 3
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-LINEA-MATRIZ-TIT TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM 8200-LINEA-MATRIZ
               VARYING WS-IX-ANT FROM 1 BY 1 UNTIL WS-IX-ANT > 4
           CLOSE REPORTE-IFR
           .

       8100-LINEA-ETAPA.
           MOVE WS-IX-ACT                TO WSL-ETAPA
           MOVE TB-ETA-CANT(WS-IX-ACT)   TO WSL-ETA-CANT
           MOVE TB-ETA-IMPORTE(WS-IX-ACT) TO WSL-ETA-IMPORTE
           MOVE WS-LINEA-ETAPA TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

       8200-LINEA-MATRIZ.
           MOVE SPACES TO WS-LINEA-MATRIZ
           MOVE WS-NOMBRE-FILA(WS-IX-ANT) TO WSL-MIG-FILA
           PERFORM 8210-CELDA-MATRIZ
               VARYING WS-IX-ACT FROM 1 BY 1 UNTIL WS-IX-ACT > 4
           MOVE WS-LINEA-MATRIZ TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

       8210-CELDA-MATRIZ.
           MOVE TB-MIG-CANT(WS-IX-ANT WS-IX-ACT)
               TO WSL-MIG-CANT(WS-IX-ACT)
           .

      ******************************************************************
      *  9000-FINALIZE  -  CIERRE DE ARCHIVOS, RUNLOG Y RESUMEN        *
      ******************************************************************
       9000-FINALIZE.
           CLOSE CALCULO-ORD
           CLOSE ETAPA-NVA
           IF HAY-ANTERIOR
               CLOSE ETAPA-ANT
           END-IF
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET172' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           COMPUTE RUNLOG-CANT-ENTRADA =
               WS-CANT-CONTRATOS + WS-CANT-TARJETAS
           MOVE WS-CANT-EXPOSICIONES TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET172 - ETAPAS NIIF 9 DE LA CARTERA'
           DISPLAY 'CONTRATOS WAGUCDEX . . . . : ' WS-CANT-CONTRATOS
           DISPLAY 'CUENTAS WASDO20  . . . . . : ' WS-CANT-TARJETAS
           DISPLAY 'TARJETAS SIN NUP . . . . . : ' WS-CANT-TARJ-SIN-NUP
           DISPLAY 'REFINANCIADOS UGDTRFR  . . : '
               WS-CANT-REFINANCIADOS
           DISPLAY 'EXPOSICIONES CALIFICADAS . : ' WS-CANT-EXPOSICIONES
           DISPLAY 'EXPOSICIONES MES ANTERIOR  : ' WS-CANT-ANTERIORES
           DISPLAY 'EN PERIODO DE PRUEBA . . . : ' WS-CANT-EN-PRUEBA
           DISPLAY 'BAJAN UNA ETAPA POR CURA . : ' WS-CANT-CURADAS
           DISPLAY 'ETAPA 1  . . . . . . . . . : ' TB-ETA-CANT(1)
           DISPLAY 'ETAPA 2  . . . . . . . . . : ' TB-ETA-CANT(2)
           DISPLAY 'ETAPA 3  . . . . . . . . . : ' TB-ETA-CANT(3)
           .
