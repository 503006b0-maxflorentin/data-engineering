      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET178                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - MALUG                       *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : CALENDARIO MENSUAL DE CUOTAS BALLOON Y LISTA DE  *
      *               RIESGO DE REFINANCIACION.  TOMA LOS PRESTAMOS DE *
      *               UGDTDRB CON BALLOON (COD_BALLOOM O               *
      *               SDO_BALLOOM_INI) Y FECHA E IMPORTE DEL BALLOON   *
      *               DEL ULTIMO RECIBO DE CUOTASQ CON REC_IMP_BALLOOM *
      *               (SI NO HAY, EL ULTIMO VENCIMIENTO UGFULVTO Y EL  *
      *               SALDO BALLOON INICIAL).  LOS QUE VENCEN EN LOS   *
      *               PROXIMOS DOCE MESES SALEN EN BALCAL POR MES,     *
      *               PRODUCTO, MONEDA Y SUCURSAL, CON LOS DIAS DE     *
      *               MORA DEL CONTRATO (WAGUCDEX CON_DIAIMPAG) Y LA   *
      *               SITUACION DEL CLIENTE (IBEC3070 COD-SITUIRRE).   *
      *               EL BALLOON MAYOR AL UMBRAL DE UN CLIENTE CON     *
      *               MORA O SITUACION DE ESTRES (PARMBAL) SE MARCA Y  *
      *               SALE ADEMAS EN BALRSK, CON SU GESTOR, PARA QUE   *
      *               EL OFICIAL INICIE LA REFINANCIACION A TIEMPO.    *
      *               EL LISTADO RPBALON TRAE AMBAS VISTAS.            *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET178.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - MALUG.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOS-DRB  ASSIGN TO UGDTDRB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DRB.
           SELECT SORT-DRB       ASSIGN TO SRTBALA.
           SELECT DRB-ORD        ASSIGN TO WBALDRB
               ORGANIZATION IS SEQUENTIAL.

           SELECT CUOTAS-SQ      ASSIGN TO CUOTASQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SQ.
           SELECT SORT-RBA       ASSIGN TO SRTBALB.
           SELECT RBA-ORD        ASSIGN TO WBALREC
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONTRATOS      ASSIGN TO WAGUCDEX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CON.
           SELECT SORT-CON       ASSIGN TO SRTBALC.
           SELECT CON-ORD        ASSIGN TO WBALCON
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-BAL       ASSIGN TO SRTBALD.
           SELECT BALLOON-ORD    ASSIGN TO WBALNUP
               ORGANIZATION IS SEQUENTIAL.

           SELECT CLIENTES       ASSIGN TO IBEC3070
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
           SELECT SORT-CLI       ASSIGN TO SRTBALE.
           SELECT CLIENTES-ORD   ASSIGN TO WBALCLI
               ORGANIZATION IS SEQUENTIAL.

           SELECT PARAMETROS     ASSIGN TO PARMBAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT CALENDARIO-WRK ASSIGN TO WBALCAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-CAL       ASSIGN TO SRTBALF.
           SELECT CALENDARIO-SAL ASSIGN TO BALCAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT RIESGO-SAL     ASSIGN TO BALRSK
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-BAL    ASSIGN TO RPBALON
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMOS-DRB
           RECORDING MODE IS F.
       01  FD-DRB.
           COPY "ugdtdrb.cob".

      * PRESTAMOS CON BALLOON, POR CUENTA
       SD  SORT-DRB.
       01  SD-DRB-REGISTRO.
           05  S-DRB-CLAVE            PIC X(20).
           05  S-DRB-OFICINA          PIC X(04).
           05  S-DRB-SDO-BALLOON      PIC S9(13)V99.
           05  S-DRB-FEC-ULT-VTO      PIC X(10).
           05  S-DRB-CUO-BALLOON      PIC 9(05).
           05  FILLER                 PIC X(06).

       FD  DRB-ORD
           RECORDING MODE IS F.
       01  W-DRB-REGISTRO.
           05  W-DRB-CLAVE            PIC X(20).
           05  W-DRB-OFICINA          PIC X(04).
           05  W-DRB-SDO-BALLOON      PIC S9(13)V99.
           05  W-DRB-FEC-ULT-VTO      PIC X(10).
           05  W-DRB-CUO-BALLOON      PIC 9(05).
           05  FILLER                 PIC X(06).

       FD  CUOTAS-SQ
           RECORDING MODE IS F.
           COPY "../cuotasq/cuotasq.cob".

      * RECIBOS CON BALLOON, POR CUENTA Y VENCIMIENTO DESCENDENTE
       SD  SORT-RBA.
       01  SD-RBA-REGISTRO.
           05  S-RBA-CLAVE            PIC X(20).
           05  S-RBA-FEC-VTO          PIC X(10).
           05  S-RBA-IMPORTE          PIC S9(13)V99.
           05  S-RBA-NUMREC           PIC 9(05).
           05  FILLER                 PIC X(10).

       FD  RBA-ORD
           RECORDING MODE IS F.
       01  W-RBA-REGISTRO.
           05  W-RBA-CLAVE            PIC X(20).
           05  W-RBA-FEC-VTO          PIC X(10).
           05  W-RBA-IMPORTE          PIC S9(13)V99.
           05  W-RBA-NUMREC           PIC 9(05).
           05  FILLER                 PIC X(10).

       FD  CONTRATOS
           RECORDING MODE IS F.
       01  FD-CONTRATO.
           COPY "../../garra/fact/wagucdex/wagucdex.cob".

       SD  SORT-CON.
       01  SD-CON-REGISTRO.
           05  S-CON-CLAVE            PIC X(20).
           05  S-CON-NUP              PIC X(08).
           05  S-CON-PRODUCTO         PIC X(02).
           05  S-CON-SUBPRO           PIC X(04).
           05  S-CON-DIVISA           PIC X(03).
           05  S-CON-DIAS-MORA        PIC 9(06).
           05  FILLER                 PIC X(07).

       FD  CON-ORD
           RECORDING MODE IS F.
       01  W-CON-REGISTRO.
           05  W-CON-CLAVE            PIC X(20).
           05  W-CON-NUP              PIC X(08).
           05  W-CON-PRODUCTO         PIC X(02).
           05  W-CON-SUBPRO           PIC X(04).
           05  W-CON-DIVISA           PIC X(03).
           05  W-CON-DIAS-MORA        PIC 9(06).
           05  FILLER                 PIC X(07).

      * BALLOON DENTRO DEL HORIZONTE CON SU CONTRATO, POR NUP
       SD  SORT-BAL.
       01  SD-BAL-REGISTRO.
           05  S-BAL-NUP              PIC X(08).
           05  S-BAL-CLAVE            PIC X(20).
           05  S-BAL-OFICINA          PIC X(04).
           05  S-BAL-PRODUCTO         PIC X(02).
           05  S-BAL-SUBPRO           PIC X(04).
           05  S-BAL-DIVISA           PIC X(03).
           05  S-BAL-DIAS-MORA        PIC 9(06).
           05  S-BAL-FEC-VTO          PIC 9(08).
           05  S-BAL-IMPORTE          PIC S9(13)V99.
           05  S-BAL-ORIGEN           PIC X(01).
           05  S-BAL-NUM-CUOTA        PIC 9(05).
           05  FILLER                 PIC X(14).

       FD  BALLOON-ORD
           RECORDING MODE IS F.
       01  W-BAL-REGISTRO.
           05  W-BAL-NUP              PIC X(08).
           05  W-BAL-CLAVE            PIC X(20).
           05  W-BAL-OFICINA          PIC X(04).
           05  W-BAL-PRODUCTO         PIC X(02).
           05  W-BAL-SUBPRO           PIC X(04).
           05  W-BAL-DIVISA           PIC X(03).
           05  W-BAL-DIAS-MORA        PIC 9(06).
           05  W-BAL-FEC-VTO          PIC 9(08).
           05  W-BAL-IMPORTE          PIC S9(13)V99.
           05  W-BAL-ORIGEN           PIC X(01).
           05  W-BAL-NUM-CUOTA        PIC 9(05).
           05  FILLER                 PIC X(14).

       FD  CLIENTES
           RECORDING MODE IS F.
       01  FD-CLIENTE.
           COPY "../../garra/fact/clientes_en_mora/IBEC3070.cob"
               REPLACING ==:IBEC3070:== BY ==IBEC3070==.

       SD  SORT-CLI.
       01  SD-CLI-REGISTRO.
           05  S-CLI-NUM-PERSONA      PIC X(08).
           05  S-CLI-SITUACION        PIC X(02).
           05  S-CLI-GESTOR           PIC X(04).
           05  S-CLI-APELLIDO         PIC X(30).
           05  FILLER                 PIC X(06).

       FD  CLIENTES-ORD
           RECORDING MODE IS F.
       01  W-CLI-REGISTRO.
           05  W-CLI-NUM-PERSONA      PIC X(08).
           05  W-CLI-SITUACION        PIC X(02).
           05  W-CLI-GESTOR           PIC X(04).
           05  W-CLI-APELLIDO         PIC X(30).
           05  FILLER                 PIC X(06).

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-BAL-REGISTRO.
      *        IMPORTE DE BALLOON A PARTIR DEL CUAL SE CONSIDERA GRANDE
           05  PARM-BAL-UMBRAL        PIC 9(11)V99.
      *        DIAS DE MORA Y SITUACION QUE MARCAN ESTRES
           05  PARM-BAL-DIAS-MORA     PIC 9(03).
           05  PARM-BAL-SITUACION     PIC 9(02).
           05  PARM-BAL-FILLER        PIC X(02).

       FD  CALENDARIO-WRK
           RECORDING MODE IS F.
       01  CAL-REGISTRO.
           05  CAL-PERIODO-VTO        PIC 9(06).
           05  CAL-PRODUCTO           PIC X(02).
           05  CAL-SUBPRO             PIC X(04).
           05  CAL-DIVISA             PIC X(03).
           05  CAL-OFICINA            PIC X(04).
           05  CAL-IMPORTE            PIC S9(13)V99.
           05  CAL-CLAVE              PIC X(20).
           05  CAL-FEC-VTO            PIC 9(08).
      *        R = RECIBO DE CUOTASQ / M = MAESTRO UGDTDRB
           05  CAL-ORIGEN             PIC X(01).
           05  CAL-NUP                PIC X(08).
           05  CAL-APELLIDO           PIC X(30).
           05  CAL-GESTOR             PIC X(04).
           05  CAL-SITUACION          PIC X(02).
           05  CAL-DIAS-MORA          PIC 9(06).
           05  CAL-RIESGO             PIC X(01).
               88  CAL-EN-RIESGO          VALUE 'S'.
           05  FILLER                 PIC X(06).

       SD  SORT-CAL.
       01  SD-CAL-REGISTRO.
           05  S-CAL-PERIODO-VTO      PIC 9(06).
           05  S-CAL-PRODUCTO         PIC X(02).
           05  S-CAL-SUBPRO           PIC X(04).
           05  S-CAL-DIVISA           PIC X(03).
           05  S-CAL-OFICINA          PIC X(04).
           05  S-CAL-IMPORTE          PIC S9(13)V99.
           05  FILLER                 PIC X(86).

      * CALENDARIO POR MES, PRODUCTO, MONEDA, SUCURSAL Y MAYOR BALLOON
       FD  CALENDARIO-SAL
           RECORDING MODE IS F.
       01  BALCAL-REGISTRO           PIC X(120).

      * SOLO LOS MARCADOS, MISMO LAYOUT Y ORDEN QUE BALCAL
       FD  RIESGO-SAL
           RECORDING MODE IS F.
       01  BALRSK-REGISTRO           PIC X(120).

       FD  REPORTE-BAL.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
      * PARAMETROS (PARMBAL LOS REEMPLAZA SI VIENE INFORMADO)
       01  WS-UMBRAL                 PIC 9(11)V99 VALUE 5000000.
       01  WS-DIAS-ESTRES            PIC 9(03) VALUE 30.
       01  WS-SITU-ESTRES            PIC 9(02) VALUE 2.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05  WS-PERIODO-PROCESO    PIC 9(06).
           05  WS-DIA-PROCESO        PIC 9(02).
      * HORIZONTE: DEL MES DE PROCESO A ONCE MESES DESPUES
       01  WS-PERIODO-HASTA          PIC 9(06).
       01  WS-PERIODO-HASTA-R REDEFINES WS-PERIODO-HASTA.
           05  WS-HASTA-ANIO         PIC 9(04).
           05  WS-HASTA-MES          PIC 9(02).
       01  WS-FEC-ALFA               PIC X(10).
       01  WS-FEC-NUM                PIC 9(08).
       01  WS-FEC-NUM-R REDEFINES WS-FEC-NUM.
           05  WS-FEC-NUM-PERIODO    PIC 9(06).
           05  WS-FEC-NUM-DIA        PIC 9(02).
       01  WS-SW-FECHA               PIC X(01).
           88  FECHA-VALIDA              VALUE 'S'.

       01  WS-FS-DRB                 PIC XX.
           88  FS-DRB-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-SQ                  PIC XX.
           88  FS-SQ-ERROR-LECTURA      VALUE '01' THRU '99'.
       01  WS-FS-CON                 PIC XX.
           88  FS-CON-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-CLI                 PIC XX.
           88  FS-CLI-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-PAR                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-AUX         PIC X(01) VALUE 'N'.
               88  EOF-AUXILIAR          VALUE 'S'.
           05  WS-SW-EOF-BAL         PIC X(01) VALUE 'N'.
               88  EOF-BALLOON           VALUE 'S'.

       01  WS-CLAVE-DRB              PIC X(20) VALUE LOW-VALUES.
       01  WS-CLAVE-RBA              PIC X(20) VALUE LOW-VALUES.
       01  WS-CLAVE-CON              PIC X(20) VALUE LOW-VALUES.
       01  WS-CLAVE-CLI              PIC X(08) VALUE LOW-VALUES.
       01  WS-CLAVE-RBA-ANT          PIC X(20) VALUE LOW-VALUES.
       01  WS-GRUPO-ACTUAL           PIC X(19).
       01  WS-GRUPO-ANT              PIC X(19) VALUE LOW-VALUES.
       01  WS-PERIODO-ANT            PIC 9(06) VALUE ZERO.

      * DEL PRESTAMO EN CURSO
       01  WS-BALLOON.
           05  WS-BAL-FEC-VTO        PIC 9(08).
           05  WS-BAL-IMPORTE        PIC S9(13)V99.
           05  WS-BAL-ORIGEN         PIC X(01).
           05  WS-BAL-SITU-NUM       PIC 9(02).

       01  WS-GRUPO.
           05  WS-GRP-CANT           PIC 9(07) COMP.
           05  WS-GRP-IMPORTE        PIC S9(15)V99 COMP-3.
           05  WS-GRP-CANT-RSK       PIC 9(07) COMP.
           05  WS-GRP-IMPORTE-RSK    PIC S9(15)V99 COMP-3.

       01  WS-CONTADORES.
           05  WS-CANT-DRB           PIC 9(09) COMP.
           05  WS-CANT-CON-BALLOON   PIC 9(09) COMP.
           05  WS-CANT-RECIBOS-BAL   PIC 9(09) COMP.
           05  WS-CANT-SIN-CONTRATO  PIC 9(09) COMP.
           05  WS-CANT-SIN-FECHA     PIC 9(09) COMP.
           05  WS-CANT-FUERA-HORIZ   PIC 9(09) COMP.
           05  WS-CANT-CALENDARIO    PIC 9(09) COMP.
           05  WS-CANT-SIN-CLIENTE   PIC 9(09) COMP.
           05  WS-CANT-RIESGO        PIC 9(09) COMP.

       01  WS-LINEA-TITULO.
           05  FILLER                PIC X(50) VALUE
               'CALENDARIO DE CUOTAS BALLOON - VENCIMIENTOS DEL PE'.
           05  FILLER                PIC X(08) VALUE 'RIODO '.
           05  WSL-DESDE             PIC 9(06).
           05  FILLER                PIC X(04) VALUE ' AL '.
           05  WSL-HASTA             PIC 9(06).

       01  WS-LINEA-COLUMNAS.
           05  FILLER                PIC X(50) VALUE
               'VENCE  PR SUBP DIV SUC     CANT             IMPORT'.
           05  FILLER                PIC X(50) VALUE
               'E  RIESGO      IMPORTE RIESGO                     '.

       01  WS-LINEA-GRUPO.
           05  WSL-G-PERIODO         PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-G-PRODUCTO        PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-G-SUBPRO          PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-G-DIVISA          PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-G-OFICINA         PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-G-CANT            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-G-IMPORTE         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-G-CANT-RSK        PIC ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-G-IMPORTE-RSK     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-TIT-RSK.
           05  FILLER                PIC X(50) VALUE
               'RIESGO DE REFINANCIACION - BALLOON DESDE          '.
           05  WSL-UMBRAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(15) VALUE ' CON MORA MAS '.
           05  FILLER                PIC X(04) VALUE 'DE '.
           05  WSL-DIAS-ESTRES       PIC ZZ9.
           05  FILLER                PIC X(20) VALUE
               ' DIAS O SITUACION >='.
           05  WSL-SITU-ESTRES       PIC Z9.

       01  WS-LINEA-COL-RSK.
           05  FILLER                PIC X(50) VALUE
               'VENCE    CUENTA       SUC  NUP      APELLIDO      '.
           05  FILLER                PIC X(50) VALUE
               '                 GEST SI   DIAS             IMPORT'.
           05  FILLER                PIC X(05) VALUE
               'E DIV'.

       01  WS-LINEA-RSK.
           05  WSL-R-FEC-VTO         PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-R-CUENTA          PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-R-OFICINA         PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-R-NUP             PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-R-APELLIDO        PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-R-GESTOR          PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-R-SITUACION       PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-R-DIAS            PIC ZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-R-IMPORTE         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-R-DIVISA          PIC X(03).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-PROCESA-BALLOON THRU 3000-EXIT
               UNTIL EOF-BALLOON
           PERFORM 4000-LISTA-CALENDARIO
           PERFORM 5000-LISTA-RIESGO
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  HORIZONTE, PRESTAMOS BALLOON CON SU       *
      *  RECIBO Y CONTRATO, Y CLIENTES, AMBOS POR NUP                  *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           INITIALIZE WS-CONTADORES

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM 1050-TOMA-PARAMETROS THRU 1050-EXIT
               END-READ
               CLOSE PARAMETROS
           END-IF

           MOVE WS-PERIODO-PROCESO TO WS-PERIODO-HASTA
           ADD 11 TO WS-HASTA-MES
           IF WS-HASTA-MES > 12
               SUBTRACT 12 FROM WS-HASTA-MES
               ADD 1 TO WS-HASTA-ANIO
           END-IF

           OPEN INPUT PRESTAMOS-DRB
           IF WS-FS-DRB NOT = '00'
               DISPLAY 'ZET178 - NO SE PUDO ABRIR UGDTDRB - '
                   'FILE STATUS ' WS-FS-DRB
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PRESTAMOS-DRB
           OPEN INPUT CUOTAS-SQ
           IF WS-FS-SQ NOT = '00'
               DISPLAY 'ZET178 - NO SE PUDO ABRIR CUOTASQ - '
                   'FILE STATUS ' WS-FS-SQ
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CUOTAS-SQ
           OPEN INPUT CONTRATOS
           IF WS-FS-CON NOT = '00'
               DISPLAY 'ZET178 - NO SE PUDO ABRIR WAGUCDEX - '
                   'FILE STATUS ' WS-FS-CON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CONTRATOS
           OPEN INPUT CLIENTES
           IF WS-FS-CLI NOT = '00'
               DISPLAY 'ZET178 - NO SE PUDO ABRIR IBEC3070 - '
                   'FILE STATUS ' WS-FS-CLI
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CLIENTES

           SORT SORT-DRB
               ON ASCENDING KEY S-DRB-CLAVE
               INPUT PROCEDURE IS 1300-EXTRAE-PRESTAMOS
               GIVING DRB-ORD

           SORT SORT-RBA
               ON ASCENDING KEY S-RBA-CLAVE
               ON DESCENDING KEY S-RBA-FEC-VTO
               INPUT PROCEDURE IS 1400-EXTRAE-RECIBOS
               GIVING RBA-ORD

           SORT SORT-CON
               ON ASCENDING KEY S-CON-CLAVE
               INPUT PROCEDURE IS 1500-EXTRAE-CONTRATOS
               GIVING CON-ORD

           SORT SORT-BAL
               ON ASCENDING KEY S-BAL-NUP
               ON ASCENDING KEY S-BAL-CLAVE
               INPUT PROCEDURE IS 1600-ARMA-BALLOON
               GIVING BALLOON-ORD

           SORT SORT-CLI
               ON ASCENDING KEY S-CLI-NUM-PERSONA
               INPUT PROCEDURE IS 1700-EXTRAE-CLIENTES
               GIVING CLIENTES-ORD

           OPEN INPUT  BALLOON-ORD
           OPEN INPUT  CLIENTES-ORD
           OPEN OUTPUT CALENDARIO-WRK

           PERFORM 2000-LEER-BALLOON THRU 2000-EXIT
           PERFORM 2100-LEER-CLIENTE THRU 2100-EXIT
           .

       1050-TOMA-PARAMETROS.
           IF PARM-BAL-UMBRAL IS NUMERIC
               AND PARM-BAL-UMBRAL > 0
               MOVE PARM-BAL-UMBRAL TO WS-UMBRAL
           END-IF
           IF PARM-BAL-DIAS-MORA IS NUMERIC
               AND PARM-BAL-DIAS-MORA > 0
               MOVE PARM-BAL-DIAS-MORA TO WS-DIAS-ESTRES
           END-IF
           IF PARM-BAL-SITUACION IS NUMERIC
               AND PARM-BAL-SITUACION > 0
               MOVE PARM-BAL-SITUACION TO WS-SITU-ESTRES
           END-IF
           .
       1050-EXIT.
           EXIT.

      * PRESTAMO CON BALLOON: MARCA COD_BALLOOM O SALDO BALLOON INICIAL
       1300-EXTRAE-PRESTAMOS SECTION.
           OPEN INPUT PRESTAMOS-DRB
           PERFORM 1310-SUELTA-PRESTAMO THRU 1310-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE PRESTAMOS-DRB
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1300-FIN
           .

       1310-SUELTA-PRESTAMO.
           READ PRESTAMOS-DRB
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1310-EXIT
           END-READ
           IF FS-DRB-ERROR-LECTURA
               DISPLAY 'ZET178 - ERROR DE LECTURA '
                   'EN UGDTDRB - FILE STATUS ' WS-FS-DRB
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-DRB
           IF (COD_BALLOOM OF FD-DRB = SPACE
               OR COD_BALLOOM OF FD-DRB = 'N')
               AND SDO_BALLOOM_INI OF FD-DRB NOT > ZERO
               GO TO 1310-EXIT
           END-IF
           ADD 1 TO WS-CANT-CON-BALLOON
           MOVE SPACES TO SD-DRB-REGISTRO
           STRING ENTIDAD OF FD-DRB
                  OFICINA OF FD-DRB
                  CUENTA OF FD-DRB
               DELIMITED BY SIZE
               INTO S-DRB-CLAVE
           END-STRING
           MOVE OFICINA         OF FD-DRB TO S-DRB-OFICINA
           MOVE SDO_BALLOOM_INI OF FD-DRB TO S-DRB-SDO-BALLOON
           MOVE UGFULVTO        OF FD-DRB TO S-DRB-FEC-ULT-VTO
           MOVE ZERO TO S-DRB-CUO-BALLOON
           IF NUM_CUOBALL OF FD-DRB > ZERO
               MOVE NUM_CUOBALL OF FD-DRB TO S-DRB-CUO-BALLOON
           END-IF
           RELEASE SD-DRB-REGISTRO
           .
       1310-EXIT.
           EXIT.
       1300-FIN.
           EXIT.


       1400-EXTRAE-RECIBOS SECTION.
           OPEN INPUT CUOTAS-SQ
           PERFORM 1410-SUELTA-RECIBO THRU 1410-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CUOTAS-SQ
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1400-FIN
           .

       1410-SUELTA-RECIBO.
           READ CUOTAS-SQ
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1410-EXIT
           END-READ
           IF FS-SQ-ERROR-LECTURA
               DISPLAY 'ZET178 - ERROR DE LECTURA '
                   'EN CUOTASQ - FILE STATUS ' WS-FS-SQ
               STOP RUN
           END-IF
           IF REC_IMP_BALLOOM NOT > ZERO
               GO TO 1410-EXIT
           END-IF
           ADD 1 TO WS-CANT-RECIBOS-BAL
           MOVE SPACES TO SD-RBA-REGISTRO
           STRING REC_ENTIDAD
                  REC_OFICINA
                  REC_CUENTA
               DELIMITED BY SIZE
               INTO S-RBA-CLAVE
           END-STRING
           MOVE REC_FEC_ESPEPAGO TO S-RBA-FEC-VTO
           MOVE REC_IMP_BALLOOM  TO S-RBA-IMPORTE
           MOVE REC_NUMREC       TO S-RBA-NUMREC
           RELEASE SD-RBA-REGISTRO
           .
       1410-EXIT.
           EXIT.
       1400-FIN.
           EXIT.


       1500-EXTRAE-CONTRATOS SECTION.
           OPEN INPUT CONTRATOS
           PERFORM 1510-SUELTA-CONTRATO THRU 1510-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CONTRATOS
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1500-FIN
           .

       1510-SUELTA-CONTRATO.
           READ CONTRATOS
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1510-EXIT
           END-READ
           IF FS-CON-ERROR-LECTURA
               DISPLAY 'ZET178 - ERROR DE LECTURA '
                   'EN WAGUCDEX - FILE STATUS ' WS-FS-CON
               STOP RUN
           END-IF
           MOVE SPACES TO SD-CON-REGISTRO
           STRING COD_ENTIDAD
                  COD_CENTRO
                  NUM_CONTRATO
               DELIMITED BY SIZE
               INTO S-CON-CLAVE
           END-STRING
           MOVE NUM_PERSONA  TO S-CON-NUP
           MOVE COD_PRODUCTO TO S-CON-PRODUCTO
           MOVE COD_SUBPRODU TO S-CON-SUBPRO
           MOVE COD_DIVISA   TO S-CON-DIVISA
           MOVE CON_DIAIMPAG TO S-CON-DIAS-MORA
           RELEASE SD-CON-REGISTRO
           .
       1510-EXIT.
           EXIT.
       1500-FIN.
           EXIT.


      * APAREO PRESTAMO / RECIBO BALLOON / CONTRATO POR CUENTA.  EL
      * RECIBO MAS LEJANO CON BALLOON MANDA; SIN RECIBO SE TOMA EL
      * ULTIMO VENCIMIENTO Y EL SALDO BALLOON DEL MAESTRO
       1600-ARMA-BALLOON SECTION.
           OPEN INPUT DRB-ORD
           OPEN INPUT RBA-ORD
           OPEN INPUT CON-ORD
           PERFORM 1620-LEER-DRB-ORD THRU 1620-EXIT
           PERFORM 1630-LEER-RBA-ORD THRU 1630-EXIT
           PERFORM 1640-LEER-CON-ORD THRU 1640-EXIT
           PERFORM 1610-APAREA-PRESTAMO THRU 1610-EXIT
               UNTIL WS-CLAVE-DRB = HIGH-VALUES
           CLOSE DRB-ORD
           CLOSE RBA-ORD
           CLOSE CON-ORD
           GO TO 1600-FIN
           .

       1610-APAREA-PRESTAMO.
           PERFORM 1630-LEER-RBA-ORD THRU 1630-EXIT
               UNTIL WS-CLAVE-RBA NOT < WS-CLAVE-DRB
           PERFORM 1640-LEER-CON-ORD THRU 1640-EXIT
               UNTIL WS-CLAVE-CON NOT < WS-CLAVE-DRB
           IF WS-CLAVE-CON NOT = WS-CLAVE-DRB
               ADD 1 TO WS-CANT-SIN-CONTRATO
               GO TO 1610-SIGUIENTE
           END-IF

           IF WS-CLAVE-RBA = WS-CLAVE-DRB
               MOVE W-RBA-FEC-VTO TO WS-FEC-ALFA
               MOVE W-RBA-IMPORTE TO WS-BAL-IMPORTE
               MOVE 'R'           TO WS-BAL-ORIGEN
           ELSE
               MOVE W-DRB-FEC-ULT-VTO TO WS-FEC-ALFA
               MOVE W-DRB-SDO-BALLOON TO WS-BAL-IMPORTE
               MOVE 'M'               TO WS-BAL-ORIGEN
           END-IF
           PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
           IF NOT FECHA-VALIDA
               ADD 1 TO WS-CANT-SIN-FECHA
               GO TO 1610-SIGUIENTE
           END-IF
           IF WS-FEC-NUM-PERIODO < WS-PERIODO-PROCESO
               OR WS-FEC-NUM-PERIODO > WS-PERIODO-HASTA
               ADD 1 TO WS-CANT-FUERA-HORIZ
               GO TO 1610-SIGUIENTE
           END-IF

           MOVE SPACES TO SD-BAL-REGISTRO
           MOVE W-CON-NUP         TO S-BAL-NUP
           MOVE W-DRB-CLAVE       TO S-BAL-CLAVE
           MOVE W-DRB-OFICINA     TO S-BAL-OFICINA
           MOVE W-CON-PRODUCTO    TO S-BAL-PRODUCTO
           MOVE W-CON-SUBPRO      TO S-BAL-SUBPRO
           MOVE W-CON-DIVISA      TO S-BAL-DIVISA
           MOVE W-CON-DIAS-MORA   TO S-BAL-DIAS-MORA
           MOVE WS-FEC-NUM        TO S-BAL-FEC-VTO
           MOVE WS-BAL-IMPORTE    TO S-BAL-IMPORTE
           MOVE WS-BAL-ORIGEN     TO S-BAL-ORIGEN
           MOVE W-DRB-CUO-BALLOON TO S-BAL-NUM-CUOTA
           RELEASE SD-BAL-REGISTRO
           .
       1610-SIGUIENTE.
           PERFORM 1620-LEER-DRB-ORD THRU 1620-EXIT
           .
       1610-EXIT.
           EXIT.

       1620-LEER-DRB-ORD.
           READ DRB-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-DRB
               NOT AT END
                   MOVE W-DRB-CLAVE TO WS-CLAVE-DRB
           END-READ
           .
       1620-EXIT.
           EXIT.

      * SOLO EL PRIMER RECIBO (EL MAS LEJANO) DE CADA CUENTA
       1630-LEER-RBA-ORD.
           READ RBA-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-RBA
                   GO TO 1630-EXIT
           END-READ
           IF W-RBA-CLAVE = WS-CLAVE-RBA-ANT
               GO TO 1630-LEER-RBA-ORD
           END-IF
           MOVE W-RBA-CLAVE TO WS-CLAVE-RBA WS-CLAVE-RBA-ANT
           .
       1630-EXIT.
           EXIT.

       1640-LEER-CON-ORD.
           READ CON-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-CON
               NOT AT END
                   MOVE W-CON-CLAVE TO WS-CLAVE-CON
           END-READ
           .
       1640-EXIT.
           EXIT.
       1600-FIN.
           EXIT.


       1700-EXTRAE-CLIENTES SECTION.
           OPEN INPUT CLIENTES
           PERFORM 1710-SUELTA-CLIENTE THRU 1710-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CLIENTES
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1700-FIN
           .

       1710-SUELTA-CLIENTE.
           READ CLIENTES
               AT END
                   SET EOF-AUXILIAR TO TRUE
               NOT AT END
                   IF FS-CLI-ERROR-LECTURA
                       DISPLAY 'ZET178 - ERROR DE LECTURA '
                           'EN IBEC3070 - FILE STATUS ' WS-FS-CLI
                       STOP RUN
                   END-IF
                   IF IBEC3070-NUM-PERSONA NOT = SPACES
                       MOVE SPACES TO SD-CLI-REGISTRO
                       MOVE IBEC3070-NUM-PERSONA   TO S-CLI-NUM-PERSONA
                       MOVE IBEC3070-COD-SITUIRRE  TO S-CLI-SITUACION
                       MOVE IBEC3070-COD-GESTOR    TO S-CLI-GESTOR
                       MOVE IBEC3070-PRIM-APELLIDO TO S-CLI-APELLIDO
                       RELEASE SD-CLI-REGISTRO
                   END-IF
           END-READ
           .
       1710-EXIT.
           EXIT.
       1700-FIN.
           EXIT.


       PROCESO-PRINCIPAL SECTION.

      * FECHA AAAA-MM-DD DE WS-FEC-ALFA A AAAAMMDD EN WS-FEC-NUM
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

       2000-LEER-BALLOON.
           READ BALLOON-ORD
               AT END
                   SET EOF-BALLOON TO TRUE
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

      ******************************************************************
      *  3000-PROCESA-BALLOON  -  UN BALLOON DEL HORIZONTE CON LA      *
      *  SITUACION DEL CLIENTE Y LA MARCA DE RIESGO                    *
      ******************************************************************
       3000-PROCESA-BALLOON.
           PERFORM 2100-LEER-CLIENTE THRU 2100-EXIT
               UNTIL WS-CLAVE-CLI NOT < W-BAL-NUP

           MOVE SPACES TO CAL-REGISTRO
           MOVE W-BAL-FEC-VTO     TO WS-FEC-NUM
           MOVE WS-FEC-NUM-PERIODO TO CAL-PERIODO-VTO
           MOVE W-BAL-PRODUCTO    TO CAL-PRODUCTO
           MOVE W-BAL-SUBPRO      TO CAL-SUBPRO
           MOVE W-BAL-DIVISA      TO CAL-DIVISA
           MOVE W-BAL-OFICINA     TO CAL-OFICINA
           MOVE W-BAL-IMPORTE     TO CAL-IMPORTE
           MOVE W-BAL-CLAVE       TO CAL-CLAVE
           MOVE W-BAL-FEC-VTO     TO CAL-FEC-VTO
           MOVE W-BAL-ORIGEN      TO CAL-ORIGEN
           MOVE W-BAL-NUP         TO CAL-NUP
           MOVE W-BAL-DIAS-MORA   TO CAL-DIAS-MORA
           MOVE 'N'               TO CAL-RIESGO
           MOVE ZERO              TO WS-BAL-SITU-NUM
           IF WS-CLAVE-CLI = W-BAL-NUP
               MOVE W-CLI-APELLIDO  TO CAL-APELLIDO
               MOVE W-CLI-GESTOR    TO CAL-GESTOR
               MOVE W-CLI-SITUACION TO CAL-SITUACION
               IF W-CLI-SITUACION IS NUMERIC
                   MOVE W-CLI-SITUACION TO WS-BAL-SITU-NUM
               END-IF
           ELSE
               ADD 1 TO WS-CANT-SIN-CLIENTE
           END-IF

           IF W-BAL-IMPORTE NOT < WS-UMBRAL
               IF W-BAL-DIAS-MORA > WS-DIAS-ESTRES
                   OR WS-BAL-SITU-NUM NOT < WS-SITU-ESTRES
                   MOVE 'S' TO CAL-RIESGO
                   ADD 1 TO WS-CANT-RIESGO
               END-IF
           END-IF
           WRITE CAL-REGISTRO
           ADD 1 TO WS-CANT-CALENDARIO

           PERFORM 2000-LEER-BALLOON THRU 2000-EXIT
           .
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  4000-LISTA-CALENDARIO  -  BALCAL ORDENADO, UNA LINEA DEL      *
      *  LISTADO POR MES/PRODUCTO/MONEDA/SUCURSAL, Y BALRSK            *
      ******************************************************************
       4000-LISTA-CALENDARIO.
           CLOSE BALLOON-ORD
           CLOSE CLIENTES-ORD
           CLOSE CALENDARIO-WRK

           SORT SORT-CAL
               ON ASCENDING KEY S-CAL-PERIODO-VTO
               ON ASCENDING KEY S-CAL-PRODUCTO
               ON ASCENDING KEY S-CAL-SUBPRO
               ON ASCENDING KEY S-CAL-DIVISA
               ON ASCENDING KEY S-CAL-OFICINA
               ON DESCENDING KEY S-CAL-IMPORTE
               USING CALENDARIO-WRK
               GIVING CALENDARIO-SAL

           OPEN INPUT  CALENDARIO-SAL
           OPEN OUTPUT RIESGO-SAL
           OPEN OUTPUT REPORTE-BAL
           MOVE WS-PERIODO-PROCESO TO WSL-DESDE
           MOVE WS-PERIODO-HASTA   TO WSL-HASTA
           MOVE WS-LINEA-TITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           INITIALIZE WS-GRUPO
           MOVE 'N' TO WS-SW-EOF-AUX
           PERFORM 4100-LINEA-CALENDARIO THRU 4100-EXIT
               UNTIL EOF-AUXILIAR
           IF WS-GRUPO-ANT NOT = LOW-VALUES
               PERFORM 4200-TOTAL-GRUPO
           END-IF
           CLOSE CALENDARIO-SAL
           CLOSE RIESGO-SAL
           .

       4100-LINEA-CALENDARIO.
           READ CALENDARIO-SAL
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 4100-EXIT
           END-READ
           MOVE BALCAL-REGISTRO TO CAL-REGISTRO
           MOVE CAL-REGISTRO(1:19) TO WS-GRUPO-ACTUAL
           IF WS-GRUPO-ACTUAL NOT = WS-GRUPO-ANT
               IF WS-GRUPO-ANT NOT = LOW-VALUES
                   PERFORM 4200-TOTAL-GRUPO
               END-IF
               MOVE WS-GRUPO-ACTUAL TO WS-GRUPO-ANT
               IF CAL-PERIODO-VTO NOT = WS-PERIODO-ANT
                   MOVE CAL-PERIODO-VTO TO WS-PERIODO-ANT
                   MOVE SPACES TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF
           END-IF
           ADD 1 TO WS-GRP-CANT
           ADD CAL-IMPORTE TO WS-GRP-IMPORTE
           IF CAL-EN-RIESGO
               ADD 1 TO WS-GRP-CANT-RSK
               ADD CAL-IMPORTE TO WS-GRP-IMPORTE-RSK
               MOVE CAL-REGISTRO TO BALRSK-REGISTRO
               WRITE BALRSK-REGISTRO
           END-IF
           .
       4100-EXIT.
           EXIT.

      * LA CLAVE DEL GRUPO SON LOS PRIMEROS 19 BYTES DE BALCAL
       4200-TOTAL-GRUPO.
           MOVE WS-GRUPO-ANT(1:6)  TO WSL-G-PERIODO
           MOVE WS-GRUPO-ANT(7:2)  TO WSL-G-PRODUCTO
           MOVE WS-GRUPO-ANT(9:4)  TO WSL-G-SUBPRO
           MOVE WS-GRUPO-ANT(13:3) TO WSL-G-DIVISA
           MOVE WS-GRUPO-ANT(16:4) TO WSL-G-OFICINA
           MOVE WS-GRP-CANT        TO WSL-G-CANT
           MOVE WS-GRP-IMPORTE     TO WSL-G-IMPORTE
           MOVE WS-GRP-CANT-RSK    TO WSL-G-CANT-RSK
           MOVE WS-GRP-IMPORTE-RSK TO WSL-G-IMPORTE-RSK
           MOVE WS-LINEA-GRUPO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           INITIALIZE WS-GRUPO
           .

      ******************************************************************
      *  5000-LISTA-RIESGO  -  DETALLE DE LOS BALLOON MARCADOS         *
      ******************************************************************
       5000-LISTA-RIESGO.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-UMBRAL      TO WSL-UMBRAL
           MOVE WS-DIAS-ESTRES TO WSL-DIAS-ESTRES
           MOVE WS-SITU-ESTRES TO WSL-SITU-ESTRES
           MOVE WS-LINEA-TIT-RSK TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-LINEA-COL-RSK TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           OPEN INPUT RIESGO-SAL
           MOVE 'N' TO WS-SW-EOF-AUX
           PERFORM 5100-LINEA-RIESGO THRU 5100-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE RIESGO-SAL
           .

       5100-LINEA-RIESGO.
           READ RIESGO-SAL
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 5100-EXIT
           END-READ
           MOVE BALRSK-REGISTRO TO CAL-REGISTRO
           MOVE CAL-FEC-VTO     TO WSL-R-FEC-VTO
           MOVE CAL-CLAVE(9:12) TO WSL-R-CUENTA
           MOVE CAL-OFICINA     TO WSL-R-OFICINA
           MOVE CAL-NUP         TO WSL-R-NUP
           MOVE CAL-APELLIDO    TO WSL-R-APELLIDO
           MOVE CAL-GESTOR      TO WSL-R-GESTOR
           MOVE CAL-SITUACION   TO WSL-R-SITUACION
           MOVE CAL-DIAS-MORA   TO WSL-R-DIAS
           MOVE CAL-IMPORTE     TO WSL-R-IMPORTE
           MOVE CAL-DIVISA      TO WSL-R-DIVISA
           MOVE WS-LINEA-RSK TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       5100-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  CIERRE DE ARCHIVOS, RUNLOG Y RESUMEN        *
      ******************************************************************
       9000-FINALIZE.
           CLOSE REPORTE-BAL
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET178' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-DRB TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-CALENDARIO TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET178 - CALENDARIO DE CUOTAS BALLOON'
           DISPLAY 'PRESTAMOS UGDTDRB  . . . . : ' WS-CANT-DRB
           DISPLAY 'PRESTAMOS CON BALLOON  . . : ' WS-CANT-CON-BALLOON
           DISPLAY 'RECIBOS CON BALLOON  . . . : ' WS-CANT-RECIBOS-BAL
           DISPLAY 'BALLOON SIN CONTRATO . . . : ' WS-CANT-SIN-CONTRATO
           DISPLAY 'BALLOON SIN FECHA  . . . . : ' WS-CANT-SIN-FECHA
           DISPLAY 'FUERA DEL HORIZONTE  . . . : ' WS-CANT-FUERA-HORIZ
           DISPLAY 'BALLOON EN CALENDARIO  . . : ' WS-CANT-CALENDARIO
           DISPLAY 'SIN DATOS DE CLIENTE . . . : ' WS-CANT-SIN-CLIENTE
           DISPLAY 'MARCADOS PARA REFINANCIAR  : ' WS-CANT-RIESGO
           .
