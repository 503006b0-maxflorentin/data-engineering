      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET181                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - MALUG                       *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : COTIZACION DE CANCELACION TOTAL DE PRESTAMOS A   *
      *               PEDIDO.  LEE LAS CUENTAS Y FECHAS DE PAGO DE     *
      *               SOLCANC Y, PARA CADA UNA, SUMA DE CUOTASQ LO     *
      *               IMPAGO DE LOS RECIBOS VENCIDOS A ESA FECHA       *
      *               (CAPITAL, INTERES, COMISION Y GASTOS, SEGURO,    *
      *               IMPUESTOS Y MORA), DEVENGA EL INTERES SOBRE EL   *
      *               SALDO DE UGDTDRB (UGISBACT) DESDE EL INICIO DEL  *
      *               PERIODO EN CURSO HASTA LA FECHA DE PAGO A LA     *
      *               REC_TAE DEL RECIBO Y, SI EL PRODUCTO DE UGDTPRO  *
      *               ADMITE PREMIO POR PRECANCELACION (PRO-UGYPREMP), *
      *               APLICA EL POR_PREMIO DEL PRESTAMO.  EMITE LA     *
      *               COTIZACION FECHADA CON SU VALIDEZ (PAYQUOTE Y LA *
      *               IMPRESION RPPAYQ) Y LA AGREGA AL LOG QUOTELOG    *
      *               (EN EXTEND) PARA CRUZARLA DESPUES CON LAS        *
      *               CANCELACIONES DE MDEC160R.                       *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET181.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - MALUG.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLICITUDES    ASSIGN TO SOLCANC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SOL.
           SELECT SORT-SOL       ASSIGN TO SRTPAYA.
           SELECT SOL-ORD        ASSIGN TO WPAYSOL
               ORGANIZATION IS SEQUENTIAL.

           SELECT PRODUCTOS      ASSIGN TO UGDTPRO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRO.
           SELECT SORT-PRO       ASSIGN TO SRTPAYB.
           SELECT PRO-ORD        ASSIGN TO WPAYPRO
               ORGANIZATION IS SEQUENTIAL.

           SELECT PRESTAMOS-DRB  ASSIGN TO UGDTDRB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DRB.
           SELECT SORT-DRB       ASSIGN TO SRTPAYC.
           SELECT DRB-ORD        ASSIGN TO WPAYDRB
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONTRATOS      ASSIGN TO WAGUCDEX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CON.
           SELECT SORT-CON       ASSIGN TO SRTPAYD.
           SELECT CON-ORD        ASSIGN TO WPAYCON
               ORGANIZATION IS SEQUENTIAL.

           SELECT CUOTAS-SQ      ASSIGN TO CUOTASQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SQ.
           SELECT SORT-RCB       ASSIGN TO SRTPAYE.
           SELECT RCB-ORD        ASSIGN TO WPAYRCB
               ORGANIZATION IS SEQUENTIAL.

           SELECT PARAMETROS     ASSIGN TO PARMPAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT COTIZACION-SAL ASSIGN TO PAYQUOTE
               ORGANIZATION IS SEQUENTIAL.
           SELECT LOG-COTIZ      ASSIGN TO QUOTELOG
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-PAY    ASSIGN TO RPPAYQ
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SOLICITUDES
           RECORDING MODE IS F.
       01  SOL-REGISTRO.
           05  SOL-ENTIDAD            PIC X(04).
           05  SOL-OFICINA            PIC X(04).
           05  SOL-CUENTA             PIC X(12).
      *        FECHA DE PAGO AAAAMMDD (CERO = FECHA DE PROCESO)
           05  SOL-FECHA-PAGO         PIC 9(08).
      *        CANAL (SUCURSAL / CALL CENTER) Y USUARIO QUE PIDE
           05  SOL-CANAL              PIC X(04).
           05  SOL-USUARIO            PIC X(08).

       SD  SORT-SOL.
       01  SD-SOL-REGISTRO.
           05  S-SOL-CLAVE            PIC X(20).
           05  S-SOL-FECHA-PAGO       PIC 9(08).
           05  S-SOL-CANAL            PIC X(04).
           05  S-SOL-USUARIO          PIC X(08).

       FD  SOL-ORD
           RECORDING MODE IS F.
       01  W-SOL-REGISTRO.
           05  W-SOL-CLAVE            PIC X(20).
           05  W-SOL-CLAVE-R REDEFINES W-SOL-CLAVE.
               10  W-SOL-ENTIDAD      PIC X(04).
               10  W-SOL-OFICINA      PIC X(04).
               10  W-SOL-CUENTA       PIC X(12).
           05  W-SOL-FECHA-PAGO       PIC 9(08).
           05  W-SOL-CANAL            PIC X(04).
           05  W-SOL-USUARIO          PIC X(08).

       FD  PRODUCTOS
           RECORDING MODE IS F.
       01  FD-PRO.
           COPY "../ugdtpro/ugdtpro.cob".

      * ULTIMA VERSION DE CADA PRODUCTO PRIMERO
       SD  SORT-PRO.
       01  SD-PRO-REGISTRO.
           05  S-PRO-CLAVE            PIC X(10).
           05  S-PRO-FEC-DESDE        PIC X(10).
           05  S-PRO-PREMIO           PIC X(01).
           05  S-PRO-TEXTO            PIC X(15).
           05  FILLER                 PIC X(04).

       FD  PRO-ORD
           RECORDING MODE IS F.
       01  W-PRO-REGISTRO.
           05  W-PRO-CLAVE            PIC X(10).
           05  W-PRO-FEC-DESDE        PIC X(10).
           05  W-PRO-PREMIO           PIC X(01).
           05  W-PRO-TEXTO            PIC X(15).
           05  FILLER                 PIC X(04).

       FD  PRESTAMOS-DRB
           RECORDING MODE IS F.
       01  FD-DRB.
           COPY "../ugdtdrb/ugdtdrb.cob".

       SD  SORT-DRB.
       01  SD-DRB-REGISTRO.
           05  S-DRB-CLAVE            PIC X(20).
           05  S-DRB-SALDO            PIC S9(13)V99.
           05  S-DRB-POR-PREMIO       PIC S9(03)V9(06).
           05  FILLER                 PIC X(06).

       FD  DRB-ORD
           RECORDING MODE IS F.
       01  W-DRB-REGISTRO.
           05  W-DRB-CLAVE            PIC X(20).
           05  W-DRB-SALDO            PIC S9(13)V99.
           05  W-DRB-POR-PREMIO       PIC S9(03)V9(06).
           05  FILLER                 PIC X(06).

       FD  CONTRATOS
           RECORDING MODE IS F.
       01  FD-CONTRATO.
           COPY "../../garra/fact/wagucdex/wagucdex.cob".

       SD  SORT-CON.
       01  SD-CON-REGISTRO.
           05  S-CON-CLAVE            PIC X(20).
           05  S-CON-PRODUCTO         PIC X(10).
           05  S-CON-DIVISA           PIC X(03).
           05  FILLER                 PIC X(07).

       FD  CON-ORD
           RECORDING MODE IS F.
       01  W-CON-REGISTRO.
           05  W-CON-CLAVE            PIC X(20).
      *        ENTIDAD + PRODUCTO + SUBPRODUCTO, CLAVE DE UGDTPRO
           05  W-CON-PRODUCTO         PIC X(10).
           05  W-CON-DIVISA           PIC X(03).
           05  FILLER                 PIC X(07).

       FD  CUOTAS-SQ
           RECORDING MODE IS F.
           COPY "cuotasq.cob".

      * LO IMPAGO DE CADA RECIBO, POR CUENTA Y VENCIMIENTO
       SD  SORT-RCB.
       01  SD-RCB-REGISTRO.
           05  S-RCB-CLAVE            PIC X(20).
           05  S-RCB-FEC-VTO          PIC 9(08).
           05  S-RCB-FEC-INI          PIC 9(08).
           05  S-RCB-TAE              PIC S9(03)V9(06).
           05  S-RCB-CAPITAL          PIC S9(13)V99.
           05  S-RCB-INTERES          PIC S9(13)V99.
           05  S-RCB-COMISION         PIC S9(13)V99.
           05  S-RCB-SEGURO           PIC S9(13)V99.
           05  S-RCB-IMPUESTO         PIC S9(13)V99.
           05  S-RCB-MORA             PIC S9(13)V99.
           05  FILLER                 PIC X(05).

       FD  RCB-ORD
           RECORDING MODE IS F.
       01  W-RCB-REGISTRO.
           05  W-RCB-CLAVE            PIC X(20).
           05  W-RCB-FEC-VTO          PIC 9(08).
           05  W-RCB-FEC-INI          PIC 9(08).
           05  W-RCB-TAE              PIC S9(03)V9(06).
           05  W-RCB-CAPITAL          PIC S9(13)V99.
           05  W-RCB-INTERES          PIC S9(13)V99.
           05  W-RCB-COMISION         PIC S9(13)V99.
           05  W-RCB-SEGURO           PIC S9(13)V99.
           05  W-RCB-IMPUESTO         PIC S9(13)V99.
           05  W-RCB-MORA             PIC S9(13)V99.
           05  FILLER                 PIC X(05).

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-PAY-REGISTRO.
      *        DIAS CORRIDOS DE VALIDEZ DE LA COTIZACION
           05  PARM-PAY-VALIDEZ       PIC 9(03).
           05  PARM-PAY-FILLER        PIC X(17).

       FD  COTIZACION-SAL
           RECORDING MODE IS F.
       01  PAYQUOTE-REGISTRO         PIC X(250).

      * LOG ACUMULADO DE COTIZACIONES, MISMO LAYOUT QUE PAYQUOTE
       FD  LOG-COTIZ
           RECORDING MODE IS F.
       01  QUOTELOG-REGISTRO         PIC X(250).

       FD  REPORTE-PAY.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-PRODUCTOS          PIC 9(05) COMP VALUE 3000.
       77  WS-MAX-RECIBOS            PIC 9(04) COMP VALUE 999.
       77  WS-DIAS-VALIDEZ           PIC 9(03) VALUE ZERO.
       77  WS-SECUENCIA              PIC 9(05) VALUE ZERO.
       77  WS-FACTOR-DEVENGO         PIC S9(03)V9(09).

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-HORA-PROCESO           PIC 9(08).
       01  WS-HORA-PROCESO-R REDEFINES WS-HORA-PROCESO.
           05  WS-HHMMSS             PIC 9(06).
           05  FILLER                PIC 9(02).
       01  WS-FEC-ALFA               PIC X(10).
       01  WS-FEC-NUM                PIC 9(08).
       01  WS-SW-FECHA               PIC X(01).
           88  FECHA-VALIDA              VALUE 'S'.
       01  WS-FEC-DEVENGO            PIC 9(08).
       01  WS-FEC-INI-DEVENGO        PIC 9(08).
       01  WS-TAE-DEVENGO            PIC S9(03)V9(06).

       01  WS-FS-SOL                 PIC XX.
           88  FS-SOL-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-PRO                 PIC XX.
           88  FS-PRO-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-DRB                 PIC XX.
           88  FS-DRB-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-CON                 PIC XX.
           88  FS-CON-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-SQ                  PIC XX.
           88  FS-SQ-ERROR-LECTURA      VALUE '01' THRU '99'.
       01  WS-FS-PAR                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-AUX         PIC X(01) VALUE 'N'.
               88  EOF-AUXILIAR          VALUE 'S'.
           05  WS-SW-EOF-SOL         PIC X(01) VALUE 'N'.
               88  EOF-SOLICITUDES       VALUE 'S'.
           05  WS-SW-PREMIO          PIC X(01) VALUE 'N'.
               88  PRODUCTO-CON-PREMIO   VALUE 'S'.

       01  WS-CLAVE-DRB              PIC X(20) VALUE LOW-VALUES.
       01  WS-CLAVE-CON              PIC X(20) VALUE LOW-VALUES.
       01  WS-CLAVE-RCB              PIC X(20) VALUE LOW-VALUES.
       01  WS-CLAVE-CARGADA          PIC X(20) VALUE LOW-VALUES.

      * REGLAS DE PREMIO POR PRECANCELACION, ULTIMA VERSION
       01  TABLA-PRODUCTOS.
           05  TB-PRO-CANT           PIC 9(05) COMP VALUE ZERO.
           05  TB-PRO-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON TB-PRO-CANT
                   ASCENDING KEY IS TB-PRO-CLAVE
                   INDEXED BY TB-PRO-IDX.
               10  TB-PRO-CLAVE      PIC X(10).
               10  TB-PRO-PREMIO     PIC X(01).
               10  TB-PRO-TEXTO      PIC X(15).

      * RECIBOS DE LA CUENTA EN CURSO, POR VENCIMIENTO
       01  TABLA-RECIBOS.
           05  TB-RCB-CANT           PIC 9(04) COMP VALUE ZERO.
           05  TB-RCB-ENTRY OCCURS 999 TIMES
                   INDEXED BY TB-RCB-IDX.
               10  TB-RCB-FEC-VTO    PIC 9(08).
               10  TB-RCB-FEC-INI    PIC 9(08).
               10  TB-RCB-TAE        PIC S9(03)V9(06).
               10  TB-RCB-CAPITAL    PIC S9(13)V99.
               10  TB-RCB-INTERES    PIC S9(13)V99.
               10  TB-RCB-COMISION   PIC S9(13)V99.
               10  TB-RCB-SEGURO     PIC S9(13)V99.
               10  TB-RCB-IMPUESTO   PIC S9(13)V99.
               10  TB-RCB-MORA       PIC S9(13)V99.
       01  WS-SW-PERIODO             PIC X(01).
           88  PERIODO-HALLADO           VALUE 'S'.

      * COTIZACION EN CURSO (LAYOUT DE PAYQUOTE Y QUOTELOG)
       01  PQ-REGISTRO.
      *        FECHA + HORA DE PROCESO + SECUENCIA
           05  PQ-ID.
               10  PQ-ID-FECHA        PIC 9(08).
               10  PQ-ID-HORA         PIC 9(06).
               10  PQ-ID-SECUENCIA    PIC 9(05).
           05  PQ-ENTIDAD             PIC X(04).
           05  PQ-OFICINA             PIC X(04).
           05  PQ-CUENTA              PIC X(12).
           05  PQ-FEC-COTIZ           PIC 9(08).
           05  PQ-FEC-PAGO            PIC 9(08).
           05  PQ-FEC-VALIDEZ         PIC 9(08).
           05  PQ-DIVISA              PIC X(03).
      *        OK = COTIZADA / NE = CUENTA INEXISTENTE / FP = FECHA
      *        DE PAGO ANTERIOR AL PROCESO
           05  PQ-ESTADO              PIC X(02).
               88  PQ-COTIZADA            VALUE 'OK'.
           05  PQ-IMPORTES.
               10  PQ-VENC-CAPITAL    PIC S9(13)V99.
               10  PQ-VENC-INTERES    PIC S9(13)V99.
               10  PQ-VENC-COMISION   PIC S9(13)V99.
               10  PQ-VENC-SEGURO     PIC S9(13)V99.
               10  PQ-VENC-IMPUESTO   PIC S9(13)V99.
               10  PQ-VENC-MORA       PIC S9(13)V99.
               10  PQ-CAPITAL         PIC S9(13)V99.
               10  PQ-INT-DEVENGADO   PIC S9(13)V99.
               10  PQ-COMIS-PRECANC   PIC S9(13)V99.
               10  PQ-TOTAL           PIC S9(13)V99.
           05  PQ-DIAS-DEVENGO        PIC 9(05).
           05  PQ-TAE                 PIC 9(03)V9(06).
           05  PQ-CANAL               PIC X(04).
           05  PQ-USUARIO             PIC X(08).
           05  FILLER                 PIC X(06).

       01  WS-CONTADORES.
           05  WS-CANT-SOLICITUDES   PIC 9(09) COMP.
           05  WS-CANT-COTIZADAS     PIC 9(09) COMP.
           05  WS-CANT-INEXISTENTES  PIC 9(09) COMP.
           05  WS-CANT-FECHA-PASADA  PIC 9(09) COMP.
           05  WS-CANT-SIN-PRODUCTO  PIC 9(09) COMP.
           05  WS-CANT-RCB-DESBORDE  PIC 9(09) COMP.
           05  WS-CANT-DESBORDE      PIC 9(09) COMP.

       01  WS-LINEA-TITULO.
           05  FILLER                PIC X(33) VALUE
               'COTIZACION DE CANCELACION TOTAL '.
           05  FILLER                PIC X(05) VALUE 'NRO. '.
           05  WSL-ID                PIC X(19).
           05  FILLER                PIC X(16) VALUE
               '   EMITIDA EL '.
           05  WSL-FEC-COTIZ         PIC 9(08).

       01  WS-LINEA-CUENTA.
           05  FILLER                PIC X(08) VALUE 'CUENTA '.
           05  WSL-ENTIDAD           PIC X(04).
           05  FILLER                PIC X(01) VALUE '-'.
           05  WSL-OFICINA           PIC X(04).
           05  FILLER                PIC X(01) VALUE '-'.
           05  WSL-CUENTA            PIC X(12).
           05  FILLER                PIC X(10) VALUE '  PRODUCTO'.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-PRODUCTO          PIC X(15).
           05  FILLER                PIC X(10) VALUE '  MONEDA '.
           05  WSL-DIVISA            PIC X(03).

       01  WS-LINEA-FECHAS.
           05  FILLER                PIC X(16) VALUE
               'FECHA DE PAGO: '.
           05  WSL-FEC-PAGO          PIC 9(08).
           05  FILLER                PIC X(17) VALUE
               '   VALIDA HASTA: '.
           05  WSL-FEC-VALIDEZ       PIC 9(08).
           05  FILLER                PIC X(26) VALUE
               '   INTERES DEVENGADO POR '.
           05  WSL-DIAS              PIC ZZZZ9.
           05  FILLER                PIC X(13) VALUE ' DIAS A TAE '.
           05  WSL-TAE               PIC ZZ9.999999.

       01  WS-LINEA-CONCEPTO.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WSL-CONCEPTO          PIC X(44).
           05  WSL-IMPORTE           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-RECHAZO.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  FILLER                PIC X(21) VALUE
               'SIN COTIZACION -    '.
           05  WSL-MOTIVO            PIC X(50).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-COTIZA-SOLICITUD THRU 3000-EXIT
               UNTIL EOF-SOLICITUDES
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  TABLA DE PRODUCTOS Y SOLICITUDES, SALDOS, *
      *  CONTRATOS Y RECIBOS ORDENADOS POR CUENTA                      *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-PROCESO FROM TIME
           INITIALIZE WS-CONTADORES

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM 1050-TOMA-PARAMETROS THRU 1050-EXIT
               END-READ
               CLOSE PARAMETROS
           END-IF

           OPEN INPUT SOLICITUDES
           IF WS-FS-SOL NOT = '00'
               DISPLAY 'ZET181 - NO SE PUDO ABRIR SOLCANC - '
                   'FILE STATUS ' WS-FS-SOL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE SOLICITUDES
           OPEN INPUT PRODUCTOS
           IF WS-FS-PRO NOT = '00'
               DISPLAY 'ZET181 - NO SE PUDO ABRIR UGDTPRO - '
                   'FILE STATUS ' WS-FS-PRO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PRODUCTOS
           OPEN INPUT PRESTAMOS-DRB
           IF WS-FS-DRB NOT = '00'
               DISPLAY 'ZET181 - NO SE PUDO ABRIR UGDTDRB - '
                   'FILE STATUS ' WS-FS-DRB
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PRESTAMOS-DRB
           OPEN INPUT CONTRATOS
           IF WS-FS-CON NOT = '00'
               DISPLAY 'ZET181 - NO SE PUDO ABRIR WAGUCDEX - '
                   'FILE STATUS ' WS-FS-CON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CONTRATOS
           OPEN INPUT CUOTAS-SQ
           IF WS-FS-SQ NOT = '00'
               DISPLAY 'ZET181 - NO SE PUDO ABRIR CUOTASQ - '
                   'FILE STATUS ' WS-FS-SQ
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CUOTAS-SQ

           SORT SORT-PRO
               ON ASCENDING KEY S-PRO-CLAVE
               ON DESCENDING KEY S-PRO-FEC-DESDE
               INPUT PROCEDURE IS 1300-EXTRAE-PRODUCTOS
               GIVING PRO-ORD
           OPEN INPUT PRO-ORD
           PERFORM 1100-CARGA-PRODUCTO THRU 1100-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE PRO-ORD
           MOVE 'N' TO WS-SW-EOF-AUX
           IF WS-CANT-DESBORDE > ZERO
               DISPLAY 'ZET181 - ADVERTENCIA: TABLA DE PRODUCTOS '
                   'DESBORDADA - FILAS NO CARGADAS: ' WS-CANT-DESBORDE
           END-IF

           SORT SORT-SOL
               ON ASCENDING KEY S-SOL-CLAVE
               ON ASCENDING KEY S-SOL-FECHA-PAGO
               INPUT PROCEDURE IS 1200-EXTRAE-SOLICITUDES
               GIVING SOL-ORD

           SORT SORT-DRB
               ON ASCENDING KEY S-DRB-CLAVE
               INPUT PROCEDURE IS 1400-EXTRAE-PRESTAMOS
               GIVING DRB-ORD

           SORT SORT-CON
               ON ASCENDING KEY S-CON-CLAVE
               INPUT PROCEDURE IS 1500-EXTRAE-CONTRATOS
               GIVING CON-ORD

           SORT SORT-RCB
               ON ASCENDING KEY S-RCB-CLAVE
               ON ASCENDING KEY S-RCB-FEC-VTO
               INPUT PROCEDURE IS 1600-EXTRAE-RECIBOS
               GIVING RCB-ORD

           OPEN INPUT  SOL-ORD
           OPEN INPUT  DRB-ORD
           OPEN INPUT  CON-ORD
           OPEN INPUT  RCB-ORD
           OPEN OUTPUT COTIZACION-SAL
           OPEN EXTEND LOG-COTIZ
           OPEN OUTPUT REPORTE-PAY

           PERFORM 2000-LEER-SOLICITUD THRU 2000-EXIT
           PERFORM 2100-LEER-DRB-ORD THRU 2100-EXIT
           PERFORM 2200-LEER-CON-ORD THRU 2200-EXIT
           PERFORM 2300-LEER-RCB-ORD THRU 2300-EXIT
           .

       1050-TOMA-PARAMETROS.
           IF PARM-PAY-VALIDEZ IS NUMERIC
               AND PARM-PAY-VALIDEZ > 0
               MOVE PARM-PAY-VALIDEZ TO WS-DIAS-VALIDEZ
           END-IF
           .
       1050-EXIT.
           EXIT.

       1100-CARGA-PRODUCTO.
           READ PRO-ORD
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF TB-PRO-CANT > ZERO
               AND W-PRO-CLAVE = TB-PRO-CLAVE(TB-PRO-CANT)
               GO TO 1100-EXIT
           END-IF
           IF TB-PRO-CANT NOT < WS-MAX-PRODUCTOS
               ADD 1 TO WS-CANT-DESBORDE
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO TB-PRO-CANT
           SET TB-PRO-IDX TO TB-PRO-CANT
           MOVE W-PRO-CLAVE  TO TB-PRO-CLAVE(TB-PRO-IDX)
           MOVE W-PRO-PREMIO TO TB-PRO-PREMIO(TB-PRO-IDX)
           MOVE W-PRO-TEXTO  TO TB-PRO-TEXTO(TB-PRO-IDX)
           .
       1100-EXIT.
           EXIT.

      * SIN FECHA DE PAGO SE COTIZA A LA FECHA DE PROCESO
       1200-EXTRAE-SOLICITUDES SECTION.
           OPEN INPUT SOLICITUDES
           PERFORM 1210-SUELTA-SOLICITUD THRU 1210-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE SOLICITUDES
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1200-FIN
           .

       1210-SUELTA-SOLICITUD.
           READ SOLICITUDES
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF FS-SOL-ERROR-LECTURA
               DISPLAY 'ZET181 - ERROR DE LECTURA '
                   'EN SOLCANC - FILE STATUS ' WS-FS-SOL
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-SOLICITUDES
           MOVE SPACES TO SD-SOL-REGISTRO
           STRING SOL-ENTIDAD
                  SOL-OFICINA
                  SOL-CUENTA
               DELIMITED BY SIZE
               INTO S-SOL-CLAVE
           END-STRING
           MOVE WS-FECHA-PROCESO TO S-SOL-FECHA-PAGO
           IF SOL-FECHA-PAGO IS NUMERIC
               AND SOL-FECHA-PAGO > 0
               IF FUNCTION TEST-DATE-YYYYMMDD(SOL-FECHA-PAGO) = 0
                   MOVE SOL-FECHA-PAGO TO S-SOL-FECHA-PAGO
               END-IF
           END-IF
           MOVE SOL-CANAL   TO S-SOL-CANAL
           MOVE SOL-USUARIO TO S-SOL-USUARIO
           RELEASE SD-SOL-REGISTRO
           .
       1210-EXIT.
           EXIT.
       1200-FIN.
           EXIT.


       1300-EXTRAE-PRODUCTOS SECTION.
           OPEN INPUT PRODUCTOS
           PERFORM 1310-SUELTA-PRODUCTO THRU 1310-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE PRODUCTOS
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1300-FIN
           .

       1310-SUELTA-PRODUCTO.
           READ PRODUCTOS
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1310-EXIT
           END-READ
           IF FS-PRO-ERROR-LECTURA
               DISPLAY 'ZET181 - ERROR DE LECTURA '
                   'EN UGDTPRO - FILE STATUS ' WS-FS-PRO
               STOP RUN
           END-IF
           MOVE SPACES TO SD-PRO-REGISTRO
           MOVE PRO-CLAVE     TO S-PRO-CLAVE
           MOVE PRO-FECOVALI  TO S-PRO-FEC-DESDE
           MOVE PRO-UGYPREMP  TO S-PRO-PREMIO
           MOVE PRO-TEXTORED  TO S-PRO-TEXTO
           RELEASE SD-PRO-REGISTRO
           .
       1310-EXIT.
           EXIT.
       1300-FIN.
           EXIT.


       1400-EXTRAE-PRESTAMOS SECTION.
           OPEN INPUT PRESTAMOS-DRB
           PERFORM 1410-SUELTA-PRESTAMO THRU 1410-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE PRESTAMOS-DRB
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1400-FIN
           .

       1410-SUELTA-PRESTAMO.
           READ PRESTAMOS-DRB
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1410-EXIT
           END-READ
           IF FS-DRB-ERROR-LECTURA
               DISPLAY 'ZET181 - ERROR DE LECTURA '
                   'EN UGDTDRB - FILE STATUS ' WS-FS-DRB
               STOP RUN
           END-IF
           MOVE SPACES TO SD-DRB-REGISTRO
           STRING ENTIDAD OF FD-DRB
                  OFICINA OF FD-DRB
                  CUENTA  OF FD-DRB
               DELIMITED BY SIZE
               INTO S-DRB-CLAVE
           END-STRING
           MOVE UGISBACT   OF FD-DRB TO S-DRB-SALDO
           MOVE POR_PREMIO OF FD-DRB TO S-DRB-POR-PREMIO
           RELEASE SD-DRB-REGISTRO
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
               DISPLAY 'ZET181 - ERROR DE LECTURA '
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
           STRING COD_ENTIDAD
                  COD_PRODUCTO
                  COD_SUBPRODU
               DELIMITED BY SIZE
               INTO S-CON-PRODUCTO
           END-STRING
           MOVE COD_DIVISA TO S-CON-DIVISA
           RELEASE SD-CON-REGISTRO
           .
       1510-EXIT.
           EXIT.
       1500-FIN.
           EXIT.


      * LO IMPAGO POR COMPONENTE; EL COMPENSATORIO VA CON EL INTERES
      * Y LOS GASTOS CON LA COMISION
       1600-EXTRAE-RECIBOS SECTION.
           OPEN INPUT CUOTAS-SQ
           PERFORM 1610-SUELTA-RECIBO THRU 1610-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CUOTAS-SQ
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1600-FIN
           .

       1610-SUELTA-RECIBO.
           READ CUOTAS-SQ
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1610-EXIT
           END-READ
           IF FS-SQ-ERROR-LECTURA
               DISPLAY 'ZET181 - ERROR DE LECTURA '
                   'EN CUOTASQ - FILE STATUS ' WS-FS-SQ
               STOP RUN
           END-IF
           MOVE REC_FEC_ESPEPAGO TO WS-FEC-ALFA
           PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
           IF NOT FECHA-VALIDA
               GO TO 1610-EXIT
           END-IF
           MOVE SPACES TO SD-RCB-REGISTRO
           STRING REC_ENTIDAD
                  REC_OFICINA
                  REC_CUENTA
               DELIMITED BY SIZE
               INTO S-RCB-CLAVE
           END-STRING
           MOVE WS-FEC-NUM TO S-RCB-FEC-VTO
           MOVE REC_FEINILIQ TO WS-FEC-ALFA
           PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
           MOVE WS-FEC-NUM TO S-RCB-FEC-INI
           MOVE REC_TAE TO S-RCB-TAE
           COMPUTE S-RCB-CAPITAL  = REC_CAPINIRE - REC_CAPRECRE
           COMPUTE S-RCB-INTERES  = REC_INTINIRE - REC_INTRECRE
                                  + REC_IMP_CPSCAL - REC_IMP_CPSREC
           COMPUTE S-RCB-COMISION = REC_COMINIRE - REC_COMRECRE
                                  + REC_GASINIRE - REC_GASRECRE
           COMPUTE S-RCB-SEGURO   = REC_SEGINIRE - REC_SEGRECRE
           COMPUTE S-RCB-IMPUESTO = REC_IMPINIRE - REC_IMPRECRE
           COMPUTE S-RCB-MORA     = REC_IMP_MORCAL - REC_IMP_MORREC
           IF S-RCB-CAPITAL < ZERO
               MOVE ZERO TO S-RCB-CAPITAL
           END-IF
           IF S-RCB-INTERES < ZERO
               MOVE ZERO TO S-RCB-INTERES
           END-IF
           IF S-RCB-COMISION < ZERO
               MOVE ZERO TO S-RCB-COMISION
           END-IF
           IF S-RCB-SEGURO < ZERO
               MOVE ZERO TO S-RCB-SEGURO
           END-IF
           IF S-RCB-IMPUESTO < ZERO
               MOVE ZERO TO S-RCB-IMPUESTO
           END-IF
           IF S-RCB-MORA < ZERO
               MOVE ZERO TO S-RCB-MORA
           END-IF
           RELEASE SD-RCB-REGISTRO
           .
       1610-EXIT.
           EXIT.
       1600-FIN.
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

       2000-LEER-SOLICITUD.
           READ SOL-ORD
               AT END
                   SET EOF-SOLICITUDES TO TRUE
           END-READ
           .
       2000-EXIT.
           EXIT.

       2100-LEER-DRB-ORD.
           READ DRB-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-DRB
               NOT AT END
                   MOVE W-DRB-CLAVE TO WS-CLAVE-DRB
           END-READ
           .
       2100-EXIT.
           EXIT.

       2200-LEER-CON-ORD.
           READ CON-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-CON
               NOT AT END
                   MOVE W-CON-CLAVE TO WS-CLAVE-CON
           END-READ
           .
       2200-EXIT.
           EXIT.

       2300-LEER-RCB-ORD.
           READ RCB-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-RCB
               NOT AT END
                   MOVE W-RCB-CLAVE TO WS-CLAVE-RCB
           END-READ
           .
       2300-EXIT.
           EXIT.

      ******************************************************************
      *  3000-COTIZA-SOLICITUD  -  UBICA LA CUENTA, CARGA SUS RECIBOS  *
      *  UNA SOLA VEZ Y ARMA LA COTIZACION A LA FECHA PEDIDA           *
      ******************************************************************
       3000-COTIZA-SOLICITUD.
           ADD 1 TO WS-SECUENCIA
           INITIALIZE PQ-REGISTRO
           MOVE WS-FECHA-PROCESO TO PQ-ID-FECHA PQ-FEC-COTIZ
           MOVE WS-HHMMSS        TO PQ-ID-HORA
           MOVE WS-SECUENCIA     TO PQ-ID-SECUENCIA
           MOVE W-SOL-ENTIDAD    TO PQ-ENTIDAD
           MOVE W-SOL-OFICINA    TO PQ-OFICINA
           MOVE W-SOL-CUENTA     TO PQ-CUENTA
           MOVE W-SOL-FECHA-PAGO TO PQ-FEC-PAGO
           MOVE W-SOL-CANAL      TO PQ-CANAL
           MOVE W-SOL-USUARIO    TO PQ-USUARIO
           MOVE SPACES           TO WSL-PRODUCTO

           PERFORM 2100-LEER-DRB-ORD THRU 2100-EXIT
               UNTIL WS-CLAVE-DRB NOT < W-SOL-CLAVE
           PERFORM 2200-LEER-CON-ORD THRU 2200-EXIT
               UNTIL WS-CLAVE-CON NOT < W-SOL-CLAVE

           IF WS-CLAVE-DRB NOT = W-SOL-CLAVE
               MOVE 'NE' TO PQ-ESTADO
               ADD 1 TO WS-CANT-INEXISTENTES
               GO TO 3000-GRABA
           END-IF
           IF W-SOL-FECHA-PAGO < WS-FECHA-PROCESO
               MOVE 'FP' TO PQ-ESTADO
               ADD 1 TO WS-CANT-FECHA-PASADA
               GO TO 3000-GRABA
           END-IF

           IF W-SOL-CLAVE NOT = WS-CLAVE-CARGADA
               PERFORM 3100-CARGA-RECIBOS THRU 3100-EXIT
           END-IF

           MOVE 'N' TO WS-SW-PREMIO
           IF WS-CLAVE-CON = W-SOL-CLAVE
               MOVE W-CON-DIVISA TO PQ-DIVISA
               SEARCH ALL TB-PRO-ENTRY
                   AT END
                       ADD 1 TO WS-CANT-SIN-PRODUCTO
                   WHEN TB-PRO-CLAVE(TB-PRO-IDX) = W-CON-PRODUCTO
                       MOVE TB-PRO-TEXTO(TB-PRO-IDX) TO WSL-PRODUCTO
                       IF TB-PRO-PREMIO(TB-PRO-IDX) = 'S'
                           SET PRODUCTO-CON-PREMIO TO TRUE
                       END-IF
               END-SEARCH
           ELSE
               ADD 1 TO WS-CANT-SIN-PRODUCTO
           END-IF

           PERFORM 3200-CALCULA-COTIZACION THRU 3200-EXIT
           MOVE 'OK' TO PQ-ESTADO
           ADD 1 TO WS-CANT-COTIZADAS
           .
       3000-GRABA.
           MOVE PQ-REGISTRO TO PAYQUOTE-REGISTRO
           WRITE PAYQUOTE-REGISTRO
           MOVE PQ-REGISTRO TO QUOTELOG-REGISTRO
           WRITE QUOTELOG-REGISTRO
           PERFORM 4000-IMPRIME-COTIZACION THRU 4000-EXIT
           PERFORM 2000-LEER-SOLICITUD THRU 2000-EXIT
           .
       3000-EXIT.
           EXIT.

       3100-CARGA-RECIBOS.
           MOVE W-SOL-CLAVE TO WS-CLAVE-CARGADA
           MOVE ZERO TO TB-RCB-CANT
           PERFORM 2300-LEER-RCB-ORD THRU 2300-EXIT
               UNTIL WS-CLAVE-RCB NOT < W-SOL-CLAVE
           PERFORM 3110-CARGA-RECIBO THRU 3110-EXIT
               UNTIL WS-CLAVE-RCB NOT = W-SOL-CLAVE
           .
       3100-EXIT.
           EXIT.

       3110-CARGA-RECIBO.
           IF TB-RCB-CANT NOT < WS-MAX-RECIBOS
               ADD 1 TO WS-CANT-RCB-DESBORDE
           ELSE
               ADD 1 TO TB-RCB-CANT
               SET TB-RCB-IDX TO TB-RCB-CANT
               MOVE W-RCB-FEC-VTO  TO TB-RCB-FEC-VTO(TB-RCB-IDX)
               MOVE W-RCB-FEC-INI  TO TB-RCB-FEC-INI(TB-RCB-IDX)
               MOVE W-RCB-TAE      TO TB-RCB-TAE(TB-RCB-IDX)
               MOVE W-RCB-CAPITAL  TO TB-RCB-CAPITAL(TB-RCB-IDX)
               MOVE W-RCB-INTERES  TO TB-RCB-INTERES(TB-RCB-IDX)
               MOVE W-RCB-COMISION TO TB-RCB-COMISION(TB-RCB-IDX)
               MOVE W-RCB-SEGURO   TO TB-RCB-SEGURO(TB-RCB-IDX)
               MOVE W-RCB-IMPUESTO TO TB-RCB-IMPUESTO(TB-RCB-IDX)
               MOVE W-RCB-MORA     TO TB-RCB-MORA(TB-RCB-IDX)
           END-IF
           PERFORM 2300-LEER-RCB-ORD THRU 2300-EXIT
           .
       3110-EXIT.
           EXIT.

      ******************************************************************
      *  3200-CALCULA-COTIZACION  -  VENCIDO IMPAGO, CAPITAL, INTERES  *
      *  DEVENGADO HASTA LA FECHA DE PAGO PEDIDA Y PREMIO DEL PRODUCTO.*
      *  LA VALIDEZ SOLO FIJA HASTA CUANDO SE RESPETA LA COTIZACION    *
      ******************************************************************
       3200-CALCULA-COTIZACION.
           COMPUTE PQ-FEC-VALIDEZ = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(W-SOL-FECHA-PAGO)
                + WS-DIAS-VALIDEZ)
           MOVE W-SOL-FECHA-PAGO TO WS-FEC-DEVENGO
           MOVE ZERO TO WS-FEC-INI-DEVENGO WS-TAE-DEVENGO
           MOVE 'N' TO WS-SW-PERIODO
           IF TB-RCB-CANT > ZERO
               PERFORM 3210-SUMA-RECIBO THRU 3210-EXIT
                   VARYING TB-RCB-IDX FROM 1 BY 1
                   UNTIL TB-RCB-IDX > TB-RCB-CANT
           END-IF

           MOVE W-DRB-SALDO TO PQ-CAPITAL
           IF PQ-CAPITAL < ZERO
               MOVE ZERO TO PQ-CAPITAL
           END-IF
           MOVE ZERO TO PQ-DIAS-DEVENGO
           IF WS-FEC-INI-DEVENGO > ZERO
               AND WS-FEC-INI-DEVENGO < WS-FEC-DEVENGO
               COMPUTE PQ-DIAS-DEVENGO =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-DEVENGO)
                   - FUNCTION INTEGER-OF-DATE(WS-FEC-INI-DEVENGO)
           END-IF
           IF WS-TAE-DEVENGO > ZERO
               MOVE WS-TAE-DEVENGO TO PQ-TAE
           END-IF
           IF PQ-DIAS-DEVENGO > ZERO
               AND PQ-TAE > ZERO
               COMPUTE WS-FACTOR-DEVENGO ROUNDED =
                   (1 + PQ-TAE / 100) ** (PQ-DIAS-DEVENGO / 365) - 1
               COMPUTE PQ-INT-DEVENGADO ROUNDED =
                   PQ-CAPITAL * WS-FACTOR-DEVENGO
           END-IF
           IF PRODUCTO-CON-PREMIO
               AND W-DRB-POR-PREMIO > ZERO
               COMPUTE PQ-COMIS-PRECANC ROUNDED =
                   PQ-CAPITAL * W-DRB-POR-PREMIO / 100
           END-IF
           COMPUTE PQ-TOTAL = PQ-VENC-CAPITAL + PQ-VENC-INTERES
                            + PQ-VENC-COMISION + PQ-VENC-SEGURO
                            + PQ-VENC-IMPUESTO + PQ-VENC-MORA
                            + PQ-CAPITAL + PQ-INT-DEVENGADO
                            + PQ-COMIS-PRECANC
           .
       3200-EXIT.
           EXIT.

      * VENCIDO A LA FECHA DE PAGO SUMA AL IMPAGO; EL PRIMER RECIBO
      * POSTERIOR DA EL INICIO DEL PERIODO EN CURSO Y SU TAE
       3210-SUMA-RECIBO.
           IF TB-RCB-FEC-VTO(TB-RCB-IDX) NOT > W-SOL-FECHA-PAGO
               ADD TB-RCB-CAPITAL(TB-RCB-IDX)  TO PQ-VENC-CAPITAL
               ADD TB-RCB-INTERES(TB-RCB-IDX)  TO PQ-VENC-INTERES
               ADD TB-RCB-COMISION(TB-RCB-IDX) TO PQ-VENC-COMISION
               ADD TB-RCB-SEGURO(TB-RCB-IDX)   TO PQ-VENC-SEGURO
               ADD TB-RCB-IMPUESTO(TB-RCB-IDX) TO PQ-VENC-IMPUESTO
               ADD TB-RCB-MORA(TB-RCB-IDX)     TO PQ-VENC-MORA
               MOVE TB-RCB-FEC-VTO(TB-RCB-IDX) TO WS-FEC-INI-DEVENGO
               MOVE TB-RCB-TAE(TB-RCB-IDX)     TO WS-TAE-DEVENGO
               GO TO 3210-EXIT
           END-IF
           IF PERIODO-HALLADO
               GO TO 3210-EXIT
           END-IF
           SET PERIODO-HALLADO TO TRUE
           IF TB-RCB-FEC-INI(TB-RCB-IDX) > ZERO
               MOVE TB-RCB-FEC-INI(TB-RCB-IDX) TO WS-FEC-INI-DEVENGO
           END-IF
           MOVE TB-RCB-TAE(TB-RCB-IDX) TO WS-TAE-DEVENGO
           .
       3210-EXIT.
           EXIT.

      ******************************************************************
      *  4000-IMPRIME-COTIZACION  -  UN BLOQUE DE RPPAYQ POR PEDIDO    *
      ******************************************************************
       4000-IMPRIME-COTIZACION.
           MOVE PQ-ID        TO WSL-ID
           MOVE PQ-FEC-COTIZ TO WSL-FEC-COTIZ
           MOVE WS-LINEA-TITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE PQ-ENTIDAD TO WSL-ENTIDAD
           MOVE PQ-OFICINA TO WSL-OFICINA
           MOVE PQ-CUENTA  TO WSL-CUENTA
           MOVE PQ-DIVISA  TO WSL-DIVISA
           MOVE WS-LINEA-CUENTA TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           IF NOT PQ-COTIZADA
               IF PQ-ESTADO = 'NE'
                   MOVE 'LA CUENTA NO EXISTE EN UGDTDRB' TO WSL-MOTIVO
               ELSE
                   MOVE 'FECHA DE PAGO ANTERIOR A LA FECHA DE PROCESO'
                       TO WSL-MOTIVO
               END-IF
               MOVE WS-LINEA-RECHAZO TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               GO TO 4000-SEPARADOR
           END-IF

           MOVE PQ-FEC-PAGO     TO WSL-FEC-PAGO
           MOVE PQ-FEC-VALIDEZ  TO WSL-FEC-VALIDEZ
           MOVE PQ-DIAS-DEVENGO TO WSL-DIAS
           MOVE PQ-TAE          TO WSL-TAE
           MOVE WS-LINEA-FECHAS TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 'CUOTAS VENCIDAS IMPAGAS - CAPITAL' TO WSL-CONCEPTO
           MOVE PQ-VENC-CAPITAL TO WSL-IMPORTE
           PERFORM 4100-LINEA-CONCEPTO
           MOVE 'CUOTAS VENCIDAS IMPAGAS - INTERES' TO WSL-CONCEPTO
           MOVE PQ-VENC-INTERES TO WSL-IMPORTE
           PERFORM 4100-LINEA-CONCEPTO
           MOVE 'CUOTAS VENCIDAS IMPAGAS - COMISION Y GASTOS'
               TO WSL-CONCEPTO
           MOVE PQ-VENC-COMISION TO WSL-IMPORTE
           PERFORM 4100-LINEA-CONCEPTO
           MOVE 'CUOTAS VENCIDAS IMPAGAS - SEGUROS' TO WSL-CONCEPTO
           MOVE PQ-VENC-SEGURO TO WSL-IMPORTE
           PERFORM 4100-LINEA-CONCEPTO
           MOVE 'CUOTAS VENCIDAS IMPAGAS - IMPUESTOS' TO WSL-CONCEPTO
           MOVE PQ-VENC-IMPUESTO TO WSL-IMPORTE
           PERFORM 4100-LINEA-CONCEPTO
           MOVE 'INTERES MORATORIO' TO WSL-CONCEPTO
           MOVE PQ-VENC-MORA TO WSL-IMPORTE
           PERFORM 4100-LINEA-CONCEPTO
           MOVE 'CAPITAL PENDIENTE' TO WSL-CONCEPTO
           MOVE PQ-CAPITAL TO WSL-IMPORTE
           PERFORM 4100-LINEA-CONCEPTO
           MOVE 'INTERES DEVENGADO A LA FECHA DE VALIDEZ'
               TO WSL-CONCEPTO
           MOVE PQ-INT-DEVENGADO TO WSL-IMPORTE
           PERFORM 4100-LINEA-CONCEPTO
           MOVE 'COMISION POR PRECANCELACION' TO WSL-CONCEPTO
           MOVE PQ-COMIS-PRECANC TO WSL-IMPORTE
           PERFORM 4100-LINEA-CONCEPTO
           MOVE 'TOTAL A PAGAR PARA CANCELAR' TO WSL-CONCEPTO
           MOVE PQ-TOTAL TO WSL-IMPORTE
           PERFORM 4100-LINEA-CONCEPTO
           .
       4000-SEPARADOR.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       4000-EXIT.
           EXIT.

       4100-LINEA-CONCEPTO.
           MOVE WS-LINEA-CONCEPTO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

      ******************************************************************
      *  9000-FINALIZE  -  CIERRE DE ARCHIVOS, RUNLOG Y RESUMEN        *
      ******************************************************************
       9000-FINALIZE.
           CLOSE SOL-ORD
           CLOSE DRB-ORD
           CLOSE CON-ORD
           CLOSE RCB-ORD
           CLOSE COTIZACION-SAL
           CLOSE LOG-COTIZ
           CLOSE REPORTE-PAY
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET181' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-SOLICITUDES TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-COTIZADAS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET181 - COTIZACION DE CANCELACION TOTAL'
           DISPLAY 'SOLICITUDES  . . . . . . . : ' WS-CANT-SOLICITUDES
           DISPLAY 'COTIZADAS  . . . . . . . . : ' WS-CANT-COTIZADAS
           DISPLAY 'CUENTAS INEXISTENTES . . . : ' WS-CANT-INEXISTENTES
           DISPLAY 'FECHA DE PAGO VENCIDA  . . : ' WS-CANT-FECHA-PASADA
           DISPLAY 'SIN PRODUCTO EN UGDTPRO  . : ' WS-CANT-SIN-PRODUCTO
           DISPLAY 'RECIBOS FUERA DE TABLA . . : ' WS-CANT-RCB-DESBORDE
           .
