      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET155                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - CUPONES                     *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : CONTROL PREVIO AL VENCIMIENTO DE LA CUENTA DE    *
      *               DEBITO AUTOMATICO (AGMO) DE CADA CUENTA          *
      *               TARJETA.  TOMA DE WASDO20 LAS CUENTAS ADHERIDAS  *
      *               (INDIC-AGMO 'S') CUYO FECHA-VTO-LIQ CAE DENTRO   *
      *               DE LOS PROXIMOS N DIAS (TARJETA PARMAGM) Y       *
      *               BUSCA LA CUENTA DE DEBITO (AGMO-SUC-DES /        *
      *               AGMO-NRO-CTA / AGMO-NRO-FIRM) EN MAESCTAS.       *
      *               MARCA LA CUENTA INEXISTENTE, LA CERRADA          *
      *               (ZOECCUE-ESTADO 9) Y LA DE OTRA MONEDA QUE EL    *
      *               SALDO A CUBRIR.  LA LISTA DE CONTACTO SALE       *
      *               ORDENADA POR SUCURSAL (AGMOCTO) Y EL REPORTE     *
      *               RESUME POR SUCURSAL Y MOTIVO EL PAGO MINIMO EN   *
      *               RIESGO, ASI EL CLIENTE SE LLAMA ANTES DE QUE EL  *
      *               DEBITO REBOTE Y NO CAE EN MORA SIN CULPA.        *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET155.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - CUPONES.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-O20    ASSIGN TO WASDO20
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-O20.
           SELECT SORT-AGM       ASSIGN TO SRTAGMA.
           SELECT AGMO-ORD       ASSIGN TO WAGMORD
               ORGANIZATION IS SEQUENTIAL.

           SELECT CUENTAS-MAE    ASSIGN TO MAESCTAS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTA.
           SELECT SORT-CTA       ASSIGN TO SRTAGMB.
           SELECT CUENTAS-ORD    ASSIGN TO WCTAORD
               ORGANIZATION IS SEQUENTIAL.

           SELECT PARAMETROS     ASSIGN TO PARMAGM
               ORGANIZATION IS SEQUENTIAL.

           SELECT OBSERVADAS     ASSIGN TO WAGMEXC
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-SUC       ASSIGN TO SRTAGMC.
           SELECT CONTACTO-SAL   ASSIGN TO AGMOCTO
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORTE-AGM    ASSIGN TO RPAGMO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-O20
           RECORDING MODE IS F.
           COPY "wasdo20.cob".

      * EXTRACTO DE LAS CUENTAS ADHERIDAS CON VENCIMIENTO EN VENTANA,
      * CON LA CLAVE DE LA CUENTA DE DEBITO ARMADA COMO EN MAESCTAS
      * (CENTRO 4 + CUENTA 12 + FIRMANTE 3)
       SD  SORT-AGM.
       01  SD-AGM-REGISTRO.
           05  S-AGM-CLAVE.
               10  S-AGM-CENTRO       PIC 9(04).
               10  S-AGM-CUENTA       PIC 9(12).
               10  S-AGM-FIRMANTE     PIC 9(03).
           05  S-AGM-NRO-CUENTA       PIC 9(14).
           05  S-AGM-SUC-CUENTA       PIC 9(03).
           05  S-AGM-TIPO-CTA         PIC 9(01).
           05  S-AGM-NRO-CTA          PIC 9(15).
           05  S-AGM-FECHA-AGMO       PIC 9(08).
           05  S-AGM-FECHA-VTO        PIC 9(08).
           05  S-AGM-MONEDA-REQ       PIC X(03).
           05  S-AGM-PAGO-MIN         PIC S9(13)V99 COMP-3.

       FD  AGMO-ORD
           RECORDING MODE IS F.
       01  AGM-REGISTRO.
           05  AGM-CLAVE.
               10  AGM-CENTRO         PIC 9(04).
               10  AGM-CUENTA         PIC 9(12).
               10  AGM-FIRMANTE       PIC 9(03).
           05  AGM-NRO-CUENTA         PIC 9(14).
           05  AGM-SUC-CUENTA         PIC 9(03).
           05  AGM-TIPO-CTA           PIC 9(01).
           05  AGM-NRO-CTA            PIC 9(15).
           05  AGM-FECHA-AGMO         PIC 9(08).
           05  AGM-FECHA-VTO          PIC 9(08).
      *        MONEDA DEL SALDO QUE EL DEBITO DEBE CUBRIR
           05  AGM-MONEDA-REQ         PIC X(03).
           05  AGM-PAGO-MIN           PIC S9(13)V99 COMP-3.

       FD  CUENTAS-MAE
           RECORDING MODE IS F.
       01  FD-CUENTA.
           COPY "../../abae/fact/maesctas/maesctas.cob"
               REPLACING ==:ZOECCUE:== BY ==ZOECCUE==.

       SD  SORT-CTA.
       01  SD-CTA-REGISTRO.
           05  S-CTA-CLAVE            PIC X(19).
           05  S-CTA-DIVISA           PIC X(03).
           05  S-CTA-ESTADO           PIC 9(01).
           05  FILLER                 PIC X(01).

       FD  CUENTAS-ORD
           RECORDING MODE IS F.
       01  CTA-REGISTRO.
           05  CTA-CLAVE              PIC X(19).
           05  CTA-DIVISA             PIC X(03).
           05  CTA-ESTADO             PIC 9(01).
           05  FILLER                 PIC X(01).

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-AGM-REGISTRO.
      *        DIAS HACIA ADELANTE DESDE HOY PARA TOMAR EL
      *        VENCIMIENTO (EJ. 005 = VENCEN EN LOS PROXIMOS 5 DIAS)
           05  PARM-AGM-DIAS-VENTANA  PIC 9(03).
           05  PARM-AGM-FILLER        PIC X(17).

       FD  OBSERVADAS
           RECORDING MODE IS F.
       01  OBS-REGISTRO.
           05  OBS-SUC-CUENTA         PIC 9(03).
           05  OBS-NRO-CUENTA         PIC 9(14).
           05  OBS-MOTIVO             PIC X(01).
           05  OBS-AGMO-SUC           PIC 9(03).
           05  OBS-AGMO-TIPO-CTA      PIC 9(01).
           05  OBS-AGMO-NRO-CTA       PIC 9(15).
           05  OBS-FECHA-AGMO         PIC 9(08).
           05  OBS-FECHA-VTO          PIC 9(08).
           05  OBS-MONEDA-REQ         PIC X(03).
           05  OBS-DIVISA-CTA         PIC X(03).
           05  OBS-PAGO-MIN           PIC S9(13)V99 COMP-3.
           05  FILLER                 PIC X(13).

       SD  SORT-SUC.
       01  SD-SUC-REGISTRO.
           05  S-SUC-SUCURSAL         PIC 9(03).
           05  S-SUC-NRO-CUENTA       PIC 9(14).
           05  S-SUC-DATOS            PIC X(63).

       FD  CONTACTO-SAL
           RECORDING MODE IS F.
       01  AGMOCTO-REGISTRO.
           05  AGMOCTO-SUC-CUENTA     PIC 9(03).
           05  AGMOCTO-NRO-CUENTA     PIC 9(14).
      *        MOTIVO: I CUENTA DE DEBITO INEXISTENTE / C CERRADA /
      *        M MONEDA DISTINTA DEL SALDO A CUBRIR
           05  AGMOCTO-MOTIVO         PIC X(01).
               88  AGMOCTO-INEXISTENTE    VALUE 'I'.
               88  AGMOCTO-CERRADA        VALUE 'C'.
               88  AGMOCTO-OTRA-MONEDA    VALUE 'M'.
           05  AGMOCTO-AGMO-SUC       PIC 9(03).
           05  AGMOCTO-AGMO-TIPO-CTA  PIC 9(01).
           05  AGMOCTO-AGMO-NRO-CTA   PIC 9(15).
           05  AGMOCTO-FECHA-AGMO     PIC 9(08).
           05  AGMOCTO-FECHA-VTO      PIC 9(08).
           05  AGMOCTO-MONEDA-REQ     PIC X(03).
           05  AGMOCTO-DIVISA-CTA     PIC X(03).
           05  AGMOCTO-PAGO-MIN       PIC S9(13)V99 COMP-3.
           05  FILLER                 PIC X(13).

       FD  REPORTE-AGM.
       01  LINEA-REPORTE             PIC X(100).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
       77  WS-DIA-PROCESO-INT        PIC S9(09) COMP.
       77  WS-SUC-IDX                PIC 9(04) COMP.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FECHA-LIMITE           PIC 9(08).
       01  WS-DIAS-VENTANA           PIC 9(03) VALUE 5.

       01  WS-FS-O20                 PIC XX.
           88  FS-O20-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-CTA                 PIC XX.
           88  FS-CTA-ERROR-LECTURA     VALUE '01' THRU '99'.

       01  WS-SWITCHES.
           05  WS-SW-EOF-O20         PIC X(01) VALUE 'N'.
               88  EOF-CUENTAS-O20       VALUE 'S'.
           05  WS-SW-EOF-CTAC        PIC X(01) VALUE 'N'.
               88  EOF-CUENTAS-CRUDO     VALUE 'S'.
           05  WS-SW-EOF-AGM         PIC X(01) VALUE 'N'.
               88  EOF-AGMO              VALUE 'S'.
           05  WS-SW-EOF-CTA         PIC X(01) VALUE 'N'.
               88  EOF-CUENTAS           VALUE 'S'.
           05  WS-SW-EOF-PARM        PIC X(01) VALUE 'N'.
               88  EOF-PARAMETROS        VALUE 'S'.
           05  WS-SW-GRUPO-ABIERTA   PIC X(01).
               88  GRUPO-CON-ABIERTA     VALUE 'S'.

      * CLAVE EN CURSO DE CADA LADO DEL APAREO
       01  WS-CLAVE-AGM              PIC X(19) VALUE HIGH-VALUES.
       01  WS-CLAVE-CTA              PIC X(19) VALUE HIGH-VALUES.

      * RESUMEN DEL GRUPO DE FILAS DE MAESCTAS DE LA MISMA CUENTA
      * (UNA CUENTA TIENE UNA FILA POR TARJETA VINCULADA).  BASTA
      * UNA FILA NO CERRADA PARA TOMAR LA CUENTA COMO ABIERTA
       01  WS-GRUPO-CUENTA.
           05  WS-GRP-CLAVE          PIC X(19) VALUE LOW-VALUES.
           05  WS-GRP-DIVISA         PIC X(03).

       01  WS-MOTIVO                 PIC X(01).

      * ACUMULADOS POR SUCURSAL DE LA CUENTA TARJETA Y MOTIVO
       01  TABLA-SUCURSALES.
           05  TB-SUC-ENTRY OCCURS 1000 TIMES
                   INDEXED BY TB-SUC-IDX.
               10  TB-SUC-CANT-I     PIC 9(07) COMP.
               10  TB-SUC-CANT-C     PIC 9(07) COMP.
               10  TB-SUC-CANT-M     PIC 9(07) COMP.
               10  TB-SUC-IMP-RIESGO PIC S9(15)V99 COMP-3.

       01  WS-CONTADORES.
           05  WS-CANT-LEIDOS        PIC 9(09) COMP.
           05  WS-CANT-ADHERIDAS     PIC 9(09) COMP.
           05  WS-CANT-EN-VENTANA    PIC 9(09) COMP.
           05  WS-CANT-MAESTRO       PIC 9(09) COMP.
           05  WS-CANT-OK            PIC 9(09) COMP.
           05  WS-CANT-INEXIST       PIC 9(09) COMP.
           05  WS-CANT-CERRADA       PIC 9(09) COMP.
           05  WS-CANT-MONEDA        PIC 9(09) COMP.
           05  WS-CANT-CONTACTO      PIC 9(09) COMP.

       01  WS-TOTALES.
           05  WS-TOT-RIESGO         PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-RIESGO-I       PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-RIESGO-C       PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-RIESGO-M       PIC S9(15)V99 COMP-3 VALUE ZERO.

       01  WS-LINEA-SUCURSAL.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-SUCURSAL          PIC 9(03).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WSL-CANT-I            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WSL-CANT-C            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WSL-CANT-M            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WSL-RIESGO            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-LINEA-TOTAL.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-TOT-TITULO        PIC X(32).
           05  WSL-TOT-CANT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WSL-TOT-IMPORTE       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-CONTROLA-DEBITO THRU 3000-EXIT
               UNTIL EOF-AGMO
           PERFORM 8000-EMITIR-CONTACTO
           PERFORM 8500-EMITIR-RESUMEN
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  LEE PARMAGM, EXTRAE Y ORDENA LAS CUENTAS  *
      *  ADHERIDAS Y EL MAESTRO DE CUENTAS POR LA CLAVE DE DEBITO Y    *
      *  CEBA EL APAREO                                                *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           INITIALIZE TABLA-SUCURSALES

           OPEN INPUT PARAMETROS
           READ PARAMETROS
               AT END
                   SET EOF-PARAMETROS TO TRUE
           END-READ
           IF NOT EOF-PARAMETROS
               AND PARM-AGM-DIAS-VENTANA IS NUMERIC
               AND PARM-AGM-DIAS-VENTANA > ZERO
               MOVE PARM-AGM-DIAS-VENTANA TO WS-DIAS-VENTANA
           END-IF
           CLOSE PARAMETROS

           COMPUTE WS-DIA-PROCESO-INT =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
           COMPUTE WS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER
               (WS-DIA-PROCESO-INT + WS-DIAS-VENTANA)

           OPEN INPUT CUENTAS-O20
           IF WS-FS-O20 NOT = '00'
               DISPLAY 'ZET155 - NO SE PUDO ABRIR WASDO20 - '
                   'FILE STATUS ' WS-FS-O20
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CUENTAS-O20
           OPEN INPUT CUENTAS-MAE
           IF WS-FS-CTA NOT = '00'
               DISPLAY 'ZET155 - NO SE PUDO ABRIR MAESCTAS - '
                   'FILE STATUS ' WS-FS-CTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CUENTAS-MAE

           SORT SORT-AGM
               ON ASCENDING KEY S-AGM-CLAVE
               INPUT PROCEDURE IS 6000-EXTRAE-ADHERIDAS
               GIVING AGMO-ORD

           SORT SORT-CTA
               ON ASCENDING KEY S-CTA-CLAVE
               INPUT PROCEDURE IS 6500-EXTRAE-MAESTRO
               GIVING CUENTAS-ORD

           OPEN INPUT  AGMO-ORD
           OPEN INPUT  CUENTAS-ORD
           OPEN OUTPUT OBSERVADAS

           PERFORM 2000-LEER-AGMO THRU 2000-EXIT
           PERFORM 2100-LEER-CUENTA THRU 2100-EXIT
           .

       2000-LEER-AGMO.
           READ AGMO-ORD
               AT END
                   SET EOF-AGMO TO TRUE
                   MOVE HIGH-VALUES TO WS-CLAVE-AGM
               NOT AT END
                   MOVE AGM-CLAVE TO WS-CLAVE-AGM
           END-READ
           .
       2000-EXIT.
           EXIT.

       2100-LEER-CUENTA.
           READ CUENTAS-ORD
               AT END
                   SET EOF-CUENTAS TO TRUE
                   MOVE HIGH-VALUES TO WS-CLAVE-CTA
               NOT AT END
                   MOVE CTA-CLAVE TO WS-CLAVE-CTA
           END-READ
           .
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  3000-CONTROLA-DEBITO  -  POSICIONA EL GRUPO DE MAESCTAS DE    *
      *  LA CUENTA DE DEBITO Y CLASIFICA.  VARIAS CUENTAS TARJETA      *
      *  PUEDEN DEBITAR DE LA MISMA CUENTA: EL GRUPO SE CONSERVA       *
      *  MIENTRAS LA CLAVE NO CAMBIE                                   *
      ******************************************************************
       3000-CONTROLA-DEBITO.
           IF WS-CLAVE-AGM NOT = WS-GRP-CLAVE
               PERFORM 3100-ARMA-GRUPO THRU 3100-EXIT
           END-IF

           MOVE SPACE TO WS-MOTIVO
           EVALUATE TRUE
               WHEN WS-GRP-CLAVE NOT = WS-CLAVE-AGM
                   MOVE 'I' TO WS-MOTIVO
                   ADD 1 TO WS-CANT-INEXIST
               WHEN NOT GRUPO-CON-ABIERTA
                   MOVE 'C' TO WS-MOTIVO
                   ADD 1 TO WS-CANT-CERRADA
               WHEN WS-GRP-DIVISA NOT = AGM-MONEDA-REQ
                   MOVE 'M' TO WS-MOTIVO
                   ADD 1 TO WS-CANT-MONEDA
               WHEN OTHER
                   ADD 1 TO WS-CANT-OK
           END-EVALUATE

           IF WS-MOTIVO NOT = SPACE
               PERFORM 3200-GRABA-OBSERVADA THRU 3200-EXIT
           END-IF

           PERFORM 2000-LEER-AGMO THRU 2000-EXIT
           .
       3000-EXIT.
           EXIT.

      * DESCARTA LAS CUENTAS DEL MAESTRO ANTERIORES A LA CLAVE Y
      * JUNTA TODAS LAS FILAS DE LA CLAVE BUSCADA
       3100-ARMA-GRUPO.
           PERFORM 2100-LEER-CUENTA THRU 2100-EXIT
               UNTIL WS-CLAVE-CTA NOT < WS-CLAVE-AGM

           MOVE SPACES TO WS-GRP-DIVISA
           MOVE 'N' TO WS-SW-GRUPO-ABIERTA
           IF WS-CLAVE-CTA NOT = WS-CLAVE-AGM
               MOVE LOW-VALUES TO WS-GRP-CLAVE
               GO TO 3100-EXIT
           END-IF

           MOVE WS-CLAVE-CTA TO WS-GRP-CLAVE
           PERFORM 3110-SUMA-FILA-GRUPO THRU 3110-EXIT
               UNTIL WS-CLAVE-CTA NOT = WS-GRP-CLAVE
           .
       3100-EXIT.
           EXIT.

       3110-SUMA-FILA-GRUPO.
           IF CTA-ESTADO NOT = 9
               SET GRUPO-CON-ABIERTA TO TRUE
               MOVE CTA-DIVISA TO WS-GRP-DIVISA
           END-IF
           IF WS-GRP-DIVISA = SPACES
               MOVE CTA-DIVISA TO WS-GRP-DIVISA
           END-IF
           PERFORM 2100-LEER-CUENTA THRU 2100-EXIT
           .
       3110-EXIT.
           EXIT.

       3200-GRABA-OBSERVADA.
           MOVE SPACES TO OBS-REGISTRO
           MOVE AGM-SUC-CUENTA    TO OBS-SUC-CUENTA
           MOVE AGM-NRO-CUENTA    TO OBS-NRO-CUENTA
           MOVE WS-MOTIVO         TO OBS-MOTIVO
           MOVE AGM-CENTRO        TO OBS-AGMO-SUC
           MOVE AGM-TIPO-CTA      TO OBS-AGMO-TIPO-CTA
           MOVE AGM-NRO-CTA       TO OBS-AGMO-NRO-CTA
           MOVE AGM-FECHA-AGMO    TO OBS-FECHA-AGMO
           MOVE AGM-FECHA-VTO     TO OBS-FECHA-VTO
           MOVE AGM-MONEDA-REQ    TO OBS-MONEDA-REQ
           IF WS-MOTIVO NOT = 'I'
               MOVE WS-GRP-DIVISA TO OBS-DIVISA-CTA
           END-IF
           MOVE AGM-PAGO-MIN      TO OBS-PAGO-MIN
           WRITE OBS-REGISTRO

           COMPUTE WS-SUC-IDX = AGM-SUC-CUENTA + 1
           SET TB-SUC-IDX TO WS-SUC-IDX
           ADD AGM-PAGO-MIN TO TB-SUC-IMP-RIESGO(TB-SUC-IDX)
           ADD AGM-PAGO-MIN TO WS-TOT-RIESGO
           EVALUATE WS-MOTIVO
               WHEN 'I'
                   ADD 1 TO TB-SUC-CANT-I(TB-SUC-IDX)
                   ADD AGM-PAGO-MIN TO WS-TOT-RIESGO-I
               WHEN 'C'
                   ADD 1 TO TB-SUC-CANT-C(TB-SUC-IDX)
                   ADD AGM-PAGO-MIN TO WS-TOT-RIESGO-C
               WHEN OTHER
                   ADD 1 TO TB-SUC-CANT-M(TB-SUC-IDX)
                   ADD AGM-PAGO-MIN TO WS-TOT-RIESGO-M
           END-EVALUATE
           .
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  8000-EMITIR-CONTACTO  -  LA LISTA DE CONTACTO SALE POR        *
      *  SUCURSAL DE LA CUENTA TARJETA Y NUMERO DE CUENTA              *
      ******************************************************************
       8000-EMITIR-CONTACTO.
           CLOSE AGMO-ORD
           CLOSE CUENTAS-ORD
           CLOSE OBSERVADAS

           SORT SORT-SUC
               ON ASCENDING KEY S-SUC-SUCURSAL
                                S-SUC-NRO-CUENTA
               USING OBSERVADAS
               GIVING CONTACTO-SAL
           .

      ******************************************************************
      *  8500-EMITIR-RESUMEN  -  UNA LINEA POR SUCURSAL CON CUENTAS    *
      *  OBSERVADAS POR MOTIVO Y PAGO MINIMO EN RIESGO, Y TOTALES      *
      ******************************************************************
       8500-EMITIR-RESUMEN.
           OPEN OUTPUT REPORTE-AGM
           MOVE 'CUENTAS DE DEBITO AUTOMATICO OBSERVADAS ANTES DEL VTO'
               TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           STRING '  VENCIMIENTOS HASTA EL ' WS-FECHA-LIMITE
               DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE '  SUC  INEXIST.  CERRADA   MONEDA     PAGO MIN RIESGO'
               TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           PERFORM 8510-LINEA-SUCURSAL THRU 8510-EXIT
               VARYING TB-SUC-IDX FROM 1 BY 1
               UNTIL TB-SUC-IDX > 1000

           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 'CUENTA DE DEBITO INEXISTENTE  ' TO WSL-TOT-TITULO
           MOVE WS-CANT-INEXIST TO WSL-TOT-CANT
           MOVE WS-TOT-RIESGO-I TO WSL-TOT-IMPORTE
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 'CUENTA DE DEBITO CERRADA      ' TO WSL-TOT-TITULO
           MOVE WS-CANT-CERRADA TO WSL-TOT-CANT
           MOVE WS-TOT-RIESGO-C TO WSL-TOT-IMPORTE
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 'MONEDA DISTINTA DEL SALDO     ' TO WSL-TOT-TITULO
           MOVE WS-CANT-MONEDA TO WSL-TOT-CANT
           MOVE WS-TOT-RIESGO-M TO WSL-TOT-IMPORTE
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           COMPUTE WS-CANT-CONTACTO = WS-CANT-INEXIST
               + WS-CANT-CERRADA + WS-CANT-MONEDA
           MOVE 'TOTAL PAGO MINIMO EN RIESGO   ' TO WSL-TOT-TITULO
           MOVE WS-CANT-CONTACTO TO WSL-TOT-CANT
           MOVE WS-TOT-RIESGO TO WSL-TOT-IMPORTE
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           CLOSE REPORTE-AGM
           .

       8510-LINEA-SUCURSAL.
           IF TB-SUC-CANT-I(TB-SUC-IDX) = ZERO
               AND TB-SUC-CANT-C(TB-SUC-IDX) = ZERO
               AND TB-SUC-CANT-M(TB-SUC-IDX) = ZERO
               GO TO 8510-EXIT
           END-IF
           SET WS-SUC-IDX TO TB-SUC-IDX
           SUBTRACT 1 FROM WS-SUC-IDX
           MOVE WS-SUC-IDX                   TO WSL-SUCURSAL
           MOVE TB-SUC-CANT-I(TB-SUC-IDX)    TO WSL-CANT-I
           MOVE TB-SUC-CANT-C(TB-SUC-IDX)    TO WSL-CANT-C
           MOVE TB-SUC-CANT-M(TB-SUC-IDX)    TO WSL-CANT-M
           MOVE TB-SUC-IMP-RIESGO(TB-SUC-IDX) TO WSL-RIESGO
           MOVE WS-LINEA-SUCURSAL TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       8510-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  RUNLOG Y RESUMEN                            *
      ******************************************************************
       9000-FINALIZE.
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET155' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-LEIDOS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-CONTACTO TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET155 - CONTROL DE CUENTA DE DEBITO AUTOMATICO'
           DISPLAY 'CUENTAS TARJETA LEIDAS . . : ' WS-CANT-LEIDOS
           DISPLAY 'ADHERIDAS AL DEBITO  . . . : ' WS-CANT-ADHERIDAS
           DISPLAY 'CON VTO EN LA VENTANA  . . : ' WS-CANT-EN-VENTANA
           DISPLAY 'FILAS DE MAESCTAS  . . . . : ' WS-CANT-MAESTRO
           DISPLAY 'DEBITO CORRECTO  . . . . . : ' WS-CANT-OK
           DISPLAY 'CUENTA INEXISTENTE . . . . : ' WS-CANT-INEXIST
           DISPLAY 'CUENTA CERRADA . . . . . . : ' WS-CANT-CERRADA
           DISPLAY 'MONEDA DISTINTA  . . . . . : ' WS-CANT-MONEDA
           .

      ******************************************************************
      *  6000-EXTRAE-ADHERIDAS  -  EXTRACCION PARA EL SORT: SOLO LAS   *
      *  CUENTAS ADHERIDAS CON VENCIMIENTO ENTRE HOY Y LA FECHA        *
      *  LIMITE.  LA MONEDA A CUBRIR ES PESOS SI HAY SALDO LIQUIDADO   *
      *  EN PESOS, Y DOLARES SI SOLO HAY SALDO EN DOLARES              *
      ******************************************************************
       6000-EXTRAE-ADHERIDAS SECTION.
           OPEN INPUT CUENTAS-O20
           PERFORM 6010-SUELTA-ADHERIDA THRU 6010-EXIT
               UNTIL EOF-CUENTAS-O20
           CLOSE CUENTAS-O20
           GO TO 6000-FIN
           .

       6010-SUELTA-ADHERIDA.
           READ CUENTAS-O20
               AT END
                   SET EOF-CUENTAS-O20 TO TRUE
                   GO TO 6010-EXIT
           END-READ
           IF FS-O20-ERROR-LECTURA
               DISPLAY 'ZET155 - ERROR DE LECTURA '
                   'EN WASDO20 - FILE STATUS ' WS-FS-O20
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-LEIDOS

           IF INDIC-AGMO NOT = 'S'
               OR AGMO-NRO-CTA NOT NUMERIC
               OR AGMO-NRO-CTA = ZERO
               GO TO 6010-EXIT
           END-IF
           ADD 1 TO WS-CANT-ADHERIDAS

           IF FECHA-VTO-LIQ < WS-FECHA-PROCESO
               OR FECHA-VTO-LIQ > WS-FECHA-LIMITE
               GO TO 6010-EXIT
           END-IF
           ADD 1 TO WS-CANT-EN-VENTANA

           MOVE AGMO-SUC-DES            TO S-AGM-CENTRO
           MOVE AGMO-NRO-CTA(4:12)      TO S-AGM-CUENTA
           MOVE AGMO-NRO-FIRM           TO S-AGM-FIRMANTE
           MOVE NRO-CUENTA              TO S-AGM-NRO-CUENTA
           MOVE SUC-CUENTA              TO S-AGM-SUC-CUENTA
           MOVE AGMO-TIPO-CTA           TO S-AGM-TIPO-CTA
           MOVE AGMO-NRO-CTA            TO S-AGM-NRO-CTA
           MOVE FECHA-AGMO              TO S-AGM-FECHA-AGMO
           MOVE FECHA-VTO-LIQ           TO S-AGM-FECHA-VTO
           IF IMP-TOT-LIQ-AUS NOT > ZERO
               AND IMP-TOT-LIQ-DOL > ZERO
               MOVE 'USD'               TO S-AGM-MONEDA-REQ
           ELSE
               MOVE 'ARS'               TO S-AGM-MONEDA-REQ
           END-IF
           MOVE PAGO-MIN-LIQ            TO S-AGM-PAGO-MIN
           RELEASE SD-AGM-REGISTRO
           .
       6010-EXIT.
           EXIT.
       6000-FIN.
           EXIT.

      ******************************************************************
      *  6500-EXTRAE-MAESTRO  -  CLAVE DE CUENTA SIN DIVISA (LA        *
      *  CUENTA DE DEBITO NO TRAE DIVISA) CON SU DIVISA Y ESTADO       *
      ******************************************************************
       6500-EXTRAE-MAESTRO SECTION.
           OPEN INPUT CUENTAS-MAE
           PERFORM 6510-SUELTA-CUENTA THRU 6510-EXIT
               UNTIL EOF-CUENTAS-CRUDO
           CLOSE CUENTAS-MAE
           GO TO 6500-FIN
           .

       6510-SUELTA-CUENTA.
           READ CUENTAS-MAE
               AT END
                   SET EOF-CUENTAS-CRUDO TO TRUE
                   GO TO 6510-EXIT
           END-READ
           IF FS-CTA-ERROR-LECTURA
               DISPLAY 'ZET155 - ERROR DE LECTURA '
                   'EN MAESCTAS - FILE STATUS ' WS-FS-CTA
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-MAESTRO

           MOVE SPACES TO SD-CTA-REGISTRO
           MOVE ZOECCUE-CENTRO   TO S-CTA-CLAVE(1:4)
           MOVE ZOECCUE-CUENTA   TO S-CTA-CLAVE(5:12)
           MOVE ZOECCUE-FIRMANTE TO S-CTA-CLAVE(17:3)
           MOVE ZOECCUE-DIVISA   TO S-CTA-DIVISA
           MOVE ZOECCUE-ESTADO   TO S-CTA-ESTADO
           RELEASE SD-CTA-REGISTRO
           .
       6510-EXIT.
           EXIT.
       6500-FIN.
           EXIT.
