      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET156                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - CUPONES                     *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : CONTROL DIARIO DE AMPLIACIONES TEMPORARIAS DEL   *
      *               LIMITE DE COMPRA (AMPL-LIM-CPRA-IMP / -VTO) DE   *
      *               WASDO20.  LISTA LAS AMPLIACIONES TODAVIA         *
      *               VIGENTES CON VENCIMIENTO YA PASADO (O SIN        *
      *               FECHA DE VENCIMIENTO) EN EL ARCHIVO DE LIMPIEZA  *
      *               AMPLLIMP PARA OPERACIONES DE TARJETAS, Y SOBRE   *
      *               ESAS CUENTAS COMPARA LA EXPOSICION ACTUAL        *
      *               (SALDO-ACTUAL-AUS + DEU-NO-VEN-PESOS) CONTRA     *
      *               EL LIMITE-CREDITO BASE: LAS QUE QUEDAN POR       *
      *               ENCIMA DE SU LIMITE REAL VAN A AMPLEXPO.         *
      *               APAREANDO CONTRA LA FOTO DE AYER (AMPLHIST)      *
      *               CUENTA POR SUCURSAL LAS AMPLIACIONES OTORGADAS   *
      *               Y LAS DADAS DE BAJA, Y APENDIZA LA TENDENCIA     *
      *               DIARIA EN AMPLTEND.                              *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET156.
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
           SELECT SORT-O20     ASSIGN TO SRTAMPL.
           SELECT CUENTAS-ORD  ASSIGN TO W20ORD
               ORGANIZATION IS SEQUENTIAL.

           SELECT HIST-ANT     ASSIGN TO AMPLHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HIS.

           SELECT HIST-NVO     ASSIGN TO AMPLHISTN
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIMPIEZA-SAL ASSIGN TO AMPLLIMP
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXPOSICION-SAL ASSIGN TO AMPLEXPO
               ORGANIZATION IS SEQUENTIAL.

           SELECT TENDENCIA-SAL ASSIGN TO AMPLTEND
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORTE-AMPL ASSIGN TO RPAMPL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ENVIOS-SALIDA  ASSIGN TO FEEDENV
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS
           RECORDING MODE IS F.
           COPY "wasdo20.cob".

       SD  SORT-O20.
           COPY "wasdo20.cob" REPLACING ==o20== BY ==S-o20==.

       FD  CUENTAS-ORD
           RECORDING MODE IS F.
           COPY "wasdo20.cob" REPLACING ==o20== BY ==W-o20==.

      * FOTO DE LAS AMPLIACIONES VIGENTES, ORDENADA POR CUENTA
       FD  HIST-ANT
           RECORDING MODE IS F.
       01  HIST-REGISTRO.
           05  HIST-NRO-CUENTA       PIC 9(14).
           05  HIST-SUC-CUENTA       PIC 9(03).
           05  HIST-AMPL-IMP         PIC 9(13) COMP-3.
           05  HIST-AMPL-VTO         PIC 9(08).
           05  HIST-FEC-PRIMERA      PIC 9(08).
           05  FILLER                PIC X(07).

       FD  HIST-NVO
           RECORDING MODE IS F.
       01  HISTN-REGISTRO.
           05  HISTN-NRO-CUENTA      PIC 9(14).
           05  HISTN-SUC-CUENTA      PIC 9(03).
           05  HISTN-AMPL-IMP        PIC 9(13) COMP-3.
           05  HISTN-AMPL-VTO        PIC 9(08).
           05  HISTN-FEC-PRIMERA     PIC 9(08).
           05  FILLER                PIC X(07).

       FD  LIMPIEZA-SAL
           RECORDING MODE IS F.
       01  AMPLLIMP-REGISTRO.
           05  AMPLLIMP-NRO-CUENTA   PIC 9(14).
           05  AMPLLIMP-SUC-CUENTA   PIC 9(03).
      *        MOTIVO: V VENCIDA Y VIGENTE / S SIN FECHA DE VTO
           05  AMPLLIMP-MOTIVO       PIC X(01).
               88  AMPLLIMP-VENCIDA      VALUE 'V'.
               88  AMPLLIMP-SIN-VTO      VALUE 'S'.
           05  AMPLLIMP-AMPL-IMP     PIC 9(13).
           05  AMPLLIMP-AMPL-VTO     PIC 9(08).
           05  AMPLLIMP-DIAS-VENCIDA PIC 9(05).
           05  AMPLLIMP-FEC-PROCESO  PIC 9(08).
           05  FILLER                PIC X(08).

       FD  EXPOSICION-SAL
           RECORDING MODE IS F.
       01  AMPLEXPO-REGISTRO.
           05  AMPLEXPO-NRO-CUENTA   PIC 9(14).
           05  AMPLEXPO-SUC-CUENTA   PIC 9(03).
           05  AMPLEXPO-LIMITE-BASE  PIC 9(13).
           05  AMPLEXPO-AMPL-IMP     PIC 9(13).
           05  AMPLEXPO-SALDO-AUS    PIC S9(13)V99.
           05  AMPLEXPO-DEU-NO-VEN   PIC 9(12)V99.
           05  AMPLEXPO-EXPOSICION   PIC S9(13)V99.
           05  AMPLEXPO-EXCESO       PIC S9(13)V99.
           05  AMPLEXPO-FEC-PROCESO  PIC 9(08).
           05  FILLER                PIC X(10).

       FD  TENDENCIA-SAL
           RECORDING MODE IS F.
       01  AMPLTEND-REGISTRO.
           05  AMPLTEND-FEC-PROCESO  PIC 9(08).
           05  AMPLTEND-SUC-CUENTA   PIC 9(03).
           05  AMPLTEND-OTORGADAS    PIC 9(07).
           05  AMPLTEND-BAJAS        PIC 9(07).
           05  AMPLTEND-VIGENTES     PIC 9(07).
           05  AMPLTEND-VENCIDAS     PIC 9(07).
           05  FILLER                PIC X(01).

       FD  REPORTE-AMPL.
       01  LINEA-REPORTE             PIC X(100).

       FD  ENVIOS-SALIDA
           RECORDING MODE IS F.
           COPY "../../catalogo/control/feedenv.cob"
               REPLACING ==:FEEDENV:== BY ==FENV==.

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
           COPY "../../catalogo/control/trlctl.cob"
               REPLACING ==:TRLCTL:== BY ==TRLCTL==.

       77  WS-DIA-PROCESO-INT        PIC S9(09) COMP.
       77  WS-DIAS-VENCIDA           PIC S9(09) COMP.
       77  WS-SUC-IDX                PIC 9(04) COMP.

       01  WS-FECHA-PROCESO          PIC 9(08).

       01  WS-FS-O20                 PIC XX.
           88  FS-O20-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-HIS                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-O20         PIC X(01) VALUE 'N'.
               88  EOF-CUENTAS           VALUE 'S'.
           05  WS-SW-EOF-HIS         PIC X(01) VALUE 'N'.
               88  EOF-HISTORICO         VALUE 'S'.

       01  WS-CUENTA-HIST            PIC 9(14).

       01  WS-EXPOSICION             PIC S9(15)V99 COMP-3.
       01  WS-EXCESO                 PIC S9(15)V99 COMP-3.
       01  WS-HASH-LIMPIEZA          PIC S9(13)V99 COMP-3 VALUE ZERO.

      * TENDENCIA POR SUCURSAL DE LA CUENTA TARJETA (000-999)
       01  TABLA-SUCURSALES.
           05  TB-SUC-ENTRY OCCURS 1000 TIMES
                   INDEXED BY TB-SUC-IDX.
               10  TB-SUC-OTORGADAS  PIC 9(07) COMP.
               10  TB-SUC-BAJAS      PIC 9(07) COMP.
               10  TB-SUC-VIGENTES   PIC 9(07) COMP.
               10  TB-SUC-VENCIDAS   PIC 9(07) COMP.

       01  WS-CONTADORES.
           05  WS-CANT-LEIDAS        PIC 9(09) COMP.
           05  WS-CANT-VIGENTES      PIC 9(09) COMP.
           05  WS-CANT-OTORGADAS     PIC 9(09) COMP.
           05  WS-CANT-BAJAS         PIC 9(09) COMP.
           05  WS-CANT-VENCIDAS      PIC 9(09) COMP.
           05  WS-CANT-SIN-VTO       PIC 9(09) COMP.
           05  WS-CANT-LIMPIEZA      PIC 9(09) COMP.
           05  WS-CANT-EXCEDIDAS     PIC 9(09) COMP.

       01  WS-TOT-EXCESO             PIC S9(15)V99 COMP-3 VALUE ZERO.

       01  WS-LINEA-SUCURSAL.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-SUCURSAL          PIC 9(03).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WSL-OTORGADAS         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WSL-BAJAS             PIC ZZZ,ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WSL-VIGENTES          PIC ZZZ,ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WSL-VENCIDAS          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-PROCESA-CUENTA THRU 3000-EXIT
               UNTIL EOF-CUENTAS
           PERFORM 4000-BAJA-HISTORICO THRU 4000-EXIT
               UNTIL EOF-HISTORICO
           PERFORM 8000-EMITIR-TENDENCIA
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  ORDENA WASDO20 POR CUENTA Y CEBA LAS      *
      *  LECTURAS (LA FOTO DE AYER YA SE GRABO ORDENADA POR CUENTA)    *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           COMPUTE WS-DIA-PROCESO-INT =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
           INITIALIZE TABLA-SUCURSALES

           OPEN INPUT CUENTAS
           IF WS-FS-O20 NOT = '00'
               DISPLAY 'ZET156 - NO SE PUDO ABRIR WASDO20 - '
                   'FILE STATUS ' WS-FS-O20
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CUENTAS

           SORT SORT-O20
               ON ASCENDING KEY NRO-CUENTA OF S-o20
               USING CUENTAS
               GIVING CUENTAS-ORD

           OPEN INPUT  CUENTAS-ORD
           OPEN INPUT  HIST-ANT
           OPEN OUTPUT HIST-NVO
           OPEN OUTPUT LIMPIEZA-SAL
           OPEN OUTPUT EXPOSICION-SAL
           OPEN EXTEND ENVIOS-SALIDA

      * PRIMERA CORRIDA SIN FOTO ANTERIOR: TODA AMPLIACION VIGENTE
      * CUENTA COMO OTORGADA HOY
           IF WS-FS-HIS NOT = '00'
               DISPLAY 'ZET156 - SIN FOTO AMPLHIST ANTERIOR - '
                   'SE TOMA COMO PRIMERA CORRIDA'
               SET EOF-HISTORICO TO TRUE
               MOVE 99999999999999 TO WS-CUENTA-HIST
           ELSE
               PERFORM 2100-LEER-HISTORICO THRU 2100-EXIT
           END-IF

           PERFORM 2000-LEER-CUENTA THRU 2000-EXIT
           .

       2000-LEER-CUENTA.
           READ CUENTAS-ORD
               AT END
                   SET EOF-CUENTAS TO TRUE
               NOT AT END
                   ADD 1 TO WS-CANT-LEIDAS
           END-READ
           .
       2000-EXIT.
           EXIT.

       2100-LEER-HISTORICO.
           READ HIST-ANT
               AT END
                   SET EOF-HISTORICO TO TRUE
                   MOVE 99999999999999 TO WS-CUENTA-HIST
               NOT AT END
                   MOVE HIST-NRO-CUENTA TO WS-CUENTA-HIST
           END-READ
           .
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  3000-PROCESA-CUENTA  -  LAS CUENTAS DE AYER QUE QUEDAN ATRAS  *
      *  YA NO TIENEN AMPLIACION (BAJA).  LA AMPLIACION DE HOY QUE NO  *
      *  ESTABA AYER, O QUE CAMBIO IMPORTE O VENCIMIENTO, ES OTORGADA  *
      ******************************************************************
       3000-PROCESA-CUENTA.
           PERFORM 4000-BAJA-HISTORICO THRU 4000-EXIT
               UNTIL EOF-HISTORICO
               OR WS-CUENTA-HIST NOT < NRO-CUENTA OF W-o20

           COMPUTE WS-SUC-IDX = SUC-CUENTA OF W-o20 + 1
           SET TB-SUC-IDX TO WS-SUC-IDX

           IF AMPL-LIM-CPRA-IMP OF W-o20 = ZERO
               IF WS-CUENTA-HIST = NRO-CUENTA OF W-o20
                   PERFORM 4000-BAJA-HISTORICO THRU 4000-EXIT
               END-IF
               PERFORM 2000-LEER-CUENTA THRU 2000-EXIT
               GO TO 3000-EXIT
           END-IF

           ADD 1 TO WS-CANT-VIGENTES
           ADD 1 TO TB-SUC-VIGENTES(TB-SUC-IDX)

           MOVE SPACES TO HISTN-REGISTRO
           MOVE NRO-CUENTA OF W-o20        TO HISTN-NRO-CUENTA
           MOVE SUC-CUENTA OF W-o20        TO HISTN-SUC-CUENTA
           MOVE AMPL-LIM-CPRA-IMP OF W-o20 TO HISTN-AMPL-IMP
           MOVE AMPL-LIM-CPRA-VTO OF W-o20 TO HISTN-AMPL-VTO
           MOVE WS-FECHA-PROCESO           TO HISTN-FEC-PRIMERA

           IF WS-CUENTA-HIST = NRO-CUENTA OF W-o20
               IF HIST-AMPL-IMP = AMPL-LIM-CPRA-IMP OF W-o20
                   AND HIST-AMPL-VTO = AMPL-LIM-CPRA-VTO OF W-o20
                   MOVE HIST-FEC-PRIMERA TO HISTN-FEC-PRIMERA
               ELSE
                   PERFORM 3100-CUENTA-OTORGADA THRU 3100-EXIT
               END-IF
               PERFORM 2100-LEER-HISTORICO THRU 2100-EXIT
           ELSE
               PERFORM 3100-CUENTA-OTORGADA THRU 3100-EXIT
           END-IF
           WRITE HISTN-REGISTRO

           EVALUATE TRUE
               WHEN AMPL-LIM-CPRA-VTO OF W-o20 = ZERO
                   ADD 1 TO WS-CANT-SIN-VTO
                   MOVE 'S' TO AMPLLIMP-MOTIVO
                   MOVE ZERO TO WS-DIAS-VENCIDA
                   PERFORM 3200-GRABA-LIMPIEZA THRU 3200-EXIT
               WHEN AMPL-LIM-CPRA-VTO OF W-o20 < WS-FECHA-PROCESO
                   ADD 1 TO WS-CANT-VENCIDAS
                   ADD 1 TO TB-SUC-VENCIDAS(TB-SUC-IDX)
                   MOVE 'V' TO AMPLLIMP-MOTIVO
                   COMPUTE WS-DIAS-VENCIDA = WS-DIA-PROCESO-INT
                       - FUNCTION INTEGER-OF-DATE
                           (AMPL-LIM-CPRA-VTO OF W-o20)
                   PERFORM 3200-GRABA-LIMPIEZA THRU 3200-EXIT
                   PERFORM 3300-EVALUA-EXPOSICION THRU 3300-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 2000-LEER-CUENTA THRU 2000-EXIT
           .
       3000-EXIT.
           EXIT.

       3100-CUENTA-OTORGADA.
           ADD 1 TO WS-CANT-OTORGADAS
           ADD 1 TO TB-SUC-OTORGADAS(TB-SUC-IDX)
           .
       3100-EXIT.
           EXIT.

      * EL MOTIVO VIENE CARGADO POR EL LLAMADOR
       3200-GRABA-LIMPIEZA.
           MOVE NRO-CUENTA OF W-o20        TO AMPLLIMP-NRO-CUENTA
           MOVE SUC-CUENTA OF W-o20        TO AMPLLIMP-SUC-CUENTA
           MOVE AMPL-LIM-CPRA-IMP OF W-o20 TO AMPLLIMP-AMPL-IMP
           MOVE AMPL-LIM-CPRA-VTO OF W-o20 TO AMPLLIMP-AMPL-VTO
           MOVE WS-DIAS-VENCIDA            TO AMPLLIMP-DIAS-VENCIDA
           MOVE WS-FECHA-PROCESO           TO AMPLLIMP-FEC-PROCESO
           MOVE SPACES TO AMPLLIMP-REGISTRO(53:8)
           WRITE AMPLLIMP-REGISTRO
           ADD 1 TO WS-CANT-LIMPIEZA
           ADD AMPL-LIM-CPRA-IMP OF W-o20 TO WS-HASH-LIMPIEZA
           PERFORM 7100-REGISTRA-ENVIO THRU 7100-EXIT
           .
       3200-EXIT.
           EXIT.

      * LA EXPOSICION SE MIDE CONTRA EL LIMITE BASE, SIN AMPLIACION
       3300-EVALUA-EXPOSICION.
           COMPUTE WS-EXPOSICION = SALDO-ACTUAL-AUS OF W-o20
               + DEU-NO-VEN-PESOS OF W-o20
           COMPUTE WS-EXCESO = WS-EXPOSICION
               - LIMITE-CREDITO OF W-o20
           IF WS-EXCESO NOT > ZERO
               GO TO 3300-EXIT
           END-IF

           ADD 1 TO WS-CANT-EXCEDIDAS
           ADD WS-EXCESO TO WS-TOT-EXCESO
           MOVE SPACES TO AMPLEXPO-REGISTRO
           MOVE NRO-CUENTA OF W-o20        TO AMPLEXPO-NRO-CUENTA
           MOVE SUC-CUENTA OF W-o20        TO AMPLEXPO-SUC-CUENTA
           MOVE LIMITE-CREDITO OF W-o20    TO AMPLEXPO-LIMITE-BASE
           MOVE AMPL-LIM-CPRA-IMP OF W-o20 TO AMPLEXPO-AMPL-IMP
           MOVE SALDO-ACTUAL-AUS OF W-o20  TO AMPLEXPO-SALDO-AUS
           MOVE DEU-NO-VEN-PESOS OF W-o20  TO AMPLEXPO-DEU-NO-VEN
           MOVE WS-EXPOSICION              TO AMPLEXPO-EXPOSICION
           MOVE WS-EXCESO                  TO AMPLEXPO-EXCESO
           MOVE WS-FECHA-PROCESO           TO AMPLEXPO-FEC-PROCESO
           WRITE AMPLEXPO-REGISTRO
           .
       3300-EXIT.
           EXIT.

      ******************************************************************
      *  4000-BAJA-HISTORICO  -  AMPLIACION DE AYER QUE HOY YA NO ESTA *
      *  (IMPORTE EN CERO O CUENTA FUERA DEL EXTRACTO): BAJA EN LA     *
      *  SUCURSAL QUE LA TENIA                                         *
      ******************************************************************
       4000-BAJA-HISTORICO.
           ADD 1 TO WS-CANT-BAJAS
           COMPUTE WS-SUC-IDX = HIST-SUC-CUENTA + 1
           ADD 1 TO TB-SUC-BAJAS(WS-SUC-IDX)
           PERFORM 2100-LEER-HISTORICO THRU 2100-EXIT
           .
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  7100-REGISTRA-ENVIO  -  FILA FEEDENV DEL REGISTRO AMPLLIMP    *
      *  ENVIADO, PARA EL SEGUIMIENTO DE ACUSES (ZET147)               *
      ******************************************************************
       7100-REGISTRA-ENVIO.
           MOVE SPACES TO FENV-REGISTRO
           MOVE 'AMPLLIMP' TO FENV-FEED
           MOVE AMPLLIMP-NRO-CUENTA TO FENV-NEGOCIO
           MOVE WS-FECHA-PROCESO TO FENV-FEC-ENVIO
           WRITE FENV-REGISTRO
           .
       7100-EXIT.
           EXIT.

      ******************************************************************
      *  8000-EMITIR-TENDENCIA  -  UNA FILA AMPLTEND Y UNA LINEA DE    *
      *  REPORTE POR SUCURSAL CON MOVIMIENTO                           *
      ******************************************************************
       8000-EMITIR-TENDENCIA.
           OPEN EXTEND TENDENCIA-SAL
           OPEN OUTPUT REPORTE-AMPL
           MOVE 'AMPLIACIONES TEMPORARIAS DE LIMITE DE COMPRA'
               TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE '  SUC  OTORGADAS    BAJAS   VIGENTES  VENCIDAS'
               TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           PERFORM 8100-EMITIR-SUCURSAL THRU 8100-EXIT
               VARYING TB-SUC-IDX FROM 1 BY 1
               UNTIL TB-SUC-IDX > 1000
           CLOSE TENDENCIA-SAL
           .

       8100-EMITIR-SUCURSAL.
           IF TB-SUC-OTORGADAS(TB-SUC-IDX) = ZERO
               AND TB-SUC-BAJAS(TB-SUC-IDX) = ZERO
               AND TB-SUC-VIGENTES(TB-SUC-IDX) = ZERO
               GO TO 8100-EXIT
           END-IF
           SET WS-SUC-IDX TO TB-SUC-IDX
           SUBTRACT 1 FROM WS-SUC-IDX

           MOVE SPACES TO AMPLTEND-REGISTRO
           MOVE WS-FECHA-PROCESO TO AMPLTEND-FEC-PROCESO
           MOVE WS-SUC-IDX       TO AMPLTEND-SUC-CUENTA
           MOVE TB-SUC-OTORGADAS(TB-SUC-IDX) TO AMPLTEND-OTORGADAS
           MOVE TB-SUC-BAJAS(TB-SUC-IDX)     TO AMPLTEND-BAJAS
           MOVE TB-SUC-VIGENTES(TB-SUC-IDX)  TO AMPLTEND-VIGENTES
           MOVE TB-SUC-VENCIDAS(TB-SUC-IDX)  TO AMPLTEND-VENCIDAS
           WRITE AMPLTEND-REGISTRO

           MOVE WS-SUC-IDX                   TO WSL-SUCURSAL
           MOVE TB-SUC-OTORGADAS(TB-SUC-IDX) TO WSL-OTORGADAS
           MOVE TB-SUC-BAJAS(TB-SUC-IDX)     TO WSL-BAJAS
           MOVE TB-SUC-VIGENTES(TB-SUC-IDX)  TO WSL-VIGENTES
           MOVE TB-SUC-VENCIDAS(TB-SUC-IDX)  TO WSL-VENCIDAS
           MOVE WS-LINEA-SUCURSAL TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       8100-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  TRAILER DE AMPLLIMP, CIERRE, RUNLOG Y       *
      *  RESUMEN                                                       *
      ******************************************************************
       9000-FINALIZE.
      * TRAILER ESTANDAR DE CONTROL AL PIE DEL ARCHIVO AMPLLIMP
           MOVE SPACES TO TRLCTL-REGISTRO
           MOVE 'TRLCTL' TO TRLCTL-MARCA
           MOVE WS-CANT-LIMPIEZA TO TRLCTL-CANT-REGISTROS
           MOVE WS-HASH-LIMPIEZA TO TRLCTL-HASH-IMPORTES
           MOVE WS-FECHA-PROCESO TO TRLCTL-FEC-GENERACION
           MOVE 'ZET156' TO TRLCTL-JOB-EMISOR
           MOVE SPACES TO AMPLLIMP-REGISTRO
           MOVE TRLCTL-REGISTRO TO AMPLLIMP-REGISTRO(1:46)
           WRITE AMPLLIMP-REGISTRO

           CLOSE CUENTAS-ORD
           CLOSE HIST-ANT
           CLOSE HIST-NVO
           CLOSE LIMPIEZA-SAL
           CLOSE EXPOSICION-SAL
           CLOSE ENVIOS-SALIDA
           CLOSE REPORTE-AMPL
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET156' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-LEIDAS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-LIMPIEZA TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET156 - AMPLIACIONES TEMPORARIAS DE LIMITE'
           DISPLAY 'CUENTAS LEIDAS . . . . . . : ' WS-CANT-LEIDAS
           DISPLAY 'AMPLIACIONES VIGENTES  . . : ' WS-CANT-VIGENTES
           DISPLAY 'OTORGADAS DESDE AYER . . . : ' WS-CANT-OTORGADAS
           DISPLAY 'DADAS DE BAJA DESDE AYER . : ' WS-CANT-BAJAS
           DISPLAY 'VENCIDAS TODAVIA VIGENTES  : ' WS-CANT-VENCIDAS
           DISPLAY 'SIN FECHA DE VENCIMIENTO . : ' WS-CANT-SIN-VTO
           DISPLAY 'A LIMPIEZA (AMPLLIMP)  . . : ' WS-CANT-LIMPIEZA
           DISPLAY 'SOBRE EL LIMITE BASE . . . : ' WS-CANT-EXCEDIDAS
           DISPLAY 'EXCESO TOTAL . . . . . . . : ' WS-TOT-EXCESO
           .
