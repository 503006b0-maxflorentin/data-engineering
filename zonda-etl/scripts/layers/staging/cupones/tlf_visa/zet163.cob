      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET163                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - CUPONES                     *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : MOVIMIENTOS POSTERIORES AL BLOQUEO DE TARJETAS   *
      *               ROBADAS O CERRADAS.  DE MAESTARJ SE TOMAN LAS    *
      *               TARJETAS CON ESTADO-RENOV DE ROBO (FECHA         *
      *               FEC-ESTADO-RENOV) Y LAS CERRADAS (FEC-ULT-ACT),  *
      *               Y DE MAESCRED LAS CREDENCIALES CERRADAS.  CADA   *
      *               MOVIMIENTO APROBADO DEL TLF DEPURADO Y CADA      *
      *               LIQUIDACION DE WAFTC310 SOBRE ESAS TARJETAS SE   *
      *               APAREA CONTRA LA FECHA DE BLOQUEO: LO POSTERIOR  *
      *               VA AL DETALLE PBLQDET Y AL ARCHIVO DE RECUPERO   *
      *               PBLQREC PARA EL AREA DE FRAUDES; LO DEL MISMO    *
      *               DIA DEL BLOQUEO SOLO AL DETALLE, MARCADO, PORQUE *
      *               SIN HORA DE BLOQUEO NO SE PUEDE PROBAR.  EL      *
      *               RESUMEN PBLQRES ABRE LO POSTERIOR POR ORIGEN DE  *
      *               LA AUTORIZACION (FIID / DPC-NUMBER): UN BLOQUEO  *
      *               QUE NUNCA LLEGO AL SWITCH QUEDA A LA VISTA COMO  *
      *               FALLA DE PROCESO.                                *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET163.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - CUPONES.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETAS       ASSIGN TO MAESTARJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TAR.

           SELECT CREDENCIALES   ASSIGN TO MAESCRED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CRE.

           SELECT SORT-BLQ       ASSIGN TO SRTBLQ.
           SELECT BLOQ-ORD       ASSIGN TO WBLQORD
               ORGANIZATION IS SEQUENTIAL.

           SELECT MOVIMIENTOS    ASSIGN TO TLFDEDUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TLF.

           SELECT LIQUIDADOS     ASSIGN TO WAFTC310
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-310.

           SELECT SORT-MOV       ASSIGN TO SRTPBL.
           SELECT MOVIM-ORD      ASSIGN TO WPBLORD
               ORGANIZATION IS SEQUENTIAL.

           SELECT DETALLE-SAL    ASSIGN TO PBLQDET
               ORGANIZATION IS SEQUENTIAL.

           SELECT RECUPERO-SAL   ASSIGN TO PBLQREC
               ORGANIZATION IS SEQUENTIAL.

           SELECT RESUMEN-SAL    ASSIGN TO PBLQRES
               ORGANIZATION IS SEQUENTIAL.

           SELECT ENVIOS-SALIDA  ASSIGN TO FEEDENV
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TARJETAS
           RECORDING MODE IS F.
       01  FD-TARJETA.
           COPY "../../abae/fact/maestarj/maestarj.cob"
               REPLACING ==:ZOECTAR:== BY ==ZOECTAR==.

       FD  CREDENCIALES
           RECORDING MODE IS F.
       01  FD-CREDENCIAL.
           COPY "../../abae/fact/maescred/maescred.cob"
               REPLACING ==:ZOECCRE:== BY ==ZOECCRE==.

      * TARJETAS BLOQUEADAS CON SU FECHA DE BLOQUEO
       SD  SORT-BLQ.
       01  SD-BLQ-REGISTRO.
           05  S-BLQ-TARJETA          PIC X(19).
           05  S-BLQ-FECHA            PIC 9(08).
           05  S-BLQ-MOTIVO           PIC X(01).
           05  S-BLQ-SUCURSAL         PIC X(04).
           05  S-BLQ-CUENTA           PIC X(12).
           05  S-BLQ-NUP              PIC X(08).
           05  FILLER                 PIC X(08).

       FD  BLOQ-ORD
           RECORDING MODE IS F.
       01  W-BLQ-REGISTRO.
           05  W-BLQ-TARJETA          PIC X(19).
           05  W-BLQ-FECHA            PIC 9(08).
      *        R ROBO (MAESTARJ) / C CERRADA (MAESTARJ)
      *        E CREDENCIAL CERRADA (MAESCRED)
           05  W-BLQ-MOTIVO           PIC X(01).
           05  W-BLQ-SUCURSAL         PIC X(04).
           05  W-BLQ-CUENTA           PIC X(12).
           05  W-BLQ-NUP              PIC X(08).
           05  FILLER                 PIC X(08).

       FD  MOVIMIENTOS
           RECORDING MODE IS F.
           COPY "tlf_visa.cob".

       FD  LIQUIDADOS
           RECORDING MODE IS F.
       01  FD-LIQUIDADO.
           COPY "../waftc310/waftc310.cob"
               REPLACING ==310== BY ==WAFTC310==.

      * MOVIMIENTOS DE AMBOS ORIGENES EN UN SOLO DISENIO
       SD  SORT-MOV.
       01  SD-MOV-REGISTRO.
           05  S-MOV-TARJETA          PIC X(19).
           05  S-MOV-FECHA            PIC 9(08).
           05  S-MOV-HORA             PIC 9(06).
           05  S-MOV-ORIGEN           PIC X(01).
           05  S-MOV-IMPORTE          PIC S9(13)V99 COMP-3.
           05  S-MOV-MONEDA           PIC X(03).
           05  S-MOV-TERMINAL         PIC X(04).
           05  S-MOV-CANAL            PIC X(03).
           05  S-MOV-COMERCIO         PIC X(25).
           05  S-MOV-FIID             PIC X(04).
           05  S-MOV-DPC              PIC 9(04).
           05  S-MOV-AUTH-CODE        PIC 9(06).
           05  S-MOV-COMPROBANTE      PIC 9(08).
           05  S-MOV-TCODE            PIC 9(02).
           05  FILLER                 PIC X(09).

       FD  MOVIM-ORD
           RECORDING MODE IS F.
       01  W-MOV-REGISTRO.
           05  W-MOV-TARJETA          PIC X(19).
           05  W-MOV-FECHA            PIC 9(08).
           05  W-MOV-HORA             PIC 9(06).
      *        T AUTORIZACION DEL TLF / L LIQUIDACION DE WAFTC310
           05  W-MOV-ORIGEN           PIC X(01).
           05  W-MOV-IMPORTE          PIC S9(13)V99 COMP-3.
           05  W-MOV-MONEDA           PIC X(03).
           05  W-MOV-TERMINAL         PIC X(04).
           05  W-MOV-CANAL            PIC X(03).
           05  W-MOV-COMERCIO         PIC X(25).
           05  W-MOV-FIID             PIC X(04).
           05  W-MOV-DPC              PIC 9(04).
           05  W-MOV-AUTH-CODE        PIC 9(06).
           05  W-MOV-COMPROBANTE      PIC 9(08).
           05  W-MOV-TCODE            PIC 9(02).
           05  FILLER                 PIC X(09).

      * MOVIMIENTO SOBRE TARJETA BLOQUEADA (MISMO DISENIO PARA
      * PBLQDET Y PBLQREC)
       FD  DETALLE-SAL
           RECORDING MODE IS F.
       01  PBLQDET-REGISTRO.
           05  PBLQDET-TOKEN          PIC X(19).
           05  PBLQDET-MOTIVO         PIC X(01).
           05  PBLQDET-FEC-BLOQUEO    PIC 9(08).
           05  PBLQDET-SUCURSAL       PIC X(04).
           05  PBLQDET-CUENTA         PIC X(12).
           05  PBLQDET-NUP            PIC X(08).
           05  PBLQDET-ORIGEN         PIC X(01).
           05  PBLQDET-FECHA          PIC 9(08).
           05  PBLQDET-HORA           PIC 9(06).
           05  PBLQDET-IMPORTE        PIC S9(13)V99.
           05  PBLQDET-MONEDA         PIC X(03).
           05  PBLQDET-TERMINAL       PIC X(04).
           05  PBLQDET-CANAL          PIC X(03).
           05  PBLQDET-COMERCIO       PIC X(25).
           05  PBLQDET-FIID           PIC X(04).
           05  PBLQDET-DPC            PIC 9(04).
           05  PBLQDET-AUTH-CODE      PIC 9(06).
           05  PBLQDET-COMPROBANTE    PIC 9(08).
           05  PBLQDET-DIAS-POST      PIC 9(05).
      *        P POSTERIOR AL BLOQUEO / M MISMO DIA DEL BLOQUEO
           05  PBLQDET-MARCA          PIC X(01).
           05  PBLQDET-FEC-PROCESO    PIC 9(08).
           05  FILLER                 PIC X(07).

       FD  RECUPERO-SAL
           RECORDING MODE IS F.
       01  PBLQREC-REGISTRO          PIC X(160).

      * POSTERIORES AL BLOQUEO POR ORIGEN DE LA AUTORIZACION
       FD  RESUMEN-SAL
           RECORDING MODE IS F.
       01  PBLQRES-REGISTRO.
           05  PBLQRES-ORIGEN         PIC X(01).
           05  PBLQRES-FIID           PIC X(04).
           05  PBLQRES-DPC            PIC 9(04).
           05  PBLQRES-MONEDA         PIC X(03).
           05  PBLQRES-CANT-MOV       PIC 9(07).
           05  PBLQRES-CANT-TARJ      PIC 9(07).
           05  PBLQRES-IMPORTE        PIC S9(13)V99.
           05  PBLQRES-MAX-DIAS       PIC 9(05).
           05  PBLQRES-CANT-MISMO-DIA PIC 9(07).
           05  PBLQRES-FEC-PROCESO    PIC 9(08).
           05  FILLER                 PIC X(19).

       FD  ENVIOS-SALIDA
           RECORDING MODE IS F.
           COPY "../../catalogo/control/feedenv.cob"
               REPLACING ==:FEEDENV:== BY ==FENV==.

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
           COPY "../../catalogo/seguridad/toklk.cob"
               REPLACING ==:TOKPAN:== BY ==TOKPAN==.
           COPY "../../catalogo/control/trlctl.cob"
               REPLACING ==:TRLCTL:== BY ==TRLCTL==.

       77  WS-MAX-RESUMEN            PIC 9(03) COMP VALUE 300.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05  WS-PROC-ANIO          PIC 9(04).
           05  WS-PROC-MMDD          PIC 9(04).

      * FECHA DEL MOVIMIENTO: SEMTRDAT ES MMDD, EL ANIO SE DEDUCE
       01  WS-MOV-FECHA              PIC 9(08).
       01  WS-MOV-FECHA-R REDEFINES WS-MOV-FECHA.
           05  WS-MOV-ANIO           PIC 9(04).
           05  WS-MOV-MMDD           PIC 9(04).

      * FECHA DE LA LIQUIDACION: AAMMDD SIN SIGLO
       01  WS-LIQ-FECHA              PIC 9(08).
       01  WS-LIQ-FECHA-R REDEFINES WS-LIQ-FECHA.
           05  WS-LIQ-SIGLO          PIC 9(02).
           05  WS-LIQ-AAMMDD         PIC 9(06).

       01  WS-FS-TAR                 PIC XX.
           88  FS-TAR-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-CRE                 PIC XX.
           88  FS-CRE-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-TLF                 PIC XX.
           88  FS-TLF-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-310                 PIC XX.
           88  FS-310-ERROR-LECTURA     VALUE '01' THRU '99'.

       01  WS-SWITCHES.
           05  WS-SW-EOF-TAR         PIC X(01) VALUE 'N'.
               88  EOF-TARJETAS          VALUE 'S'.
           05  WS-SW-EOF-CRE         PIC X(01) VALUE 'N'.
               88  EOF-CREDENCIALES      VALUE 'S'.
           05  WS-SW-EOF-TLF         PIC X(01) VALUE 'N'.
               88  EOF-TLF               VALUE 'S'.
           05  WS-SW-EOF-310         PIC X(01) VALUE 'N'.
               88  EOF-LIQUIDADOS        VALUE 'S'.
           05  WS-SW-EOF-BLQ         PIC X(01) VALUE 'N'.
               88  EOF-BLOQUEOS          VALUE 'S'.
           05  WS-SW-EOF-MOV         PIC X(01) VALUE 'N'.
               88  EOF-MOVIMIENTOS       VALUE 'S'.

      * CLAVES DEL APAREO
       01  WS-CLAVE-BLQ              PIC X(19) VALUE LOW-VALUES.
       01  WS-CLAVE-MOV              PIC X(19).

      * BLOQUEO VIGENTE DE LA TARJETA (EL DE FECHA MAS ANTIGUA)
       01  WS-BLOQUEO.
           05  WS-BLQ-FECHA          PIC 9(08).
           05  WS-BLQ-MOTIVO         PIC X(01).
           05  WS-BLQ-SUCURSAL       PIC X(04).
           05  WS-BLQ-CUENTA         PIC X(12).
           05  WS-BLQ-NUP            PIC X(08).
       01  WS-DIAS-POST              PIC S9(07) COMP.
       01  WS-MARCA                  PIC X(01).
           88  MARCA-POSTERIOR           VALUE 'P'.
           88  MARCA-MISMO-DIA           VALUE 'M'.

      * RESUMEN POR ORIGEN DE LA AUTORIZACION
       01  TABLA-RESUMEN.
           05  TB-RS-CANT            PIC 9(03) COMP VALUE ZERO.
           05  TB-RS-ENTRY OCCURS 300 TIMES
                   INDEXED BY TB-RS-IDX.
               10  TB-RS-ORIGEN      PIC X(01).
               10  TB-RS-FIID        PIC X(04).
               10  TB-RS-DPC         PIC 9(04).
               10  TB-RS-MONEDA      PIC X(03).
               10  TB-RS-CANT-MOV    PIC 9(07) COMP.
               10  TB-RS-CANT-TARJ   PIC 9(07) COMP.
               10  TB-RS-ULT-TARJ    PIC X(19).
               10  TB-RS-IMPORTE     PIC S9(13)V99 COMP-3.
               10  TB-RS-MAX-DIAS    PIC 9(05) COMP.
               10  TB-RS-MISMO-DIA   PIC 9(07) COMP.

       01  WS-HASH-RECUPERO          PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-CONTADORES.
           05  WS-CANT-TARJ-LEIDAS   PIC 9(09) COMP.
           05  WS-CANT-CRED-LEIDAS   PIC 9(09) COMP.
           05  WS-CANT-BLOQUEADAS    PIC 9(09) COMP.
           05  WS-CANT-DUPLICADAS    PIC 9(09) COMP.
           05  WS-CANT-TLF-LEIDOS    PIC 9(09) COMP.
           05  WS-CANT-LIQ-LEIDAS    PIC 9(09) COMP.
           05  WS-CANT-MOV-CRUZADOS  PIC 9(09) COMP.
           05  WS-CANT-PREVIOS       PIC 9(09) COMP.
           05  WS-CANT-MISMO-DIA     PIC 9(09) COMP.
           05  WS-CANT-POSTERIORES   PIC 9(09) COMP.
           05  WS-CANT-RESUMEN-LLENO PIC 9(09) COMP.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-APAREA THRU 3000-EXIT
               UNTIL EOF-MOVIMIENTOS
           PERFORM 8000-GRABA-RESUMEN
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  ARMA Y ORDENA POR TARJETA LAS TARJETAS    *
      *  BLOQUEADAS Y LOS MOVIMIENTOS DE AMBOS ORIGENES, Y CEBA LAS    *
      *  LECTURAS DEL APAREO                                           *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD

           OPEN INPUT TARJETAS
           IF WS-FS-TAR NOT = '00'
               DISPLAY 'ZET163 - NO SE PUDO ABRIR MAESTARJ - '
                   'FILE STATUS ' WS-FS-TAR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE TARJETAS
           OPEN INPUT CREDENCIALES
           IF WS-FS-CRE NOT = '00'
               DISPLAY 'ZET163 - NO SE PUDO ABRIR MAESCRED - '
                   'FILE STATUS ' WS-FS-CRE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CREDENCIALES
           OPEN INPUT MOVIMIENTOS
           IF WS-FS-TLF NOT = '00'
               DISPLAY 'ZET163 - NO SE PUDO ABRIR TLFDEDUP - '
                   'FILE STATUS ' WS-FS-TLF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE MOVIMIENTOS
           OPEN INPUT LIQUIDADOS
           IF WS-FS-310 NOT = '00'
               DISPLAY 'ZET163 - NO SE PUDO ABRIR WAFTC310 - '
                   'FILE STATUS ' WS-FS-310
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE LIQUIDADOS

      * A IGUAL TARJETA EL PRIMER BLOQUEO ES EL DE FECHA MAS ANTIGUA
           SORT SORT-BLQ
               ON ASCENDING KEY S-BLQ-TARJETA
                                S-BLQ-FECHA
               INPUT PROCEDURE IS 1500-EXTRAE-BLOQUEOS
               GIVING BLOQ-ORD

           SORT SORT-MOV
               ON ASCENDING KEY S-MOV-TARJETA
                                S-MOV-FECHA
                                S-MOV-HORA
               INPUT PROCEDURE IS 1600-EXTRAE-MOVIMIENTOS
               GIVING MOVIM-ORD

           OPEN INPUT  BLOQ-ORD
           OPEN INPUT  MOVIM-ORD
           OPEN OUTPUT DETALLE-SAL
           OPEN OUTPUT RECUPERO-SAL

           PERFORM 2000-LEER-BLOQUEO THRU 2000-EXIT
           PERFORM 2100-LEER-MOVIM THRU 2100-EXIT
           .

      * ROBO: ESTADO-RENOV R CON SU FECHA DE CAMBIO DE ESTADO.
      * CERRADA: ESTADO 9, LA FECHA ES LA DE ULTIMA MODIFICACION
       1500-EXTRAE-BLOQUEOS SECTION.
           OPEN INPUT TARJETAS
           PERFORM 1510-SUELTA-TARJETA THRU 1510-EXIT
               UNTIL EOF-TARJETAS
           CLOSE TARJETAS
           OPEN INPUT CREDENCIALES
           PERFORM 1520-SUELTA-CREDENCIAL THRU 1520-EXIT
               UNTIL EOF-CREDENCIALES
           CLOSE CREDENCIALES
           GO TO 1500-FIN
           .

       1510-SUELTA-TARJETA.
           READ TARJETAS
               AT END
                   SET EOF-TARJETAS TO TRUE
                   GO TO 1510-EXIT
           END-READ
           IF FS-TAR-ERROR-LECTURA
               DISPLAY 'ZET163 - ERROR DE LECTURA '
                   'EN MAESTARJ - FILE STATUS ' WS-FS-TAR
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-TARJ-LEIDAS

           MOVE SPACES TO SD-BLQ-REGISTRO
           MOVE ZOECTAR-NUMERO-TARJETA TO S-BLQ-TARJETA
           MOVE ZOECTAR-SUCURSAL-ADM   TO S-BLQ-SUCURSAL
           MOVE ZOECTAR-CUENTA-PPAL    TO S-BLQ-CUENTA
           MOVE ZOECTAR-NUP            TO S-BLQ-NUP
           IF ZOECTAR-ESTADO-RENOV-ROB
               AND ZOECTAR-FEC-ESTADO-RENOV IS NUMERIC
               AND ZOECTAR-FEC-ESTADO-RENOV > '00000000'
               MOVE ZOECTAR-FEC-ESTADO-RENOV TO S-BLQ-FECHA
               MOVE 'R' TO S-BLQ-MOTIVO
               ADD 1 TO WS-CANT-BLOQUEADAS
               RELEASE SD-BLQ-REGISTRO
           END-IF
           IF ZOECTAR-CERRADA
               AND ZOECTAR-FEC-ULT-ACT > ZERO
               MOVE ZOECTAR-FEC-ULT-ACT TO S-BLQ-FECHA
               MOVE 'C' TO S-BLQ-MOTIVO
               ADD 1 TO WS-CANT-BLOQUEADAS
               RELEASE SD-BLQ-REGISTRO
           END-IF
           .
       1510-EXIT.
           EXIT.

       1520-SUELTA-CREDENCIAL.
           READ CREDENCIALES
               AT END
                   SET EOF-CREDENCIALES TO TRUE
                   GO TO 1520-EXIT
           END-READ
           IF FS-CRE-ERROR-LECTURA
               DISPLAY 'ZET163 - ERROR DE LECTURA '
                   'EN MAESCRED - FILE STATUS ' WS-FS-CRE
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-CRED-LEIDAS

           IF NOT ZOECCRE-CERRADA
               OR ZOECCRE-FEC-ULT-ACT = ZERO
               GO TO 1520-EXIT
           END-IF
           MOVE SPACES TO SD-BLQ-REGISTRO
           MOVE ZOECCRE-NUMERO-TARJETA TO S-BLQ-TARJETA
           MOVE ZOECCRE-FEC-ULT-ACT    TO S-BLQ-FECHA
           MOVE 'E'                    TO S-BLQ-MOTIVO
           MOVE ZOECCRE-SUCURSAL-ADM   TO S-BLQ-SUCURSAL
           MOVE ZOECCRE-PENUMPER       TO S-BLQ-NUP
           ADD 1 TO WS-CANT-BLOQUEADAS
           RELEASE SD-BLQ-REGISTRO
           .
       1520-EXIT.
           EXIT.
       1500-FIN.
           EXIT.

      * DEL TLF SOLO LO APROBADO (CON CODIGO DE AUTORIZACION) Y NO
      * REVERSADO; DE WAFTC310 TODA LIQUIDACION NO REVERSADA
       1600-EXTRAE-MOVIMIENTOS SECTION.
           OPEN INPUT MOVIMIENTOS
           PERFORM 1610-SUELTA-AUTORIZACION THRU 1610-EXIT
               UNTIL EOF-TLF
           CLOSE MOVIMIENTOS
           OPEN INPUT LIQUIDADOS
           PERFORM 1620-SUELTA-LIQUIDACION THRU 1620-EXIT
               UNTIL EOF-LIQUIDADOS
           CLOSE LIQUIDADOS
           GO TO 1600-FIN
           .

       1610-SUELTA-AUTORIZACION.
           READ MOVIMIENTOS
               AT END
                   SET EOF-TLF TO TRUE
                   GO TO 1610-EXIT
           END-READ
           IF FS-TLF-ERROR-LECTURA
               DISPLAY 'ZET163 - ERROR DE LECTURA '
                   'EN TLFDEDUP - FILE STATUS ' WS-FS-TLF
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-TLF-LEIDOS

           IF SEMRREV NOT = ZERO
               OR AUTH_CODE = ZERO
               OR SEMCACCT = SPACES
               GO TO 1610-EXIT
           END-IF

           MOVE WS-PROC-ANIO TO WS-MOV-ANIO
           MOVE SEMTRDAT     TO WS-MOV-MMDD
           IF SEMTRDAT > WS-PROC-MMDD
               SUBTRACT 1 FROM WS-MOV-ANIO
           END-IF

           MOVE SPACES TO SD-MOV-REGISTRO
           MOVE SEMCACCT     TO S-MOV-TARJETA
           MOVE WS-MOV-FECHA TO S-MOV-FECHA
           MOVE SEMTRTIM     TO S-MOV-HORA
           MOVE 'T'          TO S-MOV-ORIGEN
           MOVE SEMAMT1      TO S-MOV-IMPORTE
           MOVE SEMCCODE     TO S-MOV-MONEDA
           MOVE SEMCOD_TERM  TO S-MOV-TERMINAL
           MOVE ID_CANAL     TO S-MOV-CANAL
           MOVE SEMTCOMER    TO S-MOV-COMERCIO
           MOVE FIID         TO S-MOV-FIID
           MOVE DPC_NUMBER   TO S-MOV-DPC
           MOVE AUTH_CODE    TO S-MOV-AUTH-CODE
           MOVE TRACE_NO     TO S-MOV-COMPROBANTE
           MOVE SEMTCODE     TO S-MOV-TCODE
           RELEASE SD-MOV-REGISTRO
           .
       1610-EXIT.
           EXIT.

      * LA LIQUIDACION NO PASA POR EL SWITCH: SIN FIID NI DPC
       1620-SUELTA-LIQUIDACION.
           READ LIQUIDADOS
               AT END
                   SET EOF-LIQUIDADOS TO TRUE
                   GO TO 1620-EXIT
           END-READ
           IF FS-310-ERROR-LECTURA
               DISPLAY 'ZET163 - ERROR DE LECTURA '
                   'EN WAFTC310 - FILE STATUS ' WS-FS-310
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-LIQ-LEIDAS

           IF REVERSO OF FD-LIQUIDADO = 'S'
               OR NRO-TARJ OF FD-LIQUIDADO = ZERO
               GO TO 1620-EXIT
           END-IF

      * LA FECHA QUE CUENTA ES LA DE ORIGEN; SI FALTA, LA DE
      * PRESENTACION
           MOVE 20 TO WS-LIQ-SIGLO
           IF FEC-ORIGEN-AAMMDD OF FD-LIQUIDADO > ZERO
               MOVE FEC-ORIGEN-AAMMDD OF FD-LIQUIDADO TO WS-LIQ-AAMMDD
           ELSE
               MOVE FEC-PRES-AAMMDD OF FD-LIQUIDADO TO WS-LIQ-AAMMDD
           END-IF

           MOVE SPACES TO SD-MOV-REGISTRO
           MOVE NRO-TARJ OF FD-LIQUIDADO TO S-MOV-TARJETA(1:16)
           MOVE WS-LIQ-FECHA             TO S-MOV-FECHA
           MOVE ZERO                     TO S-MOV-HORA
           MOVE 'L'                      TO S-MOV-ORIGEN
           IF SIGNO OF FD-LIQUIDADO = '-'
               COMPUTE S-MOV-IMPORTE = 0 - IMPORTE OF FD-LIQUIDADO
           ELSE
               MOVE IMPORTE OF FD-LIQUIDADO TO S-MOV-IMPORTE
           END-IF
           MOVE MONEDA OF FD-LIQUIDADO   TO S-MOV-MONEDA
           MOVE ORIGEN OF FD-LIQUIDADO   TO S-MOV-CANAL
           MOVE NRO-EST OF FD-LIQUIDADO  TO S-MOV-COMERCIO
           MOVE ZERO                     TO S-MOV-DPC
           MOVE ZERO                     TO S-MOV-AUTH-CODE
           MOVE NRO-COMP OF FD-LIQUIDADO TO S-MOV-COMPROBANTE
           MOVE ZERO                     TO S-MOV-TCODE
           RELEASE SD-MOV-REGISTRO
           .
       1620-EXIT.
           EXIT.
       1600-FIN.
           EXIT.


       PROCESO-PRINCIPAL SECTION.

      * UNA TARJETA PUEDE VENIR DOS VECES (ROBADA Y LUEGO CERRADA):
      * SE QUEDA EL PRIMER BLOQUEO Y LOS DEMAS SE SALTEAN
       2000-LEER-BLOQUEO.
           READ BLOQ-ORD
               AT END
                   SET EOF-BLOQUEOS TO TRUE
                   MOVE HIGH-VALUES TO WS-CLAVE-BLQ
                   GO TO 2000-EXIT
           END-READ
           IF W-BLQ-TARJETA = WS-CLAVE-BLQ
               ADD 1 TO WS-CANT-DUPLICADAS
               GO TO 2000-EXIT
           END-IF
           MOVE W-BLQ-TARJETA  TO WS-CLAVE-BLQ
           MOVE W-BLQ-FECHA    TO WS-BLQ-FECHA
           MOVE W-BLQ-MOTIVO   TO WS-BLQ-MOTIVO
           MOVE W-BLQ-SUCURSAL TO WS-BLQ-SUCURSAL
           MOVE W-BLQ-CUENTA   TO WS-BLQ-CUENTA
           MOVE W-BLQ-NUP      TO WS-BLQ-NUP
           .
       2000-EXIT.
           EXIT.

       2100-LEER-MOVIM.
           READ MOVIM-ORD
               AT END
                   SET EOF-MOVIMIENTOS TO TRUE
                   MOVE HIGH-VALUES TO WS-CLAVE-MOV
               NOT AT END
                   MOVE W-MOV-TARJETA TO WS-CLAVE-MOV
           END-READ
           .
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  3000-APAREA  -  MERGE POR TARJETA.  EL BLOQUEO QUEDA FIJO     *
      *  MIENTRAS PASAN TODOS LOS MOVIMIENTOS DE ESA TARJETA; LOS      *
      *  MOVIMIENTOS DE TARJETAS NO BLOQUEADAS SE DESCARTAN            *
      ******************************************************************
       3000-APAREA.
           EVALUATE TRUE
               WHEN WS-CLAVE-BLQ < WS-CLAVE-MOV
                   PERFORM 2000-LEER-BLOQUEO THRU 2000-EXIT
               WHEN WS-CLAVE-BLQ = WS-CLAVE-MOV
                   PERFORM 3100-EVALUA-MOVIMIENTO THRU 3100-EXIT
                   PERFORM 2100-LEER-MOVIM THRU 2100-EXIT
               WHEN OTHER
                   PERFORM 2100-LEER-MOVIM THRU 2100-EXIT
           END-EVALUATE
           .
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3100-EVALUA-MOVIMIENTO  -  COMPARA LA FECHA DEL MOVIMIENTO    *
      *  CON LA DEL BLOQUEO.  POSTERIOR: DETALLE, RECUPERO Y RESUMEN.  *
      *  MISMO DIA: SOLO DETALLE MARCADO Y CONTADOR DEL RESUMEN        *
      ******************************************************************
       3100-EVALUA-MOVIMIENTO.
           ADD 1 TO WS-CANT-MOV-CRUZADOS
           IF W-MOV-FECHA < WS-BLQ-FECHA
               ADD 1 TO WS-CANT-PREVIOS
               GO TO 3100-EXIT
           END-IF

           COMPUTE WS-DIAS-POST =
               FUNCTION INTEGER-OF-DATE(W-MOV-FECHA)
               - FUNCTION INTEGER-OF-DATE(WS-BLQ-FECHA)
           IF WS-DIAS-POST < ZERO
               MOVE ZERO TO WS-DIAS-POST
           END-IF

           MOVE W-MOV-TARJETA TO TOKPAN-PAN
           CALL 'TOKPAN' USING TOKPAN-AREA

           MOVE SPACES TO PBLQDET-REGISTRO
           MOVE TOKPAN-TOKEN      TO PBLQDET-TOKEN
           MOVE WS-BLQ-MOTIVO     TO PBLQDET-MOTIVO
           MOVE WS-BLQ-FECHA      TO PBLQDET-FEC-BLOQUEO
           MOVE WS-BLQ-SUCURSAL   TO PBLQDET-SUCURSAL
           MOVE WS-BLQ-CUENTA     TO PBLQDET-CUENTA
           MOVE WS-BLQ-NUP        TO PBLQDET-NUP
           MOVE W-MOV-ORIGEN      TO PBLQDET-ORIGEN
           MOVE W-MOV-FECHA       TO PBLQDET-FECHA
           MOVE W-MOV-HORA        TO PBLQDET-HORA
           MOVE W-MOV-IMPORTE     TO PBLQDET-IMPORTE
           MOVE W-MOV-MONEDA      TO PBLQDET-MONEDA
           MOVE W-MOV-TERMINAL    TO PBLQDET-TERMINAL
           MOVE W-MOV-CANAL       TO PBLQDET-CANAL
           MOVE W-MOV-COMERCIO    TO PBLQDET-COMERCIO
           MOVE W-MOV-FIID        TO PBLQDET-FIID
           MOVE W-MOV-DPC         TO PBLQDET-DPC
           MOVE W-MOV-AUTH-CODE   TO PBLQDET-AUTH-CODE
           MOVE W-MOV-COMPROBANTE TO PBLQDET-COMPROBANTE
           MOVE WS-DIAS-POST      TO PBLQDET-DIAS-POST
           MOVE WS-FECHA-PROCESO  TO PBLQDET-FEC-PROCESO
           IF W-MOV-FECHA = WS-BLQ-FECHA
               MOVE 'M' TO PBLQDET-MARCA
               ADD 1 TO WS-CANT-MISMO-DIA
           ELSE
               MOVE 'P' TO PBLQDET-MARCA
               ADD 1 TO WS-CANT-POSTERIORES
           END-IF
           MOVE PBLQDET-MARCA TO WS-MARCA
           IF MARCA-POSTERIOR
               MOVE PBLQDET-REGISTRO TO PBLQREC-REGISTRO
               WRITE PBLQREC-REGISTRO
               ADD W-MOV-IMPORTE TO WS-HASH-RECUPERO
           END-IF
           WRITE PBLQDET-REGISTRO

           PERFORM 3200-ACUMULA-RESUMEN THRU 3200-EXIT
           .
       3100-EXIT.
           EXIT.

       3200-ACUMULA-RESUMEN.
           SET TB-RS-IDX TO 1
           SEARCH TB-RS-ENTRY
               AT END
                   ADD 1 TO WS-CANT-RESUMEN-LLENO
                   GO TO 3200-EXIT
               WHEN TB-RS-IDX > TB-RS-CANT
                   ADD 1 TO TB-RS-CANT
                   SET TB-RS-IDX TO TB-RS-CANT
                   MOVE W-MOV-ORIGEN TO TB-RS-ORIGEN(TB-RS-IDX)
                   MOVE W-MOV-FIID   TO TB-RS-FIID(TB-RS-IDX)
                   MOVE W-MOV-DPC    TO TB-RS-DPC(TB-RS-IDX)
                   MOVE W-MOV-MONEDA TO TB-RS-MONEDA(TB-RS-IDX)
                   MOVE ZERO   TO TB-RS-CANT-MOV(TB-RS-IDX)
                                  TB-RS-CANT-TARJ(TB-RS-IDX)
                                  TB-RS-IMPORTE(TB-RS-IDX)
                                  TB-RS-MAX-DIAS(TB-RS-IDX)
                                  TB-RS-MISMO-DIA(TB-RS-IDX)
                   MOVE SPACES TO TB-RS-ULT-TARJ(TB-RS-IDX)
               WHEN TB-RS-ORIGEN(TB-RS-IDX) = W-MOV-ORIGEN
                   AND TB-RS-FIID(TB-RS-IDX) = W-MOV-FIID
                   AND TB-RS-DPC(TB-RS-IDX) = W-MOV-DPC
                   AND TB-RS-MONEDA(TB-RS-IDX) = W-MOV-MONEDA
                   CONTINUE
           END-SEARCH

           IF MARCA-MISMO-DIA
               ADD 1 TO TB-RS-MISMO-DIA(TB-RS-IDX)
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO TB-RS-CANT-MOV(TB-RS-IDX)
           ADD W-MOV-IMPORTE TO TB-RS-IMPORTE(TB-RS-IDX)
      * LOS MOVIMIENTOS LLEGAN POR TARJETA: BASTA LA ULTIMA VISTA
           IF TB-RS-ULT-TARJ(TB-RS-IDX) NOT = W-MOV-TARJETA
               ADD 1 TO TB-RS-CANT-TARJ(TB-RS-IDX)
               MOVE W-MOV-TARJETA TO TB-RS-ULT-TARJ(TB-RS-IDX)
           END-IF
           IF WS-DIAS-POST > TB-RS-MAX-DIAS(TB-RS-IDX)
               MOVE WS-DIAS-POST TO TB-RS-MAX-DIAS(TB-RS-IDX)
           END-IF
           .
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  8000-GRABA-RESUMEN  -  UNA FILA POR ORIGEN DE AUTORIZACION Y  *
      *  MONEDA; TRAILER DE CONTROL Y AVISO DE ENVIO DEL RECUPERO      *
      ******************************************************************
       8000-GRABA-RESUMEN.
           OPEN OUTPUT RESUMEN-SAL
           PERFORM 8100-GRABA-FILA-RESUMEN THRU 8100-EXIT
               VARYING TB-RS-IDX FROM 1 BY 1
               UNTIL TB-RS-IDX > TB-RS-CANT
           CLOSE RESUMEN-SAL

      * TRAILER ESTANDAR DE CONTROL AL PIE DEL ARCHIVO PBLQREC
           MOVE SPACES TO TRLCTL-REGISTRO
           MOVE 'TRLCTL' TO TRLCTL-MARCA
           MOVE WS-CANT-POSTERIORES TO TRLCTL-CANT-REGISTROS
           MOVE WS-HASH-RECUPERO TO TRLCTL-HASH-IMPORTES
           MOVE WS-FECHA-PROCESO TO TRLCTL-FEC-GENERACION
           MOVE 'ZET163' TO TRLCTL-JOB-EMISOR
           MOVE SPACES TO PBLQREC-REGISTRO
           MOVE TRLCTL-REGISTRO TO PBLQREC-REGISTRO(1:46)
           WRITE PBLQREC-REGISTRO

           OPEN EXTEND ENVIOS-SALIDA
           MOVE SPACES TO FENV-REGISTRO
           MOVE 'PBLQREC' TO FENV-FEED
           MOVE WS-CANT-POSTERIORES TO FENV-NEGOCIO(1:9)
           MOVE WS-FECHA-PROCESO TO FENV-FEC-ENVIO
           WRITE FENV-REGISTRO
           CLOSE ENVIOS-SALIDA
           .

       8100-GRABA-FILA-RESUMEN.
           MOVE SPACES TO PBLQRES-REGISTRO
           MOVE TB-RS-ORIGEN(TB-RS-IDX)    TO PBLQRES-ORIGEN
           MOVE TB-RS-FIID(TB-RS-IDX)      TO PBLQRES-FIID
           MOVE TB-RS-DPC(TB-RS-IDX)       TO PBLQRES-DPC
           MOVE TB-RS-MONEDA(TB-RS-IDX)    TO PBLQRES-MONEDA
           MOVE TB-RS-CANT-MOV(TB-RS-IDX)  TO PBLQRES-CANT-MOV
           MOVE TB-RS-CANT-TARJ(TB-RS-IDX) TO PBLQRES-CANT-TARJ
           MOVE TB-RS-IMPORTE(TB-RS-IDX)   TO PBLQRES-IMPORTE
           MOVE TB-RS-MAX-DIAS(TB-RS-IDX)  TO PBLQRES-MAX-DIAS
           MOVE TB-RS-MISMO-DIA(TB-RS-IDX) TO PBLQRES-CANT-MISMO-DIA
           MOVE WS-FECHA-PROCESO           TO PBLQRES-FEC-PROCESO
           WRITE PBLQRES-REGISTRO

           IF TB-RS-ORIGEN(TB-RS-IDX) = 'T'
               AND TB-RS-CANT-MOV(TB-RS-IDX) > ZERO
               DISPLAY 'ZET163 - AUTORIZADO TRAS BLOQUEO - FIID '
                   TB-RS-FIID(TB-RS-IDX) ' DPC ' TB-RS-DPC(TB-RS-IDX)
                   ' MONEDA ' TB-RS-MONEDA(TB-RS-IDX)
                   ' MOVIMIENTOS ' TB-RS-CANT-MOV(TB-RS-IDX)
           END-IF
           .
       8100-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  CIERRE DE ARCHIVOS, RUNLOG Y RESUMEN        *
      ******************************************************************
       9000-FINALIZE.
           CLOSE BLOQ-ORD
           CLOSE MOVIM-ORD
           CLOSE DETALLE-SAL
           CLOSE RECUPERO-SAL
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET163' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           COMPUTE RUNLOG-CANT-ENTRADA =
               WS-CANT-TLF-LEIDOS + WS-CANT-LIQ-LEIDAS
           MOVE WS-CANT-POSTERIORES TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           IF WS-CANT-RESUMEN-LLENO > ZERO
               DISPLAY 'ZET163 - TABLA DE RESUMEN LLENA - '
                   WS-CANT-RESUMEN-LLENO ' MOVIMIENTOS SIN RESUMIR'
           END-IF

           DISPLAY 'ZET163 - MOVIMIENTOS POSTERIORES AL BLOQUEO'
           DISPLAY 'TARJETAS LEIDAS MAESTARJ . : ' WS-CANT-TARJ-LEIDAS
           DISPLAY 'CREDENCIALES LEIDAS  . . . : ' WS-CANT-CRED-LEIDAS
           DISPLAY 'BLOQUEOS EXTRAIDOS . . . . : ' WS-CANT-BLOQUEADAS
           DISPLAY 'BLOQUEOS REPETIDOS . . . . : ' WS-CANT-DUPLICADAS
           DISPLAY 'MOVIMIENTOS TLF LEIDOS . . : ' WS-CANT-TLF-LEIDOS
           DISPLAY 'LIQUIDACIONES LEIDAS . . . : ' WS-CANT-LIQ-LEIDAS
           DISPLAY 'SOBRE TARJETA BLOQUEADA  . : ' WS-CANT-MOV-CRUZADOS
           DISPLAY 'ANTERIORES AL BLOQUEO  . . : ' WS-CANT-PREVIOS
           DISPLAY 'DEL MISMO DIA DEL BLOQUEO  : ' WS-CANT-MISMO-DIA
           DISPLAY 'POSTERIORES A PBLQREC  . . : ' WS-CANT-POSTERIORES
           .
