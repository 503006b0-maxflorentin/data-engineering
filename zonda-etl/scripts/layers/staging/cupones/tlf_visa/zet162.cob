      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET162                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - CUPONES                     *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : VERIFICACION DE COTIZACION Y PERCEPCIONES EN     *
      *               CONSUMOS EN MONEDA EXTRANJERA.  CADA MOVIMIENTO  *
      *               DEL TLF DEPURADO CON MONEDA-ORIGEN EXTRANJERA SE *
      *               RECALCULA: EL IMPORTE EN PESOS CON LA COTIZACION *
      *               OFICIAL DEL DIA (TIPCAMB) Y CADA PERCEPCION      *
      *               (IMPUESTO PAIS Y GANANCIAS) CON LA ALICUOTA      *
      *               VIGENTE DE ALICPERC.  TODO RECALCULO VA A        *
      *               FXRECALC (CONSULTA DE RECLAMOS "QUE COTIZACION   *
      *               ME COBRARON") Y LO QUE EXCEDE LA TOLERANCIA A    *
      *               FXEXCEP.  LAS DIFERENCIAS DE PERCEPCION SE       *
      *               ACUMULAN POR MES EN PERCDIA Y, AL CIERRE DEL     *
      *               MES, EL TOTAL DE SOBRE Y SUB PERCEPCION SALE EN  *
      *               PERCMES PARA EL AREA IMPOSITIVA.                 *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET162.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - CUPONES.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMIENTOS    ASSIGN TO TLFDEDUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TLF.

           SELECT COTIZACIONES   ASSIGN TO TIPCAMB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TIP.

           SELECT ALICUOTAS      ASSIGN TO ALICPERC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ALI.

           SELECT PARAMETROS     ASSIGN TO PARMFX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT RECALCULO-SAL  ASSIGN TO FXRECALC
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXCEPCION-SAL  ASSIGN TO FXEXCEP
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACUM-DIARIO    ASSIGN TO PERCDIA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DIA.

           SELECT TOTAL-MENSUAL  ASSIGN TO PERCMES
               ORGANIZATION IS SEQUENTIAL.

           SELECT ENVIOS-SALIDA  ASSIGN TO FEEDENV
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMIENTOS
           RECORDING MODE IS F.
           COPY "tlf_visa.cob".

       FD  COTIZACIONES
           RECORDING MODE IS F.
           COPY "../../catalogo/tipcambio/tipcamb.cob".

       FD  ALICUOTAS
           RECORDING MODE IS F.
           COPY "../../catalogo/tipcambio/alicperc.cob".

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-FX-REGISTRO.
      *        TOLERANCIA EN CENTESIMOS DE % DE LA BASE (50 = 0,50 %)
           05  PARM-FX-TOL-PCT-CENT   PIC 9(04).
      *        DIFERENCIA MINIMA EN PESOS QUE SE CONSIDERA
           05  PARM-FX-TOL-MINIMA     PIC 9(05)V99.
      *        MES A CERRAR (AAAAMM); SIN INFORMAR SE CIERRA EL MES
      *        ANTERIOR SOLO EL DIA 1
           05  PARM-FX-PERIODO-CIERRE PIC 9(06).
           05  PARM-FX-FILLER         PIC X(03).

      * RECALCULO DE UN MOVIMIENTO (MISMO DISENIO PARA FXRECALC Y
      * FXEXCEP)
       FD  RECALCULO-SAL
           RECORDING MODE IS F.
       01  FXRECALC-REGISTRO.
           05  FXRECALC-TOKEN         PIC X(19).
           05  FXRECALC-FECHA         PIC 9(08).
           05  FXRECALC-HORA          PIC 9(06).
           05  FXRECALC-MONEDA        PIC X(03).
           05  FXRECALC-IMP-ORIGINAL  PIC S9(13)V99.
           05  FXRECALC-COTIZ-APLIC   PIC 9(06)V9(05).
           05  FXRECALC-COTIZ-OFIC    PIC 9(06)V9(05).
           05  FXRECALC-ARS-COBRADO   PIC S9(13)V99.
           05  FXRECALC-ARS-RECALC    PIC S9(13)V99.
           05  FXRECALC-ARS-DIF       PIC S9(13)V99.
           05  FXRECALC-PAIS-COBRADO  PIC S9(13)V99.
           05  FXRECALC-PAIS-RECALC   PIC S9(13)V99.
           05  FXRECALC-PAIS-DIF      PIC S9(13)V99.
           05  FXRECALC-GAN-COBRADO   PIC S9(13)V99.
           05  FXRECALC-GAN-RECALC    PIC S9(13)V99.
           05  FXRECALC-GAN-DIF       PIC S9(13)V99.
           05  FXRECALC-ALIC-INFORM   PIC 9(03)V99.
           05  FXRECALC-ALIC-PAIS     PIC 9(03)V99.
           05  FXRECALC-ALIC-GAN      PIC 9(03)V99.
      *        C PESOS / P IMPUESTO PAIS / G GANANCIAS FUERA DE
      *        TOLERANCIA; S SIN COTIZACION OFICIAL PARA EL DIA
           05  FXRECALC-MARCAS.
               10  FXRECALC-MARCA-ARS  PIC X(01).
               10  FXRECALC-MARCA-PAIS PIC X(01).
               10  FXRECALC-MARCA-GAN  PIC X(01).
           05  FXRECALC-FEC-PROCESO   PIC 9(08).
           05  FILLER                 PIC X(16).

       FD  EXCEPCION-SAL
           RECORDING MODE IS F.
       01  FXEXCEP-REGISTRO          PIC X(250).

      * DIFERENCIAS DE PERCEPCION DEL DIA, POR MES DEL MOVIMIENTO
       FD  ACUM-DIARIO
           RECORDING MODE IS F.
       01  PERCDIA-REGISTRO.
           05  PERCDIA-FEC-PROCESO    PIC 9(08).
           05  PERCDIA-PERIODO        PIC 9(06).
           05  PERCDIA-IMPUESTO       PIC X(01).
           05  PERCDIA-CANT-MOV       PIC 9(07).
           05  PERCDIA-SOBRE          PIC 9(13)V99.
           05  PERCDIA-SUB            PIC 9(13)V99.
           05  FILLER                 PIC X(08).

       FD  TOTAL-MENSUAL
           RECORDING MODE IS F.
       01  PERCMES-REGISTRO.
           05  PERCMES-PERIODO        PIC 9(06).
           05  PERCMES-IMPUESTO       PIC X(01).
           05  PERCMES-CANT-MOV       PIC 9(09).
      *        SOBRE: SE PERCIBIO DE MAS / SUB: SE PERCIBIO DE MENOS
           05  PERCMES-SOBRE          PIC 9(13)V99.
           05  PERCMES-SUB            PIC 9(13)V99.
           05  PERCMES-NETO           PIC S9(13)V99.
           05  PERCMES-FEC-PROCESO    PIC 9(08).
           05  FILLER                 PIC X(11).

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

       77  WS-MAX-COTIZACIONES       PIC 9(05) COMP VALUE 5000.
       77  WS-MAX-ALICUOTAS          PIC 9(05) COMP VALUE 200.
       77  WS-MAX-PERIODOS           PIC 9(03) COMP VALUE 24.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05  WS-PROC-ANIO          PIC 9(04).
           05  WS-PROC-MMDD.
               10  WS-PROC-MES       PIC 9(02).
               10  WS-PROC-DIA       PIC 9(02).

      * FECHA DEL MOVIMIENTO: SEMTRDAT ES MMDD, EL ANIO SE DEDUCE
       01  WS-MOV-FECHA              PIC 9(08).
       01  WS-MOV-FECHA-R REDEFINES WS-MOV-FECHA.
           05  WS-MOV-PERIODO        PIC 9(06).
           05  FILLER                PIC 9(02).
       01  WS-MOV-FECHA-R2 REDEFINES WS-MOV-FECHA.
           05  WS-MOV-ANIO           PIC 9(04).
           05  WS-MOV-MMDD           PIC 9(04).

       01  WS-FS-TLF                 PIC XX.
           88  FS-TLF-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-TIP                 PIC XX.
       01  WS-FS-ALI                 PIC XX.
       01  WS-FS-PAR                 PIC XX.
       01  WS-FS-DIA                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-TLF         PIC X(01) VALUE 'N'.
               88  EOF-MOVIMIENTOS       VALUE 'S'.
           05  WS-SW-EOF-TIP         PIC X(01) VALUE 'N'.
               88  EOF-COTIZACIONES      VALUE 'S'.
           05  WS-SW-EOF-ALI         PIC X(01) VALUE 'N'.
               88  EOF-ALICUOTAS         VALUE 'S'.
           05  WS-SW-EOF-DIA         PIC X(01) VALUE 'N'.
               88  EOF-ACUM-DIARIO       VALUE 'S'.
           05  WS-SW-FUERA           PIC X(01).
               88  FUERA-DE-TOLERANCIA   VALUE 'S'.
           05  WS-SW-CIERRE          PIC X(01) VALUE 'N'.
               88  HAY-CIERRE-MENSUAL    VALUE 'S'.

      * PARAMETROS (PARMFX LOS REEMPLAZA SI VIENE INFORMADO)
       01  WS-TOL-PCT-CENT           PIC 9(04) VALUE 50.
       01  WS-TOL-MINIMA             PIC 9(05)V99 VALUE 1.
       01  WS-PERIODO-CIERRE         PIC 9(06) VALUE ZERO.
       01  WS-PERIODO-CIERRE-R REDEFINES WS-PERIODO-CIERRE.
           05  WS-CIE-ANIO           PIC 9(04).
           05  WS-CIE-MES            PIC 9(02).

      * COTIZACIONES Y ALICUOTAS EN MEMORIA, CON SU VIGENCIA
       01  TABLA-COTIZACIONES.
           05  TB-TC-CANT            PIC 9(05) COMP VALUE ZERO.
           05  TB-TC-ENTRY OCCURS 5000 TIMES
                   INDEXED BY TB-TC-IDX.
               10  TB-TC-MONEDA      PIC X(03).
               10  TB-TC-VIGENCIA    PIC 9(08).
               10  TB-TC-COTIZACION  PIC S9(06)V9(05) COMP-3.

       01  TABLA-ALICUOTAS.
           05  TB-AL-CANT            PIC 9(05) COMP VALUE ZERO.
           05  TB-AL-ENTRY OCCURS 200 TIMES
                   INDEXED BY TB-AL-IDX.
               10  TB-AL-IMPUESTO    PIC X(01).
               10  TB-AL-VIGENCIA    PIC 9(08).
               10  TB-AL-ALICUOTA    PIC S9(03)V99 COMP-3.

      * BUSQUEDA DE LA VIGENTE A UNA FECHA
       01  WS-BUS-FECHA              PIC 9(08).
       01  WS-BUS-MONEDA             PIC X(03).
       01  WS-BUS-IMPUESTO           PIC X(01).
       01  WS-BUS-VIGENCIA           PIC 9(08).
       01  WS-COTIZ-OFICIAL          PIC S9(06)V9(05) COMP-3.
       01  WS-ALICUOTA               PIC S9(03)V99 COMP-3.
       01  WS-ALIC-PAIS              PIC S9(03)V99 COMP-3.
       01  WS-ALIC-GAN               PIC S9(03)V99 COMP-3.
       01  WS-ALIC-INFORMADA         PIC 9(05).

      * RECALCULO DEL MOVIMIENTO
       01  WS-ARS-RECALC             PIC S9(13)V99 COMP-3.
       01  WS-ARS-DIF                PIC S9(13)V99 COMP-3.
       01  WS-PAIS-RECALC            PIC S9(13)V99 COMP-3.
       01  WS-PAIS-DIF               PIC S9(13)V99 COMP-3.
       01  WS-GAN-RECALC             PIC S9(13)V99 COMP-3.
       01  WS-GAN-DIF                PIC S9(13)V99 COMP-3.
       01  WS-TOL-BASE               PIC S9(13)V99 COMP-3.
       01  WS-TOL-DIF                PIC S9(13)V99 COMP-3.
       01  WS-TOL-ADMITIDA           PIC S9(13)V99 COMP-3.

      * DIFERENCIAS DE PERCEPCION POR MES DEL MOVIMIENTO E IMPUESTO
       01  TABLA-PERIODOS.
           05  TB-PE-CANT            PIC 9(03) COMP VALUE ZERO.
           05  TB-PE-ENTRY OCCURS 24 TIMES
                   INDEXED BY TB-PE-IDX.
               10  TB-PE-PERIODO     PIC 9(06).
               10  TB-PE-IMPUESTO    PIC X(01).
               10  TB-PE-CANT-MOV    PIC 9(07) COMP.
               10  TB-PE-SOBRE       PIC S9(13)V99 COMP-3.
               10  TB-PE-SUB         PIC S9(13)V99 COMP-3.
       01  WS-ACU-IMPUESTO           PIC X(01).
       01  WS-ACU-DIF                PIC S9(13)V99 COMP-3.

      * TOTALES DEL MES QUE SE CIERRA, POR IMPUESTO (1 PAIS, 2 GAN)
       01  TABLA-CIERRE.
           05  TB-CI-ENTRY OCCURS 2 TIMES.
               10  TB-CI-CANT-MOV    PIC 9(09) COMP.
               10  TB-CI-SOBRE       PIC S9(13)V99 COMP-3.
               10  TB-CI-SUB         PIC S9(13)V99 COMP-3.
       01  WS-CI-IDX                 PIC 9(01) COMP.
       01  WS-HASH-MENSUAL           PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-CONTADORES.
           05  WS-CANT-LEIDOS        PIC 9(09) COMP.
           05  WS-CANT-EXTRANJERA    PIC 9(09) COMP.
           05  WS-CANT-SIN-COTIZ     PIC 9(09) COMP.
           05  WS-CANT-EXC-ARS       PIC 9(09) COMP.
           05  WS-CANT-EXC-PAIS      PIC 9(09) COMP.
           05  WS-CANT-EXC-GAN       PIC 9(09) COMP.
           05  WS-CANT-EXCEPCIONES   PIC 9(09) COMP.
           05  WS-CANT-MENSUAL       PIC 9(09) COMP.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-PROCESA-MOVIM THRU 3000-EXIT
               UNTIL EOF-MOVIMIENTOS
           PERFORM 8000-GRABA-DIARIO
           IF HAY-CIERRE-MENSUAL
               PERFORM 8500-CIERRE-MENSUAL
           END-IF
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  PARAMETROS, COTIZACIONES Y ALICUOTAS EN   *
      *  MEMORIA, APERTURA DEL TLF Y DE LAS SALIDAS                    *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM 1050-TOMA-PARAMETROS THRU 1050-EXIT
               END-READ
               CLOSE PARAMETROS
           END-IF

      * SIN PERIODO PEDIDO, EL DIA 1 SE CIERRA EL MES ANTERIOR
           IF WS-PERIODO-CIERRE NOT = ZERO
               SET HAY-CIERRE-MENSUAL TO TRUE
           ELSE
               IF WS-PROC-DIA = 1
                   SET HAY-CIERRE-MENSUAL TO TRUE
                   MOVE WS-PROC-ANIO TO WS-CIE-ANIO
                   MOVE WS-PROC-MES  TO WS-CIE-MES
                   IF WS-CIE-MES = 1
                       MOVE 12 TO WS-CIE-MES
                       SUBTRACT 1 FROM WS-CIE-ANIO
                   ELSE
                       SUBTRACT 1 FROM WS-CIE-MES
                   END-IF
               END-IF
           END-IF

           OPEN INPUT COTIZACIONES
           IF WS-FS-TIP NOT = '00'
               DISPLAY 'ZET162 - NO SE PUDO ABRIR TIPCAMB - '
                   'FILE STATUS ' WS-FS-TIP
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-CARGA-COTIZACION THRU 1100-EXIT
               UNTIL EOF-COTIZACIONES
           CLOSE COTIZACIONES

           OPEN INPUT ALICUOTAS
           IF WS-FS-ALI NOT = '00'
               DISPLAY 'ZET162 - NO SE PUDO ABRIR ALICPERC - '
                   'FILE STATUS ' WS-FS-ALI
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-CARGA-ALICUOTA THRU 1200-EXIT
               UNTIL EOF-ALICUOTAS
           CLOSE ALICUOTAS

           OPEN INPUT MOVIMIENTOS
           IF WS-FS-TLF NOT = '00'
               DISPLAY 'ZET162 - NO SE PUDO ABRIR TLFDEDUP - '
                   'FILE STATUS ' WS-FS-TLF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RECALCULO-SAL
           OPEN OUTPUT EXCEPCION-SAL
           .

       1050-TOMA-PARAMETROS.
           IF PARM-FX-TOL-PCT-CENT IS NUMERIC
               AND PARM-FX-TOL-PCT-CENT > 0
               MOVE PARM-FX-TOL-PCT-CENT TO WS-TOL-PCT-CENT
           END-IF
           IF PARM-FX-TOL-MINIMA IS NUMERIC
               AND PARM-FX-TOL-MINIMA > 0
               MOVE PARM-FX-TOL-MINIMA TO WS-TOL-MINIMA
           END-IF
           IF PARM-FX-PERIODO-CIERRE IS NUMERIC
               AND PARM-FX-PERIODO-CIERRE > 0
               MOVE PARM-FX-PERIODO-CIERRE TO WS-PERIODO-CIERRE
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

       1200-CARGA-ALICUOTA.
           READ ALICUOTAS
               AT END
                   SET EOF-ALICUOTAS TO TRUE
               NOT AT END
                   IF TB-AL-CANT < WS-MAX-ALICUOTAS
                       ADD 1 TO TB-AL-CANT
                       MOVE ALICPERC-IMPUESTO
                           TO TB-AL-IMPUESTO(TB-AL-CANT)
                       MOVE ALICPERC-FECHA-VIGENCIA
                           TO TB-AL-VIGENCIA(TB-AL-CANT)
                       MOVE ALICPERC-ALICUOTA
                           TO TB-AL-ALICUOTA(TB-AL-CANT)
                   END-IF
           END-READ
           .
       1200-EXIT.
           EXIT.

      ******************************************************************
      *  3000-PROCESA-MOVIM  -  RECALCULO DE UN CONSUMO EN MONEDA      *
      *  EXTRANJERA.  LA BASE DE LAS PERCEPCIONES ES EL IMPORTE EN     *
      *  PESOS A LA COTIZACION OFICIAL, NO EL COBRADO                  *
      ******************************************************************
       3000-PROCESA-MOVIM.
           READ MOVIMIENTOS
               AT END
                   SET EOF-MOVIMIENTOS TO TRUE
                   GO TO 3000-EXIT
           END-READ
           IF FS-TLF-ERROR-LECTURA
               DISPLAY 'ZET162 - ERROR DE LECTURA '
                   'EN TLFDEDUP - FILE STATUS ' WS-FS-TLF
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-LEIDOS

           IF MONEDA_ORIGEN = SPACES OR MONEDA_ORIGEN = 'ARS'
               OR MONEDA_ORIGEN = '032'
               OR SEMIMPO_ORIGINAL = ZERO
               OR SEMRREV NOT = ZERO
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-CANT-EXTRANJERA

           MOVE WS-PROC-ANIO TO WS-MOV-ANIO
           MOVE SEMTRDAT     TO WS-MOV-MMDD
           IF SEMTRDAT > WS-PROC-MMDD
               SUBTRACT 1 FROM WS-MOV-ANIO
           END-IF

           MOVE SEMCACCT TO TOKPAN-PAN
           CALL 'TOKPAN' USING TOKPAN-AREA

           MOVE SPACES TO FXRECALC-REGISTRO
           MOVE TOKPAN-TOKEN       TO FXRECALC-TOKEN
           MOVE WS-MOV-FECHA       TO FXRECALC-FECHA
           MOVE SEMTRTIM           TO FXRECALC-HORA
           MOVE MONEDA_ORIGEN      TO FXRECALC-MONEDA
           MOVE SEMIMPO_ORIGINAL   TO FXRECALC-IMP-ORIGINAL
           MOVE SEMCOTVE           TO FXRECALC-COTIZ-APLIC
           MOVE SEMAMT1            TO FXRECALC-ARS-COBRADO
           MOVE RETENCION_IMP_PAIS TO FXRECALC-PAIS-COBRADO
           MOVE PERCEPCION_IMP_GANAN TO FXRECALC-GAN-COBRADO
      * PORCEN-PERCEPCION VIENE CON DOS DECIMALES IMPLICITOS
           MOVE PORCEN_PERCEPCION  TO WS-ALIC-INFORMADA
           COMPUTE FXRECALC-ALIC-INFORM = WS-ALIC-INFORMADA / 100
           MOVE WS-FECHA-PROCESO   TO FXRECALC-FEC-PROCESO

           MOVE WS-MOV-FECHA  TO WS-BUS-FECHA
           MOVE MONEDA_ORIGEN TO WS-BUS-MONEDA
           PERFORM 4000-BUSCA-COTIZACION THRU 4000-EXIT
           IF WS-BUS-VIGENCIA = ZERO
               ADD 1 TO WS-CANT-SIN-COTIZ
               MOVE 'S' TO FXRECALC-MARCA-ARS
               PERFORM 3900-GRABA-RECALCULO THRU 3900-EXIT
               GO TO 3000-EXIT
           END-IF
           MOVE WS-COTIZ-OFICIAL TO FXRECALC-COTIZ-OFIC

           MOVE 'P' TO WS-BUS-IMPUESTO
           PERFORM 4100-BUSCA-ALICUOTA THRU 4100-EXIT
           MOVE WS-ALICUOTA TO WS-ALIC-PAIS
           MOVE 'G' TO WS-BUS-IMPUESTO
           PERFORM 4100-BUSCA-ALICUOTA THRU 4100-EXIT
           MOVE WS-ALICUOTA TO WS-ALIC-GAN

           COMPUTE WS-ARS-RECALC ROUNDED =
               SEMIMPO_ORIGINAL * WS-COTIZ-OFICIAL
           COMPUTE WS-ARS-DIF = SEMAMT1 - WS-ARS-RECALC
           COMPUTE WS-PAIS-RECALC ROUNDED =
               WS-ARS-RECALC * WS-ALIC-PAIS / 100
           COMPUTE WS-PAIS-DIF = RETENCION_IMP_PAIS - WS-PAIS-RECALC
           COMPUTE WS-GAN-RECALC ROUNDED =
               WS-ARS-RECALC * WS-ALIC-GAN / 100
           COMPUTE WS-GAN-DIF = PERCEPCION_IMP_GANAN - WS-GAN-RECALC

           MOVE WS-ARS-RECALC  TO FXRECALC-ARS-RECALC
           MOVE WS-ARS-DIF     TO FXRECALC-ARS-DIF
           MOVE WS-PAIS-RECALC TO FXRECALC-PAIS-RECALC
           MOVE WS-PAIS-DIF    TO FXRECALC-PAIS-DIF
           MOVE WS-GAN-RECALC  TO FXRECALC-GAN-RECALC
           MOVE WS-GAN-DIF     TO FXRECALC-GAN-DIF
           MOVE WS-ALIC-PAIS   TO FXRECALC-ALIC-PAIS
           MOVE WS-ALIC-GAN    TO FXRECALC-ALIC-GAN

           MOVE WS-ARS-RECALC TO WS-TOL-BASE
           MOVE WS-ARS-DIF    TO WS-TOL-DIF
           PERFORM 3500-VERIFICA-TOLERANCIA THRU 3500-EXIT
           IF FUERA-DE-TOLERANCIA
               ADD 1 TO WS-CANT-EXC-ARS
               MOVE 'C' TO FXRECALC-MARCA-ARS
           END-IF

           MOVE WS-PAIS-RECALC TO WS-TOL-BASE
           MOVE WS-PAIS-DIF    TO WS-TOL-DIF
           PERFORM 3500-VERIFICA-TOLERANCIA THRU 3500-EXIT
           IF FUERA-DE-TOLERANCIA
               ADD 1 TO WS-CANT-EXC-PAIS
               MOVE 'P' TO FXRECALC-MARCA-PAIS
           END-IF

           MOVE WS-GAN-RECALC TO WS-TOL-BASE
           MOVE WS-GAN-DIF    TO WS-TOL-DIF
           PERFORM 3500-VERIFICA-TOLERANCIA THRU 3500-EXIT
           IF FUERA-DE-TOLERANCIA
               ADD 1 TO WS-CANT-EXC-GAN
               MOVE 'G' TO FXRECALC-MARCA-GAN
           END-IF

           MOVE 'P' TO WS-ACU-IMPUESTO
           MOVE WS-PAIS-DIF TO WS-ACU-DIF
           PERFORM 3600-ACUMULA-PERIODO THRU 3600-EXIT
           MOVE 'G' TO WS-ACU-IMPUESTO
           MOVE WS-GAN-DIF TO WS-ACU-DIF
           PERFORM 3600-ACUMULA-PERIODO THRU 3600-EXIT

           PERFORM 3900-GRABA-RECALCULO THRU 3900-EXIT
           .
       3000-EXIT.
           EXIT.

      * FUERA DE TOLERANCIA: LA DIFERENCIA SUPERA A LA VEZ EL MINIMO
      * EN PESOS Y EL PORCENTAJE DE LA BASE
       3500-VERIFICA-TOLERANCIA.
           MOVE 'N' TO WS-SW-FUERA
           IF WS-TOL-DIF < ZERO
               COMPUTE WS-TOL-DIF = ZERO - WS-TOL-DIF
           END-IF
           IF WS-TOL-BASE < ZERO
               COMPUTE WS-TOL-BASE = ZERO - WS-TOL-BASE
           END-IF
           COMPUTE WS-TOL-ADMITIDA ROUNDED =
               WS-TOL-BASE * WS-TOL-PCT-CENT / 10000
           IF WS-TOL-DIF > WS-TOL-MINIMA
               AND WS-TOL-DIF > WS-TOL-ADMITIDA
               SET FUERA-DE-TOLERANCIA TO TRUE
           END-IF
           .
       3500-EXIT.
           EXIT.

      * TODA DIFERENCIA DE PERCEPCION SUMA AL MES DEL MOVIMIENTO,
      * ESTE O NO DENTRO DE LA TOLERANCIA
       3600-ACUMULA-PERIODO.
           IF WS-ACU-DIF = ZERO
               GO TO 3600-EXIT
           END-IF
           SET TB-PE-IDX TO 1
           SEARCH TB-PE-ENTRY
               AT END
                   GO TO 3600-EXIT
               WHEN TB-PE-IDX > TB-PE-CANT
                   IF TB-PE-CANT NOT < WS-MAX-PERIODOS
                       GO TO 3600-EXIT
                   END-IF
                   ADD 1 TO TB-PE-CANT
                   SET TB-PE-IDX TO TB-PE-CANT
                   MOVE WS-MOV-PERIODO  TO TB-PE-PERIODO(TB-PE-IDX)
                   MOVE WS-ACU-IMPUESTO TO TB-PE-IMPUESTO(TB-PE-IDX)
                   MOVE ZERO TO TB-PE-CANT-MOV(TB-PE-IDX)
                   MOVE ZERO TO TB-PE-SOBRE(TB-PE-IDX)
                   MOVE ZERO TO TB-PE-SUB(TB-PE-IDX)
               WHEN TB-PE-PERIODO(TB-PE-IDX) = WS-MOV-PERIODO
                   AND TB-PE-IMPUESTO(TB-PE-IDX) = WS-ACU-IMPUESTO
                   CONTINUE
           END-SEARCH
           ADD 1 TO TB-PE-CANT-MOV(TB-PE-IDX)
           IF WS-ACU-DIF > ZERO
               ADD WS-ACU-DIF TO TB-PE-SOBRE(TB-PE-IDX)
           ELSE
               SUBTRACT WS-ACU-DIF FROM TB-PE-SUB(TB-PE-IDX)
           END-IF
           .
       3600-EXIT.
           EXIT.

       3900-GRABA-RECALCULO.
           WRITE FXRECALC-REGISTRO
           IF FXRECALC-MARCAS NOT = SPACES
               ADD 1 TO WS-CANT-EXCEPCIONES
               MOVE FXRECALC-REGISTRO TO FXEXCEP-REGISTRO
               WRITE FXEXCEP-REGISTRO
           END-IF
           .
       3900-EXIT.
           EXIT.

      ******************************************************************
      *  4000-BUSCA-COTIZACION  -  COTIZACION OFICIAL DE WS-BUS-MONEDA *
      *  VIGENTE A WS-BUS-FECHA (VIGENCIA MAS ALTA QUE NO LA SUPERA).  *
      *  WS-BUS-VIGENCIA EN CERO = NO HAY COTIZACION PARA ESE DIA      *
      ******************************************************************
       4000-BUSCA-COTIZACION.
           MOVE ZERO TO WS-BUS-VIGENCIA
           MOVE ZERO TO WS-COTIZ-OFICIAL
           PERFORM 4010-COMPARA-COTIZACION THRU 4010-EXIT
               VARYING TB-TC-IDX FROM 1 BY 1
               UNTIL TB-TC-IDX > TB-TC-CANT
           .
       4000-EXIT.
           EXIT.

       4010-COMPARA-COTIZACION.
           IF TB-TC-MONEDA(TB-TC-IDX) = WS-BUS-MONEDA
               AND TB-TC-VIGENCIA(TB-TC-IDX) NOT > WS-BUS-FECHA
               AND TB-TC-VIGENCIA(TB-TC-IDX) > WS-BUS-VIGENCIA
               MOVE TB-TC-VIGENCIA(TB-TC-IDX) TO WS-BUS-VIGENCIA
               MOVE TB-TC-COTIZACION(TB-TC-IDX) TO WS-COTIZ-OFICIAL
           END-IF
           .
       4010-EXIT.
           EXIT.

      * ALICUOTA DE WS-BUS-IMPUESTO VIGENTE A WS-BUS-FECHA; SIN FILA
      * VIGENTE EL IMPUESTO NO CORRESPONDE (ALICUOTA CERO)
       4100-BUSCA-ALICUOTA.
           MOVE ZERO TO WS-BUS-VIGENCIA
           MOVE ZERO TO WS-ALICUOTA
           PERFORM 4110-COMPARA-ALICUOTA THRU 4110-EXIT
               VARYING TB-AL-IDX FROM 1 BY 1
               UNTIL TB-AL-IDX > TB-AL-CANT
           .
       4100-EXIT.
           EXIT.

       4110-COMPARA-ALICUOTA.
           IF TB-AL-IMPUESTO(TB-AL-IDX) = WS-BUS-IMPUESTO
               AND TB-AL-VIGENCIA(TB-AL-IDX) NOT > WS-BUS-FECHA
               AND TB-AL-VIGENCIA(TB-AL-IDX) > WS-BUS-VIGENCIA
               MOVE TB-AL-VIGENCIA(TB-AL-IDX) TO WS-BUS-VIGENCIA
               MOVE TB-AL-ALICUOTA(TB-AL-IDX) TO WS-ALICUOTA
           END-IF
           .
       4110-EXIT.
           EXIT.

      ******************************************************************
      *  8000-GRABA-DIARIO  -  AGREGA A PERCDIA LAS DIFERENCIAS DE     *
      *  PERCEPCION DEL DIA POR MES E IMPUESTO                         *
      ******************************************************************
       8000-GRABA-DIARIO.
           OPEN EXTEND ACUM-DIARIO
           PERFORM 8100-GRABA-PERIODO THRU 8100-EXIT
               VARYING TB-PE-IDX FROM 1 BY 1
               UNTIL TB-PE-IDX > TB-PE-CANT
           CLOSE ACUM-DIARIO
           .

       8100-GRABA-PERIODO.
           MOVE SPACES TO PERCDIA-REGISTRO
           MOVE WS-FECHA-PROCESO TO PERCDIA-FEC-PROCESO
           MOVE TB-PE-PERIODO(TB-PE-IDX)  TO PERCDIA-PERIODO
           MOVE TB-PE-IMPUESTO(TB-PE-IDX) TO PERCDIA-IMPUESTO
           MOVE TB-PE-CANT-MOV(TB-PE-IDX) TO PERCDIA-CANT-MOV
           MOVE TB-PE-SOBRE(TB-PE-IDX)    TO PERCDIA-SOBRE
           MOVE TB-PE-SUB(TB-PE-IDX)      TO PERCDIA-SUB
           WRITE PERCDIA-REGISTRO
           .
       8100-EXIT.
           EXIT.

      ******************************************************************
      *  8500-CIERRE-MENSUAL  -  TOTALIZA PERCDIA DEL MES A CERRAR Y   *
      *  EMITE PERCMES PARA EL AREA IMPOSITIVA (UNA FILA POR IMPUESTO) *
      ******************************************************************
       8500-CIERRE-MENSUAL.
           INITIALIZE TABLA-CIERRE
           OPEN INPUT ACUM-DIARIO
           IF WS-FS-DIA = '00'
               PERFORM 8510-TOTALIZA-DIARIO THRU 8510-EXIT
                   UNTIL EOF-ACUM-DIARIO
               CLOSE ACUM-DIARIO
           END-IF

           OPEN OUTPUT TOTAL-MENSUAL
           OPEN EXTEND ENVIOS-SALIDA
           MOVE 1 TO WS-CI-IDX
           MOVE 'P' TO WS-ACU-IMPUESTO
           PERFORM 8550-GRABA-MENSUAL THRU 8550-EXIT
           MOVE 2 TO WS-CI-IDX
           MOVE 'G' TO WS-ACU-IMPUESTO
           PERFORM 8550-GRABA-MENSUAL THRU 8550-EXIT

      * TRAILER ESTANDAR DE CONTROL AL PIE DEL ARCHIVO PERCMES
           MOVE SPACES TO TRLCTL-REGISTRO
           MOVE 'TRLCTL' TO TRLCTL-MARCA
           MOVE WS-CANT-MENSUAL TO TRLCTL-CANT-REGISTROS
           MOVE WS-HASH-MENSUAL TO TRLCTL-HASH-IMPORTES
           MOVE WS-FECHA-PROCESO TO TRLCTL-FEC-GENERACION
           MOVE 'ZET162' TO TRLCTL-JOB-EMISOR
           MOVE SPACES TO PERCMES-REGISTRO
           MOVE TRLCTL-REGISTRO TO PERCMES-REGISTRO(1:46)
           WRITE PERCMES-REGISTRO
           CLOSE TOTAL-MENSUAL
           CLOSE ENVIOS-SALIDA
           .

       8510-TOTALIZA-DIARIO.
           READ ACUM-DIARIO
               AT END
                   SET EOF-ACUM-DIARIO TO TRUE
                   GO TO 8510-EXIT
           END-READ
           IF PERCDIA-PERIODO NOT = WS-PERIODO-CIERRE
               GO TO 8510-EXIT
           END-IF
           IF PERCDIA-IMPUESTO = 'P'
               MOVE 1 TO WS-CI-IDX
           ELSE
               MOVE 2 TO WS-CI-IDX
           END-IF
           ADD PERCDIA-CANT-MOV TO TB-CI-CANT-MOV(WS-CI-IDX)
           ADD PERCDIA-SOBRE    TO TB-CI-SOBRE(WS-CI-IDX)
           ADD PERCDIA-SUB      TO TB-CI-SUB(WS-CI-IDX)
           .
       8510-EXIT.
           EXIT.

       8550-GRABA-MENSUAL.
           MOVE SPACES TO PERCMES-REGISTRO
           MOVE WS-PERIODO-CIERRE         TO PERCMES-PERIODO
           MOVE WS-ACU-IMPUESTO           TO PERCMES-IMPUESTO
           MOVE TB-CI-CANT-MOV(WS-CI-IDX) TO PERCMES-CANT-MOV
           MOVE TB-CI-SOBRE(WS-CI-IDX)    TO PERCMES-SOBRE
           MOVE TB-CI-SUB(WS-CI-IDX)      TO PERCMES-SUB
           COMPUTE PERCMES-NETO =
               TB-CI-SOBRE(WS-CI-IDX) - TB-CI-SUB(WS-CI-IDX)
           MOVE WS-FECHA-PROCESO          TO PERCMES-FEC-PROCESO
           WRITE PERCMES-REGISTRO
           ADD 1 TO WS-CANT-MENSUAL
           ADD TB-CI-SOBRE(WS-CI-IDX) TO WS-HASH-MENSUAL
           ADD TB-CI-SUB(WS-CI-IDX)   TO WS-HASH-MENSUAL

           MOVE SPACES TO FENV-REGISTRO
           MOVE 'PERCMES' TO FENV-FEED
           MOVE PERCMES-REGISTRO(1:7) TO FENV-NEGOCIO
           MOVE WS-FECHA-PROCESO TO FENV-FEC-ENVIO
           WRITE FENV-REGISTRO

           DISPLAY 'ZET162 - CIERRE ' WS-PERIODO-CIERRE
               ' IMPUESTO ' PERCMES-IMPUESTO
               ' SOBRE ' TB-CI-SOBRE(WS-CI-IDX)
               ' SUB ' TB-CI-SUB(WS-CI-IDX)
           .
       8550-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  CIERRE DE ARCHIVOS, RUNLOG Y RESUMEN        *
      ******************************************************************
       9000-FINALIZE.
           CLOSE MOVIMIENTOS
           CLOSE RECALCULO-SAL
           CLOSE EXCEPCION-SAL
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET162' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-LEIDOS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-EXCEPCIONES TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET162 - COTIZACION Y PERCEPCIONES EN EXTRANJERA'
           DISPLAY 'MOVIMIENTOS LEIDOS . . . . : ' WS-CANT-LEIDOS
           DISPLAY 'EN MONEDA EXTRANJERA . . . : ' WS-CANT-EXTRANJERA
           DISPLAY 'SIN COTIZACION OFICIAL . . : ' WS-CANT-SIN-COTIZ
           DISPLAY 'PESOS FUERA DE TOLERANCIA  : ' WS-CANT-EXC-ARS
           DISPLAY 'IMP. PAIS FUERA DE TOLER.  : ' WS-CANT-EXC-PAIS
           DISPLAY 'GANANCIAS FUERA DE TOLER.  : ' WS-CANT-EXC-GAN
           DISPLAY 'MOVIMIENTOS A FXEXCEP  . . : ' WS-CANT-EXCEPCIONES
           .
