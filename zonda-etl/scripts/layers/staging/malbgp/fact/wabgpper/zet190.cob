      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET190                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - MALBGP                      *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : CERTIFICADO ANUAL DE INTERESES Y RETENCIONES DE  *
      *               PLAZO FIJO POR TITULAR.  ACUMULA POR IMPOSICION  *
      *               EL INTERES ABONADO (IPF-INTEABO) Y EL IMPUESTO   *
      *               RETENIDO (IPF-IMPUESTO) DE CADA LIQUIDACION CUYA *
      *               FECHA (IPF-FECHA-ULTLIQ) CAE EN EL EJERCICIO     *
      *               FISCAL; BGTCIPF PUEDE VENIR CONCATENADO CON LAS  *
      *               IMAGENES DEL EJERCICIO Y CADA LIQUIDACION SE     *
      *               CUENTA UNA SOLA VEZ.  LO REPARTE EN PARTES       *
      *               IGUALES ENTRE LOS COTITULARES DE WABGPPER (EL    *
      *               RESTO DEL REDONDEO VA AL PRIMER TITULAR) Y       *
      *               EMITE UN CERTIFICADO POR PERSONA (RPCERTIF).     *
      *               EL CONTROL (RPCIRCTL) ATA POR DIVISA LO RETENIDO *
      *               CONTRA LO DECLARADO POR IMPUESTOS (RETDECL).     *
      *               PARMCIR: EJERCICIO (POR DEFECTO EL ANTERIOR) Y   *
      *               NUP PARA EMITIR A DEMANDA UN SOLO TITULAR.       *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      * 15/10/2026  EQP  CADA CERTIFICADO DEJA SU PIEZA LEGAL EN       *
      *                  CORRPZA PARA LA ETAPA UNICA DE                *
      *                  CORRESPONDENCIA (ZET206)                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET190.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - MALBGP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS     ASSIGN TO PARMCIR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT PLAZOS-FIJOS   ASSIGN TO BGTCIPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-IPF.
           SELECT SORT-LIQ       ASSIGN TO SRTCIRA.
           SELECT LIQUID-ORD     ASSIGN TO WCIRLIQ
               ORGANIZATION IS SEQUENTIAL.

           SELECT PARTICIP       ASSIGN TO WABGPPER
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PER.
           SELECT SORT-PER       ASSIGN TO SRTCIRB.
           SELECT PARTICIP-ORD   ASSIGN TO WCIRPER
               ORGANIZATION IS SEQUENTIAL.

           SELECT DECLARADO      ASSIGN TO RETDECL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DEC.

           SELECT PORCION-WORK   ASSIGN TO WCIRPOR
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-POR       ASSIGN TO SRTCIRC.
           SELECT PORCION-ORD    ASSIGN TO WCIRPORD
               ORGANIZATION IS SEQUENTIAL.

           SELECT CERTIF-SAL     ASSIGN TO RPCERTIF
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-SAL    ASSIGN TO RPCIRCTL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PIEZAS-CORRESP ASSIGN TO CORRPZA
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-CIR-REGISTRO.
      *        EJERCICIO FISCAL; CERO O BLANCO = EL ANTERIOR AL PROCESO
           05  PARM-CIR-ANIO          PIC 9(04).
      *        NUP A EMITIR A DEMANDA; BLANCO = TODOS LOS TITULARES
           05  PARM-CIR-NUP           PIC X(08).
           05  FILLER                 PIC X(28).

       FD  PLAZOS-FIJOS
           RECORDING MODE IS F.
       01  FD-IPF-REG.
           COPY "../bgtcipf/bgtcipf.cob".

      * LIQUIDACIONES DEL EJERCICIO POR IMPOSICION Y FECHA
       SD  SORT-LIQ.
       01  SD-LIQ-REGISTRO.
           05  S-LIQ-CLAVE            PIC X(25).
           05  S-LIQ-FEC-LIQ          PIC 9(08).
           05  FILLER                 PIC X(27).

       FD  LIQUID-ORD
           RECORDING MODE IS F.
       01  W-LIQ-REGISTRO.
           05  W-LIQ-CLAVE.
               10  W-LIQ-ENTIDAD      PIC X(04).
               10  W-LIQ-CENTRO       PIC X(04).
               10  W-LIQ-CUENTA       PIC X(12).
               10  W-LIQ-SECUENCIA    PIC 9(05).
           05  W-LIQ-FEC-LIQ          PIC 9(08).
           05  W-LIQ-DIVISA           PIC X(03).
           05  W-LIQ-RESP-IMPU        PIC X(01).
           05  W-LIQ-INTERES          PIC S9(13)V99 COMP-3.
           05  W-LIQ-RETENCION        PIC S9(13)V99 COMP-3.
           05  FILLER                 PIC X(07).

       FD  PARTICIP
           RECORDING MODE IS F.
       01  FD-PER-REG.
           COPY "wabgpper.cob".

      * TITULARES POR IMPOSICION EN ORDEN DE PARTICIPACION
       SD  SORT-PER.
       01  SD-PER-REGISTRO.
           05  S-PER-CLAVE            PIC X(25).
           05  S-PER-ORDPAR           PIC 9(03).
           05  FILLER                 PIC X(92).

       FD  PARTICIP-ORD
           RECORDING MODE IS F.
       01  W-PER-REGISTRO.
           05  W-PER-CLAVE            PIC X(25).
           05  W-PER-ORDPAR           PIC 9(03).
           05  W-PER-NUP              PIC X(08).
           05  W-PER-CALPAR           PIC X(02).
           05  W-PER-TIPDOC           PIC X(02).
           05  W-PER-NUMDOC           PIC X(11).
           05  W-PER-APELLIDO         PIC X(20).
           05  W-PER-NOMBRE           PIC X(40).
           05  FILLER                 PIC X(09).

      * RETENCION DECLARADA POR EL AREA DE IMPUESTOS, POR DIVISA
       FD  DECLARADO
           RECORDING MODE IS F.
       01  RETDECL-REGISTRO.
           05  RETDECL-ANIO           PIC 9(04).
           05  RETDECL-DIVISA         PIC X(03).
           05  RETDECL-IMPORTE        PIC 9(13)V99.
           05  FILLER                 PIC X(08).

      * PARTE DE CADA TITULAR EN CADA IMPOSICION
       FD  PORCION-WORK
           RECORDING MODE IS F.
       01  POR-REGISTRO.
           05  POR-NUP                PIC X(08).
           05  POR-DIVISA             PIC X(03).
           05  POR-CLAVE.
               10  POR-ENTIDAD        PIC X(04).
               10  POR-CENTRO         PIC X(04).
               10  POR-CUENTA         PIC X(12).
               10  POR-SECUENCIA      PIC 9(05).
           05  POR-TIPDOC             PIC X(02).
           05  POR-NUMDOC             PIC X(11).
           05  POR-APELLIDO           PIC X(20).
           05  POR-NOMBRE             PIC X(40).
           05  POR-CALPAR             PIC X(02).
           05  POR-CANT-TITULARES     PIC 9(03).
           05  POR-RESP-IMPU          PIC X(01).
           05  POR-CANT-LIQ           PIC 9(03).
           05  POR-INTERES            PIC S9(13)V99 COMP-3.
           05  POR-RETENCION          PIC S9(13)V99 COMP-3.
           05  FILLER                 PIC X(16).

       SD  SORT-POR.
       01  SD-POR-REGISTRO.
           05  S-POR-NUP              PIC X(08).
           05  S-POR-DIVISA           PIC X(03).
           05  S-POR-CLAVE            PIC X(25).
           05  FILLER                 PIC X(114).

       FD  PORCION-ORD
           RECORDING MODE IS F.
       01  W-POR-REGISTRO.
           05  W-POR-NUP              PIC X(08).
           05  W-POR-DIVISA           PIC X(03).
           05  W-POR-CLAVE.
               10  W-POR-ENTIDAD      PIC X(04).
               10  W-POR-CENTRO       PIC X(04).
               10  W-POR-CUENTA       PIC X(12).
               10  W-POR-SECUENCIA    PIC 9(05).
           05  W-POR-TIPDOC           PIC X(02).
           05  W-POR-NUMDOC           PIC X(11).
           05  W-POR-APELLIDO         PIC X(20).
           05  W-POR-NOMBRE           PIC X(40).
           05  W-POR-CALPAR           PIC X(02).
           05  W-POR-CANT-TITULARES   PIC 9(03).
           05  W-POR-RESP-IMPU        PIC X(01).
           05  W-POR-CANT-LIQ         PIC 9(03).
           05  W-POR-INTERES          PIC S9(13)V99 COMP-3.
           05  W-POR-RETENCION        PIC S9(13)V99 COMP-3.
           05  FILLER                 PIC X(16).

       FD  CERTIF-SAL.
       01  LINEA-CERTIF              PIC X(132).

       FD  CONTROL-SAL.
       01  LINEA-CONTROL             PIC X(132).

       FD  PIEZAS-CORRESP
           RECORDING MODE IS F.
           COPY "../../../catalogo/cliente360/corpza.cob"
               REPLACING ==:CORPZA:== BY ==CORPZA==.

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-TITULARES          PIC 9(03) COMP VALUE 50.

       01  WS-FECHA-PROCESO          PIC 9(08).

       01  WS-FS-PAR                 PIC XX.
       01  WS-FS-IPF                 PIC XX.
           88  FS-IPF-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-PER                 PIC XX.
           88  FS-PER-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-DEC                 PIC XX.

      * PARAMETROS DE LA CORRIDA (PARMCIR LOS PISA)
       01  WS-ANIO                   PIC 9(04).
       01  WS-NUP-DEMANDA            PIC X(08) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-SW-EOF-AUX         PIC X(01) VALUE 'N'.
               88  EOF-AUXILIAR          VALUE 'S'.
           05  WS-SW-EOF-LIQ         PIC X(01) VALUE 'N'.
               88  EOF-LIQUIDACIONES     VALUE 'S'.
           05  WS-SW-EOF-POR         PIC X(01) VALUE 'N'.
               88  EOF-PORCIONES         VALUE 'S'.
           05  WS-SW-DECLARADO       PIC X(01) VALUE 'N'.
               88  HAY-DECLARADO         VALUE 'S'.
           05  WS-SW-DIFERENCIA      PIC X(01) VALUE 'N'.
               88  HAY-DIFERENCIA        VALUE 'S'.

       01  WS-CLAVE-PER              PIC X(25).

      * FECHAS
       01  WS-FEC-ALFA               PIC X(10).
       01  WS-FEC-NUM                PIC 9(08).
       01  WS-SW-FECHA               PIC X(01).
           88  FECHA-VALIDA              VALUE 'S'.

      * IMPOSICION EN CURSO
       01  WS-IMP-CLAVE              PIC X(25).
       01  WS-IMP-FEC-LIQ            PIC 9(08).
       01  WS-IMP-DIVISA             PIC X(03).
       01  WS-IMP-RESP-IMPU          PIC X(01).
       01  WS-IMP-CANT-LIQ           PIC 9(03) COMP.
       01  WS-IMP-INTERES            PIC S9(13)V99 COMP-3.
       01  WS-IMP-RETENCION          PIC S9(13)V99 COMP-3.

      * REPARTO ENTRE TITULARES
       01  WS-CANT-TITULARES         PIC 9(03) COMP.
       01  WS-PARTE-INTERES          PIC S9(13)V99 COMP-3.
       01  WS-PARTE-RETENCION        PIC S9(13)V99 COMP-3.
       01  WS-PRIMERA-INTERES        PIC S9(13)V99 COMP-3.
       01  WS-PRIMERA-RETENCION      PIC S9(13)V99 COMP-3.

      * TITULARES DE LA IMPOSICION EN CURSO
       01  TABLA-TITULARES.
           05  TB-TIT-ENTRY OCCURS 50 TIMES
                   INDEXED BY TB-TIT-IDX.
               10  TB-TIT-NUP        PIC X(08).
               10  TB-TIT-CALPAR     PIC X(02).
               10  TB-TIT-TIPDOC     PIC X(02).
               10  TB-TIT-NUMDOC     PIC X(11).
               10  TB-TIT-APELLIDO   PIC X(20).
               10  TB-TIT-NOMBRE     PIC X(40).

      * CONTROL POR DIVISA
       01  TABLA-DIVISAS.
           05  TB-DIV-CANT           PIC 9(02) COMP VALUE ZERO.
           05  TB-DIV-ENTRY OCCURS 10 TIMES
                   INDEXED BY TB-DIV-IDX.
               10  TB-DIV-COD        PIC X(03).
               10  TB-DIV-IMPOSIC    PIC 9(07) COMP.
               10  TB-DIV-INTERES    PIC S9(15)V99 COMP-3.
               10  TB-DIV-RETENIDO   PIC S9(15)V99 COMP-3.
               10  TB-DIV-ASIGNADO   PIC S9(15)V99 COMP-3.
               10  TB-DIV-SIN-TIT    PIC S9(15)V99 COMP-3.
               10  TB-DIV-DECLARADO  PIC S9(15)V99 COMP-3.
       01  WS-DIV-BUSCA              PIC X(03).
       01  WS-DIFERENCIA             PIC S9(15)V99 COMP-3.

      * CERTIFICADO EN CURSO
       01  WS-NUP-ANT                PIC X(08) VALUE LOW-VALUES.
       01  WS-DIVISA-ANT             PIC X(03) VALUE LOW-VALUES.
       01  WS-CER-INTERES            PIC S9(15)V99 COMP-3.
       01  WS-CER-RETENCION          PIC S9(15)V99 COMP-3.

       01  WS-CONTADORES.
           05  WS-CANT-LEIDAS        PIC 9(09) COMP.
           05  WS-CANT-LIQUIDACIONES PIC 9(09) COMP.
           05  WS-CANT-DUPLICADAS    PIC 9(09) COMP.
           05  WS-CANT-IMPOSICIONES  PIC 9(09) COMP.
           05  WS-CANT-SIN-TITULAR   PIC 9(09) COMP.
           05  WS-CANT-PORCIONES     PIC 9(09) COMP.
           05  WS-CANT-CERTIFICADOS  PIC 9(09) COMP.
           05  WS-CANT-PIEZAS        PIC 9(09) COMP.

       01  WS-CER-TITULO.
           05  FILLER                PIC X(50) VALUE
               'CERTIFICADO DE INTERESES Y RETENCIONES - PLAZO FIJ'.
           05  FILLER                PIC X(22) VALUE
               'O - EJERCICIO FISCAL '.
           05  WSC-ANIO              PIC 9(04).

       01  WS-CER-TITULAR.
           05  FILLER                PIC X(10) VALUE 'TITULAR:  '.
           05  WSC-APELLIDO          PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSC-NOMBRE            PIC X(40).

       01  WS-CER-DOCUMENTO.
           05  FILLER                PIC X(10) VALUE 'NUP:      '.
           05  WSC-NUP               PIC X(08).
           05  FILLER                PIC X(14) VALUE
               '   DOCUMENTO: '.
           05  WSC-TIPDOC            PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSC-NUMDOC            PIC X(11).

       01  WS-CER-ENCAB.
           05  FILLER                PIC X(50) VALUE
               'ENT  CEN  CUENTA       SECUE DIV CP TIT LIQ  INTER'.
           05  FILLER                PIC X(35) VALUE
               'ES ACREDITADO   IMPUESTO RETENIDO R'.

       01  WS-CER-DETALLE.
           05  WSC-ENTIDAD           PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSC-CENTRO            PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSC-CUENTA            PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSC-SECUENCIA         PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSC-DIVISA            PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSC-CALPAR            PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSC-CANT-TITULARES    PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSC-CANT-LIQ          PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSC-INTERES           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSC-RETENCION         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSC-RESP-IMPU         PIC X(01).

       01  WS-CER-TOTAL.
           05  FILLER                PIC X(20) VALUE
               'TOTAL EN DIVISA '.
           05  WSC-T-DIVISA          PIC X(03).
           05  FILLER                PIC X(21) VALUE SPACES.
           05  WSC-T-INTERES         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSC-T-RETENCION       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-CER-PIE.
           05  FILLER                PIC X(50) VALUE
               'IMPORTES EN LA DIVISA DE CADA IMPOSICION, REPARTID'.
           05  FILLER                PIC X(50) VALUE
               'OS EN PARTES IGUALES ENTRE SUS TITULARES. EMITIDO '.
           05  FILLER                PIC X(03) VALUE 'EL '.
           05  WSC-FEC-EMISION       PIC 9(08).

       01  WS-CTL-TITULO.
           05  FILLER                PIC X(50) VALUE
               'ZET190 - CONTROL DE RETENCIONES DE PLAZO FIJO - EJ'.
           05  FILLER                PIC X(16) VALUE
               'ERCICIO FISCAL '.
           05  WST-ANIO              PIC 9(04).

       01  WS-CTL-DEMANDA.
           05  FILLER                PIC X(50) VALUE
               'EMISION A DEMANDA PARA EL NUP INDICADO - SIN ATADU'.
           05  FILLER                PIC X(24) VALUE
               'RA CONTRA LO DECLARADO: '.
           05  WST-NUP               PIC X(08).

       01  WS-CTL-ENCAB.
           05  FILLER                PIC X(50) VALUE
               'DIV IMPOSIC      INTERES PAGADO            RETENID'.
           05  FILLER                PIC X(50) VALUE
               'O  ASIGNADO TITULARES     SIN TITULAR           DE'.
           05  FILLER                PIC X(25) VALUE
               'CLARADO      DIFERENCIA E'.

       01  WS-CTL-DETALLE.
           05  WST-DIVISA            PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WST-IMPOSIC           PIC ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WST-INTERES           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WST-RETENIDO          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WST-ASIGNADO          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WST-SIN-TIT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WST-DECLARADO         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WST-DIFERENCIA        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WST-MARCA             PIC X(01).

       01  WS-LINEA-RESUMEN.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WSL-R-CONCEPTO        PIC X(44).
           05  WSL-R-CANTIDAD        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE

           OPEN INPUT  LIQUID-ORD
           OPEN INPUT  PARTICIP-ORD
           OPEN OUTPUT PORCION-WORK
           PERFORM 2000-LEER-LIQUIDACION THRU 2000-EXIT
           PERFORM 2100-LEER-PARTICIP THRU 2100-EXIT
           PERFORM 3000-ACUMULA-IMPOSICION THRU 3000-EXIT
               UNTIL EOF-LIQUIDACIONES
           CLOSE LIQUID-ORD
           CLOSE PARTICIP-ORD
           CLOSE PORCION-WORK

           SORT SORT-POR
               ON ASCENDING KEY S-POR-NUP
               ON ASCENDING KEY S-POR-DIVISA
               ON ASCENDING KEY S-POR-CLAVE
               USING PORCION-WORK
               GIVING PORCION-ORD
           PERFORM 5000-EMITE-CERTIFICADOS
           PERFORM 1600-CARGA-DECLARADO
           PERFORM 7000-EMITE-CONTROL
           PERFORM 9000-FINALIZE
           IF HAY-DIFERENCIA
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  EJERCICIO, LIQUIDACIONES DEL EJERCICIO Y  *
      *  TITULARES ORDENADOS POR IMPOSICION                            *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           INITIALIZE WS-CONTADORES
           MOVE WS-FECHA-PROCESO(1:4) TO WS-ANIO
           SUBTRACT 1 FROM WS-ANIO

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM 1050-TOMA-PARAMETROS THRU 1050-EXIT
               END-READ
               CLOSE PARAMETROS
           END-IF

           OPEN INPUT PLAZOS-FIJOS
           IF WS-FS-IPF NOT = '00'
               DISPLAY 'ZET190 - NO SE PUDO ABRIR BGTCIPF - '
                   'FILE STATUS ' WS-FS-IPF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PLAZOS-FIJOS
           OPEN INPUT PARTICIP
           IF WS-FS-PER NOT = '00'
               DISPLAY 'ZET190 - NO SE PUDO ABRIR WABGPPER - '
                   'FILE STATUS ' WS-FS-PER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PARTICIP

           SORT SORT-LIQ
               ON ASCENDING KEY S-LIQ-CLAVE
               ON ASCENDING KEY S-LIQ-FEC-LIQ
               INPUT PROCEDURE IS 1100-EXTRAE-LIQUIDACIONES
               GIVING LIQUID-ORD

           SORT SORT-PER
               ON ASCENDING KEY S-PER-CLAVE
               ON ASCENDING KEY S-PER-ORDPAR
               INPUT PROCEDURE IS 1200-EXTRAE-PARTICIP
               GIVING PARTICIP-ORD
           .

       1050-TOMA-PARAMETROS.
           IF PARM-CIR-ANIO IS NUMERIC
               AND PARM-CIR-ANIO > 0
               MOVE PARM-CIR-ANIO TO WS-ANIO
           END-IF
           IF PARM-CIR-NUP NOT = SPACES
               MOVE PARM-CIR-NUP TO WS-NUP-DEMANDA
           END-IF
           .
       1050-EXIT.
           EXIT.

      ******************************************************************
      *  1600-CARGA-DECLARADO  -  RETENCION DECLARADA DEL EJERCICIO;   *
      *  SIN RETDECL EL CONTROL SALE SIN ATADURA                       *
      ******************************************************************
       1600-CARGA-DECLARADO.
           OPEN INPUT DECLARADO
           IF WS-FS-DEC NOT = '00'
               GO TO 1600-EXIT
           END-IF
           SET HAY-DECLARADO TO TRUE
           PERFORM 1610-LEE-DECLARADO THRU 1610-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE DECLARADO
           MOVE 'N' TO WS-SW-EOF-AUX
           .
       1600-EXIT.
           EXIT.

       1610-LEE-DECLARADO.
           READ DECLARADO
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1610-EXIT
           END-READ
           IF RETDECL-ANIO NOT = WS-ANIO
               OR RETDECL-IMPORTE NOT NUMERIC
               GO TO 1610-EXIT
           END-IF
           MOVE RETDECL-DIVISA TO WS-DIV-BUSCA
           PERFORM 3800-UBICA-DIVISA THRU 3800-EXIT
           ADD RETDECL-IMPORTE TO TB-DIV-DECLARADO(TB-DIV-IDX)
           .
       1610-EXIT.
           EXIT.

      * LIQUIDACIONES CON FECHA EN EL EJERCICIO E IMPORTE
       1100-EXTRAE-LIQUIDACIONES SECTION.
           OPEN INPUT PLAZOS-FIJOS
           PERFORM 1110-SUELTA-LIQUIDACION THRU 1110-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE PLAZOS-FIJOS
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1100-FIN
           .

       1110-SUELTA-LIQUIDACION.
           READ PLAZOS-FIJOS
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1110-EXIT
           END-READ
           IF FS-IPF-ERROR-LECTURA
               DISPLAY 'ZET190 - ERROR DE LECTURA '
                   'EN BGTCIPF - FILE STATUS ' WS-FS-IPF
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-LEIDAS
           IF IPF_INTEABO = ZERO
               AND IPF_IMPUESTO = ZERO
               GO TO 1110-EXIT
           END-IF
           MOVE IPF_FECHA_ULTLIQ TO WS-FEC-ALFA
           PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
           IF NOT FECHA-VALIDA
               OR WS-FEC-NUM(1:4) NOT = WS-ANIO
               GO TO 1110-EXIT
           END-IF
           MOVE SPACES TO W-LIQ-REGISTRO
           MOVE IPF_ENTIDAD     TO W-LIQ-ENTIDAD
           MOVE IPF_CENTRO_ALTA TO W-LIQ-CENTRO
           MOVE IPF_CUENTA      TO W-LIQ-CUENTA
           MOVE IPF_SECUENCIA   TO W-LIQ-SECUENCIA
           MOVE WS-FEC-NUM      TO W-LIQ-FEC-LIQ
           MOVE IPF_DIVISA      TO W-LIQ-DIVISA
           MOVE IPF_RESP-IMPU   TO W-LIQ-RESP-IMPU
           MOVE IPF_INTEABO     TO W-LIQ-INTERES
           MOVE IPF_IMPUESTO    TO W-LIQ-RETENCION
           MOVE W-LIQ-REGISTRO TO SD-LIQ-REGISTRO
           RELEASE SD-LIQ-REGISTRO
           .
       1110-EXIT.
           EXIT.
       1100-FIN.
           EXIT.


      * PARTICIPACIONES VIGENTES EN ALGUN MOMENTO DEL EJERCICIO
       1200-EXTRAE-PARTICIP SECTION.
           OPEN INPUT PARTICIP
           PERFORM 1210-SUELTA-PARTICIP THRU 1210-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE PARTICIP
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1200-FIN
           .

       1210-SUELTA-PARTICIP.
           READ PARTICIP
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF FS-PER-ERROR-LECTURA
               DISPLAY 'ZET190 - ERROR DE LECTURA '
                   'EN WABGPPER - FILE STATUS ' WS-FS-PER
               STOP RUN
           END-IF
           IF NUP OF WABGPPER = SPACES
               GO TO 1210-EXIT
           END-IF
           IF FECBAJ OF WABGPPER NOT = SPACES
               AND FECBAJ OF WABGPPER(1:4) IS NUMERIC
               AND FECBAJ OF WABGPPER(1:4) < WS-ANIO
               GO TO 1210-EXIT
           END-IF
           IF FECALT OF WABGPPER(1:4) IS NUMERIC
               AND FECALT OF WABGPPER(1:4) > WS-ANIO
               GO TO 1210-EXIT
           END-IF
           MOVE SPACES TO W-PER-REGISTRO
           MOVE ENTIDAD OF WABGPPER     TO W-PER-CLAVE(1:4)
           MOVE CENTRO_ALTA OF WABGPPER TO W-PER-CLAVE(5:4)
           MOVE CUENTA OF WABGPPER      TO W-PER-CLAVE(9:12)
           MOVE SEC_DESCOM OF WABGPPER  TO W-PER-CLAVE(21:5)
           MOVE ORDPAR OF WABGPPER      TO W-PER-ORDPAR
           MOVE NUP OF WABGPPER         TO W-PER-NUP
           MOVE CALPAR OF WABGPPER      TO W-PER-CALPAR
           MOVE TIPDOC OF WABGPPER      TO W-PER-TIPDOC
           MOVE NUMDOC OF WABGPPER      TO W-PER-NUMDOC
           MOVE APELLIDO OF WABGPPER    TO W-PER-APELLIDO
           MOVE NOMBRE OF WABGPPER      TO W-PER-NOMBRE
           MOVE W-PER-REGISTRO TO SD-PER-REGISTRO
           RELEASE SD-PER-REGISTRO
           .
       1210-EXIT.
           EXIT.
       1200-FIN.
           EXIT.


      ******************************************************************
      *  1900-VALIDA-FECHA  -  WS-FEC-ALFA (AAAA-MM-DD) A WS-FEC-NUM   *
      ******************************************************************
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


       PROCESO-PRINCIPAL SECTION.

       2000-LEER-LIQUIDACION.
           READ LIQUID-ORD
               AT END
                   SET EOF-LIQUIDACIONES TO TRUE
           END-READ
           .
       2000-EXIT.
           EXIT.

       2100-LEER-PARTICIP.
           READ PARTICIP-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-PER
               NOT AT END
                   MOVE W-PER-CLAVE TO WS-CLAVE-PER
           END-READ
           .
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  3000-ACUMULA-IMPOSICION  -  SUMA LAS LIQUIDACIONES DE UNA     *
      *  IMPOSICION (UNA VEZ CADA FECHA) Y LA REPARTE ENTRE TITULARES  *
      ******************************************************************
       3000-ACUMULA-IMPOSICION.
           MOVE W-LIQ-CLAVE     TO WS-IMP-CLAVE
           MOVE W-LIQ-DIVISA    TO WS-IMP-DIVISA
           MOVE W-LIQ-RESP-IMPU TO WS-IMP-RESP-IMPU
           MOVE ZERO TO WS-IMP-CANT-LIQ
           MOVE ZERO TO WS-IMP-INTERES
           MOVE ZERO TO WS-IMP-RETENCION
           MOVE ZERO TO WS-IMP-FEC-LIQ
           PERFORM 3100-SUMA-LIQUIDACION THRU 3100-EXIT
               UNTIL EOF-LIQUIDACIONES
                  OR W-LIQ-CLAVE NOT = WS-IMP-CLAVE
           ADD 1 TO WS-CANT-IMPOSICIONES

           MOVE WS-IMP-DIVISA TO WS-DIV-BUSCA
           PERFORM 3800-UBICA-DIVISA THRU 3800-EXIT
           ADD 1 TO TB-DIV-IMPOSIC(TB-DIV-IDX)
           ADD WS-IMP-INTERES   TO TB-DIV-INTERES(TB-DIV-IDX)
           ADD WS-IMP-RETENCION TO TB-DIV-RETENIDO(TB-DIV-IDX)

           PERFORM 2100-LEER-PARTICIP THRU 2100-EXIT
               UNTIL WS-CLAVE-PER NOT < WS-IMP-CLAVE
           MOVE ZERO TO WS-CANT-TITULARES
           PERFORM 3200-JUNTA-TITULAR THRU 3200-EXIT
               UNTIL WS-CLAVE-PER NOT = WS-IMP-CLAVE
           IF WS-CANT-TITULARES = ZERO
               ADD 1 TO WS-CANT-SIN-TITULAR
               ADD WS-IMP-RETENCION TO TB-DIV-SIN-TIT(TB-DIV-IDX)
               GO TO 3000-EXIT
           END-IF
           ADD WS-IMP-RETENCION TO TB-DIV-ASIGNADO(TB-DIV-IDX)

           COMPUTE WS-PARTE-INTERES ROUNDED =
               WS-IMP-INTERES / WS-CANT-TITULARES
           COMPUTE WS-PARTE-RETENCION ROUNDED =
               WS-IMP-RETENCION / WS-CANT-TITULARES
           COMPUTE WS-PRIMERA-INTERES = WS-IMP-INTERES
               - WS-PARTE-INTERES * (WS-CANT-TITULARES - 1)
           COMPUTE WS-PRIMERA-RETENCION = WS-IMP-RETENCION
               - WS-PARTE-RETENCION * (WS-CANT-TITULARES - 1)
           PERFORM 3300-SUELTA-PORCION THRU 3300-EXIT
               VARYING TB-TIT-IDX FROM 1 BY 1
               UNTIL TB-TIT-IDX > WS-CANT-TITULARES
           .
       3000-EXIT.
           EXIT.

      * LA MISMA LIQUIDACION PUEDE VENIR EN VARIAS IMAGENES DE BGTCIPF
       3100-SUMA-LIQUIDACION.
           IF W-LIQ-FEC-LIQ = WS-IMP-FEC-LIQ
               ADD 1 TO WS-CANT-DUPLICADAS
           ELSE
               MOVE W-LIQ-FEC-LIQ TO WS-IMP-FEC-LIQ
               ADD 1 TO WS-IMP-CANT-LIQ
               ADD 1 TO WS-CANT-LIQUIDACIONES
               ADD W-LIQ-INTERES   TO WS-IMP-INTERES
               ADD W-LIQ-RETENCION TO WS-IMP-RETENCION
               MOVE W-LIQ-RESP-IMPU TO WS-IMP-RESP-IMPU
           END-IF
           PERFORM 2000-LEER-LIQUIDACION THRU 2000-EXIT
           .
       3100-EXIT.
           EXIT.

       3200-JUNTA-TITULAR.
           IF WS-CANT-TITULARES < WS-MAX-TITULARES
               ADD 1 TO WS-CANT-TITULARES
               SET TB-TIT-IDX TO WS-CANT-TITULARES
               MOVE W-PER-NUP      TO TB-TIT-NUP(TB-TIT-IDX)
               MOVE W-PER-CALPAR   TO TB-TIT-CALPAR(TB-TIT-IDX)
               MOVE W-PER-TIPDOC   TO TB-TIT-TIPDOC(TB-TIT-IDX)
               MOVE W-PER-NUMDOC   TO TB-TIT-NUMDOC(TB-TIT-IDX)
               MOVE W-PER-APELLIDO TO TB-TIT-APELLIDO(TB-TIT-IDX)
               MOVE W-PER-NOMBRE   TO TB-TIT-NOMBRE(TB-TIT-IDX)
           END-IF
           PERFORM 2100-LEER-PARTICIP THRU 2100-EXIT
           .
       3200-EXIT.
           EXIT.

      * A DEMANDA SOLO SE SUELTA LA PARTE DEL NUP PEDIDO
       3300-SUELTA-PORCION.
           IF WS-NUP-DEMANDA NOT = SPACES
               AND TB-TIT-NUP(TB-TIT-IDX) NOT = WS-NUP-DEMANDA
               GO TO 3300-EXIT
           END-IF
           MOVE SPACES TO POR-REGISTRO
           MOVE TB-TIT-NUP(TB-TIT-IDX)      TO POR-NUP
           MOVE WS-IMP-DIVISA               TO POR-DIVISA
           MOVE WS-IMP-CLAVE                TO POR-CLAVE
           MOVE TB-TIT-TIPDOC(TB-TIT-IDX)   TO POR-TIPDOC
           MOVE TB-TIT-NUMDOC(TB-TIT-IDX)   TO POR-NUMDOC
           MOVE TB-TIT-APELLIDO(TB-TIT-IDX) TO POR-APELLIDO
           MOVE TB-TIT-NOMBRE(TB-TIT-IDX)   TO POR-NOMBRE
           MOVE TB-TIT-CALPAR(TB-TIT-IDX)   TO POR-CALPAR
           MOVE WS-CANT-TITULARES           TO POR-CANT-TITULARES
           MOVE WS-IMP-RESP-IMPU            TO POR-RESP-IMPU
           MOVE WS-IMP-CANT-LIQ             TO POR-CANT-LIQ
           IF TB-TIT-IDX = 1
               MOVE WS-PRIMERA-INTERES      TO POR-INTERES
               MOVE WS-PRIMERA-RETENCION    TO POR-RETENCION
           ELSE
               MOVE WS-PARTE-INTERES        TO POR-INTERES
               MOVE WS-PARTE-RETENCION      TO POR-RETENCION
           END-IF
           WRITE POR-REGISTRO
           ADD 1 TO WS-CANT-PORCIONES
           .
       3300-EXIT.
           EXIT.

       3800-UBICA-DIVISA.
           SET TB-DIV-IDX TO 1
           SEARCH TB-DIV-ENTRY
               AT END
                   DISPLAY 'ZET190 - TABLA DE DIVISAS DESBORDADA'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN TB-DIV-IDX > TB-DIV-CANT
                   ADD 1 TO TB-DIV-CANT
                   MOVE WS-DIV-BUSCA TO TB-DIV-COD(TB-DIV-IDX)
                   MOVE ZERO TO TB-DIV-IMPOSIC(TB-DIV-IDX)
                   MOVE ZERO TO TB-DIV-INTERES(TB-DIV-IDX)
                   MOVE ZERO TO TB-DIV-RETENIDO(TB-DIV-IDX)
                   MOVE ZERO TO TB-DIV-ASIGNADO(TB-DIV-IDX)
                   MOVE ZERO TO TB-DIV-SIN-TIT(TB-DIV-IDX)
                   MOVE ZERO TO TB-DIV-DECLARADO(TB-DIV-IDX)
               WHEN TB-DIV-COD(TB-DIV-IDX) = WS-DIV-BUSCA
                   CONTINUE
           END-SEARCH
           .
       3800-EXIT.
           EXIT.

      ******************************************************************
      *  5000-EMITE-CERTIFICADOS  -  UN CERTIFICADO POR NUP, CON       *
      *  TOTAL POR DIVISA, SOBRE LAS PARTES ORDENADAS                  *
      ******************************************************************
       5000-EMITE-CERTIFICADOS.
           OPEN INPUT  PORCION-ORD
           OPEN OUTPUT CERTIF-SAL
           OPEN EXTEND PIEZAS-CORRESP
           PERFORM 5100-LEER-PORCION THRU 5100-EXIT
           PERFORM 5200-IMPRIME-PORCION THRU 5200-EXIT
               UNTIL EOF-PORCIONES
           IF WS-NUP-ANT NOT = LOW-VALUES
               PERFORM 5300-CIERRA-DIVISA
               PERFORM 5400-CIERRA-CERTIFICADO
           END-IF
           CLOSE PORCION-ORD
           CLOSE CERTIF-SAL
           CLOSE PIEZAS-CORRESP
           .

       5100-LEER-PORCION.
           READ PORCION-ORD
               AT END
                   SET EOF-PORCIONES TO TRUE
           END-READ
           .
       5100-EXIT.
           EXIT.

       5200-IMPRIME-PORCION.
           IF W-POR-NUP NOT = WS-NUP-ANT
               IF WS-NUP-ANT NOT = LOW-VALUES
                   PERFORM 5300-CIERRA-DIVISA
                   PERFORM 5400-CIERRA-CERTIFICADO
               END-IF
               PERFORM 5500-ABRE-CERTIFICADO
           END-IF
           IF W-POR-DIVISA NOT = WS-DIVISA-ANT
               IF WS-DIVISA-ANT NOT = LOW-VALUES
                   PERFORM 5300-CIERRA-DIVISA
               END-IF
               MOVE W-POR-DIVISA TO WS-DIVISA-ANT
               MOVE ZERO TO WS-CER-INTERES
               MOVE ZERO TO WS-CER-RETENCION
           END-IF
           ADD W-POR-INTERES   TO WS-CER-INTERES
           ADD W-POR-RETENCION TO WS-CER-RETENCION

           MOVE W-POR-ENTIDAD        TO WSC-ENTIDAD
           MOVE W-POR-CENTRO         TO WSC-CENTRO
           MOVE W-POR-CUENTA         TO WSC-CUENTA
           MOVE W-POR-SECUENCIA      TO WSC-SECUENCIA
           MOVE W-POR-DIVISA         TO WSC-DIVISA
           MOVE W-POR-CALPAR         TO WSC-CALPAR
           MOVE W-POR-CANT-TITULARES TO WSC-CANT-TITULARES
           MOVE W-POR-CANT-LIQ       TO WSC-CANT-LIQ
           MOVE W-POR-INTERES        TO WSC-INTERES
           MOVE W-POR-RETENCION      TO WSC-RETENCION
           MOVE W-POR-RESP-IMPU      TO WSC-RESP-IMPU
           MOVE WS-CER-DETALLE TO LINEA-CERTIF
           WRITE LINEA-CERTIF

           PERFORM 5100-LEER-PORCION THRU 5100-EXIT
           .
       5200-EXIT.
           EXIT.

       5300-CIERRA-DIVISA.
           MOVE WS-DIVISA-ANT    TO WSC-T-DIVISA
           MOVE WS-CER-INTERES   TO WSC-T-INTERES
           MOVE WS-CER-RETENCION TO WSC-T-RETENCION
           MOVE WS-CER-TOTAL TO LINEA-CERTIF
           WRITE LINEA-CERTIF
           .

       5400-CIERRA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIF
           WRITE LINEA-CERTIF
           MOVE WS-FECHA-PROCESO TO WSC-FEC-EMISION
           MOVE WS-CER-PIE TO LINEA-CERTIF
           WRITE LINEA-CERTIF
           .

      * CADA CERTIFICADO EMPIEZA EN HOJA NUEVA
       5500-ABRE-CERTIFICADO.
           MOVE W-POR-NUP TO WS-NUP-ANT
           MOVE LOW-VALUES TO WS-DIVISA-ANT
           ADD 1 TO WS-CANT-CERTIFICADOS
           MOVE WS-ANIO TO WSC-ANIO
           MOVE WS-CER-TITULO TO LINEA-CERTIF
           WRITE LINEA-CERTIF AFTER ADVANCING PAGE
           MOVE SPACES TO LINEA-CERTIF
           WRITE LINEA-CERTIF
           MOVE W-POR-APELLIDO TO WSC-APELLIDO
           MOVE W-POR-NOMBRE   TO WSC-NOMBRE
           MOVE WS-CER-TITULAR TO LINEA-CERTIF
           WRITE LINEA-CERTIF
           MOVE W-POR-NUP      TO WSC-NUP
           MOVE W-POR-TIPDOC   TO WSC-TIPDOC
           MOVE W-POR-NUMDOC   TO WSC-NUMDOC
           MOVE WS-CER-DOCUMENTO TO LINEA-CERTIF
           WRITE LINEA-CERTIF
           MOVE SPACES TO LINEA-CERTIF
           WRITE LINEA-CERTIF
           MOVE WS-CER-ENCAB TO LINEA-CERTIF
           WRITE LINEA-CERTIF
           PERFORM 5600-GRABA-PIEZA
           .

      * PIEZA LEGAL DEL CERTIFICADO: LA IMPRENTA ENSOBRA LA HOJA DE
      * RPCERTIF DEL NUP Y EJERCICIO DE LA CLAVE
       5600-GRABA-PIEZA.
           MOVE SPACES               TO CORPZA-REGISTRO
           MOVE WS-FECHA-PROCESO     TO CORPZA-FECHA
           MOVE 'ZET190'             TO CORPZA-JOB-ID
           MOVE 'RPCERTIF'           TO CORPZA-FUENTE
           MOVE W-POR-NUP            TO CORPZA-NUP
           MOVE WS-ANIO              TO CORPZA-CLAVE
           MOVE 'CERIPF'             TO CORPZA-COD-CARTA
           MOVE 3                    TO CORPZA-PRIORIDAD
           SET CORPZA-LEGAL          TO TRUE
           MOVE 'L'                  TO CORPZA-PROPOSITO
           SET CORPZA-CANAL-CORREO   TO TRUE
           MOVE ZERO                 TO CORPZA-FEC-LIMITE
           MOVE WS-FECHA-PROCESO     TO CORPZA-DAT-FECHA-1
           MOVE ZERO                 TO CORPZA-DAT-FECHA-2
           MOVE ZERO                 TO CORPZA-DAT-IMPORTE-1
           MOVE ZERO                 TO CORPZA-DAT-IMPORTE-2
           MOVE WS-ANIO              TO CORPZA-DAT-CODIGO
           WRITE CORPZA-REGISTRO
           ADD 1 TO WS-CANT-PIEZAS
           .

      ******************************************************************
      *  7000-EMITE-CONTROL  -  RETENIDO POR DIVISA CONTRA LO          *
      *  ASIGNADO A TITULARES Y LO DECLARADO POR IMPUESTOS             *
      ******************************************************************
       7000-EMITE-CONTROL.
           OPEN OUTPUT CONTROL-SAL
           MOVE WS-ANIO TO WST-ANIO
           MOVE WS-CTL-TITULO TO LINEA-CONTROL
           WRITE LINEA-CONTROL
           IF WS-NUP-DEMANDA NOT = SPACES
               MOVE WS-NUP-DEMANDA TO WST-NUP
               MOVE WS-CTL-DEMANDA TO LINEA-CONTROL
               WRITE LINEA-CONTROL
           END-IF
           MOVE SPACES TO LINEA-CONTROL
           WRITE LINEA-CONTROL
           MOVE WS-CTL-ENCAB TO LINEA-CONTROL
           WRITE LINEA-CONTROL
           PERFORM 7100-LINEA-DIVISA THRU 7100-EXIT
               VARYING TB-DIV-IDX FROM 1 BY 1
               UNTIL TB-DIV-IDX > TB-DIV-CANT
           PERFORM 8000-RESUMEN
           CLOSE CONTROL-SAL
           .

      * LA DIFERENCIA ES RETENIDO MENOS DECLARADO; SOLO SE ATA EN LA
      * CORRIDA COMPLETA CON RETDECL PRESENTE
       7100-LINEA-DIVISA.
           MOVE TB-DIV-COD(TB-DIV-IDX)       TO WST-DIVISA
           MOVE TB-DIV-IMPOSIC(TB-DIV-IDX)   TO WST-IMPOSIC
           MOVE TB-DIV-INTERES(TB-DIV-IDX)   TO WST-INTERES
           MOVE TB-DIV-RETENIDO(TB-DIV-IDX)  TO WST-RETENIDO
           MOVE TB-DIV-ASIGNADO(TB-DIV-IDX)  TO WST-ASIGNADO
           MOVE TB-DIV-SIN-TIT(TB-DIV-IDX)   TO WST-SIN-TIT
           MOVE TB-DIV-DECLARADO(TB-DIV-IDX) TO WST-DECLARADO
           MOVE ZERO TO WS-DIFERENCIA
           MOVE SPACE TO WST-MARCA
           IF HAY-DECLARADO
               AND WS-NUP-DEMANDA = SPACES
               COMPUTE WS-DIFERENCIA = TB-DIV-RETENIDO(TB-DIV-IDX)
                   - TB-DIV-DECLARADO(TB-DIV-IDX)
               IF WS-DIFERENCIA NOT = ZERO
                   MOVE '*' TO WST-MARCA
                   SET HAY-DIFERENCIA TO TRUE
               END-IF
           END-IF
           MOVE WS-DIFERENCIA TO WST-DIFERENCIA
           MOVE WS-CTL-DETALLE TO LINEA-CONTROL
           WRITE LINEA-CONTROL
           .
       7100-EXIT.
           EXIT.

       8000-RESUMEN.
           MOVE SPACES TO LINEA-CONTROL
           WRITE LINEA-CONTROL
           MOVE 'IMAGENES DE BGTCIPF LEIDAS' TO WSL-R-CONCEPTO
           MOVE WS-CANT-LEIDAS TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'LIQUIDACIONES DEL EJERCICIO' TO WSL-R-CONCEPTO
           MOVE WS-CANT-LIQUIDACIONES TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE '  REPETIDAS EN MAS DE UNA IMAGEN' TO WSL-R-CONCEPTO
           MOVE WS-CANT-DUPLICADAS TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'IMPOSICIONES CON LIQUIDACION' TO WSL-R-CONCEPTO
           MOVE WS-CANT-IMPOSICIONES TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE '  SIN TITULAR EN WABGPPER' TO WSL-R-CONCEPTO
           MOVE WS-CANT-SIN-TITULAR TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'PARTES DE TITULAR' TO WSL-R-CONCEPTO
           MOVE WS-CANT-PORCIONES TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'CERTIFICADOS EMITIDOS' TO WSL-R-CONCEPTO
           MOVE WS-CANT-CERTIFICADOS TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           IF NOT HAY-DECLARADO
               MOVE 'SIN RETDECL: RETENCION NO ATADA A LO DECLARADO'
                   TO LINEA-CONTROL
               WRITE LINEA-CONTROL
           END-IF
           .

       8200-LINEA-RESUMEN.
           MOVE WS-LINEA-RESUMEN TO LINEA-CONTROL
           WRITE LINEA-CONTROL
           .

      ******************************************************************
      *  9000-FINALIZE  -  RUNLOG Y RESUMEN                            *
      ******************************************************************
       9000-FINALIZE.
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET190' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-LEIDAS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-CERTIFICADOS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET190 - CERTIFICADOS DE INTERESES Y RETENCIONES'
           DISPLAY 'EJERCICIO FISCAL . . . . . : ' WS-ANIO
           DISPLAY 'LIQUIDACIONES DEL EJERCICIO: '
               WS-CANT-LIQUIDACIONES
           DISPLAY 'IMPOSICIONES SIN TITULAR . : ' WS-CANT-SIN-TITULAR
           DISPLAY 'CERTIFICADOS EMITIDOS  . . : ' WS-CANT-CERTIFICADOS
           DISPLAY 'PIEZAS A CORRPZA . . . . . : ' WS-CANT-PIEZAS
           IF HAY-DIFERENCIA
               DISPLAY 'ZET190 - RETENCION CALCULADA DISTINTA DE LA '
                   'DECLARADA - VER RPCIRCTL'
           END-IF
           .
