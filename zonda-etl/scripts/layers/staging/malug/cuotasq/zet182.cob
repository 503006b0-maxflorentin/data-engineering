      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET182                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - MALUG                       *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : SINIESTROS DE SEGURO DE VIDA SOBRE SALDO POR     *
      *               FALLECIMIENTO DEL PRESTATARIO.  TOMA COMO        *
      *               FALLECIDOS A LAS PERSONAS CON LA MARCA DE        *
      *               FALLECIMIENTO EN EL MAESTRO IBEC3070 (FECHA EN   *
      *               FEC-ALMARCL) Y A LOS TITULARES DE LAS CUENTAS    *
      *               CON RETENCION DE FALLECIMIENTO EN OBSHOLD (LA    *
      *               SALIDA DEL BARRIDO DE BGDTOBS), RESUELTOS A SU   *
      *               NUP POR WABGPPER (EL PARTICIPE VIGENTE DE MENOR  *
      *               ORDEN).  LOS PRESTAMOS DE CADA FALLECIDO SALEN   *
      *               DE WAGUCDEX POR NUM_PERSONA.  EL PRESTAMO SIN    *
      *               SALDO NI RECIBOS IMPAGOS, O CANCELADO ANTES DEL  *
      *               FALLECIMIENTO, NO SE RECLAMA.  CADA PRESTAMO     *
      *               DE UN FALLECIDO CON COBERTURA (REC_IND_SEGCESAN  *
      *               O POLIZA EN CUOTASQ, O RCD-NUM-SEGURO EN         *
      *               UGTCRCD) GENERA SU SINIESTRO CON EL SALDO        *
      *               RECLAMABLE A LA FECHA DE FALLECIMIENTO: CAPITAL  *
      *               NO VENCIDO A ESA FECHA MAS LO VENCIDO IMPAGO.    *
      *               LOS SINIESTROS NUEVOS VAN A LA ASEGURADORA       *
      *               (SINCLAIM) Y TODOS SE SIGUEN EN EL REGISTRO      *
      *               SINREG (EL DE LA CORRIDA ANTERIOR ENTRA COMO     *
      *               SINANT) HASTA QUE UNA CANCELACION DE MDEC160R    *
      *               POSTERIOR AL FALLECIMIENTO MUESTRA QUE SE COBRO. *
      *               LOS PRESTAMOS DE FALLECIDOS SIN COBERTURA VAN A  *
      *               LA LISTA DE LEGALES (SINLEGAL).                  *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET182.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - MALUG.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES       ASSIGN TO IBEC3070
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
           SELECT SORT-FAL       ASSIGN TO SRTSINA.
           SELECT FAL-ORD        ASSIGN TO WSINFAL
               ORGANIZATION IS SEQUENTIAL.

           SELECT RETENCIONES    ASSIGN TO OBSHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-OBS.
           SELECT SORT-OBS       ASSIGN TO SRTSINB.
           SELECT OBS-ORD        ASSIGN TO WSINOBS
               ORGANIZATION IS SEQUENTIAL.

           SELECT PARTICIPES     ASSIGN TO WABGPPER
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PER.

           SELECT CONTRATOS      ASSIGN TO WAGUCDEX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CON.
           SELECT SORT-CON       ASSIGN TO SRTSINC.
           SELECT CON-ORD        ASSIGN TO WSINCON
               ORGANIZATION IS SEQUENTIAL.

           SELECT PRESTAMOS-DRB  ASSIGN TO UGDTDRB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DRB.
           SELECT SORT-DRB       ASSIGN TO SRTSIND.
           SELECT DRB-ORD        ASSIGN TO WSINDRB
               ORGANIZATION IS SEQUENTIAL.

           SELECT CUOTAS-SQ      ASSIGN TO CUOTASQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SQ.
           SELECT SORT-RCB       ASSIGN TO SRTSINE.
           SELECT RCB-ORD        ASSIGN TO WSINRCB
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONCEPTOS-RCD  ASSIGN TO UGTCRCD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RCD.
           SELECT SORT-RCD       ASSIGN TO SRTSINF.
           SELECT RCD-ORD        ASSIGN TO WSINRCD
               ORGANIZATION IS SEQUENTIAL.

           SELECT CANCELACIONES  ASSIGN TO MDEC160R
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAN.
           SELECT SORT-CAN       ASSIGN TO SRTSING.
           SELECT CAN-ORD        ASSIGN TO WSINCAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT SINIESTROS-ANT ASSIGN TO SINANT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ANT.
           SELECT SORT-ANT       ASSIGN TO SRTSINH.
           SELECT ANT-ORD        ASSIGN TO WSINANT
               ORGANIZATION IS SEQUENTIAL.

           SELECT NUEVOS-WRK     ASSIGN TO WSINNUE
               ORGANIZATION IS SEQUENTIAL.

           SELECT PARAMETROS     ASSIGN TO PARMSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT RECLAMO-SAL    ASSIGN TO SINCLAIM
               ORGANIZATION IS SEQUENTIAL.
           SELECT REGISTRO-SAL   ASSIGN TO SINREG
               ORGANIZATION IS SEQUENTIAL.
           SELECT LEGALES-SAL    ASSIGN TO SINLEGAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-SIN    ASSIGN TO RPSINIE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES
           RECORDING MODE IS F.
       01  FD-CLIENTE.
           COPY "../../garra/fact/clientes_en_mora/IBEC3070.cob"
               REPLACING ==:IBEC3070:== BY ==IBEC3070==.

      * PERSONAS CON MARCA DE FALLECIMIENTO O RETENCION EN SU CUENTA
       SD  SORT-FAL.
       01  SD-FAL-REGISTRO.
           05  S-FAL-NUP              PIC X(08).
           05  S-FAL-FECHA            PIC 9(08).
           05  S-FAL-NOMBRE           PIC X(40).
           05  S-FAL-ORIGEN           PIC X(01).
           05  FILLER                 PIC X(03).

       FD  FAL-ORD
           RECORDING MODE IS F.
       01  W-FAL-REGISTRO.
           05  W-FAL-NUP              PIC X(08).
           05  W-FAL-FECHA            PIC 9(08).
           05  W-FAL-NOMBRE           PIC X(40).
      *        M = MAESTRO DE PERSONAS / O = OBSERVACION
           05  W-FAL-ORIGEN           PIC X(01).
           05  FILLER                 PIC X(03).

       FD  RETENCIONES
           RECORDING MODE IS F.
       01  OBSHOLD-REGISTRO.
           05  OBSHOLD-ENTIDAD        PIC X(04).
           05  OBSHOLD-CENTRO         PIC X(04).
           05  OBSHOLD-CUENTA         PIC X(12).
           05  OBSHOLD-DIVISA         PIC X(03).
           05  OBSHOLD-CATEGORIA      PIC X(10).
           05  OBSHOLD-PATRON         PIC X(20).
           05  FILLER                 PIC X(07).

       SD  SORT-OBS.
       01  SD-OBS-REGISTRO.
           05  S-OBS-CLAVE            PIC X(20).

       FD  OBS-ORD
           RECORDING MODE IS F.
       01  W-OBS-REGISTRO.
           05  W-OBS-CLAVE            PIC X(20).

       FD  PARTICIPES
           RECORDING MODE IS F.
       01  FD-PER-REG.
           COPY "../../malbgp/fact/wabgpper/wabgpper.cob".

       FD  CONTRATOS
           RECORDING MODE IS F.
       01  FD-CONTRATO.
           COPY "../../garra/fact/wagucdex/wagucdex.cob".

      * UNA FILA POR CONTRATO Y PERSONA VINCULADA
       SD  SORT-CON.
       01  SD-CON-REGISTRO.
           05  S-CON-CLAVE            PIC X(20).
           05  S-CON-NUP              PIC X(08).
           05  S-CON-PRODUCTO         PIC X(06).
           05  S-CON-DIVISA           PIC X(03).
           05  S-CON-DIAS-IMPAGO      PIC 9(06).
           05  FILLER                 PIC X(07).

       FD  CON-ORD
           RECORDING MODE IS F.
       01  W-CON-REGISTRO.
           05  W-CON-CLAVE            PIC X(20).
           05  W-CON-NUP              PIC X(08).
           05  W-CON-PRODUCTO         PIC X(06).
           05  W-CON-DIVISA           PIC X(03).
           05  W-CON-DIAS-IMPAGO      PIC 9(06).
           05  FILLER                 PIC X(07).

       FD  PRESTAMOS-DRB
           RECORDING MODE IS F.
       01  FD-DRB.
           COPY "../ugdtdrb/ugdtdrb.cob".

       SD  SORT-DRB.
       01  SD-DRB-REGISTRO.
           05  S-DRB-CLAVE            PIC X(20).
           05  S-DRB-SALDO            PIC S9(13)V99.
           05  FILLER                 PIC X(05).

       FD  DRB-ORD
           RECORDING MODE IS F.
       01  W-DRB-REGISTRO.
           05  W-DRB-CLAVE            PIC X(20).
           05  W-DRB-SALDO            PIC S9(13)V99.
           05  FILLER                 PIC X(05).

       FD  CUOTAS-SQ
           RECORDING MODE IS F.
           COPY "cuotasq.cob".

      * CAPITAL PROGRAMADO, IMPAGO Y MARCA DE SEGURO DE CADA RECIBO
       SD  SORT-RCB.
       01  SD-RCB-REGISTRO.
           05  S-RCB-CLAVE            PIC X(20).
           05  S-RCB-FEC-VTO          PIC 9(08).
           05  S-RCB-CUBIERTO         PIC X(01).
           05  S-RCB-POLIZA           PIC 9(09).
           05  S-RCB-CAPITAL          PIC S9(13)V99.
           05  S-RCB-IMPAGO           PIC S9(13)V99.
           05  FILLER                 PIC X(12).

       FD  RCB-ORD
           RECORDING MODE IS F.
       01  W-RCB-REGISTRO.
           05  W-RCB-CLAVE            PIC X(20).
           05  W-RCB-FEC-VTO          PIC 9(08).
           05  W-RCB-CUBIERTO         PIC X(01).
               88  W-RCB-CON-SEGURO       VALUE 'S'.
           05  W-RCB-POLIZA           PIC 9(09).
           05  W-RCB-CAPITAL          PIC S9(13)V99.
           05  W-RCB-IMPAGO           PIC S9(13)V99.
           05  FILLER                 PIC X(12).

       FD  CONCEPTOS-RCD
           RECORDING MODE IS F.
       01  FD-RCD.
           COPY "../ugtcrcd/ugtcrcd.cob".

       SD  SORT-RCD.
       01  SD-RCD-REGISTRO.
           05  S-RCD-CLAVE            PIC X(20).
           05  S-RCD-POLIZA           PIC 9(09).
           05  FILLER                 PIC X(11).

       FD  RCD-ORD
           RECORDING MODE IS F.
       01  W-RCD-REGISTRO.
           05  W-RCD-CLAVE            PIC X(20).
           05  W-RCD-POLIZA           PIC 9(09).
           05  FILLER                 PIC X(11).

       FD  CANCELACIONES
           RECORDING MODE IS F.
       01  FD-CANCELAC.
           COPY "../../moria/fact/consolidados_cobros_md/MDEC160R.cob".

       SD  SORT-CAN.
       01  SD-CAN-REGISTRO.
           05  S-CAN-CLAVE            PIC X(20).
           05  S-CAN-FECHA            PIC 9(08).
           05  S-CAN-IDF              PIC X(24).
           05  S-CAN-CAPITAL          PIC S9(13)V99.
           05  FILLER                 PIC X(13).

       FD  CAN-ORD
           RECORDING MODE IS F.
       01  W-CAN-REGISTRO.
           05  W-CAN-CLAVE            PIC X(20).
           05  W-CAN-FECHA            PIC 9(08).
           05  W-CAN-IDF              PIC X(24).
           05  W-CAN-CAPITAL          PIC S9(13)V99.
           05  FILLER                 PIC X(13).

      * REGISTRO DE SINIESTROS DE LA CORRIDA ANTERIOR (LAYOUT SIN-)
       FD  SINIESTROS-ANT
           RECORDING MODE IS F.
       01  SINANT-REGISTRO           PIC X(250).

       SD  SORT-ANT.
       01  SD-ANT-REGISTRO.
           05  S-ANT-CLAVE            PIC X(20).
           05  FILLER                 PIC X(230).

       FD  ANT-ORD
           RECORDING MODE IS F.
       01  W-ANT-REGISTRO.
           05  W-ANT-CLAVE            PIC X(20).
           05  FILLER                 PIC X(230).

      * SINIESTROS DETECTADOS EN ESTA CORRIDA, POR CUENTA
       FD  NUEVOS-WRK
           RECORDING MODE IS F.
       01  W-NUE-REGISTRO.
           05  W-NUE-CLAVE            PIC X(20).
           05  FILLER                 PIC X(230).

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-SIN-REGISTRO.
      *        MARCA DE CLIENTE DE FALLECIMIENTO EN IBEC3070
           05  PARM-SIN-MARCA         PIC X(02).
      *        CATEGORIA DE RETENCION DE FALLECIMIENTO EN OBSHOLD
           05  PARM-SIN-CATEGORIA     PIC X(10).
           05  PARM-SIN-FILLER        PIC X(08).

       FD  RECLAMO-SAL
           RECORDING MODE IS F.
       01  SINCLAIM-REGISTRO         PIC X(250).

       FD  REGISTRO-SAL
           RECORDING MODE IS F.
       01  SINREG-REGISTRO           PIC X(250).

       FD  LEGALES-SAL
           RECORDING MODE IS F.
       01  LEG-REGISTRO.
           05  LEG-ENTIDAD            PIC X(04).
           05  LEG-OFICINA            PIC X(04).
           05  LEG-CUENTA             PIC X(12).
           05  LEG-NUP                PIC X(08).
           05  LEG-NOMBRE             PIC X(40).
      *        M = MAESTRO DE PERSONAS / O = OBSERVACION / A = AMBOS
           05  LEG-ORIGEN             PIC X(01).
           05  LEG-FEC-FALLEC         PIC 9(08).
           05  LEG-PRODUCTO           PIC X(06).
           05  LEG-DIVISA             PIC X(03).
           05  LEG-SALDO              PIC S9(13)V99.
           05  LEG-DIAS-IMPAGO        PIC 9(06).
           05  LEG-FEC-PROCESO        PIC 9(08).
           05  FILLER                 PIC X(35).

       FD  REPORTE-SIN.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-FALLECIDOS         PIC 9(05) COMP VALUE 20000.
       77  WS-MAX-RETENCIONES        PIC 9(05) COMP VALUE 5000.
       77  WS-MARCA-FALLEC           PIC X(02) VALUE 'FA'.
       77  WS-CATEG-FALLEC           PIC X(10) VALUE 'FALLECIDO'.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FEC-ALFA               PIC X(10).
       01  WS-FEC-NUM                PIC 9(08).
       01  WS-SW-FECHA               PIC X(01).
           88  FECHA-VALIDA              VALUE 'S'.
       01  WS-FEC-CORTE              PIC 9(08).

       01  WS-FS-CLI                 PIC XX.
           88  FS-CLI-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-OBS                 PIC XX.
           88  FS-OBS-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-PER                 PIC XX.
           88  FS-PER-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-CON                 PIC XX.
           88  FS-CON-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-DRB                 PIC XX.
           88  FS-DRB-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-SQ                  PIC XX.
           88  FS-SQ-ERROR-LECTURA      VALUE '01' THRU '99'.
       01  WS-FS-RCD                 PIC XX.
           88  FS-RCD-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-CAN                 PIC XX.
           88  FS-CAN-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-ANT                 PIC XX.
       01  WS-FS-PAR                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-AUX         PIC X(01) VALUE 'N'.
               88  EOF-AUXILIAR          VALUE 'S'.
           05  WS-SW-EOF-CON         PIC X(01) VALUE 'N'.
               88  EOF-CONTRATOS         VALUE 'S'.
           05  WS-SW-FALLECIDO       PIC X(01) VALUE 'N'.
               88  PRESTATARIO-FALLECIDO VALUE 'S'.
           05  WS-SW-CUBIERTO        PIC X(01) VALUE 'N'.
               88  PRESTAMO-CUBIERTO     VALUE 'S'.
           05  WS-SW-FUTUROS         PIC X(01) VALUE 'N'.
               88  HAY-RECIBOS-FUTUROS   VALUE 'S'.
           05  WS-SW-IMPAGOS         PIC X(01) VALUE 'N'.
               88  HAY-RECIBOS-IMPAGOS   VALUE 'S'.
           05  WS-SW-CANC-PREVIA     PIC X(01) VALUE 'N'.
               88  CANCELADO-ANTES       VALUE 'S'.

       01  WS-CLAVE-ACT              PIC X(20).
       01  WS-CLAVE-CON              PIC X(20) VALUE LOW-VALUES.
       01  WS-CLAVE-DRB              PIC X(20) VALUE LOW-VALUES.
       01  WS-CLAVE-RCB              PIC X(20) VALUE LOW-VALUES.
       01  WS-CLAVE-RCD              PIC X(20) VALUE LOW-VALUES.
       01  WS-CLAVE-CAN              PIC X(20) VALUE LOW-VALUES.
       01  WS-CLAVE-ANT              PIC X(20) VALUE LOW-VALUES.
       01  WS-CLAVE-NUE              PIC X(20) VALUE LOW-VALUES.

      * DATOS DEL PRESTAMO EN CURSO
       01  WS-PRESTAMO.
           05  WS-PRE-NUP            PIC X(08).
           05  WS-PRE-NOMBRE         PIC X(40).
           05  WS-PRE-ORIGEN         PIC X(01).
           05  WS-PRE-FEC-FALLEC     PIC 9(08).
           05  WS-PRE-PRODUCTO       PIC X(06).
           05  WS-PRE-DIVISA         PIC X(03).
           05  WS-PRE-DIAS-IMPAGO    PIC 9(06).
           05  WS-PRE-POLIZA         PIC 9(09).
           05  WS-PRE-CAPITAL        PIC S9(13)V99.
           05  WS-PRE-VENCIDO        PIC S9(13)V99.

      * FALLECIDOS DEL MAESTRO DE PERSONAS
       01  TABLA-FALLECIDOS.
           05  TB-FAL-CANT           PIC 9(05) COMP VALUE ZERO.
           05  TB-FAL-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON TB-FAL-CANT
                   ASCENDING KEY IS TB-FAL-NUP
                   INDEXED BY TB-FAL-IDX.
               10  TB-FAL-NUP        PIC X(08).
               10  TB-FAL-FECHA      PIC 9(08).
               10  TB-FAL-NOMBRE     PIC X(40).
      *            M = MAESTRO DE PERSONAS / O = OBSERVACION / A = AMBOS
               10  TB-FAL-ORIGEN     PIC X(01).

      * CUENTAS CON RETENCION DE FALLECIMIENTO Y SU TITULAR EN WABGPPER
       01  TABLA-RETENCIONES.
           05  TB-OBS-CANT           PIC 9(05) COMP VALUE ZERO.
           05  TB-OBS-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON TB-OBS-CANT
                   ASCENDING KEY IS TB-OBS-CLAVE
                   INDEXED BY TB-OBS-IDX.
               10  TB-OBS-CLAVE      PIC X(20).
               10  TB-OBS-NUP        PIC X(08).
               10  TB-OBS-ORDPAR     PIC 9(03).
               10  TB-OBS-NOMBRE     PIC X(40).

       01  WS-CLAVE-PER              PIC X(20).
       01  WS-ORDPAR                 PIC 9(03).

      * SINIESTRO (LAYOUT DE SINCLAIM, SINREG Y SINANT)
       01  SIN-REGISTRO.
           05  SIN-CLAVE.
               10  SIN-ENTIDAD        PIC X(04).
               10  SIN-OFICINA        PIC X(04).
               10  SIN-CUENTA         PIC X(12).
           05  SIN-NUP                PIC X(08).
           05  SIN-NOMBRE             PIC X(40).
      *        M = MAESTRO DE PERSONAS / O = OBSERVACION / A = AMBOS
           05  SIN-ORIGEN             PIC X(01).
      *        CERO = FECHA DE FALLECIMIENTO A ACREDITAR
           05  SIN-FEC-FALLEC         PIC 9(08).
           05  SIN-FEC-CORTE          PIC 9(08).
           05  SIN-POLIZA             PIC 9(09).
           05  SIN-PRODUCTO           PIC X(06).
           05  SIN-DIVISA             PIC X(03).
           05  SIN-CAPITAL            PIC S9(13)V99.
           05  SIN-VENCIDO            PIC S9(13)V99.
           05  SIN-RECLAMABLE         PIC S9(13)V99.
           05  SIN-FEC-ALTA           PIC 9(08).
      *        P = PENDIENTE DE COBRO / C = COBRADO (CANCELADO)
           05  SIN-ESTADO             PIC X(01).
               88  SIN-PENDIENTE          VALUE 'P'.
               88  SIN-COBRADO            VALUE 'C'.
           05  SIN-FEC-CANCEL         PIC 9(08).
           05  SIN-IDF-CANCEL         PIC X(24).
           05  SIN-IMP-CANCEL         PIC S9(13)V99.
           05  SIN-DIAS-ABIERTO       PIC 9(05).
           05  FILLER                 PIC X(41).

       01  WS-NOVEDAD                PIC X(09).

       01  WS-CONTADORES.
           05  WS-CANT-CONTRATOS     PIC 9(09) COMP.
           05  WS-CANT-AFECTADOS     PIC 9(09) COMP.
           05  WS-CANT-CUBIERTOS     PIC 9(09) COMP.
           05  WS-CANT-LEGALES       PIC 9(09) COMP.
           05  WS-CANT-NUEVOS        PIC 9(09) COMP.
           05  WS-CANT-PENDIENTES    PIC 9(09) COMP.
           05  WS-CANT-COBRADOS      PIC 9(09) COMP.
           05  WS-CANT-REGISTRO      PIC 9(09) COMP.
           05  WS-CANT-DESBORDE      PIC 9(09) COMP.
           05  WS-CANT-OBS-DESBORDE  PIC 9(09) COMP.
           05  WS-CANT-OBS-SIN-TIT   PIC 9(09) COMP.
           05  WS-CANT-SIN-DEUDA     PIC 9(09) COMP.

       01  WS-TITULO-LEGAL.
           05  FILLER                PIC X(35) VALUE
               'ZET182 - PRESTAMOS DE FALLECIDOS '.
           05  FILLER                PIC X(31) VALUE
               'SIN SEGURO DE VIDA - LEGALES'.
           05  FILLER                PIC X(08) VALUE ' FECHA: '.
           05  WST-FEC-LEGAL         PIC 9(08).

       01  WS-TITULO-SINIESTRO.
           05  FILLER                PIC X(66) VALUE
               'ZET182 - SINIESTROS DE SEGURO DE VIDA SOBRE SALDO'.
           05  FILLER                PIC X(08) VALUE ' FECHA: '.
           05  WST-FEC-SINIESTRO     PIC 9(08).

       01  WS-ENCAB-LEGAL.
           05  FILLER                PIC X(50) VALUE
               'ENT   OFIC  CUENTA        NUP       APELLIDO Y NOM'.
           05  FILLER                PIC X(50) VALUE
               'BRE               O  FALLECIO  PROD    MON        '.
           05  FILLER                PIC X(21) VALUE
               '        SALDO    DIAS'.

       01  WS-LINEA-LEGAL.
           05  WSL-L-ENTIDAD         PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-L-OFICINA         PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-L-CUENTA          PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-L-NUP             PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-L-NOMBRE          PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-L-ORIGEN          PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-L-FEC-FALLEC      PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-L-PRODUCTO        PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-L-DIVISA          PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-L-SALDO           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-L-DIAS            PIC ZZZZZ9.

       01  WS-ENCAB-SINIESTRO.
           05  FILLER                PIC X(50) VALUE
               'ENT   OFIC  CUENTA        NUP       O  FALLECIO  P'.
           05  FILLER                PIC X(50) VALUE
               'OLIZA              RECLAMABLE  PRESENT.  NOVEDAD  '.
           05  FILLER                PIC X(17) VALUE
               '  COBRADO    DIAS'.

       01  WS-LINEA-SINIESTRO.
           05  WSL-S-ENTIDAD         PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-S-OFICINA         PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-S-CUENTA          PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-S-NUP             PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-S-ORIGEN          PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-S-FEC-FALLEC      PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-S-POLIZA          PIC 9(09).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-S-RECLAMABLE      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-S-FEC-ALTA        PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-S-NOVEDAD         PIC X(09).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-S-FEC-CANCEL      PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-S-DIAS            PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-EXAMINA-CONTRATO THRU 3000-EXIT
               UNTIL EOF-CONTRATOS
           PERFORM 5000-INICIA-SEGUIMIENTO
           PERFORM 5100-ACTUALIZA-SINIESTRO THRU 5100-EXIT
               UNTIL WS-CLAVE-ANT = HIGH-VALUES
                 AND WS-CLAVE-NUE = HIGH-VALUES
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  CUENTAS RETENIDAS, TABLA DE FALLECIDOS Y  *
      *  ENTRADAS ORDENADAS POR CUENTA                                 *
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

           OPEN INPUT CLIENTES
           IF WS-FS-CLI NOT = '00'
               DISPLAY 'ZET182 - NO SE PUDO ABRIR IBEC3070 - '
                   'FILE STATUS ' WS-FS-CLI
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CLIENTES
           OPEN INPUT RETENCIONES
           IF WS-FS-OBS NOT = '00'
               DISPLAY 'ZET182 - NO SE PUDO ABRIR OBSHOLD - '
                   'FILE STATUS ' WS-FS-OBS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RETENCIONES
           OPEN INPUT PARTICIPES
           IF WS-FS-PER NOT = '00'
               DISPLAY 'ZET182 - NO SE PUDO ABRIR WABGPPER - '
                   'FILE STATUS ' WS-FS-PER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PARTICIPES
           OPEN INPUT CONTRATOS
           IF WS-FS-CON NOT = '00'
               DISPLAY 'ZET182 - NO SE PUDO ABRIR WAGUCDEX - '
                   'FILE STATUS ' WS-FS-CON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CONTRATOS
           OPEN INPUT PRESTAMOS-DRB
           IF WS-FS-DRB NOT = '00'
               DISPLAY 'ZET182 - NO SE PUDO ABRIR UGDTDRB - '
                   'FILE STATUS ' WS-FS-DRB
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PRESTAMOS-DRB
           OPEN INPUT CUOTAS-SQ
           IF WS-FS-SQ NOT = '00'
               DISPLAY 'ZET182 - NO SE PUDO ABRIR CUOTASQ - '
                   'FILE STATUS ' WS-FS-SQ
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CUOTAS-SQ
           OPEN INPUT CONCEPTOS-RCD
           IF WS-FS-RCD NOT = '00'
               DISPLAY 'ZET182 - NO SE PUDO ABRIR UGTCRCD - '
                   'FILE STATUS ' WS-FS-RCD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CONCEPTOS-RCD
           OPEN INPUT CANCELACIONES
           IF WS-FS-CAN NOT = '00'
               DISPLAY 'ZET182 - NO SE PUDO ABRIR MDEC160R - '
                   'FILE STATUS ' WS-FS-CAN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CANCELACIONES

           SORT SORT-OBS
               ON ASCENDING KEY S-OBS-CLAVE
               INPUT PROCEDURE IS 1300-EXTRAE-RETENCIONES
               GIVING OBS-ORD
           OPEN INPUT OBS-ORD
           PERFORM 1150-CARGA-RETENCION THRU 1150-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE OBS-ORD
           MOVE 'N' TO WS-SW-EOF-AUX
           IF WS-CANT-OBS-DESBORDE > ZERO
               DISPLAY 'ZET182 - ADVERTENCIA: TABLA DE RETENCIONES '
                   'DESBORDADA - FILAS NO CARGADAS: '
                   WS-CANT-OBS-DESBORDE
           END-IF

           SORT SORT-FAL
               ON ASCENDING KEY S-FAL-NUP
               ON DESCENDING KEY S-FAL-FECHA
               INPUT PROCEDURE IS 1200-EXTRAE-FALLECIDOS
               GIVING FAL-ORD
           OPEN INPUT FAL-ORD
           PERFORM 1100-CARGA-FALLECIDO THRU 1100-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE FAL-ORD
           MOVE 'N' TO WS-SW-EOF-AUX
           IF WS-CANT-DESBORDE > ZERO
               DISPLAY 'ZET182 - ADVERTENCIA: TABLA DE FALLECIDOS '
                   'DESBORDADA - FILAS NO CARGADAS: ' WS-CANT-DESBORDE
           END-IF

           SORT SORT-CON
               ON ASCENDING KEY S-CON-CLAVE
               ON ASCENDING KEY S-CON-NUP
               INPUT PROCEDURE IS 1400-EXTRAE-CONTRATOS
               GIVING CON-ORD

           SORT SORT-DRB
               ON ASCENDING KEY S-DRB-CLAVE
               INPUT PROCEDURE IS 1500-EXTRAE-PRESTAMOS
               GIVING DRB-ORD

           SORT SORT-RCB
               ON ASCENDING KEY S-RCB-CLAVE
               ON ASCENDING KEY S-RCB-FEC-VTO
               INPUT PROCEDURE IS 1600-EXTRAE-RECIBOS
               GIVING RCB-ORD

           SORT SORT-RCD
               ON ASCENDING KEY S-RCD-CLAVE
               INPUT PROCEDURE IS 1700-EXTRAE-SEGUROS
               GIVING RCD-ORD

           SORT SORT-CAN
               ON ASCENDING KEY S-CAN-CLAVE
               ON ASCENDING KEY S-CAN-FECHA
               INPUT PROCEDURE IS 1800-EXTRAE-CANCELACIONES
               GIVING CAN-ORD

           SORT SORT-ANT
               ON ASCENDING KEY S-ANT-CLAVE
               INPUT PROCEDURE IS 1850-EXTRAE-ANTERIOR
               GIVING ANT-ORD

           OPEN INPUT  CON-ORD
           OPEN INPUT  DRB-ORD
           OPEN INPUT  RCB-ORD
           OPEN INPUT  RCD-ORD
           OPEN INPUT  CAN-ORD
           OPEN OUTPUT NUEVOS-WRK
           OPEN OUTPUT LEGALES-SAL
           OPEN OUTPUT REPORTE-SIN

           MOVE WS-FECHA-PROCESO TO WST-FEC-LEGAL
           MOVE WS-TITULO-LEGAL TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-ENCAB-LEGAL TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           PERFORM 2000-LEER-CON-ORD THRU 2000-EXIT
           PERFORM 2100-LEER-DRB-ORD THRU 2100-EXIT
           PERFORM 2300-LEER-RCB-ORD THRU 2300-EXIT
           PERFORM 2400-LEER-RCD-ORD THRU 2400-EXIT
           PERFORM 2500-LEER-CAN-ORD THRU 2500-EXIT
           .

       1050-TOMA-PARAMETROS.
           IF PARM-SIN-MARCA NOT = SPACES
               MOVE PARM-SIN-MARCA TO WS-MARCA-FALLEC
           END-IF
           IF PARM-SIN-CATEGORIA NOT = SPACES
               MOVE PARM-SIN-CATEGORIA TO WS-CATEG-FALLEC
           END-IF
           .
       1050-EXIT.
           EXIT.

      * UNA FILA POR PERSONA: LA MARCA MAS RECIENTE.  SI LA PERSONA
      * VIENE DEL MAESTRO Y DE UNA RETENCION EL ORIGEN ES AMBOS
       1100-CARGA-FALLECIDO.
           READ FAL-ORD
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF TB-FAL-CANT > ZERO
               AND W-FAL-NUP = TB-FAL-NUP(TB-FAL-CANT)
               IF W-FAL-ORIGEN NOT = TB-FAL-ORIGEN(TB-FAL-CANT)
                   MOVE 'A' TO TB-FAL-ORIGEN(TB-FAL-CANT)
               END-IF
               IF TB-FAL-NOMBRE(TB-FAL-CANT) = SPACES
                   MOVE W-FAL-NOMBRE TO TB-FAL-NOMBRE(TB-FAL-CANT)
               END-IF
               GO TO 1100-EXIT
           END-IF
           IF TB-FAL-CANT NOT < WS-MAX-FALLECIDOS
               ADD 1 TO WS-CANT-DESBORDE
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO TB-FAL-CANT
           SET TB-FAL-IDX TO TB-FAL-CANT
           MOVE W-FAL-NUP    TO TB-FAL-NUP(TB-FAL-IDX)
           MOVE W-FAL-FECHA  TO TB-FAL-FECHA(TB-FAL-IDX)
           MOVE W-FAL-NOMBRE TO TB-FAL-NOMBRE(TB-FAL-IDX)
           MOVE W-FAL-ORIGEN TO TB-FAL-ORIGEN(TB-FAL-IDX)
           .
       1100-EXIT.
           EXIT.

      * UNA FILA POR CUENTA RETENIDA; EL TITULAR SE TOMA DE WABGPPER
       1150-CARGA-RETENCION.
           READ OBS-ORD
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1150-EXIT
           END-READ
           IF TB-OBS-CANT > ZERO
               AND W-OBS-CLAVE = TB-OBS-CLAVE(TB-OBS-CANT)
               GO TO 1150-EXIT
           END-IF
           IF TB-OBS-CANT NOT < WS-MAX-RETENCIONES
               ADD 1 TO WS-CANT-OBS-DESBORDE
               GO TO 1150-EXIT
           END-IF
           ADD 1 TO TB-OBS-CANT
           SET TB-OBS-IDX TO TB-OBS-CANT
           MOVE W-OBS-CLAVE TO TB-OBS-CLAVE(TB-OBS-IDX)
           MOVE SPACES      TO TB-OBS-NUP(TB-OBS-IDX)
           MOVE 999         TO TB-OBS-ORDPAR(TB-OBS-IDX)
           MOVE SPACES      TO TB-OBS-NOMBRE(TB-OBS-IDX)
           .
       1150-EXIT.
           EXIT.

      * FECHA DE FALLECIMIENTO = ALTA DE LA MARCA; INVALIDA = CERO.
      * EL TITULAR DE UNA CUENTA RETENIDA ENTRA SIN FECHA
       1200-EXTRAE-FALLECIDOS SECTION.
           OPEN INPUT CLIENTES
           PERFORM 1210-SUELTA-FALLECIDO THRU 1210-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CLIENTES
           MOVE 'N' TO WS-SW-EOF-AUX
           IF TB-OBS-CANT = ZERO
               GO TO 1200-FIN
           END-IF
           OPEN INPUT PARTICIPES
           PERFORM 1220-BUSCA-TITULAR THRU 1220-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE PARTICIPES
           MOVE 'N' TO WS-SW-EOF-AUX
           PERFORM 1230-SUELTA-TITULAR THRU 1230-EXIT
               VARYING TB-OBS-IDX FROM 1 BY 1
               UNTIL TB-OBS-IDX > TB-OBS-CANT
           GO TO 1200-FIN
           .

       1210-SUELTA-FALLECIDO.
           READ CLIENTES
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF FS-CLI-ERROR-LECTURA
               DISPLAY 'ZET182 - ERROR DE LECTURA '
                   'EN IBEC3070 - FILE STATUS ' WS-FS-CLI
               STOP RUN
           END-IF
           IF IBEC3070-COD-MARCLI NOT = WS-MARCA-FALLEC
               OR IBEC3070-NUM-PERSONA = SPACES
               GO TO 1210-EXIT
           END-IF
           MOVE SPACES TO SD-FAL-REGISTRO
           MOVE IBEC3070-NUM-PERSONA TO S-FAL-NUP
           MOVE IBEC3070-FEC-ALMARCL TO WS-FEC-ALFA
           PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
           MOVE WS-FEC-NUM TO S-FAL-FECHA
           STRING IBEC3070-PRIM-APELLIDO DELIMITED BY '  '
                  ', '                   DELIMITED BY SIZE
                  IBEC3070-NOMBRE        DELIMITED BY '  '
               INTO S-FAL-NOMBRE
           END-STRING
           MOVE 'M' TO S-FAL-ORIGEN
           RELEASE SD-FAL-REGISTRO
           .
       1210-EXIT.
           EXIT.

      * PARTICIPE VIGENTE DE MENOR ORDEN DE CADA CUENTA RETENIDA
       1220-BUSCA-TITULAR.
           READ PARTICIPES
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1220-EXIT
           END-READ
           IF FS-PER-ERROR-LECTURA
               DISPLAY 'ZET182 - ERROR DE LECTURA '
                   'EN WABGPPER - FILE STATUS ' WS-FS-PER
               STOP RUN
           END-IF
           IF FECBAJ OF FD-PER-REG NOT = SPACES
               OR NUP OF FD-PER-REG = SPACES
               GO TO 1220-EXIT
           END-IF
           MOVE SPACES TO WS-CLAVE-PER
           STRING ENTIDAD OF FD-PER-REG
                  CENTRO_ALTA OF FD-PER-REG
                  CUENTA OF FD-PER-REG
               DELIMITED BY SIZE
               INTO WS-CLAVE-PER
           END-STRING
           MOVE 999 TO WS-ORDPAR
           IF ORDPAR OF FD-PER-REG IS NUMERIC
               MOVE ORDPAR OF FD-PER-REG TO WS-ORDPAR
           END-IF
           SEARCH ALL TB-OBS-ENTRY
               WHEN TB-OBS-CLAVE(TB-OBS-IDX) = WS-CLAVE-PER
                   IF TB-OBS-NUP(TB-OBS-IDX) = SPACES
                       OR WS-ORDPAR < TB-OBS-ORDPAR(TB-OBS-IDX)
                       MOVE NUP OF FD-PER-REG
                           TO TB-OBS-NUP(TB-OBS-IDX)
                       MOVE WS-ORDPAR TO TB-OBS-ORDPAR(TB-OBS-IDX)
                       MOVE SPACES TO TB-OBS-NOMBRE(TB-OBS-IDX)
                       STRING APELLIDO OF FD-PER-REG DELIMITED BY '  '
                              ', '                   DELIMITED BY SIZE
                              NOMBRE OF FD-PER-REG   DELIMITED BY '  '
                           INTO TB-OBS-NOMBRE(TB-OBS-IDX)
                       END-STRING
                   END-IF
           END-SEARCH
           .
       1220-EXIT.
           EXIT.

       1230-SUELTA-TITULAR.
           IF TB-OBS-NUP(TB-OBS-IDX) = SPACES
               ADD 1 TO WS-CANT-OBS-SIN-TIT
               GO TO 1230-EXIT
           END-IF
           MOVE SPACES TO SD-FAL-REGISTRO
           MOVE TB-OBS-NUP(TB-OBS-IDX)    TO S-FAL-NUP
           MOVE ZERO                      TO S-FAL-FECHA
           MOVE TB-OBS-NOMBRE(TB-OBS-IDX) TO S-FAL-NOMBRE
           MOVE 'O'                       TO S-FAL-ORIGEN
           RELEASE SD-FAL-REGISTRO
           .
       1230-EXIT.
           EXIT.
       1200-FIN.
           EXIT.


       1300-EXTRAE-RETENCIONES SECTION.
           OPEN INPUT RETENCIONES
           PERFORM 1310-SUELTA-RETENCION THRU 1310-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE RETENCIONES
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1300-FIN
           .

       1310-SUELTA-RETENCION.
           READ RETENCIONES
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1310-EXIT
           END-READ
           IF FS-OBS-ERROR-LECTURA
               DISPLAY 'ZET182 - ERROR DE LECTURA '
                   'EN OBSHOLD - FILE STATUS ' WS-FS-OBS
               STOP RUN
           END-IF
           IF OBSHOLD-CATEGORIA NOT = WS-CATEG-FALLEC
               GO TO 1310-EXIT
           END-IF
           MOVE SPACES TO SD-OBS-REGISTRO
           STRING OBSHOLD-ENTIDAD
                  OBSHOLD-CENTRO
                  OBSHOLD-CUENTA
               DELIMITED BY SIZE
               INTO S-OBS-CLAVE
           END-STRING
           RELEASE SD-OBS-REGISTRO
           .
       1310-EXIT.
           EXIT.
       1300-FIN.
           EXIT.


       1400-EXTRAE-CONTRATOS SECTION.
           OPEN INPUT CONTRATOS
           PERFORM 1410-SUELTA-CONTRATO THRU 1410-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CONTRATOS
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1400-FIN
           .

       1410-SUELTA-CONTRATO.
           READ CONTRATOS
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1410-EXIT
           END-READ
           IF FS-CON-ERROR-LECTURA
               DISPLAY 'ZET182 - ERROR DE LECTURA '
                   'EN WAGUCDEX - FILE STATUS ' WS-FS-CON
               STOP RUN
           END-IF
           MOVE SPACES TO SD-CON-REGISTRO
           STRING COD_ENTIDAD OF FD-CONTRATO
                  COD_CENTRO OF FD-CONTRATO
                  NUM_CONTRATO OF FD-CONTRATO
               DELIMITED BY SIZE
               INTO S-CON-CLAVE
           END-STRING
           MOVE NUM_PERSONA OF FD-CONTRATO TO S-CON-NUP
           STRING COD_PRODUCTO OF FD-CONTRATO
                  COD_SUBPRODU OF FD-CONTRATO
               DELIMITED BY SIZE
               INTO S-CON-PRODUCTO
           END-STRING
           MOVE COD_DIVISA OF FD-CONTRATO TO S-CON-DIVISA
           MOVE ZERO TO S-CON-DIAS-IMPAGO
           IF CON_DIAIMPAG OF FD-CONTRATO IS NUMERIC
               MOVE CON_DIAIMPAG OF FD-CONTRATO TO S-CON-DIAS-IMPAGO
           END-IF
           RELEASE SD-CON-REGISTRO
           .
       1410-EXIT.
           EXIT.
       1400-FIN.
           EXIT.


       1500-EXTRAE-PRESTAMOS SECTION.
           OPEN INPUT PRESTAMOS-DRB
           PERFORM 1510-SUELTA-PRESTAMO THRU 1510-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE PRESTAMOS-DRB
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1500-FIN
           .

       1510-SUELTA-PRESTAMO.
           READ PRESTAMOS-DRB
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1510-EXIT
           END-READ
           IF FS-DRB-ERROR-LECTURA
               DISPLAY 'ZET182 - ERROR DE LECTURA '
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
           MOVE UGISBACT OF FD-DRB TO S-DRB-SALDO
           RELEASE SD-DRB-REGISTRO
           .
       1510-EXIT.
           EXIT.
       1500-FIN.
           EXIT.


      * CUBIERTO = MARCA DE SEGURO DE VIDA, O POLIZA CON PRIMA.
      * IMPAGO = CAPITAL, INTERES, COMPENSATORIO Y SEGURO SIN COBRAR
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
               DISPLAY 'ZET182 - ERROR DE LECTURA '
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
           MOVE 'N' TO S-RCB-CUBIERTO
           MOVE ZERO TO S-RCB-POLIZA
           IF REC_NUM_SEGURO > ZERO
               MOVE REC_NUM_SEGURO TO S-RCB-POLIZA
           END-IF
           IF REC_IND_SEGCESAN = 'S'
               OR (REC_NUM_SEGURO > ZERO AND REC_SEGINIRE > ZERO)
               MOVE 'S' TO S-RCB-CUBIERTO
           END-IF
           MOVE REC_CAPINIRE TO S-RCB-CAPITAL
           COMPUTE S-RCB-IMPAGO = REC_CAPINIRE - REC_CAPRECRE
                                + REC_INTINIRE - REC_INTRECRE
                                + REC_IMP_CPSCAL - REC_IMP_CPSREC
                                + REC_SEGINIRE - REC_SEGRECRE
           IF S-RCB-IMPAGO < ZERO
               MOVE ZERO TO S-RCB-IMPAGO
           END-IF
           RELEASE SD-RCB-REGISTRO
           .
       1610-EXIT.
           EXIT.
       1600-FIN.
           EXIT.


      * SOLO CONCEPTOS LIQUIDADOS CON POLIZA
       1700-EXTRAE-SEGUROS SECTION.
           OPEN INPUT CONCEPTOS-RCD
           PERFORM 1710-SUELTA-SEGURO THRU 1710-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CONCEPTOS-RCD
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1700-FIN
           .

       1710-SUELTA-SEGURO.
           READ CONCEPTOS-RCD
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1710-EXIT
           END-READ
           IF FS-RCD-ERROR-LECTURA
               DISPLAY 'ZET182 - ERROR DE LECTURA '
                   'EN UGTCRCD - FILE STATUS ' WS-FS-RCD
               STOP RUN
           END-IF
           IF RCD-NUM-SEGURO NOT > ZERO
               GO TO 1710-EXIT
           END-IF
           MOVE SPACES TO SD-RCD-REGISTRO
           STRING RCD-ENTIDAD
                  RCD-OFICINA
                  RCD-CUENTA
               DELIMITED BY SIZE
               INTO S-RCD-CLAVE
           END-STRING
           MOVE RCD-NUM-SEGURO TO S-RCD-POLIZA
           RELEASE SD-RCD-REGISTRO
           .
       1710-EXIT.
           EXIT.
       1700-FIN.
           EXIT.


       1800-EXTRAE-CANCELACIONES SECTION.
           OPEN INPUT CANCELACIONES
           PERFORM 1810-SUELTA-CANCELACION THRU 1810-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CANCELACIONES
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1800-FIN
           .

       1810-SUELTA-CANCELACION.
           READ CANCELACIONES
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1810-EXIT
           END-READ
           IF FS-CAN-ERROR-LECTURA
               DISPLAY 'ZET182 - ERROR DE LECTURA '
                   'EN MDEC160R - FILE STATUS ' WS-FS-CAN
               STOP RUN
           END-IF
           MOVE FEC_ULTPGINA OF FD-CANCELAC TO WS-FEC-ALFA
           PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
           IF NOT FECHA-VALIDA
               GO TO 1810-EXIT
           END-IF
           MOVE SPACES TO SD-CAN-REGISTRO
           STRING COD_ENTIDAD OF FD-CANCELAC
                  COD_CENTRO OF FD-CANCELAC
                  NUM_CONTRATO OF FD-CANCELAC
               DELIMITED BY SIZE
               INTO S-CAN-CLAVE
           END-STRING
           MOVE WS-FEC-NUM TO S-CAN-FECHA
           MOVE IDF_CANCELAC OF FD-CANCELAC TO S-CAN-IDF
           MOVE IMPDEV_CAPITAL OF FD-CANCELAC TO S-CAN-CAPITAL
           RELEASE SD-CAN-REGISTRO
           .
       1810-EXIT.
           EXIT.
       1800-FIN.
           EXIT.


       1850-EXTRAE-ANTERIOR SECTION.
           OPEN INPUT SINIESTROS-ANT
           IF WS-FS-ANT NOT = '00'
               DISPLAY 'ZET182 - SIN REGISTRO ANTERIOR - TODO '
                   'SINIESTRO DETECTADO SE PRESENTA COMO NUEVO'
               GO TO 1850-FIN
           END-IF
           PERFORM 1860-SUELTA-ANTERIOR THRU 1860-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE SINIESTROS-ANT
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1850-FIN
           .

       1860-SUELTA-ANTERIOR.
           READ SINIESTROS-ANT
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1860-EXIT
           END-READ
           MOVE SINANT-REGISTRO TO SD-ANT-REGISTRO
           RELEASE SD-ANT-REGISTRO
           .
       1860-EXIT.
           EXIT.
       1850-FIN.
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

       2000-LEER-CON-ORD.
           READ CON-ORD
               AT END
                   SET EOF-CONTRATOS TO TRUE
                   MOVE HIGH-VALUES TO WS-CLAVE-CON
               NOT AT END
                   MOVE W-CON-CLAVE TO WS-CLAVE-CON
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

       2400-LEER-RCD-ORD.
           READ RCD-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-RCD
               NOT AT END
                   MOVE W-RCD-CLAVE TO WS-CLAVE-RCD
           END-READ
           .
       2400-EXIT.
           EXIT.

       2500-LEER-CAN-ORD.
           READ CAN-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-CAN
               NOT AT END
                   MOVE W-CAN-CLAVE TO WS-CLAVE-CAN
           END-READ
           .
       2500-EXIT.
           EXIT.

       2600-LEER-ANT-ORD.
           READ ANT-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-ANT
               NOT AT END
                   MOVE W-ANT-CLAVE TO WS-CLAVE-ANT
           END-READ
           .
       2600-EXIT.
           EXIT.

       2700-LEER-NUEVO.
           READ NUEVOS-WRK
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-NUE
               NOT AT END
                   MOVE W-NUE-CLAVE TO WS-CLAVE-NUE
           END-READ
           .
       2700-EXIT.
           EXIT.

      ******************************************************************
      *  3000-EXAMINA-CONTRATO  -  UN PRESTAMO CON TODAS SUS PERSONAS. *
      *  SI ALGUNA FALLECIO SE CALCULA EL SALDO A LA FECHA Y VA AL     *
      *  SINIESTRO (CON COBERTURA) O A LEGALES (SIN COBERTURA), SALVO  *
      *  QUE NO SE DEBA NADA O QUE SE HAYA CANCELADO ANTES DE LA FECHA *
      *  DE FALLECIMIENTO                                              *
      ******************************************************************
       3000-EXAMINA-CONTRATO.
           MOVE W-CON-CLAVE       TO WS-CLAVE-ACT
           INITIALIZE WS-PRESTAMO
           MOVE W-CON-PRODUCTO    TO WS-PRE-PRODUCTO
           MOVE W-CON-DIVISA      TO WS-PRE-DIVISA
           MOVE W-CON-DIAS-IMPAGO TO WS-PRE-DIAS-IMPAGO
           MOVE 'N' TO WS-SW-FALLECIDO
           ADD 1 TO WS-CANT-CONTRATOS
           PERFORM 3050-BUSCA-FALLECIDO THRU 3050-EXIT
               UNTIL WS-CLAVE-CON NOT = WS-CLAVE-ACT

           PERFORM 2100-LEER-DRB-ORD THRU 2100-EXIT
               UNTIL WS-CLAVE-DRB NOT < WS-CLAVE-ACT
           PERFORM 2300-LEER-RCB-ORD THRU 2300-EXIT
               UNTIL WS-CLAVE-RCB NOT < WS-CLAVE-ACT
           PERFORM 2400-LEER-RCD-ORD THRU 2400-EXIT
               UNTIL WS-CLAVE-RCD NOT < WS-CLAVE-ACT
           PERFORM 2500-LEER-CAN-ORD THRU 2500-EXIT
               UNTIL WS-CLAVE-CAN NOT < WS-CLAVE-ACT

           IF WS-CLAVE-DRB NOT = WS-CLAVE-ACT
               OR NOT PRESTATARIO-FALLECIDO
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-CANT-AFECTADOS

           MOVE WS-PRE-FEC-FALLEC TO WS-FEC-CORTE
           IF WS-FEC-CORTE = ZERO
               MOVE WS-FECHA-PROCESO TO WS-FEC-CORTE
           END-IF
           MOVE 'N' TO WS-SW-CUBIERTO
           MOVE 'N' TO WS-SW-FUTUROS
           MOVE 'N' TO WS-SW-IMPAGOS
           MOVE 'N' TO WS-SW-CANC-PREVIA
           PERFORM 3100-ACUMULA-RECIBO THRU 3100-EXIT
               UNTIL WS-CLAVE-RCB NOT = WS-CLAVE-ACT
           PERFORM 3200-TOMA-POLIZA THRU 3200-EXIT
               UNTIL WS-CLAVE-RCD NOT = WS-CLAVE-ACT
           PERFORM 3150-BUSCA-CANCELACION THRU 3150-EXIT
               UNTIL WS-CLAVE-CAN NOT = WS-CLAVE-ACT
      * PRESTAMO YA CANCELADO O SIN NADA ADEUDADO: NO HAY QUE RECLAMAR
           IF CANCELADO-ANTES
               OR (W-DRB-SALDO NOT > ZERO
                   AND NOT HAY-RECIBOS-IMPAGOS)
               ADD 1 TO WS-CANT-SIN-DEUDA
               GO TO 3000-EXIT
           END-IF
      * SIN CRONOGRAMA POSTERIOR AL FALLECIMIENTO SE TOMA EL SALDO
           IF NOT HAY-RECIBOS-FUTUROS
               MOVE W-DRB-SALDO TO WS-PRE-CAPITAL
               IF WS-PRE-CAPITAL < ZERO
                   MOVE ZERO TO WS-PRE-CAPITAL
               END-IF
           END-IF

           IF PRESTAMO-CUBIERTO
               PERFORM 3300-GRABA-SINIESTRO THRU 3300-EXIT
           ELSE
               PERFORM 3400-GRABA-LEGALES THRU 3400-EXIT
           END-IF
           .
       3000-EXIT.
           EXIT.

       3050-BUSCA-FALLECIDO.
           IF NOT PRESTATARIO-FALLECIDO
               AND TB-FAL-CANT > ZERO
               SEARCH ALL TB-FAL-ENTRY
                   WHEN TB-FAL-NUP(TB-FAL-IDX) = W-CON-NUP
                       SET PRESTATARIO-FALLECIDO TO TRUE
                       MOVE TB-FAL-ORIGEN(TB-FAL-IDX)
                           TO WS-PRE-ORIGEN
                       MOVE W-CON-NUP TO WS-PRE-NUP
                       MOVE TB-FAL-FECHA(TB-FAL-IDX)
                           TO WS-PRE-FEC-FALLEC
                       MOVE TB-FAL-NOMBRE(TB-FAL-IDX)
                           TO WS-PRE-NOMBRE
               END-SEARCH
           END-IF
           PERFORM 2000-LEER-CON-ORD THRU 2000-EXIT
           .
       3050-EXIT.
           EXIT.

      * RECIBO POSTERIOR AL FALLECIMIENTO: CAPITAL NO VENCIDO.
      * RECIBO ANTERIOR: LO QUE QUEDO IMPAGO
       3100-ACUMULA-RECIBO.
           IF W-RCB-CON-SEGURO
               SET PRESTAMO-CUBIERTO TO TRUE
           END-IF
           IF WS-PRE-POLIZA = ZERO
               MOVE W-RCB-POLIZA TO WS-PRE-POLIZA
           END-IF
           IF W-RCB-FEC-VTO > WS-FEC-CORTE
               ADD W-RCB-CAPITAL TO WS-PRE-CAPITAL
               SET HAY-RECIBOS-FUTUROS TO TRUE
           ELSE
               ADD W-RCB-IMPAGO TO WS-PRE-VENCIDO
           END-IF
           IF W-RCB-IMPAGO > ZERO
               SET HAY-RECIBOS-IMPAGOS TO TRUE
           END-IF
           PERFORM 2300-LEER-RCB-ORD THRU 2300-EXIT
           .
       3100-EXIT.
           EXIT.

      * CANCELACION DE MDEC160R ANTERIOR A LA FECHA DE FALLECIMIENTO
       3150-BUSCA-CANCELACION.
           IF WS-PRE-FEC-FALLEC > ZERO
               AND W-CAN-FECHA < WS-PRE-FEC-FALLEC
               SET CANCELADO-ANTES TO TRUE
           END-IF
           PERFORM 2500-LEER-CAN-ORD THRU 2500-EXIT
           .
       3150-EXIT.
           EXIT.

       3200-TOMA-POLIZA.
           SET PRESTAMO-CUBIERTO TO TRUE
           IF WS-PRE-POLIZA = ZERO
               MOVE W-RCD-POLIZA TO WS-PRE-POLIZA
           END-IF
           PERFORM 2400-LEER-RCD-ORD THRU 2400-EXIT
           .
       3200-EXIT.
           EXIT.

       3300-GRABA-SINIESTRO.
           INITIALIZE SIN-REGISTRO
           MOVE WS-CLAVE-ACT      TO SIN-CLAVE
           MOVE WS-PRE-NUP        TO SIN-NUP
           MOVE WS-PRE-NOMBRE     TO SIN-NOMBRE
           MOVE WS-PRE-ORIGEN     TO SIN-ORIGEN
           MOVE WS-PRE-FEC-FALLEC TO SIN-FEC-FALLEC
           MOVE WS-FEC-CORTE      TO SIN-FEC-CORTE
           MOVE WS-PRE-POLIZA     TO SIN-POLIZA
           MOVE WS-PRE-PRODUCTO   TO SIN-PRODUCTO
           MOVE WS-PRE-DIVISA     TO SIN-DIVISA
           MOVE WS-PRE-CAPITAL    TO SIN-CAPITAL
           MOVE WS-PRE-VENCIDO    TO SIN-VENCIDO
           COMPUTE SIN-RECLAMABLE = WS-PRE-CAPITAL + WS-PRE-VENCIDO
           MOVE SIN-REGISTRO TO W-NUE-REGISTRO
           WRITE W-NUE-REGISTRO
           ADD 1 TO WS-CANT-CUBIERTOS
           .
       3300-EXIT.
           EXIT.

       3400-GRABA-LEGALES.
           MOVE SPACES TO LEG-REGISTRO
           MOVE WS-CLAVE-ACT(1:4)  TO LEG-ENTIDAD
           MOVE WS-CLAVE-ACT(5:4)  TO LEG-OFICINA
           MOVE WS-CLAVE-ACT(9:12) TO LEG-CUENTA
           MOVE WS-PRE-NUP         TO LEG-NUP
           MOVE WS-PRE-NOMBRE      TO LEG-NOMBRE
           MOVE WS-PRE-ORIGEN      TO LEG-ORIGEN
           MOVE WS-PRE-FEC-FALLEC  TO LEG-FEC-FALLEC
           MOVE WS-PRE-PRODUCTO    TO LEG-PRODUCTO
           MOVE WS-PRE-DIVISA      TO LEG-DIVISA
           MOVE W-DRB-SALDO        TO LEG-SALDO
           MOVE WS-PRE-DIAS-IMPAGO TO LEG-DIAS-IMPAGO
           MOVE WS-FECHA-PROCESO   TO LEG-FEC-PROCESO
           WRITE LEG-REGISTRO
           ADD 1 TO WS-CANT-LEGALES

           MOVE LEG-ENTIDAD     TO WSL-L-ENTIDAD
           MOVE LEG-OFICINA     TO WSL-L-OFICINA
           MOVE LEG-CUENTA      TO WSL-L-CUENTA
           MOVE LEG-NUP         TO WSL-L-NUP
           MOVE LEG-NOMBRE      TO WSL-L-NOMBRE
           MOVE LEG-ORIGEN      TO WSL-L-ORIGEN
           MOVE LEG-FEC-FALLEC  TO WSL-L-FEC-FALLEC
           MOVE LEG-PRODUCTO    TO WSL-L-PRODUCTO
           MOVE LEG-DIVISA      TO WSL-L-DIVISA
           MOVE LEG-SALDO       TO WSL-L-SALDO
           MOVE LEG-DIAS-IMPAGO TO WSL-L-DIAS
           MOVE WS-LINEA-LEGAL TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       3400-EXIT.
           EXIT.

      ******************************************************************
      *  5000-INICIA-SEGUIMIENTO  -  CRUCE DEL REGISTRO ANTERIOR CON   *
      *  LOS SINIESTROS DE HOY Y LAS CANCELACIONES DE MDEC160R         *
      ******************************************************************
       5000-INICIA-SEGUIMIENTO.
           CLOSE CON-ORD
           CLOSE DRB-ORD
           CLOSE RCB-ORD
           CLOSE RCD-ORD
           CLOSE CAN-ORD
           CLOSE NUEVOS-WRK
           CLOSE LEGALES-SAL

           OPEN INPUT  NUEVOS-WRK
           OPEN INPUT  ANT-ORD
           OPEN INPUT  CAN-ORD
           OPEN OUTPUT RECLAMO-SAL
           OPEN OUTPUT REGISTRO-SAL

           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-FECHA-PROCESO TO WST-FEC-SINIESTRO
           MOVE WS-TITULO-SINIESTRO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-ENCAB-SINIESTRO TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           PERFORM 2500-LEER-CAN-ORD THRU 2500-EXIT
           PERFORM 2600-LEER-ANT-ORD THRU 2600-EXIT
           PERFORM 2700-LEER-NUEVO THRU 2700-EXIT
           .

      ******************************************************************
      *  5100-ACTUALIZA-SINIESTRO  -  EL SINIESTRO YA PRESENTADO SE    *
      *  CONSERVA; EL NUEVO VA A LA ASEGURADORA.  EL PENDIENTE SE      *
      *  CIERRA CUANDO APARECE LA CANCELACION DEL PRESTAMO POSTERIOR   *
      *  AL FALLECIMIENTO                                              *
      ******************************************************************
       5100-ACTUALIZA-SINIESTRO.
           IF WS-CLAVE-ANT NOT > WS-CLAVE-NUE
               MOVE W-ANT-REGISTRO TO SIN-REGISTRO
               MOVE SPACES TO WS-NOVEDAD
               IF WS-CLAVE-NUE = WS-CLAVE-ANT
                   PERFORM 2700-LEER-NUEVO THRU 2700-EXIT
               END-IF
               PERFORM 2600-LEER-ANT-ORD THRU 2600-EXIT
           ELSE
               MOVE W-NUE-REGISTRO TO SIN-REGISTRO
               MOVE WS-FECHA-PROCESO TO SIN-FEC-ALTA
               MOVE 'P' TO SIN-ESTADO
               MOVE SIN-REGISTRO TO SINCLAIM-REGISTRO
               WRITE SINCLAIM-REGISTRO
               ADD 1 TO WS-CANT-NUEVOS
               MOVE 'NUEVO' TO WS-NOVEDAD
               PERFORM 2700-LEER-NUEVO THRU 2700-EXIT
           END-IF

           IF SIN-PENDIENTE
               PERFORM 2500-LEER-CAN-ORD THRU 2500-EXIT
                   UNTIL WS-CLAVE-CAN NOT < SIN-CLAVE
               PERFORM 5150-TOMA-CANCELACION THRU 5150-EXIT
                   UNTIL WS-CLAVE-CAN NOT = SIN-CLAVE
           END-IF

           EVALUATE TRUE
               WHEN SIN-PENDIENTE
                   COMPUTE SIN-DIAS-ABIERTO =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
                       - FUNCTION INTEGER-OF-DATE(SIN-FEC-ALTA)
                   ADD 1 TO WS-CANT-PENDIENTES
                   IF WS-NOVEDAD = SPACES
                       MOVE 'PENDIENTE' TO WS-NOVEDAD
                   END-IF
               WHEN WS-NOVEDAD = 'COBRADO'
                   ADD 1 TO WS-CANT-COBRADOS
           END-EVALUATE

           MOVE SIN-REGISTRO TO SINREG-REGISTRO
           WRITE SINREG-REGISTRO
           ADD 1 TO WS-CANT-REGISTRO
           IF WS-NOVEDAD NOT = SPACES
               PERFORM 5200-LINEA-SINIESTRO THRU 5200-EXIT
           END-IF
           .
       5100-EXIT.
           EXIT.

      * LA ULTIMA FECHA DE CANCELACION CIERRA EL SINIESTRO; LA ANTERIOR
      * AL FALLECIMIENTO NO ES COBRO DEL SEGURO
       5150-TOMA-CANCELACION.
           IF W-CAN-FECHA < SIN-FEC-FALLEC
               PERFORM 2500-LEER-CAN-ORD THRU 2500-EXIT
               GO TO 5150-EXIT
           END-IF
           MOVE 'C' TO SIN-ESTADO
           MOVE W-CAN-FECHA TO SIN-FEC-CANCEL
           MOVE W-CAN-IDF   TO SIN-IDF-CANCEL
           ADD W-CAN-CAPITAL TO SIN-IMP-CANCEL
           MOVE 'COBRADO' TO WS-NOVEDAD
           IF SIN-FEC-CANCEL > SIN-FEC-ALTA
               COMPUTE SIN-DIAS-ABIERTO =
                   FUNCTION INTEGER-OF-DATE(SIN-FEC-CANCEL)
                   - FUNCTION INTEGER-OF-DATE(SIN-FEC-ALTA)
           ELSE
               MOVE ZERO TO SIN-DIAS-ABIERTO
           END-IF
           PERFORM 2500-LEER-CAN-ORD THRU 2500-EXIT
           .
       5150-EXIT.
           EXIT.

       5200-LINEA-SINIESTRO.
           MOVE SIN-ENTIDAD      TO WSL-S-ENTIDAD
           MOVE SIN-OFICINA      TO WSL-S-OFICINA
           MOVE SIN-CUENTA       TO WSL-S-CUENTA
           MOVE SIN-NUP          TO WSL-S-NUP
           MOVE SIN-ORIGEN       TO WSL-S-ORIGEN
           MOVE SIN-FEC-FALLEC   TO WSL-S-FEC-FALLEC
           MOVE SIN-POLIZA       TO WSL-S-POLIZA
           MOVE SIN-RECLAMABLE   TO WSL-S-RECLAMABLE
           MOVE SIN-FEC-ALTA     TO WSL-S-FEC-ALTA
           MOVE WS-NOVEDAD       TO WSL-S-NOVEDAD
           MOVE SIN-FEC-CANCEL   TO WSL-S-FEC-CANCEL
           MOVE SIN-DIAS-ABIERTO TO WSL-S-DIAS
           MOVE WS-LINEA-SINIESTRO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       5200-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  CIERRE DE ARCHIVOS, RUNLOG Y RESUMEN        *
      ******************************************************************
       9000-FINALIZE.
           CLOSE NUEVOS-WRK
           CLOSE ANT-ORD
           CLOSE CAN-ORD
           CLOSE RECLAMO-SAL
           CLOSE REGISTRO-SAL
           CLOSE REPORTE-SIN
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET182' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-CONTRATOS TO RUNLOG-CANT-ENTRADA
           COMPUTE RUNLOG-CANT-SALIDA = WS-CANT-NUEVOS + WS-CANT-LEGALES
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET182 - SINIESTROS DE SEGURO DE VIDA'
           DISPLAY 'FALLECIDOS EN MAESTRO  . . : ' TB-FAL-CANT
           DISPLAY 'CONTRATOS LEIDOS . . . . . : ' WS-CANT-CONTRATOS
           DISPLAY 'CUENTAS RETENIDAS OBSHOLD  : ' TB-OBS-CANT
           DISPLAY 'RETENIDAS SIN TITULAR  . . : ' WS-CANT-OBS-SIN-TIT
           DISPLAY 'PRESTAMOS DE FALLECIDOS  . : ' WS-CANT-AFECTADOS
           DISPLAY 'SIN DEUDA O CANCEL. ANTES  : ' WS-CANT-SIN-DEUDA
           DISPLAY 'CON COBERTURA  . . . . . . : ' WS-CANT-CUBIERTOS
           DISPLAY 'SIN COBERTURA (LEGALES)  . : ' WS-CANT-LEGALES
           DISPLAY 'SINIESTROS NUEVOS  . . . . : ' WS-CANT-NUEVOS
           DISPLAY 'SINIESTROS PENDIENTES  . . : ' WS-CANT-PENDIENTES
           DISPLAY 'SINIESTROS COBRADOS HOY  . : ' WS-CANT-COBRADOS
           DISPLAY 'REGISTRO DE SINIESTROS . . : ' WS-CANT-REGISTRO
           .
