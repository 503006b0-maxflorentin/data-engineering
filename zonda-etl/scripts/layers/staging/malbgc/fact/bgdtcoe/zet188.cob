      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET188                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - MALBGC                      *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : REGISTRO MENSUAL DE BONIFICACIONES Y PRECIOS     *
      *               ESPECIALES DE COMISION.  TODA FILA VIGENTE DE    *
      *               BGDTCOE CON COMISION ESPECIFICA (IND-COMESPECIF),*
      *               REDUCCION (POR-REDUC) O CUENTA SECUNDARIA DE     *
      *               COBRO SE REGISTRA CON QUIEN LA OTORGO (USERID /  *
      *               TIMEST-UMO), CUANDO, Y EL INGRESO RESIGNADO      *
      *               CONTRA LA TARIFA ESTANDAR: BGDTCOM, O EL TRAMO   *
      *               DE BGDTTRA QUE CORRESPONDE AL SALDO PROMEDIO DE  *
      *               ODSSAL SI EL CONCEPTO ES POR TRAMOS.  SE MARCAN  *
      *               LAS BONIFICACIONES MAS ANTIGUAS QUE LA POLITICA  *
      *               (PARMBRG), LAS DE CLIENTES CUYO SEGMENTO YA NO   *
      *               TIENE REGLA EN REGBONIF Y LAS QUE COBRAN EN UNA  *
      *               CUENTA SECUNDARIA CERRADA SEGUN CTAMAEST.  EMITE *
      *               EL REGISTRO BONREG Y EL LISTADO RPBONREG CON     *
      *               CORTE POR SUCURSAL.                              *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET188.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - MALBGC.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS     ASSIGN TO PARMBRG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT REGLAS         ASSIGN TO REGBONIF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REG.
           SELECT SORT-REG       ASSIGN TO SRTBRGA.
           SELECT REGLAS-ORD     ASSIGN TO WBRGREG
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONCEPTOS      ASSIGN TO BGDTCOM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-COM.
           SELECT SORT-CON       ASSIGN TO SRTBRGB.
           SELECT CONCEPTOS-ORD  ASSIGN TO WBRGCON
               ORGANIZATION IS SEQUENTIAL.

           SELECT TRAMOS         ASSIGN TO BGDTTRA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRA.
           SELECT SORT-TRA       ASSIGN TO SRTBRGC.
           SELECT TRAMOS-ORD     ASSIGN TO WBRGTRA
               ORGANIZATION IS SEQUENTIAL.

           SELECT COMISIONES     ASSIGN TO BGDTCOE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-COE.
           SELECT SORT-COE       ASSIGN TO SRTBRGD.
           SELECT COMISIONES-ORD ASSIGN TO WBRGCOE
               ORGANIZATION IS SEQUENTIAL.

           SELECT SALDOS         ASSIGN TO ODSSAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SAL.
           SELECT SORT-SAL       ASSIGN TO SRTBRGE.
           SELECT SALDOS-ORD     ASSIGN TO WBRGSAL
               ORGANIZATION IS SEQUENTIAL.

           SELECT PARTICIP       ASSIGN TO WABGPPER
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PER.
           SELECT SORT-PER       ASSIGN TO SRTBRGF.
           SELECT PARTICIP-ORD   ASSIGN TO WBRGPER
               ORGANIZATION IS SEQUENTIAL.

           SELECT MAESTRO-CTAS   ASSIGN TO CTAMAEST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MAE.
           SELECT SORT-MAE       ASSIGN TO SRTBRGG.
           SELECT MAESTRO-ORD    ASSIGN TO WBRGMAE
               ORGANIZATION IS SEQUENTIAL.

           SELECT REGISTRO-WORK  ASSIGN TO WBRGRGW
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-SEC       ASSIGN TO SRTBRGH.
           SELECT REGISTRO-ORD   ASSIGN TO WBRGRGO
               ORGANIZATION IS SEQUENTIAL.

           SELECT FINAL-WORK     ASSIGN TO WBRGFIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-FIN       ASSIGN TO SRTBRGI.
           SELECT REGISTRO-SAL   ASSIGN TO BONREG
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-BRG    ASSIGN TO RPBONREG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-BRG-REGISTRO.
      *        DIAS DESDE EL OTORGAMIENTO PARA REVISAR UNA BONIFICACION
           05  PARM-BRG-DIAS-POLITICA PIC 9(05).
           05  FILLER                 PIC X(35).

      * REGLAS DE BONIFICACION, MANTENIDAS POR NEGOCIO (VER ZET187)
       FD  REGLAS
           RECORDING MODE IS F.
       01  REGBONIF-REGISTRO.
           05  REGBONIF-CLAVE.
               10  REGBONIF-DIVISA    PIC X(03).
               10  REGBONIF-SEGMENTO  PIC X(03).
               10  REGBONIF-CONCEPTO  PIC X(04).
           05  REGBONIF-SALDO-MINIMO  PIC 9(13)V99.
           05  REGBONIF-PLAN-SUELDO   PIC X(01).
           05  REGBONIF-FEC-DESDE     PIC 9(08).
           05  REGBONIF-FEC-HASTA     PIC 9(08).
           05  REGBONIF-ESTADO        PIC X(01).
           05  FILLER                 PIC X(17).

       SD  SORT-REG.
       01  SD-REG-REGISTRO.
           05  S-REG-CLAVE            PIC X(10).
           05  S-REG-FEC-DESDE        PIC 9(08).
           05  FILLER                 PIC X(02).

       FD  REGLAS-ORD
           RECORDING MODE IS F.
       01  W-REG-REGISTRO.
           05  W-REG-CLAVE            PIC X(10).
           05  W-REG-FEC-DESDE        PIC 9(08).
           05  FILLER                 PIC X(02).

      * DCLGEN BGTCCOM (LA COPIA BGDTCOM NO ES COPIABLE TAL CUAL)
       FD  CONCEPTOS
           RECORDING MODE IS F.
       01  COM-REGISTRO.
           05  COM-CONCEPTO           PIC X(04).
           05  COM-COMISION           PIC X(04).
           05  COM-FECHA-DESDE        PIC X(10).
           05  COM-FECHA-HASTA        PIC X(10).
           05  COM-ESTADO             PIC X(01).
           05  COM-FECHA-ESTADO       PIC X(10).
           05  COM-PERIOD-COM         PIC X(01).
           05  COM-DIVISA             PIC X(03).
           05  COM-PERIOD-COBR        PIC X(01).
           05  COM-CPO-LIBRE          PIC S9(03) USAGE COMP-3.
           05  COM-COMI-IM            PIC S9(13)V9(04) USAGE COMP-3.
           05  COM-COMI-PO            PIC S9(03)V9(05) USAGE COMP-3.
           05  COM-COMI-MIN           PIC S9(13)V9(04) USAGE COMP-3.
           05  COM-COMI-MAX           PIC S9(13)V9(04) USAGE COMP-3.
           05  COM-DIA-NAT-COBR       PIC S9(02) USAGE COMP-3.
           05  COM-IND-TRAMOS         PIC X(01).
           05  FILLER                 PIC X(53).

       SD  SORT-CON.
       01  SD-CON-REGISTRO.
           05  S-CON-CONCEPTO         PIC X(04).
           05  S-CON-FECHA-DESDE      PIC X(10).
           05  S-CON-COMISION         PIC X(04).
           05  S-CON-TRAMOS           PIC X(01).
           05  S-CON-COMI-IM          PIC S9(13)V9(04) COMP-3.
           05  S-CON-COMI-MIN         PIC S9(13)V9(04) COMP-3.
           05  FILLER                 PIC X(03).

       FD  CONCEPTOS-ORD
           RECORDING MODE IS F.
       01  W-CON-REGISTRO.
           05  W-CON-CONCEPTO         PIC X(04).
           05  W-CON-FECHA-DESDE      PIC X(10).
           05  W-CON-COMISION         PIC X(04).
           05  W-CON-TRAMOS           PIC X(01).
           05  W-CON-COMI-IM          PIC S9(13)V9(04) COMP-3.
           05  W-CON-COMI-MIN         PIC S9(13)V9(04) COMP-3.
           05  FILLER                 PIC X(03).

       FD  TRAMOS
           RECORDING MODE IS F.
           COPY "../bgdttra/bgdttra.cob".

       SD  SORT-TRA.
       01  SD-TRA-REGISTRO.
           05  S-TRA-CONCEPTO         PIC X(04).
           05  S-TRA-COMISION         PIC X(04).
           05  S-TRA-SALDO-HASTA      PIC S9(13)V9(04) COMP-3.
           05  S-TRA-FECHA-DESDE      PIC X(10).
           05  S-TRA-COMI-IM          PIC S9(13)V9(04) COMP-3.
           05  S-TRA-COMI-MIN         PIC S9(13)V9(04) COMP-3.
           05  FILLER                 PIC X(03).

       FD  TRAMOS-ORD
           RECORDING MODE IS F.
       01  W-TRA-REGISTRO.
           05  W-TRA-CONCEPTO         PIC X(04).
           05  W-TRA-COMISION         PIC X(04).
           05  W-TRA-SALDO-HASTA      PIC S9(13)V9(04) COMP-3.
           05  W-TRA-FECHA-DESDE      PIC X(10).
           05  W-TRA-COMI-IM          PIC S9(13)V9(04) COMP-3.
           05  W-TRA-COMI-MIN         PIC S9(13)V9(04) COMP-3.
           05  FILLER                 PIC X(03).

       FD  COMISIONES
           RECORDING MODE IS F.
           COPY "bgdtcoe.cob" REPLACING ==COE== BY ==FD-COE==.

       SD  SORT-COE.
       01  SD-COE-REGISTRO.
           05  S-COE-CLAVE            PIC X(20).
           05  S-COE-CONCEPTO         PIC X(04).
           05  S-COE-DIVISA           PIC X(03).
           05  S-COE-PLAN             PIC X(04).
           05  S-COE-FECHA-DESDE      PIC X(10).
           05  S-COE-COMESPECIF       PIC X(01).
           05  S-COE-POR-REDUC        PIC S9(03)V9(05) COMP-3.
           05  S-COE-COMI-IM          PIC S9(13)V9(04) COMP-3.
           05  S-COE-CLAVE-SEC        PIC X(20).
           05  S-COE-USERID-UMO       PIC X(08).
           05  S-COE-ENTIDAD-UMO      PIC X(04).
           05  S-COE-CENTRO-UMO       PIC X(04).
           05  S-COE-TIMEST-UMO       PIC X(26).
           05  FILLER                 PIC X(02).

       FD  COMISIONES-ORD
           RECORDING MODE IS F.
       01  W-COE-REGISTRO.
           05  W-COE-CLAVE.
               10  W-COE-ENTIDAD      PIC X(04).
               10  W-COE-CENTRO       PIC X(04).
               10  W-COE-CUENTA       PIC X(12).
           05  W-COE-CONCEPTO         PIC X(04).
           05  W-COE-DIVISA           PIC X(03).
           05  W-COE-PLAN             PIC X(04).
           05  W-COE-FECHA-DESDE      PIC X(10).
           05  W-COE-COMESPECIF       PIC X(01).
           05  W-COE-POR-REDUC        PIC S9(03)V9(05) COMP-3.
           05  W-COE-COMI-IM          PIC S9(13)V9(04) COMP-3.
           05  W-COE-CLAVE-SEC.
               10  W-COE-ENTIDAD-SEC  PIC X(04).
               10  W-COE-CENTRO-SEC   PIC X(04).
               10  W-COE-CUENTA-SEC   PIC X(12).
           05  W-COE-USERID-UMO       PIC X(08).
           05  W-COE-ENTIDAD-UMO      PIC X(04).
           05  W-COE-CENTRO-UMO       PIC X(04).
           05  W-COE-TIMEST-UMO       PIC X(26).
           05  FILLER                 PIC X(02).

       FD  SALDOS
           RECORDING MODE IS F.
           COPY
           "../../../moria/fact/saldos_balances_diarios/saldos_balances_
      -    "diarios.cob".

       SD  SORT-SAL.
       01  SD-SAL-REGISTRO.
           05  S-SAL-CLAVE            PIC X(20).
           05  S-SAL-PROME-MO         PIC S9(15)V99 COMP-3.
           05  FILLER                 PIC X(03).

       FD  SALDOS-ORD
           RECORDING MODE IS F.
       01  W-SAL-REGISTRO.
           05  W-SAL-CLAVE            PIC X(20).
           05  W-SAL-PROME-MO         PIC S9(15)V99 COMP-3.
           05  FILLER                 PIC X(03).

       FD  PARTICIP
           RECORDING MODE IS F.
       01  FD-PER-REG.
           COPY "../../../malbgp/fact/wabgpper/wabgpper.cob".

       SD  SORT-PER.
       01  SD-PER-REGISTRO.
           05  S-PER-CLAVE            PIC X(20).
           05  S-PER-ORDPAR           PIC 9(03).
           05  S-PER-SEGMENTO         PIC X(03).
           05  FILLER                 PIC X(02).

       FD  PARTICIP-ORD
           RECORDING MODE IS F.
       01  W-PER-REGISTRO.
           05  W-PER-CLAVE            PIC X(20).
           05  W-PER-ORDPAR           PIC 9(03).
           05  W-PER-SEGMENTO         PIC X(03).
           05  FILLER                 PIC X(02).

       FD  MAESTRO-CTAS
           RECORDING MODE IS F.
       01  MAE-REGISTRO.
           05  MAE-CLAVE.
               10  MAE-ENTIDAD        PIC X(04).
               10  MAE-CENTRO         PIC X(04).
               10  MAE-CUENTA         PIC X(12).
      *        ESTADO: A ACTIVA / C CERRADA / B BLOQUEADA
           05  MAE-ESTADO             PIC X(01).
           05  FILLER                 PIC X(09).

       SD  SORT-MAE.
       01  SD-MAE-REGISTRO.
           05  S-MAE-CLAVE            PIC X(20).
           05  S-MAE-ESTADO           PIC X(01).
           05  FILLER                 PIC X(09).

       FD  MAESTRO-ORD
           RECORDING MODE IS F.
       01  W-MAE-REGISTRO.
           05  W-MAE-CLAVE            PIC X(20).
           05  W-MAE-ESTADO           PIC X(01).
           05  FILLER                 PIC X(09).

      * FILA DEL REGISTRO ANTES DE VER LA CUENTA SECUNDARIA
       FD  REGISTRO-WORK
           RECORDING MODE IS F.
       01  RGW-REGISTRO               PIC X(200).

       SD  SORT-SEC.
       01  SD-SEC-REGISTRO.
           05  FILLER                 PIC X(141).
           05  S-SEC-CLAVE            PIC X(20).
           05  FILLER                 PIC X(39).

       FD  REGISTRO-ORD
           RECORDING MODE IS F.
       01  W-RGW-REGISTRO             PIC X(200).

       FD  FINAL-WORK
           RECORDING MODE IS F.
       01  FIN-REGISTRO               PIC X(200).

       SD  SORT-FIN.
       01  SD-FIN-REGISTRO.
           05  S-FIN-ENTIDAD          PIC X(04).
           05  S-FIN-CENTRO           PIC X(04).
           05  S-FIN-CUENTA           PIC X(12).
           05  FILLER                 PIC X(03).
           05  S-FIN-CONCEPTO         PIC X(04).
           05  FILLER                 PIC X(173).

      * REGISTRO DE BONIFICACIONES, POR SUCURSAL DE LA CUENTA
       FD  REGISTRO-SAL
           RECORDING MODE IS F.
       01  BONREG-REGISTRO.
           05  BONREG-ENTIDAD         PIC X(04).
           05  BONREG-CENTRO          PIC X(04).
           05  BONREG-CUENTA          PIC X(12).
           05  BONREG-DIVISA          PIC X(03).
           05  BONREG-CONCEPTO        PIC X(04).
           05  BONREG-PLAN            PIC X(04).
           05  BONREG-FECHA-DESDE     PIC X(10).
           05  BONREG-COMESPECIF      PIC X(01).
           05  BONREG-POR-REDUC       PIC S9(03)V9(05) COMP-3.
           05  BONREG-COMI-ESPECIF    PIC S9(13)V9(04) COMP-3.
      *        TARIFA ESTANDAR, COBRO EFECTIVO Y DIFERENCIA RESIGNADA
           05  BONREG-TARIFA          PIC S9(13)V9(04) COMP-3.
           05  BONREG-EFECTIVO        PIC S9(13)V9(04) COMP-3.
           05  BONREG-RESIGNADO       PIC S9(13)V9(04) COMP-3.
      *        QUIEN Y CUANDO
           05  BONREG-USERID-UMO      PIC X(08).
           05  BONREG-ENTIDAD-UMO     PIC X(04).
           05  BONREG-CENTRO-UMO      PIC X(04).
           05  BONREG-TIMEST-UMO      PIC X(26).
           05  BONREG-FEC-OTORGA      PIC 9(08).
           05  BONREG-ANTIG-DIAS      PIC 9(05).
           05  BONREG-SEGMENTO        PIC X(03).
      *        CUENTA SECUNDARIA DE COBRO Y SU ESTADO EN CTAMAEST
      *        (I = INEXISTENTE, BLANCO = SIN CUENTA SECUNDARIA)
           05  BONREG-CLAVE-SEC.
               10  BONREG-ENTIDAD-SEC PIC X(04).
               10  BONREG-CENTRO-SEC  PIC X(04).
               10  BONREG-CUENTA-SEC  PIC X(12).
           05  BONREG-ESTADO-SEC      PIC X(01).
      *        S = MAS ANTIGUA QUE LA POLITICA
           05  BONREG-MARCA-ANTIGUA   PIC X(01).
      *        S = EL SEGMENTO DEL CLIENTE NO TIENE REGLA EN REGBONIF
           05  BONREG-MARCA-SEGMENTO  PIC X(01).
      *        S = CUENTA SECUNDARIA CERRADA O INEXISTENTE
           05  BONREG-MARCA-SEC       PIC X(01).
           05  BONREG-FEC-PROCESO     PIC 9(08).
           05  FILLER                 PIC X(27).

       FD  REPORTE-BRG.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-REGLAS             PIC 9(05) COMP VALUE 3000.
       77  WS-MAX-CONCEPTOS          PIC 9(05) COMP VALUE 5000.
       77  WS-MAX-TRAMOS             PIC 9(05) COMP VALUE 20000.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FECHA-PROCESO-ALFA     PIC X(10).

       01  WS-FS-PAR                 PIC XX.
       01  WS-FS-REG                 PIC XX.
       01  WS-FS-COM                 PIC XX.
       01  WS-FS-TRA                 PIC XX.
       01  WS-FS-COE                 PIC XX.
           88  FS-COE-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-SAL                 PIC XX.
           88  FS-SAL-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-PER                 PIC XX.
           88  FS-PER-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-MAE                 PIC XX.

      * PARAMETROS DE LA CORRIDA (PARMBRG LOS PISA)
       01  WS-DIAS-POLITICA          PIC 9(05) VALUE 365.

       01  WS-SWITCHES.
           05  WS-SW-EOF-AUX         PIC X(01) VALUE 'N'.
               88  EOF-AUXILIAR          VALUE 'S'.
           05  WS-SW-EOF-COE         PIC X(01) VALUE 'N'.
               88  EOF-COMISIONES        VALUE 'S'.
           05  WS-SW-EOF-RGW         PIC X(01) VALUE 'N'.
               88  EOF-REGISTRO          VALUE 'S'.
           05  WS-SW-EOF-LIS         PIC X(01) VALUE 'N'.
               88  EOF-LISTADO           VALUE 'S'.
           05  WS-SW-REGLA           PIC X(01) VALUE 'N'.
               88  REGLA-ENCONTRADA      VALUE 'S'.
           05  WS-SW-TRAMO           PIC X(01) VALUE 'N'.
               88  TRAMO-ENCONTRADO      VALUE 'S'.

       01  WS-CLAVE-SAL              PIC X(20).
       01  WS-CLAVE-PER              PIC X(20).
       01  WS-CLAVE-MAE              PIC X(20).

      * CUENTA POSICIONADA EN SALDOS Y WABGPPER
       01  WS-CLAVE-POSICIONADA      PIC X(20) VALUE LOW-VALUES.
       01  WS-CTA-PROME-MO           PIC S9(15)V99 COMP-3.
       01  WS-CTA-SEGMENTO           PIC X(03).

      * FECHAS
       01  WS-FEC-ALFA               PIC X(10).
       01  WS-FEC-NUM                PIC 9(08).
       01  WS-SW-FECHA               PIC X(01).
           88  FECHA-VALIDA              VALUE 'S'.
       01  WS-DIAS-OTORGA            PIC S9(07) COMP.

      * REGLAS VIGENTES A LA FECHA DE PROCESO (SOLO LA CLAVE)
       01  TABLA-REGLAS.
           05  TB-REG-CANT           PIC 9(05) COMP VALUE ZERO.
           05  TB-REG-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON TB-REG-CANT
                   ASCENDING KEY IS TB-REG-CLAVE
                   INDEXED BY TB-REG-IDX.
               10  TB-REG-CLAVE      PIC X(10).

      * TARIFA DE CADA CONCEPTO, FILA VIGENTE MAS RECIENTE, CON EL
      * RANGO DE SUS TRAMOS EN TABLA-TRAMOS
       01  TABLA-CONCEPTOS.
           05  TB-CON-CANT           PIC 9(05) COMP VALUE ZERO.
           05  TB-CON-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON TB-CON-CANT
                   ASCENDING KEY IS TB-CON-CONCEPTO
                   INDEXED BY TB-CON-IDX.
               10  TB-CON-CONCEPTO   PIC X(04).
               10  TB-CON-COMISION   PIC X(04).
               10  TB-CON-TRAMOS     PIC X(01).
               10  TB-CON-COMI-IM    PIC S9(13)V9(04) COMP-3.
               10  TB-CON-COMI-MIN   PIC S9(13)V9(04) COMP-3.
               10  TB-CON-TRA-DESDE  PIC 9(05) COMP.
               10  TB-CON-TRA-HASTA  PIC 9(05) COMP.

      * TRAMOS POR SALDO, POR CONCEPTO Y SALDO-HASTA ASCENDENTE
       01  TABLA-TRAMOS.
           05  TB-TRA-CANT           PIC 9(05) COMP VALUE ZERO.
           05  TB-TRA-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON TB-TRA-CANT.
               10  TB-TRA-CONCEPTO   PIC X(04).
               10  TB-TRA-SALDO-HASTA
                                     PIC S9(13)V9(04) COMP-3.
               10  TB-TRA-COMI-IM    PIC S9(13)V9(04) COMP-3.
               10  TB-TRA-COMI-MIN   PIC S9(13)V9(04) COMP-3.
       01  WS-IX-TRA                 PIC 9(05) COMP.

      * CLAVE DE BUSQUEDA EN LA TABLA DE REGLAS
       01  WS-REG-BUSCA.
           05  WS-RB-DIVISA          PIC X(03).
           05  WS-RB-SEGMENTO        PIC X(03).
           05  WS-RB-CONCEPTO        PIC X(04).

      * IMPORTES DE LA FILA EN CURSO
       01  WS-TARIFA                 PIC S9(13)V9(04) COMP-3.
       01  WS-BASE                   PIC S9(13)V9(04) COMP-3.
       01  WS-EFECTIVO               PIC S9(13)V9(04) COMP-3.
       01  WS-RESIGNADO              PIC S9(13)V9(04) COMP-3.

      * CORTE DEL LISTADO POR SUCURSAL
       01  WS-CENTRO-ANT             PIC X(04) VALUE LOW-VALUES.
       01  WS-CANT-SUCURSAL          PIC 9(07) COMP.
       01  WS-RESIGNADO-SUCURSAL     PIC S9(15)V99 COMP-3.

       01  WS-CONTADORES.
           05  WS-CANT-LEIDAS        PIC 9(09) COMP.
           05  WS-CANT-REGISTRADAS   PIC 9(09) COMP.
           05  WS-CANT-ESPECIFICAS   PIC 9(09) COMP.
           05  WS-CANT-REDUCIDAS     PIC 9(09) COMP.
           05  WS-CANT-SECUNDARIAS   PIC 9(09) COMP.
           05  WS-CANT-ANTIGUAS      PIC 9(09) COMP.
           05  WS-CANT-SEGMENTO      PIC 9(09) COMP.
           05  WS-CANT-SEC-CERRADA   PIC 9(09) COMP.
           05  WS-CANT-SIN-TARIFA    PIC 9(09) COMP.
           05  WS-CANT-SUCURSALES    PIC 9(09) COMP.
       01  WS-TOT-RESIGNADO          PIC S9(15)V99 COMP-3 VALUE ZERO.

       01  WS-TITULO.
           05  FILLER                PIC X(50) VALUE
               'ZET188 - REGISTRO DE BONIFICACIONES DE COMISION - '.
           05  FILLER                PIC X(07) VALUE
               'FECHA: '.
           05  WST-FEC-PROCESO       PIC 9(08).

       01  WS-LEYENDA.
           05  FILLER                PIC X(50) VALUE
               'MARCAS: A ANTIGUEDAD MAYOR A LA POLITICA / S SEGME'.
           05  FILLER                PIC X(50) VALUE
               'NTO SIN REGLA / C CUENTA SECUNDARIA CERRADA O INEX'.
           05  FILLER                PIC X(07) VALUE
               'ISTENTE'.

       01  WS-LINEA-SUCURSAL.
           05  FILLER                PIC X(10) VALUE 'SUCURSAL: '.
           05  WSL-S-CENTRO          PIC X(04).

       01  WS-ENCAB-REGISTRO.
           05  FILLER                PIC X(50) VALUE
               'ENT  CUENTA       CONC E   %RED     TARIFA STD    '.
           05  FILLER                PIC X(50) VALUE
               '   EFECTIVO      RESIGNADO USUARIO  OTORGADA  DIAS'.
           05  FILLER                PIC X(28) VALUE
               ' SEG CSEC CUENTA SEC   S MRC'.

       01  WS-LINEA-REGISTRO.
           05  WSL-ENTIDAD           PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-CUENTA            PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-CONCEPTO          PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-COMESPECIF        PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-POR-REDUC         PIC ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-TARIFA            PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-EFECTIVO          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-RESIGNADO         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-USERID-UMO        PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-FEC-OTORGA        PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-ANTIG-DIAS        PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-SEGMENTO          PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-CENTRO-SEC        PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-CUENTA-SEC        PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-ESTADO-SEC        PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-MARCAS.
               10  WSL-MARCA-ANTIGUA PIC X(01).
               10  WSL-MARCA-SEGMENTO
                                     PIC X(01).
               10  WSL-MARCA-SEC     PIC X(01).

       01  WS-LINEA-TOT-SUCURSAL.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  FILLER                PIC X(24) VALUE
               'FILAS DE LA SUCURSAL: '.
           05  WSL-T-CANTIDAD        PIC ZZZ,ZZ9.
           05  FILLER                PIC X(14) VALUE
               '   RESIGNADO: '.
           05  WSL-T-RESIGNADO       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-LINEA-RESUMEN.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WSL-R-CONCEPTO        PIC X(44).
           05  WSL-R-CANTIDAD        PIC ZZZ,ZZZ,ZZ9.

       01  WS-LINEA-RESUMEN-IMP.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WSL-RI-CONCEPTO       PIC X(44).
           05  WSL-RI-IMPORTE        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE

           OPEN INPUT  COMISIONES-ORD
           OPEN INPUT  SALDOS-ORD
           OPEN INPUT  PARTICIP-ORD
           OPEN OUTPUT REGISTRO-WORK
           PERFORM 2000-LEER-COMISION THRU 2000-EXIT
           PERFORM 2200-LEER-SALDO THRU 2200-EXIT
           PERFORM 2300-LEER-PARTICIP THRU 2300-EXIT
           PERFORM 3000-VALORIZA-COMISION THRU 3000-EXIT
               UNTIL EOF-COMISIONES
           CLOSE COMISIONES-ORD
           CLOSE SALDOS-ORD
           CLOSE PARTICIP-ORD
           CLOSE REGISTRO-WORK

           SORT SORT-SEC
               ON ASCENDING KEY S-SEC-CLAVE
               USING REGISTRO-WORK
               GIVING REGISTRO-ORD
           SORT SORT-MAE
               ON ASCENDING KEY S-MAE-CLAVE
               USING MAESTRO-CTAS
               GIVING MAESTRO-ORD
           OPEN INPUT  REGISTRO-ORD
           OPEN INPUT  MAESTRO-ORD
           OPEN OUTPUT FINAL-WORK
           PERFORM 4000-LEER-REGISTRO THRU 4000-EXIT
           PERFORM 2400-LEER-MAESTRO THRU 2400-EXIT
           PERFORM 4100-CONTROLA-SECUNDARIA THRU 4100-EXIT
               UNTIL EOF-REGISTRO
           CLOSE REGISTRO-ORD
           CLOSE MAESTRO-ORD
           CLOSE FINAL-WORK

           SORT SORT-FIN
               ON ASCENDING KEY S-FIN-CENTRO
               ON ASCENDING KEY S-FIN-ENTIDAD
               ON ASCENDING KEY S-FIN-CUENTA
               ON ASCENDING KEY S-FIN-CONCEPTO
               USING FINAL-WORK
               GIVING REGISTRO-SAL
           PERFORM 6000-EMITE-LISTADO
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  PARAMETROS, TABLAS DE REGLAS, CONCEPTOS Y *
      *  TRAMOS, Y FUENTES ORDENADAS POR CUENTA                        *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           INITIALIZE WS-CONTADORES
           MOVE WS-FECHA-PROCESO(1:4) TO WS-FECHA-PROCESO-ALFA(1:4)
           MOVE '-'                   TO WS-FECHA-PROCESO-ALFA(5:1)
           MOVE WS-FECHA-PROCESO(5:2) TO WS-FECHA-PROCESO-ALFA(6:2)
           MOVE '-'                   TO WS-FECHA-PROCESO-ALFA(8:1)
           MOVE WS-FECHA-PROCESO(7:2) TO WS-FECHA-PROCESO-ALFA(9:2)

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM 1050-TOMA-PARAMETROS THRU 1050-EXIT
               END-READ
               CLOSE PARAMETROS
           END-IF

           OPEN INPUT REGLAS
           IF WS-FS-REG NOT = '00'
               DISPLAY 'ZET188 - NO SE PUDO ABRIR REGBONIF - '
                   'FILE STATUS ' WS-FS-REG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE REGLAS
           OPEN INPUT CONCEPTOS
           IF WS-FS-COM NOT = '00'
               DISPLAY 'ZET188 - NO SE PUDO ABRIR BGDTCOM - '
                   'FILE STATUS ' WS-FS-COM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CONCEPTOS
           OPEN INPUT TRAMOS
           IF WS-FS-TRA NOT = '00'
               DISPLAY 'ZET188 - NO SE PUDO ABRIR BGDTTRA - '
                   'FILE STATUS ' WS-FS-TRA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE TRAMOS
           OPEN INPUT COMISIONES
           IF WS-FS-COE NOT = '00'
               DISPLAY 'ZET188 - NO SE PUDO ABRIR BGDTCOE - '
                   'FILE STATUS ' WS-FS-COE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE COMISIONES
           OPEN INPUT SALDOS
           IF WS-FS-SAL NOT = '00'
               DISPLAY 'ZET188 - NO SE PUDO ABRIR ODSSAL - '
                   'FILE STATUS ' WS-FS-SAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE SALDOS
           OPEN INPUT PARTICIP
           IF WS-FS-PER NOT = '00'
               DISPLAY 'ZET188 - NO SE PUDO ABRIR WABGPPER - '
                   'FILE STATUS ' WS-FS-PER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PARTICIP
           OPEN INPUT MAESTRO-CTAS
           IF WS-FS-MAE NOT = '00'
               DISPLAY 'ZET188 - NO SE PUDO ABRIR CTAMAEST - '
                   'FILE STATUS ' WS-FS-MAE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE MAESTRO-CTAS

           SORT SORT-REG
               ON ASCENDING KEY S-REG-CLAVE
               ON DESCENDING KEY S-REG-FEC-DESDE
               INPUT PROCEDURE IS 1300-EXTRAE-REGLAS
               GIVING REGLAS-ORD
           OPEN INPUT REGLAS-ORD
           PERFORM 1100-CARGA-REGLA THRU 1100-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE REGLAS-ORD
           MOVE 'N' TO WS-SW-EOF-AUX

           SORT SORT-CON
               ON ASCENDING KEY S-CON-CONCEPTO
               ON DESCENDING KEY S-CON-FECHA-DESDE
               INPUT PROCEDURE IS 1400-EXTRAE-CONCEPTOS
               GIVING CONCEPTOS-ORD
           OPEN INPUT CONCEPTOS-ORD
           PERFORM 1200-CARGA-CONCEPTO THRU 1200-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CONCEPTOS-ORD
           MOVE 'N' TO WS-SW-EOF-AUX

           SORT SORT-TRA
               ON ASCENDING KEY S-TRA-CONCEPTO
               ON ASCENDING KEY S-TRA-SALDO-HASTA
               ON DESCENDING KEY S-TRA-FECHA-DESDE
               INPUT PROCEDURE IS 1500-EXTRAE-TRAMOS
               GIVING TRAMOS-ORD
           OPEN INPUT TRAMOS-ORD
           PERFORM 1250-CARGA-TRAMO THRU 1250-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE TRAMOS-ORD
           MOVE 'N' TO WS-SW-EOF-AUX

           SORT SORT-COE
               ON ASCENDING KEY S-COE-CLAVE
               ON ASCENDING KEY S-COE-CONCEPTO
               INPUT PROCEDURE IS 1600-EXTRAE-COMISIONES
               GIVING COMISIONES-ORD

           SORT SORT-SAL
               ON ASCENDING KEY S-SAL-CLAVE
               INPUT PROCEDURE IS 1700-EXTRAE-SALDOS
               GIVING SALDOS-ORD

           SORT SORT-PER
               ON ASCENDING KEY S-PER-CLAVE
               ON ASCENDING KEY S-PER-ORDPAR
               INPUT PROCEDURE IS 1800-EXTRAE-PARTICIP
               GIVING PARTICIP-ORD
           .

       1050-TOMA-PARAMETROS.
           IF PARM-BRG-DIAS-POLITICA IS NUMERIC
               AND PARM-BRG-DIAS-POLITICA > 0
               MOVE PARM-BRG-DIAS-POLITICA TO WS-DIAS-POLITICA
           END-IF
           .
       1050-EXIT.
           EXIT.

      * UNA FILA POR CLAVE; ALCANZA CON SABER QUE LA REGLA EXISTE
       1100-CARGA-REGLA.
           READ REGLAS-ORD
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF TB-REG-CANT > ZERO
               AND W-REG-CLAVE = TB-REG-CLAVE(TB-REG-CANT)
               GO TO 1100-EXIT
           END-IF
           IF TB-REG-CANT NOT < WS-MAX-REGLAS
               DISPLAY 'ZET188 - TABLA DE REGLAS DESBORDADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO TB-REG-CANT
           SET TB-REG-IDX TO TB-REG-CANT
           MOVE W-REG-CLAVE TO TB-REG-CLAVE(TB-REG-IDX)
           .
       1100-EXIT.
           EXIT.

      * LA PRIMERA FILA DE CADA CONCEPTO ES LA VIGENTE MAS RECIENTE
       1200-CARGA-CONCEPTO.
           READ CONCEPTOS-ORD
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1200-EXIT
           END-READ
           IF TB-CON-CANT > ZERO
               AND W-CON-CONCEPTO = TB-CON-CONCEPTO(TB-CON-CANT)
               GO TO 1200-EXIT
           END-IF
           IF TB-CON-CANT NOT < WS-MAX-CONCEPTOS
               DISPLAY 'ZET188 - TABLA DE CONCEPTOS DESBORDADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO TB-CON-CANT
           SET TB-CON-IDX TO TB-CON-CANT
           MOVE W-CON-CONCEPTO TO TB-CON-CONCEPTO(TB-CON-IDX)
           MOVE W-CON-COMISION TO TB-CON-COMISION(TB-CON-IDX)
           MOVE W-CON-TRAMOS   TO TB-CON-TRAMOS(TB-CON-IDX)
           MOVE W-CON-COMI-IM  TO TB-CON-COMI-IM(TB-CON-IDX)
           MOVE W-CON-COMI-MIN TO TB-CON-COMI-MIN(TB-CON-IDX)
           MOVE ZERO TO TB-CON-TRA-DESDE(TB-CON-IDX)
           MOVE ZERO TO TB-CON-TRA-HASTA(TB-CON-IDX)
           .
       1200-EXIT.
           EXIT.

      * SOLO LOS TRAMOS DE LA COMISION VIGENTE DEL CONCEPTO; DE CADA
      * SALDO-HASTA QUEDA LA VERSION MAS RECIENTE
       1250-CARGA-TRAMO.
           READ TRAMOS-ORD
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1250-EXIT
           END-READ
           IF TB-CON-CANT = ZERO
               GO TO 1250-EXIT
           END-IF
           SEARCH ALL TB-CON-ENTRY
               AT END
                   GO TO 1250-EXIT
               WHEN TB-CON-CONCEPTO(TB-CON-IDX) = W-TRA-CONCEPTO
                   CONTINUE
           END-SEARCH
           IF TB-CON-COMISION(TB-CON-IDX) NOT = W-TRA-COMISION
               GO TO 1250-EXIT
           END-IF
           IF TB-TRA-CANT > ZERO
               AND W-TRA-CONCEPTO = TB-TRA-CONCEPTO(TB-TRA-CANT)
               AND W-TRA-SALDO-HASTA = TB-TRA-SALDO-HASTA(TB-TRA-CANT)
               GO TO 1250-EXIT
           END-IF
           IF TB-TRA-CANT NOT < WS-MAX-TRAMOS
               DISPLAY 'ZET188 - TABLA DE TRAMOS DESBORDADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO TB-TRA-CANT
           MOVE W-TRA-CONCEPTO    TO TB-TRA-CONCEPTO(TB-TRA-CANT)
           MOVE W-TRA-SALDO-HASTA TO TB-TRA-SALDO-HASTA(TB-TRA-CANT)
           MOVE W-TRA-COMI-IM     TO TB-TRA-COMI-IM(TB-TRA-CANT)
           MOVE W-TRA-COMI-MIN    TO TB-TRA-COMI-MIN(TB-TRA-CANT)
           IF TB-CON-TRA-DESDE(TB-CON-IDX) = ZERO
               MOVE TB-TRA-CANT TO TB-CON-TRA-DESDE(TB-CON-IDX)
           END-IF
           MOVE TB-TRA-CANT TO TB-CON-TRA-HASTA(TB-CON-IDX)
           .
       1250-EXIT.
           EXIT.

      * SOLO REGLAS ACTIVAS Y VIGENTES A LA FECHA DE PROCESO
       1300-EXTRAE-REGLAS SECTION.
           OPEN INPUT REGLAS
           PERFORM 1310-SUELTA-REGLA THRU 1310-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE REGLAS
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1300-FIN
           .

       1310-SUELTA-REGLA.
           READ REGLAS
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1310-EXIT
           END-READ
           IF REGBONIF-ESTADO NOT = 'A'
               OR REGBONIF-DIVISA = SPACES
               GO TO 1310-EXIT
           END-IF
           IF REGBONIF-FEC-DESDE NOT NUMERIC
               OR REGBONIF-FEC-HASTA NOT NUMERIC
               GO TO 1310-EXIT
           END-IF
           IF REGBONIF-FEC-DESDE > WS-FECHA-PROCESO
               GO TO 1310-EXIT
           END-IF
           IF REGBONIF-FEC-HASTA NOT = ZERO
               AND REGBONIF-FEC-HASTA < WS-FECHA-PROCESO
               GO TO 1310-EXIT
           END-IF
           MOVE SPACES TO SD-REG-REGISTRO
           MOVE REGBONIF-CLAVE     TO S-REG-CLAVE
           MOVE REGBONIF-FEC-DESDE TO S-REG-FEC-DESDE
           RELEASE SD-REG-REGISTRO
           .
       1310-EXIT.
           EXIT.
       1300-FIN.
           EXIT.


      * VIGENTE: FECHA-HASTA EN BLANCO O NO ANTERIOR AL PROCESO
       1400-EXTRAE-CONCEPTOS SECTION.
           OPEN INPUT CONCEPTOS
           PERFORM 1410-SUELTA-CONCEPTO THRU 1410-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CONCEPTOS
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1400-FIN
           .

       1410-SUELTA-CONCEPTO.
           READ CONCEPTOS
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1410-EXIT
           END-READ
           IF COM-CONCEPTO = SPACES
               GO TO 1410-EXIT
           END-IF
           IF COM-FECHA-HASTA NOT = SPACES
               AND COM-FECHA-HASTA < WS-FECHA-PROCESO-ALFA
               GO TO 1410-EXIT
           END-IF
           MOVE SPACES TO SD-CON-REGISTRO
           MOVE COM-CONCEPTO    TO S-CON-CONCEPTO
           MOVE COM-FECHA-DESDE TO S-CON-FECHA-DESDE
           MOVE COM-COMISION    TO S-CON-COMISION
           MOVE 'N' TO S-CON-TRAMOS
           IF COM-IND-TRAMOS = 'S'
               MOVE 'S' TO S-CON-TRAMOS
           END-IF
           MOVE COM-COMI-IM     TO S-CON-COMI-IM
           MOVE COM-COMI-MIN    TO S-CON-COMI-MIN
           RELEASE SD-CON-REGISTRO
           .
       1410-EXIT.
           EXIT.
       1400-FIN.
           EXIT.


       1500-EXTRAE-TRAMOS SECTION.
           OPEN INPUT TRAMOS
           PERFORM 1510-SUELTA-TRAMO THRU 1510-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE TRAMOS
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1500-FIN
           .

       1510-SUELTA-TRAMO.
           READ TRAMOS
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1510-EXIT
           END-READ
           IF CONCEPTO OF TRA = SPACES
               GO TO 1510-EXIT
           END-IF
           IF FECHA-HASTA OF TRA NOT = SPACES
               AND FECHA-HASTA OF TRA < WS-FECHA-PROCESO-ALFA
               GO TO 1510-EXIT
           END-IF
           MOVE SPACES TO SD-TRA-REGISTRO
           MOVE CONCEPTO OF TRA    TO S-TRA-CONCEPTO
           MOVE COMISION OF TRA    TO S-TRA-COMISION
           MOVE SALDO-HASTA OF TRA TO S-TRA-SALDO-HASTA
           MOVE FECHA-DESDE OF TRA TO S-TRA-FECHA-DESDE
           MOVE COMI-IM OF TRA     TO S-TRA-COMI-IM
           MOVE COMI-MIN OF TRA    TO S-TRA-COMI-MIN
           RELEASE SD-TRA-REGISTRO
           .
       1510-EXIT.
           EXIT.
       1500-FIN.
           EXIT.


      * FILAS VIGENTES CON PRECIO ESPECIAL, REDUCCION O CUENTA
      * SECUNDARIA DISTINTA DE LA PROPIA
       1600-EXTRAE-COMISIONES SECTION.
           OPEN INPUT COMISIONES
           PERFORM 1610-SUELTA-COMISION THRU 1610-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE COMISIONES
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1600-FIN
           .

       1610-SUELTA-COMISION.
           READ COMISIONES
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1610-EXIT
           END-READ
           IF FS-COE-ERROR-LECTURA
               DISPLAY 'ZET188 - ERROR DE LECTURA '
                   'EN BGDTCOE - FILE STATUS ' WS-FS-COE
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-LEIDAS
           IF FECHA-HASTA OF FD-COE NOT = SPACES
               AND FECHA-HASTA OF FD-COE < WS-FECHA-PROCESO-ALFA
               GO TO 1610-EXIT
           END-IF
           MOVE SPACES TO SD-COE-REGISTRO
           MOVE ENTIDAD OF FD-COE     TO S-COE-CLAVE(1:4)
           MOVE CENTRO-ALTA OF FD-COE TO S-COE-CLAVE(5:4)
           MOVE CUENTA OF FD-COE      TO S-COE-CLAVE(9:12)
           IF CUENTA-SECUND OF FD-COE NOT = SPACES
               MOVE ENTIDAD-SECUND OF FD-COE TO S-COE-CLAVE-SEC(1:4)
               MOVE CENTRO-SECUND OF FD-COE  TO S-COE-CLAVE-SEC(5:4)
               MOVE CUENTA-SECUND OF FD-COE  TO S-COE-CLAVE-SEC(9:12)
               IF S-COE-CLAVE-SEC = S-COE-CLAVE
                   MOVE SPACES TO S-COE-CLAVE-SEC
               END-IF
           END-IF
           IF IND-COMESPECIF OF FD-COE NOT = 'S'
               AND POR-REDUC OF FD-COE NOT > ZERO
               AND S-COE-CLAVE-SEC = SPACES
               GO TO 1610-EXIT
           END-IF
           MOVE CONCEPTO OF FD-COE       TO S-COE-CONCEPTO
           MOVE DIVISA OF FD-COE         TO S-COE-DIVISA
           MOVE PLAN OF FD-COE           TO S-COE-PLAN
           MOVE FECHA-DESDE OF FD-COE    TO S-COE-FECHA-DESDE
           MOVE IND-COMESPECIF OF FD-COE TO S-COE-COMESPECIF
           MOVE POR-REDUC OF FD-COE      TO S-COE-POR-REDUC
           MOVE COMI-IM OF FD-COE        TO S-COE-COMI-IM
           MOVE USERID-UMO OF FD-COE     TO S-COE-USERID-UMO
           MOVE ENTIDAD-UMO OF FD-COE    TO S-COE-ENTIDAD-UMO
           MOVE CENTRO-UMO OF FD-COE     TO S-COE-CENTRO-UMO
           MOVE TIMEST-UMO OF FD-COE     TO S-COE-TIMEST-UMO
           RELEASE SD-COE-REGISTRO
           .
       1610-EXIT.
           EXIT.
       1600-FIN.
           EXIT.


       1700-EXTRAE-SALDOS SECTION.
           OPEN INPUT SALDOS
           PERFORM 1710-SUELTA-SALDO THRU 1710-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE SALDOS
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1700-FIN
           .

       1710-SUELTA-SALDO.
           READ SALDOS
               AT END
                   SET EOF-AUXILIAR TO TRUE
               NOT AT END
                   IF FS-SAL-ERROR-LECTURA
                       DISPLAY 'ZET188 - ERROR DE LECTURA '
                           'EN ODSSAL - FILE STATUS ' WS-FS-SAL
                       STOP RUN
                   END-IF
                   MOVE SPACES TO SD-SAL-REGISTRO
                   MOVE ODSSAL-COD-ENTIDAD    TO S-SAL-CLAVE(1:4)
                   MOVE ODSSAL-COD-CENTRO     TO S-SAL-CLAVE(5:4)
                   MOVE ODSSAL-NUM-CUENTA     TO S-SAL-CLAVE(9:12)
                   MOVE ODSSAL-IMPOR-PROME-MO TO S-SAL-PROME-MO
                   RELEASE SD-SAL-REGISTRO
           END-READ
           .
       1710-EXIT.
           EXIT.
       1700-FIN.
           EXIT.


      * SOLO PARTICIPACIONES VIGENTES; EL SEGMENTO ES EL DEL TITULAR
      * PRINCIPAL (MENOR ORDEN DE PARTICIPACION)
       1800-EXTRAE-PARTICIP SECTION.
           OPEN INPUT PARTICIP
           PERFORM 1810-SUELTA-PARTICIP THRU 1810-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE PARTICIP
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1800-FIN
           .

       1810-SUELTA-PARTICIP.
           READ PARTICIP
               AT END
                   SET EOF-AUXILIAR TO TRUE
               NOT AT END
                   IF FS-PER-ERROR-LECTURA
                       DISPLAY 'ZET188 - ERROR DE LECTURA '
                           'EN WABGPPER - FILE STATUS ' WS-FS-PER
                       STOP RUN
                   END-IF
                   IF FECBAJ OF WABGPPER = SPACES
                       MOVE SPACES TO SD-PER-REGISTRO
                       MOVE ENTIDAD OF WABGPPER TO S-PER-CLAVE(1:4)
                       MOVE CENTRO_ALTA OF WABGPPER
                           TO S-PER-CLAVE(5:4)
                       MOVE CUENTA OF WABGPPER  TO S-PER-CLAVE(9:12)
                       MOVE ORDPAR OF WABGPPER  TO S-PER-ORDPAR
                       MOVE SUBSEGMENTO OF WABGPPER
                           TO S-PER-SEGMENTO
                       RELEASE SD-PER-REGISTRO
                   END-IF
           END-READ
           .
       1810-EXIT.
           EXIT.
       1800-FIN.
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

       2000-LEER-COMISION.
           READ COMISIONES-ORD
               AT END
                   SET EOF-COMISIONES TO TRUE
           END-READ
           .
       2000-EXIT.
           EXIT.

       2200-LEER-SALDO.
           READ SALDOS-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-SAL
               NOT AT END
                   MOVE W-SAL-CLAVE TO WS-CLAVE-SAL
           END-READ
           .
       2200-EXIT.
           EXIT.

       2300-LEER-PARTICIP.
           READ PARTICIP-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-PER
               NOT AT END
                   MOVE W-PER-CLAVE TO WS-CLAVE-PER
           END-READ
           .
       2300-EXIT.
           EXIT.

       2400-LEER-MAESTRO.
           READ MAESTRO-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-MAE
               NOT AT END
                   MOVE W-MAE-CLAVE TO WS-CLAVE-MAE
           END-READ
           .
       2400-EXIT.
           EXIT.

      * SALDO PROMEDIO Y SEGMENTO DE LA CUENTA; LA CUENTA YA
      * POSICIONADA CONSERVA LOS QUE TIENE
       2900-POSICIONA-CUENTA.
           IF W-COE-CLAVE = WS-CLAVE-POSICIONADA
               GO TO 2900-EXIT
           END-IF
           MOVE W-COE-CLAVE TO WS-CLAVE-POSICIONADA
           MOVE ZERO   TO WS-CTA-PROME-MO
           MOVE SPACES TO WS-CTA-SEGMENTO
           PERFORM 2200-LEER-SALDO THRU 2200-EXIT
               UNTIL WS-CLAVE-SAL NOT < W-COE-CLAVE
           PERFORM 2910-ACUMULA-SALDO THRU 2910-EXIT
               UNTIL WS-CLAVE-SAL NOT = W-COE-CLAVE
           PERFORM 2300-LEER-PARTICIP THRU 2300-EXIT
               UNTIL WS-CLAVE-PER NOT < W-COE-CLAVE
           IF WS-CLAVE-PER = W-COE-CLAVE
               MOVE W-PER-SEGMENTO TO WS-CTA-SEGMENTO
           END-IF
           .
       2900-EXIT.
           EXIT.

       2910-ACUMULA-SALDO.
           ADD W-SAL-PROME-MO TO WS-CTA-PROME-MO
           PERFORM 2200-LEER-SALDO THRU 2200-EXIT
           .
       2910-EXIT.
           EXIT.

      ******************************************************************
      *  3000-VALORIZA-COMISION  -  TARIFA ESTANDAR, COBRO EFECTIVO,   *
      *  ANTIGUEDAD DEL OTORGAMIENTO Y SEGMENTO DE LA FILA EN CURSO    *
      ******************************************************************
       3000-VALORIZA-COMISION.
           PERFORM 2900-POSICIONA-CUENTA THRU 2900-EXIT
           PERFORM 3100-CALCULA-TARIFA THRU 3100-EXIT

           MOVE SPACES TO BONREG-REGISTRO
           MOVE W-COE-ENTIDAD       TO BONREG-ENTIDAD
           MOVE W-COE-CENTRO        TO BONREG-CENTRO
           MOVE W-COE-CUENTA        TO BONREG-CUENTA
           MOVE W-COE-DIVISA        TO BONREG-DIVISA
           MOVE W-COE-CONCEPTO      TO BONREG-CONCEPTO
           MOVE W-COE-PLAN          TO BONREG-PLAN
           MOVE W-COE-FECHA-DESDE   TO BONREG-FECHA-DESDE
           MOVE W-COE-COMESPECIF    TO BONREG-COMESPECIF
           MOVE W-COE-POR-REDUC     TO BONREG-POR-REDUC
           MOVE ZERO                TO BONREG-COMI-ESPECIF
           IF W-COE-COMESPECIF = 'S'
               MOVE W-COE-COMI-IM   TO BONREG-COMI-ESPECIF
           END-IF
           MOVE WS-TARIFA           TO BONREG-TARIFA
           MOVE WS-EFECTIVO         TO BONREG-EFECTIVO
           MOVE WS-RESIGNADO        TO BONREG-RESIGNADO
           MOVE W-COE-USERID-UMO    TO BONREG-USERID-UMO
           MOVE W-COE-ENTIDAD-UMO   TO BONREG-ENTIDAD-UMO
           MOVE W-COE-CENTRO-UMO    TO BONREG-CENTRO-UMO
           MOVE W-COE-TIMEST-UMO    TO BONREG-TIMEST-UMO
           MOVE WS-CTA-SEGMENTO     TO BONREG-SEGMENTO
           MOVE W-COE-CLAVE-SEC     TO BONREG-CLAVE-SEC
           MOVE 'N' TO BONREG-MARCA-ANTIGUA
           MOVE 'N' TO BONREG-MARCA-SEGMENTO
           MOVE 'N' TO BONREG-MARCA-SEC
           MOVE WS-FECHA-PROCESO    TO BONREG-FEC-PROCESO

           PERFORM 3300-ANTIGUEDAD THRU 3300-EXIT
           IF W-COE-COMESPECIF = 'S'
               OR W-COE-POR-REDUC > ZERO
               PERFORM 3400-CONTROLA-SEGMENTO THRU 3400-EXIT
           END-IF

           MOVE BONREG-REGISTRO TO RGW-REGISTRO
           WRITE RGW-REGISTRO

           PERFORM 2000-LEER-COMISION THRU 2000-EXIT
           .
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3100-CALCULA-TARIFA  -  TARIFA ESTANDAR DEL CONCEPTO (POR     *
      *  TRAMO DE SALDO SI CORRESPONDE); BASE = PRECIO ESPECIAL O      *
      *  TARIFA; EFECTIVO = BASE MENOS LA REDUCCION; RESIGNADO =       *
      *  TARIFA MENOS EFECTIVO (UN PRECIO ESPECIAL MAYOR NO RESIGNA)   *
      ******************************************************************
       3100-CALCULA-TARIFA.
           MOVE ZERO TO WS-TARIFA
           IF TB-CON-CANT > ZERO
               SEARCH ALL TB-CON-ENTRY
                   WHEN TB-CON-CONCEPTO(TB-CON-IDX) = W-COE-CONCEPTO
                       MOVE TB-CON-COMI-IM(TB-CON-IDX) TO WS-TARIFA
                       IF WS-TARIFA = ZERO
                           MOVE TB-CON-COMI-MIN(TB-CON-IDX)
                               TO WS-TARIFA
                       END-IF
                       IF TB-CON-TRAMOS(TB-CON-IDX) = 'S'
                           AND TB-CON-TRA-DESDE(TB-CON-IDX) > ZERO
                           PERFORM 3150-TARIFA-TRAMO THRU 3150-EXIT
                       END-IF
               END-SEARCH
           END-IF
           IF WS-TARIFA = ZERO
               ADD 1 TO WS-CANT-SIN-TARIFA
           END-IF

           MOVE WS-TARIFA TO WS-BASE
           IF W-COE-COMESPECIF = 'S'
               MOVE W-COE-COMI-IM TO WS-BASE
           END-IF
           IF W-COE-POR-REDUC NOT < 100
               MOVE ZERO TO WS-EFECTIVO
           ELSE
               COMPUTE WS-EFECTIVO ROUNDED =
                   WS-BASE * (100 - W-COE-POR-REDUC) / 100
           END-IF
           COMPUTE WS-RESIGNADO = WS-TARIFA - WS-EFECTIVO
           IF WS-RESIGNADO < ZERO
               MOVE ZERO TO WS-RESIGNADO
           END-IF
           .
       3100-EXIT.
           EXIT.

      * PRIMER TRAMO CUYO SALDO-HASTA CUBRE EL PROMEDIO; SI NINGUNO
      * LO CUBRE, EL ULTIMO
       3150-TARIFA-TRAMO.
           MOVE 'N' TO WS-SW-TRAMO
           PERFORM 3160-BUSCA-TRAMO
               VARYING WS-IX-TRA FROM TB-CON-TRA-DESDE(TB-CON-IDX)
               BY 1
               UNTIL WS-IX-TRA > TB-CON-TRA-HASTA(TB-CON-IDX)
                  OR TRAMO-ENCONTRADO
           IF NOT TRAMO-ENCONTRADO
               MOVE TB-CON-TRA-HASTA(TB-CON-IDX) TO WS-IX-TRA
           ELSE
               SUBTRACT 1 FROM WS-IX-TRA
           END-IF
           MOVE TB-TRA-COMI-IM(WS-IX-TRA) TO WS-TARIFA
           IF WS-TARIFA = ZERO
               MOVE TB-TRA-COMI-MIN(WS-IX-TRA) TO WS-TARIFA
           END-IF
           .
       3150-EXIT.
           EXIT.

       3160-BUSCA-TRAMO.
           IF TB-TRA-SALDO-HASTA(WS-IX-TRA) NOT < WS-CTA-PROME-MO
               SET TRAMO-ENCONTRADO TO TRUE
           END-IF
           .

      * FECHA DE OTORGAMIENTO: LA DEL TIMESTAMP DE LA ULTIMA
      * MODIFICACION; SIN TIMESTAMP VALIDO, LA FECHA-DESDE DE LA FILA
       3300-ANTIGUEDAD.
           MOVE ZERO TO BONREG-FEC-OTORGA
           MOVE ZERO TO BONREG-ANTIG-DIAS
           MOVE W-COE-TIMEST-UMO(1:10) TO WS-FEC-ALFA
           PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
           IF NOT FECHA-VALIDA
               MOVE W-COE-FECHA-DESDE TO WS-FEC-ALFA
               PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
           END-IF
           IF NOT FECHA-VALIDA
               OR WS-FEC-NUM > WS-FECHA-PROCESO
               GO TO 3300-EXIT
           END-IF
           MOVE WS-FEC-NUM TO BONREG-FEC-OTORGA
           COMPUTE WS-DIAS-OTORGA =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
             - FUNCTION INTEGER-OF-DATE(WS-FEC-NUM)
           IF WS-DIAS-OTORGA > 99999
               MOVE 99999 TO BONREG-ANTIG-DIAS
           ELSE
               MOVE WS-DIAS-OTORGA TO BONREG-ANTIG-DIAS
           END-IF
           IF (W-COE-COMESPECIF = 'S' OR W-COE-POR-REDUC > ZERO)
               AND WS-DIAS-OTORGA > WS-DIAS-POLITICA
               MOVE 'S' TO BONREG-MARCA-ANTIGUA
           END-IF
           .
       3300-EXIT.
           EXIT.

      ******************************************************************
      *  3400-CONTROLA-SEGMENTO  -  EL SEGMENTO DEL TITULAR TIENE QUE  *
      *  TENER REGLA EN REGBONIF PARA LA DIVISA Y EL CONCEPTO, DE LA   *
      *  MAS ESPECIFICA A LA MAS GENERAL                               *
      ******************************************************************
       3400-CONTROLA-SEGMENTO.
           MOVE 'N' TO WS-SW-REGLA
           IF TB-REG-CANT > ZERO
               MOVE W-COE-DIVISA    TO WS-RB-DIVISA
               MOVE WS-CTA-SEGMENTO TO WS-RB-SEGMENTO
               MOVE W-COE-CONCEPTO  TO WS-RB-CONCEPTO
               PERFORM 3410-BUSCA-TABLA
               IF NOT REGLA-ENCONTRADA
                   MOVE SPACES TO WS-RB-CONCEPTO
                   PERFORM 3410-BUSCA-TABLA
               END-IF
               IF NOT REGLA-ENCONTRADA
                   MOVE SPACES TO WS-RB-SEGMENTO
                   MOVE W-COE-CONCEPTO TO WS-RB-CONCEPTO
                   PERFORM 3410-BUSCA-TABLA
               END-IF
               IF NOT REGLA-ENCONTRADA
                   MOVE SPACES TO WS-RB-CONCEPTO
                   PERFORM 3410-BUSCA-TABLA
               END-IF
           END-IF
           IF NOT REGLA-ENCONTRADA
               MOVE 'S' TO BONREG-MARCA-SEGMENTO
           END-IF
           .
       3400-EXIT.
           EXIT.

       3410-BUSCA-TABLA.
           SEARCH ALL TB-REG-ENTRY
               WHEN TB-REG-CLAVE(TB-REG-IDX) = WS-REG-BUSCA
                   SET REGLA-ENCONTRADA TO TRUE
           END-SEARCH
           .

       4000-LEER-REGISTRO.
           READ REGISTRO-ORD
               AT END
                   SET EOF-REGISTRO TO TRUE
           END-READ
           .
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  4100-CONTROLA-SECUNDARIA  -  ESTADO DE LA CUENTA SECUNDARIA   *
      *  EN CTAMAEST Y CONTADORES DEL REGISTRO                         *
      ******************************************************************
       4100-CONTROLA-SECUNDARIA.
           MOVE W-RGW-REGISTRO TO BONREG-REGISTRO
           IF BONREG-CLAVE-SEC NOT = SPACES
               ADD 1 TO WS-CANT-SECUNDARIAS
               PERFORM 2400-LEER-MAESTRO THRU 2400-EXIT
                   UNTIL WS-CLAVE-MAE NOT < BONREG-CLAVE-SEC
               IF WS-CLAVE-MAE = BONREG-CLAVE-SEC
                   MOVE W-MAE-ESTADO TO BONREG-ESTADO-SEC
               ELSE
                   MOVE 'I' TO BONREG-ESTADO-SEC
               END-IF
               IF BONREG-ESTADO-SEC = 'C' OR BONREG-ESTADO-SEC = 'I'
                   MOVE 'S' TO BONREG-MARCA-SEC
                   ADD 1 TO WS-CANT-SEC-CERRADA
               END-IF
           END-IF

           ADD 1 TO WS-CANT-REGISTRADAS
           IF BONREG-COMESPECIF = 'S'
               ADD 1 TO WS-CANT-ESPECIFICAS
           END-IF
           IF BONREG-POR-REDUC > ZERO
               ADD 1 TO WS-CANT-REDUCIDAS
           END-IF
           IF BONREG-MARCA-ANTIGUA = 'S'
               ADD 1 TO WS-CANT-ANTIGUAS
           END-IF
           IF BONREG-MARCA-SEGMENTO = 'S'
               ADD 1 TO WS-CANT-SEGMENTO
           END-IF
           ADD BONREG-RESIGNADO TO WS-TOT-RESIGNADO

           MOVE BONREG-REGISTRO TO FIN-REGISTRO
           WRITE FIN-REGISTRO

           PERFORM 4000-LEER-REGISTRO THRU 4000-EXIT
           .
       4100-EXIT.
           EXIT.

      ******************************************************************
      *  6000-EMITE-LISTADO  -  REGISTRO CON CORTE POR SUCURSAL SOBRE  *
      *  BONREG YA ORDENADO                                            *
      ******************************************************************
       6000-EMITE-LISTADO.
           OPEN INPUT  REGISTRO-SAL
           OPEN OUTPUT REPORTE-BRG
           MOVE WS-FECHA-PROCESO TO WST-FEC-PROCESO
           MOVE WS-TITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-LEYENDA TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM 6100-LEER-LISTADO THRU 6100-EXIT
           PERFORM 6200-IMPRIME-REGISTRO THRU 6200-EXIT
               UNTIL EOF-LISTADO
           IF WS-CENTRO-ANT NOT = LOW-VALUES
               PERFORM 6300-CIERRA-SUCURSAL
           END-IF
           PERFORM 8000-RESUMEN
           CLOSE REGISTRO-SAL
           CLOSE REPORTE-BRG
           .

       6100-LEER-LISTADO.
           READ REGISTRO-SAL
               AT END
                   SET EOF-LISTADO TO TRUE
           END-READ
           .
       6100-EXIT.
           EXIT.

       6200-IMPRIME-REGISTRO.
           IF BONREG-CENTRO NOT = WS-CENTRO-ANT
               IF WS-CENTRO-ANT NOT = LOW-VALUES
                   PERFORM 6300-CIERRA-SUCURSAL
               END-IF
               MOVE BONREG-CENTRO TO WS-CENTRO-ANT
               MOVE ZERO TO WS-CANT-SUCURSAL
               MOVE ZERO TO WS-RESIGNADO-SUCURSAL
               ADD 1 TO WS-CANT-SUCURSALES
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE BONREG-CENTRO TO WSL-S-CENTRO
               MOVE WS-LINEA-SUCURSAL TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE WS-ENCAB-REGISTRO TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF
           ADD 1 TO WS-CANT-SUCURSAL
           ADD BONREG-RESIGNADO TO WS-RESIGNADO-SUCURSAL

           MOVE BONREG-ENTIDAD      TO WSL-ENTIDAD
           MOVE BONREG-CUENTA       TO WSL-CUENTA
           MOVE BONREG-CONCEPTO     TO WSL-CONCEPTO
           MOVE BONREG-COMESPECIF   TO WSL-COMESPECIF
           MOVE BONREG-POR-REDUC    TO WSL-POR-REDUC
           MOVE BONREG-TARIFA       TO WSL-TARIFA
           MOVE BONREG-EFECTIVO     TO WSL-EFECTIVO
           MOVE BONREG-RESIGNADO    TO WSL-RESIGNADO
           MOVE BONREG-USERID-UMO   TO WSL-USERID-UMO
           MOVE BONREG-FEC-OTORGA   TO WSL-FEC-OTORGA
           MOVE BONREG-ANTIG-DIAS   TO WSL-ANTIG-DIAS
           MOVE BONREG-SEGMENTO     TO WSL-SEGMENTO
           MOVE BONREG-CENTRO-SEC   TO WSL-CENTRO-SEC
           MOVE BONREG-CUENTA-SEC   TO WSL-CUENTA-SEC
           MOVE BONREG-ESTADO-SEC   TO WSL-ESTADO-SEC
           MOVE SPACES TO WSL-MARCAS
           IF BONREG-MARCA-ANTIGUA = 'S'
               MOVE 'A' TO WSL-MARCA-ANTIGUA
           END-IF
           IF BONREG-MARCA-SEGMENTO = 'S'
               MOVE 'S' TO WSL-MARCA-SEGMENTO
           END-IF
           IF BONREG-MARCA-SEC = 'S'
               MOVE 'C' TO WSL-MARCA-SEC
           END-IF
           MOVE WS-LINEA-REGISTRO TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           PERFORM 6100-LEER-LISTADO THRU 6100-EXIT
           .
       6200-EXIT.
           EXIT.

       6300-CIERRA-SUCURSAL.
           MOVE WS-CANT-SUCURSAL      TO WSL-T-CANTIDAD
           MOVE WS-RESIGNADO-SUCURSAL TO WSL-T-RESIGNADO
           MOVE WS-LINEA-TOT-SUCURSAL TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

      ******************************************************************
      *  8000-RESUMEN  -  TOTALES DEL REGISTRO Y DE CADA MARCA         *
      ******************************************************************
       8000-RESUMEN.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 'FILAS REGISTRADAS' TO WSL-R-CONCEPTO
           MOVE WS-CANT-REGISTRADAS TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE '  CON COMISION ESPECIFICA' TO WSL-R-CONCEPTO
           MOVE WS-CANT-ESPECIFICAS TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE '  CON PORCENTAJE DE REDUCCION' TO WSL-R-CONCEPTO
           MOVE WS-CANT-REDUCIDAS TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE '  CON CUENTA SECUNDARIA DE COBRO' TO WSL-R-CONCEPTO
           MOVE WS-CANT-SECUNDARIAS TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE '  SIN TARIFA ESTANDAR' TO WSL-R-CONCEPTO
           MOVE WS-CANT-SIN-TARIFA TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'SUCURSALES' TO WSL-R-CONCEPTO
           MOVE WS-CANT-SUCURSALES TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'A MAS ANTIGUAS QUE LA POLITICA' TO WSL-R-CONCEPTO
           MOVE WS-CANT-ANTIGUAS TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'S SEGMENTO SIN REGLA DE BONIFICACION'
               TO WSL-R-CONCEPTO
           MOVE WS-CANT-SEGMENTO TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'C CUENTA SECUNDARIA CERRADA O INEXISTENTE'
               TO WSL-R-CONCEPTO
           MOVE WS-CANT-SEC-CERRADA TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'INGRESO RESIGNADO DEL MES' TO WSL-RI-CONCEPTO
           MOVE WS-TOT-RESIGNADO TO WSL-RI-IMPORTE
           MOVE WS-LINEA-RESUMEN-IMP TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

       8200-LINEA-RESUMEN.
           MOVE WS-LINEA-RESUMEN TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

      ******************************************************************
      *  9000-FINALIZE  -  RUNLOG Y RESUMEN                            *
      ******************************************************************
       9000-FINALIZE.
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET188' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-LEIDAS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-REGISTRADAS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET188 - REGISTRO DE BONIFICACIONES'
           DISPLAY 'FILAS DE BGDTCOE LEIDAS  . : ' WS-CANT-LEIDAS
           DISPLAY 'FILAS REGISTRADAS  . . . . : ' WS-CANT-REGISTRADAS
           DISPLAY 'MAS ANTIGUAS QUE POLITICA  : ' WS-CANT-ANTIGUAS
           DISPLAY 'SEGMENTO SIN REGLA . . . . : ' WS-CANT-SEGMENTO
           DISPLAY 'SECUNDARIA CERRADA . . . . : ' WS-CANT-SEC-CERRADA
           DISPLAY 'INGRESO RESIGNADO  . . . . : ' WS-TOT-RESIGNADO
           .
