      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET187                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - MALBGC                      *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : BONIFICACION MENSUAL DE COMISIONES POR SALDO     *
      *               PROMEDIO.  CADA FILA VIGENTE DE BGDTCOE (CUENTA  *
      *               Y CONCEPTO) SE EVALUA CONTRA LA TABLA DE REGLAS  *
      *               REGBONIF, MANTENIDA POR NEGOCIO: SALDO PROMEDIO  *
      *               MINIMO POR DIVISA, SEGMENTO Y CONCEPTO, Y MARCA  *
      *               DE PLAN SUELDO QUE BONIFICA SIN MINIMO.  EL      *
      *               PROMEDIO SALE DE ODSSAL, EL PLAN SUELDO DE       *
      *               MAESCTAS Y EL SEGMENTO DEL TITULAR PRINCIPAL EN  *
      *               WABGPPER.  LA CUENTA QUE INTEGRA UN PAQUETE DE   *
      *               BGECMOCL (STAGE STGOCL) SE EVALUA POR EL PAQUETE:*
      *               SUMA DE LOS PROMEDIOS EN MONEDA LOCAL DE SUS     *
      *               MIEMBROS Y SEGMENTO DEL PIVOTE.  EMITE LA        *
      *               DECISION BONIFICA/COBRA PARA FACTURACION         *
      *               (BONDEC) Y LAS DIFERENCIAS CONTRA LA REDUCCION   *
      *               VIGENTE EN BGDTCOE (BONDIF Y LISTADO RPBONDIF):  *
      *               COBRADAS CON DERECHO A BONIFICACION Y            *
      *               BONIFICADAS SIN DERECHO.  BGDTCOM APORTA EL      *
      *               IMPORTE DE LISTA DEL CONCEPTO.                   *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET187.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - MALBGC.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS     ASSIGN TO PARMBON
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT REGLAS         ASSIGN TO REGBONIF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REG.
           SELECT SORT-REG       ASSIGN TO SRTBONA.
           SELECT REGLAS-ORD     ASSIGN TO WBONREG
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONCEPTOS      ASSIGN TO BGDTCOM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-COM.
           SELECT SORT-CON       ASSIGN TO SRTBONB.
           SELECT CONCEPTOS-ORD  ASSIGN TO WBONCON
               ORGANIZATION IS SEQUENTIAL.

           SELECT COMISIONES     ASSIGN TO BGDTCOE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-COE.
           SELECT SORT-COE       ASSIGN TO SRTBONC.
           SELECT COMISIONES-ORD ASSIGN TO WBONCOE
               ORGANIZATION IS SEQUENTIAL.

           SELECT SALDOS         ASSIGN TO ODSSAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SAL.
           SELECT SORT-SAL       ASSIGN TO SRTBOND.
           SELECT SALDOS-ORD     ASSIGN TO WBONSAL
               ORGANIZATION IS SEQUENTIAL.

           SELECT CUENTAS-BNL    ASSIGN TO MAESCTAS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CUE.
           SELECT SORT-CUE       ASSIGN TO SRTBONE.
           SELECT CUENTAS-ORD    ASSIGN TO WBONCUE
               ORGANIZATION IS SEQUENTIAL.

           SELECT PARTICIP       ASSIGN TO WABGPPER
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PER.
           SELECT SORT-PER       ASSIGN TO SRTBONF.
           SELECT PARTICIP-ORD   ASSIGN TO WBONPER
               ORGANIZATION IS SEQUENTIAL.

           SELECT AGRUPACIONES   ASSIGN TO STGOCL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-OCL.
           SELECT SORT-MIE       ASSIGN TO SRTBONG.
           SELECT MIEMBROS-ORD   ASSIGN TO WBONMIE
               ORGANIZATION IS SEQUENTIAL.

           SELECT PAQMIE-WORK    ASSIGN TO WBONPQM
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-PAQ       ASSIGN TO SRTBONH.
           SELECT PAQMIE-ORD     ASSIGN TO WBONPQO
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAQTOT-WORK    ASSIGN TO WBONTPQ
               ORGANIZATION IS SEQUENTIAL.

           SELECT EVALUA-WORK    ASSIGN TO WBONEVA
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-EVA       ASSIGN TO SRTBONI.
           SELECT EVALUA-ORD     ASSIGN TO WBONEVO
               ORGANIZATION IS SEQUENTIAL.

           SELECT DECISION-SAL   ASSIGN TO BONDEC
               ORGANIZATION IS SEQUENTIAL.
           SELECT DIFEREN-WORK   ASSIGN TO WBONDIF
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-DIF       ASSIGN TO SRTBONJ.
           SELECT DIFEREN-SAL    ASSIGN TO BONDIF
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-BON    ASSIGN TO RPBONDIF
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-BON-REGISTRO.
      *        MONEDA EN QUE SE EVALUAN LOS PAQUETES (PROMEDIO EN ML)
           05  PARM-BON-MONEDA-LOCAL  PIC X(03).
      *        PORCENTAJE DE REDUCCION QUE DA LA COMISION POR BONIFICADA
           05  PARM-BON-POR-BONIF     PIC 9(03)V99.
           05  FILLER                 PIC X(32).

      * REGLAS DE BONIFICACION, MANTENIDAS POR NEGOCIO.  SEGMENTO O
      * CONCEPTO EN BLANCO VALEN PARA TODOS; GANA LA REGLA MAS
      * ESPECIFICA Y, ENTRE VERSIONES, LA DE VIGENCIA MAS RECIENTE
       FD  REGLAS
           RECORDING MODE IS F.
       01  REGBONIF-REGISTRO.
           05  REGBONIF-CLAVE.
               10  REGBONIF-DIVISA    PIC X(03).
               10  REGBONIF-SEGMENTO  PIC X(03).
               10  REGBONIF-CONCEPTO  PIC X(04).
           05  REGBONIF-SALDO-MINIMO  PIC 9(13)V99.
      *        S = EL PLAN SUELDO BONIFICA SIN EXIGIR SALDO MINIMO
           05  REGBONIF-PLAN-SUELDO   PIC X(01).
           05  REGBONIF-FEC-DESDE     PIC 9(08).
      *        CEROS = VIGENCIA ABIERTA
           05  REGBONIF-FEC-HASTA     PIC 9(08).
      *        A ACTIVA / B BAJA
           05  REGBONIF-ESTADO        PIC X(01).
           05  FILLER                 PIC X(17).

       SD  SORT-REG.
       01  SD-REG-REGISTRO.
           05  S-REG-CLAVE            PIC X(10).
           05  S-REG-FEC-DESDE        PIC 9(08).
           05  S-REG-SALDO-MINIMO     PIC 9(13)V99.
           05  S-REG-PLAN-SUELDO      PIC X(01).
           05  FILLER                 PIC X(06).

       FD  REGLAS-ORD
           RECORDING MODE IS F.
       01  W-REG-REGISTRO.
           05  W-REG-CLAVE            PIC X(10).
           05  W-REG-FEC-DESDE        PIC 9(08).
           05  W-REG-SALDO-MINIMO     PIC 9(13)V99.
           05  W-REG-PLAN-SUELDO      PIC X(01).
           05  FILLER                 PIC X(06).

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
           05  FILLER                 PIC X(79).

       SD  SORT-CON.
       01  SD-CON-REGISTRO.
           05  S-CON-CONCEPTO         PIC X(04).
           05  S-CON-FECHA-DESDE      PIC X(10).
           05  S-CON-COMI-IM          PIC S9(13)V9(04) COMP-3.
           05  FILLER                 PIC X(03).

       FD  CONCEPTOS-ORD
           RECORDING MODE IS F.
       01  W-CON-REGISTRO.
           05  W-CON-CONCEPTO         PIC X(04).
           05  W-CON-FECHA-DESDE      PIC X(10).
           05  W-CON-COMI-IM          PIC S9(13)V9(04) COMP-3.
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
           05  S-COE-POR-REDUC        PIC S9(03)V9(05) COMP-3.
           05  S-COE-COMI-IM          PIC S9(13)V9(04) COMP-3.
           05  FILLER                 PIC X(03).

       FD  COMISIONES-ORD
           RECORDING MODE IS F.
       01  W-COE-REGISTRO.
           05  W-COE-CLAVE            PIC X(20).
           05  W-COE-CONCEPTO         PIC X(04).
           05  W-COE-DIVISA           PIC X(03).
           05  W-COE-PLAN             PIC X(04).
           05  W-COE-POR-REDUC        PIC S9(03)V9(05) COMP-3.
           05  W-COE-COMI-IM          PIC S9(13)V9(04) COMP-3.
           05  FILLER                 PIC X(03).

       FD  SALDOS
           RECORDING MODE IS F.
           COPY
           "../../../moria/fact/saldos_balances_diarios/saldos_balances_
      -    "diarios.cob".

       SD  SORT-SAL.
       01  SD-SAL-REGISTRO.
           05  S-SAL-CLAVE            PIC X(20).
           05  S-SAL-MONEDA           PIC X(03).
           05  S-SAL-PROME-MO         PIC S9(15)V99 COMP-3.
           05  S-SAL-PROME-ML         PIC S9(15)V99 COMP-3.
           05  FILLER                 PIC X(03).

       FD  SALDOS-ORD
           RECORDING MODE IS F.
       01  W-SAL-REGISTRO.
           05  W-SAL-CLAVE            PIC X(20).
           05  W-SAL-MONEDA           PIC X(03).
           05  W-SAL-PROME-MO         PIC S9(15)V99 COMP-3.
           05  W-SAL-PROME-ML         PIC S9(15)V99 COMP-3.
           05  FILLER                 PIC X(03).

       FD  CUENTAS-BNL
           RECORDING MODE IS F.
       01  FD-CUENTA.
           COPY "../../../abae/fact/maesctas/maesctas.cob"
               REPLACING ==:ZOECCUE:== BY ==ZOECCUE==.

       SD  SORT-CUE.
       01  SD-CUE-REGISTRO.
           05  S-CUE-CLAVE            PIC X(20).
           05  S-CUE-PLAN-SUELDO      PIC X(01).
           05  FILLER                 PIC X(03).

       FD  CUENTAS-ORD
           RECORDING MODE IS F.
       01  W-CUE-REGISTRO.
           05  W-CUE-CLAVE            PIC X(20).
           05  W-CUE-PLAN-SUELDO      PIC X(01).
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

       FD  AGRUPACIONES
           RECORDING MODE IS F.
       01  FD-REG.
           COPY "../bgecmocl/bgecmocl.cob" REPLACING ==OCL== BY
               ==FD-OCL==.

       SD  SORT-MIE.
       01  SD-MIE-REGISTRO.
           05  S-MIE-CLAVE            PIC X(20).
           05  S-MIE-PAQ-CLAVE        PIC X(20).
           05  S-MIE-PIVOTE           PIC X(01).
           05  FILLER                 PIC X(03).

       FD  MIEMBROS-ORD
           RECORDING MODE IS F.
       01  W-MIE-REGISTRO.
           05  W-MIE-CLAVE            PIC X(20).
           05  W-MIE-PAQ-CLAVE        PIC X(20).
           05  W-MIE-PIVOTE           PIC X(01).
           05  FILLER                 PIC X(03).

      * MIEMBRO DE PAQUETE CON SU PROMEDIO, PLAN SUELDO Y SEGMENTO
       FD  PAQMIE-WORK
           RECORDING MODE IS F.
       01  PQM-REGISTRO.
           05  PQM-PAQ-CLAVE          PIC X(20).
           05  PQM-PIVOTE             PIC X(01).
           05  PQM-CLAVE              PIC X(20).
           05  PQM-PROME-ML           PIC S9(15)V99 COMP-3.
           05  PQM-PLAN-SUELDO        PIC X(01).
           05  PQM-SEGMENTO           PIC X(03).
           05  FILLER                 PIC X(02).

       SD  SORT-PAQ.
       01  SD-PAQ-REGISTRO.
           05  S-PAQ-CLAVE            PIC X(20).
           05  S-PAQ-PIVOTE           PIC X(01).
           05  S-PAQ-MIE-CLAVE        PIC X(20).
           05  FILLER                 PIC X(15).

       FD  PAQMIE-ORD
           RECORDING MODE IS F.
       01  W-PQM-REGISTRO.
           05  W-PQM-PAQ-CLAVE        PIC X(20).
           05  W-PQM-PIVOTE           PIC X(01).
           05  W-PQM-CLAVE            PIC X(20).
           05  W-PQM-PROME-ML         PIC S9(15)V99 COMP-3.
           05  W-PQM-PLAN-SUELDO      PIC X(01).
           05  W-PQM-SEGMENTO         PIC X(03).
           05  FILLER                 PIC X(02).

      * TOTAL DEL PAQUETE, YA EN ORDEN DE PAQUETE
       FD  PAQTOT-WORK
           RECORDING MODE IS F.
       01  TPQ-REGISTRO.
           05  TPQ-PAQ-CLAVE          PIC X(20).
           05  TPQ-PROME-ML           PIC S9(15)V99 COMP-3.
           05  TPQ-PLAN-SUELDO        PIC X(01).
           05  TPQ-SEGMENTO           PIC X(03).
           05  TPQ-CANT-MIEMBROS      PIC 9(05).
           05  FILLER                 PIC X(02).

      * FILA DE COMISION CON LOS DATOS DE SU CUENTA Y SU PAQUETE
       FD  EVALUA-WORK
           RECORDING MODE IS F.
       01  EVA-REGISTRO.
           05  EVA-PAQ-CLAVE          PIC X(20).
           05  EVA-CLAVE              PIC X(20).
           05  EVA-CONCEPTO           PIC X(04).
           05  EVA-DIVISA             PIC X(03).
           05  EVA-PLAN               PIC X(04).
           05  EVA-POR-REDUC          PIC S9(03)V9(05) COMP-3.
           05  EVA-IMPORTE            PIC S9(13)V9(04) COMP-3.
           05  EVA-PROME-MO           PIC S9(15)V99 COMP-3.
           05  EVA-PLAN-SUELDO        PIC X(01).
           05  EVA-SEGMENTO           PIC X(03).
           05  EVA-EN-SALDOS          PIC X(01).
           05  FILLER                 PIC X(01).

       SD  SORT-EVA.
       01  SD-EVA-REGISTRO.
           05  S-EVA-PAQ-CLAVE        PIC X(20).
           05  S-EVA-CLAVE            PIC X(20).
           05  S-EVA-CONCEPTO         PIC X(04).
           05  FILLER                 PIC X(36).

       FD  EVALUA-ORD
           RECORDING MODE IS F.
       01  W-EVA-REGISTRO.
           05  W-EVA-PAQ-CLAVE.
               10  W-EVA-ENTIDAD-PAQ  PIC X(04).
               10  W-EVA-CENTRO-PAQ   PIC X(04).
               10  W-EVA-PAQUETE      PIC X(12).
           05  W-EVA-CLAVE.
               10  W-EVA-ENTIDAD      PIC X(04).
               10  W-EVA-CENTRO       PIC X(04).
               10  W-EVA-CUENTA       PIC X(12).
           05  W-EVA-CONCEPTO         PIC X(04).
           05  W-EVA-DIVISA           PIC X(03).
           05  W-EVA-PLAN             PIC X(04).
           05  W-EVA-POR-REDUC        PIC S9(03)V9(05) COMP-3.
           05  W-EVA-IMPORTE          PIC S9(13)V9(04) COMP-3.
           05  W-EVA-PROME-MO         PIC S9(15)V99 COMP-3.
           05  W-EVA-PLAN-SUELDO      PIC X(01).
           05  W-EVA-SEGMENTO         PIC X(03).
           05  W-EVA-EN-SALDOS        PIC X(01).
           05  FILLER                 PIC X(01).

      * DECISION PARA FACTURACION, UNA POR CUENTA Y CONCEPTO
       FD  DECISION-SAL
           RECORDING MODE IS F.
       01  BONDEC-REGISTRO.
           05  BONDEC-ENTIDAD         PIC X(04).
           05  BONDEC-CENTRO          PIC X(04).
           05  BONDEC-CUENTA          PIC X(12).
           05  BONDEC-DIVISA          PIC X(03).
           05  BONDEC-CONCEPTO        PIC X(04).
           05  BONDEC-PLAN            PIC X(04).
      *        B BONIFICA / C COBRA
           05  BONDEC-DECISION        PIC X(01).
      *        PS PLAN SUELDO / SP SALDO PROMEDIO SUFICIENTE
      *        SI SALDO PROMEDIO INSUFICIENTE / SR SIN REGLA APLICABLE
           05  BONDEC-MOTIVO          PIC X(02).
      *        C EVALUADA POR LA CUENTA / P POR EL PAQUETE
           05  BONDEC-NIVEL           PIC X(01).
           05  BONDEC-ENTIDAD-PAQ     PIC X(04).
           05  BONDEC-CENTRO-PAQ      PIC X(04).
           05  BONDEC-PAQUETE         PIC X(12).
           05  BONDEC-SEGMENTO        PIC X(03).
           05  BONDEC-SALDO-PROMEDIO  PIC S9(15)V99 COMP-3.
           05  BONDEC-SALDO-MINIMO    PIC S9(13)V99 COMP-3.
           05  BONDEC-POR-REDUC       PIC S9(03)V9(05) COMP-3.
           05  BONDEC-IMPORTE         PIC S9(13)V9(04) COMP-3.
           05  BONDEC-FEC-PROCESO     PIC 9(08).
           05  FILLER                 PIC X(23).

       FD  DIFEREN-WORK
           RECORDING MODE IS F.
       01  DIF-REGISTRO               PIC X(120).

       SD  SORT-DIF.
       01  SD-DIF-REGISTRO.
           05  S-DIF-TIPO             PIC X(02).
           05  S-DIF-ENTIDAD          PIC X(04).
           05  S-DIF-CENTRO           PIC X(04).
           05  S-DIF-CUENTA           PIC X(12).
           05  FILLER                 PIC X(03).
           05  S-DIF-CONCEPTO         PIC X(04).
           05  FILLER                 PIC X(91).

      * DIFERENCIAS ENTRE LA DECISION Y LA REDUCCION VIGENTE
       FD  DIFEREN-SAL
           RECORDING MODE IS F.
       01  BONDIF-REGISTRO.
      *        CI COBRADA CON DERECHO A BONIFICACION
      *        BI BONIFICADA SIN DERECHO
           05  BONDIF-TIPO            PIC X(02).
           05  BONDIF-ENTIDAD         PIC X(04).
           05  BONDIF-CENTRO          PIC X(04).
           05  BONDIF-CUENTA          PIC X(12).
           05  BONDIF-DIVISA          PIC X(03).
           05  BONDIF-CONCEPTO        PIC X(04).
           05  BONDIF-PLAN            PIC X(04).
           05  BONDIF-MOTIVO          PIC X(02).
           05  BONDIF-NIVEL           PIC X(01).
           05  BONDIF-PAQUETE         PIC X(12).
           05  BONDIF-SEGMENTO        PIC X(03).
           05  BONDIF-SALDO-PROMEDIO  PIC S9(15)V99 COMP-3.
           05  BONDIF-SALDO-MINIMO    PIC S9(13)V99 COMP-3.
           05  BONDIF-POR-REDUC       PIC S9(03)V9(05) COMP-3.
           05  BONDIF-IMPORTE         PIC S9(13)V9(04) COMP-3.
           05  BONDIF-FEC-PROCESO     PIC 9(08).
           05  FILLER                 PIC X(30).

       FD  REPORTE-BON.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-REGLAS             PIC 9(05) COMP VALUE 3000.
       77  WS-MAX-CONCEPTOS          PIC 9(05) COMP VALUE 5000.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FECHA-PROCESO-ALFA     PIC X(10).

       01  WS-FS-PAR                 PIC XX.
       01  WS-FS-REG                 PIC XX.
       01  WS-FS-COM                 PIC XX.
       01  WS-FS-COE                 PIC XX.
           88  FS-COE-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-SAL                 PIC XX.
           88  FS-SAL-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-CUE                 PIC XX.
           88  FS-CUE-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-PER                 PIC XX.
           88  FS-PER-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-OCL                 PIC XX.
           88  FS-OCL-ERROR-LECTURA     VALUE '01' THRU '99'.

      * PARAMETROS DE LA CORRIDA (PARMBON LOS PISA)
       01  WS-MONEDA-LOCAL           PIC X(03) VALUE 'ARS'.
       01  WS-POR-BONIF              PIC 9(03)V99 VALUE 100.

       01  WS-SWITCHES.
           05  WS-SW-EOF-AUX         PIC X(01) VALUE 'N'.
               88  EOF-AUXILIAR          VALUE 'S'.
           05  WS-SW-EOF-MIE         PIC X(01) VALUE 'N'.
               88  EOF-MIEMBROS          VALUE 'S'.
           05  WS-SW-EOF-PQM         PIC X(01) VALUE 'N'.
               88  EOF-PAQ-MIEMBROS      VALUE 'S'.
           05  WS-SW-EOF-COE         PIC X(01) VALUE 'N'.
               88  EOF-COMISIONES        VALUE 'S'.
           05  WS-SW-EOF-EVA         PIC X(01) VALUE 'N'.
               88  EOF-EVALUACION        VALUE 'S'.
           05  WS-SW-EOF-DIF         PIC X(01) VALUE 'N'.
               88  EOF-DIFERENCIAS       VALUE 'S'.
           05  WS-SW-REGLA           PIC X(01) VALUE 'N'.
               88  REGLA-ENCONTRADA      VALUE 'S'.

       01  WS-CLAVE-SAL              PIC X(20).
       01  WS-CLAVE-CUE              PIC X(20).
       01  WS-CLAVE-PER              PIC X(20).
       01  WS-CLAVE-MIE              PIC X(20).
       01  WS-CLAVE-TPQ              PIC X(20).

      * CUENTA POSICIONADA EN SALDOS, MAESCTAS Y WABGPPER
       01  WS-CLAVE-BUSCA            PIC X(20).
       01  WS-CLAVE-POSICIONADA      PIC X(20) VALUE LOW-VALUES.
       01  WS-CTA-MONEDA             PIC X(03).
       01  WS-CTA-PROME-MO           PIC S9(15)V99 COMP-3.
       01  WS-CTA-PROME-ML           PIC S9(15)V99 COMP-3.
       01  WS-CTA-EN-SALDOS          PIC X(01).
       01  WS-CTA-PLAN-SUELDO        PIC X(01).
       01  WS-CTA-SEGMENTO           PIC X(03).

      * REGLAS VIGENTES A LA FECHA DE PROCESO
       01  TABLA-REGLAS.
           05  TB-REG-CANT           PIC 9(05) COMP VALUE ZERO.
           05  TB-REG-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON TB-REG-CANT
                   ASCENDING KEY IS TB-REG-CLAVE
                   INDEXED BY TB-REG-IDX.
               10  TB-REG-CLAVE      PIC X(10).
               10  TB-REG-SALDO-MINIMO
                                     PIC 9(13)V99.
               10  TB-REG-PLAN-SUELDO
                                     PIC X(01).

      * IMPORTE DE LISTA DE CADA CONCEPTO, FILA VIGENTE MAS RECIENTE
       01  TABLA-CONCEPTOS.
           05  TB-CON-CANT           PIC 9(05) COMP VALUE ZERO.
           05  TB-CON-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON TB-CON-CANT
                   ASCENDING KEY IS TB-CON-CONCEPTO
                   INDEXED BY TB-CON-IDX.
               10  TB-CON-CONCEPTO   PIC X(04).
               10  TB-CON-COMI-IM    PIC S9(13)V9(04) COMP-3.

      * CLAVE DE BUSQUEDA EN LA TABLA DE REGLAS
       01  WS-REG-BUSCA.
           05  WS-RB-DIVISA          PIC X(03).
           05  WS-RB-SEGMENTO        PIC X(03).
           05  WS-RB-CONCEPTO        PIC X(04).

      * PAQUETE EN CURSO
       01  WS-PAQ-ANT                PIC X(20) VALUE LOW-VALUES.
       01  WS-PAQ-PROME-ML           PIC S9(15)V99 COMP-3.
       01  WS-PAQ-PLAN-SUELDO        PIC X(01).
       01  WS-PAQ-SEGMENTO           PIC X(03).
       01  WS-PAQ-CANT-MIEMBROS      PIC 9(05) COMP.

      * DATOS CON QUE SE EVALUA LA FILA EN CURSO
       01  WS-EVA-NIVEL              PIC X(01).
       01  WS-EVA-SALDO              PIC S9(15)V99 COMP-3.
       01  WS-EVA-MINIMO             PIC S9(13)V99 COMP-3.
       01  WS-EVA-PLAN-SUELDO        PIC X(01).
       01  WS-EVA-SEGMENTO           PIC X(03).
       01  WS-EVA-DECISION           PIC X(01).
           88  DECIDE-BONIFICAR          VALUE 'B'.
           88  DECIDE-COBRAR             VALUE 'C'.
       01  WS-EVA-MOTIVO             PIC X(02).
       01  WS-SW-BONIF-ACTUAL        PIC X(01).
           88  BONIFICADA-HOY            VALUE 'S'.
       01  WS-DIF-TIPO               PIC X(02).

      * CORTE DEL LISTADO POR TIPO DE DIFERENCIA
       01  WS-TIPO-ANT               PIC X(02) VALUE LOW-VALUES.
       01  WS-CANT-TIPO              PIC 9(07) COMP.
       01  WS-IMPORTE-TIPO           PIC S9(15)V99 COMP-3.

       01  WS-CONTADORES.
           05  WS-CANT-LEIDAS        PIC 9(09) COMP.
           05  WS-CANT-MIEMBROS      PIC 9(09) COMP.
           05  WS-CANT-PAQUETES      PIC 9(09) COMP.
           05  WS-CANT-EVALUADAS     PIC 9(09) COMP.
           05  WS-CANT-POR-PAQUETE   PIC 9(09) COMP.
           05  WS-CANT-BONIFICA      PIC 9(09) COMP.
           05  WS-CANT-COBRA         PIC 9(09) COMP.
           05  WS-CANT-PS            PIC 9(09) COMP.
           05  WS-CANT-SP            PIC 9(09) COMP.
           05  WS-CANT-SI            PIC 9(09) COMP.
           05  WS-CANT-SR            PIC 9(09) COMP.
           05  WS-CANT-CI            PIC 9(09) COMP.
           05  WS-CANT-BI            PIC 9(09) COMP.
           05  WS-CANT-DIFERENCIAS   PIC 9(09) COMP.
       01  WS-IMPORTE-CI             PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-IMPORTE-BI             PIC S9(15)V99 COMP-3 VALUE ZERO.

       01  WS-TITULO.
           05  FILLER                PIC X(50) VALUE
               'ZET187 - BONIFICACION DE COMISIONES POR SALDO PROM'.
           05  FILLER                PIC X(23) VALUE
               'EDIO - DIFERENCIAS AL: '.
           05  WST-FEC-PROCESO       PIC 9(08).

       01  WS-LINEA-TIPO.
           05  WSL-T-TIPO            PIC X(02).
           05  FILLER                PIC X(03) VALUE ' - '.
           05  WSL-T-DESCRIPCION     PIC X(50).

       01  WS-ENCAB-DIFERENCIA.
           05  FILLER                PIC X(50) VALUE
               'ENT   CEN   CUENTA        DIV  CONC  PLAN  N  PAQU'.
           05  FILLER                PIC X(50) VALUE
               'ETE       SEG  MO   SALDO PROMEDIO     SALDO MINIM'.
           05  FILLER                PIC X(26) VALUE
               'O   % RED          IMPORTE'.

       01  WS-LINEA-DIFERENCIA.
           05  WSL-ENTIDAD           PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-CENTRO            PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-CUENTA            PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-DIVISA            PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-CONCEPTO          PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-PLAN              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-NIVEL             PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-PAQUETE           PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-SEGMENTO          PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-MOTIVO            PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-SALDO-PROMEDIO    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-SALDO-MINIMO      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-POR-REDUC         PIC ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-IMPORTE           PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-LINEA-TOT-TIPO.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  FILLER                PIC X(16) VALUE
               'FILAS DEL TIPO: '.
           05  WSL-TT-CANTIDAD       PIC ZZZ,ZZ9.
           05  FILLER                PIC X(14) VALUE
               '   IMPORTE:   '.
           05  WSL-TT-IMPORTE        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

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

      *    PASADA 1: MIEMBROS DE PAQUETE CON SUS DATOS DE CUENTA
           OPEN INPUT  MIEMBROS-ORD
           OPEN OUTPUT PAQMIE-WORK
           PERFORM 2800-ABRE-FUENTES
           PERFORM 2000-LEER-MIEMBRO THRU 2000-EXIT
           PERFORM 3000-ENRIQUECE-MIEMBRO THRU 3000-EXIT
               UNTIL EOF-MIEMBROS
           PERFORM 2850-CIERRA-FUENTES
           CLOSE MIEMBROS-ORD
           CLOSE PAQMIE-WORK

           SORT SORT-PAQ
               ON ASCENDING KEY S-PAQ-CLAVE
               ON DESCENDING KEY S-PAQ-PIVOTE
               ON ASCENDING KEY S-PAQ-MIE-CLAVE
               USING PAQMIE-WORK
               GIVING PAQMIE-ORD
           OPEN INPUT  PAQMIE-ORD
           OPEN OUTPUT PAQTOT-WORK
           PERFORM 3400-LEER-PAQ-MIEMBRO THRU 3400-EXIT
           PERFORM 3500-ACUMULA-PAQUETE THRU 3500-EXIT
               UNTIL EOF-PAQ-MIEMBROS
           IF WS-PAQ-ANT NOT = LOW-VALUES
               PERFORM 3600-GRABA-PAQUETE THRU 3600-EXIT
           END-IF
           CLOSE PAQMIE-ORD
           CLOSE PAQTOT-WORK

      *    PASADA 2: FILAS DE COMISION CON SUS DATOS DE CUENTA
           OPEN INPUT  COMISIONES-ORD
           OPEN INPUT  MIEMBROS-ORD
           OPEN OUTPUT EVALUA-WORK
           MOVE 'N' TO WS-SW-EOF-MIE
           MOVE LOW-VALUES TO WS-CLAVE-POSICIONADA
           PERFORM 2800-ABRE-FUENTES
           PERFORM 2000-LEER-MIEMBRO THRU 2000-EXIT
           PERFORM 4000-LEER-COMISION THRU 4000-EXIT
           PERFORM 4100-PREPARA-COMISION THRU 4100-EXIT
               UNTIL EOF-COMISIONES
           PERFORM 2850-CIERRA-FUENTES
           CLOSE COMISIONES-ORD
           CLOSE MIEMBROS-ORD
           CLOSE EVALUA-WORK

      *    PASADA 3: DECISION POR PAQUETE O POR CUENTA
           SORT SORT-EVA
               ON ASCENDING KEY S-EVA-PAQ-CLAVE
               ON ASCENDING KEY S-EVA-CLAVE
               ON ASCENDING KEY S-EVA-CONCEPTO
               USING EVALUA-WORK
               GIVING EVALUA-ORD
           OPEN INPUT  EVALUA-ORD
           OPEN INPUT  PAQTOT-WORK
           OPEN OUTPUT DECISION-SAL
           OPEN OUTPUT DIFEREN-WORK
           PERFORM 5000-LEER-EVALUACION THRU 5000-EXIT
           PERFORM 5050-LEER-PAQ-TOTAL THRU 5050-EXIT
           PERFORM 5100-DECIDE-COMISION THRU 5100-EXIT
               UNTIL EOF-EVALUACION
           CLOSE EVALUA-ORD
           CLOSE PAQTOT-WORK
           CLOSE DECISION-SAL
           CLOSE DIFEREN-WORK

           SORT SORT-DIF
               ON ASCENDING KEY S-DIF-TIPO
               ON ASCENDING KEY S-DIF-ENTIDAD
               ON ASCENDING KEY S-DIF-CENTRO
               ON ASCENDING KEY S-DIF-CUENTA
               ON ASCENDING KEY S-DIF-CONCEPTO
               USING DIFEREN-WORK
               GIVING DIFEREN-SAL
           PERFORM 6000-EMITE-LISTADO
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  PARAMETROS, TABLAS DE REGLAS Y CONCEPTOS, *
      *  Y FUENTES ORDENADAS POR CUENTA                                *
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
               DISPLAY 'ZET187 - NO SE PUDO ABRIR REGBONIF - '
                   'FILE STATUS ' WS-FS-REG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE REGLAS
           OPEN INPUT CONCEPTOS
           IF WS-FS-COM NOT = '00'
               DISPLAY 'ZET187 - NO SE PUDO ABRIR BGDTCOM - '
                   'FILE STATUS ' WS-FS-COM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CONCEPTOS
           OPEN INPUT COMISIONES
           IF WS-FS-COE NOT = '00'
               DISPLAY 'ZET187 - NO SE PUDO ABRIR BGDTCOE - '
                   'FILE STATUS ' WS-FS-COE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE COMISIONES
           OPEN INPUT SALDOS
           IF WS-FS-SAL NOT = '00'
               DISPLAY 'ZET187 - NO SE PUDO ABRIR ODSSAL - '
                   'FILE STATUS ' WS-FS-SAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE SALDOS
           OPEN INPUT CUENTAS-BNL
           IF WS-FS-CUE NOT = '00'
               DISPLAY 'ZET187 - NO SE PUDO ABRIR MAESCTAS - '
                   'FILE STATUS ' WS-FS-CUE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CUENTAS-BNL
           OPEN INPUT PARTICIP
           IF WS-FS-PER NOT = '00'
               DISPLAY 'ZET187 - NO SE PUDO ABRIR WABGPPER - '
                   'FILE STATUS ' WS-FS-PER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PARTICIP
           OPEN INPUT AGRUPACIONES
           IF WS-FS-OCL NOT = '00'
               DISPLAY 'ZET187 - NO SE PUDO ABRIR STGOCL - '
                   'FILE STATUS ' WS-FS-OCL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE AGRUPACIONES

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

           SORT SORT-COE
               ON ASCENDING KEY S-COE-CLAVE
               ON ASCENDING KEY S-COE-CONCEPTO
               INPUT PROCEDURE IS 1500-EXTRAE-COMISIONES
               GIVING COMISIONES-ORD

           SORT SORT-SAL
               ON ASCENDING KEY S-SAL-CLAVE
               INPUT PROCEDURE IS 1600-EXTRAE-SALDOS
               GIVING SALDOS-ORD

           SORT SORT-CUE
               ON ASCENDING KEY S-CUE-CLAVE
               ON DESCENDING KEY S-CUE-PLAN-SUELDO
               INPUT PROCEDURE IS 1700-EXTRAE-CUENTAS
               GIVING CUENTAS-ORD

           SORT SORT-PER
               ON ASCENDING KEY S-PER-CLAVE
               ON ASCENDING KEY S-PER-ORDPAR
               INPUT PROCEDURE IS 1800-EXTRAE-PARTICIP
               GIVING PARTICIP-ORD

           SORT SORT-MIE
               ON ASCENDING KEY S-MIE-CLAVE
               INPUT PROCEDURE IS 1900-EXTRAE-MIEMBROS
               GIVING MIEMBROS-ORD
           .

       1050-TOMA-PARAMETROS.
           IF PARM-BON-MONEDA-LOCAL NOT = SPACES
               MOVE PARM-BON-MONEDA-LOCAL TO WS-MONEDA-LOCAL
           END-IF
           IF PARM-BON-POR-BONIF IS NUMERIC
               AND PARM-BON-POR-BONIF > 0
               MOVE PARM-BON-POR-BONIF TO WS-POR-BONIF
           END-IF
           .
       1050-EXIT.
           EXIT.

      * UNA FILA POR CLAVE; LA PRIMERA ES LA DE VIGENCIA MAS RECIENTE
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
               DISPLAY 'ZET187 - TABLA DE REGLAS DESBORDADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO TB-REG-CANT
           SET TB-REG-IDX TO TB-REG-CANT
           MOVE W-REG-CLAVE        TO TB-REG-CLAVE(TB-REG-IDX)
           MOVE W-REG-SALDO-MINIMO TO TB-REG-SALDO-MINIMO(TB-REG-IDX)
           MOVE W-REG-PLAN-SUELDO  TO TB-REG-PLAN-SUELDO(TB-REG-IDX)
           .
       1100-EXIT.
           EXIT.

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
               DISPLAY 'ZET187 - TABLA DE CONCEPTOS DESBORDADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO TB-CON-CANT
           SET TB-CON-IDX TO TB-CON-CANT
           MOVE W-CON-CONCEPTO TO TB-CON-CONCEPTO(TB-CON-IDX)
           MOVE W-CON-COMI-IM  TO TB-CON-COMI-IM(TB-CON-IDX)
           .
       1200-EXIT.
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
           IF REGBONIF-SALDO-MINIMO NOT NUMERIC
               OR REGBONIF-FEC-DESDE NOT NUMERIC
               OR REGBONIF-FEC-HASTA NOT NUMERIC
               DISPLAY 'ZET187 - REGLA CON DATOS NO NUMERICOS: '
                   REGBONIF-CLAVE
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
           MOVE REGBONIF-CLAVE        TO S-REG-CLAVE
           MOVE REGBONIF-FEC-DESDE    TO S-REG-FEC-DESDE
           MOVE REGBONIF-SALDO-MINIMO TO S-REG-SALDO-MINIMO
           MOVE 'N' TO S-REG-PLAN-SUELDO
           IF REGBONIF-PLAN-SUELDO = 'S'
               MOVE 'S' TO S-REG-PLAN-SUELDO
           END-IF
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
           MOVE COM-COMI-IM     TO S-CON-COMI-IM
           RELEASE SD-CON-REGISTRO
           .
       1410-EXIT.
           EXIT.
       1400-FIN.
           EXIT.


      * FILAS DE COMISION VIGENTES A LA FECHA DE PROCESO
       1500-EXTRAE-COMISIONES SECTION.
           OPEN INPUT COMISIONES
           PERFORM 1510-SUELTA-COMISION THRU 1510-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE COMISIONES
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1500-FIN
           .

       1510-SUELTA-COMISION.
           READ COMISIONES
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1510-EXIT
           END-READ
           IF FS-COE-ERROR-LECTURA
               DISPLAY 'ZET187 - ERROR DE LECTURA '
                   'EN BGDTCOE - FILE STATUS ' WS-FS-COE
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-LEIDAS
           IF FECHA-DESDE OF FD-COE > WS-FECHA-PROCESO-ALFA
               GO TO 1510-EXIT
           END-IF
           IF FECHA-HASTA OF FD-COE NOT = SPACES
               AND FECHA-HASTA OF FD-COE < WS-FECHA-PROCESO-ALFA
               GO TO 1510-EXIT
           END-IF
           MOVE SPACES TO SD-COE-REGISTRO
           MOVE ENTIDAD OF FD-COE     TO S-COE-CLAVE(1:4)
           MOVE CENTRO-ALTA OF FD-COE TO S-COE-CLAVE(5:4)
           MOVE CUENTA OF FD-COE      TO S-COE-CLAVE(9:12)
           MOVE CONCEPTO OF FD-COE    TO S-COE-CONCEPTO
           MOVE DIVISA OF FD-COE      TO S-COE-DIVISA
           MOVE PLAN OF FD-COE        TO S-COE-PLAN
           MOVE POR-REDUC OF FD-COE   TO S-COE-POR-REDUC
           MOVE COMI-IM OF FD-COE     TO S-COE-COMI-IM
           RELEASE SD-COE-REGISTRO
           .
       1510-EXIT.
           EXIT.
       1500-FIN.
           EXIT.


       1600-EXTRAE-SALDOS SECTION.
           OPEN INPUT SALDOS
           PERFORM 1610-SUELTA-SALDO THRU 1610-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE SALDOS
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1600-FIN
           .

       1610-SUELTA-SALDO.
           READ SALDOS
               AT END
                   SET EOF-AUXILIAR TO TRUE
               NOT AT END
                   IF FS-SAL-ERROR-LECTURA
                       DISPLAY 'ZET187 - ERROR DE LECTURA '
                           'EN ODSSAL - FILE STATUS ' WS-FS-SAL
                       STOP RUN
                   END-IF
                   MOVE SPACES TO SD-SAL-REGISTRO
                   MOVE ODSSAL-COD-ENTIDAD    TO S-SAL-CLAVE(1:4)
                   MOVE ODSSAL-COD-CENTRO     TO S-SAL-CLAVE(5:4)
                   MOVE ODSSAL-NUM-CUENTA     TO S-SAL-CLAVE(9:12)
                   MOVE ODSSAL-COD-MONEDA     TO S-SAL-MONEDA
                   MOVE ODSSAL-IMPOR-PROME-MO TO S-SAL-PROME-MO
                   MOVE ODSSAL-IMPOR-PROME-ML TO S-SAL-PROME-ML
                   RELEASE SD-SAL-REGISTRO
           END-READ
           .
       1610-EXIT.
           EXIT.
       1600-FIN.
           EXIT.


      * UNA CUENTA TIENE UNA FILA POR FIRMANTE Y TARJETA; LA MARCA DE
      * PLAN SUELDO ORDENA PRIMERO
       1700-EXTRAE-CUENTAS SECTION.
           OPEN INPUT CUENTAS-BNL
           PERFORM 1710-SUELTA-CUENTA THRU 1710-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CUENTAS-BNL
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1700-FIN
           .

       1710-SUELTA-CUENTA.
           READ CUENTAS-BNL
               AT END
                   SET EOF-AUXILIAR TO TRUE
               NOT AT END
                   IF FS-CUE-ERROR-LECTURA
                       DISPLAY 'ZET187 - ERROR DE LECTURA '
                           'EN MAESCTAS - FILE STATUS ' WS-FS-CUE
                       STOP RUN
                   END-IF
                   MOVE SPACES TO SD-CUE-REGISTRO
                   MOVE ZOECCUE-ENTIDAD TO S-CUE-CLAVE(1:4)
                   MOVE ZOECCUE-CENTRO  TO S-CUE-CLAVE(5:4)
                   MOVE ZOECCUE-CUENTA  TO S-CUE-CLAVE(9:12)
                   MOVE 'N' TO S-CUE-PLAN-SUELDO
                   IF ZOECCUE-PLAN-SUELDO = 'S'
                       MOVE 'S' TO S-CUE-PLAN-SUELDO
                   END-IF
                   RELEASE SD-CUE-REGISTRO
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
                       DISPLAY 'ZET187 - ERROR DE LECTURA '
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


      * SOLO LAS FILAS DE PAQUETE (LAS AGRUPACIONES NO SE FACTURAN
      * EN BLOQUE)
       1900-EXTRAE-MIEMBROS SECTION.
           OPEN INPUT AGRUPACIONES
           PERFORM 1910-SUELTA-MIEMBRO THRU 1910-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE AGRUPACIONES
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1900-FIN
           .

       1910-SUELTA-MIEMBRO.
           READ AGRUPACIONES
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1910-EXIT
           END-READ
           IF FS-OCL-ERROR-LECTURA
               DISPLAY 'ZET187 - ERROR DE LECTURA '
                   'EN STGOCL - FILE STATUS ' WS-FS-OCL
               STOP RUN
           END-IF
           IF PAQUETE OF FD-REG = SPACES
               GO TO 1910-EXIT
           END-IF
           MOVE SPACES TO SD-MIE-REGISTRO
           MOVE ENTIDAD OF FD-REG        TO S-MIE-CLAVE(1:4)
           MOVE CENTRO-ALTA OF FD-REG    TO S-MIE-CLAVE(5:4)
           MOVE CUENTA OF FD-REG         TO S-MIE-CLAVE(9:12)
           MOVE ENTIDAD-PAQ OF FD-REG    TO S-MIE-PAQ-CLAVE(1:4)
           MOVE CENTRO-ALTA-PAQ OF FD-REG
               TO S-MIE-PAQ-CLAVE(5:4)
           MOVE PAQUETE OF FD-REG        TO S-MIE-PAQ-CLAVE(9:12)
           MOVE 'N' TO S-MIE-PIVOTE
           IF PIVOTE OF FD-REG = 'S'
               MOVE 'S' TO S-MIE-PIVOTE
           END-IF
           RELEASE SD-MIE-REGISTRO
           .
       1910-EXIT.
           EXIT.
       1900-FIN.
           EXIT.


       PROCESO-PRINCIPAL SECTION.

       2000-LEER-MIEMBRO.
           READ MIEMBROS-ORD
               AT END
                   SET EOF-MIEMBROS TO TRUE
                   MOVE HIGH-VALUES TO WS-CLAVE-MIE
               NOT AT END
                   MOVE W-MIE-CLAVE TO WS-CLAVE-MIE
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

       2300-LEER-CUENTA.
           READ CUENTAS-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-CUE
               NOT AT END
                   MOVE W-CUE-CLAVE TO WS-CLAVE-CUE
           END-READ
           .
       2300-EXIT.
           EXIT.

       2400-LEER-PARTICIP.
           READ PARTICIP-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-PER
               NOT AT END
                   MOVE W-PER-CLAVE TO WS-CLAVE-PER
           END-READ
           .
       2400-EXIT.
           EXIT.

      * CADA PASADA RECORRE LAS FUENTES DE CUENTA DESDE EL PRINCIPIO
       2800-ABRE-FUENTES.
           OPEN INPUT SALDOS-ORD
           OPEN INPUT CUENTAS-ORD
           OPEN INPUT PARTICIP-ORD
           PERFORM 2200-LEER-SALDO THRU 2200-EXIT
           PERFORM 2300-LEER-CUENTA THRU 2300-EXIT
           PERFORM 2400-LEER-PARTICIP THRU 2400-EXIT
           .

       2850-CIERRA-FUENTES.
           CLOSE SALDOS-ORD
           CLOSE CUENTAS-ORD
           CLOSE PARTICIP-ORD
           .

      ******************************************************************
      *  2900-POSICIONA-CUENTA  -  AVANZA SALDOS, MAESCTAS Y WABGPPER  *
      *  HASTA WS-CLAVE-BUSCA Y DEJA SUS DATOS EN WS-CTA-...; LA       *
      *  CUENTA YA POSICIONADA CONSERVA LOS QUE TIENE                  *
      ******************************************************************
       2900-POSICIONA-CUENTA.
           IF WS-CLAVE-BUSCA = WS-CLAVE-POSICIONADA
               GO TO 2900-EXIT
           END-IF
           MOVE WS-CLAVE-BUSCA TO WS-CLAVE-POSICIONADA
           MOVE SPACES TO WS-CTA-MONEDA
           MOVE ZERO   TO WS-CTA-PROME-MO
           MOVE ZERO   TO WS-CTA-PROME-ML
           MOVE 'N'    TO WS-CTA-EN-SALDOS
           MOVE 'N'    TO WS-CTA-PLAN-SUELDO
           MOVE SPACES TO WS-CTA-SEGMENTO

           PERFORM 2200-LEER-SALDO THRU 2200-EXIT
               UNTIL WS-CLAVE-SAL NOT < WS-CLAVE-BUSCA
           PERFORM 2910-ACUMULA-SALDO THRU 2910-EXIT
               UNTIL WS-CLAVE-SAL NOT = WS-CLAVE-BUSCA

           PERFORM 2300-LEER-CUENTA THRU 2300-EXIT
               UNTIL WS-CLAVE-CUE NOT < WS-CLAVE-BUSCA
           IF WS-CLAVE-CUE = WS-CLAVE-BUSCA
               MOVE W-CUE-PLAN-SUELDO TO WS-CTA-PLAN-SUELDO
           END-IF

           PERFORM 2400-LEER-PARTICIP THRU 2400-EXIT
               UNTIL WS-CLAVE-PER NOT < WS-CLAVE-BUSCA
           IF WS-CLAVE-PER = WS-CLAVE-BUSCA
               MOVE W-PER-SEGMENTO TO WS-CTA-SEGMENTO
           END-IF
           .
       2900-EXIT.
           EXIT.

      * LA CUENTA PUEDE TRAER MAS DE UNA FILA EN ODSSAL
       2910-ACUMULA-SALDO.
           MOVE 'S' TO WS-CTA-EN-SALDOS
           MOVE W-SAL-MONEDA TO WS-CTA-MONEDA
           ADD W-SAL-PROME-MO TO WS-CTA-PROME-MO
           ADD W-SAL-PROME-ML TO WS-CTA-PROME-ML
           PERFORM 2200-LEER-SALDO THRU 2200-EXIT
           .
       2910-EXIT.
           EXIT.

      ******************************************************************
      *  3000-ENRIQUECE-MIEMBRO  -  MIEMBRO DE PAQUETE CON SU PROMEDIO *
      *  EN MONEDA LOCAL, SU PLAN SUELDO Y SU SEGMENTO                 *
      ******************************************************************
       3000-ENRIQUECE-MIEMBRO.
           ADD 1 TO WS-CANT-MIEMBROS
           MOVE W-MIE-CLAVE TO WS-CLAVE-BUSCA
           PERFORM 2900-POSICIONA-CUENTA THRU 2900-EXIT

           MOVE SPACES TO PQM-REGISTRO
           MOVE W-MIE-PAQ-CLAVE    TO PQM-PAQ-CLAVE
           MOVE W-MIE-PIVOTE       TO PQM-PIVOTE
           MOVE W-MIE-CLAVE        TO PQM-CLAVE
           MOVE WS-CTA-PROME-ML    TO PQM-PROME-ML
           MOVE WS-CTA-PLAN-SUELDO TO PQM-PLAN-SUELDO
           MOVE WS-CTA-SEGMENTO    TO PQM-SEGMENTO
           WRITE PQM-REGISTRO

           PERFORM 2000-LEER-MIEMBRO THRU 2000-EXIT
           .
       3000-EXIT.
           EXIT.

       3400-LEER-PAQ-MIEMBRO.
           READ PAQMIE-ORD
               AT END
                   SET EOF-PAQ-MIEMBROS TO TRUE
           END-READ
           .
       3400-EXIT.
           EXIT.

      ******************************************************************
      *  3500-ACUMULA-PAQUETE  -  CORTE POR PAQUETE CON LOS PIVOTES    *
      *  PRIMERO: EL SEGMENTO DEL PAQUETE ES EL DEL PIVOTE, EL PLAN    *
      *  SUELDO DE CUALQUIER MIEMBRO ALCANZA Y EL PROMEDIO ES LA SUMA  *
      ******************************************************************
       3500-ACUMULA-PAQUETE.
           IF W-PQM-PAQ-CLAVE NOT = WS-PAQ-ANT
               IF WS-PAQ-ANT NOT = LOW-VALUES
                   PERFORM 3600-GRABA-PAQUETE THRU 3600-EXIT
               END-IF
               MOVE W-PQM-PAQ-CLAVE TO WS-PAQ-ANT
               MOVE ZERO   TO WS-PAQ-PROME-ML
               MOVE 'N'    TO WS-PAQ-PLAN-SUELDO
               MOVE SPACES TO WS-PAQ-SEGMENTO
               MOVE ZERO   TO WS-PAQ-CANT-MIEMBROS
               ADD 1 TO WS-CANT-PAQUETES
           END-IF
           ADD 1 TO WS-PAQ-CANT-MIEMBROS
           ADD W-PQM-PROME-ML TO WS-PAQ-PROME-ML
           IF W-PQM-PLAN-SUELDO = 'S'
               MOVE 'S' TO WS-PAQ-PLAN-SUELDO
           END-IF
           IF WS-PAQ-SEGMENTO = SPACES
               MOVE W-PQM-SEGMENTO TO WS-PAQ-SEGMENTO
           END-IF
           PERFORM 3400-LEER-PAQ-MIEMBRO THRU 3400-EXIT
           .
       3500-EXIT.
           EXIT.

       3600-GRABA-PAQUETE.
           MOVE SPACES TO TPQ-REGISTRO
           MOVE WS-PAQ-ANT           TO TPQ-PAQ-CLAVE
           MOVE WS-PAQ-PROME-ML      TO TPQ-PROME-ML
           MOVE WS-PAQ-PLAN-SUELDO   TO TPQ-PLAN-SUELDO
           MOVE WS-PAQ-SEGMENTO      TO TPQ-SEGMENTO
           MOVE WS-PAQ-CANT-MIEMBROS TO TPQ-CANT-MIEMBROS
           WRITE TPQ-REGISTRO
           .
       3600-EXIT.
           EXIT.

       4000-LEER-COMISION.
           READ COMISIONES-ORD
               AT END
                   SET EOF-COMISIONES TO TRUE
           END-READ
           .
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  4100-PREPARA-COMISION  -  FILA DE COMISION CON LOS DATOS DE   *
      *  SU CUENTA, SU PAQUETE E IMPORTE (EL PROPIO DE LA CUENTA O,    *
      *  SI NO LO TIENE, EL DE LISTA DEL CONCEPTO EN BGDTCOM)          *
      ******************************************************************
       4100-PREPARA-COMISION.
           MOVE W-COE-CLAVE TO WS-CLAVE-BUSCA
           PERFORM 2900-POSICIONA-CUENTA THRU 2900-EXIT
           PERFORM 2000-LEER-MIEMBRO THRU 2000-EXIT
               UNTIL WS-CLAVE-MIE NOT < W-COE-CLAVE

           MOVE SPACES TO EVA-REGISTRO
           IF WS-CLAVE-MIE = W-COE-CLAVE
               MOVE W-MIE-PAQ-CLAVE TO EVA-PAQ-CLAVE
           END-IF
           MOVE W-COE-CLAVE        TO EVA-CLAVE
           MOVE W-COE-CONCEPTO     TO EVA-CONCEPTO
           MOVE W-COE-DIVISA       TO EVA-DIVISA
           MOVE W-COE-PLAN         TO EVA-PLAN
           MOVE W-COE-POR-REDUC    TO EVA-POR-REDUC
           MOVE W-COE-COMI-IM      TO EVA-IMPORTE
           IF W-COE-COMI-IM = ZERO
               AND TB-CON-CANT > ZERO
               SEARCH ALL TB-CON-ENTRY
                   WHEN TB-CON-CONCEPTO(TB-CON-IDX) = W-COE-CONCEPTO
                       MOVE TB-CON-COMI-IM(TB-CON-IDX) TO EVA-IMPORTE
               END-SEARCH
           END-IF
           MOVE WS-CTA-PROME-MO    TO EVA-PROME-MO
           MOVE WS-CTA-PLAN-SUELDO TO EVA-PLAN-SUELDO
           MOVE WS-CTA-SEGMENTO    TO EVA-SEGMENTO
           MOVE WS-CTA-EN-SALDOS   TO EVA-EN-SALDOS
           WRITE EVA-REGISTRO

           PERFORM 4000-LEER-COMISION THRU 4000-EXIT
           .
       4100-EXIT.
           EXIT.

       5000-LEER-EVALUACION.
           READ EVALUA-ORD
               AT END
                   SET EOF-EVALUACION TO TRUE
           END-READ
           .
       5000-EXIT.
           EXIT.

       5050-LEER-PAQ-TOTAL.
           READ PAQTOT-WORK
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-TPQ
               NOT AT END
                   MOVE TPQ-PAQ-CLAVE TO WS-CLAVE-TPQ
           END-READ
           .
       5050-EXIT.
           EXIT.

      ******************************************************************
      *  5100-DECIDE-COMISION  -  LA CUENTA DE UN PAQUETE SE EVALUA    *
      *  CON EL PROMEDIO DEL PAQUETE EN MONEDA LOCAL; LA CUENTA SUELTA *
      *  CON SU PROPIO PROMEDIO EN LA DIVISA DE LA COMISION.  SE       *
      *  COMPARA LA DECISION CON LA REDUCCION VIGENTE EN BGDTCOE       *
      ******************************************************************
       5100-DECIDE-COMISION.
           ADD 1 TO WS-CANT-EVALUADAS
           IF W-EVA-PAQ-CLAVE NOT = SPACES
               PERFORM 5050-LEER-PAQ-TOTAL THRU 5050-EXIT
                   UNTIL WS-CLAVE-TPQ NOT < W-EVA-PAQ-CLAVE
           END-IF

           IF W-EVA-PAQ-CLAVE NOT = SPACES
               AND WS-CLAVE-TPQ = W-EVA-PAQ-CLAVE
               MOVE 'P' TO WS-EVA-NIVEL
               ADD 1 TO WS-CANT-POR-PAQUETE
               MOVE WS-MONEDA-LOCAL TO WS-RB-DIVISA
               MOVE TPQ-PROME-ML    TO WS-EVA-SALDO
               MOVE TPQ-PLAN-SUELDO TO WS-EVA-PLAN-SUELDO
               MOVE TPQ-SEGMENTO    TO WS-EVA-SEGMENTO
               IF WS-EVA-SEGMENTO = SPACES
                   MOVE W-EVA-SEGMENTO TO WS-EVA-SEGMENTO
               END-IF
           ELSE
               MOVE 'C' TO WS-EVA-NIVEL
               MOVE W-EVA-DIVISA    TO WS-RB-DIVISA
               MOVE W-EVA-PROME-MO  TO WS-EVA-SALDO
               MOVE W-EVA-PLAN-SUELDO TO WS-EVA-PLAN-SUELDO
               MOVE W-EVA-SEGMENTO  TO WS-EVA-SEGMENTO
           END-IF

           PERFORM 5500-BUSCA-REGLA THRU 5500-EXIT
           MOVE ZERO TO WS-EVA-MINIMO
           IF NOT REGLA-ENCONTRADA
               MOVE 'C'  TO WS-EVA-DECISION
               MOVE 'SR' TO WS-EVA-MOTIVO
               ADD 1 TO WS-CANT-SR
           ELSE
               MOVE TB-REG-SALDO-MINIMO(TB-REG-IDX) TO WS-EVA-MINIMO
               IF TB-REG-PLAN-SUELDO(TB-REG-IDX) = 'S'
                   AND WS-EVA-PLAN-SUELDO = 'S'
                   MOVE 'B'  TO WS-EVA-DECISION
                   MOVE 'PS' TO WS-EVA-MOTIVO
                   ADD 1 TO WS-CANT-PS
               ELSE
                   IF WS-EVA-SALDO NOT < WS-EVA-MINIMO
                       MOVE 'B'  TO WS-EVA-DECISION
                       MOVE 'SP' TO WS-EVA-MOTIVO
                       ADD 1 TO WS-CANT-SP
                   ELSE
                       MOVE 'C'  TO WS-EVA-DECISION
                       MOVE 'SI' TO WS-EVA-MOTIVO
                       ADD 1 TO WS-CANT-SI
                   END-IF
               END-IF
           END-IF
           IF DECIDE-BONIFICAR
               ADD 1 TO WS-CANT-BONIFICA
           ELSE
               ADD 1 TO WS-CANT-COBRA
           END-IF

           PERFORM 5200-GRABA-DECISION THRU 5200-EXIT

           MOVE 'N' TO WS-SW-BONIF-ACTUAL
           IF W-EVA-POR-REDUC NOT < WS-POR-BONIF
               SET BONIFICADA-HOY TO TRUE
           END-IF
           MOVE SPACES TO WS-DIF-TIPO
           IF DECIDE-BONIFICAR AND NOT BONIFICADA-HOY
               MOVE 'CI' TO WS-DIF-TIPO
               ADD 1 TO WS-CANT-CI
               ADD W-EVA-IMPORTE TO WS-IMPORTE-CI
           END-IF
           IF DECIDE-COBRAR AND BONIFICADA-HOY
               MOVE 'BI' TO WS-DIF-TIPO
               ADD 1 TO WS-CANT-BI
               ADD W-EVA-IMPORTE TO WS-IMPORTE-BI
           END-IF
           IF WS-DIF-TIPO NOT = SPACES
               PERFORM 5300-GRABA-DIFERENCIA THRU 5300-EXIT
           END-IF

           PERFORM 5000-LEER-EVALUACION THRU 5000-EXIT
           .
       5100-EXIT.
           EXIT.

       5200-GRABA-DECISION.
           MOVE SPACES TO BONDEC-REGISTRO
           MOVE W-EVA-ENTIDAD       TO BONDEC-ENTIDAD
           MOVE W-EVA-CENTRO        TO BONDEC-CENTRO
           MOVE W-EVA-CUENTA        TO BONDEC-CUENTA
           MOVE W-EVA-DIVISA        TO BONDEC-DIVISA
           MOVE W-EVA-CONCEPTO      TO BONDEC-CONCEPTO
           MOVE W-EVA-PLAN          TO BONDEC-PLAN
           MOVE WS-EVA-DECISION     TO BONDEC-DECISION
           MOVE WS-EVA-MOTIVO       TO BONDEC-MOTIVO
           MOVE WS-EVA-NIVEL        TO BONDEC-NIVEL
           IF WS-EVA-NIVEL = 'P'
               MOVE W-EVA-ENTIDAD-PAQ TO BONDEC-ENTIDAD-PAQ
               MOVE W-EVA-CENTRO-PAQ  TO BONDEC-CENTRO-PAQ
               MOVE W-EVA-PAQUETE     TO BONDEC-PAQUETE
           END-IF
           MOVE WS-EVA-SEGMENTO     TO BONDEC-SEGMENTO
           MOVE WS-EVA-SALDO        TO BONDEC-SALDO-PROMEDIO
           MOVE WS-EVA-MINIMO       TO BONDEC-SALDO-MINIMO
           MOVE W-EVA-POR-REDUC     TO BONDEC-POR-REDUC
           MOVE W-EVA-IMPORTE       TO BONDEC-IMPORTE
           MOVE WS-FECHA-PROCESO    TO BONDEC-FEC-PROCESO
           WRITE BONDEC-REGISTRO
           .
       5200-EXIT.
           EXIT.

       5300-GRABA-DIFERENCIA.
           MOVE SPACES TO BONDIF-REGISTRO
           MOVE WS-DIF-TIPO           TO BONDIF-TIPO
           MOVE BONDEC-ENTIDAD        TO BONDIF-ENTIDAD
           MOVE BONDEC-CENTRO         TO BONDIF-CENTRO
           MOVE BONDEC-CUENTA         TO BONDIF-CUENTA
           MOVE BONDEC-DIVISA         TO BONDIF-DIVISA
           MOVE BONDEC-CONCEPTO       TO BONDIF-CONCEPTO
           MOVE BONDEC-PLAN           TO BONDIF-PLAN
           MOVE BONDEC-MOTIVO         TO BONDIF-MOTIVO
           MOVE BONDEC-NIVEL          TO BONDIF-NIVEL
           MOVE BONDEC-PAQUETE        TO BONDIF-PAQUETE
           MOVE BONDEC-SEGMENTO       TO BONDIF-SEGMENTO
           MOVE BONDEC-SALDO-PROMEDIO TO BONDIF-SALDO-PROMEDIO
           MOVE BONDEC-SALDO-MINIMO   TO BONDIF-SALDO-MINIMO
           MOVE BONDEC-POR-REDUC      TO BONDIF-POR-REDUC
           MOVE BONDEC-IMPORTE        TO BONDIF-IMPORTE
           MOVE BONDEC-FEC-PROCESO    TO BONDIF-FEC-PROCESO
           MOVE BONDIF-REGISTRO TO DIF-REGISTRO
           WRITE DIF-REGISTRO
           ADD 1 TO WS-CANT-DIFERENCIAS
           .
       5300-EXIT.
           EXIT.

      ******************************************************************
      *  5500-BUSCA-REGLA  -  DE LA MAS ESPECIFICA A LA MAS GENERAL:   *
      *  SEGMENTO Y CONCEPTO, SEGMENTO, CONCEPTO, SOLO DIVISA          *
      ******************************************************************
       5500-BUSCA-REGLA.
           MOVE 'N' TO WS-SW-REGLA
           IF TB-REG-CANT = ZERO
               GO TO 5500-EXIT
           END-IF
           MOVE WS-EVA-SEGMENTO TO WS-RB-SEGMENTO
           MOVE W-EVA-CONCEPTO  TO WS-RB-CONCEPTO
           PERFORM 5510-BUSCA-TABLA
           IF REGLA-ENCONTRADA
               GO TO 5500-EXIT
           END-IF
           MOVE SPACES TO WS-RB-CONCEPTO
           PERFORM 5510-BUSCA-TABLA
           IF REGLA-ENCONTRADA
               GO TO 5500-EXIT
           END-IF
           MOVE SPACES TO WS-RB-SEGMENTO
           MOVE W-EVA-CONCEPTO  TO WS-RB-CONCEPTO
           PERFORM 5510-BUSCA-TABLA
           IF REGLA-ENCONTRADA
               GO TO 5500-EXIT
           END-IF
           MOVE SPACES TO WS-RB-CONCEPTO
           PERFORM 5510-BUSCA-TABLA
           .
       5500-EXIT.
           EXIT.

       5510-BUSCA-TABLA.
           SEARCH ALL TB-REG-ENTRY
               WHEN TB-REG-CLAVE(TB-REG-IDX) = WS-REG-BUSCA
                   SET REGLA-ENCONTRADA TO TRUE
           END-SEARCH
           .

      ******************************************************************
      *  6000-EMITE-LISTADO  -  DIFERENCIAS CON CORTE POR TIPO SOBRE   *
      *  BONDIF YA ORDENADO                                            *
      ******************************************************************
       6000-EMITE-LISTADO.
           OPEN INPUT  DIFEREN-SAL
           OPEN OUTPUT REPORTE-BON
           MOVE WS-FECHA-PROCESO TO WST-FEC-PROCESO
           MOVE WS-TITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM 6100-LEER-DIFERENCIA THRU 6100-EXIT
           PERFORM 6200-IMPRIME-DIFERENCIA THRU 6200-EXIT
               UNTIL EOF-DIFERENCIAS
           IF WS-TIPO-ANT NOT = LOW-VALUES
               PERFORM 6300-CIERRA-TIPO
           END-IF
           PERFORM 8000-RESUMEN
           CLOSE DIFEREN-SAL
           CLOSE REPORTE-BON
           .

       6100-LEER-DIFERENCIA.
           READ DIFEREN-SAL
               AT END
                   SET EOF-DIFERENCIAS TO TRUE
           END-READ
           .
       6100-EXIT.
           EXIT.

       6200-IMPRIME-DIFERENCIA.
           IF BONDIF-TIPO NOT = WS-TIPO-ANT
               IF WS-TIPO-ANT NOT = LOW-VALUES
                   PERFORM 6300-CIERRA-TIPO
               END-IF
               MOVE BONDIF-TIPO TO WS-TIPO-ANT
               MOVE ZERO TO WS-CANT-TIPO
               MOVE ZERO TO WS-IMPORTE-TIPO
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE BONDIF-TIPO TO WSL-T-TIPO
               IF BONDIF-TIPO = 'CI'
                   MOVE 'COBRADAS CON DERECHO A BONIFICACION'
                       TO WSL-T-DESCRIPCION
               ELSE
                   MOVE 'BONIFICADAS SIN DERECHO'
                       TO WSL-T-DESCRIPCION
               END-IF
               MOVE WS-LINEA-TIPO TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE WS-ENCAB-DIFERENCIA TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF
           ADD 1 TO WS-CANT-TIPO
           ADD BONDIF-IMPORTE TO WS-IMPORTE-TIPO

           MOVE BONDIF-ENTIDAD        TO WSL-ENTIDAD
           MOVE BONDIF-CENTRO         TO WSL-CENTRO
           MOVE BONDIF-CUENTA         TO WSL-CUENTA
           MOVE BONDIF-DIVISA         TO WSL-DIVISA
           MOVE BONDIF-CONCEPTO       TO WSL-CONCEPTO
           MOVE BONDIF-PLAN           TO WSL-PLAN
           MOVE BONDIF-NIVEL          TO WSL-NIVEL
           MOVE BONDIF-PAQUETE        TO WSL-PAQUETE
           MOVE BONDIF-SEGMENTO       TO WSL-SEGMENTO
           MOVE BONDIF-MOTIVO         TO WSL-MOTIVO
           MOVE BONDIF-SALDO-PROMEDIO TO WSL-SALDO-PROMEDIO
           MOVE BONDIF-SALDO-MINIMO   TO WSL-SALDO-MINIMO
           MOVE BONDIF-POR-REDUC      TO WSL-POR-REDUC
           MOVE BONDIF-IMPORTE        TO WSL-IMPORTE
           MOVE WS-LINEA-DIFERENCIA TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           PERFORM 6100-LEER-DIFERENCIA THRU 6100-EXIT
           .
       6200-EXIT.
           EXIT.

       6300-CIERRA-TIPO.
           MOVE WS-CANT-TIPO    TO WSL-TT-CANTIDAD
           MOVE WS-IMPORTE-TIPO TO WSL-TT-IMPORTE
           MOVE WS-LINEA-TOT-TIPO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

      ******************************************************************
      *  8000-RESUMEN  -  TOTALES DE LA EVALUACION Y DE DIFERENCIAS    *
      ******************************************************************
       8000-RESUMEN.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 'CUENTAS EN PAQUETE' TO WSL-R-CONCEPTO
           MOVE WS-CANT-MIEMBROS TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'PAQUETES EVALUADOS' TO WSL-R-CONCEPTO
           MOVE WS-CANT-PAQUETES TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'FILAS DE COMISION EVALUADAS' TO WSL-R-CONCEPTO
           MOVE WS-CANT-EVALUADAS TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE '  EVALUADAS POR EL PAQUETE' TO WSL-R-CONCEPTO
           MOVE WS-CANT-POR-PAQUETE TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'A BONIFICAR' TO WSL-R-CONCEPTO
           MOVE WS-CANT-BONIFICA TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE '  PS PLAN SUELDO' TO WSL-R-CONCEPTO
           MOVE WS-CANT-PS TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE '  SP SALDO PROMEDIO SUFICIENTE' TO WSL-R-CONCEPTO
           MOVE WS-CANT-SP TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'A COBRAR' TO WSL-R-CONCEPTO
           MOVE WS-CANT-COBRA TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE '  SI SALDO PROMEDIO INSUFICIENTE' TO WSL-R-CONCEPTO
           MOVE WS-CANT-SI TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE '  SR SIN REGLA APLICABLE' TO WSL-R-CONCEPTO
           MOVE WS-CANT-SR TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'CI COBRADAS CON DERECHO A BONIFICACION'
               TO WSL-R-CONCEPTO
           MOVE WS-CANT-CI TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE '  IMPORTE COBRADO DE MAS' TO WSL-RI-CONCEPTO
           MOVE WS-IMPORTE-CI TO WSL-RI-IMPORTE
           PERFORM 8300-LINEA-IMPORTE
           MOVE 'BI BONIFICADAS SIN DERECHO' TO WSL-R-CONCEPTO
           MOVE WS-CANT-BI TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE '  IMPORTE DEJADO DE COBRAR' TO WSL-RI-CONCEPTO
           MOVE WS-IMPORTE-BI TO WSL-RI-IMPORTE
           PERFORM 8300-LINEA-IMPORTE
           .

       8200-LINEA-RESUMEN.
           MOVE WS-LINEA-RESUMEN TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

       8300-LINEA-IMPORTE.
           MOVE WS-LINEA-RESUMEN-IMP TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

      ******************************************************************
      *  9000-FINALIZE  -  RUNLOG Y RESUMEN                            *
      ******************************************************************
       9000-FINALIZE.
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET187' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-LEIDAS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-EVALUADAS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET187 - BONIFICACION POR SALDO PROMEDIO'
           DISPLAY 'FILAS DE BGDTCOE LEIDAS  . : ' WS-CANT-LEIDAS
           DISPLAY 'REGLAS VIGENTES  . . . . . : ' TB-REG-CANT
           DISPLAY 'PAQUETES EVALUADOS . . . . : ' WS-CANT-PAQUETES
           DISPLAY 'DECISIONES EMITIDAS  . . . : ' WS-CANT-EVALUADAS
           DISPLAY 'A BONIFICAR  . . . . . . . : ' WS-CANT-BONIFICA
           DISPLAY 'A COBRAR . . . . . . . . . : ' WS-CANT-COBRA
           DISPLAY 'COBRADAS CON DERECHO . . . : ' WS-CANT-CI
           DISPLAY 'BONIFICADAS SIN DERECHO  . : ' WS-CANT-BI
           .
