      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET174                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - GARRA                       *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : ALERTA MENSUAL DE FUGA DE PLAN SUELDO POR        *
      *               CLIENTE Y POR CONVENIO.  TOMA LAS CUENTAS PLAN   *
      *               SUELDO DE MAESCTAS (PLAN-SUELDO = 'S', NO        *
      *               CERRADAS), LAS LLEVA AL NUP POR EL PUENTE CTANUP *
      *               Y AL CONVENIO DEL EMPLEADOR POR EL SUSCRIPTOR DE *
      *               BGDTMCO.  EL CLIENTE SIN ACREDITACION DE HABERES *
      *               (IBEC3070 FECHA-ULT-ACRED) HACE MAS DE N DIAS    *
      *               (PARMSUE) SALE EN SUELPER CON SUS PRESTAMOS      *
      *               (WAGUCDEX CAPITAL VENCIDO Y A VENCER) Y SALDOS   *
      *               DE TARJETA (WASDO20 SALDO-ACTUAL-AUS).  POR      *
      *               CONVENIO SE ACUMULAN LAS PERDIDAS Y SE MUESTRA   *
      *               LA TENDENCIA DE NUM-ASOCIADOS (ULTIMO PERIODO DE *
      *               FECHA-EST, EL MES ANTERIOR Y TRES MESES ATRAS).  *
      *               EL CONVENIO QUE CAE MAS DEL PORCENTAJE MENSUAL O *
      *               TRIMESTRAL DE LA POLITICA SE MARCA Y SALE EN     *
      *               CNVALRT PARA EL OFICIAL DE BANCA EMPRESAS.  EL   *
      *               LISTADO RPSUEL TRAE AMBAS VISTAS.                *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET174.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - GARRA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVENIOS      ASSIGN TO BGDTMCO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MCO.
           SELECT SORT-CNV       ASSIGN TO SRTSUEA.
           SELECT CNV-ORD        ASSIGN TO WSUECNV
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-SUS       ASSIGN TO SRTSUEB.
           SELECT SUS-ORD        ASSIGN TO WSUESUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT PUENTE-NUP     ASSIGN TO CTANUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NUP.
           SELECT SORT-PTE       ASSIGN TO SRTSUEC.
           SELECT PUENTE-ORD     ASSIGN TO WSUEPTE
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-CCC       ASSIGN TO SRTSUED.
           SELECT CCC-ORD        ASSIGN TO WSUECCC
               ORGANIZATION IS SEQUENTIAL.

           SELECT CUENTAS        ASSIGN TO MAESCTAS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTA.
           SELECT SORT-PSU       ASSIGN TO SRTSUEE.
           SELECT PLANSUE-ORD    ASSIGN TO WSUEPSU
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONTRATOS      ASSIGN TO WAGUCDEX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CON.
           SELECT CUENTAS-O20    ASSIGN TO WASDO20
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-O20.
           SELECT SORT-EXP       ASSIGN TO SRTSUEF.
           SELECT EXPOSIC-ORD    ASSIGN TO WSUEEXP
               ORGANIZATION IS SEQUENTIAL.

           SELECT CLIENTES       ASSIGN TO IBEC3070
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
           SELECT SORT-CLI       ASSIGN TO SRTSUEG.
           SELECT CLIENTES-ORD   ASSIGN TO WSUECLI
               ORGANIZATION IS SEQUENTIAL.

           SELECT PARAMETROS     ASSIGN TO PARMSUE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT PERDIDAS-WRK   ASSIGN TO WSUEPER
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-PER       ASSIGN TO SRTSUEH.
           SELECT PERDIDAS-SAL   ASSIGN TO SUELPER
               ORGANIZATION IS SEQUENTIAL.
           SELECT ALERTA-SAL     ASSIGN TO CNVALRT
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-SUE    ASSIGN TO RPSUEL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONVENIOS
           RECORDING MODE IS F.
       01  FD-MCO-REG.
           COPY "../../../malbgc/fact/bgdtmco/bgdtmco.cob".

      * CONVENIO, PERIODO DE FECHA-EST Y ASOCIADOS
       SD  SORT-CNV.
       01  SD-CNV-REGISTRO.
           05  S-CNV-NUM-CONVENIO     PIC 9(07).
           05  S-CNV-PERIODO          PIC 9(06).
           05  S-CNV-SUSCRIPTOR       PIC X(11).
           05  S-CNV-ASOCIADOS        PIC 9(05).
           05  FILLER                 PIC X(11).

       FD  CNV-ORD
           RECORDING MODE IS F.
       01  W-CNV-REGISTRO.
           05  W-CNV-NUM-CONVENIO     PIC 9(07).
           05  W-CNV-PERIODO          PIC 9(06).
           05  W-CNV-SUSCRIPTOR       PIC X(11).
           05  W-CNV-ASOCIADOS        PIC 9(05).
           05  FILLER                 PIC X(11).

      * SUSCRIPTOR (EMPLEADOR) -> CONVENIO
       SD  SORT-SUS.
       01  SD-SUS-REGISTRO.
           05  S-SUS-SUSCRIPTOR       PIC X(11).
           05  S-SUS-NUM-CONVENIO     PIC 9(07).
           05  FILLER                 PIC X(02).

       FD  SUS-ORD
           RECORDING MODE IS F.
       01  W-SUS-REGISTRO.
           05  W-SUS-SUSCRIPTOR       PIC X(11).
           05  W-SUS-NUM-CONVENIO     PIC 9(07).
           05  FILLER                 PIC X(02).

       FD  PUENTE-NUP
           RECORDING MODE IS F.
       01  CTANUP-REGISTRO.
           05  CTANUP-NUP             PIC X(08).
      *        CUENTA TARJETA (WASDO20) Y CCC (ENTIDAD/CENTRO/CTA)
           05  CTANUP-CTA-TARJETA     PIC 9(14).
           05  CTANUP-CCC             PIC X(20).
           05  FILLER                 PIC X(06).

       SD  SORT-PTE.
       01  SD-PTE-REGISTRO.
           05  S-PTE-NUP              PIC X(08).
           05  S-PTE-CTA-TARJETA      PIC 9(14).
           05  S-PTE-CCC              PIC X(20).
           05  FILLER                 PIC X(06).

       FD  PUENTE-ORD
           RECORDING MODE IS F.
       01  W-PTE-REGISTRO.
           05  W-PTE-NUP              PIC X(08).
           05  W-PTE-CTA-TARJETA      PIC 9(14).
           05  W-PTE-CCC              PIC X(20).
           05  FILLER                 PIC X(06).

       SD  SORT-CCC.
       01  SD-CCC-REGISTRO.
           05  S-CCC-NUP              PIC X(08).
           05  S-CCC-CTA-TARJETA      PIC 9(14).
           05  S-CCC-CCC              PIC X(20).
           05  FILLER                 PIC X(06).

       FD  CCC-ORD
           RECORDING MODE IS F.
       01  W-CCC-REGISTRO.
           05  W-CCC-NUP              PIC X(08).
           05  W-CCC-CTA-TARJETA      PIC 9(14).
           05  W-CCC-CCC              PIC X(20).
           05  FILLER                 PIC X(06).

       FD  CUENTAS
           RECORDING MODE IS F.
       01  FD-CUENTA.
           COPY "../../../abae/fact/maesctas/maesctas.cob"
               REPLACING ==:ZOECCUE:== BY ==ZOECCUE==.

      * CUENTAS PLAN SUELDO YA RESUELTAS AL NUP
       SD  SORT-PSU.
       01  SD-PSU-REGISTRO.
           05  S-PSU-NUP              PIC X(08).
           05  S-PSU-SUSCRIPTOR       PIC X(11).
           05  S-PSU-CCC              PIC X(20).
           05  FILLER                 PIC X(01).

       FD  PLANSUE-ORD
           RECORDING MODE IS F.
       01  W-PSU-REGISTRO.
           05  W-PSU-NUP              PIC X(08).
           05  W-PSU-SUSCRIPTOR       PIC X(11).
           05  W-PSU-CCC              PIC X(20).
           05  FILLER                 PIC X(01).

       FD  CONTRATOS
           RECORDING MODE IS F.
       01  FD-CONTRATO.
           COPY "../wagucdex/wagucdex.cob".

       FD  CUENTAS-O20
           RECORDING MODE IS F.
           COPY "../../../cupones/wasdo20/wasdo20.cob".

      * DEUDA POR NUP (P PRESTAMO / T TARJETA)
       SD  SORT-EXP.
       01  SD-EXP-REGISTRO.
           05  S-EXP-NUP              PIC X(08).
           05  S-EXP-ORIGEN           PIC X(01).
           05  S-EXP-IMPORTE          PIC S9(13)V99.
           05  FILLER                 PIC X(06).

       FD  EXPOSIC-ORD
           RECORDING MODE IS F.
       01  W-EXP-REGISTRO.
           05  W-EXP-NUP              PIC X(08).
           05  W-EXP-ORIGEN           PIC X(01).
           05  W-EXP-IMPORTE          PIC S9(13)V99.
           05  FILLER                 PIC X(06).

       FD  CLIENTES
           RECORDING MODE IS F.
       01  FD-CLIENTE.
           COPY "IBEC3070.cob" REPLACING ==:IBEC3070:== BY ==IBEC3070==.

       SD  SORT-CLI.
       01  SD-CLI-REGISTRO.
           05  S-CLI-NUM-PERSONA      PIC X(08).
           05  S-CLI-SUC-ADM          PIC X(04).
           05  S-CLI-FECHA-ULT-ACRED  PIC X(10).
           05  S-CLI-APELLIDO         PIC X(30).
           05  FILLER                 PIC X(08).

       FD  CLIENTES-ORD
           RECORDING MODE IS F.
       01  W-CLI-REGISTRO.
           05  W-CLI-NUM-PERSONA      PIC X(08).
           05  W-CLI-SUC-ADM          PIC X(04).
           05  W-CLI-FECHA-ULT-ACRED  PIC X(10).
           05  W-CLI-APELLIDO         PIC X(30).
           05  FILLER                 PIC X(08).

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-SUE-REGISTRO.
      *        DIAS SIN ACREDITACION QUE HACEN PERDIDO AL CLIENTE
           05  PARM-SUE-DIAS          PIC 9(03).
      *        CAIDA DE ASOCIADOS (%) EN EL MES Y EN TRES MESES
           05  PARM-SUE-CAIDA-MES     PIC 9(03).
           05  PARM-SUE-CAIDA-TRIM    PIC 9(03).
           05  PARM-SUE-FILLER        PIC X(11).

       FD  PERDIDAS-WRK
           RECORDING MODE IS F.
       01  PER-REGISTRO.
           05  PER-NUM-CONVENIO       PIC 9(07).
           05  PER-DEUDA-TOTAL        PIC S9(13)V99.
           05  PER-NUP                PIC X(08).
           05  PER-APELLIDO           PIC X(30).
           05  PER-SUCURSAL           PIC X(04).
           05  PER-SUSCRIPTOR         PIC X(11).
           05  PER-FEC-ULT-ACRED      PIC 9(08).
           05  PER-DIAS-SIN-ACRED     PIC 9(05).
           05  PER-DEUDA-PRESTAMOS    PIC S9(13)V99.
           05  PER-DEUDA-TARJETAS     PIC S9(13)V99.
           05  FILLER                 PIC X(02).

       SD  SORT-PER.
       01  SD-PER-REGISTRO.
           05  S-PER-NUM-CONVENIO     PIC 9(07).
           05  S-PER-DEUDA-TOTAL      PIC S9(13)V99.
           05  S-PER-NUP              PIC X(08).
           05  FILLER                 PIC X(90).

      * CLIENTES PLAN SUELDO PERDIDOS, POR CONVENIO Y MAYOR DEUDA
       FD  PERDIDAS-SAL
           RECORDING MODE IS F.
       01  SUELPER-REGISTRO          PIC X(120).

       FD  ALERTA-SAL
           RECORDING MODE IS F.
       01  CNVALRT-REGISTRO.
           05  CNVALRT-PERIODO        PIC 9(06).
           05  CNVALRT-NUM-CONVENIO   PIC 9(07).
           05  CNVALRT-SUSCRIPTOR     PIC X(11).
           05  CNVALRT-ASOC-ACTUAL    PIC 9(05).
           05  CNVALRT-ASOC-MES-ANT   PIC 9(05).
           05  CNVALRT-ASOC-TRIM-ANT  PIC 9(05).
           05  CNVALRT-VAR-MES        PIC S9(03)V99.
           05  CNVALRT-VAR-TRIM       PIC S9(03)V99.
           05  CNVALRT-CANT-PERDIDOS  PIC 9(07).
           05  CNVALRT-DEUDA-PERDIDOS PIC S9(13)V99.
           05  FILLER                 PIC X(09).

       FD  REPORTE-SUE.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-CONVENIOS          PIC 9(05) COMP VALUE 5000.
       77  WS-MAX-SUSCRIPTORES       PIC 9(05) COMP VALUE 10000.
       77  WS-MAX-PUENTE             PIC 9(07) COMP VALUE 200000.
       77  WS-IX-CNV                 PIC 9(05) COMP.
       77  WS-MESES-ATRAS            PIC S9(05) COMP.

      * PARAMETROS (PARMSUE LOS REEMPLAZA SI VIENE INFORMADO)
       01  WS-DIAS-PERDIDO           PIC 9(03) VALUE 60.
       01  WS-CAIDA-MES              PIC 9(03) VALUE 5.
       01  WS-CAIDA-TRIM             PIC 9(03) VALUE 10.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05  WS-PERIODO-PROCESO    PIC 9(06).
           05  WS-DIA-PROCESO        PIC 9(02).
       01  WS-DIA-PROCESO-INT        PIC 9(08).
       01  WS-FEC-NUM                PIC 9(08).
       01  WS-PERIODO-A              PIC 9(06).
       01  WS-PERIODO-A-R REDEFINES WS-PERIODO-A.
           05  WS-PER-A-ANIO         PIC 9(04).
           05  WS-PER-A-MES          PIC 9(02).
       01  WS-PERIODO-B              PIC 9(06).
       01  WS-PERIODO-B-R REDEFINES WS-PERIODO-B.
           05  WS-PER-B-ANIO         PIC 9(04).
           05  WS-PER-B-MES          PIC 9(02).

       01  WS-FS-MCO                 PIC XX.
           88  FS-MCO-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-NUP                 PIC XX.
       01  WS-FS-CTA                 PIC XX.
           88  FS-CTA-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-CON                 PIC XX.
           88  FS-CON-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-O20                 PIC XX.
           88  FS-O20-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-CLI                 PIC XX.
           88  FS-CLI-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-PAR                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-AUX         PIC X(01) VALUE 'N'.
               88  EOF-AUXILIAR          VALUE 'S'.
           05  WS-SW-EOF-PSU         PIC X(01) VALUE 'N'.
               88  EOF-PLANSUE           VALUE 'S'.
           05  WS-SW-HAY-PUENTE      PIC X(01) VALUE 'N'.
               88  HAY-PUENTE            VALUE 'S'.
           05  WS-SW-ALERTA          PIC X(01).
               88  CONVENIO-EN-ALERTA    VALUE 'S'.

       01  WS-CLAVE-PSU              PIC X(08) VALUE LOW-VALUES.
       01  WS-CLAVE-EXP              PIC X(08) VALUE LOW-VALUES.
       01  WS-CLAVE-CLI              PIC X(08) VALUE LOW-VALUES.
       01  WS-NUP-ACTUAL             PIC X(08).
       01  WS-CONVENIO-ANT           PIC 9(07) VALUE ZERO.
       01  WS-SUSCRIPTOR-ANT         PIC X(11) VALUE LOW-VALUES.

       01  WS-CTA-BUSCADA            PIC 9(14).
       01  WS-CCC-BUSCADA            PIC X(20).
       01  WS-SUS-BUSCADO            PIC X(11).
       01  WS-CNV-BUSCADO            PIC 9(07).
       01  WS-NUP-HALLADO            PIC X(08).

      * DEL NUP EN CURSO
       01  WS-CLIENTE.
           05  WS-CLI-CONVENIO       PIC 9(07).
           05  WS-CLI-SUSCRIPTOR     PIC X(11).
           05  WS-CLI-IX-CNV         PIC 9(05) COMP.
           05  WS-CLI-PRESTAMOS      PIC S9(13)V99.
           05  WS-CLI-TARJETAS       PIC S9(13)V99.
           05  WS-CLI-DIAS           PIC S9(07) COMP.

      * CONVENIOS CON LA TENDENCIA DE ASOCIADOS Y LAS PERDIDAS DEL MES
       01  TABLA-CONVENIOS.
           05  TB-CNV-CANT           PIC 9(05) COMP VALUE ZERO.
           05  TB-CNV-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON TB-CNV-CANT
                   ASCENDING KEY IS TB-CNV-NUM
                   INDEXED BY TB-CNV-IDX.
               10  TB-CNV-NUM        PIC 9(07).
               10  TB-CNV-SUSCRIPTOR PIC X(11).
               10  TB-CNV-PERIODO    PIC 9(06).
               10  TB-CNV-ASOC-ACT   PIC 9(05).
               10  TB-CNV-ASOC-ANT   PIC 9(05).
               10  TB-CNV-ASOC-TRIM  PIC 9(05).
               10  TB-CNV-HAY-ANT    PIC X(01).
               10  TB-CNV-HAY-TRIM   PIC X(01).
               10  TB-CNV-CANT-PLAN  PIC 9(07) COMP.
               10  TB-CNV-CANT-PERD  PIC 9(07) COMP.
               10  TB-CNV-DEUDA-PERD PIC S9(15)V99 COMP-3.

      * SUSCRIPTOR -> CONVENIO, ORDENADO PARA SEARCH ALL
       01  TABLA-SUSCRIPTORES.
           05  TB-SUS-CANT           PIC 9(05) COMP VALUE ZERO.
           05  TB-SUS-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON TB-SUS-CANT
                   ASCENDING KEY IS TB-SUS-SUSCRIPTOR
                   INDEXED BY TB-SUS-IDX.
               10  TB-SUS-SUSCRIPTOR PIC X(11).
               10  TB-SUS-CONVENIO   PIC 9(07).

      * PUENTE TARJETA -> NUP Y CCC -> NUP, ORDENADOS PARA SEARCH ALL
       01  TABLA-PUENTE.
           05  TB-PTE-CANT           PIC 9(07) COMP VALUE ZERO.
           05  TB-PTE-ENTRY OCCURS 1 TO 200000 TIMES
                   DEPENDING ON TB-PTE-CANT
                   ASCENDING KEY IS TB-PTE-CTA-TARJ
                   INDEXED BY TB-PTE-IDX.
               10  TB-PTE-CTA-TARJ   PIC 9(14).
               10  TB-PTE-NUP        PIC X(08).

       01  TABLA-CCC.
           05  TB-CCC-CANT           PIC 9(07) COMP VALUE ZERO.
           05  TB-CCC-ENTRY OCCURS 1 TO 200000 TIMES
                   DEPENDING ON TB-CCC-CANT
                   ASCENDING KEY IS TB-CCC-CLAVE
                   INDEXED BY TB-CCC-IDX.
               10  TB-CCC-CLAVE      PIC X(20).
               10  TB-CCC-NUP        PIC X(08).

       01  WS-CONTADORES.
           05  WS-CANT-MCO           PIC 9(09) COMP.
           05  WS-CANT-CUENTAS-PS    PIC 9(09) COMP.
           05  WS-CANT-PS-SIN-NUP    PIC 9(09) COMP.
           05  WS-CANT-CLIENTES-PS   PIC 9(09) COMP.
           05  WS-CANT-SIN-CONVENIO  PIC 9(09) COMP.
           05  WS-CANT-SIN-FECHA     PIC 9(09) COMP.
           05  WS-CANT-PERDIDOS      PIC 9(09) COMP.
           05  WS-CANT-ALERTAS       PIC 9(09) COMP.
           05  WS-CANT-TARJ-SIN-NUP  PIC 9(09) COMP.
           05  WS-CANT-DESBORDE      PIC 9(09) COMP.

       01  WS-VARIACIONES.
           05  WS-VAR-MES            PIC S9(03)V99.
           05  WS-VAR-TRIM           PIC S9(03)V99.

       01  WS-LINEA-TITULO.
           05  FILLER                PIC X(45) VALUE
               'CLIENTES PLAN SUELDO SIN ACREDITACION - MAS '.
           05  FILLER                PIC X(04) VALUE 'DE '.
           05  WSL-DIAS-PERDIDO      PIC ZZ9.
           05  FILLER                PIC X(17) VALUE ' DIAS - PERIODO '.
           05  WSL-PERIODO           PIC 9(06).

       01  WS-LINEA-CONVENIO.
           05  FILLER                PIC X(09) VALUE 'CONVENIO '.
           05  WSL-CONVENIO          PIC 9(07).
           05  FILLER                PIC X(14) VALUE '  SUSCRIPTOR '.
           05  WSL-SUSCRIPTOR        PIC X(11).

       01  WS-LINEA-COLUMNAS.
           05  FILLER                PIC X(46) VALUE
               '  NUP      APELLIDO                       SUC'.
           05  FILLER                PIC X(48) VALUE
               '  ULT.ACRED DIAS       PRESTAMOS        TARJETAS'.
           05  FILLER                PIC X(17) VALUE
               '      DEUDA TOTAL'.

       01  WS-LINEA-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-NUP               PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-APELLIDO          PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-SUCURSAL          PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-FEC-ULT-ACRED     PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-DIAS              PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-PRESTAMOS         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-TARJETAS          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-DEUDA             PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-TIT-CNV.
           05  FILLER                PIC X(46) VALUE
               'TENDENCIA DE ASOCIADOS POR CONVENIO - ALERTA: '.
           05  FILLER                PIC X(14) VALUE 'CAIDA MES >= '.
           05  WSL-CAIDA-MES         PIC ZZ9.
           05  FILLER                PIC X(16) VALUE '%  TRIMESTRE >= '.
           05  WSL-CAIDA-TRIM        PIC ZZ9.
           05  FILLER                PIC X(01) VALUE '%'.

       01  WS-LINEA-COL-CNV.
           05  FILLER                PIC X(47) VALUE
               'CONVENIO SUSCRIPTOR  PERIOD ASOC. MES-1 MES-3  '.
           05  FILLER                PIC X(54) VALUE
               'VAR.MES VAR.TRIM PLAN.S PERDID   DEUDA PERDIDA  ALERTA'.

       01  WS-LINEA-DET-CNV.
           05  WSL-C-CONVENIO        PIC 9(07).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-C-SUSCRIPTOR      PIC X(11).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-C-PERIODO         PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-C-ASOC-ACT        PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-C-ASOC-ANT        PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-C-ASOC-TRIM       PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-C-VAR-MES         PIC -ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-C-VAR-TRIM        PIC -ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-C-CANT-PLAN       PIC ZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-C-CANT-PERD       PIC ZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-C-DEUDA-PERD      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-C-ALERTA          PIC X(06).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-PROCESA-CLIENTE THRU 3000-EXIT
               UNTIL EOF-PLANSUE
           PERFORM 4000-LISTA-PERDIDOS
           PERFORM 5000-LISTA-CONVENIOS THRU 5000-EXIT
               VARYING WS-IX-CNV FROM 1 BY 1
               UNTIL WS-IX-CNV > TB-CNV-CANT
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  TABLAS DE CONVENIOS Y PUENTES, FUENTES    *
      *  ORDENADAS POR NUP                                             *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           COMPUTE WS-DIA-PROCESO-INT =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
           INITIALIZE WS-CONTADORES

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM 1050-TOMA-PARAMETROS THRU 1050-EXIT
               END-READ
               CLOSE PARAMETROS
           END-IF

           OPEN INPUT CONVENIOS
           IF WS-FS-MCO NOT = '00'
               DISPLAY 'ZET174 - NO SE PUDO ABRIR BGDTMCO - '
                   'FILE STATUS ' WS-FS-MCO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CONVENIOS
           OPEN INPUT CUENTAS
           IF WS-FS-CTA NOT = '00'
               DISPLAY 'ZET174 - NO SE PUDO ABRIR MAESCTAS - '
                   'FILE STATUS ' WS-FS-CTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CUENTAS
           OPEN INPUT CLIENTES
           IF WS-FS-CLI NOT = '00'
               DISPLAY 'ZET174 - NO SE PUDO ABRIR IBEC3070 - '
                   'FILE STATUS ' WS-FS-CLI
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CLIENTES
           OPEN INPUT CONTRATOS
           IF WS-FS-CON NOT = '00'
               DISPLAY 'ZET174 - NO SE PUDO ABRIR WAGUCDEX - '
                   'FILE STATUS ' WS-FS-CON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CONTRATOS
           OPEN INPUT CUENTAS-O20
           IF WS-FS-O20 NOT = '00'
               DISPLAY 'ZET174 - NO SE PUDO ABRIR WASDO20 - '
                   'FILE STATUS ' WS-FS-O20
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CUENTAS-O20

           OPEN INPUT PUENTE-NUP
           IF WS-FS-NUP NOT = '00'
               DISPLAY 'ZET174 - NO SE PUDO ABRIR CTANUP - '
                   'FILE STATUS ' WS-FS-NUP
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PUENTE-NUP
           SORT SORT-PTE
               ON ASCENDING KEY S-PTE-CTA-TARJETA
               USING PUENTE-NUP
               GIVING PUENTE-ORD
           OPEN INPUT PUENTE-ORD
           PERFORM 1100-CARGA-PUENTE THRU 1100-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE PUENTE-ORD
           MOVE 'N' TO WS-SW-EOF-AUX
           SORT SORT-CCC
               ON ASCENDING KEY S-CCC-CCC
               USING PUENTE-NUP
               GIVING CCC-ORD
           OPEN INPUT CCC-ORD
           PERFORM 1150-CARGA-CCC THRU 1150-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CCC-ORD
           MOVE 'N' TO WS-SW-EOF-AUX

           SORT SORT-CNV
               ON ASCENDING KEY S-CNV-NUM-CONVENIO
               ON DESCENDING KEY S-CNV-PERIODO
               INPUT PROCEDURE IS 1300-EXTRAE-CONVENIOS
               GIVING CNV-ORD
           OPEN INPUT CNV-ORD
           PERFORM 1200-CARGA-CONVENIO THRU 1200-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CNV-ORD
           MOVE 'N' TO WS-SW-EOF-AUX

           SORT SORT-SUS
               ON ASCENDING KEY S-SUS-SUSCRIPTOR
               ON ASCENDING KEY S-SUS-NUM-CONVENIO
               INPUT PROCEDURE IS 1400-EXTRAE-SUSCRIPTORES
               GIVING SUS-ORD
           OPEN INPUT SUS-ORD
           PERFORM 1250-CARGA-SUSCRIPTOR THRU 1250-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE SUS-ORD
           MOVE 'N' TO WS-SW-EOF-AUX

           IF WS-CANT-DESBORDE > ZERO
               DISPLAY 'ZET174 - ADVERTENCIA: TABLAS DESBORDADAS - '
                   'FILAS NO CARGADAS: ' WS-CANT-DESBORDE
           END-IF

           SORT SORT-PSU
               ON ASCENDING KEY S-PSU-NUP
               ON ASCENDING KEY S-PSU-SUSCRIPTOR
               INPUT PROCEDURE IS 1500-EXTRAE-PLAN-SUELDO
               GIVING PLANSUE-ORD

           SORT SORT-EXP
               ON ASCENDING KEY S-EXP-NUP
               INPUT PROCEDURE IS 1600-EXTRAE-DEUDA
               GIVING EXPOSIC-ORD

           SORT SORT-CLI
               ON ASCENDING KEY S-CLI-NUM-PERSONA
               INPUT PROCEDURE IS 1700-EXTRAE-CLIENTES
               GIVING CLIENTES-ORD

           OPEN INPUT  PLANSUE-ORD
           OPEN INPUT  EXPOSIC-ORD
           OPEN INPUT  CLIENTES-ORD
           OPEN OUTPUT PERDIDAS-WRK

           PERFORM 2000-LEER-PLAN-SUELDO THRU 2000-EXIT
           PERFORM 2100-LEER-DEUDA THRU 2100-EXIT
           PERFORM 2200-LEER-CLIENTE THRU 2200-EXIT
           .

       1050-TOMA-PARAMETROS.
           IF PARM-SUE-DIAS IS NUMERIC
               AND PARM-SUE-DIAS > 0
               MOVE PARM-SUE-DIAS TO WS-DIAS-PERDIDO
           END-IF
           IF PARM-SUE-CAIDA-MES IS NUMERIC
               AND PARM-SUE-CAIDA-MES > 0
               MOVE PARM-SUE-CAIDA-MES TO WS-CAIDA-MES
           END-IF
           IF PARM-SUE-CAIDA-TRIM IS NUMERIC
               AND PARM-SUE-CAIDA-TRIM > 0
               MOVE PARM-SUE-CAIDA-TRIM TO WS-CAIDA-TRIM
           END-IF
           .
       1050-EXIT.
           EXIT.

       1100-CARGA-PUENTE.
           READ PUENTE-ORD
               AT END
                   SET EOF-AUXILIAR TO TRUE
               NOT AT END
                   IF W-PTE-CTA-TARJETA NOT = ZERO
                       IF TB-PTE-CANT < WS-MAX-PUENTE
                           ADD 1 TO TB-PTE-CANT
                           SET TB-PTE-IDX TO TB-PTE-CANT
                           MOVE W-PTE-CTA-TARJETA
                               TO TB-PTE-CTA-TARJ(TB-PTE-IDX)
                           MOVE W-PTE-NUP
                               TO TB-PTE-NUP(TB-PTE-IDX)
                       ELSE
                           ADD 1 TO WS-CANT-DESBORDE
                       END-IF
                   END-IF
           END-READ
           .
       1100-EXIT.
           EXIT.

       1150-CARGA-CCC.
           READ CCC-ORD
               AT END
                   SET EOF-AUXILIAR TO TRUE
               NOT AT END
                   IF W-CCC-CCC NOT = SPACES
                       IF TB-CCC-CANT < WS-MAX-PUENTE
                           ADD 1 TO TB-CCC-CANT
                           SET TB-CCC-IDX TO TB-CCC-CANT
                           MOVE W-CCC-CCC TO TB-CCC-CLAVE(TB-CCC-IDX)
                           MOVE W-CCC-NUP TO TB-CCC-NUP(TB-CCC-IDX)
                       ELSE
                           ADD 1 TO WS-CANT-DESBORDE
                       END-IF
                   END-IF
           END-READ
           .
       1150-EXIT.
           EXIT.

      * VIENE POR CONVENIO Y PERIODO DESCENDENTE: LA PRIMERA FILA DE
      * CADA CONVENIO ES SU ULTIMO PERIODO.  EN UN MISMO PERIODO SE
      * TOMA EL MAYOR NUM-ASOCIADOS DE SUS CUENTAS
       1200-CARGA-CONVENIO.
           READ CNV-ORD
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1200-EXIT
           END-READ
           IF W-CNV-NUM-CONVENIO NOT = WS-CONVENIO-ANT
               OR TB-CNV-CANT = ZERO
               MOVE W-CNV-NUM-CONVENIO TO WS-CONVENIO-ANT
               IF TB-CNV-CANT NOT < WS-MAX-CONVENIOS
                   ADD 1 TO WS-CANT-DESBORDE
                   GO TO 1200-EXIT
               END-IF
               ADD 1 TO TB-CNV-CANT
               SET TB-CNV-IDX TO TB-CNV-CANT
               INITIALIZE TB-CNV-ENTRY(TB-CNV-IDX)
               MOVE W-CNV-NUM-CONVENIO TO TB-CNV-NUM(TB-CNV-IDX)
               MOVE W-CNV-SUSCRIPTOR   TO TB-CNV-SUSCRIPTOR(TB-CNV-IDX)
               MOVE W-CNV-PERIODO      TO TB-CNV-PERIODO(TB-CNV-IDX)
               MOVE W-CNV-ASOCIADOS    TO TB-CNV-ASOC-ACT(TB-CNV-IDX)
               MOVE 'N' TO TB-CNV-HAY-ANT(TB-CNV-IDX)
                           TB-CNV-HAY-TRIM(TB-CNV-IDX)
               GO TO 1200-EXIT
           END-IF
           IF TB-CNV-NUM(TB-CNV-IDX) NOT = W-CNV-NUM-CONVENIO
               GO TO 1200-EXIT
           END-IF

           MOVE TB-CNV-PERIODO(TB-CNV-IDX) TO WS-PERIODO-A
           MOVE W-CNV-PERIODO TO WS-PERIODO-B
           COMPUTE WS-MESES-ATRAS =
               (WS-PER-A-ANIO * 12 + WS-PER-A-MES)
             - (WS-PER-B-ANIO * 12 + WS-PER-B-MES)
           EVALUATE WS-MESES-ATRAS
               WHEN 0
                   IF W-CNV-ASOCIADOS > TB-CNV-ASOC-ACT(TB-CNV-IDX)
                       MOVE W-CNV-ASOCIADOS
                           TO TB-CNV-ASOC-ACT(TB-CNV-IDX)
                   END-IF
               WHEN 1
                   MOVE 'S' TO TB-CNV-HAY-ANT(TB-CNV-IDX)
                   IF W-CNV-ASOCIADOS > TB-CNV-ASOC-ANT(TB-CNV-IDX)
                       MOVE W-CNV-ASOCIADOS
                           TO TB-CNV-ASOC-ANT(TB-CNV-IDX)
                   END-IF
               WHEN 3
                   MOVE 'S' TO TB-CNV-HAY-TRIM(TB-CNV-IDX)
                   IF W-CNV-ASOCIADOS > TB-CNV-ASOC-TRIM(TB-CNV-IDX)
                       MOVE W-CNV-ASOCIADOS
                           TO TB-CNV-ASOC-TRIM(TB-CNV-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       1200-EXIT.
           EXIT.

      * EL PRIMER CONVENIO DE CADA SUSCRIPTOR QUEDA
       1250-CARGA-SUSCRIPTOR.
           READ SUS-ORD
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1250-EXIT
           END-READ
           IF W-SUS-SUSCRIPTOR = WS-SUSCRIPTOR-ANT
               GO TO 1250-EXIT
           END-IF
           MOVE W-SUS-SUSCRIPTOR TO WS-SUSCRIPTOR-ANT
           IF TB-SUS-CANT < WS-MAX-SUSCRIPTORES
               ADD 1 TO TB-SUS-CANT
               SET TB-SUS-IDX TO TB-SUS-CANT
               MOVE W-SUS-SUSCRIPTOR   TO TB-SUS-SUSCRIPTOR(TB-SUS-IDX)
               MOVE W-SUS-NUM-CONVENIO TO TB-SUS-CONVENIO(TB-SUS-IDX)
           ELSE
               ADD 1 TO WS-CANT-DESBORDE
           END-IF
           .
       1250-EXIT.
           EXIT.

       1300-EXTRAE-CONVENIOS SECTION.
           OPEN INPUT CONVENIOS
           PERFORM 1310-SUELTA-CONVENIO THRU 1310-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CONVENIOS
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1300-FIN
           .

       1310-SUELTA-CONVENIO.
           READ CONVENIOS
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1310-EXIT
           END-READ
           IF FS-MCO-ERROR-LECTURA
               DISPLAY 'ZET174 - ERROR DE LECTURA '
                   'EN BGDTMCO - FILE STATUS ' WS-FS-MCO
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-MCO
           IF FECHA-EST(1:4) IS NOT NUMERIC
               OR FECHA-EST(6:2) IS NOT NUMERIC
               OR NUM-CONVENIO NOT > ZERO
               GO TO 1310-EXIT
           END-IF
           MOVE SPACES TO SD-CNV-REGISTRO
           MOVE NUM-CONVENIO     TO S-CNV-NUM-CONVENIO
           MOVE FECHA-EST(1:4)   TO S-CNV-PERIODO(1:4)
           MOVE FECHA-EST(6:2)   TO S-CNV-PERIODO(5:2)
           MOVE SUSCRIPTOR       TO S-CNV-SUSCRIPTOR
           MOVE ZERO             TO S-CNV-ASOCIADOS
           IF NUM-ASOCIADOS > ZERO
               MOVE NUM-ASOCIADOS TO S-CNV-ASOCIADOS
           END-IF
           RELEASE SD-CNV-REGISTRO
           .
       1310-EXIT.
           EXIT.
       1300-FIN.
           EXIT.


       1400-EXTRAE-SUSCRIPTORES SECTION.
           PERFORM 1410-SUELTA-SUSCRIPTOR THRU 1410-EXIT
               VARYING WS-IX-CNV FROM 1 BY 1
               UNTIL WS-IX-CNV > TB-CNV-CANT
           GO TO 1400-FIN
           .

       1410-SUELTA-SUSCRIPTOR.
           IF TB-CNV-SUSCRIPTOR(WS-IX-CNV) NOT = SPACES
               MOVE SPACES TO SD-SUS-REGISTRO
               MOVE TB-CNV-SUSCRIPTOR(WS-IX-CNV) TO S-SUS-SUSCRIPTOR
               MOVE TB-CNV-NUM(WS-IX-CNV)        TO S-SUS-NUM-CONVENIO
               RELEASE SD-SUS-REGISTRO
           END-IF
           .
       1410-EXIT.
           EXIT.
       1400-FIN.
           EXIT.


      * CUENTAS PLAN SUELDO ABIERTAS, AL NUP POR LA CCC DEL PUENTE
       1500-EXTRAE-PLAN-SUELDO SECTION.
           OPEN INPUT CUENTAS
           PERFORM 1510-SUELTA-CUENTA THRU 1510-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CUENTAS
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1500-FIN
           .

       1510-SUELTA-CUENTA.
           READ CUENTAS
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1510-EXIT
           END-READ
           IF FS-CTA-ERROR-LECTURA
               DISPLAY 'ZET174 - ERROR DE LECTURA '
                   'EN MAESCTAS - FILE STATUS ' WS-FS-CTA
               STOP RUN
           END-IF
           IF ZOECCUE-PLAN-SUELDO NOT = 'S'
               OR ZOECCUE-CERRADA
               GO TO 1510-EXIT
           END-IF
           ADD 1 TO WS-CANT-CUENTAS-PS

           MOVE SPACES TO WS-CCC-BUSCADA
           MOVE ZOECCUE-ENTIDAD TO WS-CCC-BUSCADA(1:4)
           MOVE ZOECCUE-CENTRO  TO WS-CCC-BUSCADA(5:4)
           MOVE ZOECCUE-CUENTA  TO WS-CCC-BUSCADA(9:12)
           MOVE SPACES TO WS-NUP-HALLADO
           IF TB-CCC-CANT > ZERO
               SEARCH ALL TB-CCC-ENTRY
                   AT END
                       CONTINUE
                   WHEN TB-CCC-CLAVE(TB-CCC-IDX) = WS-CCC-BUSCADA
                       MOVE TB-CCC-NUP(TB-CCC-IDX) TO WS-NUP-HALLADO
               END-SEARCH
           END-IF
           IF WS-NUP-HALLADO = SPACES
               ADD 1 TO WS-CANT-PS-SIN-NUP
               GO TO 1510-EXIT
           END-IF

           MOVE SPACES TO SD-PSU-REGISTRO
           MOVE WS-NUP-HALLADO     TO S-PSU-NUP
           MOVE ZOECCUE-SUSCRIPTOR TO S-PSU-SUSCRIPTOR
           MOVE WS-CCC-BUSCADA     TO S-PSU-CCC
           RELEASE SD-PSU-REGISTRO
           .
       1510-EXIT.
           EXIT.
       1500-FIN.
           EXIT.


      * PRESTAMOS: CAPITAL VENCIDO MAS A VENCER DE WAGUCDEX.
      * TARJETAS: SALDO ACTUAL DE WASDO20, NUP DEL PUENTE CTANUP
       1600-EXTRAE-DEUDA SECTION.
           OPEN INPUT CONTRATOS
           PERFORM 1610-SUELTA-PRESTAMO THRU 1610-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CONTRATOS
           MOVE 'N' TO WS-SW-EOF-AUX
           OPEN INPUT CUENTAS-O20
           PERFORM 1620-SUELTA-TARJETA THRU 1620-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CUENTAS-O20
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1600-FIN
           .

       1610-SUELTA-PRESTAMO.
           READ CONTRATOS
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1610-EXIT
           END-READ
           IF FS-CON-ERROR-LECTURA
               DISPLAY 'ZET174 - ERROR DE LECTURA '
                   'EN WAGUCDEX - FILE STATUS ' WS-FS-CON
               STOP RUN
           END-IF
           IF NUM_PERSONA = SPACES
               GO TO 1610-EXIT
           END-IF
           MOVE SPACES TO SD-EXP-REGISTRO
           MOVE NUM_PERSONA TO S-EXP-NUP
           MOVE 'P'         TO S-EXP-ORIGEN
           COMPUTE S-EXP-IMPORTE = IMP_CAP_VENC + IMP_CAP_A_VENC
           IF S-EXP-IMPORTE > ZERO
               RELEASE SD-EXP-REGISTRO
           END-IF
           .
       1610-EXIT.
           EXIT.

       1620-SUELTA-TARJETA.
           READ CUENTAS-O20
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1620-EXIT
           END-READ
           IF FS-O20-ERROR-LECTURA
               DISPLAY 'ZET174 - ERROR DE LECTURA '
                   'EN WASDO20 - FILE STATUS ' WS-FS-O20
               STOP RUN
           END-IF
           IF SALDO-ACTUAL-AUS NOT > ZERO
               GO TO 1620-EXIT
           END-IF
           MOVE NRO-CUENTA TO WS-CTA-BUSCADA
           MOVE SPACES TO WS-NUP-HALLADO
           IF TB-PTE-CANT > ZERO
               SEARCH ALL TB-PTE-ENTRY
                   AT END
                       CONTINUE
                   WHEN TB-PTE-CTA-TARJ(TB-PTE-IDX) = WS-CTA-BUSCADA
                       MOVE TB-PTE-NUP(TB-PTE-IDX) TO WS-NUP-HALLADO
               END-SEARCH
           END-IF
           IF WS-NUP-HALLADO = SPACES
               ADD 1 TO WS-CANT-TARJ-SIN-NUP
               GO TO 1620-EXIT
           END-IF
           MOVE SPACES TO SD-EXP-REGISTRO
           MOVE WS-NUP-HALLADO   TO S-EXP-NUP
           MOVE 'T'              TO S-EXP-ORIGEN
           MOVE SALDO-ACTUAL-AUS TO S-EXP-IMPORTE
           RELEASE SD-EXP-REGISTRO
           .
       1620-EXIT.
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
                       DISPLAY 'ZET174 - ERROR DE LECTURA '
                           'EN IBEC3070 - FILE STATUS ' WS-FS-CLI
                       STOP RUN
                   END-IF
                   IF IBEC3070-NUM-PERSONA NOT = SPACES
                       MOVE SPACES TO SD-CLI-REGISTRO
                       MOVE IBEC3070-NUM-PERSONA TO S-CLI-NUM-PERSONA
                       MOVE IBEC3070-UC-SUC-ADM  TO S-CLI-SUC-ADM
                       MOVE IBEC3070-FECHA-ULT-ACRED
                           TO S-CLI-FECHA-ULT-ACRED
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

       2000-LEER-PLAN-SUELDO.
           READ PLANSUE-ORD
               AT END
                   SET EOF-PLANSUE TO TRUE
                   MOVE HIGH-VALUES TO WS-CLAVE-PSU
               NOT AT END
                   MOVE W-PSU-NUP TO WS-CLAVE-PSU
           END-READ
           .
       2000-EXIT.
           EXIT.

       2100-LEER-DEUDA.
           READ EXPOSIC-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-EXP
               NOT AT END
                   MOVE W-EXP-NUP TO WS-CLAVE-EXP
           END-READ
           .
       2100-EXIT.
           EXIT.

       2200-LEER-CLIENTE.
           READ CLIENTES-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-CLI
               NOT AT END
                   MOVE W-CLI-NUM-PERSONA TO WS-CLAVE-CLI
           END-READ
           .
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  3000-PROCESA-CLIENTE  -  UN NUP CON CUENTA PLAN SUELDO: SU    *
      *  CONVENIO, SU DEUDA Y LOS DIAS DESDE LA ULTIMA ACREDITACION    *
      ******************************************************************
       3000-PROCESA-CLIENTE.
           MOVE W-PSU-NUP TO WS-NUP-ACTUAL
           ADD 1 TO WS-CANT-CLIENTES-PS
           MOVE ZERO   TO WS-CLI-CONVENIO WS-CLI-IX-CNV
                          WS-CLI-PRESTAMOS WS-CLI-TARJETAS
           MOVE SPACES TO WS-CLI-SUSCRIPTOR
           PERFORM 3100-CONVENIO-CUENTA THRU 3100-EXIT
               UNTIL WS-CLAVE-PSU NOT = WS-NUP-ACTUAL
           IF WS-CLI-IX-CNV > ZERO
               ADD 1 TO TB-CNV-CANT-PLAN(WS-CLI-IX-CNV)
           ELSE
               ADD 1 TO WS-CANT-SIN-CONVENIO
           END-IF

           PERFORM 2100-LEER-DEUDA THRU 2100-EXIT
               UNTIL WS-CLAVE-EXP NOT < WS-NUP-ACTUAL
           PERFORM 3200-SUMA-DEUDA THRU 3200-EXIT
               UNTIL WS-CLAVE-EXP NOT = WS-NUP-ACTUAL
           PERFORM 2200-LEER-CLIENTE THRU 2200-EXIT
               UNTIL WS-CLAVE-CLI NOT < WS-NUP-ACTUAL

           IF WS-CLAVE-CLI NOT = WS-NUP-ACTUAL
               ADD 1 TO WS-CANT-SIN-FECHA
               GO TO 3000-EXIT
           END-IF
           IF W-CLI-FECHA-ULT-ACRED(1:4) IS NOT NUMERIC
               OR W-CLI-FECHA-ULT-ACRED(6:2) IS NOT NUMERIC
               OR W-CLI-FECHA-ULT-ACRED(9:2) IS NOT NUMERIC
               ADD 1 TO WS-CANT-SIN-FECHA
               GO TO 3000-EXIT
           END-IF
           MOVE W-CLI-FECHA-ULT-ACRED(1:4) TO WS-FEC-NUM(1:4)
           MOVE W-CLI-FECHA-ULT-ACRED(6:2) TO WS-FEC-NUM(5:2)
           MOVE W-CLI-FECHA-ULT-ACRED(9:2) TO WS-FEC-NUM(7:2)
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FEC-NUM) NOT = 0
               ADD 1 TO WS-CANT-SIN-FECHA
               GO TO 3000-EXIT
           END-IF
           COMPUTE WS-CLI-DIAS = WS-DIA-PROCESO-INT
               - FUNCTION INTEGER-OF-DATE(WS-FEC-NUM)
           IF WS-CLI-DIAS NOT > WS-DIAS-PERDIDO
               GO TO 3000-EXIT
           END-IF

           ADD 1 TO WS-CANT-PERDIDOS
           MOVE SPACES TO PER-REGISTRO
           MOVE WS-CLI-CONVENIO    TO PER-NUM-CONVENIO
           COMPUTE PER-DEUDA-TOTAL = WS-CLI-PRESTAMOS + WS-CLI-TARJETAS
           MOVE WS-NUP-ACTUAL      TO PER-NUP
           MOVE W-CLI-APELLIDO     TO PER-APELLIDO
           MOVE W-CLI-SUC-ADM      TO PER-SUCURSAL
           MOVE WS-CLI-SUSCRIPTOR  TO PER-SUSCRIPTOR
           MOVE WS-FEC-NUM         TO PER-FEC-ULT-ACRED
           MOVE WS-CLI-DIAS        TO PER-DIAS-SIN-ACRED
           MOVE WS-CLI-PRESTAMOS   TO PER-DEUDA-PRESTAMOS
           MOVE WS-CLI-TARJETAS    TO PER-DEUDA-TARJETAS
           WRITE PER-REGISTRO
           IF WS-CLI-IX-CNV > ZERO
               ADD 1 TO TB-CNV-CANT-PERD(WS-CLI-IX-CNV)
               ADD PER-DEUDA-TOTAL TO TB-CNV-DEUDA-PERD(WS-CLI-IX-CNV)
           END-IF
           .
       3000-EXIT.
           EXIT.

      * LA PRIMERA CUENTA DEL NUP CUYO SUSCRIPTOR TIENE CONVENIO MANDA
       3100-CONVENIO-CUENTA.
           IF WS-CLI-IX-CNV = ZERO
               AND W-PSU-SUSCRIPTOR NOT = SPACES
               MOVE W-PSU-SUSCRIPTOR TO WS-CLI-SUSCRIPTOR
               MOVE W-PSU-SUSCRIPTOR TO WS-SUS-BUSCADO
               MOVE ZERO TO WS-CNV-BUSCADO
               IF TB-SUS-CANT > ZERO
                   SEARCH ALL TB-SUS-ENTRY
                       AT END
                           CONTINUE
                       WHEN TB-SUS-SUSCRIPTOR(TB-SUS-IDX)
                                = WS-SUS-BUSCADO
                           MOVE TB-SUS-CONVENIO(TB-SUS-IDX)
                               TO WS-CNV-BUSCADO
                   END-SEARCH
               END-IF
               IF WS-CNV-BUSCADO > ZERO
                   SEARCH ALL TB-CNV-ENTRY
                       AT END
                           CONTINUE
                       WHEN TB-CNV-NUM(TB-CNV-IDX) = WS-CNV-BUSCADO
                           MOVE WS-CNV-BUSCADO TO WS-CLI-CONVENIO
                           SET WS-CLI-IX-CNV TO TB-CNV-IDX
                   END-SEARCH
               END-IF
           END-IF
           PERFORM 2000-LEER-PLAN-SUELDO THRU 2000-EXIT
           .
       3100-EXIT.
           EXIT.

       3200-SUMA-DEUDA.
           IF W-EXP-ORIGEN = 'P'
               ADD W-EXP-IMPORTE TO WS-CLI-PRESTAMOS
           ELSE
               ADD W-EXP-IMPORTE TO WS-CLI-TARJETAS
           END-IF
           PERFORM 2100-LEER-DEUDA THRU 2100-EXIT
           .
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  4000-LISTA-PERDIDOS  -  SUELPER POR CONVENIO Y MAYOR DEUDA,   *
      *  Y SU LISTADO CON CORTE POR CONVENIO                           *
      ******************************************************************
       4000-LISTA-PERDIDOS.
           CLOSE PLANSUE-ORD
           CLOSE EXPOSIC-ORD
           CLOSE CLIENTES-ORD
           CLOSE PERDIDAS-WRK

           SORT SORT-PER
               ON ASCENDING KEY S-PER-NUM-CONVENIO
               ON DESCENDING KEY S-PER-DEUDA-TOTAL
               ON ASCENDING KEY S-PER-NUP
               USING PERDIDAS-WRK
               GIVING PERDIDAS-SAL

           OPEN INPUT  PERDIDAS-SAL
           OPEN OUTPUT REPORTE-SUE
           OPEN OUTPUT ALERTA-SAL
           MOVE WS-DIAS-PERDIDO    TO WSL-DIAS-PERDIDO
           MOVE WS-PERIODO-PROCESO TO WSL-PERIODO
           MOVE WS-LINEA-TITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 9999999 TO WS-CONVENIO-ANT
           MOVE 'N' TO WS-SW-EOF-AUX
           PERFORM 4100-LINEA-PERDIDO THRU 4100-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE PERDIDAS-SAL

           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-CAIDA-MES  TO WSL-CAIDA-MES
           MOVE WS-CAIDA-TRIM TO WSL-CAIDA-TRIM
           MOVE WS-LINEA-TIT-CNV TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-LINEA-COL-CNV TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

       4100-LINEA-PERDIDO.
           READ PERDIDAS-SAL
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 4100-EXIT
           END-READ
           MOVE SUELPER-REGISTRO TO PER-REGISTRO
           IF PER-NUM-CONVENIO NOT = WS-CONVENIO-ANT
               MOVE PER-NUM-CONVENIO TO WS-CONVENIO-ANT
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE PER-NUM-CONVENIO TO WSL-CONVENIO
               MOVE PER-SUSCRIPTOR   TO WSL-SUSCRIPTOR
               MOVE WS-LINEA-CONVENIO TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF
           MOVE PER-NUP             TO WSL-NUP
           MOVE PER-APELLIDO        TO WSL-APELLIDO
           MOVE PER-SUCURSAL        TO WSL-SUCURSAL
           MOVE PER-FEC-ULT-ACRED   TO WSL-FEC-ULT-ACRED
           MOVE PER-DIAS-SIN-ACRED  TO WSL-DIAS
           MOVE PER-DEUDA-PRESTAMOS TO WSL-PRESTAMOS
           MOVE PER-DEUDA-TARJETAS  TO WSL-TARJETAS
           MOVE PER-DEUDA-TOTAL     TO WSL-DEUDA
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       4100-EXIT.
           EXIT.

      ******************************************************************
      *  5000-LISTA-CONVENIOS  -  VARIACION DE ASOCIADOS EN EL MES Y   *
      *  EN TRES MESES; SE LISTA EL CONVENIO CON PERDIDAS O EN ALERTA  *
      ******************************************************************
       5000-LISTA-CONVENIOS.
           MOVE 'N' TO WS-SW-ALERTA
           MOVE ZERO TO WS-VAR-MES WS-VAR-TRIM
           IF TB-CNV-HAY-ANT(WS-IX-CNV) = 'S'
               AND TB-CNV-ASOC-ANT(WS-IX-CNV) > ZERO
               COMPUTE WS-VAR-MES ROUNDED =
                   (TB-CNV-ASOC-ACT(WS-IX-CNV)
                    - TB-CNV-ASOC-ANT(WS-IX-CNV)) * 100
                   / TB-CNV-ASOC-ANT(WS-IX-CNV)
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-VAR-MES
               END-COMPUTE
               IF WS-VAR-MES NOT > ZERO - WS-CAIDA-MES
                   SET CONVENIO-EN-ALERTA TO TRUE
               END-IF
           END-IF
           IF TB-CNV-HAY-TRIM(WS-IX-CNV) = 'S'
               AND TB-CNV-ASOC-TRIM(WS-IX-CNV) > ZERO
               COMPUTE WS-VAR-TRIM ROUNDED =
                   (TB-CNV-ASOC-ACT(WS-IX-CNV)
                    - TB-CNV-ASOC-TRIM(WS-IX-CNV)) * 100
                   / TB-CNV-ASOC-TRIM(WS-IX-CNV)
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-VAR-TRIM
               END-COMPUTE
               IF WS-VAR-TRIM NOT > ZERO - WS-CAIDA-TRIM
                   SET CONVENIO-EN-ALERTA TO TRUE
               END-IF
           END-IF
           IF NOT CONVENIO-EN-ALERTA
               AND TB-CNV-CANT-PERD(WS-IX-CNV) = ZERO
               GO TO 5000-EXIT
           END-IF

           MOVE TB-CNV-NUM(WS-IX-CNV)        TO WSL-C-CONVENIO
           MOVE TB-CNV-SUSCRIPTOR(WS-IX-CNV) TO WSL-C-SUSCRIPTOR
           MOVE TB-CNV-PERIODO(WS-IX-CNV)    TO WSL-C-PERIODO
           MOVE TB-CNV-ASOC-ACT(WS-IX-CNV)   TO WSL-C-ASOC-ACT
           MOVE TB-CNV-ASOC-ANT(WS-IX-CNV)   TO WSL-C-ASOC-ANT
           MOVE TB-CNV-ASOC-TRIM(WS-IX-CNV)  TO WSL-C-ASOC-TRIM
           MOVE WS-VAR-MES                   TO WSL-C-VAR-MES
           MOVE WS-VAR-TRIM                  TO WSL-C-VAR-TRIM
           MOVE TB-CNV-CANT-PLAN(WS-IX-CNV)  TO WSL-C-CANT-PLAN
           MOVE TB-CNV-CANT-PERD(WS-IX-CNV)  TO WSL-C-CANT-PERD
           MOVE TB-CNV-DEUDA-PERD(WS-IX-CNV) TO WSL-C-DEUDA-PERD
           MOVE SPACES TO WSL-C-ALERTA
           IF CONVENIO-EN-ALERTA
               MOVE 'ALERTA' TO WSL-C-ALERTA
           END-IF
           MOVE WS-LINEA-DET-CNV TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           IF CONVENIO-EN-ALERTA
               ADD 1 TO WS-CANT-ALERTAS
               MOVE SPACES TO CNVALRT-REGISTRO
               MOVE WS-PERIODO-PROCESO TO CNVALRT-PERIODO
               MOVE TB-CNV-NUM(WS-IX-CNV) TO CNVALRT-NUM-CONVENIO
               MOVE TB-CNV-SUSCRIPTOR(WS-IX-CNV)
                   TO CNVALRT-SUSCRIPTOR
               MOVE TB-CNV-ASOC-ACT(WS-IX-CNV)  TO CNVALRT-ASOC-ACTUAL
               MOVE TB-CNV-ASOC-ANT(WS-IX-CNV)  TO CNVALRT-ASOC-MES-ANT
               MOVE TB-CNV-ASOC-TRIM(WS-IX-CNV)
                   TO CNVALRT-ASOC-TRIM-ANT
               MOVE WS-VAR-MES  TO CNVALRT-VAR-MES
               MOVE WS-VAR-TRIM TO CNVALRT-VAR-TRIM
               MOVE TB-CNV-CANT-PERD(WS-IX-CNV)
                   TO CNVALRT-CANT-PERDIDOS
               MOVE TB-CNV-DEUDA-PERD(WS-IX-CNV)
                   TO CNVALRT-DEUDA-PERDIDOS
               WRITE CNVALRT-REGISTRO
           END-IF
           .
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  CIERRE DE ARCHIVOS, RUNLOG Y RESUMEN        *
      ******************************************************************
       9000-FINALIZE.
           CLOSE REPORTE-SUE
           CLOSE ALERTA-SAL
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET174' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-CLIENTES-PS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-PERDIDOS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET174 - FUGA DE PLAN SUELDO'
           DISPLAY 'FILAS BGDTMCO  . . . . . . : ' WS-CANT-MCO
           DISPLAY 'CONVENIOS  . . . . . . . . : ' TB-CNV-CANT
           DISPLAY 'CUENTAS PLAN SUELDO  . . . : ' WS-CANT-CUENTAS-PS
           DISPLAY 'CUENTAS SIN NUP  . . . . . : ' WS-CANT-PS-SIN-NUP
           DISPLAY 'CLIENTES PLAN SUELDO . . . : ' WS-CANT-CLIENTES-PS
           DISPLAY 'CLIENTES SIN CONVENIO  . . : ' WS-CANT-SIN-CONVENIO
           DISPLAY 'SIN FECHA DE ACREDITACION  : ' WS-CANT-SIN-FECHA
           DISPLAY 'TARJETAS SIN NUP . . . . . : ' WS-CANT-TARJ-SIN-NUP
           DISPLAY 'CLIENTES SIN ACREDITACION  : ' WS-CANT-PERDIDOS
           DISPLAY 'CONVENIOS EN ALERTA  . . . : ' WS-CANT-ALERTAS
           .
