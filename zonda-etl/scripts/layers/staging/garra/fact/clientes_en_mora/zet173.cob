      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET173                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - GARRA                       *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : MONITOR MENSUAL DE ENDEUDAMIENTO SOBRE INGRESOS  *
      *               POR CLIENTE.  RECORRE LA VISTA CLIENTE 360       *
      *               (ZOEC360) POR NUP Y SUMA LAS OBLIGACIONES DEL    *
      *               MES: RECIBOS DE PRESTAMO DE CUOTASQ CON          *
      *               REC_FEC_ESPEPAGO EN EL MES (REC_SALTEOR) Y PAGO  *
      *               MINIMO DE TARJETAS (WASDO20 PAGO-MIN-LIQ).  LAS  *
      *               CUENTAS LLEGAN AL NUP POR LA CUENTA DE ZOEC360 Y *
      *               POR EL PUENTE CTANUP.  EL INGRESO DECLARADO SALE *
      *               DE IBEC3070 (IMP-INGRESO, SI NO MON-INGR-BRUTOS).*
      *               DEJA EL FACT DTIMES CON RELACION CUOTA/INGRESO   *
      *               Y BANDA, LOS CLIENTES SOBRE LA POLITICA EN       *
      *               DTIEXC (LOS EXCLUYE DE LA BASE DE OFERTAS        *
      *               ZET138) Y EN EL LISTADO RPDTI POR SUCURSAL.      *
      *               EL HISTORICO INGHIST -> INGHISTN GUARDA LA FECHA *
      *               EN QUE CAMBIO POR ULTIMA VEZ LA DECLARACION DE   *
      *               INGRESOS; PASADOS N MESES (PARMDTI) EL INGRESO   *
      *               SE MARCA DESACTUALIZADO.                         *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET173.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - GARRA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE360     ASSIGN TO ZOEC360
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-360.
           SELECT SORT-360       ASSIGN TO SRTDTIA.
           SELECT C360-ORD       ASSIGN TO WDTI360
               ORGANIZATION IS SEQUENTIAL.

           SELECT PUENTE-NUP     ASSIGN TO CTANUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NUP.
           SELECT SORT-PTE       ASSIGN TO SRTDTIB.
           SELECT PUENTE-ORD     ASSIGN TO WDTIPTE
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-CCC       ASSIGN TO SRTDTIC.
           SELECT CCC-ORD        ASSIGN TO WDTICCC
               ORGANIZATION IS SEQUENTIAL.

           SELECT CUOTAS-SQ      ASSIGN TO CUOTASQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SQ.
           SELECT CUENTAS-O20    ASSIGN TO WASDO20
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-O20.
           SELECT SORT-OBL       ASSIGN TO SRTDTID.
           SELECT OBLIGAC-ORD    ASSIGN TO WDTIOBL
               ORGANIZATION IS SEQUENTIAL.

           SELECT CLIENTES       ASSIGN TO IBEC3070
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
           SELECT SORT-CLI       ASSIGN TO SRTDTIE.
           SELECT CLIENTES-ORD   ASSIGN TO WDTICLI
               ORGANIZATION IS SEQUENTIAL.

           SELECT INGRESO-ANT    ASSIGN TO INGHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ING.
           SELECT INGRESO-NVO    ASSIGN TO INGHISTN
               ORGANIZATION IS SEQUENTIAL.

           SELECT PARAMETROS     ASSIGN TO PARMDTI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT DTI-SAL        ASSIGN TO DTIMES
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCLUSION-SAL  ASSIGN TO DTIEXC
               ORGANIZATION IS SEQUENTIAL.

           SELECT LISTADO-WRK    ASSIGN TO WDTILIS
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-LIS       ASSIGN TO SRTDTIF.
           SELECT LISTADO-ORD    ASSIGN TO WDTILIO
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-DTI    ASSIGN TO RPDTI
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE360
           RECORDING MODE IS F.
           COPY "../../../catalogo/cliente360/zoec360.cob"
               REPLACING ==:ZOEC360:== BY ==ZOEC360==.

       SD  SORT-360.
       01  SD-360-REGISTRO.
           05  S-360-NUP              PIC X(08).
           05  S-360-CENTRO           PIC X(04).
           05  S-360-APELLIDO         PIC X(30).
           05  FILLER                 PIC X(08).

       FD  C360-ORD
           RECORDING MODE IS F.
       01  W-360-REGISTRO.
           05  W-360-NUP              PIC X(08).
           05  W-360-CENTRO           PIC X(04).
           05  W-360-APELLIDO         PIC X(30).
           05  FILLER                 PIC X(08).

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

      * CCC -> NUP DE ZOEC360 Y DEL PUENTE
       SD  SORT-CCC.
       01  SD-CCC-REGISTRO.
           05  S-CCC-CLAVE            PIC X(20).
           05  S-CCC-NUP              PIC X(08).
           05  FILLER                 PIC X(02).

       FD  CCC-ORD
           RECORDING MODE IS F.
       01  W-CCC-REGISTRO.
           05  W-CCC-CLAVE            PIC X(20).
           05  W-CCC-NUP              PIC X(08).
           05  FILLER                 PIC X(02).

       FD  CUOTAS-SQ
           RECORDING MODE IS F.
           COPY "../../../malug/cuotasq/cuotasq.cob".

       FD  CUENTAS-O20
           RECORDING MODE IS F.
           COPY "../../../cupones/wasdo20/wasdo20.cob".

      * OBLIGACIONES DEL MES POR NUP (P PRESTAMO / T TARJETA)
       SD  SORT-OBL.
       01  SD-OBL-REGISTRO.
           05  S-OBL-NUP              PIC X(08).
           05  S-OBL-ORIGEN           PIC X(01).
           05  S-OBL-IMPORTE          PIC S9(13)V99.
           05  FILLER                 PIC X(06).

       FD  OBLIGAC-ORD
           RECORDING MODE IS F.
       01  W-OBL-REGISTRO.
           05  W-OBL-NUP              PIC X(08).
           05  W-OBL-ORIGEN           PIC X(01).
           05  W-OBL-IMPORTE          PIC S9(13)V99.
           05  FILLER                 PIC X(06).

       FD  CLIENTES
           RECORDING MODE IS F.
       01  FD-CLIENTE.
           COPY "IBEC3070.cob" REPLACING ==:IBEC3070:== BY ==IBEC3070==.

       SD  SORT-CLI.
       01  SD-CLI-REGISTRO.
           05  S-CLI-NUM-PERSONA      PIC X(08).
           05  S-CLI-SUC-ADM          PIC X(04).
           05  S-CLI-FEC-ALTACLI      PIC X(10).
           05  S-CLI-INGRESOS         PIC X(71).
           05  FILLER                 PIC X(07).

       FD  CLIENTES-ORD
           RECORDING MODE IS F.
       01  W-CLI-REGISTRO.
           05  W-CLI-NUM-PERSONA      PIC X(08).
           05  W-CLI-SUC-ADM          PIC X(04).
           05  W-CLI-FEC-ALTACLI      PIC X(10).
           05  W-CLI-INGRESOS.
               10  W-CLI-MON-INGR-BRUTOS   PIC X(17).
               10  W-CLI-MON-INGR-GPO-FLIA PIC X(17).
               10  W-CLI-MON-GASTOS        PIC X(17).
               10  W-CLI-IMP-INGRESO       PIC X(20).
           05  FILLER                 PIC X(07).

       FD  INGRESO-ANT
           RECORDING MODE IS F.
       01  ING-REGISTRO.
           05  ING-NUP                PIC X(08).
           05  ING-INGRESOS           PIC X(71).
           05  ING-FEC-ULT-ACT        PIC 9(08).
           05  FILLER                 PIC X(13).

       FD  INGRESO-NVO
           RECORDING MODE IS F.
       01  INGN-REGISTRO.
           05  INGN-NUP               PIC X(08).
      *        DECLARACION DE INGRESOS TAL COMO VINO EN IBEC3070
           05  INGN-INGRESOS          PIC X(71).
      *        FECHA EN QUE SE VIO CAMBIAR LA DECLARACION (LA PRIMERA
      *        VEZ, EL ALTA DEL CLIENTE)
           05  INGN-FEC-ULT-ACT       PIC 9(08).
           05  FILLER                 PIC X(13).

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-DTI-REGISTRO.
      *        RELACION CUOTA/INGRESO MAXIMA DE LA POLITICA (%)
           05  PARM-DTI-POLITICA      PIC 9(03).
      *        MESES SIN CAMBIOS QUE DEJAN EL INGRESO DESACTUALIZADO
           05  PARM-DTI-MESES-DESACT  PIC 9(03).
           05  PARM-DTI-FILLER        PIC X(14).

       FD  DTI-SAL
           RECORDING MODE IS F.
       01  DTIMES-REGISTRO.
           05  DTIMES-PERIODO         PIC 9(06).
           05  DTIMES-NUP             PIC X(08).
           05  DTIMES-SUCURSAL        PIC X(04).
           05  DTIMES-INGRESO         PIC 9(13)V99.
           05  DTIMES-GASTOS          PIC 9(13)V99.
           05  DTIMES-CUOTAS-PREST    PIC S9(13)V99.
           05  DTIMES-PAGO-MIN-TARJ   PIC S9(13)V99.
           05  DTIMES-RELACION        PIC 9(03)V99.
      *        PISO DE LA BANDA: 000/020/030/040/050; 999 SIN INGRESO
           05  DTIMES-BANDA           PIC 9(03).
               88  DTIMES-SIN-INGRESO     VALUE 999.
           05  DTIMES-SOBRE-POLITICA  PIC X(01).
           05  DTIMES-ING-DESACT      PIC X(01).
           05  DTIMES-FEC-ULT-ACT     PIC 9(08).
           05  FILLER                 PIC X(04).

       FD  EXCLUSION-SAL
           RECORDING MODE IS F.
       01  DTIEXC-REGISTRO.
           05  DTIEXC-NUP             PIC X(08).
      *        MOTIVO D: ENDEUDAMIENTO SOBRE LA POLITICA
           05  DTIEXC-MOTIVO          PIC X(01).
           05  DTIEXC-RELACION        PIC 9(03)V99.
           05  DTIEXC-SUCURSAL        PIC X(04).
           05  DTIEXC-ING-DESACT      PIC X(01).
           05  FILLER                 PIC X(11).

       FD  LISTADO-WRK
           RECORDING MODE IS F.
       01  LIS-REGISTRO.
           05  LIS-SUCURSAL           PIC X(04).
           05  LIS-RELACION           PIC 9(03)V99.
           05  LIS-NUP                PIC X(08).
           05  LIS-APELLIDO           PIC X(30).
           05  LIS-INGRESO            PIC 9(13)V99.
           05  LIS-OBLIGACIONES       PIC S9(13)V99.
           05  LIS-ING-DESACT         PIC X(01).
           05  LIS-FEC-ULT-ACT        PIC 9(08).
           05  FILLER                 PIC X(04).

       SD  SORT-LIS.
       01  SD-LIS-REGISTRO.
           05  S-LIS-SUCURSAL         PIC X(04).
           05  S-LIS-RELACION         PIC 9(03)V99.
           05  S-LIS-NUP              PIC X(08).
           05  FILLER                 PIC X(73).

       FD  LISTADO-ORD
           RECORDING MODE IS F.
       01  ORD-LIS-REGISTRO          PIC X(90).

       FD  REPORTE-DTI.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-PUENTE             PIC 9(07) COMP VALUE 200000.
       77  WS-MAX-CCC                PIC 9(07) COMP VALUE 300000.
       77  WS-IX-BANDA               PIC 9(01) COMP.
       77  WS-MESES-DESDE            PIC S9(05) COMP.

      * PARAMETROS (PARMDTI LOS REEMPLAZA SI VIENE INFORMADO)
       01  WS-POLITICA               PIC 9(03) VALUE 40.
       01  WS-MESES-DESACT           PIC 9(03) VALUE 12.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05  WS-PERIODO-PROCESO    PIC 9(06).
           05  WS-DIA-PROCESO        PIC 9(02).
       01  WS-FECHA-PROCESO-R2 REDEFINES WS-FECHA-PROCESO.
           05  WS-FEC-PRO-ANIO       PIC 9(04).
           05  WS-FEC-PRO-MES        PIC 9(02).
           05  FILLER                PIC 9(02).
       01  WS-FEC-NUM                PIC 9(08).
       01  WS-FEC-NUM-R REDEFINES WS-FEC-NUM.
           05  WS-FEC-NUM-ANIO       PIC 9(04).
           05  WS-FEC-NUM-MES        PIC 9(02).
           05  FILLER                PIC 9(02).

       01  WS-FS-360                 PIC XX.
           88  FS-360-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-NUP                 PIC XX.
       01  WS-FS-SQ                  PIC XX.
           88  FS-SQ-ERROR-LECTURA      VALUE '01' THRU '99'.
       01  WS-FS-O20                 PIC XX.
           88  FS-O20-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-CLI                 PIC XX.
           88  FS-CLI-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-ING                 PIC XX.
       01  WS-FS-PAR                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-AUX         PIC X(01) VALUE 'N'.
               88  EOF-AUXILIAR          VALUE 'S'.
           05  WS-SW-EOF-360         PIC X(01) VALUE 'N'.
               88  EOF-CLIENTE360        VALUE 'S'.
           05  WS-SW-EOF-LIS         PIC X(01) VALUE 'N'.
               88  EOF-LISTADO           VALUE 'S'.
           05  WS-SW-HAY-PUENTE      PIC X(01) VALUE 'N'.
               88  HAY-PUENTE            VALUE 'S'.
           05  WS-SW-HAY-HISTORICO   PIC X(01) VALUE 'N'.
               88  HAY-HISTORICO         VALUE 'S'.

       01  WS-CLAVE-OBL              PIC X(08) VALUE LOW-VALUES.
       01  WS-CLAVE-CLI              PIC X(08) VALUE LOW-VALUES.
       01  WS-CLAVE-ING              PIC X(08) VALUE LOW-VALUES.
       01  WS-SUCURSAL-ANT           PIC X(04) VALUE LOW-VALUES.

       01  WS-CTA-BUSCADA            PIC 9(14).
       01  WS-CCC-BUSCADA            PIC X(20).
       01  WS-NUP-HALLADO            PIC X(08).
       01  WS-INGRESO                PIC 9(13)V99.
       01  WS-OBLIGACIONES           PIC S9(13)V99.

      * PUENTE TARJETA -> NUP, ORDENADO PARA SEARCH ALL
       01  TABLA-PUENTE.
           05  TB-PTE-CANT           PIC 9(07) COMP VALUE ZERO.
           05  TB-PTE-ENTRY OCCURS 1 TO 200000 TIMES
                   DEPENDING ON TB-PTE-CANT
                   ASCENDING KEY IS TB-PTE-CTA-TARJ
                   INDEXED BY TB-PTE-IDX.
               10  TB-PTE-CTA-TARJ   PIC 9(14).
               10  TB-PTE-NUP        PIC X(08).

      * CCC (ENTIDAD/CENTRO/CUENTA) -> NUP, ORDENADO PARA SEARCH ALL
       01  TABLA-CCC.
           05  TB-CCC-CANT           PIC 9(07) COMP VALUE ZERO.
           05  TB-CCC-ENTRY OCCURS 1 TO 300000 TIMES
                   DEPENDING ON TB-CCC-CANT
                   ASCENDING KEY IS TB-CCC-CLAVE
                   INDEXED BY TB-CCC-IDX.
               10  TB-CCC-CLAVE      PIC X(20).
               10  TB-CCC-NUP        PIC X(08).

      * CLIENTES POR BANDA: 1 A 5 SEGUN EL PISO, 6 SIN INGRESO
       01  TABLA-BANDAS.
           05  TB-BAN-ENTRY OCCURS 6 TIMES.
               10  TB-BAN-CANT       PIC 9(09) COMP.

       01  WS-CONTADORES.
           05  WS-CANT-CLIENTES-360  PIC 9(09) COMP.
           05  WS-CANT-RECIBOS       PIC 9(09) COMP.
           05  WS-CANT-RECIBOS-MES   PIC 9(09) COMP.
           05  WS-CANT-RECIB-SIN-NUP PIC 9(09) COMP.
           05  WS-CANT-TARJETAS      PIC 9(09) COMP.
           05  WS-CANT-TARJ-SIN-NUP  PIC 9(09) COMP.
           05  WS-CANT-OBL-FUERA-360 PIC 9(09) COMP.
           05  WS-CANT-CON-DEUDA     PIC 9(09) COMP.
           05  WS-CANT-SOBRE-POL     PIC 9(09) COMP.
           05  WS-CANT-DESACT        PIC 9(09) COMP.
           05  WS-CANT-DESBORDE      PIC 9(09) COMP.

       01  WS-LINEA-TITULO.
           05  FILLER                PIC X(46) VALUE
               'CLIENTES SOBRE LA POLITICA DE ENDEUDAMIENTO - '.
           05  FILLER                PIC X(08) VALUE 'PERIODO '.
           05  WSL-PERIODO           PIC 9(06).
           05  FILLER                PIC X(12) VALUE '  POLITICA '.
           05  WSL-POLITICA          PIC ZZ9.
           05  FILLER                PIC X(01) VALUE '%'.

       01  WS-LINEA-SUCURSAL.
           05  FILLER                PIC X(10) VALUE 'SUCURSAL '.
           05  WSL-SUCURSAL          PIC X(04).

       01  WS-LINEA-COLUMNAS.
           05  FILLER                PIC X(42) VALUE
               '  NUP      APELLIDO'.
           05  FILLER                PIC X(46) VALUE
               '           INGRESO         OBLIGACIONES RELAC.'.
           05  FILLER                PIC X(16) VALUE
               ' DESACT. ULT.ACT'.

       01  WS-LINEA-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-NUP               PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-APELLIDO          PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-INGRESO           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-OBLIGACIONES      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-RELACION          PIC ZZ9.99.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WSL-DESACT            PIC X(01).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WSL-FEC-ULT-ACT       PIC 9(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-PROCESA-CLIENTE THRU 3000-EXIT
               UNTIL EOF-CLIENTE360
           PERFORM 4000-ORDENA-LISTADO
           PERFORM 5000-EMITE-LISTADO THRU 5000-EXIT
               UNTIL EOF-LISTADO
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  PUENTES CUENTA -> NUP Y LAS FUENTES       *
      *  ORDENADAS POR NUP                                             *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           INITIALIZE TABLA-BANDAS WS-CONTADORES

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM 1050-TOMA-PARAMETROS THRU 1050-EXIT
               END-READ
               CLOSE PARAMETROS
           END-IF

           OPEN INPUT CLIENTE360
           IF WS-FS-360 NOT = '00'
               DISPLAY 'ZET173 - NO SE PUDO ABRIR ZOEC360 - '
                   'FILE STATUS ' WS-FS-360
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CLIENTE360
           OPEN INPUT CLIENTES
           IF WS-FS-CLI NOT = '00'
               DISPLAY 'ZET173 - NO SE PUDO ABRIR IBEC3070 - '
                   'FILE STATUS ' WS-FS-CLI
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CLIENTES
           OPEN INPUT CUOTAS-SQ
           IF WS-FS-SQ NOT = '00'
               DISPLAY 'ZET173 - NO SE PUDO ABRIR CUOTASQ - '
                   'FILE STATUS ' WS-FS-SQ
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CUOTAS-SQ
           OPEN INPUT CUENTAS-O20
           IF WS-FS-O20 NOT = '00'
               DISPLAY 'ZET173 - NO SE PUDO ABRIR WASDO20 - '
                   'FILE STATUS ' WS-FS-O20
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CUENTAS-O20

           OPEN INPUT PUENTE-NUP
           IF WS-FS-NUP = '00'
               SET HAY-PUENTE TO TRUE
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
           ELSE
               DISPLAY 'ZET173 - SIN PUENTE CTANUP - SOLO SE '
                   'RESUELVEN LAS CUENTAS DE ZOEC360'
           END-IF

           SORT SORT-CCC
               ON ASCENDING KEY S-CCC-CLAVE
               INPUT PROCEDURE IS 1300-EXTRAE-CCC
               GIVING CCC-ORD
           OPEN INPUT CCC-ORD
           PERFORM 1200-CARGA-CCC THRU 1200-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CCC-ORD
           MOVE 'N' TO WS-SW-EOF-AUX

           IF WS-CANT-DESBORDE > ZERO
               DISPLAY 'ZET173 - ADVERTENCIA: TABLAS DESBORDADAS - '
                   'FILAS NO CARGADAS: ' WS-CANT-DESBORDE
           END-IF

           SORT SORT-360
               ON ASCENDING KEY S-360-NUP
               INPUT PROCEDURE IS 1400-EXTRAE-360
               GIVING C360-ORD

           SORT SORT-OBL
               ON ASCENDING KEY S-OBL-NUP
               INPUT PROCEDURE IS 1500-EXTRAE-OBLIGACIONES
               GIVING OBLIGAC-ORD

           SORT SORT-CLI
               ON ASCENDING KEY S-CLI-NUM-PERSONA
               INPUT PROCEDURE IS 1600-EXTRAE-CLIENTES
               GIVING CLIENTES-ORD

           OPEN INPUT  C360-ORD
           OPEN INPUT  OBLIGAC-ORD
           OPEN INPUT  CLIENTES-ORD
           OPEN OUTPUT DTI-SAL
           OPEN OUTPUT EXCLUSION-SAL
           OPEN OUTPUT LISTADO-WRK
           OPEN OUTPUT INGRESO-NVO
           OPEN INPUT  INGRESO-ANT
           IF WS-FS-ING = '00'
               SET HAY-HISTORICO TO TRUE
               PERFORM 2300-LEER-HISTORICO THRU 2300-EXIT
           ELSE
               DISPLAY 'ZET173 - SIN INGHIST ANTERIOR - LA FECHA DE '
                   'ACTUALIZACION PARTE DEL ALTA DEL CLIENTE'
               MOVE HIGH-VALUES TO WS-CLAVE-ING
           END-IF

           PERFORM 2000-LEER-360 THRU 2000-EXIT
           PERFORM 2100-LEER-OBLIGACION THRU 2100-EXIT
           PERFORM 2200-LEER-CLIENTE THRU 2200-EXIT
           .

       1050-TOMA-PARAMETROS.
           IF PARM-DTI-POLITICA IS NUMERIC
               AND PARM-DTI-POLITICA > 0
               MOVE PARM-DTI-POLITICA TO WS-POLITICA
           END-IF
           IF PARM-DTI-MESES-DESACT IS NUMERIC
               AND PARM-DTI-MESES-DESACT > 0
               MOVE PARM-DTI-MESES-DESACT TO WS-MESES-DESACT
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

       1200-CARGA-CCC.
           READ CCC-ORD
               AT END
                   SET EOF-AUXILIAR TO TRUE
               NOT AT END
                   IF TB-CCC-CANT < WS-MAX-CCC
                       ADD 1 TO TB-CCC-CANT
                       SET TB-CCC-IDX TO TB-CCC-CANT
                       MOVE W-CCC-CLAVE TO TB-CCC-CLAVE(TB-CCC-IDX)
                       MOVE W-CCC-NUP   TO TB-CCC-NUP(TB-CCC-IDX)
                   ELSE
                       ADD 1 TO WS-CANT-DESBORDE
                   END-IF
           END-READ
           .
       1200-EXIT.
           EXIT.

      * LA CUENTA DE CADA CLIENTE EN ZOEC360 Y LAS CCC DEL PUENTE
       1300-EXTRAE-CCC SECTION.
           OPEN INPUT CLIENTE360
           PERFORM 1310-CCC-360 THRU 1310-EXIT
               UNTIL EOF-CLIENTE360
           CLOSE CLIENTE360
           MOVE 'N' TO WS-SW-EOF-360
           IF HAY-PUENTE
               OPEN INPUT PUENTE-NUP
               PERFORM 1320-CCC-PUENTE THRU 1320-EXIT
                   UNTIL EOF-AUXILIAR
               CLOSE PUENTE-NUP
               MOVE 'N' TO WS-SW-EOF-AUX
           END-IF
           GO TO 1300-FIN
           .

       1310-CCC-360.
           READ CLIENTE360
               AT END
                   SET EOF-CLIENTE360 TO TRUE
               NOT AT END
                   IF ZOEC360-EN-CUENTA
                       AND ZOEC360-CLAVE-PERSONA NOT = SPACES
                       MOVE SPACES TO SD-CCC-REGISTRO
                       MOVE ZOEC360-ENTIDAD TO S-CCC-CLAVE(1:4)
                       MOVE ZOEC360-CENTRO  TO S-CCC-CLAVE(5:4)
                       MOVE ZOEC360-CUENTA  TO S-CCC-CLAVE(9:12)
                       MOVE ZOEC360-CLAVE-PERSONA TO S-CCC-NUP
                       RELEASE SD-CCC-REGISTRO
                   END-IF
           END-READ
           .
       1310-EXIT.
           EXIT.

       1320-CCC-PUENTE.
           READ PUENTE-NUP
               AT END
                   SET EOF-AUXILIAR TO TRUE
               NOT AT END
                   IF CTANUP-CCC NOT = SPACES
                       MOVE SPACES TO SD-CCC-REGISTRO
                       MOVE CTANUP-CCC TO S-CCC-CLAVE
                       MOVE CTANUP-NUP TO S-CCC-NUP
                       RELEASE SD-CCC-REGISTRO
                   END-IF
           END-READ
           .
       1320-EXIT.
           EXIT.
       1300-FIN.
           EXIT.


       1400-EXTRAE-360 SECTION.
           OPEN INPUT CLIENTE360
           PERFORM 1410-SUELTA-360 THRU 1410-EXIT
               UNTIL EOF-CLIENTE360
           CLOSE CLIENTE360
           MOVE 'N' TO WS-SW-EOF-360
           GO TO 1400-FIN
           .

       1410-SUELTA-360.
           READ CLIENTE360
               AT END
                   SET EOF-CLIENTE360 TO TRUE
               NOT AT END
                   IF FS-360-ERROR-LECTURA
                       DISPLAY 'ZET173 - ERROR DE LECTURA '
                           'EN ZOEC360 - FILE STATUS ' WS-FS-360
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CANT-CLIENTES-360
                   IF ZOEC360-CLAVE-PERSONA NOT = SPACES
                       MOVE SPACES TO SD-360-REGISTRO
                       MOVE ZOEC360-CLAVE-PERSONA TO S-360-NUP
                       IF ZOEC360-EN-CUENTA
                           MOVE ZOEC360-CENTRO TO S-360-CENTRO
                       END-IF
                       MOVE ZOEC360-PRIM-APELLIDO TO S-360-APELLIDO
                       RELEASE SD-360-REGISTRO
                   END-IF
           END-READ
           .
       1410-EXIT.
           EXIT.
       1400-FIN.
           EXIT.


      * RECIBOS DE PRESTAMO QUE VENCEN EN EL MES DE PROCESO Y PAGO
      * MINIMO DE CADA TARJETA, YA RESUELTOS AL NUP
       1500-EXTRAE-OBLIGACIONES SECTION.
           OPEN INPUT CUOTAS-SQ
           PERFORM 1510-SUELTA-RECIBO THRU 1510-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CUOTAS-SQ
           MOVE 'N' TO WS-SW-EOF-AUX
           OPEN INPUT CUENTAS-O20
           PERFORM 1520-SUELTA-TARJETA THRU 1520-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CUENTAS-O20
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1500-FIN
           .

       1510-SUELTA-RECIBO.
           READ CUOTAS-SQ
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1510-EXIT
           END-READ
           IF FS-SQ-ERROR-LECTURA
               DISPLAY 'ZET173 - ERROR DE LECTURA '
                   'EN CUOTASQ - FILE STATUS ' WS-FS-SQ
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-RECIBOS

           IF REC_FEC_ESPEPAGO(1:4) IS NOT NUMERIC
               OR REC_FEC_ESPEPAGO(6:2) IS NOT NUMERIC
               GO TO 1510-EXIT
           END-IF
           MOVE REC_FEC_ESPEPAGO(1:4) TO WS-FEC-NUM(1:4)
           MOVE REC_FEC_ESPEPAGO(6:2) TO WS-FEC-NUM(5:2)
           IF WS-FEC-NUM(1:6) NOT = WS-PERIODO-PROCESO
               GO TO 1510-EXIT
           END-IF
           ADD 1 TO WS-CANT-RECIBOS-MES

           STRING REC_ENTIDAD
                  REC_OFICINA
                  REC_CUENTA
               DELIMITED BY SIZE
               INTO WS-CCC-BUSCADA
           END-STRING
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
               ADD 1 TO WS-CANT-RECIB-SIN-NUP
               GO TO 1510-EXIT
           END-IF

           MOVE SPACES TO SD-OBL-REGISTRO
           MOVE WS-NUP-HALLADO TO S-OBL-NUP
           MOVE 'P'            TO S-OBL-ORIGEN
           MOVE REC_SALTEOR    TO S-OBL-IMPORTE
           RELEASE SD-OBL-REGISTRO
           .
       1510-EXIT.
           EXIT.

       1520-SUELTA-TARJETA.
           READ CUENTAS-O20
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1520-EXIT
           END-READ
           IF FS-O20-ERROR-LECTURA
               DISPLAY 'ZET173 - ERROR DE LECTURA '
                   'EN WASDO20 - FILE STATUS ' WS-FS-O20
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-TARJETAS
           IF PAGO-MIN-LIQ NOT > ZERO
               GO TO 1520-EXIT
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
               GO TO 1520-EXIT
           END-IF

           MOVE SPACES TO SD-OBL-REGISTRO
           MOVE WS-NUP-HALLADO TO S-OBL-NUP
           MOVE 'T'            TO S-OBL-ORIGEN
           MOVE PAGO-MIN-LIQ   TO S-OBL-IMPORTE
           RELEASE SD-OBL-REGISTRO
           .
       1520-EXIT.
           EXIT.
       1500-FIN.
           EXIT.


       1600-EXTRAE-CLIENTES SECTION.
           OPEN INPUT CLIENTES
           PERFORM 1610-SUELTA-CLIENTE THRU 1610-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CLIENTES
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1600-FIN
           .

       1610-SUELTA-CLIENTE.
           READ CLIENTES
               AT END
                   SET EOF-AUXILIAR TO TRUE
               NOT AT END
                   IF FS-CLI-ERROR-LECTURA
                       DISPLAY 'ZET173 - ERROR DE LECTURA '
                           'EN IBEC3070 - FILE STATUS ' WS-FS-CLI
                       STOP RUN
                   END-IF
                   IF IBEC3070-NUM-PERSONA NOT = SPACES
                       MOVE SPACES TO SD-CLI-REGISTRO
                       MOVE IBEC3070-NUM-PERSONA TO S-CLI-NUM-PERSONA
                       MOVE IBEC3070-UC-SUC-ADM  TO S-CLI-SUC-ADM
                       MOVE IBEC3070-FEC-ALTACLI TO S-CLI-FEC-ALTACLI
                       MOVE IBEC3070-INGRESOS    TO S-CLI-INGRESOS
                       RELEASE SD-CLI-REGISTRO
                   END-IF
           END-READ
           .
       1610-EXIT.
           EXIT.
       1600-FIN.
           EXIT.


       PROCESO-PRINCIPAL SECTION.

       2000-LEER-360.
           READ C360-ORD
               AT END
                   SET EOF-CLIENTE360 TO TRUE
           END-READ
           .
       2000-EXIT.
           EXIT.

       2100-LEER-OBLIGACION.
           READ OBLIGAC-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-OBL
               NOT AT END
                   MOVE W-OBL-NUP TO WS-CLAVE-OBL
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

       2300-LEER-HISTORICO.
           READ INGRESO-ANT
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-ING
               NOT AT END
                   MOVE ING-NUP TO WS-CLAVE-ING
           END-READ
           .
       2300-EXIT.
           EXIT.

      ******************************************************************
      *  3000-PROCESA-CLIENTE  -  OBLIGACIONES DEL MES CONTRA EL       *
      *  INGRESO DECLARADO DE UN CLIENTE DE LA VISTA 360               *
      ******************************************************************
       3000-PROCESA-CLIENTE.
           MOVE SPACES TO DTIMES-REGISTRO
           MOVE WS-PERIODO-PROCESO TO DTIMES-PERIODO
           MOVE W-360-NUP          TO DTIMES-NUP
           MOVE W-360-CENTRO       TO DTIMES-SUCURSAL
           MOVE ZERO TO DTIMES-INGRESO DTIMES-GASTOS
                        DTIMES-CUOTAS-PREST DTIMES-PAGO-MIN-TARJ
                        DTIMES-RELACION DTIMES-FEC-ULT-ACT
           MOVE 'N' TO DTIMES-SOBRE-POLITICA DTIMES-ING-DESACT

           PERFORM 3100-DESCARTA-OBLIGACION THRU 3100-EXIT
               UNTIL WS-CLAVE-OBL NOT < W-360-NUP
           PERFORM 3200-SUMA-OBLIGACION THRU 3200-EXIT
               UNTIL WS-CLAVE-OBL NOT = W-360-NUP
           COMPUTE WS-OBLIGACIONES =
               DTIMES-CUOTAS-PREST + DTIMES-PAGO-MIN-TARJ

           PERFORM 2200-LEER-CLIENTE THRU 2200-EXIT
               UNTIL WS-CLAVE-CLI NOT < W-360-NUP
           PERFORM 2300-LEER-HISTORICO THRU 2300-EXIT
               UNTIL WS-CLAVE-ING NOT < W-360-NUP
           IF WS-CLAVE-CLI = W-360-NUP
               PERFORM 3300-INGRESO-CLIENTE THRU 3300-EXIT
           END-IF

           IF WS-OBLIGACIONES > ZERO
               ADD 1 TO WS-CANT-CON-DEUDA
           END-IF
           PERFORM 3400-BANDA-RELACION THRU 3400-EXIT
           WRITE DTIMES-REGISTRO

           IF DTIMES-SOBRE-POLITICA = 'S'
               ADD 1 TO WS-CANT-SOBRE-POL
               MOVE SPACES TO DTIEXC-REGISTRO
               MOVE DTIMES-NUP        TO DTIEXC-NUP
               MOVE 'D'               TO DTIEXC-MOTIVO
               MOVE DTIMES-RELACION   TO DTIEXC-RELACION
               MOVE DTIMES-SUCURSAL   TO DTIEXC-SUCURSAL
               MOVE DTIMES-ING-DESACT TO DTIEXC-ING-DESACT
               WRITE DTIEXC-REGISTRO
               MOVE SPACES TO LIS-REGISTRO
               MOVE DTIMES-SUCURSAL   TO LIS-SUCURSAL
               MOVE DTIMES-RELACION   TO LIS-RELACION
               MOVE DTIMES-NUP        TO LIS-NUP
               MOVE W-360-APELLIDO    TO LIS-APELLIDO
               MOVE DTIMES-INGRESO    TO LIS-INGRESO
               MOVE WS-OBLIGACIONES   TO LIS-OBLIGACIONES
               MOVE DTIMES-ING-DESACT TO LIS-ING-DESACT
               MOVE DTIMES-FEC-ULT-ACT TO LIS-FEC-ULT-ACT
               WRITE LIS-REGISTRO
           END-IF

           PERFORM 2000-LEER-360 THRU 2000-EXIT
           .
       3000-EXIT.
           EXIT.

      * OBLIGACIONES DE UN NUP QUE NO ESTA EN LA VISTA 360
       3100-DESCARTA-OBLIGACION.
           ADD 1 TO WS-CANT-OBL-FUERA-360
           PERFORM 2100-LEER-OBLIGACION THRU 2100-EXIT
           .
       3100-EXIT.
           EXIT.

       3200-SUMA-OBLIGACION.
           IF W-OBL-ORIGEN = 'P'
               ADD W-OBL-IMPORTE TO DTIMES-CUOTAS-PREST
           ELSE
               ADD W-OBL-IMPORTE TO DTIMES-PAGO-MIN-TARJ
           END-IF
           PERFORM 2100-LEER-OBLIGACION THRU 2100-EXIT
           .
       3200-EXIT.
           EXIT.

      * INGRESO: IMP-INGRESO, Y SI NO VIENE, INGRESOS BRUTOS.  LA
      * DECLARACION SE COMPARA CON LA DEL HISTORICO PARA SABER DESDE
      * CUANDO NO CAMBIA
       3300-INGRESO-CLIENTE.
           IF W-CLI-SUC-ADM NOT = SPACES
               MOVE W-CLI-SUC-ADM TO DTIMES-SUCURSAL
           END-IF
           COMPUTE WS-INGRESO =
               FUNCTION NUMVAL(W-CLI-IMP-INGRESO)
           IF WS-INGRESO NOT > ZERO
               COMPUTE WS-INGRESO =
                   FUNCTION NUMVAL(W-CLI-MON-INGR-BRUTOS)
           END-IF
           MOVE WS-INGRESO TO DTIMES-INGRESO
           COMPUTE DTIMES-GASTOS =
               FUNCTION NUMVAL(W-CLI-MON-GASTOS)

           MOVE SPACES TO INGN-REGISTRO
           MOVE W-CLI-NUM-PERSONA TO INGN-NUP
           MOVE W-CLI-INGRESOS    TO INGN-INGRESOS
           EVALUATE TRUE
               WHEN WS-CLAVE-ING = W-360-NUP
                    AND ING-INGRESOS = W-CLI-INGRESOS
                   MOVE ING-FEC-ULT-ACT TO INGN-FEC-ULT-ACT
               WHEN WS-CLAVE-ING = W-360-NUP
                   MOVE WS-FECHA-PROCESO TO INGN-FEC-ULT-ACT
               WHEN W-CLI-FEC-ALTACLI(1:4) IS NUMERIC
                    AND W-CLI-FEC-ALTACLI(6:2) IS NUMERIC
                    AND W-CLI-FEC-ALTACLI(9:2) IS NUMERIC
                   MOVE W-CLI-FEC-ALTACLI(1:4) TO INGN-FEC-ULT-ACT(1:4)
                   MOVE W-CLI-FEC-ALTACLI(6:2) TO INGN-FEC-ULT-ACT(5:2)
                   MOVE W-CLI-FEC-ALTACLI(9:2) TO INGN-FEC-ULT-ACT(7:2)
               WHEN OTHER
                   MOVE WS-FECHA-PROCESO TO INGN-FEC-ULT-ACT
           END-EVALUATE
           WRITE INGN-REGISTRO
           MOVE INGN-FEC-ULT-ACT TO DTIMES-FEC-ULT-ACT

           MOVE INGN-FEC-ULT-ACT TO WS-FEC-NUM
           COMPUTE WS-MESES-DESDE =
               (WS-FEC-PRO-ANIO * 12 + WS-FEC-PRO-MES)
             - (WS-FEC-NUM-ANIO * 12 + WS-FEC-NUM-MES)
           IF WS-MESES-DESDE > WS-MESES-DESACT
               MOVE 'S' TO DTIMES-ING-DESACT
               ADD 1 TO WS-CANT-DESACT
           END-IF
           .
       3300-EXIT.
           EXIT.

      * BANDAS POR PISO 0/20/30/40/50 %; SIN INGRESO NO HAY RELACION
       3400-BANDA-RELACION.
           IF DTIMES-INGRESO NOT > ZERO
               MOVE 999 TO DTIMES-BANDA
               ADD 1 TO TB-BAN-CANT(6)
               GO TO 3400-EXIT
           END-IF
           IF WS-OBLIGACIONES > ZERO
               COMPUTE DTIMES-RELACION ROUNDED =
                   WS-OBLIGACIONES * 100 / DTIMES-INGRESO
                   ON SIZE ERROR
                       MOVE 999.99 TO DTIMES-RELACION
               END-COMPUTE
           END-IF
           EVALUATE TRUE
               WHEN DTIMES-RELACION < 20
                   MOVE 000 TO DTIMES-BANDA
                   MOVE 1 TO WS-IX-BANDA
               WHEN DTIMES-RELACION < 30
                   MOVE 020 TO DTIMES-BANDA
                   MOVE 2 TO WS-IX-BANDA
               WHEN DTIMES-RELACION < 40
                   MOVE 030 TO DTIMES-BANDA
                   MOVE 3 TO WS-IX-BANDA
               WHEN DTIMES-RELACION < 50
                   MOVE 040 TO DTIMES-BANDA
                   MOVE 4 TO WS-IX-BANDA
               WHEN OTHER
                   MOVE 050 TO DTIMES-BANDA
                   MOVE 5 TO WS-IX-BANDA
           END-EVALUATE
           ADD 1 TO TB-BAN-CANT(WS-IX-BANDA)
           IF DTIMES-RELACION > WS-POLITICA
               MOVE 'S' TO DTIMES-SOBRE-POLITICA
           END-IF
           .
       3400-EXIT.
           EXIT.

      ******************************************************************
      *  4000-ORDENA-LISTADO  -  CLIENTES SOBRE LA POLITICA POR        *
      *  SUCURSAL, LA RELACION MAS ALTA PRIMERO                        *
      ******************************************************************
       4000-ORDENA-LISTADO.
           CLOSE C360-ORD
           CLOSE OBLIGAC-ORD
           CLOSE CLIENTES-ORD
           CLOSE LISTADO-WRK

           SORT SORT-LIS
               ON ASCENDING KEY S-LIS-SUCURSAL
               ON DESCENDING KEY S-LIS-RELACION
               ON ASCENDING KEY S-LIS-NUP
               USING LISTADO-WRK
               GIVING LISTADO-ORD

           OPEN INPUT  LISTADO-ORD
           OPEN OUTPUT REPORTE-DTI
           MOVE WS-PERIODO-PROCESO TO WSL-PERIODO
           MOVE WS-POLITICA        TO WSL-POLITICA
           MOVE WS-LINEA-TITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

       5000-EMITE-LISTADO.
           READ LISTADO-ORD
               AT END
                   SET EOF-LISTADO TO TRUE
                   GO TO 5000-EXIT
           END-READ
           MOVE ORD-LIS-REGISTRO TO LIS-REGISTRO
           IF LIS-SUCURSAL NOT = WS-SUCURSAL-ANT
               MOVE LIS-SUCURSAL TO WS-SUCURSAL-ANT
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE LIS-SUCURSAL TO WSL-SUCURSAL
               MOVE WS-LINEA-SUCURSAL TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF
           MOVE LIS-NUP          TO WSL-NUP
           MOVE LIS-APELLIDO     TO WSL-APELLIDO
           MOVE LIS-INGRESO      TO WSL-INGRESO
           MOVE LIS-OBLIGACIONES TO WSL-OBLIGACIONES
           MOVE LIS-RELACION     TO WSL-RELACION
           MOVE LIS-ING-DESACT   TO WSL-DESACT
           MOVE LIS-FEC-ULT-ACT  TO WSL-FEC-ULT-ACT
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  CIERRE DE ARCHIVOS, RUNLOG Y RESUMEN        *
      ******************************************************************
       9000-FINALIZE.
           CLOSE LISTADO-ORD
           CLOSE REPORTE-DTI
           CLOSE DTI-SAL
           CLOSE EXCLUSION-SAL
           CLOSE INGRESO-NVO
           IF HAY-HISTORICO
               CLOSE INGRESO-ANT
           END-IF
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET173' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-CLIENTES-360 TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-SOBRE-POL TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET173 - ENDEUDAMIENTO SOBRE INGRESOS'
           DISPLAY 'CLIENTES ZOEC360 . . . . . : ' WS-CANT-CLIENTES-360
           DISPLAY 'RECIBOS CUOTASQ  . . . . . : ' WS-CANT-RECIBOS
           DISPLAY 'RECIBOS DEL MES  . . . . . : ' WS-CANT-RECIBOS-MES
           DISPLAY 'RECIBOS SIN NUP  . . . . . : ' WS-CANT-RECIB-SIN-NUP
           DISPLAY 'TARJETAS WASDO20 . . . . . : ' WS-CANT-TARJETAS
           DISPLAY 'TARJETAS SIN NUP . . . . . : ' WS-CANT-TARJ-SIN-NUP
           DISPLAY 'OBLIGACIONES FUERA DE 360  : ' WS-CANT-OBL-FUERA-360
           DISPLAY 'CLIENTES CON OBLIGACIONES  : ' WS-CANT-CON-DEUDA
           DISPLAY 'BANDA  0-19% . . . . . . . : ' TB-BAN-CANT(1)
           DISPLAY 'BANDA 20-29% . . . . . . . : ' TB-BAN-CANT(2)
           DISPLAY 'BANDA 30-39% . . . . . . . : ' TB-BAN-CANT(3)
           DISPLAY 'BANDA 40-49% . . . . . . . : ' TB-BAN-CANT(4)
           DISPLAY 'BANDA 50% O MAS  . . . . . : ' TB-BAN-CANT(5)
           DISPLAY 'SIN INGRESO DECLARADO  . . : ' TB-BAN-CANT(6)
           DISPLAY 'SOBRE LA POLITICA  . . . . : ' WS-CANT-SOBRE-POL
           DISPLAY 'INGRESO DESACTUALIZADO . . : ' WS-CANT-DESACT
           .
