      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET191                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - MORIA                       *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : EXIGENCIA DE EFECTIVO MINIMO (ENCAJE) DESDE EL   *
      *               FLUJO DE SALDOS YA VALIDADO CONTRA EL PUENTE     *
      *               CONTABLE (ODSSALS DE ZET095).  CADA RUBRO SE     *
      *               MAPEA A SU CATEGORIA DE EXIGENCIA (ENCRUB) Y LA  *
      *               TASA SALE DE LA TABLA MANTENIDA ENCTASA POR      *
      *               CATEGORIA, MONEDA Y TRAMO DE PLAZO RESIDUAL; EL  *
      *               PLAZO RESIDUAL DE LAS IMPOSICIONES SE TOMA DE    *
      *               IPF-FECHA-PROVEN DE BGTCIPF.  SE CALCULA LA      *
      *               EXIGENCIA POR MONEDA SOBRE SALDO DIARIO Y SOBRE  *
      *               PROMEDIO MENSUAL, SE COMPARA CONTRA LA           *
      *               INTEGRACION QUE INFORMA TESORERIA (ENCTESO) Y SE *
      *               PROYECTA LA POSICION DEL MES: SI VIENE CORTA Y   *
      *               QUEDAN DIAS SE AVISA CON LA INTEGRACION DIARIA   *
      *               NECESARIA PARA CERRAR EL MES CUBIERTO.           *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET191.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - MORIA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS     ASSIGN TO PARMENC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT SALDOS         ASSIGN TO ODSSALS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SAL.
           SELECT SORT-SAL       ASSIGN TO SRTENCA.
           SELECT SALDOS-ORD     ASSIGN TO WENCSAL
               ORGANIZATION IS SEQUENTIAL.

           SELECT PLAZOS-FIJOS   ASSIGN TO BGTCIPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-IPF.
           SELECT SORT-IPF       ASSIGN TO SRTENCB.
           SELECT PLAZOS-ORD     ASSIGN TO WENCIPF
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUBROS-ENC     ASSIGN TO ENCRUB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUB.

           SELECT TASAS-ENC      ASSIGN TO ENCTASA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TAS.

           SELECT INTEGRACION    ASSIGN TO ENCTESO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-INT.

           SELECT POSICION-SAL   ASSIGN TO ENCPOSIC
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORTE-ENC    ASSIGN TO RPENCAJE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-ENC-REGISTRO.
      *        FECHA DE POSICION AAAAMMDD; CERO = FECHA DE PROCESO
           05  PARM-ENC-FECHA         PIC 9(08).
      *        MARGEN MINIMO SOBRE LA EXIGENCIA PROMEDIO, EN PORCENTAJE
           05  PARM-ENC-MARGEN        PIC 9(03)V99.
           05  PARM-ENC-FILLER        PIC X(07).

       FD  SALDOS
           RECORDING MODE IS F.
           COPY "saldos_balances_diarios.cob".

      * SALDOS SUJETOS A EXIGENCIA POR CUENTA
       SD  SORT-SAL.
       01  SD-SAL-REGISTRO.
           05  S-SAL-CLAVE            PIC X(25).
           05  FILLER                 PIC X(55).

       FD  SALDOS-ORD
           RECORDING MODE IS F.
       01  W-SAL-REGISTRO.
           05  W-SAL-CLAVE.
               10  W-SAL-ENTIDAD      PIC X(04).
               10  W-SAL-CENTRO       PIC X(04).
               10  W-SAL-CUENTA       PIC X(12).
               10  W-SAL-SECUENCIA    PIC 9(05).
           05  W-SAL-MONEDA           PIC X(03).
           05  W-SAL-RUBRO            PIC X(15).
           05  W-SAL-CATEGORIA        PIC X(04).
           05  W-SAL-IND-PLAZO        PIC X(01).
           05  W-SAL-SALDO            PIC S9(15)V99 COMP-3.
           05  W-SAL-PROMEDIO         PIC S9(15)V99 COMP-3.
           05  FILLER                 PIC X(14).

       FD  PLAZOS-FIJOS
           RECORDING MODE IS F.
       01  FD-IPF-REG.
           COPY "../../../malbgp/fact/bgtcipf/bgtcipf.cob".

      * PROXIMO VENCIMIENTO POR IMPOSICION
       SD  SORT-IPF.
       01  SD-IPF-REGISTRO.
           05  S-IPF-CLAVE            PIC X(25).
           05  S-IPF-FEC-PROVEN       PIC 9(08).
           05  FILLER                 PIC X(07).

       FD  PLAZOS-ORD
           RECORDING MODE IS F.
       01  W-IPF-REGISTRO.
           05  W-IPF-CLAVE            PIC X(25).
           05  W-IPF-FEC-PROVEN       PIC 9(08).
           05  FILLER                 PIC X(07).

      * RUBRO ALTAIR A CATEGORIA DE EXIGENCIA
       FD  RUBROS-ENC
           RECORDING MODE IS F.
       01  ENCR-REGISTRO.
           05  ENCR-RUBRO             PIC X(15).
           05  ENCR-CATEGORIA         PIC X(04).
      *        S = LA TASA DEPENDE DEL PLAZO RESIDUAL (IMPOSICIONES)
           05  ENCR-IND-PLAZO         PIC X(01).
           05  FILLER                 PIC X(10).

      * TASA POR CATEGORIA, MONEDA (BLANCO = CUALQUIERA) Y TRAMO DE
      * PLAZO RESIDUAL EN DIAS (HASTA CERO = SIN TOPE)
       FD  TASAS-ENC
           RECORDING MODE IS F.
       01  ENCT-REGISTRO.
           05  ENCT-CATEGORIA         PIC X(04).
           05  ENCT-MONEDA            PIC X(03).
           05  ENCT-PLAZO-DESDE       PIC 9(05).
           05  ENCT-PLAZO-HASTA       PIC 9(05).
           05  ENCT-TASA              PIC 9(03)V9(04).
           05  ENCT-DESCRIPCION       PIC X(30).
           05  FILLER                 PIC X(06).

      * INTEGRACION COMPUTABLE INFORMADA POR TESORERIA
       FD  INTEGRACION
           RECORDING MODE IS F.
       01  ENCI-REGISTRO.
           05  ENCI-MONEDA            PIC X(03).
           05  ENCI-FECHA             PIC 9(08).
           05  ENCI-INTEG-DIA         PIC S9(15)V99.
      *        PROMEDIO DEL MES HASTA LA FECHA, INCLUIDO EL DIA
           05  ENCI-INTEG-PROM        PIC S9(15)V99.
           05  FILLER                 PIC X(05).

       FD  POSICION-SAL
           RECORDING MODE IS F.
       01  ENCPOS-REGISTRO.
           05  ENCPOS-MONEDA          PIC X(03).
           05  ENCPOS-FEC-POSICION    PIC 9(08).
           05  ENCPOS-EXIGIDO-DIA     PIC S9(15)V99.
           05  ENCPOS-INTEG-DIA       PIC S9(15)V99.
           05  ENCPOS-POSICION-DIA    PIC S9(15)V99.
           05  ENCPOS-EXIGIDO-PROM    PIC S9(15)V99.
           05  ENCPOS-INTEG-PROM      PIC S9(15)V99.
           05  ENCPOS-POSICION-PROY   PIC S9(15)V99.
           05  ENCPOS-INTEG-NECESARIA PIC S9(15)V99.
           05  ENCPOS-DIAS-RESTANTES  PIC 9(02).
      *        A = MES PROYECTADO CORTO CON DIAS PARA CORREGIR
      *        D = MES CERRADO EN DEFECTO
      *        S = SIN INTEGRACION INFORMADA POR TESORERIA
           05  ENCPOS-ESTADO          PIC X(01).
           05  FILLER                 PIC X(17).

       FD  REPORTE-ENC.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-RUBROS             PIC 9(04) COMP VALUE 2000.
       77  WS-MAX-TASAS              PIC 9(04) COMP VALUE 500.
       77  WS-MAX-EXIGENCIAS         PIC 9(04) COMP VALUE 1000.
       77  WS-MAX-MONEDAS            PIC 9(03) COMP VALUE 50.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FECHA-POSICION         PIC 9(08).
       01  WS-FECHA-POS-R REDEFINES WS-FECHA-POSICION.
           05  WS-POS-ANIO           PIC 9(04).
           05  WS-POS-MES            PIC 9(02).
           05  WS-POS-DIA            PIC 9(02).
       01  WS-MARGEN                 PIC 9(03)V99 VALUE ZERO.

       01  WS-FS-PAR                 PIC XX.
       01  WS-FS-SAL                 PIC XX.
           88  FS-SAL-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-IPF                 PIC XX.
           88  FS-IPF-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-RUB                 PIC XX.
       01  WS-FS-TAS                 PIC XX.
       01  WS-FS-INT                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-AUX         PIC X(01) VALUE 'N'.
               88  EOF-AUXILIAR          VALUE 'S'.
           05  WS-SW-EOF-SAL         PIC X(01) VALUE 'N'.
               88  EOF-SALDOS            VALUE 'S'.
           05  WS-SW-INTEGRACION     PIC X(01) VALUE 'N'.
               88  HAY-INTEGRACION       VALUE 'S'.
           05  WS-SW-MON-UBICADA     PIC X(01).
               88  MONEDA-UBICADA        VALUE 'S'.
           05  WS-SW-TASA            PIC X(01).
               88  TASA-UBICADA          VALUE 'S'.
           05  WS-SW-ALERTA          PIC X(01) VALUE 'N'.
               88  HAY-ALERTA            VALUE 'S'.

       01  WS-CLAVE-IPF              PIC X(25).
       01  WS-SECUENCIA              PIC 9(05).

      * FECHAS
       01  WS-FEC-ALFA               PIC X(10).
       01  WS-FEC-NUM                PIC 9(08).
       01  WS-SW-FECHA               PIC X(01).
           88  FECHA-VALIDA              VALUE 'S'.
       01  WS-FEC-AUX                PIC 9(08).
       01  WS-FEC-AUX-R REDEFINES WS-FEC-AUX.
           05  WS-AUX-ANIO           PIC 9(04).
           05  WS-AUX-MES            PIC 9(02).
           05  WS-AUX-DIA            PIC 9(02).
       01  WS-INT-POSICION           PIC 9(07) COMP.
       01  WS-DIAS-MES               PIC 9(02) COMP.
       01  WS-DIAS-RESTANTES         PIC 9(02) COMP.
       01  WS-DIAS-RESIDUAL          PIC S9(07) COMP.

      * RUBROS MAPEADOS A CATEGORIA
       01  TABLA-RUBROS.
           05  TB-RUB-CANT           PIC 9(04) COMP VALUE ZERO.
           05  TB-RUB-ENTRY OCCURS 2000 TIMES
                   INDEXED BY TB-RUB-IDX.
               10  TB-RUB-RUBRO      PIC X(15).
               10  TB-RUB-CATEGORIA  PIC X(04).
               10  TB-RUB-IND-PLAZO  PIC X(01).

      * TABLA DE TASAS MANTENIDA
       01  TABLA-TASAS.
           05  TB-TAS-CANT           PIC 9(04) COMP VALUE ZERO.
           05  TB-TAS-ENTRY OCCURS 500 TIMES
                   INDEXED BY TB-TAS-IDX.
               10  TB-TAS-CATEGORIA  PIC X(04).
               10  TB-TAS-MONEDA     PIC X(03).
               10  TB-TAS-DESDE      PIC 9(05).
               10  TB-TAS-HASTA      PIC 9(05).
               10  TB-TAS-TASA       PIC 9(03)V9(04).
               10  TB-TAS-DESCRIP    PIC X(30).
       01  WS-TAS-ELEGIDA            PIC 9(04) COMP.
       01  WS-MONEDA-TASA            PIC X(03).

      * EXIGENCIA POR TRAMO DE TASA Y MONEDA
       01  TABLA-EXIGENCIAS.
           05  TB-EXI-CANT           PIC 9(04) COMP VALUE ZERO.
           05  TB-EXI-ENTRY OCCURS 1000 TIMES
                   INDEXED BY TB-EXI-IDX.
               10  TB-EXI-TASA-IDX   PIC 9(04) COMP.
               10  TB-EXI-MONEDA     PIC X(03).
               10  TB-EXI-BASE-DIA   PIC S9(15)V99 COMP-3.
               10  TB-EXI-BASE-PROM  PIC S9(15)V99 COMP-3.
               10  TB-EXI-EXIG-DIA   PIC S9(15)V99 COMP-3.
               10  TB-EXI-EXIG-PROM  PIC S9(15)V99 COMP-3.

      * POSICION POR MONEDA
       01  TABLA-MONEDAS.
           05  TB-MON-CANT           PIC 9(03) COMP VALUE ZERO.
           05  TB-MON-ENTRY OCCURS 50 TIMES
                   INDEXED BY TB-MON-IDX.
               10  TB-MON-COD        PIC X(03).
               10  TB-MON-EXIG-DIA   PIC S9(15)V99 COMP-3.
               10  TB-MON-EXIG-PROM  PIC S9(15)V99 COMP-3.
               10  TB-MON-INTEG-DIA  PIC S9(15)V99 COMP-3.
               10  TB-MON-INTEG-PROM PIC S9(15)V99 COMP-3.
               10  TB-MON-INFORMADA  PIC X(01).
       01  WS-MONEDA-BUSCADA         PIC X(03).

       01  WS-EXIGIDO-DIA            PIC S9(15)V99 COMP-3.
       01  WS-EXIGIDO-PROM           PIC S9(15)V99 COMP-3.
       01  WS-POSICION-DIA           PIC S9(15)V99 COMP-3.
       01  WS-PROYECTADO             PIC S9(15)V99 COMP-3.
       01  WS-POSICION-PROY          PIC S9(15)V99 COMP-3.
       01  WS-NECESARIA              PIC S9(15)V99 COMP-3.
       01  WS-UMBRAL                 PIC S9(15)V99 COMP-3.

       01  WS-CONTADORES.
           05  WS-CANT-SALDOS        PIC 9(09) COMP.
           05  WS-CANT-SUJETOS       PIC 9(09) COMP.
           05  WS-CANT-SIN-CATEGORIA PIC 9(09) COMP.
           05  WS-CANT-SIN-TASA      PIC 9(09) COMP.
           05  WS-CANT-SIN-VTO       PIC 9(09) COMP.
           05  WS-CANT-DESBORDE      PIC 9(09) COMP.
           05  WS-CANT-MONEDAS       PIC 9(09) COMP.
           05  WS-CANT-ALERTAS       PIC 9(09) COMP.
           05  WS-CANT-DEFECTOS      PIC 9(09) COMP.

       01  WS-TITULO.
           05  FILLER                PIC X(50) VALUE
               'ZET191 - EXIGENCIA DE EFECTIVO MINIMO - POSICION D'.
           05  FILLER                PIC X(04) VALUE 'EL '.
           05  WST-FECHA             PIC 9(08).
           05  FILLER                PIC X(20) VALUE
               '   DIAS DEL MES '.
           05  WST-DIAS-MES          PIC Z9.
           05  FILLER                PIC X(14) VALUE
               '   RESTANTES '.
           05  WST-DIAS-RESTANTES    PIC Z9.

       01  WS-ENCAB-EXIGENCIA.
           05  FILLER                PIC X(50) VALUE
               'MON CAT  DESCRIPCION          DESDE HASTA   TASA %'.
           05  FILLER                PIC X(50) VALUE
               '         BASE DIARIA    EXIGENCIA DIARIA       BAS'.
           05  FILLER                PIC X(30) VALUE
               'E PROMEDIO  EXIGENCIA PROMEDIO'.

       01  WS-DET-EXIGENCIA.
           05  WSE-MONEDA            PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSE-CATEGORIA         PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSE-DESCRIPCION       PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSE-DESDE             PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSE-HASTA             PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSE-TASA              PIC ZZ9.9999.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSE-BASE-DIA          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSE-EXIG-DIA          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSE-BASE-PROM         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSE-EXIG-PROM         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-ENCAB-POSICION.
           05  FILLER                PIC X(50) VALUE
               'MON    EXIGENCIA DIARIA     INTEGRACION DIA       '.
           05  FILLER                PIC X(50) VALUE
               ' POSICION DIA  EXIGENCIA PROMEDIO    POSICION PROY'.
           05  FILLER                PIC X(25) VALUE
               'ECT   NECESARIA POR DIA E'.

       01  WS-DET-POSICION.
           05  WSP-MONEDA            PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSP-EXIG-DIA          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSP-INTEG-DIA         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSP-POSICION-DIA      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSP-EXIG-PROM         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSP-POSICION-PROY     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSP-NECESARIA         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSP-ESTADO            PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSP-LEYENDA           PIC X(08).

       01  WS-LINEA-RESUMEN.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WSL-R-CONCEPTO        PIC X(44).
           05  WSL-R-CANTIDAD        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE

           OPEN INPUT SALDOS-ORD
           OPEN INPUT PLAZOS-ORD
           PERFORM 2000-LEER-SALDO THRU 2000-EXIT
           PERFORM 2100-LEER-IPF THRU 2100-EXIT
           PERFORM 3000-ACUMULA-EXIGENCIA THRU 3000-EXIT
               UNTIL EOF-SALDOS
           CLOSE SALDOS-ORD
           CLOSE PLAZOS-ORD

           PERFORM 1500-CARGA-INTEGRACION
           PERFORM 8000-EMITE-REPORTE
           PERFORM 9000-FINALIZE
           IF HAY-ALERTA
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  PARMENC, TABLAS DE CATEGORIAS Y TASAS, Y  *
      *  SALDOS SUJETOS Y VENCIMIENTOS ORDENADOS POR CUENTA            *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           INITIALIZE WS-CONTADORES
           MOVE WS-FECHA-PROCESO TO WS-FECHA-POSICION

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM 1050-TOMA-PARAMETROS THRU 1050-EXIT
               END-READ
               CLOSE PARAMETROS
           END-IF

      * DIAS DEL MES DE LA POSICION Y DIAS QUE QUEDAN PARA INTEGRAR
           COMPUTE WS-INT-POSICION =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-POSICION)
           MOVE WS-FECHA-POSICION TO WS-FEC-AUX
           MOVE 1 TO WS-AUX-DIA
           IF WS-AUX-MES = 12
               ADD 1 TO WS-AUX-ANIO
               MOVE 1 TO WS-AUX-MES
           ELSE
               ADD 1 TO WS-AUX-MES
           END-IF
           COMPUTE WS-DIAS-MES =
               FUNCTION INTEGER-OF-DATE(WS-FEC-AUX)
               - WS-INT-POSICION + WS-POS-DIA - 1
           COMPUTE WS-DIAS-RESTANTES = WS-DIAS-MES - WS-POS-DIA

           OPEN INPUT RUBROS-ENC
           IF WS-FS-RUB NOT = '00'
               DISPLAY 'ZET191 - NO SE PUDO ABRIR ENCRUB - '
                   'FILE STATUS ' WS-FS-RUB
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-CARGA-RUBRO THRU 1100-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE RUBROS-ENC
           MOVE 'N' TO WS-SW-EOF-AUX

           OPEN INPUT TASAS-ENC
           IF WS-FS-TAS NOT = '00'
               DISPLAY 'ZET191 - NO SE PUDO ABRIR ENCTASA - '
                   'FILE STATUS ' WS-FS-TAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-CARGA-TASA THRU 1200-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE TASAS-ENC
           MOVE 'N' TO WS-SW-EOF-AUX

           IF TB-RUB-CANT = ZERO OR TB-TAS-CANT = ZERO
               DISPLAY 'ZET191 - TABLA ENCRUB O ENCTASA VACIA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SALDOS
           IF WS-FS-SAL NOT = '00'
               DISPLAY 'ZET191 - NO SE PUDO ABRIR ODSSALS - '
                   'FILE STATUS ' WS-FS-SAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE SALDOS
           OPEN INPUT PLAZOS-FIJOS
           IF WS-FS-IPF NOT = '00'
               DISPLAY 'ZET191 - NO SE PUDO ABRIR BGTCIPF - '
                   'FILE STATUS ' WS-FS-IPF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PLAZOS-FIJOS

           SORT SORT-SAL
               ON ASCENDING KEY S-SAL-CLAVE
               INPUT PROCEDURE IS 1300-EXTRAE-SALDOS
               GIVING SALDOS-ORD

           SORT SORT-IPF
               ON ASCENDING KEY S-IPF-CLAVE
               ON DESCENDING KEY S-IPF-FEC-PROVEN
               INPUT PROCEDURE IS 1400-EXTRAE-VENCIMIENTOS
               GIVING PLAZOS-ORD
           .

       1050-TOMA-PARAMETROS.
           IF PARM-ENC-FECHA IS NUMERIC
               AND PARM-ENC-FECHA > 0
               AND FUNCTION TEST-DATE-YYYYMMDD(PARM-ENC-FECHA) = 0
               MOVE PARM-ENC-FECHA TO WS-FECHA-POSICION
           END-IF
           IF PARM-ENC-MARGEN IS NUMERIC
               AND PARM-ENC-MARGEN > 0
               MOVE PARM-ENC-MARGEN TO WS-MARGEN
           END-IF
           .
       1050-EXIT.
           EXIT.

       1100-CARGA-RUBRO.
           READ RUBROS-ENC
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF TB-RUB-CANT NOT < WS-MAX-RUBROS
               DISPLAY 'ZET191 - TABLA ENCRUB DESBORDADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO TB-RUB-CANT
           SET TB-RUB-IDX TO TB-RUB-CANT
           MOVE ENCR-RUBRO     TO TB-RUB-RUBRO(TB-RUB-IDX)
           MOVE ENCR-CATEGORIA TO TB-RUB-CATEGORIA(TB-RUB-IDX)
           MOVE ENCR-IND-PLAZO TO TB-RUB-IND-PLAZO(TB-RUB-IDX)
           .
       1100-EXIT.
           EXIT.

       1200-CARGA-TASA.
           READ TASAS-ENC
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1200-EXIT
           END-READ
           IF ENCT-TASA NOT NUMERIC
               OR ENCT-PLAZO-DESDE NOT NUMERIC
               OR ENCT-PLAZO-HASTA NOT NUMERIC
               DISPLAY 'ZET191 - FILA DE ENCTASA INVALIDA - '
                   ENCT-CATEGORIA ' ' ENCT-MONEDA
               GO TO 1200-EXIT
           END-IF
           IF TB-TAS-CANT NOT < WS-MAX-TASAS
               DISPLAY 'ZET191 - TABLA ENCTASA DESBORDADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO TB-TAS-CANT
           SET TB-TAS-IDX TO TB-TAS-CANT
           MOVE ENCT-CATEGORIA   TO TB-TAS-CATEGORIA(TB-TAS-IDX)
           MOVE ENCT-MONEDA      TO TB-TAS-MONEDA(TB-TAS-IDX)
           MOVE ENCT-PLAZO-DESDE TO TB-TAS-DESDE(TB-TAS-IDX)
           IF ENCT-PLAZO-HASTA = ZERO
               MOVE 99999 TO TB-TAS-HASTA(TB-TAS-IDX)
           ELSE
               MOVE ENCT-PLAZO-HASTA TO TB-TAS-HASTA(TB-TAS-IDX)
           END-IF
           MOVE ENCT-TASA        TO TB-TAS-TASA(TB-TAS-IDX)
           MOVE ENCT-DESCRIPCION TO TB-TAS-DESCRIP(TB-TAS-IDX)
           .
       1200-EXIT.
           EXIT.

      ******************************************************************
      *  1500-CARGA-INTEGRACION  -  INTEGRACION DE TESORERIA A LA      *
      *  FECHA DE POSICION; SIN ENCTESO LA POSICION SALE SIN COMPARAR  *
      ******************************************************************
       1500-CARGA-INTEGRACION.
           OPEN INPUT INTEGRACION
           IF WS-FS-INT NOT = '00'
               DISPLAY 'ZET191 - SIN ARCHIVO ENCTESO - LA POSICION '
                   'SALDRA SIN INTEGRACION'
               GO TO 1500-EXIT
           END-IF
           SET HAY-INTEGRACION TO TRUE
           PERFORM 1510-LEE-INTEGRACION THRU 1510-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE INTEGRACION
           MOVE 'N' TO WS-SW-EOF-AUX
           .
       1500-EXIT.
           EXIT.

       1510-LEE-INTEGRACION.
           READ INTEGRACION
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1510-EXIT
           END-READ
           IF ENCI-FECHA NOT = WS-FECHA-POSICION
               OR ENCI-INTEG-DIA NOT NUMERIC
               OR ENCI-INTEG-PROM NOT NUMERIC
               GO TO 1510-EXIT
           END-IF
           MOVE ENCI-MONEDA TO WS-MONEDA-BUSCADA
           PERFORM 3400-UBICA-MONEDA THRU 3400-EXIT
           IF MONEDA-UBICADA
               MOVE ENCI-INTEG-DIA  TO TB-MON-INTEG-DIA(TB-MON-IDX)
               MOVE ENCI-INTEG-PROM TO TB-MON-INTEG-PROM(TB-MON-IDX)
               MOVE 'S' TO TB-MON-INFORMADA(TB-MON-IDX)
           END-IF
           .
       1510-EXIT.
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

      * SALDOS CUYO RUBRO TIENE CATEGORIA DE EXIGENCIA
       1300-EXTRAE-SALDOS SECTION.
           OPEN INPUT SALDOS
           PERFORM 1310-SUELTA-SALDO THRU 1310-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE SALDOS
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1300-FIN
           .

       1310-SUELTA-SALDO.
           READ SALDOS
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1310-EXIT
           END-READ
           IF FS-SAL-ERROR-LECTURA
               DISPLAY 'ZET191 - ERROR DE LECTURA '
                   'EN ODSSALS - FILE STATUS ' WS-FS-SAL
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-SALDOS
           SET TB-RUB-IDX TO 1
           SEARCH TB-RUB-ENTRY
               AT END
                   ADD 1 TO WS-CANT-SIN-CATEGORIA
                   GO TO 1310-EXIT
               WHEN TB-RUB-IDX > TB-RUB-CANT
                   ADD 1 TO WS-CANT-SIN-CATEGORIA
                   GO TO 1310-EXIT
               WHEN TB-RUB-RUBRO(TB-RUB-IDX) = ODSSAL-RUBRO-ALTAIR
                   CONTINUE
           END-SEARCH
           MOVE SPACES TO W-SAL-REGISTRO
           MOVE ODSSAL-COD-ENTIDAD       TO W-SAL-ENTIDAD
           MOVE ODSSAL-COD-CENTRO        TO W-SAL-CENTRO
           MOVE ODSSAL-NUM-CUENTA        TO W-SAL-CUENTA
           MOVE ODSSAL-NUM-SECUENCIA-CTO TO W-SAL-SECUENCIA
           MOVE ODSSAL-COD-MONEDA        TO W-SAL-MONEDA
           MOVE ODSSAL-RUBRO-ALTAIR      TO W-SAL-RUBRO
           MOVE TB-RUB-CATEGORIA(TB-RUB-IDX) TO W-SAL-CATEGORIA
           MOVE TB-RUB-IND-PLAZO(TB-RUB-IDX) TO W-SAL-IND-PLAZO
           MOVE ODSSAL-IMPOR-SALDO-MO    TO W-SAL-SALDO
           MOVE ODSSAL-IMPOR-PROME-MO    TO W-SAL-PROMEDIO
           MOVE W-SAL-REGISTRO TO SD-SAL-REGISTRO
           RELEASE SD-SAL-REGISTRO
           .
       1310-EXIT.
           EXIT.
       1300-FIN.
           EXIT.


      * PROXIMO VENCIMIENTO DE CADA IMPOSICION (LA RENOVACION MAS
      * NUEVA QUEDA PRIMERA)
       1400-EXTRAE-VENCIMIENTOS SECTION.
           OPEN INPUT PLAZOS-FIJOS
           PERFORM 1410-SUELTA-VENCIMIENTO THRU 1410-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE PLAZOS-FIJOS
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1400-FIN
           .

       1410-SUELTA-VENCIMIENTO.
           READ PLAZOS-FIJOS
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1410-EXIT
           END-READ
           IF FS-IPF-ERROR-LECTURA
               DISPLAY 'ZET191 - ERROR DE LECTURA '
                   'EN BGTCIPF - FILE STATUS ' WS-FS-IPF
               STOP RUN
           END-IF
           MOVE IPF_FECHA_PROVEN TO WS-FEC-ALFA
           PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
           IF NOT FECHA-VALIDA
               GO TO 1410-EXIT
           END-IF
           MOVE SPACES TO W-IPF-REGISTRO
           MOVE IPF_ENTIDAD     TO W-IPF-CLAVE(1:4)
           MOVE IPF_CENTRO_ALTA TO W-IPF-CLAVE(5:4)
           MOVE IPF_CUENTA      TO W-IPF-CLAVE(9:12)
           MOVE IPF_SECUENCIA   TO WS-SECUENCIA
           MOVE WS-SECUENCIA    TO W-IPF-CLAVE(21:5)
           MOVE WS-FEC-NUM      TO W-IPF-FEC-PROVEN
           MOVE W-IPF-REGISTRO TO SD-IPF-REGISTRO
           RELEASE SD-IPF-REGISTRO
           .
       1410-EXIT.
           EXIT.
       1400-FIN.
           EXIT.


       PROCESO-PRINCIPAL SECTION.

       2000-LEER-SALDO.
           READ SALDOS-ORD
               AT END
                   SET EOF-SALDOS TO TRUE
           END-READ
           .
       2000-EXIT.
           EXIT.

       2100-LEER-IPF.
           READ PLAZOS-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-IPF
               NOT AT END
                   MOVE W-IPF-CLAVE TO WS-CLAVE-IPF
           END-READ
           .
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  3000-ACUMULA-EXIGENCIA  -  PLAZO RESIDUAL, TASA DEL TRAMO Y   *
      *  EXIGENCIA DIARIA Y PROMEDIO DE CADA SALDO SUJETO              *
      ******************************************************************
       3000-ACUMULA-EXIGENCIA.
           ADD 1 TO WS-CANT-SUJETOS
           MOVE ZERO TO WS-DIAS-RESIDUAL
           IF W-SAL-IND-PLAZO = 'S'
               PERFORM 2100-LEER-IPF THRU 2100-EXIT
                   UNTIL WS-CLAVE-IPF NOT < W-SAL-CLAVE
               IF WS-CLAVE-IPF = W-SAL-CLAVE
                   COMPUTE WS-DIAS-RESIDUAL =
                       FUNCTION INTEGER-OF-DATE(W-IPF-FEC-PROVEN)
                       - WS-INT-POSICION
                   IF WS-DIAS-RESIDUAL < ZERO
                       MOVE ZERO TO WS-DIAS-RESIDUAL
                   END-IF
               ELSE
      * SIN VENCIMIENTO CONOCIDO VA AL TRAMO MAS CORTO
                   ADD 1 TO WS-CANT-SIN-VTO
               END-IF
           END-IF

           PERFORM 3100-BUSCA-TASA THRU 3100-EXIT
           IF NOT TASA-UBICADA
               ADD 1 TO WS-CANT-SIN-TASA
               GO TO 3000-NEXT
           END-IF

           PERFORM 3200-UBICA-EXIGENCIA THRU 3200-EXIT
           IF TB-EXI-IDX > TB-EXI-CANT
               ADD 1 TO WS-CANT-DESBORDE
               GO TO 3000-NEXT
           END-IF
           COMPUTE WS-EXIGIDO-DIA ROUNDED =
               W-SAL-SALDO * TB-TAS-TASA(WS-TAS-ELEGIDA) / 100
           COMPUTE WS-EXIGIDO-PROM ROUNDED =
               W-SAL-PROMEDIO * TB-TAS-TASA(WS-TAS-ELEGIDA) / 100
           ADD W-SAL-SALDO     TO TB-EXI-BASE-DIA(TB-EXI-IDX)
           ADD W-SAL-PROMEDIO  TO TB-EXI-BASE-PROM(TB-EXI-IDX)
           ADD WS-EXIGIDO-DIA  TO TB-EXI-EXIG-DIA(TB-EXI-IDX)
           ADD WS-EXIGIDO-PROM TO TB-EXI-EXIG-PROM(TB-EXI-IDX)

           MOVE W-SAL-MONEDA TO WS-MONEDA-BUSCADA
           PERFORM 3400-UBICA-MONEDA THRU 3400-EXIT
           IF MONEDA-UBICADA
               ADD WS-EXIGIDO-DIA  TO TB-MON-EXIG-DIA(TB-MON-IDX)
               ADD WS-EXIGIDO-PROM TO TB-MON-EXIG-PROM(TB-MON-IDX)
           END-IF
           .
       3000-NEXT.
           PERFORM 2000-LEER-SALDO THRU 2000-EXIT
           .
       3000-EXIT.
           EXIT.

      * PRIMERO LA FILA DE LA MONEDA DEL SALDO Y, SI NO HAY, LA FILA
      * GENERICA (MONEDA EN BLANCO) DE LA CATEGORIA
       3100-BUSCA-TASA.
           MOVE 'N' TO WS-SW-TASA
           MOVE W-SAL-MONEDA TO WS-MONEDA-TASA
           PERFORM 3150-RECORRE-TASAS THRU 3150-EXIT
           IF NOT TASA-UBICADA
               MOVE SPACES TO WS-MONEDA-TASA
               PERFORM 3150-RECORRE-TASAS THRU 3150-EXIT
           END-IF
           .
       3100-EXIT.
           EXIT.

       3150-RECORRE-TASAS.
           SET TB-TAS-IDX TO 1
           SEARCH TB-TAS-ENTRY
               AT END
                   CONTINUE
               WHEN TB-TAS-IDX > TB-TAS-CANT
                   CONTINUE
               WHEN TB-TAS-CATEGORIA(TB-TAS-IDX) = W-SAL-CATEGORIA
                AND TB-TAS-MONEDA(TB-TAS-IDX) = WS-MONEDA-TASA
                AND TB-TAS-DESDE(TB-TAS-IDX) NOT > WS-DIAS-RESIDUAL
                AND TB-TAS-HASTA(TB-TAS-IDX) NOT < WS-DIAS-RESIDUAL
                   SET TASA-UBICADA TO TRUE
                   SET WS-TAS-ELEGIDA TO TB-TAS-IDX
           END-SEARCH
           .
       3150-EXIT.
           EXIT.

      * UN ACUMULADOR POR FILA DE TASA Y MONEDA; TABLA LLENA DEJA EL
      * INDICE FUERA DE RANGO Y EL SALDO SE CUENTA COMO DESBORDE
       3200-UBICA-EXIGENCIA.
           SET TB-EXI-IDX TO 1
           SEARCH TB-EXI-ENTRY
               AT END
                   CONTINUE
               WHEN TB-EXI-IDX > TB-EXI-CANT
                   IF TB-EXI-CANT < WS-MAX-EXIGENCIAS
                       ADD 1 TO TB-EXI-CANT
                       MOVE WS-TAS-ELEGIDA
                           TO TB-EXI-TASA-IDX(TB-EXI-IDX)
                       MOVE W-SAL-MONEDA TO TB-EXI-MONEDA(TB-EXI-IDX)
                       MOVE ZERO TO TB-EXI-BASE-DIA(TB-EXI-IDX)
                       MOVE ZERO TO TB-EXI-BASE-PROM(TB-EXI-IDX)
                       MOVE ZERO TO TB-EXI-EXIG-DIA(TB-EXI-IDX)
                       MOVE ZERO TO TB-EXI-EXIG-PROM(TB-EXI-IDX)
                   END-IF
               WHEN TB-EXI-TASA-IDX(TB-EXI-IDX) = WS-TAS-ELEGIDA
                AND TB-EXI-MONEDA(TB-EXI-IDX) = W-SAL-MONEDA
                   CONTINUE
           END-SEARCH
           .
       3200-EXIT.
           EXIT.

       3400-UBICA-MONEDA.
           MOVE 'S' TO WS-SW-MON-UBICADA
           SET TB-MON-IDX TO 1
           SEARCH TB-MON-ENTRY
               AT END
                   PERFORM 3450-ALTA-MONEDA THRU 3450-EXIT
               WHEN TB-MON-IDX > TB-MON-CANT
                   PERFORM 3450-ALTA-MONEDA THRU 3450-EXIT
               WHEN TB-MON-COD(TB-MON-IDX) = WS-MONEDA-BUSCADA
                   CONTINUE
           END-SEARCH
           .
       3400-EXIT.
           EXIT.

       3450-ALTA-MONEDA.
           IF TB-MON-CANT < WS-MAX-MONEDAS
               ADD 1 TO TB-MON-CANT
               SET TB-MON-IDX TO TB-MON-CANT
               MOVE WS-MONEDA-BUSCADA TO TB-MON-COD(TB-MON-IDX)
               MOVE ZERO TO TB-MON-EXIG-DIA(TB-MON-IDX)
               MOVE ZERO TO TB-MON-EXIG-PROM(TB-MON-IDX)
               MOVE ZERO TO TB-MON-INTEG-DIA(TB-MON-IDX)
               MOVE ZERO TO TB-MON-INTEG-PROM(TB-MON-IDX)
               MOVE 'N' TO TB-MON-INFORMADA(TB-MON-IDX)
           ELSE
               MOVE 'N' TO WS-SW-MON-UBICADA
               ADD 1 TO WS-CANT-DESBORDE
           END-IF
           .
       3450-EXIT.
           EXIT.

      ******************************************************************
      *  8000-EMITE-REPORTE  -  EXIGENCIA POR TRAMO Y POSICION POR     *
      *  MONEDA CONTRA LA INTEGRACION, CON LA PROYECCION DEL MES       *
      ******************************************************************
       8000-EMITE-REPORTE.
           OPEN OUTPUT POSICION-SAL
           OPEN OUTPUT REPORTE-ENC
           MOVE WS-FECHA-POSICION TO WST-FECHA
           MOVE WS-DIAS-MES       TO WST-DIAS-MES
           MOVE WS-DIAS-RESTANTES TO WST-DIAS-RESTANTES
           MOVE WS-TITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-ENCAB-EXIGENCIA TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM 8100-LINEA-EXIGENCIA THRU 8100-EXIT
               VARYING TB-EXI-IDX FROM 1 BY 1
               UNTIL TB-EXI-IDX > TB-EXI-CANT

           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-ENCAB-POSICION TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM 8200-POSICION-MONEDA THRU 8200-EXIT
               VARYING TB-MON-IDX FROM 1 BY 1
               UNTIL TB-MON-IDX > TB-MON-CANT
           PERFORM 8500-RESUMEN
           CLOSE POSICION-SAL
           CLOSE REPORTE-ENC
           .

       8100-LINEA-EXIGENCIA.
           SET TB-TAS-IDX TO TB-EXI-TASA-IDX(TB-EXI-IDX)
           MOVE TB-EXI-MONEDA(TB-EXI-IDX)      TO WSE-MONEDA
           MOVE TB-TAS-CATEGORIA(TB-TAS-IDX)   TO WSE-CATEGORIA
           MOVE TB-TAS-DESCRIP(TB-TAS-IDX)     TO WSE-DESCRIPCION
           MOVE TB-TAS-DESDE(TB-TAS-IDX)       TO WSE-DESDE
           MOVE TB-TAS-HASTA(TB-TAS-IDX)       TO WSE-HASTA
           MOVE TB-TAS-TASA(TB-TAS-IDX)        TO WSE-TASA
           MOVE TB-EXI-BASE-DIA(TB-EXI-IDX)    TO WSE-BASE-DIA
           MOVE TB-EXI-EXIG-DIA(TB-EXI-IDX)    TO WSE-EXIG-DIA
           MOVE TB-EXI-BASE-PROM(TB-EXI-IDX)   TO WSE-BASE-PROM
           MOVE TB-EXI-EXIG-PROM(TB-EXI-IDX)   TO WSE-EXIG-PROM
           MOVE WS-DET-EXIGENCIA TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       8100-EXIT.
           EXIT.

      * LA PROYECCION SUPONE QUE LA INTEGRACION DE HOY SE SOSTIENE LOS
      * DIAS QUE QUEDAN; LA NECESARIA ES LA INTEGRACION DIARIA QUE
      * CIERRA EL PROMEDIO DEL MES EN LA EXIGENCIA MAS EL MARGEN
       8200-POSICION-MONEDA.
           ADD 1 TO WS-CANT-MONEDAS
           MOVE SPACES TO ENCPOS-REGISTRO
           MOVE SPACES TO WSP-LEYENDA
           MOVE ZERO TO WS-NECESARIA
           COMPUTE WS-POSICION-DIA = TB-MON-INTEG-DIA(TB-MON-IDX)
               - TB-MON-EXIG-DIA(TB-MON-IDX)
           COMPUTE WS-PROYECTADO ROUNDED =
               (TB-MON-INTEG-PROM(TB-MON-IDX) * WS-POS-DIA
               + TB-MON-INTEG-DIA(TB-MON-IDX) * WS-DIAS-RESTANTES)
               / WS-DIAS-MES
           COMPUTE WS-POSICION-PROY = WS-PROYECTADO
               - TB-MON-EXIG-PROM(TB-MON-IDX)
           COMPUTE WS-UMBRAL ROUNDED =
               TB-MON-EXIG-PROM(TB-MON-IDX) * WS-MARGEN / 100

           IF TB-MON-INFORMADA(TB-MON-IDX) NOT = 'S'
               MOVE 'S' TO ENCPOS-ESTADO
               MOVE 'SIN INTG' TO WSP-LEYENDA
           ELSE
               IF WS-POSICION-PROY < WS-UMBRAL
                   SET HAY-ALERTA TO TRUE
                   IF WS-DIAS-RESTANTES > ZERO
                       MOVE 'A' TO ENCPOS-ESTADO
                       MOVE '*ALERTA*' TO WSP-LEYENDA
                       ADD 1 TO WS-CANT-ALERTAS
                       COMPUTE WS-NECESARIA ROUNDED =
                           ((TB-MON-EXIG-PROM(TB-MON-IDX) + WS-UMBRAL)
                           * WS-DIAS-MES
                           - TB-MON-INTEG-PROM(TB-MON-IDX)
                           * WS-POS-DIA) / WS-DIAS-RESTANTES
                       DISPLAY 'ZET191 - ALERTA: POSICION PROYECTADA '
                           'CORTA EN ' TB-MON-COD(TB-MON-IDX)
                   ELSE
                       MOVE 'D' TO ENCPOS-ESTADO
                       MOVE '*DEFECTO' TO WSP-LEYENDA
                       ADD 1 TO WS-CANT-DEFECTOS
                       DISPLAY 'ZET191 - DEFECTO DE INTEGRACION EN '
                           TB-MON-COD(TB-MON-IDX)
                   END-IF
               END-IF
           END-IF

           MOVE TB-MON-COD(TB-MON-IDX)        TO ENCPOS-MONEDA
           MOVE WS-FECHA-POSICION             TO ENCPOS-FEC-POSICION
           MOVE TB-MON-EXIG-DIA(TB-MON-IDX)   TO ENCPOS-EXIGIDO-DIA
           MOVE TB-MON-INTEG-DIA(TB-MON-IDX)  TO ENCPOS-INTEG-DIA
           MOVE WS-POSICION-DIA               TO ENCPOS-POSICION-DIA
           MOVE TB-MON-EXIG-PROM(TB-MON-IDX)  TO ENCPOS-EXIGIDO-PROM
           MOVE TB-MON-INTEG-PROM(TB-MON-IDX) TO ENCPOS-INTEG-PROM
           MOVE WS-POSICION-PROY              TO ENCPOS-POSICION-PROY
           MOVE WS-NECESARIA                  TO ENCPOS-INTEG-NECESARIA
           MOVE WS-DIAS-RESTANTES             TO ENCPOS-DIAS-RESTANTES
           WRITE ENCPOS-REGISTRO

           MOVE TB-MON-COD(TB-MON-IDX)        TO WSP-MONEDA
           MOVE TB-MON-EXIG-DIA(TB-MON-IDX)   TO WSP-EXIG-DIA
           MOVE TB-MON-INTEG-DIA(TB-MON-IDX)  TO WSP-INTEG-DIA
           MOVE WS-POSICION-DIA               TO WSP-POSICION-DIA
           MOVE TB-MON-EXIG-PROM(TB-MON-IDX)  TO WSP-EXIG-PROM
           MOVE WS-POSICION-PROY              TO WSP-POSICION-PROY
           MOVE WS-NECESARIA                  TO WSP-NECESARIA
           MOVE ENCPOS-ESTADO                 TO WSP-ESTADO
           MOVE WS-DET-POSICION TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       8200-EXIT.
           EXIT.

       8500-RESUMEN.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 'SALDOS LEIDOS DE ODSSALS' TO WSL-R-CONCEPTO
           MOVE WS-CANT-SALDOS TO WSL-R-CANTIDAD
           PERFORM 8600-LINEA-RESUMEN
           MOVE '  RUBRO SIN CATEGORIA DE EXIGENCIA' TO WSL-R-CONCEPTO
           MOVE WS-CANT-SIN-CATEGORIA TO WSL-R-CANTIDAD
           PERFORM 8600-LINEA-RESUMEN
           MOVE 'SALDOS SUJETOS A EXIGENCIA' TO WSL-R-CONCEPTO
           MOVE WS-CANT-SUJETOS TO WSL-R-CANTIDAD
           PERFORM 8600-LINEA-RESUMEN
           MOVE '  SIN TASA EN ENCTASA' TO WSL-R-CONCEPTO
           MOVE WS-CANT-SIN-TASA TO WSL-R-CANTIDAD
           PERFORM 8600-LINEA-RESUMEN
           MOVE '  IMPOSICION SIN VENCIMIENTO EN BGTCIPF'
               TO WSL-R-CONCEPTO
           MOVE WS-CANT-SIN-VTO TO WSL-R-CANTIDAD
           PERFORM 8600-LINEA-RESUMEN
           MOVE '  DESBORDE DE TABLAS' TO WSL-R-CONCEPTO
           MOVE WS-CANT-DESBORDE TO WSL-R-CANTIDAD
           PERFORM 8600-LINEA-RESUMEN
           MOVE 'MONEDAS EN POSICION' TO WSL-R-CONCEPTO
           MOVE WS-CANT-MONEDAS TO WSL-R-CANTIDAD
           PERFORM 8600-LINEA-RESUMEN
           MOVE '  CON ALERTA DE MES CORTO' TO WSL-R-CONCEPTO
           MOVE WS-CANT-ALERTAS TO WSL-R-CANTIDAD
           PERFORM 8600-LINEA-RESUMEN
           MOVE '  EN DEFECTO AL CIERRE' TO WSL-R-CONCEPTO
           MOVE WS-CANT-DEFECTOS TO WSL-R-CANTIDAD
           PERFORM 8600-LINEA-RESUMEN
           .

       8600-LINEA-RESUMEN.
           MOVE WS-LINEA-RESUMEN TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

      ******************************************************************
      *  9000-FINALIZE  -  RUNLOG Y RESUMEN                            *
      ******************************************************************
       9000-FINALIZE.
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET191' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-SALDOS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-MONEDAS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET191 - EXIGENCIA DE EFECTIVO MINIMO'
           DISPLAY 'FECHA DE POSICION  . . . . : ' WS-FECHA-POSICION
           DISPLAY 'SALDOS LEIDOS  . . . . . . : ' WS-CANT-SALDOS
           DISPLAY 'SALDOS SUJETOS . . . . . . : ' WS-CANT-SUJETOS
           DISPLAY 'SIN TASA . . . . . . . . . : ' WS-CANT-SIN-TASA
           DISPLAY 'MONEDAS EN POSICION  . . . : ' WS-CANT-MONEDAS
           DISPLAY 'ALERTAS DE MES CORTO . . . : ' WS-CANT-ALERTAS
           DISPLAY 'DEFECTOS AL CIERRE . . . . : ' WS-CANT-DEFECTOS
           .
