      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET189                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - ABAE                        *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : CONFORMIDAD DIARIA DE TASAS DE PLAZO FIJO.  CADA *
      *               IMPOSICION DE BGTCIPF DADA DE ALTA O RENOVADA EN *
      *               LA VENTANA (PARMPFC, POR DEFECTO EL ULTIMO DIA)  *
      *               SE CONTROLA CONTRA EL CORREDOR OFRECIDO EN       *
      *               BGDTIP2 (TAS-MIN-OFR / TAS-MAX-OFR, SI EL CANAL  *
      *               DEL CORREDOR ES EL DE APERTURA) Y CONTRA LAS     *
      *               CAMPANIAS DE BGDTCAM DE SU TARIFA Y PRODUCTO.    *
      *               HALLAZGOS: SC TASA SOBRE EL CORREDOR (MARGEN     *
      *               CEDIDO), BC TASA BAJO EL CORREDOR (CLIENTE MAL   *
      *               PAGADO), CV CAMPANIA NO VIGENTE A LA FECHA DE    *
      *               ALTA.  EMITE PFCDIF Y EL LISTADO RPPFCDIF POR    *
      *               SUCURSAL Y EJECUTIVO (IPF-EJECUTIVO-COM).        *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET189.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - ABAE.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS     ASSIGN TO PARMPFC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT IMPOSICIONES   ASSIGN TO BGTCIPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-IPF.
           SELECT SORT-IPF       ASSIGN TO SRTPFCA.
           SELECT IMPOSIC-ORD    ASSIGN TO WPFCIPF
               ORGANIZATION IS SEQUENTIAL.

           SELECT MECANICAS      ASSIGN TO BGDTIP2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-IP2.
           SELECT SORT-IP2       ASSIGN TO SRTPFCB.
           SELECT MECANICAS-ORD  ASSIGN TO WPFCIP2
               ORGANIZATION IS SEQUENTIAL.

           SELECT CAMPANIAS      ASSIGN TO BGDTCAM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAM.
           SELECT SORT-CAM       ASSIGN TO SRTPFCC.
           SELECT CAMPANIAS-ORD  ASSIGN TO WPFCCAM
               ORGANIZATION IS SEQUENTIAL.

           SELECT HALLAZGOS      ASSIGN TO WPFCHAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-HAL       ASSIGN TO SRTPFCD.
           SELECT DIFERENCIA-SAL ASSIGN TO PFCDIF
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-PFC    ASSIGN TO RPPFCDIF
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-PFC-REGISTRO.
      *        DIAS HACIA ATRAS DESDE LA FECHA DE PROCESO A CONTROLAR
           05  PARM-PFC-DIAS-VENTANA  PIC 9(03).
           05  FILLER                 PIC X(37).

       FD  IMPOSICIONES
           RECORDING MODE IS F.
       01  FD-IMPOSICION.
           COPY "bgtcipf.cob".

      * IMPOSICIONES A CONTROLAR, POR CUENTA + SECUENCIA + RENOVACION
       SD  SORT-IPF.
       01  SD-IPF-REGISTRO.
           05  S-IPF-CLAVE            PIC X(30).
           05  FILLER                 PIC X(70).

       FD  IMPOSIC-ORD
           RECORDING MODE IS F.
       01  W-IPF-REGISTRO.
           05  W-IPF-CLAVE.
               10  W-IPF-ENTIDAD      PIC X(04).
               10  W-IPF-CENTRO       PIC X(04).
               10  W-IPF-CUENTA       PIC X(12).
               10  W-IPF-SECUENCIA    PIC 9(05).
               10  W-IPF-SECUENCIA-REN
                                      PIC 9(05).
           05  W-IPF-PRODUCTO         PIC X(02).
           05  W-IPF-SUBPRODU         PIC X(04).
           05  W-IPF-TARIFA           PIC X(04).
           05  W-IPF-DIVISA           PIC X(03).
           05  W-IPF-PLAZO            PIC 9(05).
           05  W-IPF-CANAL            PIC X(02).
           05  W-IPF-EJECUTIVO        PIC X(04).
           05  W-IPF-TIPOINT          PIC S9(03)V9(05) COMP-3.
           05  W-IPF-SALDO            PIC S9(13)V99 COMP-3.
      *        FECHA DE ALTA O DE RENOVACION QUE SE CONTROLA
           05  W-IPF-FEC-EVAL         PIC 9(08).
      *        N = ALTA NUEVA / R = RENOVACION
           05  W-IPF-ALTA-RENOV       PIC X(01).
           05  FILLER                 PIC X(24).

       FD  MECANICAS
           RECORDING MODE IS F.
       01  FD-MECANICA.
           COPY "../bgdtip2/bgdtip2.cob".

       SD  SORT-IP2.
       01  SD-IP2-REGISTRO.
           05  S-IP2-CLAVE            PIC X(30).
           05  FILLER                 PIC X(30).

       FD  MECANICAS-ORD
           RECORDING MODE IS F.
       01  W-IP2-REGISTRO.
           05  W-IP2-CLAVE            PIC X(30).
           05  W-IP2-TAS-MIN          PIC S9(04)V9(05) COMP-3.
           05  W-IP2-TAS-MAX          PIC S9(08)V9(05) COMP-3.
           05  W-IP2-COR-CANAL        PIC S9(04)V9(05) COMP-3.
           05  W-IP2-COR-SEGMENTO     PIC S9(04)V9(05) COMP-3.
           05  FILLER                 PIC X(08).

      * DCLGEN BGTCCAM (LA COPIA BGDTCAM NO ES COPIABLE TAL CUAL)
       FD  CAMPANIAS
           RECORDING MODE IS F.
       01  CAM-REGISTRO.
           05  CAM-CAMPANIA           PIC X(04).
           05  CAM-FECHA-DESDE        PIC X(10).
           05  CAM-PRODUCTO           PIC X(02).
           05  CAM-SUBPRODU           PIC X(04).
           05  CAM-FECHA-HASTA        PIC X(10).
           05  CAM-PLAZO              PIC S9(03) USAGE COMP-3.
           05  CAM-FECHA-VTO          PIC X(10).
           05  CAM-TARIFA             PIC X(04).
           05  CAM-PERIOD-LIQ         PIC X(01).
           05  CAM-DIVISA             PIC X(03).
           05  CAM-PLAN               PIC X(04).
           05  CAM-DESCRIPCION        PIC X(40).
           05  CAM-CLASE-LIQ          PIC X(01).
           05  CAM-CLASE-TAF          PIC X(01).
           05  CAM-PERIODO-TAR        PIC X(01).
           05  CAM-INDESTA            PIC X(01).
           05  CAM-FECHA-ESTADO       PIC X(10).
           05  CAM-ENTIDAD-UMO        PIC X(04).
           05  CAM-CENTRO-UMO         PIC X(04).
           05  CAM-USERID-UMO         PIC X(08).
           05  CAM-NETNAME-UMO        PIC X(08).
           05  CAM-TIMEST-UMO         PIC X(26).

      * CAMPANIAS POR TARIFA + PRODUCTO + SUBPRODUCTO, LA MAS
      * RECIENTE PRIMERO
       SD  SORT-CAM.
       01  SD-CAM-REGISTRO.
           05  S-CAM-CLAVE            PIC X(10).
           05  S-CAM-FEC-DESDE        PIC 9(08).
           05  FILLER                 PIC X(22).

       FD  CAMPANIAS-ORD
           RECORDING MODE IS F.
       01  W-CAM-REGISTRO.
           05  W-CAM-CLAVE            PIC X(10).
           05  W-CAM-FEC-DESDE        PIC 9(08).
      *        CERO = SIN FECHA DE FIN
           05  W-CAM-FEC-HASTA        PIC 9(08).
           05  W-CAM-CAMPANIA         PIC X(04).
           05  W-CAM-PLAZO            PIC 9(03).
           05  FILLER                 PIC X(07).

       FD  HALLAZGOS
           RECORDING MODE IS F.
       01  HAL-REGISTRO               PIC X(150).

       SD  SORT-HAL.
       01  SD-HAL-REGISTRO.
           05  S-HAL-ENTIDAD          PIC X(04).
           05  S-HAL-CENTRO           PIC X(04).
           05  S-HAL-EJECUTIVO        PIC X(04).
           05  S-HAL-CUENTA           PIC X(12).
           05  S-HAL-SECUENCIA        PIC 9(05).
           05  FILLER                 PIC X(05).
           05  S-HAL-TIPO             PIC X(02).
           05  FILLER                 PIC X(114).

      * HALLAZGOS DE CONFORMIDAD, POR SUCURSAL Y EJECUTIVO
       FD  DIFERENCIA-SAL
           RECORDING MODE IS F.
       01  PFCDIF-REGISTRO.
           05  PFCDIF-ENTIDAD         PIC X(04).
           05  PFCDIF-CENTRO          PIC X(04).
           05  PFCDIF-EJECUTIVO       PIC X(04).
           05  PFCDIF-CUENTA          PIC X(12).
           05  PFCDIF-SECUENCIA       PIC 9(05).
           05  PFCDIF-SECUENCIA-REN   PIC 9(05).
      *        SC SOBRE CORREDOR / BC BAJO CORREDOR / CV CAMPANIA
      *        NO VIGENTE
           05  PFCDIF-TIPO            PIC X(02).
           05  PFCDIF-PRODUCTO        PIC X(02).
           05  PFCDIF-SUBPRODU        PIC X(04).
           05  PFCDIF-TARIFA          PIC X(04).
           05  PFCDIF-DIVISA          PIC X(03).
           05  PFCDIF-PLAZO           PIC 9(05).
           05  PFCDIF-CANAL           PIC X(02).
           05  PFCDIF-FEC-EVAL        PIC 9(08).
           05  PFCDIF-ALTA-RENOV      PIC X(01).
           05  PFCDIF-TASA            PIC 9(03)V9(05).
           05  PFCDIF-TAS-MIN         PIC 9(04)V9(05).
           05  PFCDIF-TAS-MAX         PIC 9(04)V9(05).
      *        CAMPANIA MAS RECIENTE DE LA TARIFA Y SU FECHA DE FIN
           05  PFCDIF-CAMPANIA        PIC X(04).
           05  PFCDIF-CAM-FEC-HASTA   PIC 9(08).
           05  PFCDIF-SALDO           PIC S9(13)V99.
      *        TASA MENOS EL LIMITE DEL CORREDOR QUE SE EXCEDE
           05  PFCDIF-DESVIO          PIC S9(03)V9(05).
           05  PFCDIF-FEC-PROCESO     PIC 9(08).
           05  FILLER                 PIC X(16).

       FD  REPORTE-PFC.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-CLAVES-CAM         PIC 9(05) COMP VALUE 5000.
       77  WS-MAX-CAMPANIAS          PIC 9(05) COMP VALUE 20000.
       77  WS-DIA-PROCESO-INT        PIC S9(09) COMP.
       77  WS-IX-CAM                 PIC 9(05) COMP.
       77  WS-COR-CANAL              PIC 9(02).

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FECHA-DESDE            PIC 9(08).

       01  WS-FS-PAR                 PIC XX.
       01  WS-FS-IPF                 PIC XX.
           88  FS-IPF-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-IP2                 PIC XX.
       01  WS-FS-CAM                 PIC XX.

      * PARAMETROS DE LA CORRIDA (PARMPFC LOS PISA)
       01  WS-DIAS-VENTANA           PIC 9(03) VALUE 1.

       01  WS-SWITCHES.
           05  WS-SW-EOF-AUX         PIC X(01) VALUE 'N'.
               88  EOF-AUXILIAR          VALUE 'S'.
           05  WS-SW-EOF-IPF         PIC X(01) VALUE 'N'.
               88  EOF-IMPOSICIONES      VALUE 'S'.
           05  WS-SW-EOF-LIS         PIC X(01) VALUE 'N'.
               88  EOF-LISTADO           VALUE 'S'.
           05  WS-SW-CORREDOR        PIC X(01) VALUE 'N'.
               88  HAY-CORREDOR          VALUE 'S'.
           05  WS-SW-CAMPANIA        PIC X(01) VALUE 'N'.
               88  CAMPANIA-VIGENTE      VALUE 'S'.

       01  WS-CLAVE-IP2              PIC X(30).
       01  WS-SECUENCIA-X            PIC 9(05).

      * FECHAS
       01  WS-FEC-ALFA               PIC X(10).
       01  WS-FEC-NUM                PIC 9(08).
       01  WS-SW-FECHA               PIC X(01).
           88  FECHA-VALIDA              VALUE 'S'.

      * CLAVES DE CAMPANIA CON EL RANGO DE SUS FILAS EN LA TABLA
       01  TABLA-CLAVES-CAM.
           05  TB-CAK-CANT           PIC 9(05) COMP VALUE ZERO.
           05  TB-CAK-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON TB-CAK-CANT
                   ASCENDING KEY IS TB-CAK-CLAVE
                   INDEXED BY TB-CAK-IDX.
               10  TB-CAK-CLAVE      PIC X(10).
               10  TB-CAK-DESDE      PIC 9(05) COMP.
               10  TB-CAK-HASTA      PIC 9(05) COMP.

       01  TABLA-CAMPANIAS.
           05  TB-CAM-CANT           PIC 9(05) COMP VALUE ZERO.
           05  TB-CAM-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON TB-CAM-CANT.
               10  TB-CAM-CAMPANIA   PIC X(04).
               10  TB-CAM-FEC-DESDE  PIC 9(08).
               10  TB-CAM-FEC-HASTA  PIC 9(08).
               10  TB-CAM-PLAZO      PIC 9(03).

       01  WS-CAM-BUSCA.
           05  WS-CB-TARIFA          PIC X(04).
           05  WS-CB-PRODUCTO        PIC X(02).
           05  WS-CB-SUBPRODU        PIC X(04).

      * CORTES DEL LISTADO
       01  WS-CENTRO-ANT             PIC X(04) VALUE LOW-VALUES.
       01  WS-EJECUTIVO-ANT          PIC X(04) VALUE LOW-VALUES.
       01  WS-CANT-EJECUTIVO         PIC 9(07) COMP.
       01  WS-CANT-SUCURSAL          PIC 9(07) COMP.

       01  WS-CONTADORES.
           05  WS-CANT-LEIDAS        PIC 9(09) COMP.
           05  WS-CANT-NUEVAS        PIC 9(09) COMP.
           05  WS-CANT-RENOVADAS     PIC 9(09) COMP.
           05  WS-CANT-SIN-CORREDOR  PIC 9(09) COMP.
           05  WS-CANT-OTRO-CANAL    PIC 9(09) COMP.
           05  WS-CANT-SOBRE         PIC 9(09) COMP.
           05  WS-CANT-BAJO          PIC 9(09) COMP.
           05  WS-CANT-EN-CAMPANIA   PIC 9(09) COMP.
           05  WS-CANT-CAM-VENCIDA   PIC 9(09) COMP.
           05  WS-CANT-HALLAZGOS     PIC 9(09) COMP.

       01  WS-TITULO.
           05  FILLER                PIC X(50) VALUE
               'ZET189 - CONFORMIDAD DE TASAS DE PLAZO FIJO CONTRA'.
           05  FILLER                PIC X(36) VALUE
               ' CORREDOR Y CAMPANIA - VENTANA DEL '.
           05  WST-FEC-DESDE         PIC 9(08).
           05  FILLER                PIC X(04) VALUE ' AL '.
           05  WST-FEC-PROCESO       PIC 9(08).

       01  WS-LEYENDA.
           05  FILLER                PIC X(50) VALUE
               'TIPO: SC SOBRE CORREDOR / BC BAJO CORREDOR / CV CA'.
           05  FILLER                PIC X(40) VALUE
               'MPANIA NO VIGENTE A LA FECHA DE ALTA'.

       01  WS-LINEA-SUCURSAL.
           05  FILLER                PIC X(10) VALUE 'SUCURSAL: '.
           05  WSL-S-CENTRO          PIC X(04).

       01  WS-LINEA-EJECUTIVO.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(11) VALUE 'EJECUTIVO: '.
           05  WSL-E-EJECUTIVO       PIC X(04).

       01  WS-ENCAB-HALLAZGO.
           05  FILLER                PIC X(50) VALUE
               'CUENTA       SECUE TP PR SUBP TARF DIV PLAZO CN FE'.
           05  FILLER                PIC X(50) VALUE
               'C-EVAL T      TASA    TAS-MIN    TAS-MAX     DESVI'.
           05  FILLER                PIC X(25) VALUE
               'O CAMP      SALDO INICIAL'.

       01  WS-LINEA-HALLAZGO.
           05  WSL-CUENTA            PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-SECUENCIA         PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-TIPO              PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-PRODUCTO          PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-SUBPRODU          PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-TARIFA            PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-DIVISA            PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-PLAZO             PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-CANAL             PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-FEC-EVAL          PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-ALTA-RENOV        PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-TASA              PIC ZZ9.99999.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-TAS-MIN           PIC ZZZ9.99999.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-TAS-MAX           PIC ZZZ9.99999.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-DESVIO            PIC -ZZ9.99999.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-CAMPANIA          PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-SALDO             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-TOT-EJECUTIVO.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  FILLER                PIC X(26) VALUE
               'HALLAZGOS DEL EJECUTIVO: '.
           05  WSL-TE-CANTIDAD       PIC ZZZ,ZZ9.

       01  WS-LINEA-TOT-SUCURSAL.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(28) VALUE
               'HALLAZGOS DE LA SUCURSAL: '.
           05  WSL-TS-CANTIDAD       PIC ZZZ,ZZ9.

       01  WS-LINEA-RESUMEN.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WSL-R-CONCEPTO        PIC X(44).
           05  WSL-R-CANTIDAD        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE

           OPEN INPUT  IMPOSIC-ORD
           OPEN INPUT  MECANICAS-ORD
           OPEN OUTPUT HALLAZGOS
           PERFORM 2000-LEER-IMPOSICION THRU 2000-EXIT
           PERFORM 2100-LEER-MECANICA THRU 2100-EXIT
           PERFORM 3000-CONTROLA-IMPOSICION THRU 3000-EXIT
               UNTIL EOF-IMPOSICIONES
           CLOSE IMPOSIC-ORD
           CLOSE MECANICAS-ORD
           CLOSE HALLAZGOS

           SORT SORT-HAL
               ON ASCENDING KEY S-HAL-CENTRO
               ON ASCENDING KEY S-HAL-EJECUTIVO
               ON ASCENDING KEY S-HAL-ENTIDAD
               ON ASCENDING KEY S-HAL-CUENTA
               ON ASCENDING KEY S-HAL-SECUENCIA
               ON ASCENDING KEY S-HAL-TIPO
               USING HALLAZGOS
               GIVING DIFERENCIA-SAL
           PERFORM 6000-EMITE-LISTADO
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  PARAMETROS, VENTANA, TABLA DE CAMPANIAS   *
      *  E IMPOSICIONES Y CORREDORES ORDENADOS POR CERTIFICADO         *
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
           COMPUTE WS-DIA-PROCESO-INT =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
           COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER
               (WS-DIA-PROCESO-INT - WS-DIAS-VENTANA)

           OPEN INPUT IMPOSICIONES
           IF WS-FS-IPF NOT = '00'
               DISPLAY 'ZET189 - NO SE PUDO ABRIR BGTCIPF - '
                   'FILE STATUS ' WS-FS-IPF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE IMPOSICIONES
           OPEN INPUT MECANICAS
           IF WS-FS-IP2 NOT = '00'
               DISPLAY 'ZET189 - NO SE PUDO ABRIR BGDTIP2 - '
                   'FILE STATUS ' WS-FS-IP2
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE MECANICAS
           OPEN INPUT CAMPANIAS
           IF WS-FS-CAM NOT = '00'
               DISPLAY 'ZET189 - NO SE PUDO ABRIR BGDTCAM - '
                   'FILE STATUS ' WS-FS-CAM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CAMPANIAS

           SORT SORT-CAM
               ON ASCENDING KEY S-CAM-CLAVE
               ON DESCENDING KEY S-CAM-FEC-DESDE
               INPUT PROCEDURE IS 1300-EXTRAE-CAMPANIAS
               GIVING CAMPANIAS-ORD
           OPEN INPUT CAMPANIAS-ORD
           PERFORM 1100-CARGA-CAMPANIA THRU 1100-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CAMPANIAS-ORD
           MOVE 'N' TO WS-SW-EOF-AUX

           SORT SORT-IPF
               ON ASCENDING KEY S-IPF-CLAVE
               INPUT PROCEDURE IS 1400-EXTRAE-IMPOSICIONES
               GIVING IMPOSIC-ORD

           SORT SORT-IP2
               ON ASCENDING KEY S-IP2-CLAVE
               INPUT PROCEDURE IS 1500-EXTRAE-MECANICAS
               GIVING MECANICAS-ORD
           .

       1050-TOMA-PARAMETROS.
           IF PARM-PFC-DIAS-VENTANA IS NUMERIC
               AND PARM-PFC-DIAS-VENTANA > 0
               MOVE PARM-PFC-DIAS-VENTANA TO WS-DIAS-VENTANA
           END-IF
           .
       1050-EXIT.
           EXIT.

      * FILAS DE CAMPANIA AGRUPADAS POR CLAVE; CADA CLAVE GUARDA EL
      * RANGO DE SUS FILAS, LA MAS RECIENTE PRIMERO
       1100-CARGA-CAMPANIA.
           READ CAMPANIAS-ORD
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF TB-CAM-CANT NOT < WS-MAX-CAMPANIAS
               DISPLAY 'ZET189 - TABLA DE CAMPANIAS DESBORDADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO TB-CAM-CANT
           MOVE W-CAM-CAMPANIA  TO TB-CAM-CAMPANIA(TB-CAM-CANT)
           MOVE W-CAM-FEC-DESDE TO TB-CAM-FEC-DESDE(TB-CAM-CANT)
           MOVE W-CAM-FEC-HASTA TO TB-CAM-FEC-HASTA(TB-CAM-CANT)
           MOVE W-CAM-PLAZO     TO TB-CAM-PLAZO(TB-CAM-CANT)
           IF TB-CAK-CANT > ZERO
               AND W-CAM-CLAVE = TB-CAK-CLAVE(TB-CAK-CANT)
               MOVE TB-CAM-CANT TO TB-CAK-HASTA(TB-CAK-CANT)
               GO TO 1100-EXIT
           END-IF
           IF TB-CAK-CANT NOT < WS-MAX-CLAVES-CAM
               DISPLAY 'ZET189 - TABLA DE CLAVES DE CAMPANIA '
                   'DESBORDADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO TB-CAK-CANT
           SET TB-CAK-IDX TO TB-CAK-CANT
           MOVE W-CAM-CLAVE TO TB-CAK-CLAVE(TB-CAK-IDX)
           MOVE TB-CAM-CANT TO TB-CAK-DESDE(TB-CAK-IDX)
           MOVE TB-CAM-CANT TO TB-CAK-HASTA(TB-CAK-IDX)
           .
       1100-EXIT.
           EXIT.

      * CAMPANIAS CON TARIFA Y FECHA DE INICIO VALIDA
       1300-EXTRAE-CAMPANIAS SECTION.
           OPEN INPUT CAMPANIAS
           PERFORM 1310-SUELTA-CAMPANIA THRU 1310-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CAMPANIAS
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1300-FIN
           .

       1310-SUELTA-CAMPANIA.
           READ CAMPANIAS
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1310-EXIT
           END-READ
           IF CAM-TARIFA = SPACES
               GO TO 1310-EXIT
           END-IF
           MOVE CAM-FECHA-DESDE TO WS-FEC-ALFA
           PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
           IF NOT FECHA-VALIDA
               GO TO 1310-EXIT
           END-IF
           MOVE SPACES TO W-CAM-REGISTRO
           MOVE CAM-TARIFA      TO W-CAM-CLAVE(1:4)
           MOVE CAM-PRODUCTO    TO W-CAM-CLAVE(5:2)
           MOVE CAM-SUBPRODU    TO W-CAM-CLAVE(7:4)
           MOVE WS-FEC-NUM      TO W-CAM-FEC-DESDE
           MOVE CAM-FECHA-HASTA TO WS-FEC-ALFA
           PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
           MOVE WS-FEC-NUM      TO W-CAM-FEC-HASTA
           MOVE CAM-CAMPANIA    TO W-CAM-CAMPANIA
           MOVE ZERO TO W-CAM-PLAZO
           IF CAM-PLAZO > ZERO
               MOVE CAM-PLAZO TO W-CAM-PLAZO
           END-IF
           MOVE W-CAM-REGISTRO TO SD-CAM-REGISTRO
           RELEASE SD-CAM-REGISTRO
           .
       1310-EXIT.
           EXIT.
       1300-FIN.
           EXIT.


      * IMPOSICIONES NO CANCELADAS NI ANULADAS CON ALTA O RENOVACION
      * DENTRO DE LA VENTANA; LA RENOVACION TIENE PRECEDENCIA
       1400-EXTRAE-IMPOSICIONES SECTION.
           OPEN INPUT IMPOSICIONES
           PERFORM 1410-SUELTA-IMPOSICION THRU 1410-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE IMPOSICIONES
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1400-FIN
           .

       1410-SUELTA-IMPOSICION.
           READ IMPOSICIONES
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1410-EXIT
           END-READ
           IF FS-IPF-ERROR-LECTURA
               DISPLAY 'ZET189 - ERROR DE LECTURA '
                   'EN BGTCIPF - FILE STATUS ' WS-FS-IPF
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-LEIDAS
           IF IPF_FECHA_CANCEL(1:4) NUMERIC
               OR IPF_FECHA_ANULA(1:4) NUMERIC
               GO TO 1410-EXIT
           END-IF
           MOVE SPACES TO W-IPF-REGISTRO
           MOVE IPF_FECHA_ULTREN TO WS-FEC-ALFA
           PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
           IF FECHA-VALIDA
               AND WS-FEC-NUM NOT < WS-FECHA-DESDE
               AND WS-FEC-NUM NOT > WS-FECHA-PROCESO
               MOVE 'R' TO W-IPF-ALTA-RENOV
           ELSE
               MOVE IPF_FECHA_ALTA TO WS-FEC-ALFA
               PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
               IF NOT FECHA-VALIDA
                   OR WS-FEC-NUM < WS-FECHA-DESDE
                   OR WS-FEC-NUM > WS-FECHA-PROCESO
                   GO TO 1410-EXIT
               END-IF
               MOVE 'N' TO W-IPF-ALTA-RENOV
           END-IF
           MOVE WS-FEC-NUM         TO W-IPF-FEC-EVAL
           MOVE IPF_ENTIDAD        TO W-IPF-ENTIDAD
           MOVE IPF_CENTRO_ALTA    TO W-IPF-CENTRO
           MOVE IPF_CUENTA         TO W-IPF-CUENTA
           MOVE IPF_SECUENCIA      TO W-IPF-SECUENCIA
           MOVE IPF_SECUENCIA_REN  TO W-IPF-SECUENCIA-REN
           MOVE IPF_PRODUCTO       TO W-IPF-PRODUCTO
           MOVE IPF_SUBPRODU       TO W-IPF-SUBPRODU
           MOVE IPF_TARIFA_VIG     TO W-IPF-TARIFA
           MOVE IPF_DIVISA         TO W-IPF-DIVISA
           MOVE IPF_PLAZO          TO W-IPF-PLAZO
           MOVE IPF_CANAL_APERTURA TO W-IPF-CANAL
           MOVE IPF_EJECUTIVO_COM  TO W-IPF-EJECUTIVO
           MOVE IPF_TIPOINT        TO W-IPF-TIPOINT
           MOVE IPF_SALDO_INICIAL  TO W-IPF-SALDO
           MOVE W-IPF-REGISTRO TO SD-IPF-REGISTRO
           RELEASE SD-IPF-REGISTRO
           .
       1410-EXIT.
           EXIT.
       1400-FIN.
           EXIT.


       1500-EXTRAE-MECANICAS SECTION.
           OPEN INPUT MECANICAS
           PERFORM 1510-SUELTA-MECANICA THRU 1510-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE MECANICAS
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1500-FIN
           .

       1510-SUELTA-MECANICA.
           READ MECANICAS
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1510-EXIT
           END-READ
           MOVE SPACES TO W-IP2-REGISTRO
           MOVE ENTIDAD OF BGDTIP2     TO W-IP2-CLAVE(1:4)
           MOVE CENTRO_ALTA OF BGDTIP2 TO W-IP2-CLAVE(5:4)
           MOVE CUENTA OF BGDTIP2      TO W-IP2-CLAVE(9:12)
           MOVE SECUENCIA OF BGDTIP2   TO WS-SECUENCIA-X
           MOVE WS-SECUENCIA-X         TO W-IP2-CLAVE(21:5)
           MOVE SECUENCIA_REN OF BGDTIP2 TO WS-SECUENCIA-X
           MOVE WS-SECUENCIA-X         TO W-IP2-CLAVE(26:5)
           MOVE TAS_MIN_OFR OF BGDTIP2  TO W-IP2-TAS-MIN
           MOVE TAS_MAX_OFR OF BGDTIP2  TO W-IP2-TAS-MAX
           MOVE COR_CANAL OF BGDTIP2    TO W-IP2-COR-CANAL
           MOVE COR_SEGMENTO OF BGDTIP2 TO W-IP2-COR-SEGMENTO
           MOVE W-IP2-REGISTRO TO SD-IP2-REGISTRO
           RELEASE SD-IP2-REGISTRO
           .
       1510-EXIT.
           EXIT.
       1500-FIN.
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

       2000-LEER-IMPOSICION.
           READ IMPOSIC-ORD
               AT END
                   SET EOF-IMPOSICIONES TO TRUE
           END-READ
           .
       2000-EXIT.
           EXIT.

       2100-LEER-MECANICA.
           READ MECANICAS-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-IP2
               NOT AT END
                   MOVE W-IP2-CLAVE TO WS-CLAVE-IP2
           END-READ
           .
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  3000-CONTROLA-IMPOSICION  -  CORREDOR Y CAMPANIA DE CADA      *
      *  IMPOSICION DE LA VENTANA                                      *
      ******************************************************************
       3000-CONTROLA-IMPOSICION.
           IF W-IPF-ALTA-RENOV = 'R'
               ADD 1 TO WS-CANT-RENOVADAS
           ELSE
               ADD 1 TO WS-CANT-NUEVAS
           END-IF
           PERFORM 2100-LEER-MECANICA THRU 2100-EXIT
               UNTIL WS-CLAVE-IP2 NOT < W-IPF-CLAVE

           MOVE 'N' TO WS-SW-CORREDOR
           IF WS-CLAVE-IP2 = W-IPF-CLAVE
               AND (W-IP2-TAS-MIN > ZERO OR W-IP2-TAS-MAX > ZERO)
               SET HAY-CORREDOR TO TRUE
           END-IF
           IF NOT HAY-CORREDOR
               ADD 1 TO WS-CANT-SIN-CORREDOR
           ELSE
               PERFORM 3100-CONTROLA-CORREDOR THRU 3100-EXIT
           END-IF

           PERFORM 3200-CONTROLA-CAMPANIA THRU 3200-EXIT

           PERFORM 2000-LEER-IMPOSICION THRU 2000-EXIT
           .
       3000-EXIT.
           EXIT.

      * EL CORREDOR APLICA SI NO TIENE CANAL O SI ES EL DE APERTURA
       3100-CONTROLA-CORREDOR.
           IF W-IP2-COR-CANAL NOT = ZERO
               MOVE W-IP2-COR-CANAL TO WS-COR-CANAL
               IF W-IPF-CANAL NOT NUMERIC
                   OR W-IPF-CANAL NOT = WS-COR-CANAL
                   ADD 1 TO WS-CANT-OTRO-CANAL
                   GO TO 3100-EXIT
               END-IF
           END-IF
           IF W-IP2-TAS-MAX > ZERO
               AND W-IPF-TIPOINT > W-IP2-TAS-MAX
               ADD 1 TO WS-CANT-SOBRE
               PERFORM 3500-ARMA-HALLAZGO THRU 3500-EXIT
               MOVE 'SC' TO PFCDIF-TIPO
               COMPUTE PFCDIF-DESVIO = W-IPF-TIPOINT - W-IP2-TAS-MAX
               PERFORM 3600-GRABA-HALLAZGO THRU 3600-EXIT
               GO TO 3100-EXIT
           END-IF
           IF W-IPF-TIPOINT < W-IP2-TAS-MIN
               ADD 1 TO WS-CANT-BAJO
               PERFORM 3500-ARMA-HALLAZGO THRU 3500-EXIT
               MOVE 'BC' TO PFCDIF-TIPO
               COMPUTE PFCDIF-DESVIO = W-IPF-TIPOINT - W-IP2-TAS-MIN
               PERFORM 3600-GRABA-HALLAZGO THRU 3600-EXIT
           END-IF
           .
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  3200-CONTROLA-CAMPANIA  -  SI LA TARIFA DE LA IMPOSICION ES   *
      *  DE CAMPANIA PARA SU PRODUCTO, ALGUNA TIENE QUE ESTAR VIGENTE  *
      *  A LA FECHA DE ALTA Y ADMITIR SU PLAZO                         *
      ******************************************************************
       3200-CONTROLA-CAMPANIA.
           IF TB-CAK-CANT = ZERO
               GO TO 3200-EXIT
           END-IF
           MOVE W-IPF-TARIFA   TO WS-CB-TARIFA
           MOVE W-IPF-PRODUCTO TO WS-CB-PRODUCTO
           MOVE W-IPF-SUBPRODU TO WS-CB-SUBPRODU
           SEARCH ALL TB-CAK-ENTRY
               AT END
                   GO TO 3200-EXIT
               WHEN TB-CAK-CLAVE(TB-CAK-IDX) = WS-CAM-BUSCA
                   CONTINUE
           END-SEARCH
           MOVE 'N' TO WS-SW-CAMPANIA
           PERFORM 3210-VERIFICA-CAMPANIA
               VARYING WS-IX-CAM FROM TB-CAK-DESDE(TB-CAK-IDX) BY 1
               UNTIL WS-IX-CAM > TB-CAK-HASTA(TB-CAK-IDX)
                  OR CAMPANIA-VIGENTE
           IF CAMPANIA-VIGENTE
               ADD 1 TO WS-CANT-EN-CAMPANIA
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-CANT-CAM-VENCIDA
           MOVE TB-CAK-DESDE(TB-CAK-IDX) TO WS-IX-CAM
           PERFORM 3500-ARMA-HALLAZGO THRU 3500-EXIT
           MOVE 'CV' TO PFCDIF-TIPO
           MOVE ZERO TO PFCDIF-DESVIO
           MOVE TB-CAM-CAMPANIA(WS-IX-CAM)  TO PFCDIF-CAMPANIA
           MOVE TB-CAM-FEC-HASTA(WS-IX-CAM) TO PFCDIF-CAM-FEC-HASTA
           PERFORM 3600-GRABA-HALLAZGO THRU 3600-EXIT
           .
       3200-EXIT.
           EXIT.

       3210-VERIFICA-CAMPANIA.
           IF TB-CAM-FEC-DESDE(WS-IX-CAM) NOT > W-IPF-FEC-EVAL
               AND (TB-CAM-FEC-HASTA(WS-IX-CAM) = ZERO
                    OR TB-CAM-FEC-HASTA(WS-IX-CAM)
                       NOT < W-IPF-FEC-EVAL)
               AND (TB-CAM-PLAZO(WS-IX-CAM) = ZERO
                    OR TB-CAM-PLAZO(WS-IX-CAM) = W-IPF-PLAZO)
               SET CAMPANIA-VIGENTE TO TRUE
           END-IF
           .

       3500-ARMA-HALLAZGO.
           MOVE SPACES TO PFCDIF-REGISTRO
           MOVE W-IPF-ENTIDAD       TO PFCDIF-ENTIDAD
           MOVE W-IPF-CENTRO        TO PFCDIF-CENTRO
           MOVE W-IPF-EJECUTIVO     TO PFCDIF-EJECUTIVO
           MOVE W-IPF-CUENTA        TO PFCDIF-CUENTA
           MOVE W-IPF-SECUENCIA     TO PFCDIF-SECUENCIA
           MOVE W-IPF-SECUENCIA-REN TO PFCDIF-SECUENCIA-REN
           MOVE W-IPF-PRODUCTO      TO PFCDIF-PRODUCTO
           MOVE W-IPF-SUBPRODU      TO PFCDIF-SUBPRODU
           MOVE W-IPF-TARIFA        TO PFCDIF-TARIFA
           MOVE W-IPF-DIVISA        TO PFCDIF-DIVISA
           MOVE W-IPF-PLAZO         TO PFCDIF-PLAZO
           MOVE W-IPF-CANAL         TO PFCDIF-CANAL
           MOVE W-IPF-FEC-EVAL      TO PFCDIF-FEC-EVAL
           MOVE W-IPF-ALTA-RENOV    TO PFCDIF-ALTA-RENOV
           MOVE W-IPF-TIPOINT       TO PFCDIF-TASA
           MOVE ZERO TO PFCDIF-TAS-MIN
           MOVE ZERO TO PFCDIF-TAS-MAX
           IF HAY-CORREDOR
               MOVE W-IP2-TAS-MIN   TO PFCDIF-TAS-MIN
               MOVE W-IP2-TAS-MAX   TO PFCDIF-TAS-MAX
           END-IF
           MOVE ZERO TO PFCDIF-CAM-FEC-HASTA
           MOVE W-IPF-SALDO         TO PFCDIF-SALDO
           MOVE WS-FECHA-PROCESO    TO PFCDIF-FEC-PROCESO
           .
       3500-EXIT.
           EXIT.

       3600-GRABA-HALLAZGO.
           MOVE PFCDIF-REGISTRO TO HAL-REGISTRO
           WRITE HAL-REGISTRO
           ADD 1 TO WS-CANT-HALLAZGOS
           .
       3600-EXIT.
           EXIT.

      ******************************************************************
      *  6000-EMITE-LISTADO  -  HALLAZGOS CON CORTE POR SUCURSAL Y     *
      *  EJECUTIVO SOBRE PFCDIF YA ORDENADO                            *
      ******************************************************************
       6000-EMITE-LISTADO.
           OPEN INPUT  DIFERENCIA-SAL
           OPEN OUTPUT REPORTE-PFC
           MOVE WS-FECHA-DESDE   TO WST-FEC-DESDE
           MOVE WS-FECHA-PROCESO TO WST-FEC-PROCESO
           MOVE WS-TITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-LEYENDA TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM 6100-LEER-LISTADO THRU 6100-EXIT
           PERFORM 6200-IMPRIME-HALLAZGO THRU 6200-EXIT
               UNTIL EOF-LISTADO
           IF WS-CENTRO-ANT NOT = LOW-VALUES
               PERFORM 6300-CIERRA-EJECUTIVO
               PERFORM 6400-CIERRA-SUCURSAL
           END-IF
           PERFORM 8000-RESUMEN
           CLOSE DIFERENCIA-SAL
           CLOSE REPORTE-PFC
           .

       6100-LEER-LISTADO.
           READ DIFERENCIA-SAL
               AT END
                   SET EOF-LISTADO TO TRUE
           END-READ
           .
       6100-EXIT.
           EXIT.

       6200-IMPRIME-HALLAZGO.
           IF PFCDIF-CENTRO NOT = WS-CENTRO-ANT
               IF WS-CENTRO-ANT NOT = LOW-VALUES
                   PERFORM 6300-CIERRA-EJECUTIVO
                   PERFORM 6400-CIERRA-SUCURSAL
               END-IF
               MOVE PFCDIF-CENTRO TO WS-CENTRO-ANT
               MOVE LOW-VALUES TO WS-EJECUTIVO-ANT
               MOVE ZERO TO WS-CANT-SUCURSAL
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE PFCDIF-CENTRO TO WSL-S-CENTRO
               MOVE WS-LINEA-SUCURSAL TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF
           IF PFCDIF-EJECUTIVO NOT = WS-EJECUTIVO-ANT
               IF WS-EJECUTIVO-ANT NOT = LOW-VALUES
                   PERFORM 6300-CIERRA-EJECUTIVO
               END-IF
               MOVE PFCDIF-EJECUTIVO TO WS-EJECUTIVO-ANT
               MOVE ZERO TO WS-CANT-EJECUTIVO
               MOVE PFCDIF-EJECUTIVO TO WSL-E-EJECUTIVO
               MOVE WS-LINEA-EJECUTIVO TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE WS-ENCAB-HALLAZGO TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF
           ADD 1 TO WS-CANT-EJECUTIVO
           ADD 1 TO WS-CANT-SUCURSAL

           MOVE PFCDIF-CUENTA       TO WSL-CUENTA
           MOVE PFCDIF-SECUENCIA    TO WSL-SECUENCIA
           MOVE PFCDIF-TIPO         TO WSL-TIPO
           MOVE PFCDIF-PRODUCTO     TO WSL-PRODUCTO
           MOVE PFCDIF-SUBPRODU     TO WSL-SUBPRODU
           MOVE PFCDIF-TARIFA       TO WSL-TARIFA
           MOVE PFCDIF-DIVISA       TO WSL-DIVISA
           MOVE PFCDIF-PLAZO        TO WSL-PLAZO
           MOVE PFCDIF-CANAL        TO WSL-CANAL
           MOVE PFCDIF-FEC-EVAL     TO WSL-FEC-EVAL
           MOVE PFCDIF-ALTA-RENOV   TO WSL-ALTA-RENOV
           MOVE PFCDIF-TASA         TO WSL-TASA
           MOVE PFCDIF-TAS-MIN      TO WSL-TAS-MIN
           MOVE PFCDIF-TAS-MAX      TO WSL-TAS-MAX
           MOVE PFCDIF-DESVIO       TO WSL-DESVIO
           MOVE PFCDIF-CAMPANIA     TO WSL-CAMPANIA
           MOVE PFCDIF-SALDO        TO WSL-SALDO
           MOVE WS-LINEA-HALLAZGO TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           PERFORM 6100-LEER-LISTADO THRU 6100-EXIT
           .
       6200-EXIT.
           EXIT.

       6300-CIERRA-EJECUTIVO.
           MOVE WS-CANT-EJECUTIVO TO WSL-TE-CANTIDAD
           MOVE WS-LINEA-TOT-EJECUTIVO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

       6400-CIERRA-SUCURSAL.
           MOVE WS-CANT-SUCURSAL TO WSL-TS-CANTIDAD
           MOVE WS-LINEA-TOT-SUCURSAL TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

      ******************************************************************
      *  8000-RESUMEN  -  TOTALES DE LA CORRIDA                        *
      ******************************************************************
       8000-RESUMEN.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 'IMPOSICIONES LEIDAS' TO WSL-R-CONCEPTO
           MOVE WS-CANT-LEIDAS TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'ALTAS NUEVAS EN LA VENTANA' TO WSL-R-CONCEPTO
           MOVE WS-CANT-NUEVAS TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'RENOVACIONES EN LA VENTANA' TO WSL-R-CONCEPTO
           MOVE WS-CANT-RENOVADAS TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE '  SIN CORREDOR EN BGDTIP2' TO WSL-R-CONCEPTO
           MOVE WS-CANT-SIN-CORREDOR TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE '  CORREDOR DE OTRO CANAL' TO WSL-R-CONCEPTO
           MOVE WS-CANT-OTRO-CANAL TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE '  EN CAMPANIA VIGENTE' TO WSL-R-CONCEPTO
           MOVE WS-CANT-EN-CAMPANIA TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'SC TASA SOBRE EL CORREDOR' TO WSL-R-CONCEPTO
           MOVE WS-CANT-SOBRE TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'BC TASA BAJO EL CORREDOR' TO WSL-R-CONCEPTO
           MOVE WS-CANT-BAJO TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'CV CAMPANIA NO VIGENTE AL ALTA' TO WSL-R-CONCEPTO
           MOVE WS-CANT-CAM-VENCIDA TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
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
           MOVE 'ZET189' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-LEIDAS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-HALLAZGOS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET189 - CONFORMIDAD DE TASAS DE PLAZO FIJO'
           DISPLAY 'IMPOSICIONES LEIDAS  . . . : ' WS-CANT-LEIDAS
           DISPLAY 'ALTAS NUEVAS . . . . . . . : ' WS-CANT-NUEVAS
           DISPLAY 'RENOVACIONES . . . . . . . : ' WS-CANT-RENOVADAS
           DISPLAY 'SOBRE EL CORREDOR  . . . . : ' WS-CANT-SOBRE
           DISPLAY 'BAJO EL CORREDOR . . . . . : ' WS-CANT-BAJO
           DISPLAY 'CAMPANIA NO VIGENTE  . . . : ' WS-CANT-CAM-VENCIDA
           .
