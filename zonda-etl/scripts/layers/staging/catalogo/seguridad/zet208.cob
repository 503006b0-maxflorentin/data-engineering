      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET208                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - CATALOGO                    *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : DETECCION DIARIA DE AUTOGESTION DE EMPLEADOS.    *
      *               TOMA LOS CAMBIOS DEL DIA AUDITADO (EL ANTERIOR   *
      *               AL PROCESO, O EL DE PARMAUT) CON SU SELLO DE     *
      *               OPERADOR: ALTAS, MODIFICACIONES Y BLANQUEOS DE   *
      *               PIN DE MAESTARJ, BONIFICACIONES Y CAMBIOS DE     *
      *               COMISION DE BGDTCOE (USERID/TIMEST-UMO),         *
      *               RETROCESIONES DE PRESTAMOS DE RETDIA (ZET179),   *
      *               MODIFICACIONES DE PLAZOS FIJOS DE BGTCIPF,       *
      *               CUOTAS Y MOVIMIENTOS DE PRESTAMOS DE CUOTASQ Y   *
      *               MOVTOSQ (SELLO UMO) Y PAGOS SWIFT DE LFTRS00     *
      *               (DIGITADOR WRKR-NO).  EL OPERADOR SE ATRIBUYE A  *
      *               UN EMPLEADO CON LA TABLA USREMP (ZET207) VIGENTE *
      *               ESE DIA; EL PRODUCTO SE ATRIBUYE A SUS TITULARES *
      *               (NUP DE LA TARJETA, PARTICIPES VIGENTES DE       *
      *               WABGPPER, TITULAR DEL CONTRATO DE WAGUCDEX) Y EL *
      *               PAGO SWIFT A SU ORDENANTE, CUYO DOCUMENTO SE     *
      *               BUSCA EN WABGPPER.  SI EL TITULAR ES EL          *
      *               PROPIO EMPLEADO (T) O COMPARTE SU HOGAR SEGUN    *
      *               HOGARDIM (H), EL CAMBIO ES UN CASO PARA          *
      *               AUDITORIA INTERNA: SALE EN AUDEMP (CASOS DEL     *
      *               DIA, DISPOSICION PENDIENTE), SE AGREGA AL        *
      *               HISTORICO AUDEMPH Y SE LISTA EN RPAUDEMP CON LA  *
      *               COBERTURA DE CADA FUENTE.  LAS TARJETAS VAN      *
      *               TOKENIZADAS (TOKPAN).  RC 4 SI HAY CASOS O SI    *
      *               ALGUNA FUENTE DE CAMBIOS, DE TITULARES O         *
      *               HOGARDIM NO ESTUVO DISPONIBLE.                   *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET208.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - CATALOGO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS     ASSIGN TO PARMAUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT USUARIOS       ASSIGN TO USREMP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-USR.

           SELECT HOGARES        ASSIGN TO HOGARDIM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HOG.

           SELECT TARJETAS       ASSIGN TO MAESTARJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TAR.

           SELECT COMISIONES     ASSIGN TO BGDTCOE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-COE.

           SELECT RETROCESIONES  ASSIGN TO RETDIA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RET.

           SELECT PLAZOS-FIJOS   ASSIGN TO BGTCIPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-IPF.

           SELECT CUOTAS-SQ      ASSIGN TO CUOTASQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CUO.

           SELECT MOVTOS-SQ      ASSIGN TO MOVTOSQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MOV.

           SELECT RUTEOS         ASSIGN TO LFTRS00
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TS0.

           SELECT PARTICIP       ASSIGN TO WABGPPER
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PER.

           SELECT CONTRATOS      ASSIGN TO WAGUCDEX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CON.

           SELECT SORT-EMP       ASSIGN TO SRTAUTA.

           SELECT SORT-HOG       ASSIGN TO SRTAUTB.
           SELECT HOGARES-ORD    ASSIGN TO WAUTHOG
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-EVT       ASSIGN TO SRTAUTC.
           SELECT EVENTOS-ORD    ASSIGN TO WAUTEVT
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-REF       ASSIGN TO SRTAUTD.
           SELECT EVENTOS-RES    ASSIGN TO WAUTEVR
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-CAS       ASSIGN TO SRTAUTE.
           SELECT CANDIDATOS     ASSIGN TO WAUTCAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-FIN       ASSIGN TO SRTAUTF.

           SELECT CASOS          ASSIGN TO AUDEMP
               ORGANIZATION IS SEQUENTIAL.

           SELECT CASOS-HIST     ASSIGN TO AUDEMPH
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORTE-AUT    ASSIGN TO RPAUDEMP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-AUT-REGISTRO.
      *        DIA AUDITADO AAAAMMDD; CERO = DIA ANTERIOR AL PROCESO
           05  PARM-AUT-FECHA         PIC 9(08).
           05  PARM-AUT-FILLER        PIC X(72).

       FD  USUARIOS
           RECORDING MODE IS F.
           COPY "usremp.cob".

      * HOGARES DE ZET106 (EN ORDEN DE DOMICILIO)
       FD  HOGARES
           RECORDING MODE IS F.
       01  HOGARDIM-REGISTRO.
           05  HOGARDIM-PENUMPER      PIC X(08).
           05  HOGARDIM-HOGAR-ID      PIC 9(08).
           05  HOGARDIM-CLAVE-DOM     PIC X(29).
           05  HOGARDIM-PEDESLOC      PIC X(30).
           05  HOGARDIM-IND-AGRUPADO  PIC X(01).
               88  HOGARDIM-AGRUPADO      VALUE 'S'.
           05  FILLER                 PIC X(04).

       FD  TARJETAS
           RECORDING MODE IS F.
       01  FD-TARJETA.
           COPY "../../abae/fact/maestarj/maestarj.cob"
               REPLACING ==:ZOECTAR:== BY ==ZOECTAR==.

       FD  COMISIONES
           RECORDING MODE IS F.
           COPY "../../malbgc/fact/bgdtcoe/bgdtcoe.cob"
               REPLACING ==COE== BY ==FD-COE==.

      * RETROCESIONES DEL DIA AUDITADO (ZET179)
       FD  RETROCESIONES
           RECORDING MODE IS F.
       01  RETDIA-REGISTRO.
           05  RETDIA-USUARIO-RETRO   PIC X(08).
           05  RETDIA-ORIGEN          PIC X(03).
           05  RETDIA-CLAVE.
               10  RETDIA-ENTIDAD     PIC X(04).
               10  RETDIA-OFICINA     PIC X(04).
               10  RETDIA-CUENTA      PIC X(12).
               10  RETDIA-NIO         PIC X(24).
               10  RETDIA-CODCONLI    PIC X(03).
               10  RETDIA-NUM-SECUENCIA PIC 9(03).
               10  RETDIA-FELIQ       PIC X(10).
               10  RETDIA-CONCPASO    PIC X(03).
           05  RETDIA-TIPO            PIC X(01).
           05  RETDIA-FEOPER          PIC X(10).
           05  RETDIA-IMPORTE         PIC S9(13)V99.
           05  RETDIA-DIVISA          PIC X(03).
           05  RETDIA-USUARIO-ORIG    PIC X(08).
           05  RETDIA-NETNAME-RETRO   PIC X(08).
           05  RETDIA-CENTRO-RETRO    PIC X(04).
           05  RETDIA-TIMESTAMP-RETRO PIC X(26).
           05  RETDIA-FECRETRO        PIC X(10).
           05  FILLER                 PIC X(41).

       FD  PLAZOS-FIJOS
           RECORDING MODE IS F.
       01  FD-IPF-REG.
           COPY "../../malbgp/fact/bgtcipf/bgtcipf.cob".

       FD  CUOTAS-SQ
           RECORDING MODE IS F.
           COPY "../../malug/cuotasq/cuotasq.cob".

       FD  MOVTOS-SQ
           RECORDING MODE IS F.
           COPY "../../malug/movtosq/movtosq.cob".

      * RUTEO DE PAGOS SWIFT: DIGITADOR Y ORDENANTE
       FD  RUTEOS
           RECORDING MODE IS F.
           COPY "../../abkt/dim/lftrs00/lftrs00.cob".

       FD  PARTICIP
           RECORDING MODE IS F.
       01  FD-PER-REG.
           COPY "../../malbgp/fact/wabgpper/wabgpper.cob".

       FD  CONTRATOS
           RECORDING MODE IS F.
       01  FD-WAGUXDEX.
           COPY "../../garra/fact/wagucdex/wagucdex.cob".

       SD  SORT-EMP.
       01  SD-EMP-REGISTRO.
           05  S-EMP-NUP              PIC X(08).

       SD  SORT-HOG.
       01  SD-HOG-REGISTRO.
           05  S-HOG-NUP              PIC X(08).
           05  S-HOG-HOGAR-ID         PIC 9(08).

       FD  HOGARES-ORD
           RECORDING MODE IS F.
       01  HOGARES-ORD-REGISTRO      PIC X(16).

      * EVENTOS POR PRODUCTO (APLICACION + CUENTA O DOCUMENTO)
       SD  SORT-EVT.
       01  SD-EVT-REGISTRO.
           05  FILLER                 PIC X(09).
           05  S-EVT-CLAVE            PIC X(22).
           05  FILLER                 PIC X(169).

       FD  EVENTOS-ORD
           RECORDING MODE IS F.
       01  EVENTOS-ORD-REGISTRO      PIC X(200).

      * TITULARES POR PRODUCTO (APLICACION + CUENTA O DOCUMENTO)
       SD  SORT-REF.
       01  SD-REF-REGISTRO.
           05  S-REF-CLAVE            PIC X(22).
           05  S-REF-NUP              PIC X(08).

       FD  EVENTOS-RES
           RECORDING MODE IS F.
       01  EVENTOS-RES-REGISTRO      PIC X(200).

      * EVENTOS RESUELTOS POR NUP DEL TITULAR
       SD  SORT-CAS.
       01  SD-CAS-REGISTRO.
           05  FILLER                 PIC X(31).
           05  S-CAS-NUP              PIC X(08).
           05  FILLER                 PIC X(161).

       FD  CANDIDATOS
           RECORDING MODE IS F.
       01  CANDIDATOS-REGISTRO       PIC X(200).

      * CASOS POR OPERADOR Y EVENTO, LA RELACION MAS FUERTE PRIMERO
       SD  SORT-FIN.
       01  SD-FIN-REGISTRO.
           05  S-FIN-SEC              PIC 9(09).
           05  FILLER                 PIC X(30).
           05  S-FIN-USUARIO          PIC X(08).
           05  S-FIN-ORDEN            PIC 9(01).
           05  FILLER                 PIC X(152).

       FD  CASOS
           RECORDING MODE IS F.
           COPY "empcaso.cob".

       FD  CASOS-HIST
           RECORDING MODE IS F.
           COPY "empcaso.cob"
               REPLACING LEADING ==EMPCASO== BY ==EMPH==.

       FD  REPORTE-AUT.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../control/runlog.cob".

       WORKING-STORAGE SECTION.
           COPY "toklk.cob"
               REPLACING ==:TOKPAN:== BY ==TOKPAN==.

       77  WS-MAX-USUARIOS           PIC 9(05) COMP VALUE 20000.
       77  WS-MAX-TITULARES          PIC 9(03) COMP VALUE 50.
       77  WS-POS                    PIC 9(05) COMP.
       77  WS-SEC-EVENTO             PIC 9(09) COMP VALUE ZERO.
       77  WS-SEC-ANTERIOR           PIC 9(09) COMP VALUE ZERO.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FECHA-AUDIT            PIC 9(08).
      * DIA AUDITADO COMO AAAA-MM-DD PARA LOS TIMESTAMPS DB2
       01  WS-FEC-AUD-ALFA           PIC X(10).

       01  WS-FS-PAR                 PIC XX.
       01  WS-FS-USR                 PIC XX.
       01  WS-FS-HOG                 PIC XX.
       01  WS-FS-TAR                 PIC XX.
       01  WS-FS-COE                 PIC XX.
       01  WS-FS-RET                 PIC XX.
       01  WS-FS-IPF                 PIC XX.
       01  WS-FS-PER                 PIC XX.
       01  WS-FS-CON                 PIC XX.
       01  WS-FS-CUO                 PIC XX.
       01  WS-FS-MOV                 PIC XX.
       01  WS-FS-TS0                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-USR         PIC X(01) VALUE 'N'.
               88  EOF-USUARIOS          VALUE 'S'.
           05  WS-SW-EOF-AUX         PIC X(01) VALUE 'N'.
               88  EOF-AUXILIAR          VALUE 'S'.
           05  WS-SW-EOF-SORT        PIC X(01) VALUE 'N'.
               88  EOF-SORT              VALUE 'S'.
           05  WS-SW-EOF-EVT         PIC X(01) VALUE 'N'.
               88  EOF-EVENTOS           VALUE 'S'.
           05  WS-SW-EOF-HOG         PIC X(01) VALUE 'N'.
               88  EOF-HOGARES           VALUE 'S'.
           05  WS-SW-HOGARDIM        PIC X(01) VALUE 'N'.
               88  HOGARDIM-PRESENTE     VALUE 'S'.
           05  WS-SW-EMPLEADO        PIC X(01).
               88  USUARIO-DE-EMPLEADO   VALUE 'S'.
           05  WS-SW-HALLADO         PIC X(01).
               88  USUARIO-HALLADO       VALUE 'S'.
           05  WS-SW-RECORRIDO       PIC X(01).
               88  FIN-RECORRIDO         VALUE 'S'.

      * COBERTURA DE CADA FUENTE: S DISPONIBLE / N NO SE PUDO ABRIR
       01  WS-DISPONIBLES.
           05  WS-DISP-TAR           PIC X(01) VALUE 'N'.
           05  WS-DISP-COE           PIC X(01) VALUE 'N'.
           05  WS-DISP-RET           PIC X(01) VALUE 'N'.
           05  WS-DISP-IPF           PIC X(01) VALUE 'N'.
           05  WS-DISP-PER           PIC X(01) VALUE 'N'.
           05  WS-DISP-CON           PIC X(01) VALUE 'N'.
           05  WS-DISP-CUO           PIC X(01) VALUE 'N'.
           05  WS-DISP-MOV           PIC X(01) VALUE 'N'.
           05  WS-DISP-TS0           PIC X(01) VALUE 'N'.

      * ATRIBUCION DE UN SELLO DE OPERADOR A UN EMPLEADO
       01  WS-BUS-ID.
           05  WS-BUS-SISTEMA        PIC X(02).
           05  WS-BUS-USUARIO        PIC X(08).
       01  WS-BUS-NUP                PIC X(08).
       01  WS-BUS-LEGAJO             PIC X(08).

       01  WS-CLAVE-ANTERIOR         PIC X(18).
       01  WS-NUP-ANTERIOR           PIC X(08).
       01  WS-CLAVE-CARGADA          PIC X(22).
       01  WS-HOGAR-CLIENTE          PIC 9(08).
       01  WS-HOGAR-EMPLEADO         PIC 9(08).
       01  WS-ED-PORC                PIC ZZ9.99.
       01  WS-ED-IMPORTE             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

      * USUARIOS VINCULADOS, EN ORDEN DE USREMP (SISTEMA/USUARIO/DESDE)
       01  TABLA-USUARIOS.
           05  TB-USR-CANT           PIC 9(05) COMP VALUE ZERO.
           05  TB-USR-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON TB-USR-CANT
                   ASCENDING KEY IS TB-USR-ID
                   INDEXED BY TB-USR-IDX.
               10  TB-USR-ID         PIC X(10).
               10  TB-USR-DESDE      PIC 9(08).
               10  TB-USR-BAJA       PIC 9(08).
               10  TB-USR-NUP        PIC X(08).
               10  TB-USR-LEGAJO     PIC X(08).

      * EMPLEADOS (NUP SIN REPETIR) CON SU HOGAR, EN ORDEN DE SORT
       01  TABLA-EMPLEADOS.
           05  TB-EMP-CANT           PIC 9(05) COMP VALUE ZERO.
           05  TB-EMP-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON TB-EMP-CANT
                   ASCENDING KEY IS TB-EMP-NUP
                   INDEXED BY TB-EMP-IDX.
               10  TB-EMP-NUP        PIC X(08).
               10  TB-EMP-HOGAR-ID   PIC 9(08).

      * TITULARES DEL PRODUCTO EN CURSO
       01  TABLA-TITULARES.
           05  TB-TIT-CANT           PIC 9(03) COMP VALUE ZERO.
           05  TB-TIT-ENTRY OCCURS 50 TIMES
                   INDEXED BY TB-TIT-IDX.
               10  TB-TIT-NUP        PIC X(08).

       01  W-HOG-REGISTRO.
           05  W-HOG-NUP             PIC X(08).
           05  W-HOG-HOGAR-ID        PIC 9(08).

      * EVENTO DE CAMBIO (LAYOUT DE LOS ARCHIVOS DE TRABAJO)
       01  W-EVT-REGISTRO.
           05  W-EVT-SEC             PIC 9(09).
           05  W-EVT-PRODUCTO.
      *            TJ TARJETA / BG CUENTA O PLAZO FIJO / UG PRESTAMO
      *            SW PAGO SWIFT (CCC = TIPO + NUMERO DE DOCUMENTO)
               10  W-EVT-APLIC       PIC X(02).
               10  W-EVT-CCC         PIC X(20).
           05  W-EVT-NUP-CLI         PIC X(08).
           05  W-EVT-USUARIO         PIC X(08).
      *        1 = TITULAR / 2 = HOGAR (ORDEN DE PREFERENCIA)
           05  W-EVT-ORDEN           PIC 9(01).
           05  W-EVT-RELACION        PIC X(01).
           05  W-EVT-SISTEMA         PIC X(02).
           05  W-EVT-ORIGEN          PIC X(08).
           05  W-EVT-TIPO            PIC X(02).
           05  W-EVT-FECHA           PIC 9(08).
           05  W-EVT-NUP-EMP         PIC X(08).
           05  W-EVT-LEGAJO          PIC X(08).
           05  W-EVT-HOGAR-ID        PIC 9(08).
           05  W-EVT-CLAVE           PIC X(20).
           05  W-EVT-TIMESTAMP       PIC X(26).
           05  W-EVT-IMPORTE         PIC S9(13)V99.
           05  W-EVT-DIVISA          PIC X(03).
           05  W-EVT-DETALLE         PIC X(30).
           05  FILLER                PIC X(05).

       01  WS-CONTADORES.
           05  WS-CANT-USUARIOS      PIC 9(09) COMP.
           05  WS-CANT-LEI-TAR       PIC 9(09) COMP.
           05  WS-CANT-LEI-COE       PIC 9(09) COMP.
           05  WS-CANT-LEI-RET       PIC 9(09) COMP.
           05  WS-CANT-LEI-IPF       PIC 9(09) COMP.
           05  WS-CANT-LEI-CUO       PIC 9(09) COMP.
           05  WS-CANT-LEI-MOV       PIC 9(09) COMP.
           05  WS-CANT-LEI-TS0       PIC 9(09) COMP.
           05  WS-CANT-EVT-TAR       PIC 9(09) COMP.
           05  WS-CANT-EVT-COE       PIC 9(09) COMP.
           05  WS-CANT-EVT-RET       PIC 9(09) COMP.
           05  WS-CANT-EVT-IPF       PIC 9(09) COMP.
           05  WS-CANT-EVT-CUO       PIC 9(09) COMP.
           05  WS-CANT-EVT-MOV       PIC 9(09) COMP.
           05  WS-CANT-EVT-TS0       PIC 9(09) COMP.
           05  WS-CANT-DEL-DIA       PIC 9(09) COMP.
           05  WS-CANT-EVENTOS       PIC 9(09) COMP.
           05  WS-CANT-A-RESOLVER    PIC 9(09) COMP.
           05  WS-CANT-SIN-TITULAR   PIC 9(09) COMP.
           05  WS-CANT-RESUELTOS     PIC 9(09) COMP.
           05  WS-CANT-CANDIDATOS    PIC 9(09) COMP.
           05  WS-CANT-CASOS         PIC 9(09) COMP.
           05  WS-CANT-CASOS-T       PIC 9(09) COMP.
           05  WS-CANT-CASOS-H       PIC 9(09) COMP.

       01  WS-ENCAB-TITULO.
           05  FILLER                PIC X(50) VALUE
               'CASOS DE AUTOGESTION DE EMPLEADOS - DIA AUDITADO '.
           05  WSE-FECHA-AUDIT       PIC 9(08).
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(08) VALUE 'PROCESO '.
           05  WSE-FECHA-PROCESO     PIC 9(08).

       01  WS-ENCAB-DETALLE.
           05  FILLER                PIC X(46) VALUE
               '   CASO USUARIO  EMPLEADO R CLIENTE  ORIGEN   '.
           05  FILLER                PIC X(43) VALUE
               'TP CLAVE                            IMPORTE'.
           05  FILLER                PIC X(12) VALUE
               ' DIV DETALLE'.

       01  WS-LINEA-DETALLE.
           05  WSL-CASO              PIC ZZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-USUARIO           PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-NUP-EMP           PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-RELACION          PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-NUP-CLI           PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-ORIGEN            PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-TIPO              PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-CLAVE             PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-IMPORTE           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-DIVISA            PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-DETALLE           PIC X(30).

       01  WS-ENCAB-FUENTES.
           05  FILLER                PIC X(52) VALUE
               'FUENTE        LEIDOS        EVENTOS           ESTADO'.

       01  WS-LINEA-FUENTE.
           05  WLF-FUENTE            PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WLF-LEIDOS            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WLF-EVENTOS           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(11) VALUE SPACES.
           05  WLF-ESTADO            PIC X(40).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EXTRAE-EVENTOS THRU 2000-EXIT
           PERFORM 3000-RESUELVE-TITULARES THRU 3000-EXIT
           PERFORM 4000-EVALUA-RELACION THRU 4000-EXIT
           PERFORM 5000-EMITE-CASOS THRU 5000-EXIT
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  DIA AUDITADO, TABLA DE USUARIOS DE        *
      *  EMPLEADOS, EMPLEADOS CON SU HOGAR Y HOGARES POR NUP           *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           INITIALIZE WS-CONTADORES
           COMPUTE WS-FECHA-AUDIT = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO) - 1)

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   NOT AT END
                       IF PARM-AUT-FECHA IS NUMERIC
                           AND PARM-AUT-FECHA > 0
                           MOVE PARM-AUT-FECHA TO WS-FECHA-AUDIT
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-AUDIT) NOT = 0
               DISPLAY 'ZET208 - DIA AUDITADO INVALIDO EN PARMAUT: '
                   WS-FECHA-AUDIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING WS-FECHA-AUDIT(1:4) '-' WS-FECHA-AUDIT(5:2) '-'
               WS-FECHA-AUDIT(7:2)
               DELIMITED BY SIZE INTO WS-FEC-AUD-ALFA

           OPEN INPUT USUARIOS
           IF WS-FS-USR NOT = '00'
               DISPLAY 'ZET208 - NO SE PUDO ABRIR USREMP - '
                   'FILE STATUS ' WS-FS-USR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO WS-CLAVE-ANTERIOR
           PERFORM 1100-CARGA-USUARIO THRU 1100-EXIT
               UNTIL EOF-USUARIOS
           CLOSE USUARIOS
           IF TB-USR-CANT = ZERO
               DISPLAY 'ZET208 - USREMP SIN USUARIOS VINCULADOS - '
                   'NO HAY CAMBIOS QUE ATRIBUIR'
           END-IF

           SORT SORT-EMP
               ON ASCENDING KEY S-EMP-NUP
               INPUT PROCEDURE IS 1200-SUELTA-EMPLEADOS
               OUTPUT PROCEDURE IS 1300-CARGA-EMPLEADOS

           SORT SORT-HOG
               ON ASCENDING KEY S-HOG-NUP
               INPUT PROCEDURE IS 1400-EXTRAE-HOGARES
               GIVING HOGARES-ORD

           OPEN OUTPUT REPORTE-AUT
           MOVE WS-FECHA-AUDIT   TO WSE-FECHA-AUDIT
           MOVE WS-FECHA-PROCESO TO WSE-FECHA-PROCESO
           MOVE WS-ENCAB-TITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-ENCAB-DETALLE TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

      * USREMP LLEGA ORDENADA POR ZET207; LA BUSQUEDA BINARIA LO EXIGE
       1100-CARGA-USUARIO.
           READ USUARIOS
               AT END
                   SET EOF-USUARIOS TO TRUE
                   GO TO 1100-EXIT
           END-READ
           ADD 1 TO WS-CANT-USUARIOS
           IF USREMP-CLAVE < WS-CLAVE-ANTERIOR
               DISPLAY 'ZET208 - USREMP FUERA DE ORDEN EN '
                   USREMP-CLAVE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE USREMP-CLAVE TO WS-CLAVE-ANTERIOR
           IF TB-USR-CANT NOT < WS-MAX-USUARIOS
               DISPLAY 'ZET208 - TABLA USREMP EXCEDE '
                   WS-MAX-USUARIOS ' FILAS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO TB-USR-CANT
           MOVE USREMP-SISTEMA     TO TB-USR-ID(TB-USR-CANT)(1:2)
           MOVE USREMP-USUARIO     TO TB-USR-ID(TB-USR-CANT)(3:8)
           MOVE USREMP-FECHA-DESDE TO TB-USR-DESDE(TB-USR-CANT)
           MOVE USREMP-FECHA-BAJA  TO TB-USR-BAJA(TB-USR-CANT)
           MOVE USREMP-NUP         TO TB-USR-NUP(TB-USR-CANT)
           MOVE USREMP-LEGAJO      TO TB-USR-LEGAJO(TB-USR-CANT)
           .
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  1200-SUELTA-EMPLEADOS  -  LOS NUP DE LA TABLA DE USUARIOS     *
      ******************************************************************
       1200-SUELTA-EMPLEADOS SECTION.
           PERFORM 1210-SUELTA-NUP THRU 1210-EXIT
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > TB-USR-CANT
           GO TO 1200-FIN
           .

       1210-SUELTA-NUP.
           IF TB-USR-NUP(WS-POS) NOT = SPACES
               MOVE TB-USR-NUP(WS-POS) TO S-EMP-NUP
               RELEASE SD-EMP-REGISTRO
           END-IF
           .
       1210-EXIT.
           EXIT.
       1200-FIN.
           EXIT.


      ******************************************************************
      *  1300-CARGA-EMPLEADOS  -  NUP SIN REPETIR, HOGAR EN CERO HASTA *
      *  LEER HOGARDIM                                                 *
      ******************************************************************
       1300-CARGA-EMPLEADOS SECTION.
           MOVE LOW-VALUES TO WS-NUP-ANTERIOR
           PERFORM 1310-RETORNA-EMPLEADO THRU 1310-EXIT
           PERFORM 1320-CARGA-EMPLEADO THRU 1320-EXIT
               UNTIL EOF-SORT
           MOVE 'N' TO WS-SW-EOF-SORT
           GO TO 1300-FIN
           .

       1310-RETORNA-EMPLEADO.
           RETURN SORT-EMP
               AT END
                   SET EOF-SORT TO TRUE
           END-RETURN
           .
       1310-EXIT.
           EXIT.

       1320-CARGA-EMPLEADO.
           IF S-EMP-NUP NOT = WS-NUP-ANTERIOR
               MOVE S-EMP-NUP TO WS-NUP-ANTERIOR
               ADD 1 TO TB-EMP-CANT
               MOVE S-EMP-NUP TO TB-EMP-NUP(TB-EMP-CANT)
               MOVE ZERO      TO TB-EMP-HOGAR-ID(TB-EMP-CANT)
           END-IF
           PERFORM 1310-RETORNA-EMPLEADO THRU 1310-EXIT
           .
       1320-EXIT.
           EXIT.
       1300-FIN.
           EXIT.


      ******************************************************************
      *  1400-EXTRAE-HOGARES  -  HOGARDIM ES OPCIONAL: SIN EL SOLO SE  *
      *  DETECTAN LOS CAMBIOS SOBRE PRODUCTOS DEL PROPIO EMPLEADO.     *
      *  DE PASO ANOTA EL HOGAR DE CADA EMPLEADO                       *
      ******************************************************************
       1400-EXTRAE-HOGARES SECTION.
           OPEN INPUT HOGARES
           IF WS-FS-HOG NOT = '00'
               DISPLAY 'ZET208 - SIN HOGARDIM - NO SE EVALUA EL '
                   'HOGAR DEL EMPLEADO'
               GO TO 1400-FIN
           END-IF
           SET HOGARDIM-PRESENTE TO TRUE
           MOVE 'N' TO WS-SW-EOF-AUX
           PERFORM 1410-SUELTA-HOGAR THRU 1410-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE HOGARES
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1400-FIN
           .

       1410-SUELTA-HOGAR.
           READ HOGARES
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1410-EXIT
           END-READ
           IF NOT HOGARDIM-AGRUPADO
               OR HOGARDIM-HOGAR-ID = ZERO
               OR HOGARDIM-PENUMPER = SPACES
               GO TO 1410-EXIT
           END-IF
           MOVE HOGARDIM-PENUMPER TO S-HOG-NUP
           MOVE HOGARDIM-HOGAR-ID TO S-HOG-HOGAR-ID
           RELEASE SD-HOG-REGISTRO

           IF TB-EMP-CANT > ZERO
               SEARCH ALL TB-EMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN TB-EMP-NUP(TB-EMP-IDX) = HOGARDIM-PENUMPER
                       MOVE HOGARDIM-HOGAR-ID
                           TO TB-EMP-HOGAR-ID(TB-EMP-IDX)
               END-SEARCH
           END-IF
           .
       1410-EXIT.
           EXIT.
       1400-FIN.
           EXIT.


      ******************************************************************
      *  2100-EXTRAE-CAMBIOS  -  CAMBIOS DEL DIA AUDITADO HECHOS POR   *
      *  USUARIOS DE EMPLEADOS, DE CADA FUENTE DISPONIBLE              *
      ******************************************************************
       2100-EXTRAE-CAMBIOS SECTION.
           PERFORM 2200-EXTRAE-TARJETAS THRU 2200-EXIT
           PERFORM 2300-EXTRAE-COMISIONES THRU 2300-EXIT
           PERFORM 2400-EXTRAE-RETROCESIONES THRU 2400-EXIT
           PERFORM 2500-EXTRAE-PLAZOS-FIJOS THRU 2500-EXIT
           PERFORM 2600-EXTRAE-CUOTAS THRU 2600-EXIT
           PERFORM 2700-EXTRAE-MOVIMIENTOS THRU 2700-EXIT
           PERFORM 2750-EXTRAE-SWIFT THRU 2750-EXIT
           GO TO 2100-FIN
           .

      * MAESTARJ: ALTA, ULTIMA MODIFICACION (LIMITE Y DATOS) Y PIN
       2200-EXTRAE-TARJETAS.
           OPEN INPUT TARJETAS
           IF WS-FS-TAR NOT = '00'
               DISPLAY 'ZET208 - SIN MAESTARJ - FILE STATUS '
                   WS-FS-TAR
               GO TO 2200-EXIT
           END-IF
           MOVE 'S' TO WS-DISP-TAR
           MOVE 'N' TO WS-SW-EOF-AUX
           PERFORM 2210-LEE-TARJETA THRU 2210-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE TARJETAS
           .
       2200-EXIT.
           EXIT.

       2210-LEE-TARJETA.
           READ TARJETAS
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 2210-EXIT
           END-READ
           ADD 1 TO WS-CANT-LEI-TAR
           IF ZOECTAR-FEC-ALTA = WS-FECHA-AUDIT
               MOVE ZOECTAR-USUARIO-ALTA TO WS-BUS-USUARIO
               MOVE 'TA' TO W-EVT-TIPO
               PERFORM 2250-EVENTO-TARJETA THRU 2250-EXIT
           END-IF
           IF ZOECTAR-FEC-ULT-ACT = WS-FECHA-AUDIT
               MOVE ZOECTAR-USUARIO-ACT TO WS-BUS-USUARIO
               MOVE 'TM' TO W-EVT-TIPO
               PERFORM 2250-EVENTO-TARJETA THRU 2250-EXIT
           END-IF
           IF ZOECTAR-FEC-PIN = WS-FECHA-AUDIT
               MOVE ZOECTAR-USUARIO-PIN TO WS-BUS-USUARIO
               MOVE 'TP' TO W-EVT-TIPO
               PERFORM 2250-EVENTO-TARJETA THRU 2250-EXIT
           END-IF
           .
       2210-EXIT.
           EXIT.

       2250-EVENTO-TARJETA.
           ADD 1 TO WS-CANT-DEL-DIA
           MOVE 'HO' TO WS-BUS-SISTEMA
           PERFORM 2900-ATRIBUYE-USUARIO THRU 2900-EXIT
           IF NOT USUARIO-DE-EMPLEADO
               GO TO 2250-EXIT
           END-IF
           IF ZOECTAR-NUP = SPACES
               ADD 1 TO WS-CANT-SIN-TITULAR
               GO TO 2250-EXIT
           END-IF

           MOVE ZOECTAR-NUMERO-TARJETA TO TOKPAN-PAN
           CALL 'TOKPAN' USING TOKPAN-AREA

           MOVE 'TJ'             TO W-EVT-APLIC
           MOVE SPACES           TO W-EVT-CCC
           MOVE ZOECTAR-NUP      TO W-EVT-NUP-CLI
           MOVE 'MAESTARJ'       TO W-EVT-ORIGEN
           MOVE TOKPAN-TOKEN     TO W-EVT-CLAVE
           MOVE SPACES           TO W-EVT-TIMESTAMP
           MOVE ZERO             TO W-EVT-IMPORTE
           MOVE SPACES           TO W-EVT-DIVISA
           MOVE SPACES           TO W-EVT-DETALLE
           STRING 'SUC ' ZOECTAR-SUCURSAL-ADM
               ' COD LIMITE ' ZOECTAR-COD-LIM
               ' EST ' ZOECTAR-ESTADO-TARJETA
               DELIMITED BY SIZE INTO W-EVT-DETALLE
           PERFORM 2800-SUELTA-EVENTO THRU 2800-EXIT
           ADD 1 TO WS-CANT-EVT-TAR
           .
       2250-EXIT.
           EXIT.

      * BGDTCOE: TODA FILA TOCADA EL DIA AUDITADO; ES BONIFICACION SI
      * TIENE COMISION ESPECIFICA, REDUCCION O CUENTA SECUNDARIA
       2300-EXTRAE-COMISIONES.
           OPEN INPUT COMISIONES
           IF WS-FS-COE NOT = '00'
               DISPLAY 'ZET208 - SIN BGDTCOE - FILE STATUS '
                   WS-FS-COE
               GO TO 2300-EXIT
           END-IF
           MOVE 'S' TO WS-DISP-COE
           MOVE 'N' TO WS-SW-EOF-AUX
           PERFORM 2310-LEE-COMISION THRU 2310-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE COMISIONES
           .
       2300-EXIT.
           EXIT.

       2310-LEE-COMISION.
           READ COMISIONES
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 2310-EXIT
           END-READ
           ADD 1 TO WS-CANT-LEI-COE
           IF TIMEST-UMO OF FD-COE(1:10) NOT = WS-FEC-AUD-ALFA
               GO TO 2310-EXIT
           END-IF
           ADD 1 TO WS-CANT-DEL-DIA
           MOVE 'HO'                  TO WS-BUS-SISTEMA
           MOVE USERID-UMO OF FD-COE  TO WS-BUS-USUARIO
           PERFORM 2900-ATRIBUYE-USUARIO THRU 2900-EXIT
           IF NOT USUARIO-DE-EMPLEADO
               GO TO 2310-EXIT
           END-IF

           MOVE 'BG'                  TO W-EVT-APLIC
           MOVE ENTIDAD OF FD-COE     TO W-EVT-CCC(1:4)
           MOVE CENTRO-ALTA OF FD-COE TO W-EVT-CCC(5:4)
           MOVE CUENTA OF FD-COE      TO W-EVT-CCC(9:12)
           MOVE SPACES                TO W-EVT-NUP-CLI
           MOVE 'BGDTCOE'             TO W-EVT-ORIGEN
           IF IND-COMESPECIF OF FD-COE = 'S'
               OR POR-REDUC OF FD-COE > ZERO
               OR CUENTA-SECUND OF FD-COE NOT = SPACES
               MOVE 'BC' TO W-EVT-TIPO
           ELSE
               MOVE 'CM' TO W-EVT-TIPO
           END-IF
           MOVE W-EVT-CCC             TO W-EVT-CLAVE
           MOVE TIMEST-UMO OF FD-COE  TO W-EVT-TIMESTAMP
           MOVE COMI-IM OF FD-COE     TO W-EVT-IMPORTE
           MOVE DIVISA OF FD-COE      TO W-EVT-DIVISA
           MOVE POR-REDUC OF FD-COE   TO WS-ED-PORC
           MOVE SPACES                TO W-EVT-DETALLE
           STRING 'CONC ' CONCEPTO OF FD-COE
               ' PLAN ' PLAN OF FD-COE
               ' RED ' WS-ED-PORC
               DELIMITED BY SIZE INTO W-EVT-DETALLE
           PERFORM 2800-SUELTA-EVENTO THRU 2800-EXIT
           ADD 1 TO WS-CANT-EVT-COE
           .
       2310-EXIT.
           EXIT.

      * RETDIA YA VIENE DEL DIA AUDITADO; SE CONTROLA IGUAL LA FECHA
       2400-EXTRAE-RETROCESIONES.
           OPEN INPUT RETROCESIONES
           IF WS-FS-RET NOT = '00'
               DISPLAY 'ZET208 - SIN RETDIA - FILE STATUS '
                   WS-FS-RET
               GO TO 2400-EXIT
           END-IF
           MOVE 'S' TO WS-DISP-RET
           MOVE 'N' TO WS-SW-EOF-AUX
           PERFORM 2410-LEE-RETROCESION THRU 2410-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE RETROCESIONES
           .
       2400-EXIT.
           EXIT.

       2410-LEE-RETROCESION.
           READ RETROCESIONES
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 2410-EXIT
           END-READ
           ADD 1 TO WS-CANT-LEI-RET
           IF RETDIA-FECRETRO NOT = WS-FEC-AUD-ALFA
               GO TO 2410-EXIT
           END-IF
           ADD 1 TO WS-CANT-DEL-DIA
           MOVE 'HO'                  TO WS-BUS-SISTEMA
           MOVE RETDIA-USUARIO-RETRO  TO WS-BUS-USUARIO
           PERFORM 2900-ATRIBUYE-USUARIO THRU 2900-EXIT
           IF NOT USUARIO-DE-EMPLEADO
               GO TO 2410-EXIT
           END-IF

           MOVE 'UG'                  TO W-EVT-APLIC
           MOVE RETDIA-ENTIDAD        TO W-EVT-CCC(1:4)
           MOVE RETDIA-OFICINA        TO W-EVT-CCC(5:4)
           MOVE RETDIA-CUENTA         TO W-EVT-CCC(9:12)
           MOVE SPACES                TO W-EVT-NUP-CLI
           MOVE 'RETDIA'              TO W-EVT-ORIGEN
           MOVE 'RP'                  TO W-EVT-TIPO
           MOVE W-EVT-CCC             TO W-EVT-CLAVE
           MOVE RETDIA-TIMESTAMP-RETRO TO W-EVT-TIMESTAMP
           MOVE RETDIA-IMPORTE        TO W-EVT-IMPORTE
           MOVE RETDIA-DIVISA         TO W-EVT-DIVISA
           MOVE SPACES                TO W-EVT-DETALLE
           STRING 'RETRO ' RETDIA-ORIGEN ' ' RETDIA-TIPO
               ' OPER ' RETDIA-FEOPER
               DELIMITED BY SIZE INTO W-EVT-DETALLE
           PERFORM 2800-SUELTA-EVENTO THRU 2800-EXIT
           ADD 1 TO WS-CANT-EVT-RET
           .
       2410-EXIT.
           EXIT.

      * BGTCIPF: PLAZOS FIJOS MODIFICADOS EL DIA AUDITADO
       2500-EXTRAE-PLAZOS-FIJOS.
           OPEN INPUT PLAZOS-FIJOS
           IF WS-FS-IPF NOT = '00'
               DISPLAY 'ZET208 - SIN BGTCIPF - FILE STATUS '
                   WS-FS-IPF
               GO TO 2500-EXIT
           END-IF
           MOVE 'S' TO WS-DISP-IPF
           MOVE 'N' TO WS-SW-EOF-AUX
           PERFORM 2510-LEE-PLAZO-FIJO THRU 2510-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE PLAZOS-FIJOS
           .
       2500-EXIT.
           EXIT.

       2510-LEE-PLAZO-FIJO.
           READ PLAZOS-FIJOS
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 2510-EXIT
           END-READ
           ADD 1 TO WS-CANT-LEI-IPF
           IF IPF_TIMEST-UMO(1:10) NOT = WS-FEC-AUD-ALFA
               GO TO 2510-EXIT
           END-IF
           ADD 1 TO WS-CANT-DEL-DIA
           MOVE 'HO'                  TO WS-BUS-SISTEMA
           MOVE IPF_USERID-UMO        TO WS-BUS-USUARIO
           PERFORM 2900-ATRIBUYE-USUARIO THRU 2900-EXIT
           IF NOT USUARIO-DE-EMPLEADO
               GO TO 2510-EXIT
           END-IF

           MOVE 'BG'                  TO W-EVT-APLIC
           MOVE IPF_ENTIDAD           TO W-EVT-CCC(1:4)
           MOVE IPF_CENTRO_ALTA       TO W-EVT-CCC(5:4)
           MOVE IPF_CUENTA            TO W-EVT-CCC(9:12)
           MOVE SPACES                TO W-EVT-NUP-CLI
           MOVE 'BGTCIPF'             TO W-EVT-ORIGEN
           MOVE 'PF'                  TO W-EVT-TIPO
           MOVE W-EVT-CCC             TO W-EVT-CLAVE
           MOVE IPF_TIMEST-UMO        TO W-EVT-TIMESTAMP
           MOVE IPF_SALDO             TO W-EVT-IMPORTE
           MOVE IPF_DIVISA            TO W-EVT-DIVISA
           MOVE SPACES                TO W-EVT-DETALLE
           STRING 'ESTADO ' IPF_IND_ESTADO
               ' CANCEL ' IPF_CANCEL
               ' BLOQ ' IPF_IND_BLOQUEO
               DELIMITED BY SIZE INTO W-EVT-DETALLE
           PERFORM 2800-SUELTA-EVENTO THRU 2800-EXIT
           ADD 1 TO WS-CANT-EVT-IPF
           .
       2510-EXIT.
           EXIT.

      * CUOTASQ: RECIBOS DE PRESTAMOS TOCADOS EL DIA AUDITADO
       2600-EXTRAE-CUOTAS.
           OPEN INPUT CUOTAS-SQ
           IF WS-FS-CUO NOT = '00'
               DISPLAY 'ZET208 - SIN CUOTASQ - FILE STATUS '
                   WS-FS-CUO
               GO TO 2600-EXIT
           END-IF
           MOVE 'S' TO WS-DISP-CUO
           MOVE 'N' TO WS-SW-EOF-AUX
           PERFORM 2610-LEE-CUOTA THRU 2610-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CUOTAS-SQ
           .
       2600-EXIT.
           EXIT.

       2610-LEE-CUOTA.
           READ CUOTAS-SQ
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 2610-EXIT
           END-READ
           ADD 1 TO WS-CANT-LEI-CUO
           IF REC_TIMESTAMP(1:10) NOT = WS-FEC-AUD-ALFA
               GO TO 2610-EXIT
           END-IF
           ADD 1 TO WS-CANT-DEL-DIA
           MOVE 'HO'                  TO WS-BUS-SISTEMA
           MOVE REC_USERID_UMO        TO WS-BUS-USUARIO
           PERFORM 2900-ATRIBUYE-USUARIO THRU 2900-EXIT
           IF NOT USUARIO-DE-EMPLEADO
               GO TO 2610-EXIT
           END-IF

           MOVE 'UG'                  TO W-EVT-APLIC
           MOVE REC_ENTIDAD           TO W-EVT-CCC(1:4)
           MOVE REC_OFICINA           TO W-EVT-CCC(5:4)
           MOVE REC_CUENTA            TO W-EVT-CCC(9:12)
           MOVE SPACES                TO W-EVT-NUP-CLI
           MOVE 'CUOTASQ'             TO W-EVT-ORIGEN
           MOVE 'CQ'                  TO W-EVT-TIPO
           MOVE W-EVT-CCC             TO W-EVT-CLAVE
           MOVE REC_TIMESTAMP         TO W-EVT-TIMESTAMP
           MOVE ZERO                  TO W-EVT-IMPORTE
           MOVE SPACES                TO W-EVT-DIVISA
           MOVE SPACES                TO W-EVT-DETALLE
           STRING 'LIQ ' REC_FELIQ
               ' SIT ' REC_SITDEUOB
               ' TIPO ' REC_TIP_RECIBO
               DELIMITED BY SIZE INTO W-EVT-DETALLE
           PERFORM 2800-SUELTA-EVENTO THRU 2800-EXIT
           ADD 1 TO WS-CANT-EVT-CUO
           .
       2610-EXIT.
           EXIT.

      * MOVTOSQ: MOVIMIENTOS DE PRESTAMOS CON SELLO DEL DIA AUDITADO.
      * LOS RETROCEDIDOS NO SE TOMAN: LLEGAN POR RETDIA (ZET179)
       2700-EXTRAE-MOVIMIENTOS.
           OPEN INPUT MOVTOS-SQ
           IF WS-FS-MOV NOT = '00'
               DISPLAY 'ZET208 - SIN MOVTOSQ - FILE STATUS '
                   WS-FS-MOV
               GO TO 2700-EXIT
           END-IF
           MOVE 'S' TO WS-DISP-MOV
           MOVE 'N' TO WS-SW-EOF-AUX
           PERFORM 2710-LEE-MOVIMIENTO THRU 2710-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE MOVTOS-SQ
           .
       2700-EXIT.
           EXIT.

       2710-LEE-MOVIMIENTO.
           READ MOVTOS-SQ
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 2710-EXIT
           END-READ
           ADD 1 TO WS-CANT-LEI-MOV
           IF TIMESTAMP OF DMOV(1:10) NOT = WS-FEC-AUD-ALFA
               GO TO 2710-EXIT
           END-IF
           IF INDRETRO OF DMOV NOT = SPACE
               AND INDRETRO OF DMOV NOT = 'N'
               GO TO 2710-EXIT
           END-IF
           ADD 1 TO WS-CANT-DEL-DIA
           MOVE 'HO'                  TO WS-BUS-SISTEMA
           MOVE USERID_UMO OF DMOV    TO WS-BUS-USUARIO
           PERFORM 2900-ATRIBUYE-USUARIO THRU 2900-EXIT
           IF NOT USUARIO-DE-EMPLEADO
               GO TO 2710-EXIT
           END-IF

           MOVE 'UG'                  TO W-EVT-APLIC
           MOVE ENTIDAD OF DMOV       TO W-EVT-CCC(1:4)
           MOVE OFICINA OF DMOV       TO W-EVT-CCC(5:4)
           MOVE CUENTA OF DMOV        TO W-EVT-CCC(9:12)
           MOVE SPACES                TO W-EVT-NUP-CLI
           MOVE 'MOVTOSQ'             TO W-EVT-ORIGEN
           MOVE 'MQ'                  TO W-EVT-TIPO
           MOVE W-EVT-CCC             TO W-EVT-CLAVE
           MOVE TIMESTAMP OF DMOV     TO W-EVT-TIMESTAMP
           MOVE IMPMOVI OF DMOV       TO W-EVT-IMPORTE
           MOVE COD_DIVISA OF DMOV    TO W-EVT-DIVISA
           MOVE SPACES                TO W-EVT-DETALLE
           STRING 'CONC ' CODCONLI OF DMOV
               ' OPER ' FEOPER OF DMOV
               DELIMITED BY SIZE INTO W-EVT-DETALLE
           PERFORM 2800-SUELTA-EVENTO THRU 2800-EXIT
           ADD 1 TO WS-CANT-EVT-MOV
           .
       2710-EXIT.
           EXIT.

      * LFTRS00: RUTEO DE LOS PAGOS SWIFT DEL DIA AUDITADO (EL ARCHIVO
      * NO TRAE FECHA).  EL DIGITADOR ES EL OPERADOR Y EL ORDENANTE,
      * POR SU DOCUMENTO, EL TITULAR; EL NUP SE RESUELVE EN WABGPPER
       2750-EXTRAE-SWIFT.
           OPEN INPUT RUTEOS
           IF WS-FS-TS0 NOT = '00'
               DISPLAY 'ZET208 - SIN LFTRS00 - FILE STATUS '
                   WS-FS-TS0
               GO TO 2750-EXIT
           END-IF
           MOVE 'S' TO WS-DISP-TS0
           MOVE 'N' TO WS-SW-EOF-AUX
           PERFORM 2760-LEE-RUTEO THRU 2760-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE RUTEOS
           .
       2750-EXIT.
           EXIT.

       2760-LEE-RUTEO.
           READ RUTEOS
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 2760-EXIT
           END-READ
           ADD 1 TO WS-CANT-LEI-TS0
           ADD 1 TO WS-CANT-DEL-DIA
           MOVE 'SW'                  TO WS-BUS-SISTEMA
           MOVE WRKR-NO               TO WS-BUS-USUARIO
           PERFORM 2900-ATRIBUYE-USUARIO THRU 2900-EXIT
           IF NOT USUARIO-DE-EMPLEADO
               GO TO 2760-EXIT
           END-IF
      *    WABGPPER GUARDA EL DOCUMENTO EN 11 POSICIONES
           IF CUST-SEND-ID = SPACES
               OR CUST-SEND-ID(12:23) NOT = SPACES
               ADD 1 TO WS-CANT-SIN-TITULAR
               GO TO 2760-EXIT
           END-IF

           MOVE 'SW'                  TO W-EVT-APLIC
           MOVE SPACES                TO W-EVT-CCC
           MOVE CUST-SEND-ID-TYPE     TO W-EVT-CCC(1:2)
           MOVE CUST-SEND-ID(1:11)    TO W-EVT-CCC(3:11)
           MOVE SPACES                TO W-EVT-NUP-CLI
           MOVE 'LFTRS00'             TO W-EVT-ORIGEN
           MOVE 'PS'                  TO W-EVT-TIPO
           MOVE SPACES                TO W-EVT-CLAVE
           MOVE LOCATION OF TS0       TO W-EVT-CLAVE(1:6)
           MOVE GROUP-NUMBER OF TS0   TO W-EVT-CLAVE(7:6)
           MOVE TS0-SEQUENCE OF TS0   TO W-EVT-CLAVE(13:3)
           MOVE SPACES                TO W-EVT-TIMESTAMP
           MOVE ZERO                  TO W-EVT-IMPORTE
           MOVE SPACES                TO W-EVT-DIVISA
           MOVE SPACES                TO W-EVT-DETALLE
           STRING 'CTA ' CUST-SEND-ACCT-NO
               ' BEN ' BENE-RECV-COUNTRY
               DELIMITED BY SIZE INTO W-EVT-DETALLE
           PERFORM 2800-SUELTA-EVENTO THRU 2800-EXIT
           ADD 1 TO WS-CANT-EVT-TS0
           .
       2760-EXIT.
           EXIT.

      * COMPLETA LOS DATOS COMUNES DEL EVENTO Y LO SUELTA AL SORT
       2800-SUELTA-EVENTO.
           ADD 1 TO WS-SEC-EVENTO
           MOVE WS-SEC-EVENTO    TO W-EVT-SEC
           MOVE WS-BUS-SISTEMA   TO W-EVT-SISTEMA
           MOVE WS-BUS-USUARIO   TO W-EVT-USUARIO
           MOVE WS-FECHA-AUDIT   TO W-EVT-FECHA
           MOVE WS-BUS-NUP       TO W-EVT-NUP-EMP
           MOVE WS-BUS-LEGAJO    TO W-EVT-LEGAJO
           MOVE ZERO             TO W-EVT-ORDEN
           MOVE SPACES           TO W-EVT-RELACION
           MOVE ZERO             TO W-EVT-HOGAR-ID
           MOVE W-EVT-REGISTRO   TO SD-EVT-REGISTRO
           RELEASE SD-EVT-REGISTRO
           ADD 1 TO WS-CANT-EVENTOS
           IF W-EVT-APLIC NOT = 'TJ'
               ADD 1 TO WS-CANT-A-RESOLVER
           END-IF
           .
       2800-EXIT.
           EXIT.

      ******************************************************************
      *  2900-ATRIBUYE-USUARIO  -  BUSCA EL SISTEMA/USUARIO EN USREMP  *
      *  Y SE QUEDA CON LA FILA QUE CUBRE EL DIA AUDITADO (DESDE HASTA *
      *  LA BAJA INCLUSIVE).  EL USUARIO PUEDE TENER VARIAS FILAS      *
      *  CONTIGUAS: SE VUELVE A LA PRIMERA Y SE RECORREN EN ORDEN      *
      ******************************************************************
       2900-ATRIBUYE-USUARIO.
           MOVE 'N'    TO WS-SW-EMPLEADO
           MOVE 'N'    TO WS-SW-HALLADO
           MOVE SPACES TO WS-BUS-NUP
           MOVE SPACES TO WS-BUS-LEGAJO
           IF TB-USR-CANT = ZERO
               OR WS-BUS-USUARIO = SPACES
               GO TO 2900-EXIT
           END-IF
           SEARCH ALL TB-USR-ENTRY
               AT END
                   CONTINUE
               WHEN TB-USR-ID(TB-USR-IDX) = WS-BUS-ID
                   SET USUARIO-HALLADO TO TRUE
                   SET WS-POS TO TB-USR-IDX
           END-SEARCH
           IF NOT USUARIO-HALLADO
               GO TO 2900-EXIT
           END-IF

           MOVE 'N' TO WS-SW-RECORRIDO
           PERFORM 2910-RETROCEDE THRU 2910-EXIT
               UNTIL FIN-RECORRIDO
           MOVE 'N' TO WS-SW-RECORRIDO
           PERFORM 2920-EVALUA-VINCULO THRU 2920-EXIT
               UNTIL FIN-RECORRIDO
           .
       2900-EXIT.
           EXIT.

       2910-RETROCEDE.
           IF WS-POS = 1
               SET FIN-RECORRIDO TO TRUE
               GO TO 2910-EXIT
           END-IF
           SUBTRACT 1 FROM WS-POS
           IF TB-USR-ID(WS-POS) NOT = WS-BUS-ID
               ADD 1 TO WS-POS
               SET FIN-RECORRIDO TO TRUE
           END-IF
           .
       2910-EXIT.
           EXIT.

       2920-EVALUA-VINCULO.
           IF WS-POS > TB-USR-CANT
               SET FIN-RECORRIDO TO TRUE
               GO TO 2920-EXIT
           END-IF
           IF TB-USR-ID(WS-POS) NOT = WS-BUS-ID
               SET FIN-RECORRIDO TO TRUE
               GO TO 2920-EXIT
           END-IF
           IF TB-USR-DESDE(WS-POS) NOT > WS-FECHA-AUDIT
               AND (TB-USR-BAJA(WS-POS) = ZERO
                    OR TB-USR-BAJA(WS-POS) NOT < WS-FECHA-AUDIT)
               SET USUARIO-DE-EMPLEADO TO TRUE
               MOVE TB-USR-NUP(WS-POS)    TO WS-BUS-NUP
               MOVE TB-USR-LEGAJO(WS-POS) TO WS-BUS-LEGAJO
               SET FIN-RECORRIDO TO TRUE
               GO TO 2920-EXIT
           END-IF
           ADD 1 TO WS-POS
           .
       2920-EXIT.
           EXIT.
       2100-FIN.
           EXIT.


      ******************************************************************
      *  3100-EXTRAE-TITULARES  -  PARTICIPES VIGENTES DE CUENTAS Y    *
      *  PLAZOS FIJOS (WABGPPER) Y TITULARES DE PRESTAMOS (WAGUCDEX).  *
      *  SI HAY PAGOS SWIFT, TAMBIEN EL NUP DE CADA DOCUMENTO DE       *
      *  WABGPPER.  SIN EVENTOS QUE RESOLVER NO SE LEEN                *
      ******************************************************************
       3100-EXTRAE-TITULARES SECTION.
           IF WS-CANT-A-RESOLVER = ZERO
               GO TO 3100-FIN
           END-IF

           OPEN INPUT PARTICIP
           IF WS-FS-PER = '00'
               MOVE 'S' TO WS-DISP-PER
               MOVE 'N' TO WS-SW-EOF-AUX
               PERFORM 3110-SUELTA-PARTICIPE THRU 3110-EXIT
                   UNTIL EOF-AUXILIAR
               CLOSE PARTICIP
           ELSE
               DISPLAY 'ZET208 - SIN WABGPPER - FILE STATUS '
                   WS-FS-PER
           END-IF

           OPEN INPUT CONTRATOS
           IF WS-FS-CON = '00'
               MOVE 'S' TO WS-DISP-CON
               MOVE 'N' TO WS-SW-EOF-AUX
               PERFORM 3120-SUELTA-CONTRATO THRU 3120-EXIT
                   UNTIL EOF-AUXILIAR
               CLOSE CONTRATOS
           ELSE
               DISPLAY 'ZET208 - SIN WAGUCDEX - FILE STATUS '
                   WS-FS-CON
           END-IF
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 3100-FIN
           .

       3110-SUELTA-PARTICIPE.
           READ PARTICIP
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 3110-EXIT
           END-READ
           IF NUP OF FD-PER-REG = SPACES
               GO TO 3110-EXIT
           END-IF
      *    EL DOCUMENTO IDENTIFICA A LA PERSONA AUNQUE LA RELACION
      *    ESTE DADA DE BAJA
           IF WS-CANT-EVT-TS0 > ZERO
               AND NUMDOC OF FD-PER-REG NOT = SPACES
               MOVE SPACES                TO S-REF-CLAVE
               MOVE 'SW'                  TO S-REF-CLAVE(1:2)
               MOVE TIPDOC OF FD-PER-REG  TO S-REF-CLAVE(3:2)
               MOVE NUMDOC OF FD-PER-REG  TO S-REF-CLAVE(5:11)
               MOVE NUP OF FD-PER-REG     TO S-REF-NUP
               RELEASE SD-REF-REGISTRO
           END-IF
           IF FECBAJ OF FD-PER-REG NOT = SPACES
               GO TO 3110-EXIT
           END-IF
           MOVE 'BG'                      TO S-REF-CLAVE(1:2)
           MOVE ENTIDAD OF FD-PER-REG     TO S-REF-CLAVE(3:4)
           MOVE CENTRO_ALTA OF FD-PER-REG TO S-REF-CLAVE(7:4)
           MOVE CUENTA OF FD-PER-REG      TO S-REF-CLAVE(11:12)
           MOVE NUP OF FD-PER-REG         TO S-REF-NUP
           RELEASE SD-REF-REGISTRO
           .
       3110-EXIT.
           EXIT.

       3120-SUELTA-CONTRATO.
           READ CONTRATOS
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 3120-EXIT
           END-READ
           IF NUM_PERSONA OF FD-WAGUXDEX = SPACES
               GO TO 3120-EXIT
           END-IF
           MOVE 'UG'                        TO S-REF-CLAVE(1:2)
           MOVE COD_ENTIDAD OF FD-WAGUXDEX  TO S-REF-CLAVE(3:4)
           MOVE COD_CENTRO OF FD-WAGUXDEX   TO S-REF-CLAVE(7:4)
           MOVE NUM_CONTRATO OF FD-WAGUXDEX TO S-REF-CLAVE(11:12)
           MOVE NUM_PERSONA OF FD-WAGUXDEX  TO S-REF-NUP
           RELEASE SD-REF-REGISTRO
           .
       3120-EXIT.
           EXIT.
       3100-FIN.
           EXIT.


      ******************************************************************
      *  3500-CRUZA-TITULARES  -  APAREA LOS EVENTOS ORDENADOS POR     *
      *  PRODUCTO CON SUS TITULARES Y GRABA UN EVENTO POR TITULAR.     *
      *  LAS TARJETAS YA TRAEN EL NUP Y PASAN DIRECTO                  *
      ******************************************************************
       3500-CRUZA-TITULARES SECTION.
           OPEN INPUT  EVENTOS-ORD
           OPEN OUTPUT EVENTOS-RES
           MOVE LOW-VALUES TO WS-CLAVE-CARGADA
           MOVE ZERO TO TB-TIT-CANT
           MOVE 'N' TO WS-SW-EOF-SORT
           MOVE 'N' TO WS-SW-EOF-EVT
           PERFORM 3510-RETORNA-TITULAR THRU 3510-EXIT
           PERFORM 3520-LEE-EVENTO THRU 3520-EXIT
           PERFORM 3530-RESUELVE-EVENTO THRU 3530-EXIT
               UNTIL EOF-EVENTOS
           CLOSE EVENTOS-ORD
           CLOSE EVENTOS-RES
           MOVE 'N' TO WS-SW-EOF-SORT
           GO TO 3500-FIN
           .

       3510-RETORNA-TITULAR.
           RETURN SORT-REF
               AT END
                   SET EOF-SORT TO TRUE
                   MOVE HIGH-VALUES TO S-REF-CLAVE
           END-RETURN
           .
       3510-EXIT.
           EXIT.

       3520-LEE-EVENTO.
           READ EVENTOS-ORD INTO W-EVT-REGISTRO
               AT END
                   SET EOF-EVENTOS TO TRUE
           END-READ
           .
       3520-EXIT.
           EXIT.

       3530-RESUELVE-EVENTO.
           IF W-EVT-APLIC = 'TJ'
               WRITE EVENTOS-RES-REGISTRO FROM W-EVT-REGISTRO
               ADD 1 TO WS-CANT-RESUELTOS
               GO TO 3530-SIGUIENTE
           END-IF

           IF W-EVT-PRODUCTO NOT = WS-CLAVE-CARGADA
               PERFORM 3540-CARGA-TITULARES THRU 3540-EXIT
           END-IF
           IF TB-TIT-CANT = ZERO
               ADD 1 TO WS-CANT-SIN-TITULAR
           ELSE
               PERFORM 3550-GRABA-TITULAR THRU 3550-EXIT
                   VARYING TB-TIT-IDX FROM 1 BY 1
                   UNTIL TB-TIT-IDX > TB-TIT-CANT
           END-IF
           .
       3530-SIGUIENTE.
           PERFORM 3520-LEE-EVENTO THRU 3520-EXIT
           .
       3530-EXIT.
           EXIT.

      * LOS TITULARES VIENEN ORDENADOS POR PRODUCTO Y NUP: SE SALTEAN
      * LOS DE PRODUCTOS SIN EVENTOS Y SE JUNTAN LOS DEL PRODUCTO
       3540-CARGA-TITULARES.
           MOVE W-EVT-PRODUCTO TO WS-CLAVE-CARGADA
           MOVE ZERO TO TB-TIT-CANT
           MOVE LOW-VALUES TO WS-NUP-ANTERIOR
           PERFORM 3510-RETORNA-TITULAR THRU 3510-EXIT
               UNTIL S-REF-CLAVE NOT < WS-CLAVE-CARGADA
           PERFORM 3545-TOMA-TITULAR THRU 3545-EXIT
               UNTIL S-REF-CLAVE NOT = WS-CLAVE-CARGADA
           .
       3540-EXIT.
           EXIT.

       3545-TOMA-TITULAR.
           IF S-REF-NUP NOT = WS-NUP-ANTERIOR
               AND TB-TIT-CANT < WS-MAX-TITULARES
               MOVE S-REF-NUP TO WS-NUP-ANTERIOR
               ADD 1 TO TB-TIT-CANT
               MOVE S-REF-NUP TO TB-TIT-NUP(TB-TIT-CANT)
           END-IF
           PERFORM 3510-RETORNA-TITULAR THRU 3510-EXIT
           .
       3545-EXIT.
           EXIT.

       3550-GRABA-TITULAR.
           MOVE TB-TIT-NUP(TB-TIT-IDX) TO W-EVT-NUP-CLI
           WRITE EVENTOS-RES-REGISTRO FROM W-EVT-REGISTRO
           ADD 1 TO WS-CANT-RESUELTOS
           .
       3550-EXIT.
           EXIT.
       3500-FIN.
           EXIT.


      ******************************************************************
      *  4100-EVALUA-EVENTO  -  CON LOS EVENTOS EN ORDEN DE NUP DEL    *
      *  TITULAR, TOMA SU HOGAR DE HOGARDIM Y LO COMPARA CON EL        *
      *  EMPLEADO QUE HIZO EL CAMBIO                                   *
      ******************************************************************
       4100-EVALUA-EVENTO SECTION.
           OPEN OUTPUT CANDIDATOS
           MOVE 'N' TO WS-SW-EOF-HOG
           MOVE LOW-VALUES TO W-HOG-REGISTRO
           IF HOGARDIM-PRESENTE
               OPEN INPUT HOGARES-ORD
               PERFORM 4110-LEE-HOGAR THRU 4110-EXIT
           ELSE
               SET EOF-HOGARES TO TRUE
           END-IF
           MOVE 'N' TO WS-SW-EOF-SORT
           PERFORM 4120-RETORNA-EVENTO THRU 4120-EXIT
           PERFORM 4130-EVALUA THRU 4130-EXIT
               UNTIL EOF-SORT
           IF HOGARDIM-PRESENTE
               CLOSE HOGARES-ORD
           END-IF
           CLOSE CANDIDATOS
           MOVE 'N' TO WS-SW-EOF-SORT
           GO TO 4100-FIN
           .

       4110-LEE-HOGAR.
           READ HOGARES-ORD INTO W-HOG-REGISTRO
               AT END
                   SET EOF-HOGARES TO TRUE
                   MOVE HIGH-VALUES TO W-HOG-NUP
           END-READ
           .
       4110-EXIT.
           EXIT.

       4120-RETORNA-EVENTO.
           RETURN SORT-CAS INTO W-EVT-REGISTRO
               AT END
                   SET EOF-SORT TO TRUE
           END-RETURN
           .
       4120-EXIT.
           EXIT.

       4130-EVALUA.
           MOVE ZERO TO WS-HOGAR-CLIENTE
           PERFORM 4110-LEE-HOGAR THRU 4110-EXIT
               UNTIL EOF-HOGARES
               OR W-HOG-NUP NOT < W-EVT-NUP-CLI
           IF NOT EOF-HOGARES
               AND W-HOG-NUP = W-EVT-NUP-CLI
               MOVE W-HOG-HOGAR-ID TO WS-HOGAR-CLIENTE
           END-IF

           MOVE ZERO TO WS-HOGAR-EMPLEADO
           IF TB-EMP-CANT > ZERO
               SEARCH ALL TB-EMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN TB-EMP-NUP(TB-EMP-IDX) = W-EVT-NUP-EMP
                       MOVE TB-EMP-HOGAR-ID(TB-EMP-IDX)
                           TO WS-HOGAR-EMPLEADO
               END-SEARCH
           END-IF

           EVALUATE TRUE
               WHEN W-EVT-NUP-CLI = W-EVT-NUP-EMP
                   MOVE 1   TO W-EVT-ORDEN
                   MOVE 'T' TO W-EVT-RELACION
               WHEN WS-HOGAR-EMPLEADO NOT = ZERO
                   AND WS-HOGAR-EMPLEADO = WS-HOGAR-CLIENTE
                   MOVE 2   TO W-EVT-ORDEN
                   MOVE 'H' TO W-EVT-RELACION
               WHEN OTHER
                   GO TO 4130-SIGUIENTE
           END-EVALUATE
           MOVE WS-HOGAR-EMPLEADO TO W-EVT-HOGAR-ID
           WRITE CANDIDATOS-REGISTRO FROM W-EVT-REGISTRO
           ADD 1 TO WS-CANT-CANDIDATOS
           .
       4130-SIGUIENTE.
           PERFORM 4120-RETORNA-EVENTO THRU 4120-EXIT
           .
       4130-EXIT.
           EXIT.
       4100-FIN.
           EXIT.


      ******************************************************************
      *  5100-EMITE-CASO  -  UN CASO POR EVENTO (SI EL PRODUCTO ES DEL *
      *  EMPLEADO Y DE ALGUIEN DE SU HOGAR, QUEDA LA RELACION T), EN   *
      *  AUDEMP, EN EL HISTORICO AUDEMPH Y EN EL LISTADO               *
      ******************************************************************
       5100-EMITE-CASO SECTION.
           OPEN OUTPUT CASOS
           OPEN EXTEND CASOS-HIST
           MOVE ZERO TO WS-SEC-ANTERIOR
           MOVE 'N' TO WS-SW-EOF-SORT
           PERFORM 5110-RETORNA-CASO THRU 5110-EXIT
           PERFORM 5120-GRABA-CASO THRU 5120-EXIT
               UNTIL EOF-SORT
           CLOSE CASOS
           CLOSE CASOS-HIST
           MOVE 'N' TO WS-SW-EOF-SORT
           GO TO 5100-FIN
           .

       5110-RETORNA-CASO.
           RETURN SORT-FIN INTO W-EVT-REGISTRO
               AT END
                   SET EOF-SORT TO TRUE
           END-RETURN
           .
       5110-EXIT.
           EXIT.

       5120-GRABA-CASO.
           IF W-EVT-SEC = WS-SEC-ANTERIOR
               GO TO 5120-SIGUIENTE
           END-IF
           MOVE W-EVT-SEC TO WS-SEC-ANTERIOR
           ADD 1 TO WS-CANT-CASOS
           IF W-EVT-RELACION = 'T'
               ADD 1 TO WS-CANT-CASOS-T
           ELSE
               ADD 1 TO WS-CANT-CASOS-H
           END-IF

           MOVE SPACES              TO EMPCASO-REGISTRO
           MOVE WS-FECHA-PROCESO    TO EMPCASO-FECHA-PROCESO
           MOVE WS-CANT-CASOS       TO EMPCASO-NRO-CASO
           MOVE W-EVT-FECHA         TO EMPCASO-FEC-EVENTO
           MOVE W-EVT-ORIGEN        TO EMPCASO-ORIGEN
           MOVE W-EVT-TIPO          TO EMPCASO-TIPO
           MOVE W-EVT-SISTEMA       TO EMPCASO-SISTEMA
           MOVE W-EVT-USUARIO       TO EMPCASO-USUARIO
           MOVE W-EVT-NUP-EMP       TO EMPCASO-NUP-EMPLEADO
           MOVE W-EVT-LEGAJO        TO EMPCASO-LEGAJO
           MOVE W-EVT-NUP-CLI       TO EMPCASO-NUP-CLIENTE
           MOVE W-EVT-RELACION      TO EMPCASO-RELACION
           MOVE W-EVT-HOGAR-ID      TO EMPCASO-HOGAR-ID
           MOVE W-EVT-APLIC         TO EMPCASO-APLIC
           MOVE W-EVT-CLAVE         TO EMPCASO-CLAVE
           MOVE W-EVT-TIMESTAMP     TO EMPCASO-TIMESTAMP
           MOVE W-EVT-IMPORTE       TO EMPCASO-IMPORTE
           MOVE W-EVT-DIVISA        TO EMPCASO-DIVISA
           MOVE W-EVT-DETALLE       TO EMPCASO-DETALLE
           SET EMPCASO-PENDIENTE    TO TRUE
           MOVE SPACES              TO EMPCASO-USUARIO-RESOL
           MOVE ZERO                TO EMPCASO-FEC-RESOL
           WRITE EMPCASO-REGISTRO
           MOVE EMPCASO-REGISTRO    TO EMPH-REGISTRO
           WRITE EMPH-REGISTRO

           MOVE WS-CANT-CASOS       TO WSL-CASO
           MOVE W-EVT-USUARIO       TO WSL-USUARIO
           MOVE W-EVT-NUP-EMP       TO WSL-NUP-EMP
           MOVE W-EVT-RELACION      TO WSL-RELACION
           MOVE W-EVT-NUP-CLI       TO WSL-NUP-CLI
           MOVE W-EVT-ORIGEN        TO WSL-ORIGEN
           MOVE W-EVT-TIPO          TO WSL-TIPO
           MOVE W-EVT-CLAVE         TO WSL-CLAVE
           MOVE W-EVT-IMPORTE       TO WSL-IMPORTE
           MOVE W-EVT-DIVISA        TO WSL-DIVISA
           MOVE W-EVT-DETALLE       TO WSL-DETALLE
           MOVE WS-LINEA-DETALLE    TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       5120-SIGUIENTE.
           PERFORM 5110-RETORNA-CASO THRU 5110-EXIT
           .
       5120-EXIT.
           EXIT.
       5100-FIN.
           EXIT.


       PROCESO-PRINCIPAL SECTION.

      ******************************************************************
      *  2000-EXTRAE-EVENTOS  -  EVENTOS DE EMPLEADOS POR PRODUCTO     *
      ******************************************************************
       2000-EXTRAE-EVENTOS.
           SORT SORT-EVT
               ON ASCENDING KEY S-EVT-CLAVE
               INPUT PROCEDURE IS 2100-EXTRAE-CAMBIOS
               GIVING EVENTOS-ORD
           .
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  3000-RESUELVE-TITULARES  -  UN EVENTO POR CADA TITULAR        *
      ******************************************************************
       3000-RESUELVE-TITULARES.
           SORT SORT-REF
               ON ASCENDING KEY S-REF-CLAVE
               ON ASCENDING KEY S-REF-NUP
               INPUT PROCEDURE IS 3100-EXTRAE-TITULARES
               OUTPUT PROCEDURE IS 3500-CRUZA-TITULARES
           .
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  4000-EVALUA-RELACION  -  TITULAR U HOGAR DEL EMPLEADO         *
      ******************************************************************
       4000-EVALUA-RELACION.
           SORT SORT-CAS
               ON ASCENDING KEY S-CAS-NUP
               USING EVENTOS-RES
               OUTPUT PROCEDURE IS 4100-EVALUA-EVENTO
           .
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  5000-EMITE-CASOS  -  CASOS POR OPERADOR                       *
      ******************************************************************
       5000-EMITE-CASOS.
           SORT SORT-FIN
               ON ASCENDING KEY S-FIN-USUARIO
               ON ASCENDING KEY S-FIN-SEC
               ON ASCENDING KEY S-FIN-ORDEN
               USING CANDIDATOS
               OUTPUT PROCEDURE IS 5100-EMITE-CASO
           IF WS-CANT-CASOS = ZERO
               MOVE 'SIN CASOS DE AUTOGESTION EN EL DIA AUDITADO'
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF
           .
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  7000-LINEA-FUENTE  -  COBERTURA DE UNA FUENTE EN EL LISTADO   *
      ******************************************************************
       7000-LINEA-FUENTE.
           MOVE WS-LINEA-FUENTE TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       7000-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  COBERTURA DE FUENTES, RUNLOG Y RESUMEN.     *
      *  RC 4 SI HAY CASOS O SI FALTO ALGUNA FUENTE DE CAMBIOS, UN     *
      *  PUENTE DE TITULARES QUE HACIA FALTA, O HOGARDIM               *
      ******************************************************************
       9000-FINALIZE.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-ENCAB-FUENTES TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           MOVE 'MAESTARJ'      TO WLF-FUENTE
           MOVE WS-CANT-LEI-TAR TO WLF-LEIDOS
           MOVE WS-CANT-EVT-TAR TO WLF-EVENTOS
           MOVE WS-DISP-TAR     TO WLF-ESTADO
           PERFORM 7100-ESTADO-FUENTE THRU 7100-EXIT
           MOVE 'BGDTCOE'       TO WLF-FUENTE
           MOVE WS-CANT-LEI-COE TO WLF-LEIDOS
           MOVE WS-CANT-EVT-COE TO WLF-EVENTOS
           MOVE WS-DISP-COE     TO WLF-ESTADO
           PERFORM 7100-ESTADO-FUENTE THRU 7100-EXIT
           MOVE 'RETDIA'        TO WLF-FUENTE
           MOVE WS-CANT-LEI-RET TO WLF-LEIDOS
           MOVE WS-CANT-EVT-RET TO WLF-EVENTOS
           MOVE WS-DISP-RET     TO WLF-ESTADO
           PERFORM 7100-ESTADO-FUENTE THRU 7100-EXIT
           MOVE 'BGTCIPF'       TO WLF-FUENTE
           MOVE WS-CANT-LEI-IPF TO WLF-LEIDOS
           MOVE WS-CANT-EVT-IPF TO WLF-EVENTOS
           MOVE WS-DISP-IPF     TO WLF-ESTADO
           PERFORM 7100-ESTADO-FUENTE THRU 7100-EXIT
           MOVE 'CUOTASQ'       TO WLF-FUENTE
           MOVE WS-CANT-LEI-CUO TO WLF-LEIDOS
           MOVE WS-CANT-EVT-CUO TO WLF-EVENTOS
           MOVE WS-DISP-CUO     TO WLF-ESTADO
           PERFORM 7100-ESTADO-FUENTE THRU 7100-EXIT
           MOVE 'MOVTOSQ'       TO WLF-FUENTE
           MOVE WS-CANT-LEI-MOV TO WLF-LEIDOS
           MOVE WS-CANT-EVT-MOV TO WLF-EVENTOS
           MOVE WS-DISP-MOV     TO WLF-ESTADO
           PERFORM 7100-ESTADO-FUENTE THRU 7100-EXIT
           MOVE 'LFTRS00'       TO WLF-FUENTE
           MOVE WS-CANT-LEI-TS0 TO WLF-LEIDOS
           MOVE WS-CANT-EVT-TS0 TO WLF-EVENTOS
           MOVE WS-DISP-TS0     TO WLF-ESTADO
           PERFORM 7100-ESTADO-FUENTE THRU 7100-EXIT

      *    LOS PUENTES DE TITULARES SOLO SE LEEN SI HAY EVENTOS DE
      *    CUENTAS, PLAZOS FIJOS, PRESTAMOS O PAGOS SWIFT
           IF WS-CANT-A-RESOLVER > ZERO
               MOVE 'WABGPPER'  TO WLF-FUENTE
               MOVE ZERO        TO WLF-LEIDOS
               MOVE ZERO        TO WLF-EVENTOS
               MOVE WS-DISP-PER TO WLF-ESTADO
               PERFORM 7100-ESTADO-FUENTE THRU 7100-EXIT
               MOVE 'WAGUCDEX'  TO WLF-FUENTE
               MOVE WS-DISP-CON TO WLF-ESTADO
               PERFORM 7100-ESTADO-FUENTE THRU 7100-EXIT
           END-IF
           MOVE 'HOGARDIM'      TO WLF-FUENTE
           MOVE ZERO            TO WLF-LEIDOS
           MOVE ZERO            TO WLF-EVENTOS
           IF HOGARDIM-PRESENTE
               MOVE 'S'         TO WLF-ESTADO
           ELSE
               MOVE 'N'         TO WLF-ESTADO
           END-IF
           PERFORM 7100-ESTADO-FUENTE THRU 7100-EXIT
           CLOSE REPORTE-AUT

           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET208' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           COMPUTE RUNLOG-CANT-ENTRADA = WS-CANT-LEI-TAR
               + WS-CANT-LEI-COE + WS-CANT-LEI-RET + WS-CANT-LEI-IPF
               + WS-CANT-LEI-CUO + WS-CANT-LEI-MOV + WS-CANT-LEI-TS0
           MOVE WS-CANT-CASOS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET208 - AUTOGESTION DE EMPLEADOS'
           DISPLAY 'DIA AUDITADO . . . . . . . : ' WS-FECHA-AUDIT
           DISPLAY 'USUARIOS EN USREMP . . . . : ' WS-CANT-USUARIOS
           DISPLAY 'EMPLEADOS VINCULADOS . . . : ' TB-EMP-CANT
           DISPLAY 'CAMBIOS DEL DIA AUDITADO . : ' WS-CANT-DEL-DIA
           DISPLAY 'CAMBIOS DE EMPLEADOS . . . : ' WS-CANT-EVENTOS
           DISPLAY 'SIN TITULAR IDENTIFICADO . : ' WS-CANT-SIN-TITULAR
           DISPLAY 'EVENTOS POR TITULAR  . . . : ' WS-CANT-RESUELTOS
           DISPLAY 'CASOS EMITIDOS . . . . . . : ' WS-CANT-CASOS
           DISPLAY 'CASOS PRODUCTO PROPIO  . . : ' WS-CANT-CASOS-T
           DISPLAY 'CASOS PRODUCTO DEL HOGAR . : ' WS-CANT-CASOS-H

           IF WS-CANT-CASOS > ZERO
               OR WS-DISP-TAR = 'N' OR WS-DISP-COE = 'N'
               OR WS-DISP-RET = 'N' OR WS-DISP-IPF = 'N'
               OR WS-DISP-CUO = 'N' OR WS-DISP-MOV = 'N'
               OR WS-DISP-TS0 = 'N'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-CANT-A-RESOLVER > ZERO
               AND (WS-DISP-PER = 'N' OR WS-DISP-CON = 'N')
               MOVE 4 TO RETURN-CODE
           END-IF
           IF NOT HOGARDIM-PRESENTE
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       7100-ESTADO-FUENTE.
           IF WLF-ESTADO = 'S'
               MOVE 'DISPONIBLE' TO WLF-ESTADO
           ELSE
               MOVE 'NO DISPONIBLE - SIN COBERTURA' TO WLF-ESTADO
           END-IF
           PERFORM 7000-LINEA-FUENTE THRU 7000-EXIT
           .
       7100-EXIT.
           EXIT.
