      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET175                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - MALUG                       *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : CONCILIACION MENSUAL DEL COSTO AMORTIZADO NIIF   *
      *               DE PRESTAMOS UG.  POR CUENTA DE UGDTNMA REHACE   *
      *               EL INTERES EFECTIVO DE CADA RECIBO DE UGDTNCN    *
      *               CON NMA-CFTEA-NIIF SOBRE EL SALDO POST           *
      *               FACTURACION DEL RECIBO ANTERIOR (EL PRIMERO      *
      *               PARTE DE NMA-SALININIIF) Y LO COMPARA CONTRA:    *
      *                 - EL INTERES NIIF GRABADO (NCN-IMP-INT-NIIF)   *
      *                 - EL ARRASTRE DE SALDO (PREFAC = POSTFAC       *
      *                   ANTERIOR + INTERES NIIF)                     *
      *                 - EL DEVENGO POR TRAMO (NCN-INT-DEV-NIIF)      *
      *                 - LA DIFERENCIA CONTRA LA CAIDA CLIENTE DE     *
      *                   UGDTNCC (NCN-INT-DIF-DEV)                    *
      *                 - EL INTERES CONTRACTUAL DE CUOTASQ            *
      *               Y POR CUENTA NMA-IMPDEV-ACUM CONTRA LO DEVENGADO *
      *               POR TRAMOS.  LAS DIFERENCIAS MAYORES A LA        *
      *               TOLERANCIA (PARMNIF) SALEN EN NIIFDIF Y EN EL    *
      *               LISTADO RPNIIF, QUE CIERRA CON EL STOCK DE       *
      *               COMISION DIFERIDA POR PRODUCTO (WAGUCDEX) Y SU   *
      *               ATADURA AL SALDO CONTABLE (CONTBAL) POR RUBRO    *
      *               SEGUN LA TABLA PRODUCTO/RUBRO RUBCOMI.           *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET175.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - MALUG.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-NIIF   ASSIGN TO UGDTNMA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NMA.
           SELECT SORT-NMA       ASSIGN TO SRTNIFA.
           SELECT NMA-ORD        ASSIGN TO WNIFNMA
               ORGANIZATION IS SEQUENTIAL.

           SELECT CAIDA-NIIF     ASSIGN TO UGDTNCN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NCN.
           SELECT SORT-NCN       ASSIGN TO SRTNIFB.
           SELECT NCN-ORD        ASSIGN TO WNIFNCN
               ORGANIZATION IS SEQUENTIAL.

           SELECT CAIDA-CLIENTE  ASSIGN TO UGDTNCC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NCC.
           SELECT SORT-NCC       ASSIGN TO SRTNIFC.
           SELECT NCC-ORD        ASSIGN TO WNIFNCC
               ORGANIZATION IS SEQUENTIAL.

           SELECT CUOTAS-SQ      ASSIGN TO CUOTASQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SQ.
           SELECT SORT-REC       ASSIGN TO SRTNIFD.
           SELECT RECIBOS-ORD    ASSIGN TO WNIFREC
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONTRATOS      ASSIGN TO WAGUCDEX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CON.
           SELECT SORT-PRD       ASSIGN TO SRTNIFE.
           SELECT PRODUCTO-ORD   ASSIGN TO WNIFPRD
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUBROS-COMI    ASSIGN TO RUBCOMI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RCM.
           SELECT CONTABLES      ASSIGN TO CONTBAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTB.

           SELECT PARAMETROS     ASSIGN TO PARMNIF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT DIFERENCIAS    ASSIGN TO NIIFDIF
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-NIIF   ASSIGN TO RPNIIF
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-NIIF
           RECORDING MODE IS F.
       01  NMA-ENTRADA               PIC X(115).

       SD  SORT-NMA.
       01  SD-NMA-REGISTRO.
           05  S-NMA-CLAVE            PIC X(20).
           05  FILLER                 PIC X(95).

       FD  NMA-ORD
           RECORDING MODE IS F.
       01  W-NMA-REGISTRO.
           COPY "../ugdtnma/ugdtnma.cob".

      * CAIDA NIIF POR TRAMO: CUENTA + FELIQ + NUMREC + FEFIDEV
       FD  CAIDA-NIIF
           RECORDING MODE IS F.
       01  NCN-ENTRADA               PIC X(148).

       SD  SORT-NCN.
       01  SD-NCN-REGISTRO.
           05  S-NCN-CLAVE            PIC X(43).
           05  FILLER                 PIC X(105).

       FD  NCN-ORD
           RECORDING MODE IS F.
       01  W-NCN-REGISTRO.
           COPY "ugdtncn.cob".

       FD  CAIDA-CLIENTE
           RECORDING MODE IS F.
       01  NCC-ENTRADA               PIC X(129).

       SD  SORT-NCC.
       01  SD-NCC-REGISTRO.
           05  S-NCC-CLAVE            PIC X(43).
           05  FILLER                 PIC X(86).

       FD  NCC-ORD
           RECORDING MODE IS F.
       01  W-NCC-REGISTRO.
           COPY "../ugdtncc/ugdtncc.cob".

       FD  CUOTAS-SQ
           RECORDING MODE IS F.
           COPY "../cuotasq/cuotasq.cob".

      * INTERES CONTRACTUAL POR RECIBO (CUENTA + FELIQ + NUMREC)
       SD  SORT-REC.
       01  SD-REC-REGISTRO.
           05  S-REC-CLAVE            PIC X(35).
           05  S-REC-INTINIRE         PIC S9(13)V9(4).
           05  FILLER                 PIC X(08).

       FD  RECIBOS-ORD
           RECORDING MODE IS F.
       01  W-REC-REGISTRO.
           05  W-REC-CLAVE            PIC X(35).
           05  W-REC-INTINIRE         PIC S9(13)V9(4).
           05  FILLER                 PIC X(08).

       FD  CONTRATOS
           RECORDING MODE IS F.
       01  FD-CONTRATO.
           COPY "../../garra/fact/wagucdex/wagucdex.cob".

       SD  SORT-PRD.
       01  SD-PRD-REGISTRO.
           05  S-PRD-CLAVE            PIC X(20).
           05  S-PRD-PRODUCTO         PIC X(02).
           05  FILLER                 PIC X(08).

       FD  PRODUCTO-ORD
           RECORDING MODE IS F.
       01  W-PRD-REGISTRO.
           05  W-PRD-CLAVE            PIC X(20).
           05  W-PRD-PRODUCTO         PIC X(02).
           05  FILLER                 PIC X(08).

      * RUBRO CONTABLE DE LA COMISION DIFERIDA DE CADA PRODUCTO
       FD  RUBROS-COMI
           RECORDING MODE IS F.
       01  RCM-REGISTRO.
           05  RCM-PRODUCTO           PIC X(02).
           05  RCM-RUBRO-ALTAIR       PIC X(15).
           05  FILLER                 PIC X(13).

       FD  CONTABLES
           RECORDING MODE IS F.
       01  FD-CONTABLE.
           05  CON-RUBRO-ALTAIR      PIC X(15).
           05  CON-SALDO             PIC S9(15)V99.
           05  FILLER                PIC X(08).

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-NIF-REGISTRO.
      *        PERIODO A CONCILIAR AAAAMM (SI NO, EL DE PROCESO)
           05  PARM-NIF-PERIODO       PIC 9(06).
      *        DIFERENCIA TOLERADA EN PESOS
           05  PARM-NIF-TOLERANCIA    PIC 9(05)V99.
           05  PARM-NIF-FILLER        PIC X(07).

       FD  DIFERENCIAS
           RECORDING MODE IS F.
       01  NIIFDIF-REGISTRO.
           05  NIIFDIF-PERIODO        PIC 9(06).
           05  NIIFDIF-CUENTA         PIC X(20).
           05  NIIFDIF-FELIQ          PIC X(10).
           05  NIIFDIF-NUMREC         PIC 9(05).
      *        CONTROL: IN INTERES NIIF / AR ARRASTRE DE SALDO /
      *        TR DEVENGO POR TRAMOS / DC DIFERENCIA CON CAIDA
      *        CLIENTE / CO INTERES CONTRACTUAL / AC DEVENGADO
      *        ACUMULADO DE LA CUENTA
           05  NIIFDIF-CONTROL        PIC X(02).
           05  NIIFDIF-PRODUCTO       PIC X(02).
           05  NIIFDIF-CALCULADO      PIC S9(13)V99.
           05  NIIFDIF-GRABADO        PIC S9(13)V99.
           05  NIIFDIF-DIFERENCIA     PIC S9(13)V99.
           05  FILLER                 PIC X(10).

       FD  REPORTE-NIIF.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-PRODUCTOS          PIC 9(03) COMP VALUE 200.
       77  WS-MAX-RUBROS             PIC 9(03) COMP VALUE 200.
       77  WS-IX                     PIC 9(03) COMP.
       77  WS-IX-PRD                 PIC 9(03) COMP.

      * PARAMETROS (PARMNIF LOS REEMPLAZA SI VIENE INFORMADO)
       01  WS-PERIODO                PIC 9(06).
       01  WS-TOLERANCIA             PIC 9(05)V99 VALUE 1.00.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05  WS-PERIODO-PROCESO    PIC 9(06).
           05  WS-DIA-PROCESO        PIC 9(02).
       01  WS-FEC-NUM                PIC 9(08).
       01  WS-FEC-NUM-R REDEFINES WS-FEC-NUM.
           05  WS-FEC-NUM-PERIODO    PIC 9(06).
           05  WS-FEC-NUM-DIA        PIC 9(02).
       01  WS-DIA-INT                PIC 9(08).
       01  WS-DIA-INT-ANT            PIC 9(08).
       01  WS-DIAS                   PIC S9(05) COMP.

       01  WS-FS-NMA                 PIC XX.
       01  WS-FS-NCN                 PIC XX.
       01  WS-FS-NCC                 PIC XX.
       01  WS-FS-SQ                  PIC XX.
           88  FS-SQ-ERROR-LECTURA      VALUE '01' THRU '99'.
       01  WS-FS-CON                 PIC XX.
           88  FS-CON-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-RCM                 PIC XX.
       01  WS-FS-CTB                 PIC XX.
       01  WS-FS-PAR                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-AUX         PIC X(01) VALUE 'N'.
               88  EOF-AUXILIAR          VALUE 'S'.
           05  WS-SW-EOF-NMA         PIC X(01) VALUE 'N'.
               88  EOF-MAESTRO           VALUE 'S'.
           05  WS-SW-HAY-RUBROS      PIC X(01) VALUE 'N'.
               88  HAY-RUBROS            VALUE 'S'.
           05  WS-SW-RECIBO-PERIODO  PIC X(01).
               88  RECIBO-DEL-PERIODO    VALUE 'S'.
           05  WS-SW-HAY-ANTERIOR    PIC X(01).
               88  HAY-RECIBO-ANTERIOR   VALUE 'S'.
           05  WS-SW-CUENTA-DIF      PIC X(01).
               88  CUENTA-CON-DIFERENCIA VALUE 'S'.

      * CLAVES DE ENCUENTRO (CUENTA 20, + FELIQ 10 Y NUMREC 5,
      * + FEFIDEV 10 EN LOS TRAMOS)
       01  WS-CLAVE-NCN              PIC X(45) VALUE LOW-VALUES.
       01  WS-CLAVE-NCC              PIC X(45) VALUE LOW-VALUES.
       01  WS-CLAVE-REC              PIC X(35) VALUE LOW-VALUES.
       01  WS-CLAVE-PRD              PIC X(20) VALUE LOW-VALUES.
       01  WS-CUENTA-ACTUAL          PIC X(20).
       01  WS-RECIBO-ACTUAL          PIC X(35).
       01  WS-CLAVE-ARMADA.
           05  WS-CLA-CUENTA         PIC X(20).
           05  WS-CLA-FELIQ          PIC X(10).
           05  WS-CLA-NUMREC         PIC 9(05).
           05  WS-CLA-FEFIDEV        PIC X(10).

      * DE LA CUENTA Y DEL RECIBO EN CURSO
       01  WS-CUENTA.
           05  WS-CTA-PRODUCTO       PIC X(02).
           05  WS-CTA-TEA            PIC S9(3)V9(8) COMP-3.
           05  WS-CTA-SALDO-BASE     PIC S9(13)V9(4) COMP-3.
           05  WS-CTA-DIF-ACUM       PIC S9(13)V9(4) COMP-3.
       01  WS-RECIBO.
           05  WS-REC-FELIQ          PIC X(10).
           05  WS-REC-NUMREC         PIC 9(05).
           05  WS-REC-PREFAC         PIC S9(13)V9(4) COMP-3.
           05  WS-REC-INT-NIIF       PIC S9(13)V9(4) COMP-3.
           05  WS-REC-POSTFAC        PIC S9(13)V9(4) COMP-3.
           05  WS-REC-DEV-TRAMOS     PIC S9(13)V9(4) COMP-3.
           05  WS-REC-DEV-CLIENTE    PIC S9(13)V9(4) COMP-3.
           05  WS-REC-DIF-TRAMOS     PIC S9(13)V9(4) COMP-3.
           05  WS-REC-INT-CONTRACT   PIC S9(13)V9(4) COMP-3.
           05  WS-REC-INT-CALCULADO  PIC S9(13)V9(4) COMP-3.
       01  WS-FACTOR                 PIC S9(3)V9(12) COMP-3.
       01  WS-CONTROL                PIC X(02).
       01  WS-CALCULADO              PIC S9(13)V9(4) COMP-3.
       01  WS-GRABADO                PIC S9(13)V9(4) COMP-3.
       01  WS-DIFERENCIA             PIC S9(13)V9(4) COMP-3.

      * STOCK DE COMISION DIFERIDA POR PRODUCTO
       01  TABLA-PRODUCTOS.
           05  TB-PRD-CANT           PIC 9(03) COMP VALUE ZERO.
           05  TB-PRD-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON TB-PRD-CANT
                   INDEXED BY TB-PRD-IDX.
               10  TB-PRD-PRODUCTO   PIC X(02).
               10  TB-PRD-RUBRO      PIC X(15).
               10  TB-PRD-CANT-CTAS  PIC 9(07) COMP.
               10  TB-PRD-COMISION   PIC S9(15)V99 COMP-3.
               10  TB-PRD-DEVENGADO  PIC S9(15)V99 COMP-3.
               10  TB-PRD-STOCK      PIC S9(15)V99 COMP-3.

      * ATADURA AL MAYOR POR RUBRO
       01  TABLA-RUBROS.
           05  TB-RUB-CANT           PIC 9(03) COMP VALUE ZERO.
           05  TB-RUB-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON TB-RUB-CANT
                   INDEXED BY TB-RUB-IDX.
               10  TB-RUB-RUBRO      PIC X(15).
               10  TB-RUB-STOCK      PIC S9(15)V99 COMP-3.
               10  TB-RUB-CONTABLE   PIC S9(15)V99 COMP-3.
               10  TB-RUB-EN-MAYOR   PIC X(01).

       01  WS-CONTADORES.
           05  WS-CANT-CUENTAS       PIC 9(09) COMP.
           05  WS-CANT-TRAMOS        PIC 9(09) COMP.
           05  WS-CANT-RECIBOS-PER   PIC 9(09) COMP.
           05  WS-CANT-SIN-ANTERIOR  PIC 9(09) COMP.
           05  WS-CANT-TRAMOS-HUERF  PIC 9(09) COMP.
           05  WS-CANT-SIN-NCC       PIC 9(09) COMP.
           05  WS-CANT-SIN-RECIBO    PIC 9(09) COMP.
           05  WS-CANT-DIFERENCIAS   PIC 9(09) COMP.
           05  WS-CANT-CTAS-CON-DIF  PIC 9(09) COMP.
           05  WS-CANT-DIF-IN        PIC 9(09) COMP.
           05  WS-CANT-DIF-AR        PIC 9(09) COMP.
           05  WS-CANT-DIF-TR        PIC 9(09) COMP.
           05  WS-CANT-DIF-DC        PIC 9(09) COMP.
           05  WS-CANT-DIF-CO        PIC 9(09) COMP.
           05  WS-CANT-DIF-AC        PIC 9(09) COMP.
           05  WS-CANT-DESBORDE      PIC 9(09) COMP.

       01  WS-TOTALES.
           05  WS-TOT-DEV-NIIF-MES   PIC S9(15)V99 COMP-3.
           05  WS-TOT-DEV-CLI-MES    PIC S9(15)V99 COMP-3.
           05  WS-TOT-DIF-DEV-MES    PIC S9(15)V99 COMP-3.
           05  WS-TOT-INT-CONTRACT   PIC S9(15)V99 COMP-3.
           05  WS-TOT-STOCK          PIC S9(15)V99 COMP-3.

       01  WS-LINEA-TITULO.
           05  FILLER                PIC X(45) VALUE
               'CONCILIACION COSTO AMORTIZADO NIIF - PERIODO '.
           05  WSL-PERIODO           PIC 9(06).
           05  FILLER                PIC X(14) VALUE
               '  TOLERANCIA '.
           05  WSL-TOLERANCIA        PIC ZZ,ZZ9.99.

       01  WS-LINEA-COLUMNAS.
           05  FILLER                PIC X(50) VALUE
               'CUENTA               FELIQ      RECIBO CTL PR '.
           05  FILLER                PIC X(57) VALUE
               '       CALCULADO           GRABADO        DIFERENCIA'.

       01  WS-LINEA-DETALLE.
           05  WSL-CUENTA            PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-FELIQ             PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-NUMREC            PIC ZZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WSL-CONTROL           PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-PRODUCTO          PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-CALCULADO         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-GRABADO           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-DIFERENCIA        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-TOTAL.
           05  WSL-TOT-TEXTO         PIC X(40).
           05  WSL-TOT-IMPORTE       PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-COL-PRD.
           05  FILLER                PIC X(50) VALUE
               'STOCK DE COMISION DIFERIDA POR PRODUCTO'.
           05  FILLER                PIC X(03) VALUE SPACES.
       01  WS-LINEA-COL-PRD2.
           05  FILLER                PIC X(46) VALUE
               'PR RUBRO            CUENTAS         COMISION  '.
           05  FILLER                PIC X(38) VALUE
               '         DEVENGADO             STOCK'.

       01  WS-LINEA-PRODUCTO.
           05  WSL-P-PRODUCTO        PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-P-RUBRO           PIC X(15).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-P-CANT-CTAS       PIC ZZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-P-COMISION        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-P-DEVENGADO       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-P-STOCK           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-COL-RUB.
           05  FILLER                PIC X(50) VALUE
               'ATADURA AL MAYOR (CONTBAL) POR RUBRO'.
       01  WS-LINEA-COL-RUB2.
           05  FILLER                PIC X(45) VALUE
               'RUBRO                      STOCK OPERATIVO  '.
           05  FILLER                PIC X(50) VALUE
               '     SALDO CONTABLE        DIFERENCIA  ESTADO'.

       01  WS-LINEA-RUBRO.
           05  WSL-R-RUBRO           PIC X(15).
           05  FILLER                PIC X(05) VALUE SPACES.
           05  WSL-R-STOCK           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-R-CONTABLE        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-R-DIFERENCIA      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-R-ESTADO          PIC X(11).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-PROCESA-CUENTA THRU 3000-EXIT
               UNTIL EOF-MAESTRO
           PERFORM 3900-DESCARTA-TRAMO THRU 3900-EXIT
               UNTIL WS-CLAVE-NCN = HIGH-VALUES
           PERFORM 8000-ATADURA-CONTABLE THRU 8000-EXIT
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  PARAMETROS, TABLA PRODUCTO/RUBRO Y LAS    *
      *  FUENTES ORDENADAS POR CUENTA Y RECIBO                         *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE WS-PERIODO-PROCESO TO WS-PERIODO
           INITIALIZE WS-CONTADORES WS-TOTALES

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM 1050-TOMA-PARAMETROS THRU 1050-EXIT
               END-READ
               CLOSE PARAMETROS
           END-IF

           OPEN INPUT MAESTRO-NIIF
           IF WS-FS-NMA NOT = '00'
               DISPLAY 'ZET175 - NO SE PUDO ABRIR UGDTNMA - '
                   'FILE STATUS ' WS-FS-NMA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE MAESTRO-NIIF
           OPEN INPUT CAIDA-NIIF
           IF WS-FS-NCN NOT = '00'
               DISPLAY 'ZET175 - NO SE PUDO ABRIR UGDTNCN - '
                   'FILE STATUS ' WS-FS-NCN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CAIDA-NIIF
           OPEN INPUT CAIDA-CLIENTE
           IF WS-FS-NCC NOT = '00'
               DISPLAY 'ZET175 - NO SE PUDO ABRIR UGDTNCC - '
                   'FILE STATUS ' WS-FS-NCC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CAIDA-CLIENTE
           OPEN INPUT CUOTAS-SQ
           IF WS-FS-SQ NOT = '00'
               DISPLAY 'ZET175 - NO SE PUDO ABRIR CUOTASQ - '
                   'FILE STATUS ' WS-FS-SQ
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CUOTAS-SQ
           OPEN INPUT CONTRATOS
           IF WS-FS-CON NOT = '00'
               DISPLAY 'ZET175 - NO SE PUDO ABRIR WAGUCDEX - '
                   'FILE STATUS ' WS-FS-CON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CONTRATOS

           OPEN INPUT RUBROS-COMI
           IF WS-FS-RCM = '00'
               SET HAY-RUBROS TO TRUE
               PERFORM 1100-CARGA-RUBRO THRU 1100-EXIT
                   UNTIL EOF-AUXILIAR
               CLOSE RUBROS-COMI
               MOVE 'N' TO WS-SW-EOF-AUX
           ELSE
               DISPLAY 'ZET175 - SIN TABLA RUBCOMI - EL STOCK DE '
                   'COMISION NO SE ATA AL MAYOR'
           END-IF

           SORT SORT-NMA
               ON ASCENDING KEY S-NMA-CLAVE
               USING MAESTRO-NIIF
               GIVING NMA-ORD
           SORT SORT-NCN
               ON ASCENDING KEY S-NCN-CLAVE
               USING CAIDA-NIIF
               GIVING NCN-ORD
           SORT SORT-NCC
               ON ASCENDING KEY S-NCC-CLAVE
               USING CAIDA-CLIENTE
               GIVING NCC-ORD
           SORT SORT-REC
               ON ASCENDING KEY S-REC-CLAVE
               INPUT PROCEDURE IS 1500-EXTRAE-RECIBOS
               GIVING RECIBOS-ORD
           SORT SORT-PRD
               ON ASCENDING KEY S-PRD-CLAVE
               INPUT PROCEDURE IS 1600-EXTRAE-PRODUCTOS
               GIVING PRODUCTO-ORD

           OPEN INPUT  NMA-ORD
           OPEN INPUT  NCN-ORD
           OPEN INPUT  NCC-ORD
           OPEN INPUT  RECIBOS-ORD
           OPEN INPUT  PRODUCTO-ORD
           OPEN OUTPUT DIFERENCIAS
           OPEN OUTPUT REPORTE-NIIF

           MOVE WS-PERIODO    TO WSL-PERIODO
           MOVE WS-TOLERANCIA TO WSL-TOLERANCIA
           MOVE WS-LINEA-TITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           PERFORM 2000-LEER-MAESTRO THRU 2000-EXIT
           PERFORM 2100-LEER-TRAMO-NIIF THRU 2100-EXIT
           PERFORM 2200-LEER-TRAMO-CLIENTE THRU 2200-EXIT
           PERFORM 2300-LEER-RECIBO THRU 2300-EXIT
           PERFORM 2400-LEER-PRODUCTO THRU 2400-EXIT
           .

       1050-TOMA-PARAMETROS.
           IF PARM-NIF-PERIODO IS NUMERIC
               AND PARM-NIF-PERIODO > 0
               MOVE PARM-NIF-PERIODO TO WS-PERIODO
           END-IF
           IF PARM-NIF-TOLERANCIA IS NUMERIC
               AND PARM-NIF-TOLERANCIA > 0
               MOVE PARM-NIF-TOLERANCIA TO WS-TOLERANCIA
           END-IF
           .
       1050-EXIT.
           EXIT.

       1100-CARGA-RUBRO.
           READ RUBROS-COMI
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF RCM-PRODUCTO = SPACES
               GO TO 1100-EXIT
           END-IF
           MOVE RCM-PRODUCTO TO WS-CTA-PRODUCTO
           PERFORM 1900-UBICA-PRODUCTO THRU 1900-EXIT
           IF WS-IX-PRD > ZERO
               MOVE RCM-RUBRO-ALTAIR TO TB-PRD-RUBRO(WS-IX-PRD)
           END-IF
           .
       1100-EXIT.
           EXIT.

      * POSICION DEL PRODUCTO EN LA TABLA; LO DA DE ALTA SI FALTA
       1900-UBICA-PRODUCTO.
           MOVE ZERO TO WS-IX-PRD
           SET TB-PRD-IDX TO 1
           SEARCH TB-PRD-ENTRY
               AT END
                   IF TB-PRD-CANT < WS-MAX-PRODUCTOS
                       ADD 1 TO TB-PRD-CANT
                       MOVE TB-PRD-CANT TO WS-IX-PRD
                       INITIALIZE TB-PRD-ENTRY(WS-IX-PRD)
                       MOVE WS-CTA-PRODUCTO
                           TO TB-PRD-PRODUCTO(WS-IX-PRD)
                   ELSE
                       ADD 1 TO WS-CANT-DESBORDE
                   END-IF
               WHEN TB-PRD-PRODUCTO(TB-PRD-IDX) = WS-CTA-PRODUCTO
                   SET WS-IX-PRD TO TB-PRD-IDX
           END-SEARCH
           .
       1900-EXIT.
           EXIT.

       1500-EXTRAE-RECIBOS SECTION.
           OPEN INPUT CUOTAS-SQ
           PERFORM 1510-SUELTA-RECIBO THRU 1510-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CUOTAS-SQ
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
               DISPLAY 'ZET175 - ERROR DE LECTURA '
                   'EN CUOTASQ - FILE STATUS ' WS-FS-SQ
               STOP RUN
           END-IF
           MOVE SPACES TO SD-REC-REGISTRO
           STRING REC_ENTIDAD REC_OFICINA REC_CUENTA REC_FELIQ
               DELIMITED BY SIZE
               INTO S-REC-CLAVE
           END-STRING
           MOVE REC_NUMREC TO WS-CLA-NUMREC
           MOVE WS-CLA-NUMREC TO S-REC-CLAVE(31:5)
           MOVE REC_INTINIRE TO S-REC-INTINIRE
           RELEASE SD-REC-REGISTRO
           .
       1510-EXIT.
           EXIT.
       1500-FIN.
           EXIT.


       1600-EXTRAE-PRODUCTOS SECTION.
           OPEN INPUT CONTRATOS
           PERFORM 1610-SUELTA-CONTRATO THRU 1610-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CONTRATOS
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1600-FIN
           .

       1610-SUELTA-CONTRATO.
           READ CONTRATOS
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1610-EXIT
           END-READ
           IF FS-CON-ERROR-LECTURA
               DISPLAY 'ZET175 - ERROR DE LECTURA '
                   'EN WAGUCDEX - FILE STATUS ' WS-FS-CON
               STOP RUN
           END-IF
           MOVE SPACES TO SD-PRD-REGISTRO
           STRING COD_ENTIDAD COD_CENTRO NUM_CONTRATO
               DELIMITED BY SIZE
               INTO S-PRD-CLAVE
           END-STRING
           MOVE COD_PRODUCTO TO S-PRD-PRODUCTO
           RELEASE SD-PRD-REGISTRO
           .
       1610-EXIT.
           EXIT.
       1600-FIN.
           EXIT.


       PROCESO-PRINCIPAL SECTION.

       2000-LEER-MAESTRO.
           READ NMA-ORD
               AT END
                   SET EOF-MAESTRO TO TRUE
           END-READ
           .
       2000-EXIT.
           EXIT.

       2100-LEER-TRAMO-NIIF.
           READ NCN-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-NCN
                   GO TO 2100-EXIT
           END-READ
           MOVE NCN-ENTIDAD  TO WS-CLA-CUENTA(1:4)
           MOVE NCN-OFICINA  TO WS-CLA-CUENTA(5:4)
           MOVE NCN-CUENTA   TO WS-CLA-CUENTA(9:12)
           MOVE NCN-FELIQ    TO WS-CLA-FELIQ
           MOVE NCN-NUMREC   TO WS-CLA-NUMREC
           MOVE NCN-FEFIDEV  TO WS-CLA-FEFIDEV
           MOVE WS-CLAVE-ARMADA TO WS-CLAVE-NCN
           ADD 1 TO WS-CANT-TRAMOS
           .
       2100-EXIT.
           EXIT.

       2200-LEER-TRAMO-CLIENTE.
           READ NCC-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-NCC
                   GO TO 2200-EXIT
           END-READ
           MOVE NCC-ENTIDAD  TO WS-CLA-CUENTA(1:4)
           MOVE NCC-OFICINA  TO WS-CLA-CUENTA(5:4)
           MOVE NCC-CUENTA   TO WS-CLA-CUENTA(9:12)
           MOVE NCC-FELIQ    TO WS-CLA-FELIQ
           MOVE NCC-NUMREC   TO WS-CLA-NUMREC
           MOVE NCC-FEFIDEV  TO WS-CLA-FEFIDEV
           MOVE WS-CLAVE-ARMADA TO WS-CLAVE-NCC
           .
       2200-EXIT.
           EXIT.

       2300-LEER-RECIBO.
           READ RECIBOS-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-REC
               NOT AT END
                   MOVE W-REC-CLAVE TO WS-CLAVE-REC
           END-READ
           .
       2300-EXIT.
           EXIT.

       2400-LEER-PRODUCTO.
           READ PRODUCTO-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-PRD
               NOT AT END
                   MOVE W-PRD-CLAVE TO WS-CLAVE-PRD
           END-READ
           .
       2400-EXIT.
           EXIT.

      ******************************************************************
      *  3000-PROCESA-CUENTA  -  UNA CUENTA DEL MAESTRO NIIF: SUS      *
      *  RECIBOS EN ORDEN, EL DEVENGADO ACUMULADO Y EL STOCK DE        *
      *  COMISION DIFERIDA DE SU PRODUCTO                              *
      ******************************************************************
       3000-PROCESA-CUENTA.
           MOVE NMA-CLAVE TO WS-CUENTA-ACTUAL
           ADD 1 TO WS-CANT-CUENTAS
           MOVE 'N' TO WS-SW-CUENTA-DIF WS-SW-HAY-ANTERIOR
           MOVE ZERO TO WS-CTA-DIF-ACUM WS-DIA-INT-ANT
           MOVE NMA-SALININIIF TO WS-CTA-SALDO-BASE
           COMPUTE WS-CTA-TEA = NMA-CFTEA-NIIF / 100

           PERFORM 2400-LEER-PRODUCTO THRU 2400-EXIT
               UNTIL WS-CLAVE-PRD NOT < WS-CUENTA-ACTUAL
           MOVE '??' TO WS-CTA-PRODUCTO
           IF WS-CLAVE-PRD = WS-CUENTA-ACTUAL
               MOVE W-PRD-PRODUCTO TO WS-CTA-PRODUCTO
           END-IF

           PERFORM 3900-DESCARTA-TRAMO THRU 3900-EXIT
               UNTIL WS-CLAVE-NCN(1:20) NOT < WS-CUENTA-ACTUAL
           PERFORM 3100-PROCESA-RECIBO THRU 3100-EXIT
               UNTIL WS-CLAVE-NCN(1:20) NOT = WS-CUENTA-ACTUAL

      *    DEVENGADO ACUMULADO DE LA CUENTA CONTRA LOS TRAMOS
           MOVE SPACES TO WS-REC-FELIQ
           MOVE ZERO   TO WS-REC-NUMREC
           MOVE 'AC'   TO WS-CONTROL
           MOVE WS-CTA-DIF-ACUM TO WS-CALCULADO
           MOVE NMA-IMPDEV-ACUM TO WS-GRABADO
           PERFORM 3500-COMPARA THRU 3500-EXIT

           PERFORM 1900-UBICA-PRODUCTO THRU 1900-EXIT
           IF WS-IX-PRD > ZERO
               ADD 1 TO TB-PRD-CANT-CTAS(WS-IX-PRD)
               ADD NMA-IMP-COMISION TO TB-PRD-COMISION(WS-IX-PRD)
               ADD NMA-IMPDEV-ACUM  TO TB-PRD-DEVENGADO(WS-IX-PRD)
               COMPUTE TB-PRD-STOCK(WS-IX-PRD) =
                   TB-PRD-STOCK(WS-IX-PRD)
                 + NMA-IMP-COMISION - NMA-IMPDEV-ACUM
           END-IF
           IF CUENTA-CON-DIFERENCIA
               ADD 1 TO WS-CANT-CTAS-CON-DIF
           END-IF

           PERFORM 2000-LEER-MAESTRO THRU 2000-EXIT
           .
       3000-EXIT.
           EXIT.

      * UN RECIBO CON TODOS SUS TRAMOS.  LOS SALDOS E INTERES DEL
      * RECIBO SE TOMAN DEL PRIMER TRAMO; LOS DEVENGOS SE SUMAN
       3100-PROCESA-RECIBO.
           MOVE WS-CLAVE-NCN(1:35) TO WS-RECIBO-ACTUAL
           MOVE NCN-FELIQ            TO WS-REC-FELIQ
           MOVE NCN-NUMREC           TO WS-REC-NUMREC
           MOVE NCN-SDO-NIIF-PREFAC  TO WS-REC-PREFAC
           MOVE NCN-IMP-INT-NIIF     TO WS-REC-INT-NIIF
           MOVE NCN-SDO-NIIF-POSTFAC TO WS-REC-POSTFAC
           MOVE ZERO TO WS-REC-DEV-TRAMOS WS-REC-DEV-CLIENTE
                        WS-REC-DIF-TRAMOS WS-REC-INT-CONTRACT
           MOVE 'N' TO WS-SW-RECIBO-PERIODO
           IF NCN-FELIQ(1:4) IS NUMERIC AND NCN-FELIQ(6:2) IS NUMERIC
               MOVE NCN-FELIQ(1:4) TO WS-FEC-NUM(1:4)
               MOVE NCN-FELIQ(6:2) TO WS-FEC-NUM(5:2)
               IF WS-FEC-NUM-PERIODO = WS-PERIODO
                   SET RECIBO-DEL-PERIODO TO TRUE
                   ADD 1 TO WS-CANT-RECIBOS-PER
               END-IF
           END-IF

           PERFORM 3200-SUMA-TRAMO THRU 3200-EXIT
               UNTIL WS-CLAVE-NCN(1:35) NOT = WS-RECIBO-ACTUAL

           PERFORM 2300-LEER-RECIBO THRU 2300-EXIT
               UNTIL WS-CLAVE-REC NOT < WS-RECIBO-ACTUAL
           IF WS-CLAVE-REC = WS-RECIBO-ACTUAL
               MOVE W-REC-INTINIRE TO WS-REC-INT-CONTRACT
           ELSE
               IF RECIBO-DEL-PERIODO
                   ADD 1 TO WS-CANT-SIN-RECIBO
               END-IF
           END-IF

      *    INTERES EFECTIVO: SALDO BASE POR (1 + TEA) ELEVADO A LOS
      *    DIAS ENTRE LIQUIDACIONES SOBRE 365, MENOS UNO
           MOVE ZERO TO WS-DIA-INT
           IF WS-REC-FELIQ(1:4) IS NUMERIC
               AND WS-REC-FELIQ(6:2) IS NUMERIC
               AND WS-REC-FELIQ(9:2) IS NUMERIC
               MOVE WS-REC-FELIQ(1:4) TO WS-FEC-NUM(1:4)
               MOVE WS-REC-FELIQ(6:2) TO WS-FEC-NUM(5:2)
               MOVE WS-REC-FELIQ(9:2) TO WS-FEC-NUM(7:2)
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FEC-NUM) = 0
                   COMPUTE WS-DIA-INT =
                       FUNCTION INTEGER-OF-DATE(WS-FEC-NUM)
               END-IF
           END-IF

           IF RECIBO-DEL-PERIODO
               PERFORM 3300-CONTROLA-RECIBO THRU 3300-EXIT
               ADD WS-REC-INT-CONTRACT TO WS-TOT-INT-CONTRACT
           END-IF

           MOVE WS-REC-POSTFAC TO WS-CTA-SALDO-BASE
           MOVE WS-DIA-INT     TO WS-DIA-INT-ANT
           SET HAY-RECIBO-ANTERIOR TO TRUE
           .
       3100-EXIT.
           EXIT.

      * UN TRAMO: DEVENGO NIIF, DEVENGO DE LA CAIDA CLIENTE Y SU
      * DIFERENCIA.  EL DEVENGADO ACUMULADO LLEGA AL CIERRE DEL PERIODO
       3200-SUMA-TRAMO.
           PERFORM 2200-LEER-TRAMO-CLIENTE THRU 2200-EXIT
               UNTIL WS-CLAVE-NCC NOT < WS-CLAVE-NCN
           ADD NCN-INT-DEV-NIIF TO WS-REC-DEV-TRAMOS
           ADD NCN-INT-DIF-DEV  TO WS-REC-DIF-TRAMOS
           IF WS-CLAVE-NCC = WS-CLAVE-NCN
               ADD NCC-IMP-INT-DEV TO WS-REC-DEV-CLIENTE
           ELSE
               ADD 1 TO WS-CANT-SIN-NCC
           END-IF
           IF NCN-FEFIDEV(1:4) IS NUMERIC
               AND NCN-FEFIDEV(6:2) IS NUMERIC
               MOVE NCN-FEFIDEV(1:4) TO WS-FEC-NUM(1:4)
               MOVE NCN-FEFIDEV(6:2) TO WS-FEC-NUM(5:2)
               IF WS-FEC-NUM-PERIODO NOT > WS-PERIODO
                   ADD NCN-INT-DIF-DEV TO WS-CTA-DIF-ACUM
               END-IF
               IF WS-FEC-NUM-PERIODO = WS-PERIODO
                   ADD NCN-INT-DEV-NIIF TO WS-TOT-DEV-NIIF-MES
                   ADD NCN-INT-DIF-DEV  TO WS-TOT-DIF-DEV-MES
                   IF WS-CLAVE-NCC = WS-CLAVE-NCN
                       ADD NCC-IMP-INT-DEV TO WS-TOT-DEV-CLI-MES
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-LEER-TRAMO-NIIF THRU 2100-EXIT
           .
       3200-EXIT.
           EXIT.

       3300-CONTROLA-RECIBO.
      *    IN: INTERES EFECTIVO RECALCULADO CONTRA EL GRABADO
           IF HAY-RECIBO-ANTERIOR
               AND WS-DIA-INT > ZERO AND WS-DIA-INT-ANT > ZERO
               COMPUTE WS-DIAS = WS-DIA-INT - WS-DIA-INT-ANT
               COMPUTE WS-FACTOR ROUNDED =
                   (1 + WS-CTA-TEA) ** (WS-DIAS / 365) - 1
               COMPUTE WS-REC-INT-CALCULADO ROUNDED =
                   WS-CTA-SALDO-BASE * WS-FACTOR
               MOVE 'IN' TO WS-CONTROL
               MOVE WS-REC-INT-CALCULADO TO WS-CALCULADO
               MOVE WS-REC-INT-NIIF      TO WS-GRABADO
               PERFORM 3500-COMPARA THRU 3500-EXIT
           ELSE
               ADD 1 TO WS-CANT-SIN-ANTERIOR
           END-IF

      *    AR: SALDO PRE FACTURACION = POST ANTERIOR + INTERES NIIF
           MOVE 'AR' TO WS-CONTROL
           COMPUTE WS-CALCULADO = WS-CTA-SALDO-BASE + WS-REC-INT-NIIF
           MOVE WS-REC-PREFAC TO WS-GRABADO
           PERFORM 3500-COMPARA THRU 3500-EXIT

      *    TR: EL INTERES NIIF DEL RECIBO REPARTIDO EN SUS TRAMOS
           MOVE 'TR' TO WS-CONTROL
           MOVE WS-REC-INT-NIIF    TO WS-CALCULADO
           MOVE WS-REC-DEV-TRAMOS  TO WS-GRABADO
           PERFORM 3500-COMPARA THRU 3500-EXIT

      *    DC: DEVENGO NIIF MENOS DEVENGO CLIENTE = DIFERENCIA GRABADA
           MOVE 'DC' TO WS-CONTROL
           COMPUTE WS-CALCULADO =
               WS-REC-DEV-TRAMOS - WS-REC-DEV-CLIENTE
           MOVE WS-REC-DIF-TRAMOS TO WS-GRABADO
           PERFORM 3500-COMPARA THRU 3500-EXIT

      *    CO: LA CAIDA CLIENTE CONTRA EL INTERES CONTRACTUAL
           MOVE 'CO' TO WS-CONTROL
           MOVE WS-REC-INT-CONTRACT TO WS-CALCULADO
           MOVE WS-REC-DEV-CLIENTE  TO WS-GRABADO
           PERFORM 3500-COMPARA THRU 3500-EXIT
           .
       3300-EXIT.
           EXIT.

      * GRABA Y LISTA LA DIFERENCIA SI SUPERA LA TOLERANCIA
       3500-COMPARA.
           COMPUTE WS-DIFERENCIA = WS-CALCULADO - WS-GRABADO
           IF WS-DIFERENCIA NOT > WS-TOLERANCIA
               AND WS-DIFERENCIA NOT < ZERO - WS-TOLERANCIA
               GO TO 3500-EXIT
           END-IF
           SET CUENTA-CON-DIFERENCIA TO TRUE
           ADD 1 TO WS-CANT-DIFERENCIAS
           EVALUATE WS-CONTROL
               WHEN 'IN'
                   ADD 1 TO WS-CANT-DIF-IN
               WHEN 'AR'
                   ADD 1 TO WS-CANT-DIF-AR
               WHEN 'TR'
                   ADD 1 TO WS-CANT-DIF-TR
               WHEN 'DC'
                   ADD 1 TO WS-CANT-DIF-DC
               WHEN 'CO'
                   ADD 1 TO WS-CANT-DIF-CO
               WHEN OTHER
                   ADD 1 TO WS-CANT-DIF-AC
           END-EVALUATE

           MOVE SPACES TO NIIFDIF-REGISTRO
           MOVE WS-PERIODO       TO NIIFDIF-PERIODO
           MOVE WS-CUENTA-ACTUAL TO NIIFDIF-CUENTA
           MOVE WS-REC-FELIQ     TO NIIFDIF-FELIQ
           MOVE WS-REC-NUMREC    TO NIIFDIF-NUMREC
           MOVE WS-CONTROL       TO NIIFDIF-CONTROL
           MOVE WS-CTA-PRODUCTO  TO NIIFDIF-PRODUCTO
           COMPUTE NIIFDIF-CALCULADO  ROUNDED = WS-CALCULADO
           COMPUTE NIIFDIF-GRABADO    ROUNDED = WS-GRABADO
           COMPUTE NIIFDIF-DIFERENCIA ROUNDED = WS-DIFERENCIA
           WRITE NIIFDIF-REGISTRO

           MOVE WS-CUENTA-ACTUAL   TO WSL-CUENTA
           MOVE WS-REC-FELIQ       TO WSL-FELIQ
           MOVE WS-REC-NUMREC      TO WSL-NUMREC
           MOVE WS-CONTROL         TO WSL-CONTROL
           MOVE WS-CTA-PRODUCTO    TO WSL-PRODUCTO
           MOVE NIIFDIF-CALCULADO  TO WSL-CALCULADO
           MOVE NIIFDIF-GRABADO    TO WSL-GRABADO
           MOVE NIIFDIF-DIFERENCIA TO WSL-DIFERENCIA
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       3500-EXIT.
           EXIT.

      * TRAMOS DE UNA CUENTA QUE NO ESTA EN EL MAESTRO NIIF
       3900-DESCARTA-TRAMO.
           ADD 1 TO WS-CANT-TRAMOS-HUERF
           PERFORM 2100-LEER-TRAMO-NIIF THRU 2100-EXIT
           .
       3900-EXIT.
           EXIT.

      ******************************************************************
      *  8000-ATADURA-CONTABLE  -  TOTALES DEL MES, STOCK DE COMISION  *
      *  POR PRODUCTO Y SU ATADURA AL SALDO CONTABLE DEL RUBRO         *
      ******************************************************************
       8000-ATADURA-CONTABLE.
           CLOSE NMA-ORD
           CLOSE NCN-ORD
           CLOSE NCC-ORD
           CLOSE RECIBOS-ORD
           CLOSE PRODUCTO-ORD

           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 'DEVENGO NIIF DEL PERIODO' TO WSL-TOT-TEXTO
           MOVE WS-TOT-DEV-NIIF-MES TO WSL-TOT-IMPORTE
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 'DEVENGO CAIDA CLIENTE DEL PERIODO' TO WSL-TOT-TEXTO
           MOVE WS-TOT-DEV-CLI-MES TO WSL-TOT-IMPORTE
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 'COMISION DEVENGADA DEL PERIODO' TO WSL-TOT-TEXTO
           MOVE WS-TOT-DIF-DEV-MES TO WSL-TOT-IMPORTE
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 'INTERES CONTRACTUAL CUOTASQ' TO WSL-TOT-TEXTO
           MOVE WS-TOT-INT-CONTRACT TO WSL-TOT-IMPORTE
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-LINEA-COL-PRD TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-LINEA-COL-PRD2 TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM 8100-LINEA-PRODUCTO THRU 8100-EXIT
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > TB-PRD-CANT
           MOVE 'STOCK TOTAL DE COMISION DIFERIDA' TO WSL-TOT-TEXTO
           MOVE WS-TOT-STOCK TO WSL-TOT-IMPORTE
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           IF NOT HAY-RUBROS
               GO TO 8000-EXIT
           END-IF
           OPEN INPUT CONTABLES
           IF WS-FS-CTB NOT = '00'
               DISPLAY 'ZET175 - SIN SALDOS CONTABLES CONTBAL - EL '
                   'STOCK DE COMISION NO SE ATA AL MAYOR'
               GO TO 8000-EXIT
           END-IF
           PERFORM 8200-LEER-CONTABLE THRU 8200-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CONTABLES
           MOVE 'N' TO WS-SW-EOF-AUX

           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-LINEA-COL-RUB TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-LINEA-COL-RUB2 TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM 8300-LINEA-RUBRO THRU 8300-EXIT
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > TB-RUB-CANT
           .
       8000-EXIT.
           EXIT.

       8100-LINEA-PRODUCTO.
           ADD TB-PRD-STOCK(WS-IX) TO WS-TOT-STOCK
           MOVE TB-PRD-PRODUCTO(WS-IX)  TO WSL-P-PRODUCTO
           MOVE TB-PRD-RUBRO(WS-IX)     TO WSL-P-RUBRO
           MOVE TB-PRD-CANT-CTAS(WS-IX) TO WSL-P-CANT-CTAS
           MOVE TB-PRD-COMISION(WS-IX)  TO WSL-P-COMISION
           MOVE TB-PRD-DEVENGADO(WS-IX) TO WSL-P-DEVENGADO
           MOVE TB-PRD-STOCK(WS-IX)     TO WSL-P-STOCK
           MOVE WS-LINEA-PRODUCTO TO LINEA-REPORTE
           WRITE LINEA-REPORTE

      *    EL STOCK DEL PRODUCTO SE SUMA AL DE SU RUBRO
           IF TB-PRD-RUBRO(WS-IX) = SPACES
               GO TO 8100-EXIT
           END-IF
           SET TB-RUB-IDX TO 1
           SEARCH TB-RUB-ENTRY
               AT END
                   IF TB-RUB-CANT < WS-MAX-RUBROS
                       ADD 1 TO TB-RUB-CANT
                       SET TB-RUB-IDX TO TB-RUB-CANT
                       MOVE TB-PRD-RUBRO(WS-IX)
                           TO TB-RUB-RUBRO(TB-RUB-IDX)
                       MOVE TB-PRD-STOCK(WS-IX)
                           TO TB-RUB-STOCK(TB-RUB-IDX)
                       MOVE ZERO TO TB-RUB-CONTABLE(TB-RUB-IDX)
                       MOVE 'N' TO TB-RUB-EN-MAYOR(TB-RUB-IDX)
                   ELSE
                       ADD 1 TO WS-CANT-DESBORDE
                   END-IF
               WHEN TB-RUB-RUBRO(TB-RUB-IDX) = TB-PRD-RUBRO(WS-IX)
                   ADD TB-PRD-STOCK(WS-IX) TO TB-RUB-STOCK(TB-RUB-IDX)
           END-SEARCH
           .
       8100-EXIT.
           EXIT.

       8200-LEER-CONTABLE.
           READ CONTABLES
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 8200-EXIT
           END-READ
           SET TB-RUB-IDX TO 1
           SEARCH TB-RUB-ENTRY
               AT END
                   CONTINUE
               WHEN TB-RUB-RUBRO(TB-RUB-IDX) = CON-RUBRO-ALTAIR
                   ADD CON-SALDO TO TB-RUB-CONTABLE(TB-RUB-IDX)
                   MOVE 'S' TO TB-RUB-EN-MAYOR(TB-RUB-IDX)
           END-SEARCH
           .
       8200-EXIT.
           EXIT.

       8300-LINEA-RUBRO.
           MOVE TB-RUB-RUBRO(WS-IX)    TO WSL-R-RUBRO
           MOVE TB-RUB-STOCK(WS-IX)    TO WSL-R-STOCK
           MOVE TB-RUB-CONTABLE(WS-IX) TO WSL-R-CONTABLE
           COMPUTE WS-DIFERENCIA =
               TB-RUB-STOCK(WS-IX) - TB-RUB-CONTABLE(WS-IX)
           MOVE WS-DIFERENCIA TO WSL-R-DIFERENCIA
           EVALUATE TRUE
               WHEN TB-RUB-EN-MAYOR(WS-IX) NOT = 'S'
                   MOVE 'SIN MAYOR' TO WSL-R-ESTADO
               WHEN WS-DIFERENCIA > WS-TOLERANCIA
               WHEN WS-DIFERENCIA < ZERO - WS-TOLERANCIA
                   MOVE 'NO ATA' TO WSL-R-ESTADO
               WHEN OTHER
                   MOVE 'ATA' TO WSL-R-ESTADO
           END-EVALUATE
           MOVE WS-LINEA-RUBRO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       8300-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  CIERRE DE ARCHIVOS, RUNLOG Y RESUMEN        *
      ******************************************************************
       9000-FINALIZE.
           CLOSE DIFERENCIAS
           CLOSE REPORTE-NIIF
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET175' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-CUENTAS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-DIFERENCIAS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           IF WS-CANT-DESBORDE > ZERO
               DISPLAY 'ZET175 - ADVERTENCIA: TABLAS DESBORDADAS - '
                   'FILAS NO CARGADAS: ' WS-CANT-DESBORDE
           END-IF
           DISPLAY 'ZET175 - CONCILIACION COSTO AMORTIZADO NIIF'
           DISPLAY 'PERIODO  . . . . . . . . . : ' WS-PERIODO
           DISPLAY 'CUENTAS UGDTNMA  . . . . . : ' WS-CANT-CUENTAS
           DISPLAY 'TRAMOS UGDTNCN . . . . . . : ' WS-CANT-TRAMOS
           DISPLAY 'TRAMOS SIN MAESTRO NIIF  . : ' WS-CANT-TRAMOS-HUERF
           DISPLAY 'TRAMOS SIN CAIDA CLIENTE . : ' WS-CANT-SIN-NCC
           DISPLAY 'RECIBOS DEL PERIODO  . . . : ' WS-CANT-RECIBOS-PER
           DISPLAY 'RECIBOS SIN CUOTASQ  . . . : ' WS-CANT-SIN-RECIBO
           DISPLAY 'SIN RECIBO ANTERIOR  . . . : ' WS-CANT-SIN-ANTERIOR
           DISPLAY 'DIFERENCIAS  . . . . . . . : ' WS-CANT-DIFERENCIAS
           DISPLAY '  INTERES NIIF . . . . . . : ' WS-CANT-DIF-IN
           DISPLAY '  ARRASTRE DE SALDO  . . . : ' WS-CANT-DIF-AR
           DISPLAY '  DEVENGO POR TRAMOS . . . : ' WS-CANT-DIF-TR
           DISPLAY '  DIFERENCIA CAIDA CLIENTE : ' WS-CANT-DIF-DC
           DISPLAY '  INTERES CONTRACTUAL  . . : ' WS-CANT-DIF-CO
           DISPLAY '  DEVENGADO ACUMULADO  . . : ' WS-CANT-DIF-AC
           DISPLAY 'CUENTAS CON DIFERENCIAS  . : ' WS-CANT-CTAS-CON-DIF
           .
