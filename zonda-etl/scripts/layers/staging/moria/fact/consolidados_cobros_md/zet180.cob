      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET180                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - MORIA                       *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : VELOCIDAD DE PRECANCELACION DE PRESTAMOS (SMM Y  *
      *               CPR).  JUNTA POR CONTRATO LAS CANCELACIONES DEL  *
      *               MES EN MDEC160R (FEC_ULTPGINA DEL PERIODO, CON   *
      *               SU IMPDEV_CAPITAL) CON EL SALDO (UGISBACT), EL   *
      *               ULTIMO VENCIMIENTO (UGFULVTO) Y EL TIPO DE TASA  *
      *               DE UGDTDRB, Y CON PRODUCTO, MONEDA Y FECHA DE    *
      *               ALTA DE WAGUCDEX.  LA CANCELACION EN EL MES DEL  *
      *               ULTIMO VENCIMIENTO O DESPUES ES VENCIMIENTO      *
      *               PROGRAMADO; ANTES ES PRECANCELACION VOLUNTARIA.  *
      *               POR PRODUCTO, MONEDA, TIPO DE TASA Y ANTIGUEDAD  *
      *               CALCULA SMM = PRECANCELADO / (SALDO VIVO +       *
      *               PRECANCELADO) Y CPR = 1 - (1 - SMM) ** 12, LOS   *
      *               AGREGA AL HISTORICO PREPHIST (EN EXTEND) PARA    *
      *               ALM Y LISTA RPPREP.  PERIODO POR PARMPRE (SI NO, *
      *               EL MES ANTERIOR AL PROCESO).                     *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET180.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - MORIA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANCELACIONES  ASSIGN TO MDEC160R
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-160.
           SELECT SORT-CAN       ASSIGN TO SRTPREA.
           SELECT CAN-ORD        ASSIGN TO WPRECAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT PRESTAMOS-DRB  ASSIGN TO UGDTDRB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DRB.
           SELECT SORT-DRB       ASSIGN TO SRTPREB.
           SELECT DRB-ORD        ASSIGN TO WPREDRB
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONTRATOS      ASSIGN TO WAGUCDEX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CON.
           SELECT SORT-CON       ASSIGN TO SRTPREC.
           SELECT CON-ORD        ASSIGN TO WPRECON
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-GRP       ASSIGN TO SRTPRED.
           SELECT GRUPOS-ORD     ASSIGN TO WPREGRP
               ORGANIZATION IS SEQUENTIAL.

           SELECT PARAMETROS     ASSIGN TO PARMPRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT HISTORIA-SAL   ASSIGN TO PREPHIST
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-PRE    ASSIGN TO RPPREP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CANCELACIONES
           RECORDING MODE IS F.
       01  FD-CANCELACION.
           COPY "MDEC160R.cob".

      * CONCEPTOS DE CANCELACION DEL PERIODO, POR CONTRATO
       SD  SORT-CAN.
       01  SD-CAN-REGISTRO.
           05  S-CAN-CLAVE            PIC X(20).
           05  S-CAN-FECHA            PIC 9(08).
           05  S-CAN-CAPITAL          PIC 9(13)V99.
           05  S-CAN-PRODUCTO         PIC X(02).
           05  S-CAN-SUBPRO           PIC X(04).
           05  S-CAN-DIVISA           PIC X(03).
           05  FILLER                 PIC X(08).

       FD  CAN-ORD
           RECORDING MODE IS F.
       01  W-CAN-REGISTRO.
           05  W-CAN-CLAVE            PIC X(20).
           05  W-CAN-FECHA            PIC 9(08).
           05  W-CAN-CAPITAL          PIC 9(13)V99.
           05  W-CAN-PRODUCTO         PIC X(02).
           05  W-CAN-SUBPRO           PIC X(04).
           05  W-CAN-DIVISA           PIC X(03).
           05  FILLER                 PIC X(08).

       FD  PRESTAMOS-DRB
           RECORDING MODE IS F.
       01  FD-DRB.
           COPY "../../../malug/ugdtdrb/ugdtdrb.cob".

       SD  SORT-DRB.
       01  SD-DRB-REGISTRO.
           05  S-DRB-CLAVE            PIC X(20).
           05  S-DRB-SALDO            PIC S9(13)V99.
           05  S-DRB-FEC-ULT-VTO      PIC X(10).
           05  S-DRB-TIPOTASA         PIC X(01).
           05  FILLER                 PIC X(14).

       FD  DRB-ORD
           RECORDING MODE IS F.
       01  W-DRB-REGISTRO.
           05  W-DRB-CLAVE            PIC X(20).
           05  W-DRB-SALDO            PIC S9(13)V99.
           05  W-DRB-FEC-ULT-VTO      PIC X(10).
           05  W-DRB-TIPOTASA         PIC X(01).
           05  FILLER                 PIC X(14).

       FD  CONTRATOS
           RECORDING MODE IS F.
       01  FD-CONTRATO.
           COPY "../../../garra/fact/wagucdex/wagucdex.cob".

       SD  SORT-CON.
       01  SD-CON-REGISTRO.
           05  S-CON-CLAVE            PIC X(20).
           05  S-CON-PRODUCTO         PIC X(02).
           05  S-CON-SUBPRO           PIC X(04).
           05  S-CON-DIVISA           PIC X(03).
           05  S-CON-FEC-ALTA         PIC X(10).
           05  FILLER                 PIC X(11).

       FD  CON-ORD
           RECORDING MODE IS F.
       01  W-CON-REGISTRO.
           05  W-CON-CLAVE            PIC X(20).
           05  W-CON-PRODUCTO         PIC X(02).
           05  W-CON-SUBPRO           PIC X(04).
           05  W-CON-DIVISA           PIC X(03).
           05  W-CON-FEC-ALTA         PIC X(10).
           05  FILLER                 PIC X(11).

      * UN REGISTRO POR CONTRATO CON SU GRUPO DE ANALISIS
       SD  SORT-GRP.
       01  SD-GRP-REGISTRO.
           05  S-GRP-CLAVE-GRUPO.
               10  S-GRP-PRODUCTO     PIC X(02).
               10  S-GRP-SUBPRO       PIC X(04).
               10  S-GRP-DIVISA       PIC X(03).
               10  S-GRP-TIPOTASA     PIC X(01).
               10  S-GRP-TRAMO        PIC 9(01).
           05  S-GRP-TIPO             PIC X(01).
           05  S-GRP-IMPORTE          PIC S9(13)V99.
           05  FILLER                 PIC X(03).

       FD  GRUPOS-ORD
           RECORDING MODE IS F.
       01  W-GRP-REGISTRO.
           05  W-GRP-CLAVE-GRUPO.
               10  W-GRP-PRODUCTO     PIC X(02).
               10  W-GRP-SUBPRO       PIC X(04).
               10  W-GRP-DIVISA       PIC X(03).
               10  W-GRP-TIPOTASA     PIC X(01).
               10  W-GRP-TRAMO        PIC 9(01).
      *        V = VIVO / P = VENCIMIENTO PROGRAMADO / A = PRECANCELADO
           05  W-GRP-TIPO             PIC X(01).
           05  W-GRP-IMPORTE          PIC S9(13)V99.
           05  FILLER                 PIC X(03).

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-PRE-REGISTRO.
      *        PERIODO AAAAMM A MEDIR (CERO = MES ANTERIOR)
           05  PARM-PRE-PERIODO       PIC 9(06).
           05  PARM-PRE-FILLER        PIC X(14).

       FD  HISTORIA-SAL
           RECORDING MODE IS F.
       01  PREPHIST-REGISTRO.
           05  PREPHIST-PERIODO       PIC 9(06).
           05  PREPHIST-PRODUCTO      PIC X(02).
           05  PREPHIST-SUBPRO        PIC X(04).
           05  PREPHIST-DIVISA        PIC X(03).
           05  PREPHIST-TIPOTASA      PIC X(01).
      *        TRAMO DE ANTIGUEDAD 1 A 5, 9 = SIN FECHA DE ALTA
           05  PREPHIST-TRAMO         PIC 9(01).
           05  PREPHIST-CANT-VIVOS    PIC 9(07).
           05  PREPHIST-CANT-PROG     PIC 9(07).
           05  PREPHIST-CANT-ANTIC    PIC 9(07).
           05  PREPHIST-SALDO-VIVO    PIC 9(15)V99.
           05  PREPHIST-CAP-PROG      PIC 9(15)V99.
           05  PREPHIST-CAP-ANTIC     PIC 9(15)V99.
           05  PREPHIST-SMM           PIC 9V9(06).
           05  PREPHIST-CPR           PIC 9V9(06).
           05  FILLER                 PIC X(17).

       FD  REPORTE-PRE.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
       77  WS-MESES-ANTIG            PIC S9(05) COMP.
       77  WS-BASE                   PIC 9(15)V99.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05  WS-PERIODO-PROCESO    PIC 9(06).
           05  WS-DIA-PROCESO        PIC 9(02).
       01  WS-PERIODO                PIC 9(06).
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           05  WS-PER-ANIO           PIC 9(04).
           05  WS-PER-MES            PIC 9(02).
       01  WS-FEC-ALFA               PIC X(10).
       01  WS-FEC-NUM                PIC 9(08).
       01  WS-FEC-NUM-R REDEFINES WS-FEC-NUM.
           05  WS-FEC-NUM-PERIODO    PIC 9(06).
           05  WS-FEC-NUM-DIA        PIC 9(02).
       01  WS-FEC-NUM-R2 REDEFINES WS-FEC-NUM.
           05  WS-FEC-NUM-ANIO       PIC 9(04).
           05  WS-FEC-NUM-MES        PIC 9(02).
           05  FILLER                PIC 9(02).
       01  WS-SW-FECHA               PIC X(01).
           88  FECHA-VALIDA              VALUE 'S'.

       01  WS-FS-160                 PIC XX.
           88  FS-160-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-DRB                 PIC XX.
           88  FS-DRB-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-CON                 PIC XX.
           88  FS-CON-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-PAR                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-AUX         PIC X(01) VALUE 'N'.
               88  EOF-AUXILIAR          VALUE 'S'.
           05  WS-SW-EOF-GRP         PIC X(01) VALUE 'N'.
               88  EOF-GRUPOS            VALUE 'S'.

       01  WS-CLAVE-CAN              PIC X(20) VALUE LOW-VALUES.
       01  WS-CLAVE-DRB              PIC X(20) VALUE LOW-VALUES.
       01  WS-CLAVE-CON              PIC X(20) VALUE LOW-VALUES.
       01  WS-CLAVE-ACTUAL           PIC X(20).
       01  WS-GRUPO-ANT              PIC X(11) VALUE LOW-VALUES.

      * CANCELACION DEL CONTRATO EN CURSO (SUMA DE SUS CONCEPTOS)
       01  WS-CANCELACION.
           05  WS-CAN-FECHA          PIC 9(08).
           05  WS-CAN-CAPITAL        PIC 9(13)V99.
           05  WS-CAN-PRODUCTO       PIC X(02).
           05  WS-CAN-SUBPRO         PIC X(04).
           05  WS-CAN-DIVISA         PIC X(03).

      * TRAMOS DE ANTIGUEDAD EN MESES DESDE EL ALTA
       01  WS-TRAMOS-VALORES.
           05  FILLER                PIC X(11) VALUE '00012  0-12'.
           05  FILLER                PIC X(11) VALUE '0002413-24 '.
           05  FILLER                PIC X(11) VALUE '0003625-36 '.
           05  FILLER                PIC X(11) VALUE '0006037-60 '.
           05  FILLER                PIC X(11) VALUE '99999 61+  '.
       01  WS-TRAMOS REDEFINES WS-TRAMOS-VALORES.
           05  WS-TRAMO OCCURS 5 TIMES
                   INDEXED BY WS-TRM-IDX.
               10  WS-TRM-HASTA      PIC 9(05).
               10  WS-TRM-LEYENDA    PIC X(06).

       01  WS-ACUM-GRUPO.
           05  WS-GRP-CANT-VIVOS     PIC 9(07) COMP.
           05  WS-GRP-CANT-PROG      PIC 9(07) COMP.
           05  WS-GRP-CANT-ANTIC     PIC 9(07) COMP.
           05  WS-GRP-SALDO-VIVO     PIC 9(15)V99 COMP-3.
           05  WS-GRP-CAP-PROG       PIC 9(15)V99 COMP-3.
           05  WS-GRP-CAP-ANTIC      PIC 9(15)V99 COMP-3.
       01  WS-SMM                    PIC 9V9(06).
       01  WS-CPR                    PIC 9V9(06).

       01  WS-CONTADORES.
           05  WS-CANT-CONCEPTOS     PIC 9(09) COMP.
           05  WS-CANT-CONC-PERIODO  PIC 9(09) COMP.
           05  WS-CANT-DRB           PIC 9(09) COMP.
           05  WS-CANT-CANCELADOS    PIC 9(09) COMP.
           05  WS-CANT-PROGRAMADOS   PIC 9(09) COMP.
           05  WS-CANT-ANTICIPADOS   PIC 9(09) COMP.
           05  WS-CANT-VIVOS         PIC 9(09) COMP.
           05  WS-CANT-SIN-MAESTRO   PIC 9(09) COMP.
           05  WS-CANT-SIN-PLAZO     PIC 9(09) COMP.
           05  WS-CANT-SIN-CONTRATO  PIC 9(09) COMP.
           05  WS-CANT-GRUPOS        PIC 9(09) COMP.

       01  WS-LINEA-TITULO.
           05  FILLER                PIC X(50) VALUE
               'VELOCIDAD DE PRECANCELACION DE PRESTAMOS - PERIODO'.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-PERIODO           PIC 9(06).

       01  WS-LINEA-COLUMNAS.
           05  FILLER                PIC X(50) VALUE
               'PR SUBP DIV T ANTIG    VIVOS  VENCID  PRECAN      '.
           05  FILLER                PIC X(50) VALUE
               '   SALDO VIVO       CAP. VENCIDO  CAP. PRECANCELAD'.
           05  FILLER                PIC X(19) VALUE
               'O    SMM %    CPR %'.

       01  WS-LINEA-GRUPO.
           05  WSL-PRODUCTO          PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-SUBPRO            PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-DIVISA            PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-TIPOTASA          PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-TRAMO             PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-CANT-VIVOS        PIC ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-CANT-PROG         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-CANT-ANTIC        PIC ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-SALDO-VIVO        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-CAP-PROG          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-CAP-ANTIC         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-SMM               PIC ZZ9.9999.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-CPR               PIC ZZ9.9999.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-ACUMULA-GRUPO THRU 3000-EXIT
               UNTIL EOF-GRUPOS
           IF WS-GRUPO-ANT NOT = LOW-VALUES
               PERFORM 3500-CIERRA-GRUPO
           END-IF
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  PERIODO, CANCELACIONES, SALDOS Y          *
      *  CONTRATOS POR CONTRATO Y UN REGISTRO POR CONTRATO Y GRUPO     *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           INITIALIZE WS-CONTADORES
           MOVE WS-PERIODO-PROCESO TO WS-PERIODO
           IF WS-PER-MES = 1
               MOVE 12 TO WS-PER-MES
               SUBTRACT 1 FROM WS-PER-ANIO
           ELSE
               SUBTRACT 1 FROM WS-PER-MES
           END-IF

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM 1050-TOMA-PARAMETROS THRU 1050-EXIT
               END-READ
               CLOSE PARAMETROS
           END-IF

           OPEN INPUT CANCELACIONES
           IF WS-FS-160 NOT = '00'
               DISPLAY 'ZET180 - NO SE PUDO ABRIR MDEC160R - '
                   'FILE STATUS ' WS-FS-160
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CANCELACIONES
           OPEN INPUT PRESTAMOS-DRB
           IF WS-FS-DRB NOT = '00'
               DISPLAY 'ZET180 - NO SE PUDO ABRIR UGDTDRB - '
                   'FILE STATUS ' WS-FS-DRB
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PRESTAMOS-DRB
           OPEN INPUT CONTRATOS
           IF WS-FS-CON NOT = '00'
               DISPLAY 'ZET180 - NO SE PUDO ABRIR WAGUCDEX - '
                   'FILE STATUS ' WS-FS-CON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CONTRATOS

           SORT SORT-CAN
               ON ASCENDING KEY S-CAN-CLAVE
               INPUT PROCEDURE IS 1300-EXTRAE-CANCELACIONES
               GIVING CAN-ORD

           SORT SORT-DRB
               ON ASCENDING KEY S-DRB-CLAVE
               INPUT PROCEDURE IS 1400-EXTRAE-PRESTAMOS
               GIVING DRB-ORD

           SORT SORT-CON
               ON ASCENDING KEY S-CON-CLAVE
               INPUT PROCEDURE IS 1500-EXTRAE-CONTRATOS
               GIVING CON-ORD

           SORT SORT-GRP
               ON ASCENDING KEY S-GRP-CLAVE-GRUPO
               INPUT PROCEDURE IS 1600-CLASIFICA-CONTRATOS
               GIVING GRUPOS-ORD

           OPEN INPUT  GRUPOS-ORD
           OPEN EXTEND HISTORIA-SAL
           OPEN OUTPUT REPORTE-PRE
           MOVE WS-PERIODO TO WSL-PERIODO
           MOVE WS-LINEA-TITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           INITIALIZE WS-ACUM-GRUPO

           PERFORM 2000-LEER-GRUPO THRU 2000-EXIT
           .

       1050-TOMA-PARAMETROS.
           IF PARM-PRE-PERIODO IS NUMERIC
               AND PARM-PRE-PERIODO > 0
               MOVE PARM-PRE-PERIODO TO WS-PERIODO
           END-IF
           .
       1050-EXIT.
           EXIT.

      * CONCEPTOS DE MDEC160R CON FEC_ULTPGINA DENTRO DEL PERIODO
       1300-EXTRAE-CANCELACIONES SECTION.
           OPEN INPUT CANCELACIONES
           PERFORM 1310-SUELTA-CANCELACION THRU 1310-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CANCELACIONES
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1300-FIN
           .

       1310-SUELTA-CANCELACION.
           READ CANCELACIONES
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1310-EXIT
           END-READ
           IF FS-160-ERROR-LECTURA
               DISPLAY 'ZET180 - ERROR DE LECTURA '
                   'EN MDEC160R - FILE STATUS ' WS-FS-160
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-CONCEPTOS
           MOVE FEC_ULTPGINA OF FD-CANCELACION TO WS-FEC-ALFA
           PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
           IF NOT FECHA-VALIDA
               OR WS-FEC-NUM-PERIODO NOT = WS-PERIODO
               GO TO 1310-EXIT
           END-IF
           ADD 1 TO WS-CANT-CONC-PERIODO
           MOVE SPACES TO SD-CAN-REGISTRO
           STRING COD_ENTIDAD  OF FD-CANCELACION
                  COD_CENTRO   OF FD-CANCELACION
                  NUM_CONTRATO OF FD-CANCELACION
               DELIMITED BY SIZE
               INTO S-CAN-CLAVE
           END-STRING
           MOVE WS-FEC-NUM                      TO S-CAN-FECHA
           MOVE IMPDEV_CAPITAL OF FD-CANCELACION TO S-CAN-CAPITAL
           MOVE COD_PRODUCTO   OF FD-CANCELACION TO S-CAN-PRODUCTO
           MOVE COD_SUBPRODU   OF FD-CANCELACION TO S-CAN-SUBPRO
           MOVE COD_DIVISA     OF FD-CANCELACION TO S-CAN-DIVISA
           RELEASE SD-CAN-REGISTRO
           .
       1310-EXIT.
           EXIT.
       1300-FIN.
           EXIT.


       1400-EXTRAE-PRESTAMOS SECTION.
           OPEN INPUT PRESTAMOS-DRB
           PERFORM 1410-SUELTA-PRESTAMO THRU 1410-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE PRESTAMOS-DRB
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1400-FIN
           .

       1410-SUELTA-PRESTAMO.
           READ PRESTAMOS-DRB
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1410-EXIT
           END-READ
           IF FS-DRB-ERROR-LECTURA
               DISPLAY 'ZET180 - ERROR DE LECTURA '
                   'EN UGDTDRB - FILE STATUS ' WS-FS-DRB
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-DRB
           MOVE SPACES TO SD-DRB-REGISTRO
           STRING ENTIDAD OF FD-DRB
                  OFICINA OF FD-DRB
                  CUENTA  OF FD-DRB
               DELIMITED BY SIZE
               INTO S-DRB-CLAVE
           END-STRING
           MOVE UGISBACT OF FD-DRB TO S-DRB-SALDO
           MOVE UGFULVTO OF FD-DRB TO S-DRB-FEC-ULT-VTO
           MOVE TIPOTASA OF FD-DRB TO S-DRB-TIPOTASA
           RELEASE SD-DRB-REGISTRO
           .
       1410-EXIT.
           EXIT.
       1400-FIN.
           EXIT.


       1500-EXTRAE-CONTRATOS SECTION.
           OPEN INPUT CONTRATOS
           PERFORM 1510-SUELTA-CONTRATO THRU 1510-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CONTRATOS
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1500-FIN
           .

       1510-SUELTA-CONTRATO.
           READ CONTRATOS
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1510-EXIT
           END-READ
           IF FS-CON-ERROR-LECTURA
               DISPLAY 'ZET180 - ERROR DE LECTURA '
                   'EN WAGUCDEX - FILE STATUS ' WS-FS-CON
               STOP RUN
           END-IF
           MOVE SPACES TO SD-CON-REGISTRO
           STRING COD_ENTIDAD  OF FD-CONTRATO
                  COD_CENTRO   OF FD-CONTRATO
                  NUM_CONTRATO OF FD-CONTRATO
               DELIMITED BY SIZE
               INTO S-CON-CLAVE
           END-STRING
           MOVE COD_PRODUCTO OF FD-CONTRATO TO S-CON-PRODUCTO
           MOVE COD_SUBPRODU OF FD-CONTRATO TO S-CON-SUBPRO
           MOVE COD_DIVISA   OF FD-CONTRATO TO S-CON-DIVISA
           MOVE FEC_ALT_PROD OF FD-CONTRATO TO S-CON-FEC-ALTA
           RELEASE SD-CON-REGISTRO
           .
       1510-EXIT.
           EXIT.
       1500-FIN.
           EXIT.


      * APAREO CANCELACIONES / SALDOS / CONTRATOS POR CONTRATO.  EL
      * CONTRATO CANCELADO APORTA EL CAPITAL DEVUELTO EN LUGAR DE SU
      * SALDO, PARA NO CONTARLO DOS VECES EN LA BASE
       1600-CLASIFICA-CONTRATOS SECTION.
           OPEN INPUT CAN-ORD
           OPEN INPUT DRB-ORD
           OPEN INPUT CON-ORD
           PERFORM 1620-LEER-CAN-ORD THRU 1620-EXIT
           PERFORM 1630-LEER-DRB-ORD THRU 1630-EXIT
           PERFORM 1640-LEER-CON-ORD THRU 1640-EXIT
           PERFORM 1610-CLASIFICA-CONTRATO THRU 1610-EXIT
               UNTIL WS-CLAVE-CAN = HIGH-VALUES
                 AND WS-CLAVE-DRB = HIGH-VALUES
           CLOSE CAN-ORD
           CLOSE DRB-ORD
           CLOSE CON-ORD
           GO TO 1600-FIN
           .

       1610-CLASIFICA-CONTRATO.
           IF WS-CLAVE-CAN < WS-CLAVE-DRB
               MOVE WS-CLAVE-CAN TO WS-CLAVE-ACTUAL
           ELSE
               MOVE WS-CLAVE-DRB TO WS-CLAVE-ACTUAL
           END-IF
           PERFORM 1640-LEER-CON-ORD THRU 1640-EXIT
               UNTIL WS-CLAVE-CON NOT < WS-CLAVE-ACTUAL

           MOVE ZERO TO WS-CAN-CAPITAL WS-CAN-FECHA
           IF WS-CLAVE-CAN = WS-CLAVE-ACTUAL
               MOVE W-CAN-PRODUCTO TO WS-CAN-PRODUCTO
               MOVE W-CAN-SUBPRO   TO WS-CAN-SUBPRO
               MOVE W-CAN-DIVISA   TO WS-CAN-DIVISA
               PERFORM 1650-SUMA-CONCEPTO THRU 1650-EXIT
                   UNTIL WS-CLAVE-CAN NOT = WS-CLAVE-ACTUAL
               ADD 1 TO WS-CANT-CANCELADOS
               IF WS-CLAVE-DRB NOT = WS-CLAVE-ACTUAL
                   ADD 1 TO WS-CANT-SIN-MAESTRO
                   GO TO 1610-EXIT
               END-IF
           END-IF

           MOVE SPACES TO SD-GRP-REGISTRO
           IF WS-CLAVE-CON = WS-CLAVE-ACTUAL
               MOVE W-CON-PRODUCTO TO S-GRP-PRODUCTO
               MOVE W-CON-SUBPRO   TO S-GRP-SUBPRO
               MOVE W-CON-DIVISA   TO S-GRP-DIVISA
               PERFORM 1700-TRAMO-ANTIGUEDAD THRU 1700-EXIT
           ELSE
               IF WS-CAN-FECHA = ZERO
                   ADD 1 TO WS-CANT-SIN-CONTRATO
                   GO TO 1610-SIGUIENTE
               END-IF
               MOVE WS-CAN-PRODUCTO TO S-GRP-PRODUCTO
               MOVE WS-CAN-SUBPRO   TO S-GRP-SUBPRO
               MOVE WS-CAN-DIVISA   TO S-GRP-DIVISA
               MOVE 9               TO S-GRP-TRAMO
           END-IF
           MOVE W-DRB-TIPOTASA TO S-GRP-TIPOTASA

           IF WS-CAN-FECHA = ZERO
               IF W-DRB-SALDO NOT > ZERO
                   GO TO 1610-SIGUIENTE
               END-IF
               MOVE 'V'         TO S-GRP-TIPO
               MOVE W-DRB-SALDO TO S-GRP-IMPORTE
               ADD 1 TO WS-CANT-VIVOS
           ELSE
               MOVE W-DRB-FEC-ULT-VTO TO WS-FEC-ALFA
               PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
               IF NOT FECHA-VALIDA
                   ADD 1 TO WS-CANT-SIN-PLAZO
                   GO TO 1610-SIGUIENTE
               END-IF
               IF WS-PERIODO NOT < WS-FEC-NUM-PERIODO
                   MOVE 'P' TO S-GRP-TIPO
                   ADD 1 TO WS-CANT-PROGRAMADOS
               ELSE
                   MOVE 'A' TO S-GRP-TIPO
                   ADD 1 TO WS-CANT-ANTICIPADOS
               END-IF
               MOVE WS-CAN-CAPITAL TO S-GRP-IMPORTE
           END-IF
           RELEASE SD-GRP-REGISTRO
           .
       1610-SIGUIENTE.
           PERFORM 1630-LEER-DRB-ORD THRU 1630-EXIT
           .
       1610-EXIT.
           EXIT.

       1620-LEER-CAN-ORD.
           READ CAN-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-CAN
               NOT AT END
                   MOVE W-CAN-CLAVE TO WS-CLAVE-CAN
           END-READ
           .
       1620-EXIT.
           EXIT.

       1630-LEER-DRB-ORD.
           READ DRB-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-DRB
               NOT AT END
                   MOVE W-DRB-CLAVE TO WS-CLAVE-DRB
           END-READ
           .
       1630-EXIT.
           EXIT.

       1640-LEER-CON-ORD.
           READ CON-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-CON
               NOT AT END
                   MOVE W-CON-CLAVE TO WS-CLAVE-CON
           END-READ
           .
       1640-EXIT.
           EXIT.

       1650-SUMA-CONCEPTO.
           ADD W-CAN-CAPITAL TO WS-CAN-CAPITAL
           IF W-CAN-FECHA > WS-CAN-FECHA
               MOVE W-CAN-FECHA TO WS-CAN-FECHA
           END-IF
           PERFORM 1620-LEER-CAN-ORD THRU 1620-EXIT
           .
       1650-EXIT.
           EXIT.

      * MESES DESDE EL ALTA DEL CONTRATO HASTA EL PERIODO MEDIDO
       1700-TRAMO-ANTIGUEDAD.
           MOVE 9 TO S-GRP-TRAMO
           MOVE W-CON-FEC-ALTA TO WS-FEC-ALFA
           PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
           IF NOT FECHA-VALIDA
               OR WS-FEC-NUM-PERIODO > WS-PERIODO
               GO TO 1700-EXIT
           END-IF
           COMPUTE WS-MESES-ANTIG =
               (WS-PER-ANIO * 12 + WS-PER-MES)
               - (WS-FEC-NUM-ANIO * 12 + WS-FEC-NUM-MES)
           SET WS-TRM-IDX TO 1
           SEARCH WS-TRAMO
               AT END
                   SET WS-TRM-IDX TO 5
               WHEN WS-MESES-ANTIG NOT > WS-TRM-HASTA(WS-TRM-IDX)
                   CONTINUE
           END-SEARCH
           SET S-GRP-TRAMO TO WS-TRM-IDX
           .
       1700-EXIT.
           EXIT.
       1600-FIN.
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

       2000-LEER-GRUPO.
           READ GRUPOS-ORD
               AT END
                   SET EOF-GRUPOS TO TRUE
           END-READ
           .
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  3000-ACUMULA-GRUPO  -  SALDO VIVO, VENCIDO Y PRECANCELADO POR *
      *  PRODUCTO, MONEDA, TIPO DE TASA Y TRAMO DE ANTIGUEDAD          *
      ******************************************************************
       3000-ACUMULA-GRUPO.
           IF W-GRP-CLAVE-GRUPO NOT = WS-GRUPO-ANT
               IF WS-GRUPO-ANT NOT = LOW-VALUES
                   PERFORM 3500-CIERRA-GRUPO
               END-IF
               MOVE W-GRP-CLAVE-GRUPO TO WS-GRUPO-ANT
           END-IF
           EVALUATE W-GRP-TIPO
               WHEN 'V'
                   ADD 1 TO WS-GRP-CANT-VIVOS
                   ADD W-GRP-IMPORTE TO WS-GRP-SALDO-VIVO
               WHEN 'P'
                   ADD 1 TO WS-GRP-CANT-PROG
                   ADD W-GRP-IMPORTE TO WS-GRP-CAP-PROG
               WHEN 'A'
                   ADD 1 TO WS-GRP-CANT-ANTIC
                   ADD W-GRP-IMPORTE TO WS-GRP-CAP-ANTIC
           END-EVALUATE
           PERFORM 2000-LEER-GRUPO THRU 2000-EXIT
           .
       3000-EXIT.
           EXIT.

      * SMM SOBRE EL SALDO QUE PODIA PRECANCELARSE (VIVO + ANTICIPADO)
       3500-CIERRA-GRUPO.
           MOVE ZERO TO WS-SMM WS-CPR
           COMPUTE WS-BASE = WS-GRP-SALDO-VIVO + WS-GRP-CAP-ANTIC
           IF WS-BASE > ZERO
               COMPUTE WS-SMM ROUNDED = WS-GRP-CAP-ANTIC / WS-BASE
               COMPUTE WS-CPR ROUNDED = 1 - (1 - WS-SMM) ** 12
           END-IF

           MOVE SPACES TO PREPHIST-REGISTRO
           MOVE WS-PERIODO             TO PREPHIST-PERIODO
           MOVE WS-GRUPO-ANT(1:2)      TO PREPHIST-PRODUCTO
           MOVE WS-GRUPO-ANT(3:4)      TO PREPHIST-SUBPRO
           MOVE WS-GRUPO-ANT(7:3)      TO PREPHIST-DIVISA
           MOVE WS-GRUPO-ANT(10:1)     TO PREPHIST-TIPOTASA
           MOVE WS-GRUPO-ANT(11:1)     TO PREPHIST-TRAMO
           MOVE WS-GRP-CANT-VIVOS      TO PREPHIST-CANT-VIVOS
           MOVE WS-GRP-CANT-PROG       TO PREPHIST-CANT-PROG
           MOVE WS-GRP-CANT-ANTIC      TO PREPHIST-CANT-ANTIC
           MOVE WS-GRP-SALDO-VIVO      TO PREPHIST-SALDO-VIVO
           MOVE WS-GRP-CAP-PROG        TO PREPHIST-CAP-PROG
           MOVE WS-GRP-CAP-ANTIC       TO PREPHIST-CAP-ANTIC
           MOVE WS-SMM                 TO PREPHIST-SMM
           MOVE WS-CPR                 TO PREPHIST-CPR
           WRITE PREPHIST-REGISTRO
           ADD 1 TO WS-CANT-GRUPOS

           MOVE PREPHIST-PRODUCTO      TO WSL-PRODUCTO
           MOVE PREPHIST-SUBPRO        TO WSL-SUBPRO
           MOVE PREPHIST-DIVISA        TO WSL-DIVISA
           MOVE PREPHIST-TIPOTASA      TO WSL-TIPOTASA
           IF PREPHIST-TRAMO = 9
               MOVE 'S/D'              TO WSL-TRAMO
           ELSE
               MOVE WS-TRM-LEYENDA(PREPHIST-TRAMO) TO WSL-TRAMO
           END-IF
           MOVE WS-GRP-CANT-VIVOS      TO WSL-CANT-VIVOS
           MOVE WS-GRP-CANT-PROG       TO WSL-CANT-PROG
           MOVE WS-GRP-CANT-ANTIC      TO WSL-CANT-ANTIC
           MOVE WS-GRP-SALDO-VIVO      TO WSL-SALDO-VIVO
           MOVE WS-GRP-CAP-PROG        TO WSL-CAP-PROG
           MOVE WS-GRP-CAP-ANTIC       TO WSL-CAP-ANTIC
           COMPUTE WSL-SMM = WS-SMM * 100
           COMPUTE WSL-CPR = WS-CPR * 100
           MOVE WS-LINEA-GRUPO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           INITIALIZE WS-ACUM-GRUPO
           .

      ******************************************************************
      *  9000-FINALIZE  -  CIERRE DE ARCHIVOS, RUNLOG Y RESUMEN        *
      ******************************************************************
       9000-FINALIZE.
           CLOSE GRUPOS-ORD
           CLOSE HISTORIA-SAL
           CLOSE REPORTE-PRE
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET180' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-CONCEPTOS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-GRUPOS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET180 - VELOCIDAD DE PRECANCELACION'
           DISPLAY 'PERIODO  . . . . . . . . . : ' WS-PERIODO
           DISPLAY 'CONCEPTOS MDEC160R . . . . : ' WS-CANT-CONCEPTOS
           DISPLAY 'CONCEPTOS DEL PERIODO  . . : ' WS-CANT-CONC-PERIODO
           DISPLAY 'PRESTAMOS UGDTDRB  . . . . : ' WS-CANT-DRB
           DISPLAY 'CONTRATOS CANCELADOS . . . : ' WS-CANT-CANCELADOS
           DISPLAY 'VENCIMIENTO PROGRAMADO . . : ' WS-CANT-PROGRAMADOS
           DISPLAY 'PRECANCELACION VOLUNTARIA  : ' WS-CANT-ANTICIPADOS
           DISPLAY 'CANCELADOS SIN UGDTDRB . . : ' WS-CANT-SIN-MAESTRO
           DISPLAY 'CANCELADOS SIN VTO. FINAL  : ' WS-CANT-SIN-PLAZO
           DISPLAY 'VIVOS CON SALDO  . . . . . : ' WS-CANT-VIVOS
           DISPLAY 'VIVOS SIN WAGUCDEX . . . . : ' WS-CANT-SIN-CONTRATO
           DISPLAY 'GRUPOS EN PREPHIST . . . . : ' WS-CANT-GRUPOS
           .
