      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET171                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - GARRA                       *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : CALENDARIO DE FIN DE PERIODO DE GRACIA Y LISTA   *
      *               DE SALTO DE CUOTA.  TOMA DE WAGUCDEX LOS         *
      *               CONTRATOS CUYA FEC_FINGRA CAE EN LOS PROXIMOS    *
      *               90 DIAS (TRAMOS 30/60/90), ESTIMA LA PRIMERA     *
      *               CUOTA PLENA (PRIMER RECIBO DE CUOTASQ POSTERIOR  *
      *               AL FIN DE GRACIA; SI NO ESTA EMITIDO, UGIQUOTA   *
      *               DE UGDTDRB; EN SU DEFECTO CAPITAL A VENCER SOBRE *
      *               CUOTAS PENDIENTES) Y LA COMPARA CON LO QUE EL    *
      *               CLIENTE VIENE PAGANDO (ULTIMO RECIBO VENCIDO     *
      *               DENTRO DE LA GRACIA).  MARCA EL SALTO CUANDO LA  *
      *               CUOTA PLENA SUPERA EL MULTIPLO DE PARMGRA.       *
      *               DEJA GRACALE PARA LAS SUCURSALES (ORDENADO POR   *
      *               ENTIDAD, CENTRO Y FECHA, CON TRAILER TRLCTL) Y   *
      *               EL LISTADO RPGRACA CORTADO POR SUCURSAL.         *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET171.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - GARRA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRATOS      ASSIGN TO WAGUCDEX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CON.
           SELECT SORT-CON       ASSIGN TO SRTGRAA.
           SELECT CONTRAT-ORD    ASSIGN TO WGRACON
               ORGANIZATION IS SEQUENTIAL.

           SELECT PRESTAMOS-DRB  ASSIGN TO UGDTDRB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DRB.
           SELECT SORT-DRB       ASSIGN TO SRTGRAB.
           SELECT DRB-ORD        ASSIGN TO WGRADRB
               ORGANIZATION IS SEQUENTIAL.

           SELECT CUOTAS-SQ      ASSIGN TO CUOTASQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SQ.
           SELECT SORT-CUO       ASSIGN TO SRTGRAC.
           SELECT CUO-ORD        ASSIGN TO WGRACUO
               ORGANIZATION IS SEQUENTIAL.

           SELECT PARAMETROS     ASSIGN TO PARMGRA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT CALENDARIO-WRK ASSIGN TO WGRACAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-CAL       ASSIGN TO SRTGRAD.
           SELECT CALENDARIO-ORD ASSIGN TO WGRACAO
               ORGANIZATION IS SEQUENTIAL.

           SELECT CALENDARIO-SAL ASSIGN TO GRACALE
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORTE        ASSIGN TO RPGRACA
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRATOS
           RECORDING MODE IS F.
       01  FD-CONTRATO.
           COPY "wagucdex.cob".

      * CONTRATOS CON FIN DE GRACIA DENTRO DEL HORIZONTE
       SD  SORT-CON.
       01  SD-CON-REGISTRO.
           05  S-CON-CLAVE.
               10  S-CON-ENTIDAD      PIC X(04).
               10  S-CON-CENTRO       PIC X(04).
               10  S-CON-CONTRATO     PIC X(12).
           05  S-CON-NUM-PERSONA      PIC X(08).
           05  S-CON-PRODUCTO         PIC X(02).
           05  S-CON-TIP-REESTRUCT    PIC X(01).
           05  S-CON-FEC-INIGRA       PIC 9(08).
           05  S-CON-FEC-FINGRA       PIC 9(08).
           05  S-CON-DIAS             PIC 9(03).
           05  S-CON-CAP-A-VENC       PIC 9(13)V9(4).
           05  S-CON-CUO-ACT          PIC 9(05).
           05  S-CON-CUO-TOT          PIC 9(05).
           05  FILLER                 PIC X(03).

       FD  CONTRAT-ORD
           RECORDING MODE IS F.
       01  W-CON-REGISTRO.
           05  W-CON-CLAVE.
               10  W-CON-ENTIDAD      PIC X(04).
               10  W-CON-CENTRO       PIC X(04).
               10  W-CON-CONTRATO     PIC X(12).
           05  W-CON-NUM-PERSONA      PIC X(08).
           05  W-CON-PRODUCTO         PIC X(02).
           05  W-CON-TIP-REESTRUCT    PIC X(01).
           05  W-CON-FEC-INIGRA       PIC 9(08).
           05  W-CON-FEC-FINGRA       PIC 9(08).
           05  W-CON-DIAS             PIC 9(03).
           05  W-CON-CAP-A-VENC       PIC 9(13)V9(4).
           05  W-CON-CUO-ACT          PIC 9(05).
           05  W-CON-CUO-TOT          PIC 9(05).
           05  FILLER                 PIC X(03).

       FD  PRESTAMOS-DRB
           RECORDING MODE IS F.
       01  FD-DRB.
           COPY "../../../malug/ugdtdrb/ugdtdrb.cob".

       SD  SORT-DRB.
       01  SD-DRB-REGISTRO.
           05  S-DRB-CLAVE            PIC X(20).
           05  S-DRB-CUOTA            PIC S9(13)V99.
           05  FILLER                 PIC X(05).

       FD  DRB-ORD
           RECORDING MODE IS F.
       01  W-DRB-REGISTRO.
           05  W-DRB-CLAVE            PIC X(20).
           05  W-DRB-CUOTA            PIC S9(13)V99.
           05  FILLER                 PIC X(05).

       FD  CUOTAS-SQ
           RECORDING MODE IS F.
           COPY "../../../malug/cuotasq/cuotasq.cob".

      * RECIBOS POR PRESTAMO EN ORDEN DE VENCIMIENTO, CON EL IMPORTE
      * TOTAL DEL RECIBO (CAPITAL, INTERES, COMISION, GASTOS, SEGURO
      * E IMPUESTOS)
       SD  SORT-CUO.
       01  SD-CUO-REGISTRO.
           05  S-CUO-CLAVE            PIC X(20).
           05  S-CUO-FEC-VTO          PIC 9(08).
           05  S-CUO-IMPORTE          PIC S9(13)V99.
           05  FILLER                 PIC X(02).

       FD  CUO-ORD
           RECORDING MODE IS F.
       01  W-CUO-REGISTRO.
           05  W-CUO-CLAVE            PIC X(20).
           05  W-CUO-FEC-VTO          PIC 9(08).
           05  W-CUO-IMPORTE          PIC S9(13)V99.
           05  FILLER                 PIC X(02).

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-GRA-REGISTRO.
      *        VECES LA CUOTA ACTUAL QUE SE CONSIDERA SALTO
           05  PARM-GRA-MULTIPLO      PIC 9(02)V99.
      *        HORIZONTE EN DIAS HASTA EL FIN DE GRACIA
           05  PARM-GRA-HORIZONTE     PIC 9(03).
           05  PARM-GRA-FILLER        PIC X(13).

       FD  CALENDARIO-WRK
           RECORDING MODE IS F.
       01  WRK-CAL-REGISTRO          PIC X(124).

       SD  SORT-CAL.
       01  SD-CAL-REGISTRO.
           05  S-CAL-ENTIDAD          PIC X(04).
           05  S-CAL-CENTRO           PIC X(04).
           05  S-CAL-CONTRATO         PIC X(12).
           05  FILLER                 PIC X(19).
           05  S-CAL-FEC-FINGRA       PIC 9(08).
           05  FILLER                 PIC X(77).

       FD  CALENDARIO-ORD
           RECORDING MODE IS F.
       01  ORD-CAL-REGISTRO          PIC X(124).

       FD  CALENDARIO-SAL
           RECORDING MODE IS F.
       01  GRACALE-REGISTRO.
           05  GRACALE-ENTIDAD        PIC X(04).
           05  GRACALE-CENTRO         PIC X(04).
           05  GRACALE-CONTRATO       PIC X(12).
           05  GRACALE-NUM-PERSONA    PIC X(08).
           05  GRACALE-PRODUCTO       PIC X(02).
           05  GRACALE-TIP-REESTRUCT  PIC X(01).
           05  GRACALE-FEC-INIGRA     PIC 9(08).
           05  GRACALE-FEC-FINGRA     PIC 9(08).
           05  GRACALE-DIAS           PIC 9(03).
      *        TRAMO DEL CALENDARIO: 30, 60 O 90 DIAS
           05  GRACALE-TRAMO          PIC 9(03).
           05  GRACALE-CAP-A-VENC     PIC 9(13)V99.
           05  GRACALE-CUO-ACT        PIC 9(05).
           05  GRACALE-CUO-TOT        PIC 9(05).
           05  GRACALE-CUOTA-ACTUAL   PIC 9(13)V99.
           05  GRACALE-CUOTA-PLENA    PIC 9(13)V99.
      *        ORIGEN DE LA CUOTA PLENA: C CUOTASQ / U UGIQUOTA /
      *        E ESTIMADA SOBRE CAPITAL A VENCER / ESPACIO SIN DATO
           05  GRACALE-ORIGEN-CUOTA   PIC X(01).
           05  GRACALE-MULTIPLO       PIC 9(03)V99.
           05  GRACALE-MARCA-SALTO    PIC X(01).
               88  GRACALE-CON-SALTO      VALUE 'S'.
           05  GRACALE-FEC-PROCESO    PIC 9(08).
           05  FILLER                 PIC X(01).

       FD  REPORTE.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
           COPY "../../../catalogo/control/trlctl.cob"
               REPLACING ==:TRLCTL:== BY ==TRLCTL==.

      * PARAMETROS (PARMGRA LOS REEMPLAZA SI VIENE INFORMADO)
       01  WS-MULTIPLO-SALTO         PIC 9(02)V99 VALUE 2.
       01  WS-HORIZONTE              PIC 9(03) VALUE 90.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-DIA-PROCESO            PIC 9(07).
       01  WS-FEC-NUM                PIC 9(08).
       01  WS-FEC-FINGRA             PIC 9(08).
       01  WS-DIAS                   PIC S9(07).
       01  WS-TRAMO                  PIC 9(03).
       01  WS-CUOTAS-PEND            PIC 9(05).

       01  WS-FS-CON                 PIC XX.
           88  FS-CON-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-DRB                 PIC XX.
           88  FS-DRB-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-SQ                  PIC XX.
           88  FS-SQ-ERROR-LECTURA      VALUE '01' THRU '99'.
       01  WS-FS-PAR                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-CON         PIC X(01) VALUE 'N'.
               88  EOF-CONTRATOS         VALUE 'S'.
           05  WS-SW-EOF-DRB         PIC X(01) VALUE 'N'.
               88  EOF-PRESTAMOS-DRB     VALUE 'S'.
           05  WS-SW-EOF-SQ          PIC X(01) VALUE 'N'.
               88  EOF-CUOTAS-SQ         VALUE 'S'.
           05  WS-SW-EOF-CAL         PIC X(01) VALUE 'N'.
               88  EOF-CALENDARIO        VALUE 'S'.
           05  WS-SW-PLENA           PIC X(01) VALUE 'N'.
               88  HAY-CUOTA-PLENA       VALUE 'S'.

       01  WS-CLAVE-DRB              PIC X(20) VALUE LOW-VALUES.
       01  WS-CLAVE-CUO              PIC X(20) VALUE LOW-VALUES.
       01  WS-SUCURSAL-ANT           PIC X(08) VALUE LOW-VALUES.

       01  WS-CONTADORES.
           05  WS-CANT-CONTRATOS     PIC 9(09) COMP.
           05  WS-CANT-EN-GRACIA     PIC 9(09) COMP.
           05  WS-CANT-FEC-INVALIDA  PIC 9(09) COMP.
           05  WS-CANT-DRB           PIC 9(09) COMP.
           05  WS-CANT-RECIBOS       PIC 9(09) COMP.
           05  WS-CANT-CALENDARIO    PIC 9(09) COMP.
           05  WS-CANT-TRAMO-30      PIC 9(09) COMP.
           05  WS-CANT-TRAMO-60      PIC 9(09) COMP.
           05  WS-CANT-TRAMO-90      PIC 9(09) COMP.
           05  WS-CANT-CON-SALTO     PIC 9(09) COMP.
           05  WS-CANT-ORIG-CUOTASQ  PIC 9(09) COMP.
           05  WS-CANT-ORIG-UG       PIC 9(09) COMP.
           05  WS-CANT-ORIG-ESTIM    PIC 9(09) COMP.
           05  WS-CANT-SIN-CUOTA     PIC 9(09) COMP.

       01  WS-HASH-CUOTA-PLENA       PIC S9(13)V99 VALUE ZERO.

       01  WS-LINEA-TITULO.
           05  FILLER                PIC X(44) VALUE
               'VENCIMIENTO DE PERIODOS DE GRACIA - FECHA '.
           05  WSL-FECHA             PIC 9(08).
           05  FILLER                PIC X(17) VALUE
               '   MULTIPLO SALTO'.
           05  WSL-MULTIPLO-PARM     PIC Z9.99.

       01  WS-LINEA-SUCURSAL.
           05  FILLER                PIC X(10) VALUE 'SUCURSAL '.
           05  WSL-SUC-ENTIDAD       PIC X(04).
           05  FILLER                PIC X(01) VALUE '-'.
           05  WSL-SUC-CENTRO        PIC X(04).

       01  WS-LINEA-COLUMNAS.
           05  FILLER                PIC X(50) VALUE
               '  CONTRATO     NUP      PR R FIN GRAC DIAS TRAMO'.
           05  FILLER                PIC X(50) VALUE
               '      CUOTA ACTUAL      CUOTA PLENA O  VECES SALTO'.

       01  WS-LINEA-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-CONTRATO          PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-NUP               PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-PRODUCTO          PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-REESTRUCT         PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-FEC-FINGRA        PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-DIAS              PIC ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WSL-TRAMO             PIC ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WSL-CUOTA-ACTUAL      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-CUOTA-PLENA       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-ORIGEN            PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-MULTIPLO          PIC ZZ9.99.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WSL-SALTO             PIC X(01).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-PROCESA-CONTRATO THRU 3000-EXIT
               UNTIL EOF-CONTRATOS
           PERFORM 4000-ORDENA-CALENDARIO
           PERFORM 5000-EMITE-CALENDARIO THRU 5000-EXIT
               UNTIL EOF-CALENDARIO
           PERFORM 8000-CIERRA-ARCHIVO
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  PARAMETROS Y LAS TRES FUENTES ORDENADAS   *
      *  POR PRESTAMO (ENTIDAD + CENTRO/OFICINA + CONTRATO/CUENTA)     *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           COMPUTE WS-DIA-PROCESO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM 1050-TOMA-PARAMETROS THRU 1050-EXIT
               END-READ
               CLOSE PARAMETROS
           END-IF

           OPEN INPUT CONTRATOS
           IF WS-FS-CON NOT = '00'
               DISPLAY 'ZET171 - NO SE PUDO ABRIR WAGUCDEX - '
                   'FILE STATUS ' WS-FS-CON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CONTRATOS
           OPEN INPUT PRESTAMOS-DRB
           IF WS-FS-DRB NOT = '00'
               DISPLAY 'ZET171 - NO SE PUDO ABRIR UGDTDRB - '
                   'FILE STATUS ' WS-FS-DRB
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PRESTAMOS-DRB
           OPEN INPUT CUOTAS-SQ
           IF WS-FS-SQ NOT = '00'
               DISPLAY 'ZET171 - NO SE PUDO ABRIR CUOTASQ - '
                   'FILE STATUS ' WS-FS-SQ
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CUOTAS-SQ

           SORT SORT-CON
               ON ASCENDING KEY S-CON-CLAVE
               INPUT PROCEDURE IS 1500-EXTRAE-CONTRATOS
               GIVING CONTRAT-ORD

           SORT SORT-DRB
               ON ASCENDING KEY S-DRB-CLAVE
               INPUT PROCEDURE IS 1600-EXTRAE-DRB
               GIVING DRB-ORD

           SORT SORT-CUO
               ON ASCENDING KEY S-CUO-CLAVE
                                S-CUO-FEC-VTO
               INPUT PROCEDURE IS 1700-EXTRAE-RECIBOS
               GIVING CUO-ORD

           OPEN INPUT  CONTRAT-ORD
           OPEN INPUT  DRB-ORD
           OPEN INPUT  CUO-ORD
           OPEN OUTPUT CALENDARIO-WRK

           PERFORM 2000-LEER-CONTRATO THRU 2000-EXIT
           PERFORM 2100-LEER-DRB THRU 2100-EXIT
           PERFORM 2200-LEER-RECIBO THRU 2200-EXIT
           .

       1050-TOMA-PARAMETROS.
           IF PARM-GRA-MULTIPLO IS NUMERIC
               AND PARM-GRA-MULTIPLO > 0
               MOVE PARM-GRA-MULTIPLO TO WS-MULTIPLO-SALTO
           END-IF
           IF PARM-GRA-HORIZONTE IS NUMERIC
               AND PARM-GRA-HORIZONTE > 0
               MOVE PARM-GRA-HORIZONTE TO WS-HORIZONTE
           END-IF
           .
       1050-EXIT.
           EXIT.

      * SOLO CONTRATOS CON FEC_FINGRA VALIDA ENTRE MANANA Y EL
      * HORIZONTE
       1500-EXTRAE-CONTRATOS SECTION.
           OPEN INPUT CONTRATOS
           PERFORM 1510-LEER-CONTRATO THRU 1510-EXIT
               UNTIL EOF-CONTRATOS
           CLOSE CONTRATOS
           MOVE 'N' TO WS-SW-EOF-CON
           GO TO 1500-FIN
           .

       1510-LEER-CONTRATO.
           READ CONTRATOS
               AT END
                   SET EOF-CONTRATOS TO TRUE
                   GO TO 1510-EXIT
           END-READ
           IF FS-CON-ERROR-LECTURA
               DISPLAY 'ZET171 - ERROR DE LECTURA '
                   'EN WAGUCDEX - FILE STATUS ' WS-FS-CON
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-CONTRATOS

           IF FEC_FINGRA = SPACES
               GO TO 1510-EXIT
           END-IF
           ADD 1 TO WS-CANT-EN-GRACIA
           IF FEC_FINGRA(1:4) IS NOT NUMERIC
               OR FEC_FINGRA(6:2) IS NOT NUMERIC
               OR FEC_FINGRA(9:2) IS NOT NUMERIC
               ADD 1 TO WS-CANT-FEC-INVALIDA
               GO TO 1510-EXIT
           END-IF
           MOVE FEC_FINGRA(1:4) TO WS-FEC-FINGRA(1:4)
           MOVE FEC_FINGRA(6:2) TO WS-FEC-FINGRA(5:2)
           MOVE FEC_FINGRA(9:2) TO WS-FEC-FINGRA(7:2)
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FEC-FINGRA) NOT = 0
               ADD 1 TO WS-CANT-FEC-INVALIDA
               GO TO 1510-EXIT
           END-IF
           COMPUTE WS-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-FEC-FINGRA) - WS-DIA-PROCESO
           IF WS-DIAS < 1 OR WS-DIAS > WS-HORIZONTE
               GO TO 1510-EXIT
           END-IF

           MOVE SPACES TO SD-CON-REGISTRO
           MOVE COD_ENTIDAD  TO S-CON-ENTIDAD
           MOVE COD_CENTRO   TO S-CON-CENTRO
           MOVE NUM_CONTRATO TO S-CON-CONTRATO
           MOVE NUM_PERSONA  TO S-CON-NUM-PERSONA
           MOVE COD_PRODUCTO TO S-CON-PRODUCTO
           MOVE TIP_REESTRUCT TO S-CON-TIP-REESTRUCT
           MOVE ZERO         TO S-CON-FEC-INIGRA
           IF FEC_INIGRA(1:4) IS NUMERIC
               AND FEC_INIGRA(6:2) IS NUMERIC
               AND FEC_INIGRA(9:2) IS NUMERIC
               MOVE FEC_INIGRA(1:4) TO S-CON-FEC-INIGRA(1:4)
               MOVE FEC_INIGRA(6:2) TO S-CON-FEC-INIGRA(5:2)
               MOVE FEC_INIGRA(9:2) TO S-CON-FEC-INIGRA(7:2)
           END-IF
           MOVE WS-FEC-FINGRA  TO S-CON-FEC-FINGRA
           MOVE WS-DIAS        TO S-CON-DIAS
           MOVE IMP_CAP_A_VENC TO S-CON-CAP-A-VENC
           MOVE NRO_CUO_ACT    TO S-CON-CUO-ACT
           MOVE NRO_CUO_TOT    TO S-CON-CUO-TOT
           RELEASE SD-CON-REGISTRO
           .
       1510-EXIT.
           EXIT.
       1500-FIN.
           EXIT.

       1600-EXTRAE-DRB SECTION.
           OPEN INPUT PRESTAMOS-DRB
           PERFORM 1610-LEER-DRB THRU 1610-EXIT
               UNTIL EOF-PRESTAMOS-DRB
           CLOSE PRESTAMOS-DRB
           GO TO 1600-FIN
           .

       1610-LEER-DRB.
           READ PRESTAMOS-DRB
               AT END
                   SET EOF-PRESTAMOS-DRB TO TRUE
                   GO TO 1610-EXIT
           END-READ
           IF FS-DRB-ERROR-LECTURA
               DISPLAY 'ZET171 - ERROR DE LECTURA '
                   'EN UGDTDRB - FILE STATUS ' WS-FS-DRB
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-DRB

           MOVE SPACES TO SD-DRB-REGISTRO
           STRING ENTIDAD OF FD-DRB
                  OFICINA OF FD-DRB
                  CUENTA OF FD-DRB
               DELIMITED BY SIZE
               INTO S-DRB-CLAVE
           END-STRING
           MOVE UGIQUOTA OF FD-DRB TO S-DRB-CUOTA
           RELEASE SD-DRB-REGISTRO
           .
       1610-EXIT.
           EXIT.
       1600-FIN.
           EXIT.

       1700-EXTRAE-RECIBOS SECTION.
           OPEN INPUT CUOTAS-SQ
           PERFORM 1710-LEER-RECIBO THRU 1710-EXIT
               UNTIL EOF-CUOTAS-SQ
           CLOSE CUOTAS-SQ
           GO TO 1700-FIN
           .

       1710-LEER-RECIBO.
           READ CUOTAS-SQ
               AT END
                   SET EOF-CUOTAS-SQ TO TRUE
                   GO TO 1710-EXIT
           END-READ
           IF FS-SQ-ERROR-LECTURA
               DISPLAY 'ZET171 - ERROR DE LECTURA '
                   'EN CUOTASQ - FILE STATUS ' WS-FS-SQ
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-RECIBOS

           IF REC_FEC_ESPEPAGO(1:4) IS NOT NUMERIC
               OR REC_FEC_ESPEPAGO(6:2) IS NOT NUMERIC
               OR REC_FEC_ESPEPAGO(9:2) IS NOT NUMERIC
               GO TO 1710-EXIT
           END-IF

           MOVE SPACES TO SD-CUO-REGISTRO
           STRING REC_ENTIDAD
                  REC_OFICINA
                  REC_CUENTA
               DELIMITED BY SIZE
               INTO S-CUO-CLAVE
           END-STRING
           MOVE REC_FEC_ESPEPAGO(1:4) TO S-CUO-FEC-VTO(1:4)
           MOVE REC_FEC_ESPEPAGO(6:2) TO S-CUO-FEC-VTO(5:2)
           MOVE REC_FEC_ESPEPAGO(9:2) TO S-CUO-FEC-VTO(7:2)
           COMPUTE S-CUO-IMPORTE = REC_CAPINIRE + REC_INTINIRE
                                 + REC_COMINIRE + REC_GASINIRE
                                 + REC_SEGINIRE + REC_IMPINIRE
           RELEASE SD-CUO-REGISTRO
           .
       1710-EXIT.
           EXIT.
       1700-FIN.
           EXIT.


       PROCESO-PRINCIPAL SECTION.

       2000-LEER-CONTRATO.
           READ CONTRAT-ORD
               AT END
                   SET EOF-CONTRATOS TO TRUE
           END-READ
           .
       2000-EXIT.
           EXIT.

       2100-LEER-DRB.
           READ DRB-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-DRB
               NOT AT END
                   MOVE W-DRB-CLAVE TO WS-CLAVE-DRB
           END-READ
           .
       2100-EXIT.
           EXIT.

       2200-LEER-RECIBO.
           READ CUO-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-CUO
               NOT AT END
                   MOVE W-CUO-CLAVE TO WS-CLAVE-CUO
           END-READ
           .
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  3000-PROCESA-CONTRATO  -  CUOTA ACTUAL, CUOTA PLENA Y MARCA   *
      *  DE SALTO DE UN CONTRATO QUE SALE DE GRACIA                    *
      ******************************************************************
       3000-PROCESA-CONTRATO.
           MOVE SPACES TO GRACALE-REGISTRO
           MOVE W-CON-ENTIDAD       TO GRACALE-ENTIDAD
           MOVE W-CON-CENTRO        TO GRACALE-CENTRO
           MOVE W-CON-CONTRATO      TO GRACALE-CONTRATO
           MOVE W-CON-NUM-PERSONA   TO GRACALE-NUM-PERSONA
           MOVE W-CON-PRODUCTO      TO GRACALE-PRODUCTO
           MOVE W-CON-TIP-REESTRUCT TO GRACALE-TIP-REESTRUCT
           MOVE W-CON-FEC-INIGRA    TO GRACALE-FEC-INIGRA
           MOVE W-CON-FEC-FINGRA    TO GRACALE-FEC-FINGRA
           MOVE W-CON-DIAS          TO GRACALE-DIAS
           DIVIDE W-CON-DIAS BY 30 GIVING WS-TRAMO
               REMAINDER WS-CUOTAS-PEND
           IF WS-CUOTAS-PEND > 0
               ADD 1 TO WS-TRAMO
           END-IF
           MULTIPLY 30 BY WS-TRAMO
           MOVE WS-TRAMO            TO GRACALE-TRAMO
           MOVE W-CON-CAP-A-VENC    TO GRACALE-CAP-A-VENC
           MOVE W-CON-CUO-ACT       TO GRACALE-CUO-ACT
           MOVE W-CON-CUO-TOT       TO GRACALE-CUO-TOT
           MOVE ZERO TO GRACALE-CUOTA-ACTUAL
                        GRACALE-CUOTA-PLENA
                        GRACALE-MULTIPLO
           MOVE WS-FECHA-PROCESO    TO GRACALE-FEC-PROCESO
           MOVE 'N' TO WS-SW-PLENA

           PERFORM 2200-LEER-RECIBO THRU 2200-EXIT
               UNTIL WS-CLAVE-CUO NOT < W-CON-CLAVE
           PERFORM 3100-CLASIFICA-RECIBO THRU 3100-EXIT
               UNTIL WS-CLAVE-CUO NOT = W-CON-CLAVE

           IF NOT HAY-CUOTA-PLENA
               PERFORM 2100-LEER-DRB THRU 2100-EXIT
                   UNTIL WS-CLAVE-DRB NOT < W-CON-CLAVE
               IF WS-CLAVE-DRB = W-CON-CLAVE
                   AND W-DRB-CUOTA > 0
                   MOVE W-DRB-CUOTA TO GRACALE-CUOTA-PLENA
                   MOVE 'U' TO GRACALE-ORIGEN-CUOTA
                   ADD 1 TO WS-CANT-ORIG-UG
                   SET HAY-CUOTA-PLENA TO TRUE
               END-IF
           END-IF

           IF NOT HAY-CUOTA-PLENA
               AND W-CON-CUO-TOT > W-CON-CUO-ACT
               COMPUTE WS-CUOTAS-PEND = W-CON-CUO-TOT - W-CON-CUO-ACT
               COMPUTE GRACALE-CUOTA-PLENA ROUNDED =
                   W-CON-CAP-A-VENC / WS-CUOTAS-PEND
               MOVE 'E' TO GRACALE-ORIGEN-CUOTA
               ADD 1 TO WS-CANT-ORIG-ESTIM
               SET HAY-CUOTA-PLENA TO TRUE
           END-IF

           IF NOT HAY-CUOTA-PLENA
               ADD 1 TO WS-CANT-SIN-CUOTA
               MOVE 'N' TO GRACALE-MARCA-SALTO
           ELSE
               PERFORM 3200-EVALUA-SALTO THRU 3200-EXIT
           END-IF

           MOVE GRACALE-REGISTRO TO WRK-CAL-REGISTRO
           WRITE WRK-CAL-REGISTRO
           PERFORM 2000-LEER-CONTRATO THRU 2000-EXIT
           .
       3000-EXIT.
           EXIT.

      * LO QUE VIENE PAGANDO: ULTIMO RECIBO VENCIDO A LA FECHA DE
      * PROCESO DESDE EL INICIO DE LA GRACIA.  CUOTA PLENA: PRIMER
      * RECIBO CON VENCIMIENTO POSTERIOR AL FIN DE LA GRACIA.
       3100-CLASIFICA-RECIBO.
           IF W-CUO-FEC-VTO NOT > WS-FECHA-PROCESO
               AND W-CUO-FEC-VTO NOT < W-CON-FEC-INIGRA
               MOVE W-CUO-IMPORTE TO GRACALE-CUOTA-ACTUAL
           END-IF
           IF W-CUO-FEC-VTO > W-CON-FEC-FINGRA
               AND NOT HAY-CUOTA-PLENA
               AND W-CUO-IMPORTE > 0
               MOVE W-CUO-IMPORTE TO GRACALE-CUOTA-PLENA
               MOVE 'C' TO GRACALE-ORIGEN-CUOTA
               ADD 1 TO WS-CANT-ORIG-CUOTASQ
               SET HAY-CUOTA-PLENA TO TRUE
           END-IF
           PERFORM 2200-LEER-RECIBO THRU 2200-EXIT
           .
       3100-EXIT.
           EXIT.

      * SIN PAGO EN LA GRACIA TODA CUOTA PLENA ES UN SALTO
       3200-EVALUA-SALTO.
           MOVE 'N' TO GRACALE-MARCA-SALTO
           IF GRACALE-CUOTA-ACTUAL = ZERO
               MOVE 'S' TO GRACALE-MARCA-SALTO
               GO TO 3200-EXIT
           END-IF
           COMPUTE GRACALE-MULTIPLO ROUNDED =
               GRACALE-CUOTA-PLENA / GRACALE-CUOTA-ACTUAL
               ON SIZE ERROR
                   MOVE 999.99 TO GRACALE-MULTIPLO
           END-COMPUTE
           IF GRACALE-CUOTA-PLENA >
                   GRACALE-CUOTA-ACTUAL * WS-MULTIPLO-SALTO
               MOVE 'S' TO GRACALE-MARCA-SALTO
           END-IF
           .
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  4000-ORDENA-CALENDARIO  -  POR SUCURSAL Y FECHA DE FIN DE     *
      *  GRACIA, QUE ES COMO LO TRABAJAN LAS SUCURSALES                *
      ******************************************************************
       4000-ORDENA-CALENDARIO.
           CLOSE CONTRAT-ORD
           CLOSE DRB-ORD
           CLOSE CUO-ORD
           CLOSE CALENDARIO-WRK

           SORT SORT-CAL
               ON ASCENDING KEY S-CAL-ENTIDAD
               ON ASCENDING KEY S-CAL-CENTRO
               ON ASCENDING KEY S-CAL-FEC-FINGRA
               ON ASCENDING KEY S-CAL-CONTRATO
               USING CALENDARIO-WRK
               GIVING CALENDARIO-ORD

           OPEN INPUT  CALENDARIO-ORD
           OPEN OUTPUT CALENDARIO-SAL
           OPEN OUTPUT REPORTE

           MOVE WS-FECHA-PROCESO  TO WSL-FECHA
           MOVE WS-MULTIPLO-SALTO TO WSL-MULTIPLO-PARM
           MOVE WS-LINEA-TITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

       5000-EMITE-CALENDARIO.
           READ CALENDARIO-ORD
               AT END
                   SET EOF-CALENDARIO TO TRUE
                   GO TO 5000-EXIT
           END-READ
           MOVE ORD-CAL-REGISTRO TO GRACALE-REGISTRO
           WRITE GRACALE-REGISTRO
           ADD 1 TO WS-CANT-CALENDARIO
           ADD GRACALE-CUOTA-PLENA TO WS-HASH-CUOTA-PLENA
           EVALUATE GRACALE-TRAMO
               WHEN 30
                   ADD 1 TO WS-CANT-TRAMO-30
               WHEN 60
                   ADD 1 TO WS-CANT-TRAMO-60
               WHEN OTHER
                   ADD 1 TO WS-CANT-TRAMO-90
           END-EVALUATE
           IF GRACALE-CON-SALTO
               ADD 1 TO WS-CANT-CON-SALTO
           END-IF

           IF ORD-CAL-REGISTRO(1:8) NOT = WS-SUCURSAL-ANT
               MOVE ORD-CAL-REGISTRO(1:8) TO WS-SUCURSAL-ANT
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE GRACALE-ENTIDAD TO WSL-SUC-ENTIDAD
               MOVE GRACALE-CENTRO  TO WSL-SUC-CENTRO
               MOVE WS-LINEA-SUCURSAL TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF

           MOVE GRACALE-CONTRATO      TO WSL-CONTRATO
           MOVE GRACALE-NUM-PERSONA   TO WSL-NUP
           MOVE GRACALE-PRODUCTO      TO WSL-PRODUCTO
           MOVE GRACALE-TIP-REESTRUCT TO WSL-REESTRUCT
           MOVE GRACALE-FEC-FINGRA    TO WSL-FEC-FINGRA
           MOVE GRACALE-DIAS          TO WSL-DIAS
           MOVE GRACALE-TRAMO         TO WSL-TRAMO
           MOVE GRACALE-CUOTA-ACTUAL  TO WSL-CUOTA-ACTUAL
           MOVE GRACALE-CUOTA-PLENA   TO WSL-CUOTA-PLENA
           MOVE GRACALE-ORIGEN-CUOTA  TO WSL-ORIGEN
           MOVE GRACALE-MULTIPLO      TO WSL-MULTIPLO
           MOVE GRACALE-MARCA-SALTO   TO WSL-SALTO
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  8000-CIERRA-ARCHIVO  -  TRAILER DE CONTROL TRLCTL             *
      ******************************************************************
       8000-CIERRA-ARCHIVO.
           MOVE SPACES TO TRLCTL-REGISTRO
           MOVE 'TRLCTL'            TO TRLCTL-MARCA
           MOVE WS-CANT-CALENDARIO  TO TRLCTL-CANT-REGISTROS
           MOVE WS-HASH-CUOTA-PLENA TO TRLCTL-HASH-IMPORTES
           MOVE WS-FECHA-PROCESO    TO TRLCTL-FEC-GENERACION
           MOVE 'ZET171'            TO TRLCTL-JOB-EMISOR
           MOVE SPACES TO GRACALE-REGISTRO
           MOVE TRLCTL-REGISTRO TO GRACALE-REGISTRO(1:46)
           WRITE GRACALE-REGISTRO
           .

      ******************************************************************
      *  9000-FINALIZE  -  CIERRE DE ARCHIVOS, RUNLOG Y RESUMEN        *
      ******************************************************************
       9000-FINALIZE.
           CLOSE CALENDARIO-ORD
           CLOSE CALENDARIO-SAL
           CLOSE REPORTE
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET171' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-CONTRATOS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-CALENDARIO TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET171 - VENCIMIENTO DE PERIODOS DE GRACIA'
           DISPLAY 'CONTRATOS WAGUCDEX . . . . : ' WS-CANT-CONTRATOS
           DISPLAY 'CON FECHA FIN DE GRACIA  . : ' WS-CANT-EN-GRACIA
           DISPLAY 'FECHA FIN GRACIA INVALIDA  : ' WS-CANT-FEC-INVALIDA
           DISPLAY 'PRESTAMOS UGDTDRB  . . . . : ' WS-CANT-DRB
           DISPLAY 'RECIBOS CUOTASQ  . . . . . : ' WS-CANT-RECIBOS
           DISPLAY 'EN CALENDARIO  . . . . . . : ' WS-CANT-CALENDARIO
           DISPLAY '  TRAMO 30 DIAS  . . . . . : ' WS-CANT-TRAMO-30
           DISPLAY '  TRAMO 60 DIAS  . . . . . : ' WS-CANT-TRAMO-60
           DISPLAY '  TRAMO 90 DIAS O MAS  . . : ' WS-CANT-TRAMO-90
           DISPLAY 'CUOTA PLENA DE CUOTASQ . . : ' WS-CANT-ORIG-CUOTASQ
           DISPLAY 'CUOTA PLENA DE UGIQUOTA  . : ' WS-CANT-ORIG-UG
           DISPLAY 'CUOTA PLENA ESTIMADA . . . : ' WS-CANT-ORIG-ESTIM
           DISPLAY 'SIN CUOTA PLENA  . . . . . : ' WS-CANT-SIN-CUOTA
           DISPLAY 'CON SALTO DE CUOTA . . . . : ' WS-CANT-CON-SALTO
           .
