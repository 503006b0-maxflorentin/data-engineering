      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET177                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - MALUG                       *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : SCORECARD MENSUAL DE AGENCIAS DE COBRANZA        *
      *               EXTERNA Y LIQUIDACION DE SU COMISION DESDE       *
      *               CUOTASQ.  TOMA LOS RECIBOS ENVIADOS A UNA        *
      *               AGENCIA (REC-COD-EMPCOBEX, REC-FEC-ENVCOBEX)     *
      *               HASTA EL CIERRE DEL PERIODO (PARMCBX, SI NO EL   *
      *               MES DE PROCESO) Y POR AGENCIA Y TRAMO DE DIAS EN *
      *               AGENCIA (HASTA LA BAJA REC-FEC-BAJCOBEX O EL     *
      *               CIERRE) ACUMULA RECIBOS ASIGNADOS, DEUDA,        *
      *               RECUPERO, TASA DE RECUPERO Y RECIBOS DEVUELTOS   *
      *               SIN RECUPERO.  SALE EN CBXSCORE Y EN EL LISTADO  *
      *               RPCBX.  LOS RECIBOS CON COMISION RECUPERADA      *
      *               (REC-IMP-COMCOBEXREC) AUN NO LIQUIDADA           *
      *               (REC-IND-LIQ-COBEX) SALEN EN CBXLIQ, UNA LINEA   *
      *               POR RECIBO Y AGENCIA, PARA CONTROLAR LA FACTURA  *
      *               DE CADA AGENCIA ANTES DE PAGARLA.                *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET177.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - MALUG.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUOTAS-SQ      ASSIGN TO CUOTASQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SQ.
           SELECT SORT-REC       ASSIGN TO SRTCBXA.
           SELECT RECIBOS-ORD    ASSIGN TO WCBXREC
               ORGANIZATION IS SEQUENTIAL.

           SELECT PARAMETROS     ASSIGN TO PARMCBX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT SCORECARD-SAL  ASSIGN TO CBXSCORE
               ORGANIZATION IS SEQUENTIAL.
           SELECT LIQUIDAC-SAL   ASSIGN TO CBXLIQ
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-CBX    ASSIGN TO RPCBX
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUOTAS-SQ
           RECORDING MODE IS F.
           COPY "cuotasq.cob".

      * RECIBO EN AGENCIA CON SUS FECHAS E IMPORTES
       SD  SORT-REC.
       01  SD-REC-REGISTRO.
           05  S-REC-AGENCIA          PIC X(08).
           05  S-REC-CLAVE            PIC X(20).
           05  S-REC-FELIQ            PIC X(10).
           05  S-REC-NUMREC           PIC 9(05).
           05  S-REC-FEC-ENVIO        PIC 9(08).
           05  S-REC-FEC-BAJA         PIC 9(08).
           05  S-REC-DIAS             PIC 9(05).
           05  S-REC-DEUDA            PIC S9(13)V99.
           05  S-REC-RECUPERADO       PIC S9(13)V99.
           05  S-REC-COM-CALCULADA    PIC S9(13)V99.
           05  S-REC-COM-RECUPERADA   PIC S9(13)V99.
           05  S-REC-IND-LIQ          PIC X(01).
           05  FILLER                 PIC X(05).

       FD  RECIBOS-ORD
           RECORDING MODE IS F.
       01  W-REC-REGISTRO.
           05  W-REC-AGENCIA          PIC X(08).
           05  W-REC-CLAVE            PIC X(20).
           05  W-REC-FELIQ            PIC X(10).
           05  W-REC-NUMREC           PIC 9(05).
           05  W-REC-FEC-ENVIO        PIC 9(08).
           05  W-REC-FEC-BAJA         PIC 9(08).
           05  W-REC-DIAS             PIC 9(05).
           05  W-REC-DEUDA            PIC S9(13)V99.
           05  W-REC-RECUPERADO       PIC S9(13)V99.
           05  W-REC-COM-CALCULADA    PIC S9(13)V99.
           05  W-REC-COM-RECUPERADA   PIC S9(13)V99.
           05  W-REC-IND-LIQ          PIC X(01).
           05  FILLER                 PIC X(05).

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-CBX-REGISTRO.
      *        PERIODO A INFORMAR AAAAMM (SI NO, EL DE PROCESO)
           05  PARM-CBX-PERIODO       PIC 9(06).
           05  PARM-CBX-FILLER        PIC X(14).

      * UNA FILA POR AGENCIA Y TRAMO DE DIAS, Y SU TOTAL (TRAMO 'T')
       FD  SCORECARD-SAL
           RECORDING MODE IS F.
       01  CBXSCORE-REGISTRO.
           05  CBXSCORE-PERIODO       PIC 9(06).
           05  CBXSCORE-AGENCIA       PIC X(08).
           05  CBXSCORE-TRAMO         PIC X(01).
           05  CBXSCORE-CANT-ASIG     PIC 9(07).
           05  CBXSCORE-IMP-ASIG      PIC S9(13)V99.
           05  CBXSCORE-CANT-RECUP    PIC 9(07).
           05  CBXSCORE-IMP-RECUP     PIC S9(13)V99.
           05  CBXSCORE-TASA-RECUP    PIC 9(03)V99.
           05  CBXSCORE-CANT-DEVUEL   PIC 9(07).
           05  CBXSCORE-IMP-DEVUEL    PIC S9(13)V99.
           05  CBXSCORE-CANT-ASIG-MES PIC 9(07).
           05  CBXSCORE-CANT-DEV-MES  PIC 9(07).

      * LIQUIDACION PROPIA DE COMISION, UNA LINEA POR RECIBO.  CIERRA
      * CON EL TRAILER TRLCTL (HASH = COMISION A PAGAR)
       FD  LIQUIDAC-SAL
           RECORDING MODE IS F.
       01  CBXLIQ-REGISTRO.
           05  CBXLIQ-PERIODO         PIC 9(06).
           05  CBXLIQ-AGENCIA         PIC X(08).
           05  CBXLIQ-ENTIDAD         PIC X(04).
           05  CBXLIQ-OFICINA         PIC X(04).
           05  CBXLIQ-CUENTA          PIC X(12).
           05  CBXLIQ-FELIQ           PIC X(10).
           05  CBXLIQ-NUMREC          PIC 9(05).
           05  CBXLIQ-FEC-ENVIO       PIC 9(08).
           05  CBXLIQ-FEC-BAJA        PIC 9(08).
           05  CBXLIQ-DIAS            PIC 9(05).
           05  CBXLIQ-IMP-DEUDA       PIC S9(13)V99.
           05  CBXLIQ-IMP-RECUP       PIC S9(13)V99.
           05  CBXLIQ-COM-CALCULADA   PIC S9(13)V99.
           05  CBXLIQ-COM-A-PAGAR     PIC S9(13)V99.
           05  CBXLIQ-PORC-COMISION   PIC 9(03)V99.
           05  CBXLIQ-IND-LIQ         PIC X(01).
           05  FILLER                 PIC X(04).

       FD  REPORTE-CBX.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
           COPY "../../catalogo/control/trlctl.cob"
               REPLACING ==:TRLCTL:== BY ==TRLCTL==.

       77  WS-IX-TRA                 PIC 9(02) COMP.
       77  WS-TRAMO-COD              PIC 9(01).

      * PARAMETROS (PARMCBX LOS REEMPLAZA SI VIENE INFORMADO)
       01  WS-PERIODO                PIC 9(06).
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           05  WS-PER-ANIO           PIC 9(04).
           05  WS-PER-MES            PIC 9(02).

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05  WS-PERIODO-PROCESO    PIC 9(06).
           05  WS-DIA-PROCESO        PIC 9(02).
       01  WS-FEC-SIGUIENTE          PIC 9(08).
       01  WS-FEC-SIGUIENTE-R REDEFINES WS-FEC-SIGUIENTE.
           05  WS-SIG-ANIO           PIC 9(04).
           05  WS-SIG-MES            PIC 9(02).
           05  WS-SIG-DIA            PIC 9(02).
       01  WS-INT-FIN-PERIODO        PIC 9(08).
       01  WS-INT-ENVIO              PIC 9(08).
       01  WS-INT-BAJA               PIC 9(08).
       01  WS-FEC-ALFA               PIC X(10).
       01  WS-FEC-NUM                PIC 9(08).
       01  WS-FEC-NUM-R REDEFINES WS-FEC-NUM.
           05  WS-FEC-NUM-PERIODO    PIC 9(06).
           05  WS-FEC-NUM-DIA        PIC 9(02).
       01  WS-SW-FECHA               PIC X(01).
           88  FECHA-VALIDA              VALUE 'S'.

       01  WS-FS-SQ                  PIC XX.
           88  FS-SQ-ERROR-LECTURA      VALUE '01' THRU '99'.
       01  WS-FS-PAR                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-AUX         PIC X(01) VALUE 'N'.
               88  EOF-AUXILIAR          VALUE 'S'.
           05  WS-SW-EOF-REC         PIC X(01) VALUE 'N'.
               88  EOF-RECIBOS           VALUE 'S'.

       01  WS-AGENCIA-ACTUAL         PIC X(08).

      * TRAMOS DE DIAS EN AGENCIA: HASTA Y LEYENDA.  LA ENTRADA 6 ES
      * EL TOTAL DE LA AGENCIA
       01  WS-TRAMOS-VALORES.
           05  FILLER  PIC X(18) VALUE '000301 A 30 DIAS  '.
           05  FILLER  PIC X(18) VALUE '0006031 A 60 DIAS '.
           05  FILLER  PIC X(18) VALUE '0009061 A 90 DIAS '.
           05  FILLER  PIC X(18) VALUE '0018091 A 180 DIAS'.
           05  FILLER  PIC X(18) VALUE '99999MAS DE 180   '.
           05  FILLER  PIC X(18) VALUE '99999TOTAL        '.
       01  WS-TRAMOS-TABLA REDEFINES WS-TRAMOS-VALORES.
           05  TB-TRA-DEF OCCURS 6 TIMES.
               10  TB-TRA-HASTA      PIC 9(05).
               10  TB-TRA-LEYENDA    PIC X(13).

      * ACUMULADOS DE LA AGENCIA EN CURSO
       01  WS-TRAMOS-AGENCIA.
           05  TB-TRA-ACUM OCCURS 6 TIMES.
               10  TB-TRA-CANT-ASIG  PIC 9(07) COMP.
               10  TB-TRA-IMP-ASIG   PIC S9(15)V99 COMP-3.
               10  TB-TRA-CANT-REC   PIC 9(07) COMP.
               10  TB-TRA-IMP-REC    PIC S9(15)V99 COMP-3.
               10  TB-TRA-CANT-DEV   PIC 9(07) COMP.
               10  TB-TRA-IMP-DEV    PIC S9(15)V99 COMP-3.
       01  WS-AGENCIA-MES.
           05  WS-AGE-CANT-ASIG-MES  PIC 9(07) COMP.
           05  WS-AGE-CANT-DEV-MES   PIC 9(07) COMP.
           05  WS-AGE-CANT-LIQ       PIC 9(07) COMP.
           05  WS-AGE-COM-LIQ        PIC S9(15)V99 COMP-3.

       01  WS-TASA                   PIC 9(03)V99.

       01  WS-CONTADORES.
           05  WS-CANT-LEIDOS        PIC 9(09) COMP.
           05  WS-CANT-EN-AGENCIA    PIC 9(09) COMP.
           05  WS-CANT-SIN-ENVIO     PIC 9(09) COMP.
           05  WS-CANT-POSTERIORES   PIC 9(09) COMP.
           05  WS-CANT-AGENCIAS      PIC 9(09) COMP.
           05  WS-CANT-LIQUIDADOS    PIC 9(09) COMP.
           05  WS-HASH-COMISION      PIC S9(13)V99.

       01  WS-LINEA-TITULO.
           05  FILLER                PIC X(50) VALUE
               'SCORECARD DE AGENCIAS DE COBRANZA EXTERNA - PERIOD'.
           05  FILLER                PIC X(03) VALUE 'O '.
           05  WSL-PERIODO           PIC 9(06).

       01  WS-LINEA-AGENCIA.
           05  FILLER                PIC X(08) VALUE 'AGENCIA '.
           05  WSL-AGENCIA           PIC X(08).

       01  WS-LINEA-COLUMNAS.
           05  FILLER                PIC X(50) VALUE
               '  DIAS EN AGENCIA ASIGN.           DEUDA  RECUP.  '.
           05  FILLER                PIC X(50) VALUE
               '    RECUPERADO  TASA% DEVUEL.  DEUDA DEVUELTA     '.

       01  WS-LINEA-TRAMO.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-T-LEYENDA         PIC X(13).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-T-CANT-ASIG       PIC ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-T-IMP-ASIG        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-T-CANT-REC        PIC ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-T-IMP-REC         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-T-TASA            PIC ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-T-CANT-DEV        PIC ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-T-IMP-DEV         PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-MES.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(26) VALUE
               'ASIGNADOS EN EL PERIODO: '.
           05  WSL-M-ASIG            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(41) VALUE
               '   DEVUELTOS SIN RECUPERO EN EL PERIODO: '.
           05  WSL-M-DEV             PIC ZZZ,ZZ9.

       01  WS-LINEA-LIQUIDACION.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(22) VALUE
               'LIQUIDACION PROPIA:  '.
           05  WSL-L-CANT            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(30) VALUE
               ' RECIBOS   COMISION A PAGAR: '.
           05  WSL-L-COMISION        PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-PROCESA-AGENCIA THRU 3000-EXIT
               UNTIL EOF-RECIBOS
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  PERIODO, CIERRE DEL PERIODO Y RECIBOS EN  *
      *  AGENCIA ORDENADOS POR AGENCIA Y CUENTA                        *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE WS-PERIODO-PROCESO TO WS-PERIODO
           INITIALIZE WS-CONTADORES

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM 1050-TOMA-PARAMETROS THRU 1050-EXIT
               END-READ
               CLOSE PARAMETROS
           END-IF

           MOVE WS-PER-ANIO TO WS-SIG-ANIO
           MOVE WS-PER-MES  TO WS-SIG-MES
           MOVE 1           TO WS-SIG-DIA
           IF WS-SIG-MES = 12
               ADD 1 TO WS-SIG-ANIO
               MOVE 1 TO WS-SIG-MES
           ELSE
               ADD 1 TO WS-SIG-MES
           END-IF
           COMPUTE WS-INT-FIN-PERIODO =
               FUNCTION INTEGER-OF-DATE(WS-FEC-SIGUIENTE) - 1

           OPEN INPUT CUOTAS-SQ
           IF WS-FS-SQ NOT = '00'
               DISPLAY 'ZET177 - NO SE PUDO ABRIR CUOTASQ - '
                   'FILE STATUS ' WS-FS-SQ
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CUOTAS-SQ

           SORT SORT-REC
               ON ASCENDING KEY S-REC-AGENCIA
               ON ASCENDING KEY S-REC-CLAVE
               ON ASCENDING KEY S-REC-FELIQ
               ON ASCENDING KEY S-REC-NUMREC
               INPUT PROCEDURE IS 1500-EXTRAE-RECIBOS
               GIVING RECIBOS-ORD

           OPEN INPUT  RECIBOS-ORD
           OPEN OUTPUT SCORECARD-SAL
           OPEN OUTPUT LIQUIDAC-SAL
           OPEN OUTPUT REPORTE-CBX

           MOVE WS-PERIODO TO WSL-PERIODO
           MOVE WS-LINEA-TITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           PERFORM 2000-LEER-RECIBO THRU 2000-EXIT
           .

       1050-TOMA-PARAMETROS.
           IF PARM-CBX-PERIODO IS NUMERIC
               AND PARM-CBX-PERIODO > 0
               MOVE PARM-CBX-PERIODO TO WS-PERIODO
           END-IF
           .
       1050-EXIT.
           EXIT.

      * RECIBOS CON AGENCIA Y FECHA DE ENVIO HASTA EL CIERRE.  LA BAJA
      * POSTERIOR AL CIERRE NO CUENTA: EL RECIBO SIGUE EN AGENCIA.
      * DEUDA Y RECUPERO SUMAN TODOS LOS CONCEPTOS DEL RECIBO
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
               DISPLAY 'ZET177 - ERROR DE LECTURA '
                   'EN CUOTASQ - FILE STATUS ' WS-FS-SQ
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-LEIDOS
           IF REC_COD_EMPCOBEX = SPACES
               GO TO 1510-EXIT
           END-IF

           MOVE REC_FEC_ENVCOBEX TO WS-FEC-ALFA
           PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
           IF NOT FECHA-VALIDA
               ADD 1 TO WS-CANT-SIN-ENVIO
               GO TO 1510-EXIT
           END-IF
           COMPUTE WS-INT-ENVIO = FUNCTION INTEGER-OF-DATE(WS-FEC-NUM)
           IF WS-INT-ENVIO > WS-INT-FIN-PERIODO
               ADD 1 TO WS-CANT-POSTERIORES
               GO TO 1510-EXIT
           END-IF
           ADD 1 TO WS-CANT-EN-AGENCIA

           MOVE SPACES TO SD-REC-REGISTRO
           MOVE REC_COD_EMPCOBEX TO S-REC-AGENCIA
           STRING REC_ENTIDAD
                  REC_OFICINA
                  REC_CUENTA
               DELIMITED BY SIZE
               INTO S-REC-CLAVE
           END-STRING
           MOVE REC_FELIQ        TO S-REC-FELIQ
           MOVE REC_NUMREC       TO S-REC-NUMREC
           MOVE WS-FEC-NUM       TO S-REC-FEC-ENVIO

           MOVE ZERO TO S-REC-FEC-BAJA
           MOVE WS-INT-FIN-PERIODO TO WS-INT-BAJA
           MOVE REC_FEC_BAJCOBEX TO WS-FEC-ALFA
           PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
           IF FECHA-VALIDA
               IF FUNCTION INTEGER-OF-DATE(WS-FEC-NUM)
                       NOT > WS-INT-FIN-PERIODO
                   MOVE WS-FEC-NUM TO S-REC-FEC-BAJA
                   COMPUTE WS-INT-BAJA =
                       FUNCTION INTEGER-OF-DATE(WS-FEC-NUM)
               END-IF
           END-IF
           MOVE ZERO TO S-REC-DIAS
           IF WS-INT-BAJA > WS-INT-ENVIO
               COMPUTE S-REC-DIAS = WS-INT-BAJA - WS-INT-ENVIO
           END-IF

           COMPUTE S-REC-DEUDA =
               REC_CAPINIRE + REC_INTINIRE + REC_COMINIRE
             + REC_GASINIRE + REC_SEGINIRE + REC_IMPINIRE
             + REC_IMP_MORCAL + REC_IMP_CPSCAL
           COMPUTE S-REC-RECUPERADO =
               REC_CAPRECRE + REC_INTRECRE + REC_COMRECRE
             + REC_GASRECRE + REC_SEGRECRE + REC_IMPRECRE
             + REC_IMP_MORREC + REC_IMP_CPSREC
           MOVE REC_IMP_COMCOBEXINI TO S-REC-COM-CALCULADA
           MOVE REC_IMP_COMCOBEXREC TO S-REC-COM-RECUPERADA
           MOVE REC_IND_LIQ_COBEX   TO S-REC-IND-LIQ
           RELEASE SD-REC-REGISTRO
           .
       1510-EXIT.
           EXIT.
       1500-FIN.
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

       2000-LEER-RECIBO.
           READ RECIBOS-ORD
               AT END
                   SET EOF-RECIBOS TO TRUE
           END-READ
           .
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  3000-PROCESA-AGENCIA  -  LOS RECIBOS DE UNA AGENCIA: TRAMOS,  *
      *  SCORECARD Y LINEAS DE LIQUIDACION                             *
      ******************************************************************
       3000-PROCESA-AGENCIA.
           MOVE W-REC-AGENCIA TO WS-AGENCIA-ACTUAL
           ADD 1 TO WS-CANT-AGENCIAS
           INITIALIZE WS-TRAMOS-AGENCIA WS-AGENCIA-MES
           PERFORM 3100-ACUMULA-RECIBO THRU 3100-EXIT
               UNTIL EOF-RECIBOS
                  OR W-REC-AGENCIA NOT = WS-AGENCIA-ACTUAL

           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-AGENCIA-ACTUAL TO WSL-AGENCIA
           MOVE WS-LINEA-AGENCIA TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM 3200-GRABA-TRAMO THRU 3200-EXIT
               VARYING WS-IX-TRA FROM 1 BY 1
               UNTIL WS-IX-TRA > 6

           MOVE WS-AGE-CANT-ASIG-MES TO WSL-M-ASIG
           MOVE WS-AGE-CANT-DEV-MES  TO WSL-M-DEV
           MOVE WS-LINEA-MES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-AGE-CANT-LIQ TO WSL-L-CANT
           MOVE WS-AGE-COM-LIQ  TO WSL-L-COMISION
           MOVE WS-LINEA-LIQUIDACION TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       3000-EXIT.
           EXIT.

      * EL RECIBO SUMA EN SU TRAMO Y EN EL TOTAL (ENTRADA 6)
       3100-ACUMULA-RECIBO.
           MOVE 1 TO WS-IX-TRA
           PERFORM 3110-BUSCA-TRAMO
               UNTIL W-REC-DIAS NOT > TB-TRA-HASTA(WS-IX-TRA)
           PERFORM 3120-SUMA-TRAMO
           MOVE 6 TO WS-IX-TRA
           PERFORM 3120-SUMA-TRAMO

           MOVE W-REC-FEC-ENVIO TO WS-FEC-NUM
           IF WS-FEC-NUM-PERIODO = WS-PERIODO
               ADD 1 TO WS-AGE-CANT-ASIG-MES
           END-IF
           IF W-REC-FEC-BAJA > ZERO
               AND W-REC-RECUPERADO NOT > ZERO
               MOVE W-REC-FEC-BAJA TO WS-FEC-NUM
               IF WS-FEC-NUM-PERIODO = WS-PERIODO
                   ADD 1 TO WS-AGE-CANT-DEV-MES
               END-IF
           END-IF

           IF W-REC-COM-RECUPERADA > ZERO
               AND W-REC-IND-LIQ NOT = 'S'
               PERFORM 3300-GRABA-LIQUIDACION
           END-IF
           PERFORM 2000-LEER-RECIBO THRU 2000-EXIT
           .
       3100-EXIT.
           EXIT.

       3110-BUSCA-TRAMO.
           ADD 1 TO WS-IX-TRA
           .

       3120-SUMA-TRAMO.
           ADD 1 TO TB-TRA-CANT-ASIG(WS-IX-TRA)
           ADD W-REC-DEUDA TO TB-TRA-IMP-ASIG(WS-IX-TRA)
           IF W-REC-RECUPERADO > ZERO
               ADD 1 TO TB-TRA-CANT-REC(WS-IX-TRA)
               ADD W-REC-RECUPERADO TO TB-TRA-IMP-REC(WS-IX-TRA)
           ELSE
               IF W-REC-FEC-BAJA > ZERO
                   ADD 1 TO TB-TRA-CANT-DEV(WS-IX-TRA)
                   ADD W-REC-DEUDA TO TB-TRA-IMP-DEV(WS-IX-TRA)
               END-IF
           END-IF
           .

       3200-GRABA-TRAMO.
           MOVE ZERO TO WS-TASA
           IF TB-TRA-IMP-ASIG(WS-IX-TRA) > ZERO
               COMPUTE WS-TASA ROUNDED =
                   TB-TRA-IMP-REC(WS-IX-TRA) * 100
                   / TB-TRA-IMP-ASIG(WS-IX-TRA)
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-TASA
               END-COMPUTE
           END-IF

           MOVE SPACES TO CBXSCORE-REGISTRO
           MOVE WS-PERIODO        TO CBXSCORE-PERIODO
           MOVE WS-AGENCIA-ACTUAL TO CBXSCORE-AGENCIA
           IF WS-IX-TRA = 6
               MOVE 'T' TO CBXSCORE-TRAMO
               MOVE WS-AGE-CANT-ASIG-MES TO CBXSCORE-CANT-ASIG-MES
               MOVE WS-AGE-CANT-DEV-MES  TO CBXSCORE-CANT-DEV-MES
           ELSE
               MOVE WS-IX-TRA    TO WS-TRAMO-COD
               MOVE WS-TRAMO-COD TO CBXSCORE-TRAMO
               MOVE ZERO TO CBXSCORE-CANT-ASIG-MES
                            CBXSCORE-CANT-DEV-MES
           END-IF
           MOVE TB-TRA-CANT-ASIG(WS-IX-TRA) TO CBXSCORE-CANT-ASIG
           MOVE TB-TRA-IMP-ASIG(WS-IX-TRA)  TO CBXSCORE-IMP-ASIG
           MOVE TB-TRA-CANT-REC(WS-IX-TRA)  TO CBXSCORE-CANT-RECUP
           MOVE TB-TRA-IMP-REC(WS-IX-TRA)   TO CBXSCORE-IMP-RECUP
           MOVE WS-TASA                     TO CBXSCORE-TASA-RECUP
           MOVE TB-TRA-CANT-DEV(WS-IX-TRA)  TO CBXSCORE-CANT-DEVUEL
           MOVE TB-TRA-IMP-DEV(WS-IX-TRA)   TO CBXSCORE-IMP-DEVUEL
           WRITE CBXSCORE-REGISTRO

           MOVE TB-TRA-LEYENDA(WS-IX-TRA)   TO WSL-T-LEYENDA
           MOVE TB-TRA-CANT-ASIG(WS-IX-TRA) TO WSL-T-CANT-ASIG
           MOVE TB-TRA-IMP-ASIG(WS-IX-TRA)  TO WSL-T-IMP-ASIG
           MOVE TB-TRA-CANT-REC(WS-IX-TRA)  TO WSL-T-CANT-REC
           MOVE TB-TRA-IMP-REC(WS-IX-TRA)   TO WSL-T-IMP-REC
           MOVE WS-TASA                     TO WSL-T-TASA
           MOVE TB-TRA-CANT-DEV(WS-IX-TRA)  TO WSL-T-CANT-DEV
           MOVE TB-TRA-IMP-DEV(WS-IX-TRA)   TO WSL-T-IMP-DEV
           MOVE WS-LINEA-TRAMO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       3200-EXIT.
           EXIT.

      * LO QUE SE LE PAGA A LA AGENCIA ES LA COMISION RECUPERADA DEL
      * CLIENTE; EL PORCENTAJE ES SOBRE EL RECUPERO DEL RECIBO
       3300-GRABA-LIQUIDACION.
           MOVE SPACES TO CBXLIQ-REGISTRO
           MOVE WS-PERIODO             TO CBXLIQ-PERIODO
           MOVE W-REC-AGENCIA          TO CBXLIQ-AGENCIA
           MOVE W-REC-CLAVE(1:4)       TO CBXLIQ-ENTIDAD
           MOVE W-REC-CLAVE(5:4)       TO CBXLIQ-OFICINA
           MOVE W-REC-CLAVE(9:12)      TO CBXLIQ-CUENTA
           MOVE W-REC-FELIQ            TO CBXLIQ-FELIQ
           MOVE W-REC-NUMREC           TO CBXLIQ-NUMREC
           MOVE W-REC-FEC-ENVIO        TO CBXLIQ-FEC-ENVIO
           MOVE W-REC-FEC-BAJA         TO CBXLIQ-FEC-BAJA
           MOVE W-REC-DIAS             TO CBXLIQ-DIAS
           MOVE W-REC-DEUDA            TO CBXLIQ-IMP-DEUDA
           MOVE W-REC-RECUPERADO       TO CBXLIQ-IMP-RECUP
           MOVE W-REC-COM-CALCULADA    TO CBXLIQ-COM-CALCULADA
           MOVE W-REC-COM-RECUPERADA   TO CBXLIQ-COM-A-PAGAR
           MOVE ZERO                   TO CBXLIQ-PORC-COMISION
           IF W-REC-RECUPERADO > ZERO
               COMPUTE CBXLIQ-PORC-COMISION ROUNDED =
                   W-REC-COM-RECUPERADA * 100 / W-REC-RECUPERADO
                   ON SIZE ERROR
                       MOVE 999.99 TO CBXLIQ-PORC-COMISION
               END-COMPUTE
           END-IF
           MOVE W-REC-IND-LIQ          TO CBXLIQ-IND-LIQ
           WRITE CBXLIQ-REGISTRO
           ADD 1 TO WS-AGE-CANT-LIQ WS-CANT-LIQUIDADOS
           ADD W-REC-COM-RECUPERADA TO WS-AGE-COM-LIQ
           ADD W-REC-COM-RECUPERADA TO WS-HASH-COMISION
           .

      ******************************************************************
      *  9000-FINALIZE  -  TRAILER DE CBXLIQ, RUNLOG Y RESUMEN         *
      ******************************************************************
       9000-FINALIZE.
           MOVE SPACES TO TRLCTL-REGISTRO
           MOVE 'TRLCTL' TO TRLCTL-MARCA
           MOVE WS-CANT-LIQUIDADOS TO TRLCTL-CANT-REGISTROS
           MOVE WS-HASH-COMISION TO TRLCTL-HASH-IMPORTES
           MOVE WS-FECHA-PROCESO TO TRLCTL-FEC-GENERACION
           MOVE 'ZET177' TO TRLCTL-JOB-EMISOR
           MOVE SPACES TO CBXLIQ-REGISTRO
           MOVE TRLCTL-REGISTRO TO CBXLIQ-REGISTRO(1:46)
           WRITE CBXLIQ-REGISTRO

           CLOSE RECIBOS-ORD
           CLOSE SCORECARD-SAL
           CLOSE LIQUIDAC-SAL
           CLOSE REPORTE-CBX
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET177' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-LEIDOS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-LIQUIDADOS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET177 - AGENCIAS DE COBRANZA EXTERNA'
           DISPLAY 'PERIODO  . . . . . . . . . : ' WS-PERIODO
           DISPLAY 'RECIBOS LEIDOS . . . . . . : ' WS-CANT-LEIDOS
           DISPLAY 'RECIBOS EN AGENCIA . . . . : ' WS-CANT-EN-AGENCIA
           DISPLAY 'SIN FECHA DE ENVIO . . . . : ' WS-CANT-SIN-ENVIO
           DISPLAY 'ENVIADOS LUEGO DEL CIERRE  : ' WS-CANT-POSTERIORES
           DISPLAY 'AGENCIAS . . . . . . . . . : ' WS-CANT-AGENCIAS
           DISPLAY 'RECIBOS A LIQUIDAR . . . . : ' WS-CANT-LIQUIDADOS
           DISPLAY 'COMISION A PAGAR . . . . . : ' WS-HASH-COMISION
           .
