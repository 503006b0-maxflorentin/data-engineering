      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET193                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - ABKT                        *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : CONTROL PREVIO A LA LIBERACION DE LA FECHA VALOR *
      *               DE LOS PAGOS SWIFT SALIENTES.  PARA CADA PAGO    *
      *               PENDIENTE DE LFTRS01 VERIFICA CON LA RUTINA      *
      *               DIASLIQ (CALENDARIO FERLIQ) QUE PY-VALUE-DATE    *
      *               SEA HABIL EN EL CENTRO DE LIQUIDACION DE LA      *
      *               DIVISA Y EN EL PAIS RECEPTOR (BENE-RECV-COUNTRY  *
      *               DE LFTRS00) Y QUE NO HAYA PASADO EL HORARIO DE   *
      *               CORTE DE LA DIVISA (CORTEDIV).  DENUNCIA LOS     *
      *               PAGOS OBSERVADOS EN LFTVDCHK CON LA PRIMERA      *
      *               FECHA VALOR VALIDA SUGERIDA.                     *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET193.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - ABKT.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS     ASSIGN TO PARMVDL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT PAGOS          ASSIGN TO LFTRS01
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TS1.
           SELECT SORT-PAG       ASSIGN TO SRTVDLA.
           SELECT PAGOS-ORD      ASSIGN TO WVDLPAG
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUTEOS         ASSIGN TO LFTRS00
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TS0.
           SELECT SORT-RUT       ASSIGN TO SRTVDLB.
           SELECT RUTEOS-ORD     ASSIGN TO WVDLRUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CORTES         ASSIGN TO CORTEDIV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CRT.

           SELECT CONTROL-SAL    ASSIGN TO LFTVDCHK
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORTE-VDL    ASSIGN TO RPLFTVDC
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-VDL-REGISTRO.
      *        FECHA Y HORA DE REFERENCIA (CERO = LAS DEL RELOJ)
           05  PARM-VDL-FECHA         PIC 9(08).
           05  PARM-VDL-HORA          PIC 9(06).
      *        CORTE Y ANTICIPO DE LAS DIVISAS QUE NO ESTAN EN CORTEDIV
           05  PARM-VDL-HORA-CORTE    PIC 9(06).
           05  PARM-VDL-ANTICIPO      PIC 9(01).
           05  PARM-VDL-FILLER        PIC X(09).

       FD  PAGOS
           RECORDING MODE IS F.
           COPY "lftrs01.cob".

      * PAGOS PENDIENTES DE LIBERACION POR CLAVE DE MENSAJE
       SD  SORT-PAG.
       01  SD-PAG-REGISTRO.
           05  S-PAG-CLAVE            PIC X(15).
           05  FILLER                 PIC X(25).

       FD  PAGOS-ORD
           RECORDING MODE IS F.
       01  W-PAG-REGISTRO.
           05  W-PAG-CLAVE.
               10  W-PAG-LOCATION     PIC X(06).
               10  W-PAG-GROUP-NUMBER PIC 9(06).
               10  W-PAG-SEQUENCE     PIC 9(03).
           05  W-PAG-DIVISA           PIC X(03).
           05  W-PAG-IMPORTE          PIC S9(11)V99 COMP-3.
           05  W-PAG-FECHA-VALOR      PIC 9(08).
           05  FILLER                 PIC X(07).

       FD  RUTEOS
           RECORDING MODE IS F.
           COPY "../lftrs00/lftrs00.cob".

      * PAIS RECEPTOR DE CADA MENSAJE
       SD  SORT-RUT.
       01  SD-RUT-REGISTRO.
           05  S-RUT-CLAVE            PIC X(15).
           05  FILLER                 PIC X(05).

       FD  RUTEOS-ORD
           RECORDING MODE IS F.
       01  W-RUT-REGISTRO.
           05  W-RUT-CLAVE            PIC X(15).
           05  W-RUT-PAIS             PIC X(05).

      * HORARIO DE CORTE DE CADA DIVISA: LA ORDEN DEBE LIBERARSE ANTES
      * DE CRT-HORA DEL DIA HABIL QUE QUEDA CRT-ANTICIPO DIAS HABILES
      * ANTES DE LA FECHA VALOR
       FD  CORTES
           RECORDING MODE IS F.
       01  CRT-REGISTRO.
           05  CRT-DIVISA             PIC X(03).
           05  CRT-HORA               PIC 9(06).
           05  CRT-ANTICIPO           PIC 9(01).
           05  CRT-DESCRIPCION        PIC X(20).
           05  FILLER                 PIC X(10).

       FD  CONTROL-SAL
           RECORDING MODE IS F.
       01  VDL-REGISTRO.
      *        NH FECHA VALOR NO HABIL EN LA DIVISA O EL PAIS
      *        FC FECHA VALOR FUERA DEL HORARIO DE CORTE
           05  VDL-CODIGO             PIC X(02).
           05  VDL-LOCATION           PIC X(06).
           05  VDL-GROUP-NUMBER       PIC 9(06).
           05  VDL-SEQUENCE           PIC 9(03).
           05  VDL-DIVISA             PIC X(03).
           05  VDL-PAIS               PIC X(05).
           05  VDL-FECHA-VALOR        PIC 9(08).
           05  VDL-FECHA-LIMITE       PIC 9(08).
           05  VDL-HORA-CORTE         PIC 9(06).
           05  VDL-FECHA-SUGERIDA     PIC 9(08).
           05  VDL-IMPORTE            PIC S9(11)V99.
           05  VDL-DETALLE            PIC X(30).
           05  VDL-FILLER             PIC X(22).

       FD  REPORTE-VDL.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-CORTES             PIC 9(04) COMP VALUE 300.
       77  WS-MAX-INTENTOS           PIC 9(04) COMP VALUE 30.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-HORA-RELOJ             PIC 9(08).
       01  WS-HORA-PROCESO           PIC 9(06).

       01  WS-FS-PAR                 PIC XX.
       01  WS-FS-TS1                 PIC XX.
           88  FS-TS1-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-TS0                 PIC XX.
           88  FS-TS0-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-CRT                 PIC XX.

      * CORTE POR DEFECTO (PARMVDL LO PISA)
       01  WS-CORTE-DEFECTO          PIC 9(06) VALUE 150000.
       01  WS-ANTICIPO-DEFECTO       PIC 9(01) VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-SW-EOF-AUX         PIC X(01) VALUE 'N'.
               88  EOF-AUXILIAR          VALUE 'S'.
           05  WS-SW-EOF-PAG         PIC X(01) VALUE 'N'.
               88  EOF-PAGOS             VALUE 'S'.
           05  WS-SW-NO-HABIL        PIC X(01).
               88  VALOR-NO-HABIL        VALUE 'S'.
           05  WS-SW-FUERA-CORTE     PIC X(01).
               88  VALOR-FUERA-CORTE     VALUE 'S'.
           05  WS-SW-PASADO          PIC X(01).
               88  CORTE-PASADO          VALUE 'S'.

       01  WS-CLAVE-RUT              PIC X(15).
       01  WS-PAIS                   PIC X(05).

      * FECHAS CYYMMDD DE LFTRS01 A AAAAMMDD
       01  WS-FEC-CYY                PIC 9(07).
       01  WS-FEC-NUM                PIC 9(08).

      * CORTE DE LA DIVISA DEL PAGO
       01  WS-HORA-CORTE             PIC 9(06).
       01  WS-ANTICIPO               PIC 9(01).
       01  WS-MOTIVO-NH              PIC X(01).

      * CALCULO DE LA FECHA LIMITE DE UNA FECHA VALOR
       01  WS-FECHA-BASE             PIC 9(08).
       01  WS-FECHA-LIMITE           PIC 9(08).
       01  WS-DIAS-RESTAN            PIC 9(01).
       01  WS-PASOS                  PIC 9(04) COMP.
       01  WS-LIMITE-VALOR           PIC 9(08).

      * BUSQUEDA DE LA FECHA VALOR SUGERIDA
       01  WS-CANDIDATA              PIC 9(08).
       01  WS-SIGUIENTE              PIC 9(08).
       01  WS-INTENTOS               PIC 9(04) COMP.
       01  WS-FECHA-SUGERIDA         PIC 9(08).

           COPY "../../../catalogo/calendario/liqlk.cob"
               REPLACING ==:DIASLIQ:== BY ==DIASLIQ==.

       01  TABLA-CORTES.
           05  TB-CRT-CANT           PIC 9(04) COMP VALUE ZERO.
           05  TB-CRT-ENTRY OCCURS 300 TIMES
                   INDEXED BY TB-CRT-IDX.
               10  TB-CRT-DIVISA     PIC X(03).
               10  TB-CRT-HORA       PIC 9(06).
               10  TB-CRT-ANTICIPO   PIC 9(01).

       01  WS-CONTADORES.
           05  WS-CANT-PAGOS         PIC 9(09) COMP.
           05  WS-CANT-PENDIENTES    PIC 9(09) COMP.
           05  WS-CANT-SIN-FECHA     PIC 9(09) COMP.
           05  WS-CANT-SIN-RUTEO     PIC 9(09) COMP.
           05  WS-CANT-SIN-CORTE     PIC 9(09) COMP.
           05  WS-CANT-NH            PIC 9(09) COMP.
           05  WS-CANT-FC            PIC 9(09) COMP.
           05  WS-CANT-SIN-SUGERIDA  PIC 9(09) COMP.
           05  WS-CANT-GRABADOS      PIC 9(09) COMP.

       01  WS-TITULO.
           05  FILLER                PIC X(50) VALUE
               'ZET193 - VALIDACION DE FECHA VALOR DE PAGOS SWIFT '.
           05  FILLER                PIC X(25) VALUE
               'PENDIENTES - REFERENCIA '.
           05  WST-FECHA             PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WST-HORA              PIC 9(06).

       01  WS-ENCAB-DETALLE.
           05  FILLER                PIC X(50) VALUE
               'CD LOCAL  GRUPO  SEC DIV PAIS  F.VALOR  F.LIMITE C'.
           05  FILLER                PIC X(45) VALUE
               'ORTE  SUGERIDA            IMPORTE OBSERVACION'.

       01  WS-DET-LINEA.
           05  WSD-CODIGO            PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSD-LOCATION          PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSD-GROUP-NUMBER      PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSD-SEQUENCE          PIC 9(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSD-DIVISA            PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSD-PAIS              PIC X(05).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSD-FECHA-VALOR       PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSD-FECHA-LIMITE      PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSD-HORA-CORTE        PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSD-FECHA-SUGERIDA    PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSD-IMPORTE           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSD-DETALLE           PIC X(30).

       01  WS-LINEA-RESUMEN.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WSL-R-CONCEPTO        PIC X(44).
           05  WSL-R-CANTIDAD        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE

           OPEN INPUT  PAGOS-ORD
           OPEN INPUT  RUTEOS-ORD
           OPEN OUTPUT CONTROL-SAL
           OPEN OUTPUT REPORTE-VDL
           MOVE WS-FECHA-PROCESO TO WST-FECHA
           MOVE WS-HORA-PROCESO  TO WST-HORA
           MOVE WS-TITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-ENCAB-DETALLE TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           PERFORM 2000-LEER-PAGO THRU 2000-EXIT
           PERFORM 2100-LEER-RUTEO THRU 2100-EXIT
           PERFORM 3000-VALIDA-PAGO THRU 3000-EXIT
               UNTIL EOF-PAGOS
           CLOSE PAGOS-ORD
           CLOSE RUTEOS-ORD

           PERFORM 8000-RESUMEN
           CLOSE CONTROL-SAL
           CLOSE REPORTE-VDL
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  PARMVDL, TABLA DE CORTES Y PAGOS          *
      *  PENDIENTES Y PAISES ORDENADOS POR LOCATION / GROUP-NUMBER /   *
      *  SEQUENCE                                                      *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-RELOJ FROM TIME
           MOVE WS-HORA-RELOJ(1:6) TO WS-HORA-PROCESO
           INITIALIZE WS-CONTADORES

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM 1050-TOMA-PARAMETROS THRU 1050-EXIT
               END-READ
               CLOSE PARAMETROS
           END-IF

           PERFORM 1500-CARGA-CORTES THRU 1500-EXIT

           OPEN INPUT PAGOS
           IF WS-FS-TS1 NOT = '00'
               DISPLAY 'ZET193 - NO SE PUDO ABRIR LFTRS01 - '
                   'FILE STATUS ' WS-FS-TS1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PAGOS
           OPEN INPUT RUTEOS
           IF WS-FS-TS0 NOT = '00'
               DISPLAY 'ZET193 - NO SE PUDO ABRIR LFTRS00 - '
                   'FILE STATUS ' WS-FS-TS0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RUTEOS

           SORT SORT-PAG
               ON ASCENDING KEY S-PAG-CLAVE
               INPUT PROCEDURE IS 1100-EXTRAE-PAGOS
               GIVING PAGOS-ORD

           SORT SORT-RUT
               ON ASCENDING KEY S-RUT-CLAVE
               INPUT PROCEDURE IS 1200-EXTRAE-RUTEOS
               GIVING RUTEOS-ORD
           .

       1050-TOMA-PARAMETROS.
           IF PARM-VDL-FECHA IS NUMERIC
               AND PARM-VDL-FECHA > 0
               MOVE PARM-VDL-FECHA TO WS-FECHA-PROCESO
               IF PARM-VDL-HORA IS NUMERIC
                   MOVE PARM-VDL-HORA TO WS-HORA-PROCESO
               END-IF
           END-IF
           IF PARM-VDL-HORA-CORTE IS NUMERIC
               AND PARM-VDL-HORA-CORTE > 0
               MOVE PARM-VDL-HORA-CORTE TO WS-CORTE-DEFECTO
           END-IF
           IF PARM-VDL-ANTICIPO IS NUMERIC
               MOVE PARM-VDL-ANTICIPO TO WS-ANTICIPO-DEFECTO
           END-IF
           .
       1050-EXIT.
           EXIT.

       1500-CARGA-CORTES.
           OPEN INPUT CORTES
           IF WS-FS-CRT NOT = '00'
               GO TO 1500-EXIT
           END-IF
           PERFORM 1510-LEE-CORTE THRU 1510-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CORTES
           MOVE 'N' TO WS-SW-EOF-AUX
           .
       1500-EXIT.
           EXIT.

       1510-LEE-CORTE.
           READ CORTES
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1510-EXIT
           END-READ
           IF CRT-HORA NOT NUMERIC
               OR CRT-ANTICIPO NOT NUMERIC
               GO TO 1510-EXIT
           END-IF
           IF TB-CRT-CANT NOT < WS-MAX-CORTES
               DISPLAY 'ZET193 - TABLA DE CORTES DESBORDADA'
               GO TO 1510-EXIT
           END-IF
           ADD 1 TO TB-CRT-CANT
           SET TB-CRT-IDX TO TB-CRT-CANT
           MOVE CRT-DIVISA   TO TB-CRT-DIVISA(TB-CRT-IDX)
           MOVE CRT-HORA     TO TB-CRT-HORA(TB-CRT-IDX)
           MOVE CRT-ANTICIPO TO TB-CRT-ANTICIPO(TB-CRT-IDX)
           .
       1510-EXIT.
           EXIT.

      ******************************************************************
      *  1900-CONVIERTE-FECHA  -  WS-FEC-CYY (CYYMMDD) A WS-FEC-NUM;   *
      *  CERO O INVALIDA DEVUELVE CERO                                 *
      ******************************************************************
       1900-CONVIERTE-FECHA.
           MOVE ZERO TO WS-FEC-NUM
           IF WS-FEC-CYY = ZERO
               GO TO 1900-EXIT
           END-IF
           COMPUTE WS-FEC-NUM = WS-FEC-CYY + 19000000
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FEC-NUM) NOT = 0
               MOVE ZERO TO WS-FEC-NUM
           END-IF
           .
       1900-EXIT.
           EXIT.

      * PAGOS SIN NINGUN PASO DE LIBERACION
       1100-EXTRAE-PAGOS SECTION.
           OPEN INPUT PAGOS
           PERFORM 1110-SUELTA-PAGO THRU 1110-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE PAGOS
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1100-FIN
           .

       1110-SUELTA-PAGO.
           READ PAGOS
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1110-EXIT
           END-READ
           IF FS-TS1-ERROR-LECTURA
               DISPLAY 'ZET193 - ERROR DE LECTURA '
                   'EN LFTRS01 - FILE STATUS ' WS-FS-TS1
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-PAGOS
           IF RELEASE-DATE1 > ZERO
               OR RELEASE-DATE2 > ZERO
               GO TO 1110-EXIT
           END-IF
           MOVE SPACES TO W-PAG-REGISTRO
           MOVE LOCATION OF TS1     TO W-PAG-LOCATION
           MOVE GROUP-NUMBER OF TS1 TO W-PAG-GROUP-NUMBER
           MOVE TS1-SEQUENCE OF TS1 TO W-PAG-SEQUENCE
           MOVE CURR-CODE           TO W-PAG-DIVISA
           MOVE PY-AMT              TO W-PAG-IMPORTE
           MOVE PY-VALUE-DATE       TO WS-FEC-CYY
           PERFORM 1900-CONVIERTE-FECHA THRU 1900-EXIT
           MOVE WS-FEC-NUM          TO W-PAG-FECHA-VALOR
           MOVE W-PAG-REGISTRO TO SD-PAG-REGISTRO
           RELEASE SD-PAG-REGISTRO
           .
       1110-EXIT.
           EXIT.
       1100-FIN.
           EXIT.


       1200-EXTRAE-RUTEOS SECTION.
           OPEN INPUT RUTEOS
           PERFORM 1210-SUELTA-RUTEO THRU 1210-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE RUTEOS
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1200-FIN
           .

       1210-SUELTA-RUTEO.
           READ RUTEOS
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF FS-TS0-ERROR-LECTURA
               DISPLAY 'ZET193 - ERROR DE LECTURA '
                   'EN LFTRS00 - FILE STATUS ' WS-FS-TS0
               STOP RUN
           END-IF
           MOVE SPACES TO W-RUT-REGISTRO
           MOVE LOCATION OF TS0     TO W-RUT-CLAVE(1:6)
           MOVE GROUP-NUMBER OF TS0 TO W-RUT-CLAVE(7:6)
           MOVE TS0-SEQUENCE OF TS0 TO W-RUT-CLAVE(13:3)
           MOVE BENE-RECV-COUNTRY   TO W-RUT-PAIS
           MOVE W-RUT-REGISTRO TO SD-RUT-REGISTRO
           RELEASE SD-RUT-REGISTRO
           .
       1210-EXIT.
           EXIT.
       1200-FIN.
           EXIT.


       PROCESO-PRINCIPAL SECTION.

       2000-LEER-PAGO.
           READ PAGOS-ORD
               AT END
                   SET EOF-PAGOS TO TRUE
           END-READ
           .
       2000-EXIT.
           EXIT.

       2100-LEER-RUTEO.
           READ RUTEOS-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-RUT
               NOT AT END
                   MOVE W-RUT-CLAVE TO WS-CLAVE-RUT
           END-READ
           .
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  3000-VALIDA-PAGO  -  DIA HABIL Y CORTE DE LA FECHA VALOR      *
      ******************************************************************
       3000-VALIDA-PAGO.
           ADD 1 TO WS-CANT-PENDIENTES
           PERFORM 2100-LEER-RUTEO THRU 2100-EXIT
               UNTIL WS-CLAVE-RUT NOT < W-PAG-CLAVE
           MOVE SPACES TO WS-PAIS
           IF WS-CLAVE-RUT = W-PAG-CLAVE
               MOVE W-RUT-PAIS TO WS-PAIS
           ELSE
               ADD 1 TO WS-CANT-SIN-RUTEO
           END-IF

           IF W-PAG-FECHA-VALOR = ZERO
               ADD 1 TO WS-CANT-SIN-FECHA
               GO TO 3000-LEER
           END-IF

           PERFORM 3100-BUSCA-CORTE THRU 3100-EXIT

           MOVE 'N' TO WS-SW-NO-HABIL
           MOVE W-PAG-FECHA-VALOR TO DIASLIQ-FECHA
           MOVE W-PAG-DIVISA      TO DIASLIQ-DIVISA
           MOVE WS-PAIS           TO DIASLIQ-PAIS
           CALL 'DIASLIQ' USING DIASLIQ-AREA
           IF NOT DIASLIQ-ES-HABIL
               SET VALOR-NO-HABIL TO TRUE
               MOVE DIASLIQ-MOTIVO TO WS-MOTIVO-NH
           END-IF

           MOVE W-PAG-FECHA-VALOR TO WS-FECHA-BASE
           PERFORM 3300-CALCULA-LIMITE THRU 3300-EXIT
           MOVE WS-FECHA-LIMITE TO WS-LIMITE-VALOR
           PERFORM 3400-VERIFICA-CORTE THRU 3400-EXIT
           MOVE WS-SW-PASADO TO WS-SW-FUERA-CORTE

           IF NOT VALOR-NO-HABIL
               AND NOT VALOR-FUERA-CORTE
               GO TO 3000-LEER
           END-IF

           PERFORM 3500-BUSCA-SUGERIDA THRU 3500-EXIT
           IF VALOR-NO-HABIL
               MOVE 'NH' TO VDL-CODIGO
               EVALUATE WS-MOTIVO-NH
                   WHEN 'S'
                       MOVE 'CAE SABADO O DOMINGO' TO VDL-DETALLE
                   WHEN 'D'
                       MOVE 'FERIADO DE LA DIVISA' TO VDL-DETALLE
                   WHEN OTHER
                       MOVE 'FERIADO DEL PAIS RECEPTOR'
                           TO VDL-DETALLE
               END-EVALUATE
               ADD 1 TO WS-CANT-NH
               PERFORM 3900-GRABA-OBSERVADO THRU 3900-EXIT
           END-IF
           IF VALOR-FUERA-CORTE
               MOVE 'FC' TO VDL-CODIGO
               MOVE 'PASADO EL CORTE DE LA DIVISA' TO VDL-DETALLE
               ADD 1 TO WS-CANT-FC
               PERFORM 3900-GRABA-OBSERVADO THRU 3900-EXIT
           END-IF
           .
       3000-LEER.
           PERFORM 2000-LEER-PAGO THRU 2000-EXIT
           .
       3000-EXIT.
           EXIT.

       3100-BUSCA-CORTE.
           MOVE WS-CORTE-DEFECTO    TO WS-HORA-CORTE
           MOVE WS-ANTICIPO-DEFECTO TO WS-ANTICIPO
           SET TB-CRT-IDX TO 1
           SEARCH TB-CRT-ENTRY
               AT END
                   ADD 1 TO WS-CANT-SIN-CORTE
               WHEN TB-CRT-IDX > TB-CRT-CANT
                   ADD 1 TO WS-CANT-SIN-CORTE
               WHEN TB-CRT-DIVISA(TB-CRT-IDX) = W-PAG-DIVISA
                   MOVE TB-CRT-HORA(TB-CRT-IDX)     TO WS-HORA-CORTE
                   MOVE TB-CRT-ANTICIPO(TB-CRT-IDX) TO WS-ANTICIPO
           END-SEARCH
           .
       3100-EXIT.
           EXIT.

      * FECHA LIMITE DE LIBERACION: WS-ANTICIPO DIAS HABILES DE LA
      * DIVISA ANTES DE WS-FECHA-BASE
       3300-CALCULA-LIMITE.
           MOVE WS-FECHA-BASE TO WS-FECHA-LIMITE
           MOVE WS-ANTICIPO   TO WS-DIAS-RESTAN
           MOVE ZERO          TO WS-PASOS
           PERFORM 3310-RETROCEDE-DIA THRU 3310-EXIT
               UNTIL WS-DIAS-RESTAN = ZERO
                  OR WS-PASOS > WS-MAX-INTENTOS
           .
       3300-EXIT.
           EXIT.

       3310-RETROCEDE-DIA.
           ADD 1 TO WS-PASOS
           COMPUTE WS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-FECHA-LIMITE) - 1)
           MOVE WS-FECHA-LIMITE TO DIASLIQ-FECHA
           MOVE W-PAG-DIVISA    TO DIASLIQ-DIVISA
           MOVE SPACES          TO DIASLIQ-PAIS
           CALL 'DIASLIQ' USING DIASLIQ-AREA
           IF DIASLIQ-ES-HABIL
               SUBTRACT 1 FROM WS-DIAS-RESTAN
           END-IF
           .
       3310-EXIT.
           EXIT.

      * WS-SW-PASADO QUEDA EN 'S' SI WS-FECHA-LIMITE YA PASO EL
      * CORTE A LA FECHA Y HORA DE REFERENCIA
       3400-VERIFICA-CORTE.
           MOVE 'N' TO WS-SW-PASADO
           IF WS-FECHA-LIMITE < WS-FECHA-PROCESO
               SET CORTE-PASADO TO TRUE
           END-IF
           IF WS-FECHA-LIMITE = WS-FECHA-PROCESO
               AND WS-HORA-PROCESO > WS-HORA-CORTE
               SET CORTE-PASADO TO TRUE
           END-IF
           .
       3400-EXIT.
           EXIT.

      ******************************************************************
      *  3500-BUSCA-SUGERIDA  -  PRIMERA FECHA DESDE LA FECHA VALOR    *
      *  QUE ES HABIL EN LA DIVISA Y EL PAIS Y CUYO CORTE NO PASO      *
      ******************************************************************
       3500-BUSCA-SUGERIDA.
           MOVE W-PAG-FECHA-VALOR TO WS-CANDIDATA
           MOVE ZERO TO WS-FECHA-SUGERIDA
           MOVE ZERO TO WS-INTENTOS
           PERFORM 3510-PRUEBA-CANDIDATA THRU 3510-EXIT
               UNTIL WS-FECHA-SUGERIDA NOT = ZERO
                  OR WS-INTENTOS > WS-MAX-INTENTOS
           IF WS-FECHA-SUGERIDA = ZERO
               ADD 1 TO WS-CANT-SIN-SUGERIDA
           END-IF
           .
       3500-EXIT.
           EXIT.

       3510-PRUEBA-CANDIDATA.
           ADD 1 TO WS-INTENTOS
           MOVE WS-CANDIDATA TO DIASLIQ-FECHA
           MOVE W-PAG-DIVISA TO DIASLIQ-DIVISA
           MOVE WS-PAIS      TO DIASLIQ-PAIS
           CALL 'DIASLIQ' USING DIASLIQ-AREA
           MOVE DIASLIQ-SIGUIENTE TO WS-SIGUIENTE
           IF WS-SIGUIENTE = ZERO
               MOVE WS-MAX-INTENTOS TO WS-INTENTOS
               ADD 1 TO WS-INTENTOS
               GO TO 3510-EXIT
           END-IF
           IF NOT DIASLIQ-ES-HABIL
               MOVE WS-SIGUIENTE TO WS-CANDIDATA
               GO TO 3510-EXIT
           END-IF

           MOVE WS-CANDIDATA TO WS-FECHA-BASE
           PERFORM 3300-CALCULA-LIMITE THRU 3300-EXIT
           PERFORM 3400-VERIFICA-CORTE THRU 3400-EXIT
           IF CORTE-PASADO
               MOVE WS-SIGUIENTE TO WS-CANDIDATA
               GO TO 3510-EXIT
           END-IF

           MOVE WS-CANDIDATA TO WS-FECHA-SUGERIDA
           .
       3510-EXIT.
           EXIT.

      * VDL-CODIGO Y VDL-DETALLE VIENEN CARGADOS POR EL CONTROL
       3900-GRABA-OBSERVADO.
           MOVE W-PAG-LOCATION     TO VDL-LOCATION
           MOVE W-PAG-GROUP-NUMBER TO VDL-GROUP-NUMBER
           MOVE W-PAG-SEQUENCE     TO VDL-SEQUENCE
           MOVE W-PAG-DIVISA       TO VDL-DIVISA
           MOVE WS-PAIS            TO VDL-PAIS
           MOVE W-PAG-FECHA-VALOR  TO VDL-FECHA-VALOR
           MOVE WS-LIMITE-VALOR    TO VDL-FECHA-LIMITE
           MOVE WS-HORA-CORTE      TO VDL-HORA-CORTE
           MOVE WS-FECHA-SUGERIDA  TO VDL-FECHA-SUGERIDA
           MOVE W-PAG-IMPORTE      TO VDL-IMPORTE
           MOVE SPACES             TO VDL-FILLER
           WRITE VDL-REGISTRO
           ADD 1 TO WS-CANT-GRABADOS

           MOVE VDL-CODIGO         TO WSD-CODIGO
           MOVE VDL-LOCATION       TO WSD-LOCATION
           MOVE VDL-GROUP-NUMBER   TO WSD-GROUP-NUMBER
           MOVE VDL-SEQUENCE       TO WSD-SEQUENCE
           MOVE VDL-DIVISA         TO WSD-DIVISA
           MOVE VDL-PAIS           TO WSD-PAIS
           MOVE VDL-FECHA-VALOR    TO WSD-FECHA-VALOR
           MOVE VDL-FECHA-LIMITE   TO WSD-FECHA-LIMITE
           MOVE VDL-HORA-CORTE     TO WSD-HORA-CORTE
           MOVE VDL-FECHA-SUGERIDA TO WSD-FECHA-SUGERIDA
           MOVE VDL-IMPORTE        TO WSD-IMPORTE
           MOVE VDL-DETALLE        TO WSD-DETALLE
           MOVE WS-DET-LINEA TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       3900-EXIT.
           EXIT.

       8000-RESUMEN.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 'PAGOS LEIDOS DE LFTRS01' TO WSL-R-CONCEPTO
           MOVE WS-CANT-PAGOS TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'PAGOS PENDIENTES DE LIBERACION' TO WSL-R-CONCEPTO
           MOVE WS-CANT-PENDIENTES TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE '  SIN FECHA VALOR VALIDA' TO WSL-R-CONCEPTO
           MOVE WS-CANT-SIN-FECHA TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE '  SIN RUTEO EN LFTRS00 (SIN PAIS)' TO WSL-R-CONCEPTO
           MOVE WS-CANT-SIN-RUTEO TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE '  DIVISA SIN CORTE PROPIO (CORTE GENERAL)'
               TO WSL-R-CONCEPTO
           MOVE WS-CANT-SIN-CORTE TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'NH  FECHA VALOR NO HABIL' TO WSL-R-CONCEPTO
           MOVE WS-CANT-NH TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'FC  FECHA VALOR PASADO EL CORTE' TO WSL-R-CONCEPTO
           MOVE WS-CANT-FC TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'OBSERVADOS SIN FECHA SUGERIDA' TO WSL-R-CONCEPTO
           MOVE WS-CANT-SIN-SUGERIDA TO WSL-R-CANTIDAD
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
           MOVE 'ZET193' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-PAGOS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-GRABADOS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET193 - VALIDACION DE FECHA VALOR SWIFT'
           DISPLAY 'PAGOS LEIDOS . . . . . . . : ' WS-CANT-PAGOS
           DISPLAY 'PAGOS PENDIENTES . . . . . : ' WS-CANT-PENDIENTES
           DISPLAY 'NO HABILES . . . . . . . . : ' WS-CANT-NH
           DISPLAY 'PASADOS EL CORTE . . . . . : ' WS-CANT-FC
           IF WS-CANT-GRABADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           .
