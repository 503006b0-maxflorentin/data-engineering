      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET192                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - ABKT                        *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : AUDITORIA DIARIA DE DOBLE FIRMA EN LA LIBERACION *
      *               DE PAGOS SWIFT SALIENTES.  CRUZA CADA PAGO       *
      *               LIBERADO DE LFTRS01 CON SU RUTEO EN LFTRS00      *
      *               (DIGITADOR WRKR-NO) Y DENUNCIA EN LFTAUDIT:      *
      *               DIGITADOR, PRIMER Y SEGUNDO AUTORIZANTE QUE NO   *
      *               SON TRES PERSONAS DISTINTAS; LIBERACION CON UNA  *
      *               SOLA AUTORIZACION; LIBERACION FUERA DEL HORARIO  *
      *               HABIL (DIASHAB) O POSTERIOR A LA FECHA DE        *
      *               RETENCION SIN CODIGO DE MOTIVO; SEGUNDA          *
      *               LIBERACION A POCOS SEGUNDOS DE LA PRIMERA; Y     *
      *               AUTORIZANTES CUYO TOTAL DEL DIA SUPERA SU LIMITE *
      *               (LFTLIMA, O EL LIMITE GENERAL DE PARMAUD).       *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET192.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - ABKT.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS     ASSIGN TO PARMAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT PAGOS          ASSIGN TO LFTRS01
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TS1.
           SELECT SORT-PAG       ASSIGN TO SRTAUDA.
           SELECT PAGOS-ORD      ASSIGN TO WAUDPAG
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUTEOS         ASSIGN TO LFTRS00
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TS0.
           SELECT SORT-RUT       ASSIGN TO SRTAUDB.
           SELECT RUTEOS-ORD     ASSIGN TO WAUDRUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIMITES        ASSIGN TO LFTLIMA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-LIM.

           SELECT AUDITORIA-SAL  ASSIGN TO LFTAUDIT
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORTE-AUD    ASSIGN TO RPLFTAUD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-AUD-REGISTRO.
      *        HORARIO HABIL DE LIBERACION HHMMSS
           05  PARM-AUD-HORA-DESDE    PIC 9(06).
           05  PARM-AUD-HORA-HASTA    PIC 9(06).
      *        SEGUNDOS MINIMOS ENTRE PRIMERA Y SEGUNDA LIBERACION
           05  PARM-AUD-SEG-MINIMO    PIC 9(05).
      *        LIMITE DIARIO GENERAL POR AUTORIZANTE, EN MONEDA BASE
           05  PARM-AUD-LIMITE        PIC 9(13)V99.
      *        JURISDICCION DEL CALENDARIO DE FERIADOS ('**' NACIONAL)
           05  PARM-AUD-JURISDICCION  PIC X(02).
           05  PARM-AUD-FILLER        PIC X(06).

       FD  PAGOS
           RECORDING MODE IS F.
           COPY "lftrs01.cob".

      * PAGOS LIBERADOS POR CLAVE DE MENSAJE
       SD  SORT-PAG.
       01  SD-PAG-REGISTRO.
           05  S-PAG-CLAVE            PIC X(15).
           05  FILLER                 PIC X(85).

       FD  PAGOS-ORD
           RECORDING MODE IS F.
       01  W-PAG-REGISTRO.
           05  W-PAG-CLAVE.
               10  W-PAG-LOCATION     PIC X(06).
               10  W-PAG-GROUP-NUMBER PIC 9(06).
               10  W-PAG-SEQUENCE     PIC 9(03).
           05  W-PAG-DIVISA           PIC X(03).
           05  W-PAG-IMPORTE-BASE     PIC S9(11)V99 COMP-3.
           05  W-PAG-FECHA1           PIC 9(08).
           05  W-PAG-HORA1            PIC 9(06).
           05  W-PAG-CODIGO1          PIC 9(03).
           05  W-PAG-AUTH1            PIC X(04).
           05  W-PAG-FECHA2           PIC 9(08).
           05  W-PAG-HORA2            PIC 9(06).
           05  W-PAG-CODIGO2          PIC 9(03).
           05  W-PAG-AUTH2            PIC X(04).
           05  W-PAG-FECHA-RETEN      PIC 9(08).
           05  FILLER                 PIC X(25).

       FD  RUTEOS
           RECORDING MODE IS F.
           COPY "../lftrs00/lftrs00.cob".

      * DIGITADOR DE CADA MENSAJE
       SD  SORT-RUT.
       01  SD-RUT-REGISTRO.
           05  S-RUT-CLAVE            PIC X(15).
           05  FILLER                 PIC X(05).

       FD  RUTEOS-ORD
           RECORDING MODE IS F.
       01  W-RUT-REGISTRO.
           05  W-RUT-CLAVE            PIC X(15).
           05  W-RUT-WRKR-NO          PIC X(03).
           05  FILLER                 PIC X(02).

      * LIMITE DIARIO PROPIO DE CADA AUTORIZANTE
       FD  LIMITES
           RECORDING MODE IS F.
       01  LIM-REGISTRO.
           05  LIM-AUTORIZANTE        PIC X(04).
           05  LIM-IMPORTE            PIC 9(13)V99.
           05  FILLER                 PIC X(11).

       FD  AUDITORIA-SAL
           RECORDING MODE IS F.
       01  AUD-REGISTRO.
      *        TP DIGITADOR Y AUTORIZANTES NO SON TRES PERSONAS
      *        UA LIBERADO CON UNA SOLA AUTORIZACION
      *        FH LIBERADO FUERA DE HORARIO HABIL SIN MOTIVO
      *        RH LIBERADO DESPUES DE LA FECHA DE RETENCION SIN MOTIVO
      *        RS SEGUNDA LIBERACION A SEGUNDOS DE LA PRIMERA
      *        LA AUTORIZANTE SOBRE SU LIMITE DIARIO
           05  AUD-CODIGO             PIC X(02).
           05  AUD-LOCATION           PIC X(06).
           05  AUD-GROUP-NUMBER       PIC 9(06).
           05  AUD-SEQUENCE           PIC 9(03).
           05  AUD-DIGITADOR          PIC X(03).
           05  AUD-AUTH1              PIC X(04).
           05  AUD-AUTH2              PIC X(04).
           05  AUD-FECHA1             PIC 9(08).
           05  AUD-HORA1              PIC 9(06).
           05  AUD-FECHA2             PIC 9(08).
           05  AUD-HORA2              PIC 9(06).
           05  AUD-DIVISA             PIC X(03).
           05  AUD-IMPORTE            PIC S9(13)V99.
           05  AUD-DETALLE            PIC X(30).
           05  AUD-FILLER             PIC X(16).

       FD  REPORTE-AUD.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-AUTORIZANTES       PIC 9(04) COMP VALUE 2000.

       01  WS-FECHA-PROCESO          PIC 9(08).

       01  WS-FS-PAR                 PIC XX.
       01  WS-FS-TS1                 PIC XX.
           88  FS-TS1-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-TS0                 PIC XX.
           88  FS-TS0-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-LIM                 PIC XX.

      * PARAMETROS DE LA CORRIDA (PARMAUD LOS PISA)
       01  WS-HORA-DESDE             PIC 9(06) VALUE 080000.
       01  WS-HORA-HASTA             PIC 9(06) VALUE 180000.
       01  WS-SEG-MINIMO             PIC 9(05) VALUE 60.
       01  WS-LIMITE-GENERAL         PIC 9(13)V99 VALUE 5000000.
       01  WS-JURISDICCION           PIC X(02) VALUE '**'.

       01  WS-SWITCHES.
           05  WS-SW-EOF-AUX         PIC X(01) VALUE 'N'.
               88  EOF-AUXILIAR          VALUE 'S'.
           05  WS-SW-EOF-PAG         PIC X(01) VALUE 'N'.
               88  EOF-PAGOS             VALUE 'S'.
           05  WS-SW-HABIL           PIC X(01).
               88  HORARIO-HABIL         VALUE 'S'.

       01  WS-CLAVE-RUT              PIC X(15).
       01  WS-DIGITADOR              PIC X(04).

      * FECHAS CYYMMDD DE LFTRS01 A AAAAMMDD
       01  WS-FEC-CYY                PIC 9(07).
       01  WS-FEC-NUM                PIC 9(08).

      * CONTROL DE HORARIO DE UN PASO DE LIBERACION
       01  WS-PASO-FECHA             PIC 9(08).
       01  WS-PASO-HORA              PIC 9(06).
       01  WS-PASO-HORA-R REDEFINES WS-PASO-HORA.
           05  WS-PASO-HH            PIC 9(02).
           05  WS-PASO-MM            PIC 9(02).
           05  WS-PASO-SS            PIC 9(02).
       01  WS-PASO-SEGUNDOS          PIC S9(11) COMP.
       01  WS-SEGUNDOS-1             PIC S9(11) COMP.
       01  WS-DIFERENCIA-SEG         PIC S9(11) COMP.
       01  WS-DIFERENCIA-EDIT        PIC ZZZZ9.
       01  WS-FECHA-FINAL            PIC 9(08).
       01  WS-CODIGO-FINAL           PIC 9(03).

           COPY "../../../catalogo/calendario/diaslk.cob"
               REPLACING ==:DIASHAB:== BY ==DIASHAB==.

      * TOTAL DEL DIA POR AUTORIZANTE
       01  TABLA-AUTORIZANTES.
           05  TB-AUT-CANT           PIC 9(04) COMP VALUE ZERO.
           05  TB-AUT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY TB-AUT-IDX.
               10  TB-AUT-CODIGO     PIC X(04).
               10  TB-AUT-PAGOS      PIC 9(07) COMP.
               10  TB-AUT-TOTAL      PIC S9(15)V99 COMP-3.
               10  TB-AUT-LIMITE     PIC S9(13)V99 COMP-3.
               10  TB-AUT-LIM-PROPIO PIC X(01).
       01  WS-AUT-BUSCADO            PIC X(04).
       01  WS-SW-AUT                 PIC X(01).
           88  AUTORIZANTE-UBICADO       VALUE 'S'.

       01  WS-CONTADORES.
           05  WS-CANT-PAGOS         PIC 9(09) COMP.
           05  WS-CANT-LIBERADOS     PIC 9(09) COMP.
           05  WS-CANT-SIN-RUTEO     PIC 9(09) COMP.
           05  WS-CANT-HALLAZGOS     PIC 9(09) COMP.
           05  WS-CANT-TP            PIC 9(09) COMP.
           05  WS-CANT-UA            PIC 9(09) COMP.
           05  WS-CANT-FH            PIC 9(09) COMP.
           05  WS-CANT-RH            PIC 9(09) COMP.
           05  WS-CANT-RS            PIC 9(09) COMP.
           05  WS-CANT-LA            PIC 9(09) COMP.
           05  WS-CANT-DESBORDE      PIC 9(09) COMP.

       01  WS-TITULO.
           05  FILLER                PIC X(50) VALUE
               'ZET192 - AUDITORIA DE DOBLE FIRMA EN LIBERACION DE'.
           05  FILLER                PIC X(25) VALUE
               ' PAGOS SWIFT - PROCESO '.
           05  WST-FECHA             PIC 9(08).

       01  WS-ENCAB-HALLAZGO.
           05  FILLER                PIC X(50) VALUE
               'CD LOCAL  GRUPO  SEC DIG AUT1 AUT2 FECHA 1  HORA 1'.
           05  FILLER                PIC X(48) VALUE
               ' FECHA 2  HORA 2 DIV   IMPORTE MON. BASE DETALLE'.

       01  WS-DET-HALLAZGO.
           05  WSH-CODIGO            PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSH-LOCATION          PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSH-GROUP-NUMBER      PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSH-SEQUENCE          PIC 9(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSH-DIGITADOR         PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSH-AUTH1             PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSH-AUTH2             PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSH-FECHA1            PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSH-HORA1             PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSH-FECHA2            PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSH-HORA2             PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSH-DIVISA            PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSH-IMPORTE           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSH-DETALLE           PIC X(30).

       01  WS-ENCAB-AUTORIZANTE.
           05  FILLER                PIC X(50) VALUE
               'AUT    PAGOS       TOTAL DEL DIA              LIMI'.
           05  FILLER                PIC X(16) VALUE
               'TE ORIGEN  MARCA'.

       01  WS-DET-AUTORIZANTE.
           05  WSA-CODIGO            PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSA-PAGOS             PIC ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSA-TOTAL             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSA-LIMITE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSA-ORIGEN            PIC X(07).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSA-MARCA             PIC X(08).

       01  WS-LINEA-RESUMEN.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WSL-R-CONCEPTO        PIC X(44).
           05  WSL-R-CANTIDAD        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE

           OPEN INPUT  PAGOS-ORD
           OPEN INPUT  RUTEOS-ORD
           OPEN OUTPUT AUDITORIA-SAL
           OPEN OUTPUT REPORTE-AUD
           MOVE WS-FECHA-PROCESO TO WST-FECHA
           MOVE WS-TITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-ENCAB-HALLAZGO TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           PERFORM 2000-LEER-PAGO THRU 2000-EXIT
           PERFORM 2100-LEER-RUTEO THRU 2100-EXIT
           PERFORM 3000-AUDITA-PAGO THRU 3000-EXIT
               UNTIL EOF-PAGOS
           CLOSE PAGOS-ORD
           CLOSE RUTEOS-ORD

           PERFORM 1500-CARGA-LIMITES
           PERFORM 5000-CONTROLA-LIMITES
           PERFORM 8000-RESUMEN
           CLOSE AUDITORIA-SAL
           CLOSE REPORTE-AUD
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  PARMAUD Y PAGOS LIBERADOS Y DIGITADORES   *
      *  ORDENADOS POR LOCATION / GROUP-NUMBER / SEQUENCE              *
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

           OPEN INPUT PAGOS
           IF WS-FS-TS1 NOT = '00'
               DISPLAY 'ZET192 - NO SE PUDO ABRIR LFTRS01 - '
                   'FILE STATUS ' WS-FS-TS1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PAGOS
           OPEN INPUT RUTEOS
           IF WS-FS-TS0 NOT = '00'
               DISPLAY 'ZET192 - NO SE PUDO ABRIR LFTRS00 - '
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
           IF PARM-AUD-HORA-DESDE IS NUMERIC
               AND PARM-AUD-HORA-HASTA IS NUMERIC
               AND PARM-AUD-HORA-HASTA > PARM-AUD-HORA-DESDE
               MOVE PARM-AUD-HORA-DESDE TO WS-HORA-DESDE
               MOVE PARM-AUD-HORA-HASTA TO WS-HORA-HASTA
           END-IF
           IF PARM-AUD-SEG-MINIMO IS NUMERIC
               AND PARM-AUD-SEG-MINIMO > 0
               MOVE PARM-AUD-SEG-MINIMO TO WS-SEG-MINIMO
           END-IF
           IF PARM-AUD-LIMITE IS NUMERIC
               AND PARM-AUD-LIMITE > 0
               MOVE PARM-AUD-LIMITE TO WS-LIMITE-GENERAL
           END-IF
           IF PARM-AUD-JURISDICCION NOT = SPACES
               MOVE PARM-AUD-JURISDICCION TO WS-JURISDICCION
           END-IF
           .
       1050-EXIT.
           EXIT.

      ******************************************************************
      *  1500-CARGA-LIMITES  -  LIMITE PROPIO DE LOS AUTORIZANTES DEL  *
      *  DIA; EL RESTO QUEDA CON EL LIMITE GENERAL                     *
      ******************************************************************
       1500-CARGA-LIMITES.
           OPEN INPUT LIMITES
           IF WS-FS-LIM NOT = '00'
               GO TO 1500-EXIT
           END-IF
           PERFORM 1510-LEE-LIMITE THRU 1510-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE LIMITES
           MOVE 'N' TO WS-SW-EOF-AUX
           .
       1500-EXIT.
           EXIT.

       1510-LEE-LIMITE.
           READ LIMITES
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1510-EXIT
           END-READ
           IF LIM-IMPORTE NOT NUMERIC
               GO TO 1510-EXIT
           END-IF
           SET TB-AUT-IDX TO 1
           SEARCH TB-AUT-ENTRY
               AT END
                   CONTINUE
               WHEN TB-AUT-IDX > TB-AUT-CANT
                   CONTINUE
               WHEN TB-AUT-CODIGO(TB-AUT-IDX) = LIM-AUTORIZANTE
                   MOVE LIM-IMPORTE TO TB-AUT-LIMITE(TB-AUT-IDX)
                   MOVE 'S' TO TB-AUT-LIM-PROPIO(TB-AUT-IDX)
           END-SEARCH
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

      * PAGOS CON AL MENOS UN PASO DE LIBERACION
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
               DISPLAY 'ZET192 - ERROR DE LECTURA '
                   'EN LFTRS01 - FILE STATUS ' WS-FS-TS1
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-PAGOS
           IF RELEASE-DATE1 NOT > ZERO
               AND RELEASE-DATE2 NOT > ZERO
               GO TO 1110-EXIT
           END-IF
           MOVE SPACES TO W-PAG-REGISTRO
           MOVE LOCATION OF TS1     TO W-PAG-LOCATION
           MOVE GROUP-NUMBER OF TS1 TO W-PAG-GROUP-NUMBER
           MOVE TS1-SEQUENCE OF TS1 TO W-PAG-SEQUENCE
           MOVE CURR-CODE           TO W-PAG-DIVISA
           MOVE PY-AMT-BASE-CURR    TO W-PAG-IMPORTE-BASE
           MOVE RELEASE-DATE1       TO WS-FEC-CYY
           PERFORM 1900-CONVIERTE-FECHA THRU 1900-EXIT
           MOVE WS-FEC-NUM          TO W-PAG-FECHA1
           MOVE RELEASE-TIME1       TO W-PAG-HORA1
           MOVE RELEASE-CODE1       TO W-PAG-CODIGO1
           MOVE AUTH1               TO W-PAG-AUTH1
           MOVE RELEASE-DATE2       TO WS-FEC-CYY
           PERFORM 1900-CONVIERTE-FECHA THRU 1900-EXIT
           MOVE WS-FEC-NUM          TO W-PAG-FECHA2
           MOVE RELEASE-TIME2       TO W-PAG-HORA2
           MOVE RELEASE-CODE2       TO W-PAG-CODIGO2
           MOVE AUTH2               TO W-PAG-AUTH2
           MOVE PYMT-HOLD-DATE      TO WS-FEC-CYY
           PERFORM 1900-CONVIERTE-FECHA THRU 1900-EXIT
           MOVE WS-FEC-NUM          TO W-PAG-FECHA-RETEN
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
               DISPLAY 'ZET192 - ERROR DE LECTURA '
                   'EN LFTRS00 - FILE STATUS ' WS-FS-TS0
               STOP RUN
           END-IF
           MOVE SPACES TO W-RUT-REGISTRO
           MOVE LOCATION OF TS0     TO W-RUT-CLAVE(1:6)
           MOVE GROUP-NUMBER OF TS0 TO W-RUT-CLAVE(7:6)
           MOVE TS0-SEQUENCE OF TS0 TO W-RUT-CLAVE(13:3)
           MOVE WRKR-NO             TO W-RUT-WRKR-NO
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
      *  3000-AUDITA-PAGO  -  CONTROLES DE CADA PAGO LIBERADO          *
      ******************************************************************
       3000-AUDITA-PAGO.
           ADD 1 TO WS-CANT-LIBERADOS
           PERFORM 2100-LEER-RUTEO THRU 2100-EXIT
               UNTIL WS-CLAVE-RUT NOT < W-PAG-CLAVE
           MOVE SPACES TO WS-DIGITADOR
           IF WS-CLAVE-RUT = W-PAG-CLAVE
               MOVE W-RUT-WRKR-NO TO WS-DIGITADOR
           ELSE
               ADD 1 TO WS-CANT-SIN-RUTEO
           END-IF

           PERFORM 3100-CONTROLA-PERSONAS THRU 3100-EXIT
           PERFORM 3200-CONTROLA-HORARIO THRU 3200-EXIT
           PERFORM 3300-CONTROLA-RETENCION THRU 3300-EXIT
           PERFORM 3400-CONTROLA-RAPIDEZ THRU 3400-EXIT

           IF W-PAG-AUTH1 NOT = SPACES
               MOVE W-PAG-AUTH1 TO WS-AUT-BUSCADO
               PERFORM 3600-ACUMULA-AUTORIZANTE THRU 3600-EXIT
           END-IF
           IF W-PAG-AUTH2 NOT = SPACES
               AND W-PAG-AUTH2 NOT = W-PAG-AUTH1
               MOVE W-PAG-AUTH2 TO WS-AUT-BUSCADO
               PERFORM 3600-ACUMULA-AUTORIZANTE THRU 3600-EXIT
           END-IF

           PERFORM 2000-LEER-PAGO THRU 2000-EXIT
           .
       3000-EXIT.
           EXIT.

      * DOS AUTORIZACIONES DE DOS PERSONAS DISTINTAS DEL DIGITADOR
       3100-CONTROLA-PERSONAS.
           IF W-PAG-FECHA2 = ZERO
               OR W-PAG-AUTH1 = SPACES
               OR W-PAG-AUTH2 = SPACES
               MOVE 'UA' TO AUD-CODIGO
               MOVE 'UNA SOLA AUTORIZACION' TO AUD-DETALLE
               ADD 1 TO WS-CANT-UA
               PERFORM 3900-GRABA-HALLAZGO THRU 3900-EXIT
           END-IF
           IF W-PAG-AUTH1 NOT = SPACES
               AND W-PAG-AUTH1 = W-PAG-AUTH2
               MOVE 'TP' TO AUD-CODIGO
               MOVE 'AUTORIZANTE 1 = AUTORIZANTE 2' TO AUD-DETALLE
               ADD 1 TO WS-CANT-TP
               PERFORM 3900-GRABA-HALLAZGO THRU 3900-EXIT
           END-IF
           IF WS-DIGITADOR = SPACES
               GO TO 3100-EXIT
           END-IF
           IF WS-DIGITADOR = W-PAG-AUTH1
               MOVE 'TP' TO AUD-CODIGO
               MOVE 'DIGITADOR = AUTORIZANTE 1' TO AUD-DETALLE
               ADD 1 TO WS-CANT-TP
               PERFORM 3900-GRABA-HALLAZGO THRU 3900-EXIT
           END-IF
           IF WS-DIGITADOR = W-PAG-AUTH2
               MOVE 'TP' TO AUD-CODIGO
               MOVE 'DIGITADOR = AUTORIZANTE 2' TO AUD-DETALLE
               ADD 1 TO WS-CANT-TP
               PERFORM 3900-GRABA-HALLAZGO THRU 3900-EXIT
           END-IF
           .
       3100-EXIT.
           EXIT.

      * CADA PASO FUERA DE HORARIO O EN DIA NO HABIL NECESITA CODIGO
      * DE MOTIVO (RELEASE-CODE)
       3200-CONTROLA-HORARIO.
           IF W-PAG-FECHA1 NOT = ZERO
               AND W-PAG-CODIGO1 = ZERO
               MOVE W-PAG-FECHA1 TO WS-PASO-FECHA
               MOVE W-PAG-HORA1  TO WS-PASO-HORA
               PERFORM 3250-VERIFICA-HABIL THRU 3250-EXIT
               IF NOT HORARIO-HABIL
                   MOVE 'FH' TO AUD-CODIGO
                   MOVE 'PRIMERA LIBERACION FUERA HORA'
                       TO AUD-DETALLE
                   ADD 1 TO WS-CANT-FH
                   PERFORM 3900-GRABA-HALLAZGO THRU 3900-EXIT
               END-IF
           END-IF
           IF W-PAG-FECHA2 NOT = ZERO
               AND W-PAG-CODIGO2 = ZERO
               MOVE W-PAG-FECHA2 TO WS-PASO-FECHA
               MOVE W-PAG-HORA2  TO WS-PASO-HORA
               PERFORM 3250-VERIFICA-HABIL THRU 3250-EXIT
               IF NOT HORARIO-HABIL
                   MOVE 'FH' TO AUD-CODIGO
                   MOVE 'SEGUNDA LIBERACION FUERA HORA'
                       TO AUD-DETALLE
                   ADD 1 TO WS-CANT-FH
                   PERFORM 3900-GRABA-HALLAZGO THRU 3900-EXIT
               END-IF
           END-IF
           .
       3200-EXIT.
           EXIT.

      * EL DIA ES HABIL SI DIASHAB CUENTA UN HABIL ENTRE LA VISPERA
      * Y EL DIA MISMO
       3250-VERIFICA-HABIL.
           MOVE 'N' TO WS-SW-HABIL
           IF WS-PASO-HORA < WS-HORA-DESDE
               OR WS-PASO-HORA > WS-HORA-HASTA
               GO TO 3250-EXIT
           END-IF
           COMPUTE DIASHAB-FECHA-DESDE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-PASO-FECHA) - 1)
           MOVE WS-PASO-FECHA   TO DIASHAB-FECHA-HASTA
           MOVE WS-JURISDICCION TO DIASHAB-JURISDICCION
           CALL 'DIASHAB' USING DIASHAB-AREA
           IF DIASHAB-DIAS-HABILES > ZERO
               SET HORARIO-HABIL TO TRUE
           END-IF
           .
       3250-EXIT.
           EXIT.

      * LIBERACION FINAL POSTERIOR A LA FECHA DE RETENCION SIN MOTIVO
       3300-CONTROLA-RETENCION.
           IF W-PAG-FECHA-RETEN = ZERO
               GO TO 3300-EXIT
           END-IF
           IF W-PAG-FECHA2 NOT = ZERO
               MOVE W-PAG-FECHA2  TO WS-FECHA-FINAL
               MOVE W-PAG-CODIGO2 TO WS-CODIGO-FINAL
           ELSE
               MOVE W-PAG-FECHA1  TO WS-FECHA-FINAL
               MOVE W-PAG-CODIGO1 TO WS-CODIGO-FINAL
           END-IF
           IF WS-FECHA-FINAL > W-PAG-FECHA-RETEN
               AND WS-CODIGO-FINAL = ZERO
               MOVE 'RH' TO AUD-CODIGO
               MOVE 'LIBERADO DESPUES DE RETENCION' TO AUD-DETALLE
               ADD 1 TO WS-CANT-RH
               PERFORM 3900-GRABA-HALLAZGO THRU 3900-EXIT
           END-IF
           .
       3300-EXIT.
           EXIT.

      * SEGUNDA FIRMA DADA A MENOS DE WS-SEG-MINIMO DE LA PRIMERA
       3400-CONTROLA-RAPIDEZ.
           IF W-PAG-FECHA1 = ZERO
               OR W-PAG-FECHA2 = ZERO
               GO TO 3400-EXIT
           END-IF
           MOVE W-PAG-FECHA1 TO WS-PASO-FECHA
           MOVE W-PAG-HORA1  TO WS-PASO-HORA
           PERFORM 3450-SEGUNDOS THRU 3450-EXIT
           MOVE WS-PASO-SEGUNDOS TO WS-SEGUNDOS-1
           MOVE W-PAG-FECHA2 TO WS-PASO-FECHA
           MOVE W-PAG-HORA2  TO WS-PASO-HORA
           PERFORM 3450-SEGUNDOS THRU 3450-EXIT
           COMPUTE WS-DIFERENCIA-SEG = WS-PASO-SEGUNDOS - WS-SEGUNDOS-1
           IF WS-DIFERENCIA-SEG NOT < ZERO
               AND WS-DIFERENCIA-SEG < WS-SEG-MINIMO
               MOVE 'RS' TO AUD-CODIGO
               MOVE WS-DIFERENCIA-SEG TO WS-DIFERENCIA-EDIT
               MOVE SPACES TO AUD-DETALLE
               STRING 'SEGUNDA FIRMA A ' DELIMITED BY SIZE
                   WS-DIFERENCIA-EDIT DELIMITED BY SIZE
                   ' SEG' DELIMITED BY SIZE
                   INTO AUD-DETALLE
               ADD 1 TO WS-CANT-RS
               PERFORM 3900-GRABA-HALLAZGO THRU 3900-EXIT
           END-IF
           .
       3400-EXIT.
           EXIT.

       3450-SEGUNDOS.
           COMPUTE WS-PASO-SEGUNDOS =
               FUNCTION INTEGER-OF-DATE(WS-PASO-FECHA) * 86400
               + WS-PASO-HH * 3600 + WS-PASO-MM * 60 + WS-PASO-SS
           .
       3450-EXIT.
           EXIT.

       3600-ACUMULA-AUTORIZANTE.
           MOVE 'S' TO WS-SW-AUT
           SET TB-AUT-IDX TO 1
           SEARCH TB-AUT-ENTRY
               AT END
                   PERFORM 3650-ALTA-AUTORIZANTE THRU 3650-EXIT
               WHEN TB-AUT-IDX > TB-AUT-CANT
                   PERFORM 3650-ALTA-AUTORIZANTE THRU 3650-EXIT
               WHEN TB-AUT-CODIGO(TB-AUT-IDX) = WS-AUT-BUSCADO
                   CONTINUE
           END-SEARCH
           IF AUTORIZANTE-UBICADO
               ADD 1 TO TB-AUT-PAGOS(TB-AUT-IDX)
               ADD W-PAG-IMPORTE-BASE TO TB-AUT-TOTAL(TB-AUT-IDX)
           END-IF
           .
       3600-EXIT.
           EXIT.

       3650-ALTA-AUTORIZANTE.
           IF TB-AUT-CANT < WS-MAX-AUTORIZANTES
               ADD 1 TO TB-AUT-CANT
               SET TB-AUT-IDX TO TB-AUT-CANT
               MOVE WS-AUT-BUSCADO TO TB-AUT-CODIGO(TB-AUT-IDX)
               MOVE ZERO TO TB-AUT-PAGOS(TB-AUT-IDX)
               MOVE ZERO TO TB-AUT-TOTAL(TB-AUT-IDX)
               MOVE WS-LIMITE-GENERAL TO TB-AUT-LIMITE(TB-AUT-IDX)
               MOVE 'N' TO TB-AUT-LIM-PROPIO(TB-AUT-IDX)
           ELSE
               MOVE 'N' TO WS-SW-AUT
               ADD 1 TO WS-CANT-DESBORDE
           END-IF
           .
       3650-EXIT.
           EXIT.

      * AUD-CODIGO Y AUD-DETALLE VIENEN CARGADOS POR EL CONTROL
       3900-GRABA-HALLAZGO.
           MOVE W-PAG-LOCATION     TO AUD-LOCATION
           MOVE W-PAG-GROUP-NUMBER TO AUD-GROUP-NUMBER
           MOVE W-PAG-SEQUENCE     TO AUD-SEQUENCE
           MOVE WS-DIGITADOR       TO AUD-DIGITADOR
           MOVE W-PAG-AUTH1        TO AUD-AUTH1
           MOVE W-PAG-AUTH2        TO AUD-AUTH2
           MOVE W-PAG-FECHA1       TO AUD-FECHA1
           MOVE W-PAG-HORA1        TO AUD-HORA1
           MOVE W-PAG-FECHA2       TO AUD-FECHA2
           MOVE W-PAG-HORA2        TO AUD-HORA2
           MOVE W-PAG-DIVISA       TO AUD-DIVISA
           MOVE W-PAG-IMPORTE-BASE TO AUD-IMPORTE
           PERFORM 3950-EMITE-HALLAZGO THRU 3950-EXIT
           .
       3900-EXIT.
           EXIT.

       3950-EMITE-HALLAZGO.
           MOVE SPACES TO AUD-FILLER
           WRITE AUD-REGISTRO
           ADD 1 TO WS-CANT-HALLAZGOS
           MOVE AUD-CODIGO       TO WSH-CODIGO
           MOVE AUD-LOCATION     TO WSH-LOCATION
           MOVE AUD-GROUP-NUMBER TO WSH-GROUP-NUMBER
           MOVE AUD-SEQUENCE     TO WSH-SEQUENCE
           MOVE AUD-DIGITADOR    TO WSH-DIGITADOR
           MOVE AUD-AUTH1        TO WSH-AUTH1
           MOVE AUD-AUTH2        TO WSH-AUTH2
           MOVE AUD-FECHA1       TO WSH-FECHA1
           MOVE AUD-HORA1        TO WSH-HORA1
           MOVE AUD-FECHA2       TO WSH-FECHA2
           MOVE AUD-HORA2        TO WSH-HORA2
           MOVE AUD-DIVISA       TO WSH-DIVISA
           MOVE AUD-IMPORTE      TO WSH-IMPORTE
           MOVE AUD-DETALLE      TO WSH-DETALLE
           MOVE WS-DET-HALLAZGO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       3950-EXIT.
           EXIT.

      ******************************************************************
      *  5000-CONTROLA-LIMITES  -  TOTAL DEL DIA DE CADA AUTORIZANTE   *
      *  CONTRA SU LIMITE                                              *
      ******************************************************************
       5000-CONTROLA-LIMITES.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 'TOTALES POR AUTORIZANTE' TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-ENCAB-AUTORIZANTE TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM 5100-LINEA-AUTORIZANTE THRU 5100-EXIT
               VARYING TB-AUT-IDX FROM 1 BY 1
               UNTIL TB-AUT-IDX > TB-AUT-CANT
           .

       5100-LINEA-AUTORIZANTE.
           MOVE TB-AUT-CODIGO(TB-AUT-IDX) TO WSA-CODIGO
           MOVE TB-AUT-PAGOS(TB-AUT-IDX)  TO WSA-PAGOS
           MOVE TB-AUT-TOTAL(TB-AUT-IDX)  TO WSA-TOTAL
           MOVE TB-AUT-LIMITE(TB-AUT-IDX) TO WSA-LIMITE
           IF TB-AUT-LIM-PROPIO(TB-AUT-IDX) = 'S'
               MOVE 'PROPIO ' TO WSA-ORIGEN
           ELSE
               MOVE 'GENERAL' TO WSA-ORIGEN
           END-IF
           MOVE SPACES TO WSA-MARCA
           IF TB-AUT-TOTAL(TB-AUT-IDX) > TB-AUT-LIMITE(TB-AUT-IDX)
               MOVE '*LIMITE*' TO WSA-MARCA
           END-IF
           MOVE WS-DET-AUTORIZANTE TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           IF TB-AUT-TOTAL(TB-AUT-IDX) > TB-AUT-LIMITE(TB-AUT-IDX)
               MOVE SPACES TO AUD-REGISTRO
               MOVE 'LA' TO AUD-CODIGO
               MOVE ZERO TO AUD-GROUP-NUMBER
               MOVE ZERO TO AUD-SEQUENCE
               MOVE TB-AUT-CODIGO(TB-AUT-IDX) TO AUD-AUTH1
               MOVE ZERO TO AUD-FECHA1
               MOVE ZERO TO AUD-HORA1
               MOVE ZERO TO AUD-FECHA2
               MOVE ZERO TO AUD-HORA2
               MOVE TB-AUT-TOTAL(TB-AUT-IDX) TO AUD-IMPORTE
               MOVE 'TOTAL DEL DIA SOBRE SU LIMITE' TO AUD-DETALLE
               ADD 1 TO WS-CANT-LA
               WRITE AUD-REGISTRO
               ADD 1 TO WS-CANT-HALLAZGOS
           END-IF
           .
       5100-EXIT.
           EXIT.

       8000-RESUMEN.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 'PAGOS LEIDOS DE LFTRS01' TO WSL-R-CONCEPTO
           MOVE WS-CANT-PAGOS TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'PAGOS LIBERADOS AUDITADOS' TO WSL-R-CONCEPTO
           MOVE WS-CANT-LIBERADOS TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE '  SIN RUTEO EN LFTRS00 (SIN DIGITADOR)'
               TO WSL-R-CONCEPTO
           MOVE WS-CANT-SIN-RUTEO TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'TP  NO SON TRES PERSONAS DISTINTAS' TO WSL-R-CONCEPTO
           MOVE WS-CANT-TP TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'UA  UNA SOLA AUTORIZACION' TO WSL-R-CONCEPTO
           MOVE WS-CANT-UA TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'FH  FUERA DE HORARIO HABIL SIN MOTIVO'
               TO WSL-R-CONCEPTO
           MOVE WS-CANT-FH TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'RH  DESPUES DE LA RETENCION SIN MOTIVO'
               TO WSL-R-CONCEPTO
           MOVE WS-CANT-RH TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'RS  SEGUNDA FIRMA A SEGUNDOS DE LA PRIMERA'
               TO WSL-R-CONCEPTO
           MOVE WS-CANT-RS TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'LA  AUTORIZANTE SOBRE SU LIMITE' TO WSL-R-CONCEPTO
           MOVE WS-CANT-LA TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'AUTORIZANTES DESBORDADOS' TO WSL-R-CONCEPTO
           MOVE WS-CANT-DESBORDE TO WSL-R-CANTIDAD
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
           MOVE 'ZET192' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-PAGOS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-HALLAZGOS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET192 - AUDITORIA DE DOBLE FIRMA SWIFT'
           DISPLAY 'PAGOS LEIDOS . . . . . . . : ' WS-CANT-PAGOS
           DISPLAY 'PAGOS LIBERADOS  . . . . . : ' WS-CANT-LIBERADOS
           DISPLAY 'HALLAZGOS GRABADOS . . . . : ' WS-CANT-HALLAZGOS
           DISPLAY 'AUTORIZANTES SOBRE LIMITE  : ' WS-CANT-LA
           IF WS-CANT-HALLAZGOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           .
