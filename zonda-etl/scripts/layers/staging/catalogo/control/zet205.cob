      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET205                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - CATALOGO                    *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : REPORTE DE CODIGOS DE SUCURSAL FUERA DEL         *
      *               CATALOGO.  LEE EL ARCHIVO SUCDESC, DONDE LA      *
      *               RUTINA SUCMAP DEJA POR CORRIDA Y JOB LOS         *
      *               CODIGOS QUE NO ESTAN EN SUCPROV NI SON UNA       *
      *               SUCURSAL RETIRADA DE LA TABLA DE SUCESION, Y     *
      *               MUESTRA POR CODIGO Y JOB CUANTAS FILAS LO        *
      *               TRAJERON Y ENTRE QUE FECHAS, CON EL TOTAL POR    *
      *               CODIGO, PARA QUE SE DE DE ALTA LA SUCURSAL O SU  *
      *               SUCESION.  TARJETA PARMSDE OPCIONAL CON LA       *
      *               FECHA DE PROCESO DESDE.                          *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET205.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - CATALOGO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUCDESC-ENT    ASSIGN TO SUCDESC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DES.

           SELECT PARAMETROS     ASSIGN TO PARMSDE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT SORT-DES       ASSIGN TO SRTSDEA.

           SELECT REPORTE-DES    ASSIGN TO RPSUCDES
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUCDESC-ENT
           RECORDING MODE IS F.
           COPY "sucdesc.cob".

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-SDE-REGISTRO.
      *        FECHA DE PROCESO DESDE (CERO = TODO EL ARCHIVO)
           05  PARM-SDE-FECHA-DESDE   PIC 9(08).
           05  FILLER                 PIC X(72).

       SD  SORT-DES.
       01  SD-DES-REGISTRO.
           05  S-DES-CLAVE.
               10  S-DES-SUCURSAL    PIC X(04).
               10  S-DES-JOB-ID      PIC X(06).
           05  S-DES-SUC-VIGENTE     PIC X(04).
           05  S-DES-FECHA-PROCESO   PIC 9(08).
           05  S-DES-CANTIDAD        PIC 9(09).

       FD  REPORTE-DES.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "runlog.cob".

       WORKING-STORAGE SECTION.
       01  WS-FECHA-PROCESO          PIC 9(08).

       01  WS-FS-DES                 PIC XX.
       01  WS-FS-PAR                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-DES         PIC X(01) VALUE 'N'.
               88  EOF-SUCDESC           VALUE 'S'.
           05  WS-SW-EOF-SORT        PIC X(01) VALUE 'N'.
               88  EOF-SORT              VALUE 'S'.

       01  WS-PARM-FECHA-DESDE       PIC 9(08) VALUE ZERO.

       01  WS-CLAVE-ANT.
           05  WS-ANT-SUCURSAL       PIC X(04).
           05  WS-ANT-JOB-ID         PIC X(06).
       01  WS-ANT-SUC-VIGENTE        PIC X(04).

      * ACUMULADOS DEL GRUPO CODIGO/JOB Y DEL CODIGO
       01  WS-ACUM-GRUPO.
           05  WS-GRP-FILAS          PIC 9(09) COMP.
           05  WS-GRP-CORRIDAS       PIC 9(09) COMP.
           05  WS-GRP-FECHA-MIN      PIC 9(08).
           05  WS-GRP-FECHA-MAX      PIC 9(08).
       01  WS-ACUM-SUCURSAL.
           05  WS-SUC-FILAS          PIC 9(09) COMP.
           05  WS-SUC-JOBS           PIC 9(09) COMP.

       01  WS-CONTADORES.
           05  WS-CANT-LEIDOS        PIC 9(09) COMP.
           05  WS-CANT-SELECCIONADOS PIC 9(09) COMP.
           05  WS-CANT-GRUPOS        PIC 9(09) COMP.
           05  WS-CANT-SUCURSALES    PIC 9(09) COMP.

       01  WS-ENCAB-TITULO.
           05  FILLER                PIC X(40) VALUE
               'CODIGOS DE SUCURSAL FUERA DEL CATALOGO -'.
           05  FILLER                PIC X(05) VALUE
               ' AL  '.
           05  WST-FECHA             PIC 9(08).

       01  WS-ENCAB-DETALLE.
           05  FILLER                PIC X(40) VALUE
               'SUC  JOB    VIGENTE CORRIDAS      FILAS '.
           05  FILLER                PIC X(27) VALUE
               'PRIMERA   ULTIMA'.

       01  WS-LINEA-DETALLE.
           05  WSL-SUCURSAL          PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-JOB-ID            PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-SUC-VIGENTE       PIC X(04).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WSL-CORRIDAS          PIC ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-FILAS             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-FECHA-MIN         PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-FECHA-MAX         PIC 9(08).

       01  WS-LINEA-TOTAL.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  FILLER                PIC X(14) VALUE
               ' TOTAL CODIGO '.
           05  WSLT-JOBS             PIC ZZ9.
           05  FILLER                PIC X(06) VALUE ' JOBS '.
           05  WSLT-FILAS            PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  PARMSDE OPCIONAL, APERTURA DE SUCDESC Y   *
      *  SORT POR CODIGO Y JOB                                         *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   NOT AT END
                       IF PARM-SDE-FECHA-DESDE IS NUMERIC
                           MOVE PARM-SDE-FECHA-DESDE
                               TO WS-PARM-FECHA-DESDE
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF

           OPEN INPUT SUCDESC-ENT
           IF WS-FS-DES NOT = '00'
               DISPLAY 'ZET205 - NO SE PUDO ABRIR SUCDESC - '
                   'FILE STATUS ' WS-FS-DES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE SUCDESC-ENT

           OPEN OUTPUT REPORTE-DES
           MOVE WS-FECHA-PROCESO TO WST-FECHA
           MOVE WS-ENCAB-TITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-ENCAB-DETALLE TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           SORT SORT-DES
               ON ASCENDING KEY S-DES-CLAVE
                                S-DES-FECHA-PROCESO
               INPUT PROCEDURE IS 2000-SELECCIONA-CODIGOS
               OUTPUT PROCEDURE IS 3000-LISTA-CODIGOS
           .

      ******************************************************************
      *  9000-FINALIZE  -  RUNLOG Y RESUMEN.  RC 4 SI HAY CODIGOS      *
      *  FUERA DEL CATALOGO                                            *
      ******************************************************************
       9000-FINALIZE.
           CLOSE REPORTE-DES

           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET205' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-LEIDOS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-GRUPOS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET205 - SUCURSALES FUERA DEL CATALOGO'
           DISPLAY 'FILAS SUCDESC LEIDAS . . . : ' WS-CANT-LEIDOS
           DISPLAY 'FILAS SELECCIONADAS  . . . : '
               WS-CANT-SELECCIONADOS
           DISPLAY 'CODIGOS DESCONOCIDOS . . . : ' WS-CANT-SUCURSALES
           DISPLAY 'LINEAS CODIGO/JOB  . . . . : ' WS-CANT-GRUPOS

           IF WS-CANT-SELECCIONADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
      *  2000-SELECCIONA-CODIGOS  -  APLICA LA FECHA DESDE DE PARMSDE  *
      *  Y SUELTA AL SORT                                              *
      ******************************************************************
       2000-SELECCIONA-CODIGOS SECTION.
           OPEN INPUT SUCDESC-ENT
           PERFORM 2100-LEER-SUCDESC THRU 2100-EXIT
               UNTIL EOF-SUCDESC
           CLOSE SUCDESC-ENT
           GO TO 2000-FIN
           .

       2100-LEER-SUCDESC.
           READ SUCDESC-ENT
               AT END
                   SET EOF-SUCDESC TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-CANT-LEIDOS

           IF SUCDESC-FECHA-PROCESO < WS-PARM-FECHA-DESDE
               GO TO 2100-EXIT
           END-IF

           MOVE SUCDESC-SUCURSAL      TO S-DES-SUCURSAL
           MOVE SUCDESC-JOB-ID        TO S-DES-JOB-ID
           MOVE SUCDESC-SUC-VIGENTE   TO S-DES-SUC-VIGENTE
           MOVE SUCDESC-FECHA-PROCESO TO S-DES-FECHA-PROCESO
           MOVE SUCDESC-CANTIDAD      TO S-DES-CANTIDAD
           RELEASE SD-DES-REGISTRO
           ADD 1 TO WS-CANT-SELECCIONADOS
           .
       2100-EXIT.
           EXIT.
       2000-FIN.
           EXIT.


      ******************************************************************
      *  3000-LISTA-CODIGOS  -  CORTE DE CONTROL POR CODIGO Y POR JOB  *
      *  DENTRO DEL CODIGO                                             *
      ******************************************************************
       3000-LISTA-CODIGOS SECTION.
           MOVE HIGH-VALUES TO WS-CLAVE-ANT
           PERFORM 3100-RETORNA-CODIGO THRU 3100-EXIT
           PERFORM 3200-ACUMULA-CODIGO THRU 3200-EXIT
               UNTIL EOF-SORT
           IF WS-CANT-SELECCIONADOS > ZERO
               PERFORM 3500-CORTE-GRUPO THRU 3500-EXIT
               PERFORM 3600-CORTE-SUCURSAL THRU 3600-EXIT
           END-IF
           GO TO 3000-FIN
           .

       3100-RETORNA-CODIGO.
           RETURN SORT-DES
               AT END
                   SET EOF-SORT TO TRUE
           END-RETURN
           .
       3100-EXIT.
           EXIT.

       3200-ACUMULA-CODIGO.
           IF WS-ANT-SUCURSAL NOT = HIGH-VALUES
               IF S-DES-SUCURSAL NOT = WS-ANT-SUCURSAL
                   PERFORM 3500-CORTE-GRUPO THRU 3500-EXIT
                   PERFORM 3600-CORTE-SUCURSAL THRU 3600-EXIT
               ELSE
                   IF S-DES-JOB-ID NOT = WS-ANT-JOB-ID
                       PERFORM 3500-CORTE-GRUPO THRU 3500-EXIT
                   END-IF
               END-IF
           END-IF

           IF WS-GRP-CORRIDAS = ZERO
               MOVE S-DES-CLAVE      TO WS-CLAVE-ANT
               MOVE 99999999         TO WS-GRP-FECHA-MIN
               MOVE ZERO             TO WS-GRP-FECHA-MAX
           END-IF
           ADD 1 TO WS-GRP-CORRIDAS
           ADD S-DES-CANTIDAD TO WS-GRP-FILAS
           MOVE S-DES-SUC-VIGENTE TO WS-ANT-SUC-VIGENTE
           IF S-DES-FECHA-PROCESO < WS-GRP-FECHA-MIN
               MOVE S-DES-FECHA-PROCESO TO WS-GRP-FECHA-MIN
           END-IF
           IF S-DES-FECHA-PROCESO > WS-GRP-FECHA-MAX
               MOVE S-DES-FECHA-PROCESO TO WS-GRP-FECHA-MAX
           END-IF

           PERFORM 3100-RETORNA-CODIGO THRU 3100-EXIT
           .
       3200-EXIT.
           EXIT.

      * LA SUCURSAL VIGENTE ES LA DE LA CORRIDA MAS RECIENTE DEL JOB
       3500-CORTE-GRUPO.
           MOVE WS-ANT-SUCURSAL    TO WSL-SUCURSAL
           MOVE WS-ANT-JOB-ID      TO WSL-JOB-ID
           MOVE WS-ANT-SUC-VIGENTE TO WSL-SUC-VIGENTE
           MOVE WS-GRP-CORRIDAS    TO WSL-CORRIDAS
           MOVE WS-GRP-FILAS       TO WSL-FILAS
           MOVE WS-GRP-FECHA-MIN   TO WSL-FECHA-MIN
           MOVE WS-GRP-FECHA-MAX   TO WSL-FECHA-MAX
           MOVE WS-LINEA-DETALLE   TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           ADD 1 TO WS-CANT-GRUPOS

           ADD WS-GRP-FILAS TO WS-SUC-FILAS
           ADD 1            TO WS-SUC-JOBS
           INITIALIZE WS-ACUM-GRUPO
           .
       3500-EXIT.
           EXIT.

       3600-CORTE-SUCURSAL.
           MOVE WS-SUC-JOBS    TO WSLT-JOBS
           MOVE WS-SUC-FILAS   TO WSLT-FILAS
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           ADD 1 TO WS-CANT-SUCURSALES
           INITIALIZE WS-ACUM-SUCURSAL
           .
       3600-EXIT.
           EXIT.
       3000-FIN.
           EXIT.
