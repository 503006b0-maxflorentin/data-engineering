      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET203                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - CLIENTE 360                 *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : REPORTE DE SUPRESIONES POR PREFERENCIAS DE       *
      *               CONTACTO.  TOMA DEL DIARIO CONSUP LO GRABADO EN  *
      *               LA FECHA DE PROCESO (O LA INFORMADA EN PARMSUP)  *
      *               POR LAS SALIDAS AL CLIENTE QUE CONSULTAN LA      *
      *               RUTINA CONSEN, Y POR CADA SALIDA INFORMA LOS     *
      *               CLIENTES EVALUADOS Y EMITIDOS, LOS SUPRIMIDOS,   *
      *               LOS EMITIDOS SIN CONTACTO Y LAS COMUNICACIONES   *
      *               LEGALES QUE SALIERON PESE A LA OPOSICION DEL     *
      *               CLIENTE (EXENTAS), CON EL DETALLE DE CADA UNO.   *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET203.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - CLIENTE 360.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS     ASSIGN TO PARMSUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT SUPRESIONES    ASSIGN TO CONSUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SUP.

           SELECT SORT-SUP       ASSIGN TO SRTSUPA.

           SELECT REPORTE-SUP    ASSIGN TO RPCONSUP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-SUP-REGISTRO.
      *        FECHA AAAAMMDD A INFORMAR (POR OMISION, LA DEL PROCESO)
           05  PARM-SUP-FECHA         PIC 9(08).
           05  PARM-SUP-FILLER        PIC X(12).

       FD  SUPRESIONES
           RECORDING MODE IS F.
           COPY "consup.cob" REPLACING ==:CONSUP:== BY ==CONSUP==.

      * ORDEN DENTRO DE LA SALIDA: 0 RESUMEN DE CORRIDA, 1 SUPRIMIDO,
      * 2 CONTACTO SUPRIMIDO, 3 EXENTO
       SD  SORT-SUP.
       01  SD-SUP-REGISTRO.
           05  S-SUP-SALIDA          PIC X(08).
           05  S-SUP-ORDEN           PIC 9(01).
           05  S-SUP-NUP             PIC X(08).
           05  S-SUP-CONSUP          PIC X(80).

       FD  REPORTE-SUP.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../control/runlog.cob".

       WORKING-STORAGE SECTION.
           COPY "consup.cob" REPLACING ==:CONSUP:== BY ==WS-SUP==.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FECHA-REPORTE          PIC 9(08).

       01  WS-FS-PAR                 PIC XX.
       01  WS-FS-SUP                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-SUP         PIC X(01) VALUE 'N'.
               88  EOF-SUPRESIONES       VALUE 'S'.
           05  WS-SW-EOF-SORT        PIC X(01) VALUE 'N'.
               88  EOF-SORT              VALUE 'S'.

       01  WS-SALIDA-ACT             PIC X(08).
       01  WS-JOB-ACT                PIC X(06).

       01  WS-TOTALES-SALIDA.
           05  WS-TOT-CORRIDAS       PIC 9(09) COMP.
           05  WS-TOT-EVALUADOS      PIC 9(09) COMP.
           05  WS-TOT-EMITIDOS       PIC 9(09) COMP.
           05  WS-TOT-SUPRIMIDOS     PIC 9(09) COMP.
           05  WS-TOT-CONTACTO       PIC 9(09) COMP.
           05  WS-TOT-EXENTOS        PIC 9(09) COMP.

       01  WS-CONTADORES.
           05  WS-CANT-LEIDOS        PIC 9(09) COMP.
           05  WS-CANT-DEL-DIA       PIC 9(09) COMP.
           05  WS-CANT-SALIDAS       PIC 9(09) COMP.
           05  WS-CANT-SUPRIMIDOS    PIC 9(09) COMP.
           05  WS-CANT-CONTACTO      PIC 9(09) COMP.
           05  WS-CANT-EXENTOS       PIC 9(09) COMP.
           05  WS-CANT-LINEAS        PIC 9(09) COMP.

       01  WS-TITULO.
           05  FILLER                PIC X(50) VALUE
               'SUPRESIONES POR PREFERENCIAS DE CONTACTO - FECHA '.
           05  WST-FECHA             PIC 9(08).

       01  WS-ENCAB-SALIDA.
           05  FILLER                PIC X(08) VALUE 'SALIDA: '.
           05  WSE-SALIDA            PIC X(08).
           05  FILLER                PIC X(13) VALUE
               '   PROGRAMA: '.
           05  WSE-JOB               PIC X(06).

       01  WS-ENCAB-DETALLE.
           05  FILLER                PIC X(42) VALUE
               'RESULTADO  NUP       CLAVE                '.
           05  FILLER                PIC X(24) VALUE
               'CAN PRO APL ORI VIGENCIA'.

       01  WS-LINEA-DETALLE.
           05  WSL-RESULTADO         PIC X(09).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-NUP               PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-CLAVE             PIC X(19).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-CANAL             PIC X(01).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WSL-PROPOSITO         PIC X(01).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WSL-CANAL-APLICADO    PIC X(01).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WSL-ORIGEN            PIC X(01).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WSL-FEC-VIGENCIA      PIC 9(08).

       01  WS-LINEA-TOTAL-1.
           05  FILLER                PIC X(12) VALUE '  CORRIDAS: '.
           05  WST-CORRIDAS          PIC ZZZ9.
           05  FILLER                PIC X(13) VALUE '  EVALUADOS: '.
           05  WST-EVALUADOS         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE '  EMITIDOS: '.
           05  WST-EMITIDOS          PIC ZZZ,ZZZ,ZZ9.

       01  WS-LINEA-TOTAL-2.
           05  FILLER                PIC X(14) VALUE '  SUPRIMIDOS: '.
           05  WST-SUPRIMIDOS        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(22) VALUE
               '  EMITIDOS SIN CONT.: '.
           05  WST-CONTACTO          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(25) VALUE
               '  LEGALES CON OPOSICION: '.
           05  WST-EXENTOS           PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE

           SORT SORT-SUP
               ON ASCENDING KEY S-SUP-SALIDA
                                S-SUP-ORDEN
                                S-SUP-NUP
               INPUT PROCEDURE IS 2000-SELECCIONA
               OUTPUT PROCEDURE IS 5000-REPORTA

           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  FECHA A INFORMAR Y APERTURAS.  SIN EL     *
      *  DIARIO CONSUP NO HAY NADA QUE INFORMAR                        *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE WS-FECHA-PROCESO TO WS-FECHA-REPORTE

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1050-TOMA-PARAMETROS THRU 1050-EXIT
               END-READ
               CLOSE PARAMETROS
           END-IF

           OPEN INPUT SUPRESIONES
           IF WS-FS-SUP NOT = '00'
               DISPLAY 'ZET203 - NO SE PUDO ABRIR CONSUP - '
                   'FILE STATUS ' WS-FS-SUP
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORTE-SUP
           MOVE WS-FECHA-REPORTE TO WST-FECHA
           MOVE WS-TITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

       1050-TOMA-PARAMETROS.
           IF PARM-SUP-FECHA IS NUMERIC
               AND PARM-SUP-FECHA > 0
               MOVE PARM-SUP-FECHA TO WS-FECHA-REPORTE
           END-IF
           .
       1050-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  CIERRES, RUNLOG Y RESUMEN.  RC 4 SI NO HUBO *
      *  CORRIDAS REGISTRADAS EN LA FECHA                              *
      ******************************************************************
       9000-FINALIZE.
           CLOSE SUPRESIONES
           IF WS-CANT-SALIDAS = ZERO
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE 'SIN SUPRESIONES REGISTRADAS EN LA FECHA'
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF
           CLOSE REPORTE-SUP

           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET203' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-LEIDOS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-LINEAS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET203 - SUPRESIONES POR PREFERENCIAS DE CONTACTO'
           DISPLAY 'FECHA INFORMADA  . . . . . : ' WS-FECHA-REPORTE
           DISPLAY 'REGISTROS CONSUP LEIDOS  . : ' WS-CANT-LEIDOS
           DISPLAY 'REGISTROS DE LA FECHA  . . : ' WS-CANT-DEL-DIA
           DISPLAY 'SALIDAS INFORMADAS . . . . : ' WS-CANT-SALIDAS
           DISPLAY 'CLIENTES SUPRIMIDOS  . . . : ' WS-CANT-SUPRIMIDOS
           DISPLAY 'EMITIDOS SIN CONTACTO  . . : ' WS-CANT-CONTACTO
           DISPLAY 'LEGALES CON OPOSICION  . . : ' WS-CANT-EXENTOS

           IF WS-CANT-SALIDAS = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
      *  2000-SELECCIONA  -  SUELTA AL SORT LO GRABADO EN LA FECHA     *
      ******************************************************************
       2000-SELECCIONA SECTION.
           PERFORM 2100-LEER-SUPRESION THRU 2100-EXIT
               UNTIL EOF-SUPRESIONES
           GO TO 2000-FIN
           .

       2100-LEER-SUPRESION.
           READ SUPRESIONES
               AT END
                   SET EOF-SUPRESIONES TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-CANT-LEIDOS
           IF CONSUP-FECHA NOT = WS-FECHA-REPORTE
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-CANT-DEL-DIA

           MOVE CONSUP-SALIDA   TO S-SUP-SALIDA
           MOVE CONSUP-NUP      TO S-SUP-NUP
           MOVE CONSUP-REGISTRO TO S-SUP-CONSUP
           EVALUATE TRUE
               WHEN CONSUP-RESUMEN
                   MOVE 0 TO S-SUP-ORDEN
                   MOVE SPACES TO S-SUP-NUP
               WHEN CONSUP-SUPRIMIDO
                   MOVE 1 TO S-SUP-ORDEN
               WHEN CONSUP-CONTACTO-SUPRIMIDO
                   MOVE 2 TO S-SUP-ORDEN
               WHEN OTHER
                   MOVE 3 TO S-SUP-ORDEN
           END-EVALUATE
           RELEASE SD-SUP-REGISTRO
           .
       2100-EXIT.
           EXIT.
       2000-FIN.
           EXIT.


      ******************************************************************
      *  5000-REPORTA  -  POR SALIDA: ENCABEZADO, DETALLE DE CADA      *
      *  CLIENTE SUPRIMIDO O EXENTO Y TOTALES DE LA SALIDA             *
      ******************************************************************
       5000-REPORTA SECTION.
           PERFORM 5100-RETORNA THRU 5100-EXIT
           PERFORM 5200-PROCESA-SALIDA THRU 5200-EXIT
               UNTIL EOF-SORT
           GO TO 5000-FIN
           .

       5100-RETORNA.
           RETURN SORT-SUP
               AT END
                   SET EOF-SORT TO TRUE
                   GO TO 5100-EXIT
           END-RETURN
           MOVE S-SUP-CONSUP TO WS-SUP-REGISTRO
           .
       5100-EXIT.
           EXIT.

       5200-PROCESA-SALIDA.
           ADD 1 TO WS-CANT-SALIDAS
           MOVE S-SUP-SALIDA TO WS-SALIDA-ACT
           MOVE WS-SUP-JOB-ID TO WS-JOB-ACT
           INITIALIZE WS-TOTALES-SALIDA

           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-SALIDA-ACT TO WSE-SALIDA
           MOVE WS-JOB-ACT    TO WSE-JOB
           MOVE WS-ENCAB-SALIDA TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-ENCAB-DETALLE TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           PERFORM 5300-PROCESA-REGISTRO THRU 5300-EXIT
               UNTIL EOF-SORT
                  OR S-SUP-SALIDA NOT = WS-SALIDA-ACT

           PERFORM 5500-TOTALES-SALIDA THRU 5500-EXIT
           .
       5200-EXIT.
           EXIT.

       5300-PROCESA-REGISTRO.
           IF WS-SUP-RESUMEN
               ADD 1 TO WS-TOT-CORRIDAS
               ADD WS-SUP-CANT-EVALUADOS TO WS-TOT-EVALUADOS
               ADD WS-SUP-CANT-EMITIDOS  TO WS-TOT-EMITIDOS
               GO TO 5300-SIGUIENTE
           END-IF

           EVALUATE TRUE
               WHEN WS-SUP-SUPRIMIDO
                   ADD 1 TO WS-TOT-SUPRIMIDOS
                   ADD 1 TO WS-CANT-SUPRIMIDOS
                   MOVE 'SUPRIMIDO' TO WSL-RESULTADO
               WHEN WS-SUP-CONTACTO-SUPRIMIDO
                   ADD 1 TO WS-TOT-CONTACTO
                   ADD 1 TO WS-CANT-CONTACTO
                   MOVE 'SIN CONT.' TO WSL-RESULTADO
               WHEN OTHER
                   ADD 1 TO WS-TOT-EXENTOS
                   ADD 1 TO WS-CANT-EXENTOS
                   MOVE 'EXENTO'    TO WSL-RESULTADO
           END-EVALUATE
           MOVE WS-SUP-NUP            TO WSL-NUP
           MOVE WS-SUP-CLAVE          TO WSL-CLAVE
           MOVE WS-SUP-CANAL          TO WSL-CANAL
           MOVE WS-SUP-PROPOSITO      TO WSL-PROPOSITO
           MOVE WS-SUP-CANAL-APLICADO TO WSL-CANAL-APLICADO
           MOVE WS-SUP-ORIGEN         TO WSL-ORIGEN
           MOVE WS-SUP-FEC-VIGENCIA   TO WSL-FEC-VIGENCIA
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           ADD 1 TO WS-CANT-LINEAS
           .
       5300-SIGUIENTE.
           PERFORM 5100-RETORNA THRU 5100-EXIT
           .
       5300-EXIT.
           EXIT.

       5500-TOTALES-SALIDA.
           MOVE WS-TOT-CORRIDAS   TO WST-CORRIDAS
           MOVE WS-TOT-EVALUADOS  TO WST-EVALUADOS
           MOVE WS-TOT-EMITIDOS   TO WST-EMITIDOS
           MOVE WS-TOT-SUPRIMIDOS TO WST-SUPRIMIDOS
           MOVE WS-TOT-CONTACTO   TO WST-CONTACTO
           MOVE WS-TOT-EXENTOS    TO WST-EXENTOS
           MOVE WS-LINEA-TOTAL-1 TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-LINEA-TOTAL-2 TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       5500-EXIT.
           EXIT.
       5000-FIN.
           EXIT.
