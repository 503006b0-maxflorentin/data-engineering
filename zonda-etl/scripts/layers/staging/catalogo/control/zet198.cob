      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET198                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - CATALOGO                    *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : REPORTE DE AJUSTES POST-CIERRE.  LEE EL ARCHIVO  *
      *               POSTCIE, DONDE LOS STAGES DESVIAN LAS FILAS QUE  *
      *               LLEGARON CON FECHA DE NEGOCIO DE UN PERIODO YA   *
      *               CERRADO, Y MUESTRA POR AREA, PERIODO, STAGE Y    *
      *               HECHO CUANTO LLEGO TARDE, CUANTO HUBIERA MOVIDO  *
      *               LAS CIFRAS CERRADAS Y ENTRE QUE FECHAS LLEGO,    *
      *               CON EL ESTADO ACTUAL DEL PERIODO (SI FUE         *
      *               REABIERTO, LOS AJUSTES PUEDEN REPROCESARSE).     *
      *               TARJETA PARMPCI OPCIONAL PARA LIMITAR A UN AREA  *
      *               Y/O A LOS ARRIBOS DESDE UNA FECHA.               *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET198.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - CATALOGO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTCIE-ENT    ASSIGN TO POSTCIE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PCI.

           SELECT PARAMETROS     ASSIGN TO PARMPCI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT SORT-PCI       ASSIGN TO SRTPCIA.

           SELECT REPORTE-PCI    ASSIGN TO RPPOSCIE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTCIE-ENT
           RECORDING MODE IS F.
           COPY "postcie.cob".

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-PCI-REGISTRO.
      *        AREA A LISTAR (EN BLANCO = TODAS) Y FECHA DE ARRIBO
      *        DESDE (CERO = TODO EL ARCHIVO)
           05  PARM-PCI-AREA          PIC X(08).
           05  PARM-PCI-ARRIBO-DESDE  PIC 9(08).
           05  FILLER                 PIC X(64).

       SD  SORT-PCI.
       01  SD-PCI-REGISTRO.
           05  S-PCI-CLAVE.
               10  S-PCI-AREA        PIC X(08).
               10  S-PCI-PERIODO     PIC 9(06).
               10  S-PCI-JOB-ID      PIC X(06).
               10  S-PCI-HECHO       PIC X(08).
           05  S-PCI-FEC-NEGOCIO     PIC 9(08).
           05  S-PCI-FEC-ARRIBO      PIC 9(08).
           05  S-PCI-IMPORTE         PIC S9(13)V99.

       FD  REPORTE-PCI.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "runlog.cob".

       WORKING-STORAGE SECTION.
       01  WS-FECHA-PROCESO          PIC 9(08).

       01  WS-FS-PCI                 PIC XX.
       01  WS-FS-PAR                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-PCI         PIC X(01) VALUE 'N'.
               88  EOF-POSTCIE           VALUE 'S'.
           05  WS-SW-EOF-SORT        PIC X(01) VALUE 'N'.
               88  EOF-SORT              VALUE 'S'.

       01  WS-PARM-AREA              PIC X(08) VALUE SPACES.
       01  WS-PARM-ARRIBO-DESDE      PIC 9(08) VALUE ZERO.

       01  WS-CLAVE-ANT.
           05  WS-ANT-AREA           PIC X(08).
           05  WS-ANT-PERIODO        PIC 9(06).
           05  WS-ANT-JOB-ID         PIC X(06).
           05  WS-ANT-HECHO          PIC X(08).

      * ACUMULADOS DEL GRUPO AREA/PERIODO/STAGE/HECHO Y DEL PERIODO
       01  WS-ACUM-GRUPO.
           05  WS-GRP-CANT           PIC 9(09) COMP.
           05  WS-GRP-IMPORTE        PIC S9(13)V99 COMP-3.
           05  WS-GRP-ARRIBO-MIN     PIC 9(08).
           05  WS-GRP-ARRIBO-MAX     PIC 9(08).
       01  WS-ACUM-PERIODO.
           05  WS-PER-CANT           PIC 9(09) COMP.
           05  WS-PER-IMPORTE        PIC S9(13)V99 COMP-3.

           COPY "percielk.cob" REPLACING ==:PERCIE:== BY ==WS-PCI==.

       01  WS-CONTADORES.
           05  WS-CANT-LEIDOS        PIC 9(09) COMP.
           05  WS-CANT-SELECCIONADOS PIC 9(09) COMP.
           05  WS-CANT-GRUPOS        PIC 9(09) COMP.
           05  WS-CANT-PERIODOS      PIC 9(09) COMP.

       01  WS-ENCAB-TITULO.
           05  FILLER                PIC X(40) VALUE
               'AJUSTES POST-CIERRE - ARRIBOS TARDIOS A '.
           05  FILLER                PIC X(25) VALUE
               'PERIODOS CERRADOS - AL  '.
           05  WST-FECHA             PIC 9(08).

       01  WS-ENCAB-DETALLE.
           05  FILLER                PIC X(40) VALUE
               'AREA     PERIODO STAGE  HECHO      FILAS'.
           05  FILLER                PIC X(40) VALUE
               '       IMPORTE AJUSTE 1ER ARRIBO  ULT AR'.
           05  FILLER                PIC X(12) VALUE
               'RIBO  ESTADO'.

       01  WS-LINEA-DETALLE.
           05  WSL-AREA              PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-PERIODO           PIC 9(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-JOB-ID            PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-HECHO             PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-CANT              PIC ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-IMPORTE           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-ARRIBO-MIN        PIC 9(08).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WSL-ARRIBO-MAX        PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-ESTADO            PIC X(09).

       01  WS-LINEA-TOTAL.
           05  FILLER                PIC X(08) VALUE SPACES.
           05  FILLER                PIC X(25) VALUE
               ' TOTAL DEL PERIODO . . . '.
           05  WSLT-CANT             PIC ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSLT-IMPORTE          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  PARMPCI OPCIONAL, APERTURA DE POSTCIE Y   *
      *  SORT POR AREA, PERIODO, STAGE Y HECHO                         *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM 1050-TOMA-PARAMETROS THRU 1050-EXIT
               END-READ
               CLOSE PARAMETROS
           END-IF

           OPEN INPUT POSTCIE-ENT
           IF WS-FS-PCI NOT = '00'
               DISPLAY 'ZET198 - NO SE PUDO ABRIR POSTCIE - '
                   'FILE STATUS ' WS-FS-PCI
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE POSTCIE-ENT

           OPEN OUTPUT REPORTE-PCI
           MOVE WS-FECHA-PROCESO TO WST-FECHA
           MOVE WS-ENCAB-TITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-ENCAB-DETALLE TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           SORT SORT-PCI
               ON ASCENDING KEY S-PCI-CLAVE
               INPUT PROCEDURE IS 2000-SELECCIONA-AJUSTES
               OUTPUT PROCEDURE IS 3000-LISTA-AJUSTES
           .

       1050-TOMA-PARAMETROS.
           MOVE PARM-PCI-AREA TO WS-PARM-AREA
           IF PARM-PCI-ARRIBO-DESDE IS NUMERIC
               AND PARM-PCI-ARRIBO-DESDE > ZERO
               MOVE PARM-PCI-ARRIBO-DESDE TO WS-PARM-ARRIBO-DESDE
           END-IF
           .
       1050-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  RUNLOG Y RESUMEN.  RC 4 SI HAY AJUSTES      *
      *  POST-CIERRE PENDIENTES DE REVISION                            *
      ******************************************************************
       9000-FINALIZE.
           CLOSE REPORTE-PCI

           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET198' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-LEIDOS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-GRUPOS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET198 - AJUSTES POST-CIERRE'
           DISPLAY 'AJUSTES LEIDOS . . . . . . : ' WS-CANT-LEIDOS
           DISPLAY 'AJUSTES LISTADOS . . . . . : '
               WS-CANT-SELECCIONADOS
           DISPLAY 'PERIODOS AFECTADOS . . . . : ' WS-CANT-PERIODOS
           DISPLAY 'LINEAS AREA/STAGE/HECHO  . : ' WS-CANT-GRUPOS

           IF WS-CANT-SELECCIONADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
      *  2000-SELECCIONA-AJUSTES  -  APLICA EL FILTRO DE PARMPCI Y     *
      *  SUELTA AL SORT                                                *
      ******************************************************************
       2000-SELECCIONA-AJUSTES SECTION.
           OPEN INPUT POSTCIE-ENT
           PERFORM 2100-LEER-POSTCIE THRU 2100-EXIT
               UNTIL EOF-POSTCIE
           CLOSE POSTCIE-ENT
           GO TO 2000-FIN
           .

       2100-LEER-POSTCIE.
           READ POSTCIE-ENT
               AT END
                   SET EOF-POSTCIE TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-CANT-LEIDOS

           IF WS-PARM-AREA NOT = SPACES
               AND POSTCIE-AREA NOT = WS-PARM-AREA
               GO TO 2100-EXIT
           END-IF
           IF POSTCIE-FEC-ARRIBO < WS-PARM-ARRIBO-DESDE
               GO TO 2100-EXIT
           END-IF

           MOVE POSTCIE-AREA             TO S-PCI-AREA
           MOVE POSTCIE-FEC-NEGOCIO(1:6) TO S-PCI-PERIODO
           MOVE POSTCIE-JOB-ID           TO S-PCI-JOB-ID
           MOVE POSTCIE-HECHO            TO S-PCI-HECHO
           MOVE POSTCIE-FEC-NEGOCIO      TO S-PCI-FEC-NEGOCIO
           MOVE POSTCIE-FEC-ARRIBO       TO S-PCI-FEC-ARRIBO
           MOVE POSTCIE-IMPORTE          TO S-PCI-IMPORTE
           RELEASE SD-PCI-REGISTRO
           ADD 1 TO WS-CANT-SELECCIONADOS
           .
       2100-EXIT.
           EXIT.
       2000-FIN.
           EXIT.


      ******************************************************************
      *  3000-LISTA-AJUSTES  -  CORTE DE CONTROL POR AREA/PERIODO Y    *
      *  POR STAGE/HECHO DENTRO DEL PERIODO                            *
      ******************************************************************
       3000-LISTA-AJUSTES SECTION.
           MOVE HIGH-VALUES TO WS-CLAVE-ANT
           PERFORM 3100-RETORNA-AJUSTE THRU 3100-EXIT
           PERFORM 3200-ACUMULA-AJUSTE THRU 3200-EXIT
               UNTIL EOF-SORT
           IF WS-CANT-SELECCIONADOS > ZERO
               PERFORM 3500-CORTE-GRUPO THRU 3500-EXIT
               PERFORM 3600-CORTE-PERIODO THRU 3600-EXIT
           END-IF
           GO TO 3000-FIN
           .

       3100-RETORNA-AJUSTE.
           RETURN SORT-PCI
               AT END
                   SET EOF-SORT TO TRUE
           END-RETURN
           .
       3100-EXIT.
           EXIT.

       3200-ACUMULA-AJUSTE.
           IF WS-ANT-AREA NOT = HIGH-VALUES
               IF S-PCI-AREA NOT = WS-ANT-AREA
                   OR S-PCI-PERIODO NOT = WS-ANT-PERIODO
                   PERFORM 3500-CORTE-GRUPO THRU 3500-EXIT
                   PERFORM 3600-CORTE-PERIODO THRU 3600-EXIT
               ELSE
                   IF S-PCI-JOB-ID NOT = WS-ANT-JOB-ID
                       OR S-PCI-HECHO NOT = WS-ANT-HECHO
                       PERFORM 3500-CORTE-GRUPO THRU 3500-EXIT
                   END-IF
               END-IF
           END-IF

           IF WS-GRP-CANT = ZERO
               MOVE S-PCI-CLAVE      TO WS-CLAVE-ANT
               MOVE 99999999         TO WS-GRP-ARRIBO-MIN
               MOVE ZERO             TO WS-GRP-ARRIBO-MAX
           END-IF
           ADD 1 TO WS-GRP-CANT
           ADD S-PCI-IMPORTE TO WS-GRP-IMPORTE
           IF S-PCI-FEC-ARRIBO < WS-GRP-ARRIBO-MIN
               MOVE S-PCI-FEC-ARRIBO TO WS-GRP-ARRIBO-MIN
           END-IF
           IF S-PCI-FEC-ARRIBO > WS-GRP-ARRIBO-MAX
               MOVE S-PCI-FEC-ARRIBO TO WS-GRP-ARRIBO-MAX
           END-IF
           MOVE S-PCI-FEC-NEGOCIO TO WS-PCI-FECHA

           PERFORM 3100-RETORNA-AJUSTE THRU 3100-EXIT
           .
       3200-EXIT.
           EXIT.

      * LINEA DEL GRUPO CON EL ESTADO ACTUAL DEL PERIODO SEGUN EL
      * CALENDARIO DE CIERRE
       3500-CORTE-GRUPO.
           MOVE WS-ANT-AREA TO WS-PCI-AREA-NEGOCIO
           CALL 'PERCIE' USING WS-PCI-AREA

           MOVE WS-ANT-AREA       TO WSL-AREA
           MOVE WS-ANT-PERIODO    TO WSL-PERIODO
           MOVE WS-ANT-JOB-ID     TO WSL-JOB-ID
           MOVE WS-ANT-HECHO      TO WSL-HECHO
           MOVE WS-GRP-CANT       TO WSL-CANT
           MOVE WS-GRP-IMPORTE    TO WSL-IMPORTE
           MOVE WS-GRP-ARRIBO-MIN TO WSL-ARRIBO-MIN
           MOVE WS-GRP-ARRIBO-MAX TO WSL-ARRIBO-MAX
           EVALUATE TRUE
               WHEN WS-PCI-FECHA-INVALIDA
                   MOVE 'S/FECHA'   TO WSL-ESTADO
               WHEN WS-PCI-PERIODO-CERRADO
                   MOVE 'CERRADO'   TO WSL-ESTADO
               WHEN OTHER
                   MOVE 'REABIERTO' TO WSL-ESTADO
           END-EVALUATE
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           ADD 1 TO WS-CANT-GRUPOS

           ADD WS-GRP-CANT    TO WS-PER-CANT
           ADD WS-GRP-IMPORTE TO WS-PER-IMPORTE
           INITIALIZE WS-ACUM-GRUPO
           .
       3500-EXIT.
           EXIT.

       3600-CORTE-PERIODO.
           MOVE WS-PER-CANT    TO WSLT-CANT
           MOVE WS-PER-IMPORTE TO WSLT-IMPORTE
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           ADD 1 TO WS-CANT-PERIODOS
           INITIALIZE WS-ACUM-PERIODO
           .
       3600-EXIT.
           EXIT.
       3000-FIN.
           EXIT.
