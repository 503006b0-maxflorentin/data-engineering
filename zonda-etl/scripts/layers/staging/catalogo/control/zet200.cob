      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET200                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - CATALOGO                    *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : CONSULTA DE LA HISTORIA DE UNA TARJETA DE        *
      *               PARAMETROS.  CON LA TARJETA PARMCON (TARJETA,    *
      *               FECHA DE CONSULTA Y JOB OPCIONAL) LISTA DESDE    *
      *               PARMHIST CADA CAMBIO DE CONTENIDO Y CADA         *
      *               RECHAZO CON QUIEN EDITO LA TARJETA, Y AL FINAL   *
      *               EL CONTENIDO QUE ESTABA EN VIGOR EN LA FECHA     *
      *               PEDIDA, DESCOMPUESTO CAMPO POR CAMPO SEGUN EL    *
      *               REGISTRO PARMDEF VIGENTE A ESA FECHA.            *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET200.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - CATALOGO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS     ASSIGN TO PARMCON
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT HISTORIA       ASSIGN TO PARMHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HIS.

           SELECT VERSIONES      ASSIGN TO REFVERS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-VER.

           SELECT REPORTE-HIS    ASSIGN TO RPPARHIS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-CON-REGISTRO.
      *        TARJETA A CONSULTAR, FECHA (CERO = HOY) Y JOB (EN
      *        BLANCO = TODOS LOS JOBS QUE LA USAN)
           05  PARM-CON-TARJETA       PIC X(08).
           05  PARM-CON-FECHA         PIC 9(08).
           05  PARM-CON-JOB-ID        PIC X(06).
           05  FILLER                 PIC X(58).

       FD  HISTORIA
           RECORDING MODE IS F.
           COPY "parmhist.cob".

       FD  VERSIONES
           RECORDING MODE IS F.
       01  VER-REGISTRO.
           05  VER-TABLA             PIC X(08).
           05  VER-CLAVE             PIC X(30).
           05  VER-FEC-DESDE         PIC 9(08).
           05  VER-FEC-HASTA         PIC 9(08).
           05  VER-CONTENIDO         PIC X(200).
           05  FILLER                PIC X(06).

       FD  REPORTE-HIS.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "runlog.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-CAMPOS             PIC 9(04) COMP VALUE 100.

       01  WS-FECHA-PROCESO          PIC 9(08).

       01  WS-FS-PAR                 PIC XX.
       01  WS-FS-HIS                 PIC XX.
       01  WS-FS-VER                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-HIS         PIC X(01) VALUE 'N'.
               88  EOF-HISTORIA          VALUE 'S'.
           05  WS-SW-EOF-VER         PIC X(01) VALUE 'N'.
               88  EOF-VERSIONES         VALUE 'S'.
           05  WS-SW-VIGENTE         PIC X(01) VALUE 'N'.
               88  HAY-VIGENTE           VALUE 'S'.
           05  WS-SW-PRIMERA         PIC X(01) VALUE 'S'.
               88  PRIMERA-DE-LA-TARJETA VALUE 'S'.

       01  WS-CON-TARJETA            PIC X(08).
       01  WS-CON-FECHA              PIC 9(08).
       01  WS-CON-JOB-ID             PIC X(06).

      * ULTIMA CORRIDA VALIDADA A LA FECHA DE CONSULTA
       01  WS-VIGENTE.
           05  WS-VIG-FECHA          PIC 9(08).
           05  WS-VIG-HORA           PIC 9(06).
           05  WS-VIG-JOB-ID         PIC X(06).
           05  WS-VIG-USUARIO        PIC X(08).
           05  WS-VIG-CONTENIDO      PIC X(80).
      * ULTIMO CONTENIDO VISTO, PARA MARCAR LOS CAMBIOS
       01  WS-CONTENIDO-ANT          PIC X(80).

       01  TABLA-CAMPOS.
           05  TB-CAM-CANT           PIC 9(04) COMP VALUE ZERO.
           05  TB-CAM-ENTRY OCCURS 100 TIMES
                   INDEXED BY TB-CAM-IDX.
               10  TB-CAM-DEFINICION PIC X(200).

           COPY "parmdef.cob".

       01  WS-CONTADORES.
           05  WS-CANT-HISTORIA      PIC 9(09) COMP.
           05  WS-CANT-CORRIDAS      PIC 9(09) COMP.
           05  WS-CANT-LISTADAS      PIC 9(09) COMP.

       01  WS-ENCAB-TITULO.
           05  FILLER                PIC X(32) VALUE
               'HISTORIA DE LA TARJETA DE PARAME'.
           05  FILLER                PIC X(08) VALUE
               'TROS    '.
           05  WST-TARJETA           PIC X(08).
           05  FILLER                PIC X(17) VALUE
               ' - EN VIGOR AL   '.
           05  WST-FECHA             PIC 9(08).

       01  WS-ENCAB-DETALLE.
           05  FILLER                PIC X(40) VALUE
               'FECHA    HORA   JOB    EDITO    E MOTIVO'.
           05  FILLER                PIC X(20) VALUE
               '     CONTENIDO      '.

       01  WS-LINEA-DETALLE.
           05  WSL-FECHA             PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-HORA              PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-JOB-ID            PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-USUARIO           PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-ESTADO            PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-MOTIVO            PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-CONTENIDO         PIC X(80).

       01  WS-LINEA-CAMPO.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WSC-CAMPO             PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSC-VALOR             PIC X(40).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSC-DUENO             PIC X(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LEER-HISTORIA THRU 2000-EXIT
               UNTIL EOF-HISTORIA
           PERFORM 3000-CARGA-DEFINICION THRU 3000-EXIT
               UNTIL EOF-VERSIONES
           PERFORM 8000-EMITE-VIGENTE THRU 8000-EXIT
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  LEE PARMCON Y ABRE LOS ARCHIVOS           *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR NOT = '00'
               DISPLAY 'ZET200 - FALTA LA TARJETA PARMCON'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARAMETROS
               AT END
                   MOVE SPACES TO PARM-CON-REGISTRO
           END-READ
           IF PARM-CON-TARJETA = SPACES
               DISPLAY 'ZET200 - TARJETA PARMCON SIN TARJETA A '
                   'CONSULTAR'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-CON-TARJETA TO WS-CON-TARJETA
           MOVE PARM-CON-JOB-ID  TO WS-CON-JOB-ID
           MOVE WS-FECHA-PROCESO TO WS-CON-FECHA
           IF PARM-CON-FECHA IS NUMERIC
               AND PARM-CON-FECHA > ZERO
               MOVE PARM-CON-FECHA TO WS-CON-FECHA
           END-IF
           CLOSE PARAMETROS

           OPEN INPUT HISTORIA
           IF WS-FS-HIS NOT = '00'
               DISPLAY 'ZET200 - NO SE PUDO ABRIR PARMHIST - '
                   'FILE STATUS ' WS-FS-HIS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT VERSIONES
           IF WS-FS-VER NOT = '00'
               SET EOF-VERSIONES TO TRUE
           END-IF

           OPEN OUTPUT REPORTE-HIS
           MOVE WS-CON-TARJETA TO WST-TARJETA
           MOVE WS-CON-FECHA   TO WST-FECHA
           MOVE WS-ENCAB-TITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-ENCAB-DETALLE TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

      ******************************************************************
      *  2000-LEER-HISTORIA  -  LA HISTORIA ESTA EN ORDEN DE CORRIDA:  *
      *  SE LISTAN LA PRIMERA, LOS CAMBIOS Y LOS RECHAZOS, Y SE        *
      *  RETIENE LA ULTIMA VALIDADA HASTA LA FECHA DE CONSULTA         *
      ******************************************************************
       2000-LEER-HISTORIA.
           READ HISTORIA
               AT END
                   SET EOF-HISTORIA TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-CANT-HISTORIA

           IF PARMHIST-TARJETA NOT = WS-CON-TARJETA
               GO TO 2000-EXIT
           END-IF
           IF WS-CON-JOB-ID NOT = SPACES
               AND PARMHIST-JOB-ID NOT = WS-CON-JOB-ID
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-CANT-CORRIDAS

           MOVE SPACES TO WSL-MOTIVO
           EVALUATE TRUE
               WHEN PRIMERA-DE-LA-TARJETA
                   MOVE 'PRIMERA'   TO WSL-MOTIVO
               WHEN PARMHIST-RECHAZADA
                   MOVE 'RECHAZADA' TO WSL-MOTIVO
               WHEN PARMHIST-AUSENTE
                   MOVE 'AUSENTE'   TO WSL-MOTIVO
               WHEN PARMHIST-CONTENIDO NOT = WS-CONTENIDO-ANT
                   MOVE 'CAMBIO'    TO WSL-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE 'N' TO WS-SW-PRIMERA

           IF WSL-MOTIVO NOT = SPACES
               MOVE PARMHIST-FECHA-PROCESO TO WSL-FECHA
               MOVE PARMHIST-HORA          TO WSL-HORA
               MOVE PARMHIST-JOB-ID        TO WSL-JOB-ID
               MOVE PARMHIST-USUARIO       TO WSL-USUARIO
               MOVE PARMHIST-ESTADO        TO WSL-ESTADO
               MOVE PARMHIST-CONTENIDO     TO WSL-CONTENIDO
               MOVE WS-LINEA-DETALLE TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               ADD 1 TO WS-CANT-LISTADAS
           END-IF
           IF PARMHIST-VALIDADA OR PARMHIST-SIN-DEFINICION
               MOVE PARMHIST-CONTENIDO TO WS-CONTENIDO-ANT
           END-IF

           IF PARMHIST-FECHA-PROCESO NOT > WS-CON-FECHA
               AND (PARMHIST-VALIDADA OR PARMHIST-SIN-DEFINICION)
               SET HAY-VIGENTE TO TRUE
               MOVE PARMHIST-FECHA-PROCESO TO WS-VIG-FECHA
               MOVE PARMHIST-HORA          TO WS-VIG-HORA
               MOVE PARMHIST-JOB-ID        TO WS-VIG-JOB-ID
               MOVE PARMHIST-USUARIO       TO WS-VIG-USUARIO
               MOVE PARMHIST-CONTENIDO     TO WS-VIG-CONTENIDO
           END-IF
           .
       2000-EXIT.
           EXIT.

      * DEFINICION DE LOS CAMPOS VIGENTE A LA FECHA DE CONSULTA
       3000-CARGA-DEFINICION.
           READ VERSIONES
               AT END
                   SET EOF-VERSIONES TO TRUE
                   CLOSE VERSIONES
                   GO TO 3000-EXIT
           END-READ
           IF VER-TABLA = 'PARMDEF'
               AND VER-CLAVE(1:8) = WS-CON-TARJETA
               AND VER-FEC-DESDE NOT > WS-CON-FECHA
               AND VER-FEC-HASTA NOT < WS-CON-FECHA
               AND TB-CAM-CANT < WS-MAX-CAMPOS
               ADD 1 TO TB-CAM-CANT
               SET TB-CAM-IDX TO TB-CAM-CANT
               MOVE VER-CONTENIDO TO TB-CAM-DEFINICION(TB-CAM-IDX)
           END-IF
           .
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  8000-EMITE-VIGENTE  -  CONTENIDO EN VIGOR A LA FECHA PEDIDA,  *
      *  QUIEN LO EDITO Y SUS CAMPOS CON EL DUENO DE CADA UNO          *
      ******************************************************************
       8000-EMITE-VIGENTE.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           IF NOT HAY-VIGENTE
               STRING 'SIN CORRIDAS VALIDADAS DE ' WS-CON-TARJETA
                   ' HASTA EL ' WS-CON-FECHA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               GO TO 8000-EXIT
           END-IF

           STRING 'EN VIGOR AL ' WS-CON-FECHA ': CORRIDA DEL '
               WS-VIG-FECHA ' ' WS-VIG-HORA ' JOB ' WS-VIG-JOB-ID
               ' EDITADA POR ' WS-VIG-USUARIO
               DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           STRING '    [' WS-VIG-CONTENIDO ']'
               DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE

           PERFORM 8100-EMITE-CAMPO THRU 8100-EXIT
               VARYING TB-CAM-IDX FROM 1 BY 1
               UNTIL TB-CAM-IDX > TB-CAM-CANT
           .
       8000-EXIT.
           EXIT.

       8100-EMITE-CAMPO.
           MOVE TB-CAM-DEFINICION(TB-CAM-IDX) TO PARMDEF-REGISTRO
           MOVE SPACES TO WSC-VALOR
           IF PARMDEF-POSICION IS NUMERIC
               AND PARMDEF-LONGITUD IS NUMERIC
               AND PARMDEF-POSICION > ZERO
               AND PARMDEF-LONGITUD > ZERO
               AND PARMDEF-POSICION + PARMDEF-LONGITUD < 82
               MOVE WS-VIG-CONTENIDO
                   (PARMDEF-POSICION:PARMDEF-LONGITUD) TO WSC-VALOR
           END-IF
           MOVE PARMDEF-CAMPO TO WSC-CAMPO
           MOVE PARMDEF-DUENO TO WSC-DUENO
           MOVE WS-LINEA-CAMPO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       8100-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  RUNLOG Y RESUMEN                            *
      ******************************************************************
       9000-FINALIZE.
           CLOSE HISTORIA
           CLOSE REPORTE-HIS

           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET200' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-HISTORIA TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-LISTADAS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET200 - HISTORIA DE TARJETAS DE PARAMETROS'
           DISPLAY 'TARJETA / FECHA  . . . . . : ' WS-CON-TARJETA
               ' / ' WS-CON-FECHA
           DISPLAY 'CORRIDAS DE LA TARJETA . . : ' WS-CANT-CORRIDAS
           DISPLAY 'CAMBIOS Y RECHAZOS . . . . : ' WS-CANT-LISTADAS
           .
