      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET197                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - CATALOGO                    *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : PASO PREVIO GENERICO DE BLOQUEO DE PERIODOS      *
      *               CERRADOS PARA LOS STAGES QUE ACUMULAN HECHOS     *
      *               FECHADOS.  SE CORRE ANTES DEL STAGE CON LA       *
      *               TARJETA PARMCIE (JOB, AREA, HECHO Y POSICIONES   *
      *               DE LA FECHA DE NEGOCIO, LA CLAVE Y EL IMPORTE    *
      *               EN EL REGISTRO).  LAS FILAS CUYA FECHA DE        *
      *               NEGOCIO CAE EN UN PERIODO CERRADO DEL AREA       *
      *               (RUTINA PERCIE) NO PASAN AL STAGE: SE DESVIAN    *
      *               AL ARCHIVO DE AJUSTES POST-CIERRE POSTCIE CON    *
      *               SU FECHA DE NEGOCIO ORIGINAL.  EL RESTO SE       *
      *               COPIA SIN CAMBIOS A CIESALI, QUE ES LO QUE LEE   *
      *               EL STAGE.  EL LARGO DE REGISTRO SE TOMA DEL      *
      *               DATASET: RECORD CONTAINS 0.                      *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET197.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - CATALOGO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACTO       ASSIGN TO CIEENTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EXT.

           SELECT PARAMETROS     ASSIGN TO PARMCIE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT EXTRACTO-SAL   ASSIGN TO CIESALI
               ORGANIZATION IS SEQUENTIAL.

           SELECT POSTCIE-SAL    ASSIGN TO POSTCIE
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACTO
           RECORDING MODE IS F
           RECORD CONTAINS 0 CHARACTERS.
       01  EXT-REGISTRO              PIC X(4096).

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-CIE-REGISTRO.
      *        JOB DEL STAGE, AREA DE NEGOCIO DEL CALENDARIO Y HECHO
      *        (DDNAME LOGICO DEL EXTRACTO)
           05  PARM-CIE-JOB-ID        PIC X(06).
           05  PARM-CIE-AREA          PIC X(08).
           05  PARM-CIE-HECHO         PIC X(08).
      *        POSICION (1-RELATIVA) DE LA FECHA DE NEGOCIO AAAAMMDD
           05  PARM-CIE-POS-FECHA     PIC 9(04).
      *        POSICION Y LARGO DE LA CLAVE; CERO = SIN CLAVE
           05  PARM-CIE-POS-CLAVE     PIC 9(04).
           05  PARM-CIE-LNG-CLAVE     PIC 9(02).
      *        POSICION, LARGO Y DECIMALES DEL IMPORTE; CERO = SIN
      *        IMPORTE
           05  PARM-CIE-POS-IMPORTE   PIC 9(04).
           05  PARM-CIE-LNG-IMPORTE   PIC 9(02).
           05  PARM-CIE-DECIMALES     PIC 9(01).
           05  FILLER                 PIC X(41).

       FD  EXTRACTO-SAL
           RECORDING MODE IS F
           RECORD CONTAINS 0 CHARACTERS.
       01  SAL-REGISTRO              PIC X(4096).

       FD  POSTCIE-SAL
           RECORDING MODE IS F.
           COPY "postcie.cob".

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "runlog.cob".

       WORKING-STORAGE SECTION.
       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-HORA-RELOJ             PIC 9(08).
       01  WS-HORA-PROCESO           PIC 9(06).

       01  WS-FS-EXT                 PIC XX.
       01  WS-FS-PARM                PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-EXT         PIC X(01) VALUE 'N'.
               88  EOF-EXTRACTO          VALUE 'S'.
           05  WS-SW-EOF-PARM        PIC X(01) VALUE 'N'.
               88  EOF-PARAMETROS        VALUE 'S'.

      * COPIA DE LA TARJETA PARMCIE (EL AREA DEL FD NO SOBREVIVE
      * AL CLOSE DE PARAMETROS)
       01  WS-PARM-CIE.
           05  WS-CIE-JOB-ID         PIC X(06).
           05  WS-CIE-AREA           PIC X(08).
           05  WS-CIE-HECHO          PIC X(08).
           05  WS-CIE-POS-FECHA      PIC 9(04).
           05  WS-CIE-POS-CLAVE      PIC 9(04) VALUE ZERO.
           05  WS-CIE-LNG-CLAVE      PIC 9(02) VALUE ZERO.
           05  WS-CIE-POS-IMPORTE    PIC 9(04) VALUE ZERO.
           05  WS-CIE-LNG-IMPORTE    PIC 9(02) VALUE ZERO.
           05  WS-CIE-DECIMALES      PIC 9(01) VALUE ZERO.
           05  WS-CIE-DIVISOR        PIC 9(10) COMP-3 VALUE 1.

      * EL IMPORTE SE EXAMINA COMO ZONEADO CON SIGNO, IGUAL QUE EN
      * LA VERIFICACION DE INTERFACES
       01  WS-IMPORTE-ZONA-X         PIC X(15).
       01  WS-IMPORTE-ZONA REDEFINES WS-IMPORTE-ZONA-X
                                     PIC S9(13)V99.

           COPY "percielk.cob" REPLACING ==:PERCIE:== BY ==WS-PCI==.

       01  WS-CONTADORES.
           05  WS-CANT-LEIDOS        PIC 9(09) COMP.
           05  WS-CANT-PASADOS       PIC 9(09) COMP.
           05  WS-CANT-DESVIADOS     PIC 9(09) COMP.
           05  WS-CANT-SIN-FECHA     PIC 9(09) COMP.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-FILTRA-REGISTRO THRU 3000-EXIT
               UNTIL EOF-EXTRACTO
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  LEE PARMCIE Y ABRE LOS ARCHIVOS           *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-RELOJ FROM TIME
           MOVE WS-HORA-RELOJ(1:6) TO WS-HORA-PROCESO

           OPEN INPUT PARAMETROS
           IF WS-FS-PARM NOT = '00'
               DISPLAY 'ZET197 - FALTA LA TARJETA PARMCIE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARAMETROS
               AT END
                   SET EOF-PARAMETROS TO TRUE
           END-READ
           IF EOF-PARAMETROS OR PARM-CIE-AREA = SPACES
               OR PARM-CIE-POS-FECHA NOT NUMERIC
               OR PARM-CIE-POS-FECHA = ZERO
               DISPLAY 'ZET197 - TARJETA PARMCIE SIN AREA O SIN '
                   'POSICION DE FECHA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-CIE-JOB-ID    TO WS-CIE-JOB-ID
           MOVE PARM-CIE-AREA      TO WS-CIE-AREA
           MOVE PARM-CIE-HECHO     TO WS-CIE-HECHO
           MOVE PARM-CIE-POS-FECHA TO WS-CIE-POS-FECHA
           IF PARM-CIE-POS-CLAVE IS NUMERIC
               AND PARM-CIE-LNG-CLAVE IS NUMERIC
               MOVE PARM-CIE-POS-CLAVE TO WS-CIE-POS-CLAVE
               MOVE PARM-CIE-LNG-CLAVE TO WS-CIE-LNG-CLAVE
           END-IF
           IF WS-CIE-LNG-CLAVE > 40
               MOVE 40 TO WS-CIE-LNG-CLAVE
           END-IF
           IF PARM-CIE-POS-IMPORTE IS NUMERIC
               AND PARM-CIE-LNG-IMPORTE IS NUMERIC
               AND PARM-CIE-DECIMALES IS NUMERIC
               MOVE PARM-CIE-POS-IMPORTE TO WS-CIE-POS-IMPORTE
               MOVE PARM-CIE-LNG-IMPORTE TO WS-CIE-LNG-IMPORTE
               MOVE PARM-CIE-DECIMALES   TO WS-CIE-DECIMALES
           END-IF
           IF WS-CIE-LNG-IMPORTE > 15
               MOVE ZERO TO WS-CIE-POS-IMPORTE
           END-IF
           COMPUTE WS-CIE-DIVISOR = 10 ** WS-CIE-DECIMALES
           CLOSE PARAMETROS

           OPEN INPUT EXTRACTO
           IF WS-FS-EXT NOT = '00'
               DISPLAY 'ZET197 - NO SE PUDO ABRIR EL EXTRACTO - '
                   'FILE STATUS ' WS-FS-EXT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT EXTRACTO-SAL
           OPEN EXTEND POSTCIE-SAL
           MOVE WS-CIE-AREA TO WS-PCI-AREA-NEGOCIO
           .

      ******************************************************************
      *  3000-FILTRA-REGISTRO  -  CONSULTA EL CALENDARIO POR LA FECHA  *
      *  DE NEGOCIO DE LA FILA.  SIN FECHA VALIDA LA FILA PASA: NO SE  *
      *  PUEDE AFIRMAR QUE SEA DE UN PERIODO CERRADO                   *
      ******************************************************************
       3000-FILTRA-REGISTRO.
           READ EXTRACTO
               AT END
                   SET EOF-EXTRACTO TO TRUE
                   GO TO 3000-EXIT
           END-READ
           ADD 1 TO WS-CANT-LEIDOS

           IF EXT-REGISTRO(WS-CIE-POS-FECHA:8) IS NUMERIC
               MOVE EXT-REGISTRO(WS-CIE-POS-FECHA:8) TO WS-PCI-FECHA
           ELSE
               MOVE ZERO TO WS-PCI-FECHA
           END-IF
           CALL 'PERCIE' USING WS-PCI-AREA

           IF WS-PCI-FECHA-INVALIDA
               ADD 1 TO WS-CANT-SIN-FECHA
           END-IF
           IF WS-PCI-PERIODO-CERRADO
               PERFORM 3500-DESVIA-POSTCIERRE THRU 3500-EXIT
           ELSE
               MOVE EXT-REGISTRO TO SAL-REGISTRO
               WRITE SAL-REGISTRO
               ADD 1 TO WS-CANT-PASADOS
           END-IF
           .
       3000-EXIT.
           EXIT.

       3500-DESVIA-POSTCIERRE.
           MOVE SPACES              TO POSTCIE-REGISTRO
           MOVE WS-CIE-JOB-ID       TO POSTCIE-JOB-ID
           MOVE WS-CIE-AREA         TO POSTCIE-AREA
           MOVE WS-CIE-HECHO        TO POSTCIE-HECHO
           MOVE WS-PCI-FECHA        TO POSTCIE-FEC-NEGOCIO
           MOVE WS-FECHA-PROCESO    TO POSTCIE-FEC-ARRIBO
           MOVE WS-HORA-PROCESO     TO POSTCIE-HORA-ARRIBO
           MOVE ZERO                TO POSTCIE-IMPORTE

           IF WS-CIE-POS-CLAVE > ZERO
               AND WS-CIE-LNG-CLAVE > ZERO
               MOVE EXT-REGISTRO(WS-CIE-POS-CLAVE:WS-CIE-LNG-CLAVE)
                   TO POSTCIE-CLAVE
           END-IF

           IF WS-CIE-POS-IMPORTE > ZERO
               AND WS-CIE-LNG-IMPORTE > ZERO
               MOVE ZEROS TO WS-IMPORTE-ZONA-X
               MOVE EXT-REGISTRO
                   (WS-CIE-POS-IMPORTE:WS-CIE-LNG-IMPORTE)
                   TO WS-IMPORTE-ZONA-X
                       (16 - WS-CIE-LNG-IMPORTE:WS-CIE-LNG-IMPORTE)
      *        LA ZONA TRAE 2 DECIMALES IMPLICITOS; SE LLEVA A LOS
      *        DECIMALES QUE INDICA LA TARJETA
               IF WS-IMPORTE-ZONA IS NUMERIC
                   COMPUTE POSTCIE-IMPORTE =
                       WS-IMPORTE-ZONA * 100 / WS-CIE-DIVISOR
               END-IF
           END-IF

           MOVE EXT-REGISTRO(1:200) TO POSTCIE-DATOS
           WRITE POSTCIE-REGISTRO
           ADD 1 TO WS-CANT-DESVIADOS
           .
       3500-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  CIERRES, RUNLOG Y RESUMEN.  RC 4 SI HUBO    *
      *  FILAS DESVIADAS A AJUSTES POST-CIERRE                         *
      ******************************************************************
       9000-FINALIZE.
           CLOSE EXTRACTO
           CLOSE EXTRACTO-SAL
           CLOSE POSTCIE-SAL

           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET197' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-LEIDOS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-PASADOS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET197 - BLOQUEO DE PERIODOS CERRADOS'
           DISPLAY 'STAGE / AREA / HECHO . . . : ' WS-CIE-JOB-ID
               ' / ' WS-CIE-AREA ' / ' WS-CIE-HECHO
           DISPLAY 'REGISTROS LEIDOS . . . . . : ' WS-CANT-LEIDOS
           DISPLAY 'REGISTROS AL STAGE . . . . : ' WS-CANT-PASADOS
           DISPLAY 'DESVIADOS A POST-CIERRE  . : ' WS-CANT-DESVIADOS
           DISPLAY 'SIN FECHA DE NEGOCIO VALIDA: ' WS-CANT-SIN-FECHA

           IF WS-CANT-DESVIADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           .
