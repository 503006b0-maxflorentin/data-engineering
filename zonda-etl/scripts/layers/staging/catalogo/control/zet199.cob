      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET199                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - CATALOGO                    *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : VALIDACION PREVIA DE TARJETAS DE PARAMETROS.     *
      *               SE CORRE ANTES DE CADA JOB QUE LEE UNA TARJETA   *
      *               (PARMPIN, PARMCBS, PARMSOD, TOLCARD, ETC.) CON   *
      *               LA TARJETA PARMVAL (JOB, TARJETA Y OPERADOR QUE  *
      *               LA EDITO); LA TARJETA A VALIDAR SE ASIGNA AL     *
      *               DDNAME PARMCHK, APARTE DEL QUE LE DA SU JOB.     *
      *               TOMA LA DEFINICION DE SUS CAMPOS DEL REGISTRO    *
      *               PARMDEF VIGENTE EN REFVERS (TIPO, RANGO,         *
      *               OBLIGATORIEDAD Y DUENO) Y RECHAZA CON RC 8 LA    *
      *               TARJETA CON UN CAMPO FUERA DE RANGO, NEGATIVO,   *
      *               NO NUMERICO O CON FECHA INVALIDA, INFORMANDO     *
      *               CAMPO, VALOR, RANGO Y DUENO.  CADA CORRIDA DEJA  *
      *               EN PARMHIST EL CONTENIDO EXACTO DE LA TARJETA    *
      *               CON EL JOB-ID Y LA FECHA DE PROCESO DE SU FILA   *
      *               DE RUNLOG, QUIEN LA EDITO Y SI CAMBIO RESPECTO   *
      *               DE LA CORRIDA ANTERIOR.                          *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET199.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - CATALOGO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-VAL    ASSIGN TO PARMVAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-VAL.

           SELECT TARJETA-ENT    ASSIGN TO PARMCHK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ENT.

           SELECT VERSIONES      ASSIGN TO REFVERS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-VER.

           SELECT HISTORIA       ASSIGN TO PARMHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HIS.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-VAL
           RECORDING MODE IS F.
       01  VAL-REGISTRO.
      *        JOB QUE VA A CORRER, DDNAME DE SU TARJETA Y OPERADOR
      *        QUE LA EDITO
           05  VAL-JOB-ID             PIC X(06).
           05  VAL-TARJETA            PIC X(08).
           05  VAL-USUARIO            PIC X(08).
           05  FILLER                 PIC X(58).

       FD  TARJETA-ENT
           RECORDING MODE IS F
           RECORD CONTAINS 0 CHARACTERS.
       01  ENT-REGISTRO               PIC X(80).

       FD  VERSIONES
           RECORDING MODE IS F.
       01  VER-REGISTRO.
           05  VER-TABLA             PIC X(08).
           05  VER-CLAVE             PIC X(30).
           05  VER-FEC-DESDE         PIC 9(08).
           05  VER-FEC-HASTA         PIC 9(08).
           05  VER-CONTENIDO         PIC X(200).
           05  FILLER                PIC X(06).

       FD  HISTORIA
           RECORDING MODE IS F.
           COPY "parmhist.cob".

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "runlog.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-CAMPOS             PIC 9(04) COMP VALUE 100.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-HORA-RELOJ             PIC 9(08).
       01  WS-HORA-PROCESO           PIC 9(06).

       01  WS-FS-VAL                 PIC XX.
       01  WS-FS-ENT                 PIC XX.
       01  WS-FS-VER                 PIC XX.
       01  WS-FS-HIS                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-VER         PIC X(01) VALUE 'N'.
               88  EOF-VERSIONES         VALUE 'S'.
           05  WS-SW-EOF-HIS         PIC X(01) VALUE 'N'.
               88  EOF-HISTORIA          VALUE 'S'.
           05  WS-SW-TARJETA         PIC X(01) VALUE 'N'.
               88  HAY-TARJETA           VALUE 'S'.
           05  WS-SW-ANTERIOR        PIC X(01) VALUE 'N'.
               88  HAY-ANTERIOR          VALUE 'S'.

      * COPIA DE LA TARJETA PARMVAL (EL AREA DEL FD NO SOBREVIVE
      * AL CLOSE)
       01  WS-VAL-JOB-ID             PIC X(06).
       01  WS-VAL-TARJETA            PIC X(08).
       01  WS-VAL-USUARIO            PIC X(08).

       01  WS-TARJETA                PIC X(80) VALUE SPACES.
       01  WS-TARJETA-ANT            PIC X(80) VALUE SPACES.
       01  WS-ESTADO                 PIC X(01).

      * DEFINICIONES VIGENTES DE LOS CAMPOS DE LA TARJETA
       01  TABLA-CAMPOS.
           05  TB-CAM-CANT           PIC 9(04) COMP VALUE ZERO.
           05  TB-CAM-ENTRY OCCURS 100 TIMES
                   INDEXED BY TB-CAM-IDX.
               10  TB-CAM-DEFINICION PIC X(200).

           COPY "parmdef.cob".

      * EL CAMPO NUMERICO SE ALINEA A DERECHA SOBRE UN ENTERO DE 18
      * DIGITOS Y SE ESCALA POR SUS DECIMALES
       01  WS-CAMPO                  PIC X(80).
       01  WS-ENTERO-X               PIC X(18).
       01  WS-ENTERO REDEFINES WS-ENTERO-X
                                     PIC 9(18).
       01  WS-VALOR                  PIC S9(13)V9(05) COMP-3.
       01  WS-FECHA-CAMPO            PIC 9(08).
       01  WS-MOTIVO                 PIC X(24).

       01  WS-RANGO-EDIT.
           05  WS-MINIMO-EDIT        PIC -(11)9.9999.
           05  FILLER                PIC X(03) VALUE ' A '.
           05  WS-MAXIMO-EDIT        PIC -(11)9.9999.

       01  WS-CONTADORES.
           05  WS-CANT-DEFINICIONES  PIC 9(09) COMP.
           05  WS-CANT-CAMPOS-ERROR  PIC 9(09) COMP.
           05  WS-CANT-HISTORIA      PIC 9(09) COMP.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CARGA-DEFINICION THRU 2000-EXIT
               UNTIL EOF-VERSIONES
           PERFORM 2500-BUSCA-ANTERIOR THRU 2500-EXIT
               UNTIL EOF-HISTORIA
           PERFORM 3000-VALIDA-TARJETA THRU 3000-EXIT
           PERFORM 8000-GRABA-HISTORIA
           PERFORM 9000-FINALIZE
           EVALUATE WS-ESTADO
               WHEN 'R'
                   MOVE 8 TO RETURN-CODE
               WHEN 'X'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  LEE PARMVAL, LA TARJETA A VALIDAR (PUEDE  *
      *  FALTAR: EL JOB CORRE CON SUS VALORES POR DEFECTO) Y ABRE EL   *
      *  REGISTRO Y LA HISTORIA                                        *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-RELOJ FROM TIME
           MOVE WS-HORA-RELOJ(1:6) TO WS-HORA-PROCESO

           OPEN INPUT CONTROL-VAL
           IF WS-FS-VAL NOT = '00'
               DISPLAY 'ZET199 - FALTA LA TARJETA PARMVAL'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CONTROL-VAL
               AT END
                   MOVE SPACES TO VAL-REGISTRO
           END-READ
           IF VAL-JOB-ID = SPACES OR VAL-TARJETA = SPACES
               DISPLAY 'ZET199 - TARJETA PARMVAL SIN JOB O SIN '
                   'TARJETA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE VAL-JOB-ID  TO WS-VAL-JOB-ID
           MOVE VAL-TARJETA TO WS-VAL-TARJETA
           MOVE VAL-USUARIO TO WS-VAL-USUARIO
           CLOSE CONTROL-VAL

           OPEN INPUT TARJETA-ENT
           IF WS-FS-ENT = '00'
               READ TARJETA-ENT
                   NOT AT END
                       SET HAY-TARJETA TO TRUE
                       MOVE ENT-REGISTRO TO WS-TARJETA
               END-READ
               CLOSE TARJETA-ENT
           END-IF

           OPEN INPUT VERSIONES
           IF WS-FS-VER NOT = '00'
               DISPLAY 'ZET199 - NO SE PUDO ABRIR REFVERS - '
                   'FILE STATUS ' WS-FS-VER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT HISTORIA
           IF WS-FS-HIS NOT = '00'
               SET EOF-HISTORIA TO TRUE
           END-IF
           .

      ******************************************************************
      *  2000-CARGA-DEFINICION  -  FILAS DE LA TABLA PARMDEF DE ESTA   *
      *  TARJETA VIGENTES A LA FECHA DE PROCESO                        *
      ******************************************************************
       2000-CARGA-DEFINICION.
           READ VERSIONES
               AT END
                   SET EOF-VERSIONES TO TRUE
                   CLOSE VERSIONES
                   GO TO 2000-EXIT
           END-READ

           IF VER-TABLA NOT = 'PARMDEF'
               OR VER-CLAVE(1:8) NOT = WS-VAL-TARJETA
               OR VER-FEC-DESDE > WS-FECHA-PROCESO
               OR VER-FEC-HASTA < WS-FECHA-PROCESO
               GO TO 2000-EXIT
           END-IF

      *    LA TARJETA TIENE 80 POSICIONES: MAS CAMPOS QUE LA TABLA ES
      *    UN REGISTRO PARMDEF MAL CARGADO Y NO SE VALIDA A MEDIAS
           IF TB-CAM-CANT NOT < WS-MAX-CAMPOS
               DISPLAY 'ZET199 - ' WS-VAL-TARJETA ' EXCEDE '
                   WS-MAX-CAMPOS ' CAMPOS DEFINIDOS'
               CLOSE VERSIONES
               IF NOT EOF-HISTORIA
                   CLOSE HISTORIA
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO TB-CAM-CANT
           SET TB-CAM-IDX TO TB-CAM-CANT
           MOVE VER-CONTENIDO TO TB-CAM-DEFINICION(TB-CAM-IDX)
           ADD 1 TO WS-CANT-DEFINICIONES
           .
       2000-EXIT.
           EXIT.

      * LA ULTIMA CORRIDA VALIDADA DE LA MISMA TARJETA ES CONTRA LA
      * QUE SE MARCA EL CAMBIO
       2500-BUSCA-ANTERIOR.
           READ HISTORIA
               AT END
                   SET EOF-HISTORIA TO TRUE
                   CLOSE HISTORIA
                   GO TO 2500-EXIT
           END-READ
           ADD 1 TO WS-CANT-HISTORIA
           IF PARMHIST-TARJETA = WS-VAL-TARJETA
               AND PARMHIST-VALIDADA
               SET HAY-ANTERIOR TO TRUE
               MOVE PARMHIST-CONTENIDO TO WS-TARJETA-ANT
           END-IF
           .
       2500-EXIT.
           EXIT.

      ******************************************************************
      *  3000-VALIDA-TARJETA  -  CAMPO POR CAMPO CONTRA EL REGISTRO    *
      ******************************************************************
       3000-VALIDA-TARJETA.
           IF TB-CAM-CANT = ZERO
               MOVE 'X' TO WS-ESTADO
               DISPLAY 'ZET199 - ' WS-VAL-TARJETA ' (JOB '
                   WS-VAL-JOB-ID ') SIN DEFINICION EN EL REGISTRO '
                   'PARMDEF - NO SE VALIDA'
               GO TO 3000-EXIT
           END-IF

           IF HAY-TARJETA
               MOVE 'V' TO WS-ESTADO
           ELSE
               MOVE 'A' TO WS-ESTADO
           END-IF

           PERFORM 3100-VALIDA-CAMPO THRU 3100-EXIT
               VARYING TB-CAM-IDX FROM 1 BY 1
               UNTIL TB-CAM-IDX > TB-CAM-CANT

           IF WS-CANT-CAMPOS-ERROR > ZERO
               MOVE 'R' TO WS-ESTADO
               DISPLAY 'ZET199 - ' WS-VAL-TARJETA ' RECHAZADA CON '
                   WS-CANT-CAMPOS-ERROR ' CAMPO(S) INVALIDO(S) - '
                   'EL JOB ' WS-VAL-JOB-ID ' NO DEBE CORRER'
           END-IF
           .
       3000-EXIT.
           EXIT.

      * SIN TARJETA O CON EL CAMPO EN BLANCO / CERO EL JOB TOMA SU
      * VALOR POR DEFECTO: SOLO ES ERROR SI EL CAMPO ES OBLIGATORIO
       3100-VALIDA-CAMPO.
           MOVE TB-CAM-DEFINICION(TB-CAM-IDX) TO PARMDEF-REGISTRO
           MOVE SPACES TO WS-MOTIVO
           MOVE SPACES TO WS-CAMPO
           IF PARMDEF-POSICION NOT NUMERIC
               OR PARMDEF-LONGITUD NOT NUMERIC
               OR PARMDEF-POSICION = ZERO
               OR PARMDEF-LONGITUD = ZERO
               OR PARMDEF-POSICION + PARMDEF-LONGITUD > 81
               MOVE 'DEFINICION INCONSISTENTE' TO WS-MOTIVO
               GO TO 3190-INFORMA
           END-IF
           MOVE WS-TARJETA(PARMDEF-POSICION:PARMDEF-LONGITUD)
               TO WS-CAMPO

           IF WS-CAMPO = SPACES
               OR (NOT PARMDEF-ALFANUMERICO
                   AND WS-CAMPO(1:PARMDEF-LONGITUD) = ZEROS)
               IF PARMDEF-ES-OBLIGATORIO
                   IF HAY-TARJETA
                       MOVE 'OBLIGATORIO SIN VALOR' TO WS-MOTIVO
                   ELSE
                       MOVE 'TARJETA AUSENTE' TO WS-MOTIVO
                   END-IF
                   GO TO 3190-INFORMA
               END-IF
               GO TO 3100-EXIT
           END-IF

           EVALUATE TRUE
               WHEN PARMDEF-NUMERICO
                   PERFORM 3200-VALIDA-NUMERICO THRU 3200-EXIT
               WHEN PARMDEF-FECHA
                   IF WS-CAMPO(1:8) NOT NUMERIC
                       MOVE 'FECHA INVALIDA' TO WS-MOTIVO
                   ELSE
                       MOVE WS-CAMPO(1:8) TO WS-FECHA-CAMPO
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-CAMPO)
                           NOT = 0
                           MOVE 'FECHA INVALIDA' TO WS-MOTIVO
                       END-IF
                   END-IF
               WHEN PARMDEF-INDICADOR
                   IF WS-CAMPO(1:1) NOT = 'S' AND 'N'
                       MOVE 'INDICADOR NO ES S/N' TO WS-MOTIVO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-MOTIVO = SPACES
               GO TO 3100-EXIT
           END-IF
           .
       3190-INFORMA.
           ADD 1 TO WS-CANT-CAMPOS-ERROR
           DISPLAY 'ZET199 - ' WS-VAL-TARJETA ' CAMPO '
               PARMDEF-CAMPO ' VALOR [' WS-CAMPO(1:PARMDEF-LONGITUD)
               '] ' WS-MOTIVO
           IF PARMDEF-NUMERICO
               MOVE PARMDEF-MINIMO TO WS-MINIMO-EDIT
               MOVE PARMDEF-MAXIMO TO WS-MAXIMO-EDIT
               DISPLAY '         RANGO PERMITIDO ' WS-RANGO-EDIT
                   ' - DUENO ' PARMDEF-DUENO
           ELSE
               DISPLAY '         DUENO ' PARMDEF-DUENO
           END-IF
           .
       3100-EXIT.
           EXIT.

       3200-VALIDA-NUMERICO.
           IF WS-CAMPO(1:1) = '-'
               MOVE 'VALOR NEGATIVO' TO WS-MOTIVO
               GO TO 3200-EXIT
           END-IF
           IF PARMDEF-LONGITUD > 18
               OR WS-CAMPO(1:PARMDEF-LONGITUD) NOT NUMERIC
               MOVE 'NO NUMERICO' TO WS-MOTIVO
               GO TO 3200-EXIT
           END-IF

           MOVE ZEROS TO WS-ENTERO-X
           MOVE WS-CAMPO(1:PARMDEF-LONGITUD)
               TO WS-ENTERO-X(19 - PARMDEF-LONGITUD:PARMDEF-LONGITUD)
           COMPUTE WS-VALOR = WS-ENTERO / (10 ** PARMDEF-DECIMALES)

           IF WS-VALOR < PARMDEF-MINIMO
               OR WS-VALOR > PARMDEF-MAXIMO
               MOVE 'FUERA DE RANGO' TO WS-MOTIVO
           END-IF
           .
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  8000-GRABA-HISTORIA  -  CONTENIDO EXACTO DE LA TARJETA DE     *
      *  ESTA CORRIDA, CON EL JOB Y LA FECHA DE SU FILA DE RUNLOG      *
      ******************************************************************
       8000-GRABA-HISTORIA.
           OPEN EXTEND HISTORIA
           MOVE SPACES            TO PARMHIST-REGISTRO
           MOVE WS-FECHA-PROCESO  TO PARMHIST-FECHA-PROCESO
           MOVE WS-HORA-PROCESO   TO PARMHIST-HORA
           MOVE WS-VAL-JOB-ID     TO PARMHIST-JOB-ID
           MOVE WS-VAL-TARJETA    TO PARMHIST-TARJETA
           MOVE WS-VAL-USUARIO    TO PARMHIST-USUARIO
           MOVE WS-ESTADO         TO PARMHIST-ESTADO
           MOVE 'N'               TO PARMHIST-IND-CAMBIO
           IF HAY-ANTERIOR AND WS-TARJETA NOT = WS-TARJETA-ANT
               SET PARMHIST-CAMBIO TO TRUE
               DISPLAY 'ZET199 - ' WS-VAL-TARJETA ' CAMBIO RESPECTO '
                   'DE LA CORRIDA ANTERIOR - EDITADA POR '
                   WS-VAL-USUARIO
           END-IF
           MOVE WS-TARJETA        TO PARMHIST-CONTENIDO
           WRITE PARMHIST-REGISTRO
           CLOSE HISTORIA
           .

      ******************************************************************
      *  9000-FINALIZE  -  RUNLOG Y RESUMEN                            *
      ******************************************************************
       9000-FINALIZE.
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET199' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-DEFINICIONES TO RUNLOG-CANT-ENTRADA
           MOVE 1 TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET199 - VALIDACION DE TARJETAS DE PARAMETROS'
           DISPLAY 'JOB / TARJETA  . . . . . . : ' WS-VAL-JOB-ID
               ' / ' WS-VAL-TARJETA
           DISPLAY 'EDITADA POR  . . . . . . . : ' WS-VAL-USUARIO
           DISPLAY 'CAMPOS DEFINIDOS . . . . . : ' WS-CANT-DEFINICIONES
           DISPLAY 'CAMPOS INVALIDOS . . . . . : ' WS-CANT-CAMPOS-ERROR
           DISPLAY 'ESTADO DE LA TARJETA . . . : ' WS-ESTADO
           .
