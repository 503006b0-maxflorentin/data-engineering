      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ENTSEL                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - CATALOGO                    *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : RUTINA COMUN DE SELECCION POR ENTIDAD.  EN LA    *
      *               PRIMERA LLAMADA LEE LA TARJETA PARMENT (MODO DE  *
      *               CORRIDA: C = COMBINADA, TODAS LAS ENTIDADES      *
      *               JUNTAS, COMO HASTA AHORA; U = UNA SOLA ENTIDAD;  *
      *               S = SEPARADA, CADA SALIDA ABIERTA POR ENTIDAD)   *
      *               Y CARGA EL CATALOGO ENTCAT.  POR CADA REGISTRO   *
      *               INFORMA SI SE PROCESA, SE OMITE (OTRA ENTIDAD EN *
      *               MODO U) O VA A SUSPENSO (ENTIDAD EN BLANCO,      *
      *               FUERA DEL CATALOGO O DADA DE BAJA), PARA QUE     *
      *               NADA CAIGA SIN AVISO EN LAS CIFRAS DE LA CASA    *
      *               MATRIZ.  SIN TARJETA EL MODO ES C; SIN CATALOGO  *
      *               EL MODO C PROCESA TODO COMO ANTES Y LOS MODOS    *
      *               U Y S NO PUEDEN CORRER (RESULTADO X).  UN        *
      *               CATALOGO QUE NO ENTRA EN LA TABLA O CON UNA      *
      *               MARCA EN BLANCO, '#' O REPETIDA TAMPOCO DEJA     *
      *               CORRER EN NINGUN MODO.                           *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ENTSEL.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - CATALOGO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS     ASSIGN TO PARMENT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT CATALOGO       ASSIGN TO ENTCAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAT.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-ENT-REGISTRO.
      *        C = COMBINADA / U = UNA ENTIDAD / S = SEPARADA
           05  PARM-ENT-MODO          PIC X(01).
      *        ENTIDAD A PROCESAR EN MODO U
           05  PARM-ENT-ENTIDAD       PIC X(04).
           05  PARM-ENT-FILLER        PIC X(15).

       FD  CATALOGO
           RECORDING MODE IS F.
           COPY "entcat.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-ENTIDADES          PIC 9(02) COMP VALUE 20.

       01  WS-FS-PARM                PIC XX.
       01  WS-FS-CAT                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-CARGADO         PIC X(01) VALUE 'N'.
               88  RUTINA-CARGADA        VALUE 'S'.
           05  WS-SW-EOF-CAT         PIC X(01) VALUE 'N'.
               88  EOF-CATALOGO          VALUE 'S'.
           05  WS-SW-DISPONIBLE      PIC X(01) VALUE 'S'.
               88  SELECCION-DISPONIBLE  VALUE 'S'.
           05  WS-SW-CATALOGO        PIC X(01) VALUE 'N'.
               88  CATALOGO-CARGADO      VALUE 'S'.

       01  WS-MODO                   PIC X(01) VALUE 'C'.
       01  WS-ENTIDAD-SEL            PIC X(04) VALUE SPACES.

       01  TABLA-ENTIDADES.
           05  TB-ENT-CANT           PIC 9(02) COMP VALUE ZERO.
           05  TB-ENT-ENTRY OCCURS 20 TIMES
                   INDEXED BY TB-ENT-IDX.
               10  TB-ENT-CODIGO     PIC X(04).
               10  TB-ENT-MARCA      PIC X(01).
               10  TB-ENT-NOMBRE     PIC X(30).
               10  TB-ENT-ESTADO     PIC X(01).
                   88  TB-ENT-ACTIVA     VALUE 'A'.

       LINKAGE SECTION.
           COPY "entsellk.cob" REPLACING ==:ENTSEL:== BY ==ENTSEL==.

       PROCEDURE DIVISION USING ENTSEL-AREA.

       0000-MAINLINE.
           IF NOT RUTINA-CARGADA
               PERFORM 1000-CARGA-SELECCION THRU 1000-EXIT
           END-IF

           MOVE WS-MODO          TO ENTSEL-MODO
           MOVE WS-ENTIDAD-SEL   TO ENTSEL-ENTIDAD-SEL
           MOVE TB-ENT-CANT      TO ENTSEL-CANT-ENTIDADES
           MOVE WS-SW-CATALOGO   TO ENTSEL-IND-CATALOGO
           MOVE SPACE            TO ENTSEL-MOTIVO
           MOVE SPACE            TO ENTSEL-MARCA
           MOVE SPACES           TO ENTSEL-NOMBRE

           IF NOT SELECCION-DISPONIBLE
               SET ENTSEL-NO-DISPONIBLE TO TRUE
               GOBACK
           END-IF

           IF ENTSEL-OP-CONSULTA
               PERFORM 3000-CONSULTA-ENTIDAD THRU 3000-EXIT
           ELSE
               PERFORM 2000-CLASIFICA-REGISTRO THRU 2000-EXIT
           END-IF

           GOBACK.

      ******************************************************************
      *  1000-CARGA-SELECCION  -  PRIMERA LLAMADA: TARJETA PARMENT Y   *
      *  CATALOGO ENTCAT.  UNA TARJETA INCONSISTENTE DEJA LA RUTINA    *
      *  NO DISPONIBLE PARA QUE EL JOB NO CORRA CON UN ALCANCE QUE     *
      *  NADIE PIDIO                                                   *
      ******************************************************************
       1000-CARGA-SELECCION.
           SET RUTINA-CARGADA TO TRUE

           OPEN INPUT PARAMETROS
           IF WS-FS-PARM = '00'
               READ PARAMETROS
                   AT END
                       MOVE SPACES TO PARM-ENT-REGISTRO
               END-READ
               IF PARM-ENT-MODO NOT = SPACE
                   MOVE PARM-ENT-MODO    TO WS-MODO
                   MOVE PARM-ENT-ENTIDAD TO WS-ENTIDAD-SEL
               END-IF
               CLOSE PARAMETROS
           END-IF

           IF WS-MODO NOT = 'C' AND WS-MODO NOT = 'U'
               AND WS-MODO NOT = 'S'
               DISPLAY 'ENTSEL - MODO INVALIDO EN PARMENT: ' WS-MODO
               MOVE 'N' TO WS-SW-DISPONIBLE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT CATALOGO
           IF WS-FS-CAT = '00'
               SET CATALOGO-CARGADO TO TRUE
               PERFORM 1100-LEER-ENTIDAD THRU 1100-EXIT
                   UNTIL EOF-CATALOGO
               CLOSE CATALOGO
           END-IF

           IF NOT CATALOGO-CARGADO OR TB-ENT-CANT = ZERO
               MOVE 'N' TO WS-SW-CATALOGO
               IF WS-MODO = 'C'
                   DISPLAY 'ENTSEL - SIN CATALOGO ENTCAT - SE PROCESAN '
                       'TODAS LAS ENTIDADES SIN CONTROL'
               ELSE
                   DISPLAY 'ENTSEL - SIN CATALOGO ENTCAT - EL MODO '
                       WS-MODO ' NO PUEDE CORRER'
                   MOVE 'N' TO WS-SW-DISPONIBLE
               END-IF
               GO TO 1000-EXIT
           END-IF

           IF WS-MODO = 'U'
               SET TB-ENT-IDX TO 1
               SEARCH TB-ENT-ENTRY
                   AT END
                       DISPLAY 'ENTSEL - ENTIDAD ' WS-ENTIDAD-SEL
                           ' DE PARMENT FUERA DEL CATALOGO'
                       MOVE 'N' TO WS-SW-DISPONIBLE
                   WHEN TB-ENT-IDX > TB-ENT-CANT
                       DISPLAY 'ENTSEL - ENTIDAD ' WS-ENTIDAD-SEL
                           ' DE PARMENT FUERA DEL CATALOGO'
                       MOVE 'N' TO WS-SW-DISPONIBLE
                   WHEN TB-ENT-CODIGO(TB-ENT-IDX) = WS-ENTIDAD-SEL
                       IF NOT TB-ENT-ACTIVA(TB-ENT-IDX)
                           DISPLAY 'ENTSEL - ENTIDAD ' WS-ENTIDAD-SEL
                               ' DE PARMENT DADA DE BAJA'
                           MOVE 'N' TO WS-SW-DISPONIBLE
                       END-IF
               END-SEARCH
           END-IF
           .
       1000-EXIT.
           EXIT.

       1100-LEER-ENTIDAD.
           READ CATALOGO
               AT END
                   SET EOF-CATALOGO TO TRUE
               NOT AT END
                   IF ENTCAT-CODIGO = SPACES
                       GO TO 1100-EXIT
                   END-IF
      *            LA MARCA ETIQUETA LA FILA DE RUNLOG DE LA ENTIDAD:
      *            EN BLANCO ES LA COMBINADA Y '#' EL SUSPENSO, Y UNA
      *            REPETIDA MEZCLARIA DOS ENTIDADES
                   IF ENTCAT-MARCA = SPACE OR ENTCAT-MARCA = '#'
                       OR ENTCAT-MARCA = LOW-VALUE
                       DISPLAY 'ENTSEL - ENTIDAD ' ENTCAT-CODIGO
                           ' CON MARCA INVALIDA EN ENTCAT: '
                           ENTCAT-MARCA
                       MOVE 'N' TO WS-SW-DISPONIBLE
                       GO TO 1100-EXIT
                   END-IF
                   SET TB-ENT-IDX TO 1
                   SEARCH TB-ENT-ENTRY
                       WHEN TB-ENT-IDX > TB-ENT-CANT
                           CONTINUE
                       WHEN TB-ENT-MARCA(TB-ENT-IDX) = ENTCAT-MARCA
                           DISPLAY 'ENTSEL - ENTIDAD ' ENTCAT-CODIGO
                               ' CON MARCA ' ENTCAT-MARCA
                               ' REPETIDA EN ENTCAT (ENTIDAD '
                               TB-ENT-CODIGO(TB-ENT-IDX) ')'
                           MOVE 'N' TO WS-SW-DISPONIBLE
                           GO TO 1100-EXIT
                   END-SEARCH
      *            UN CATALOGO TRUNCADO MANDARIA A SUSPENSO COMO
      *            DESCONOCIDAS ENTIDADES QUE EXISTEN: NO SE CORRE
                   IF TB-ENT-CANT NOT < WS-MAX-ENTIDADES
                       DISPLAY 'ENTSEL - CATALOGO ENTCAT EXCEDE '
                           WS-MAX-ENTIDADES ' ENTIDADES - NO SE CARGA '
                           ENTCAT-CODIGO
                       MOVE 'N' TO WS-SW-DISPONIBLE
                       GO TO 1100-EXIT
                   END-IF
                   ADD 1 TO TB-ENT-CANT
                   SET TB-ENT-IDX TO TB-ENT-CANT
                   MOVE ENTCAT-CODIGO TO TB-ENT-CODIGO(TB-ENT-IDX)
                   MOVE ENTCAT-MARCA  TO TB-ENT-MARCA(TB-ENT-IDX)
                   MOVE ENTCAT-NOMBRE TO TB-ENT-NOMBRE(TB-ENT-IDX)
                   MOVE ENTCAT-ESTADO TO TB-ENT-ESTADO(TB-ENT-IDX)
           END-READ
           .
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  2000-CLASIFICA-REGISTRO  -  PROCESAR / OMITIR / SUSPENSO      *
      ******************************************************************
       2000-CLASIFICA-REGISTRO.
           MOVE ZERO TO ENTSEL-INDICE
           SET ENTSEL-PROCESAR TO TRUE

           IF NOT CATALOGO-CARGADO
               GO TO 2000-EXIT
           END-IF

           IF ENTSEL-CODIGO = SPACES OR ENTSEL-CODIGO = LOW-VALUES
               SET ENTSEL-SUSPENSO TO TRUE
               MOVE 'B' TO ENTSEL-MOTIVO
               GO TO 2000-EXIT
           END-IF

           SET TB-ENT-IDX TO 1
           SEARCH TB-ENT-ENTRY
               AT END
                   SET ENTSEL-SUSPENSO TO TRUE
                   MOVE 'D' TO ENTSEL-MOTIVO
               WHEN TB-ENT-IDX > TB-ENT-CANT
                   SET ENTSEL-SUSPENSO TO TRUE
                   MOVE 'D' TO ENTSEL-MOTIVO
               WHEN TB-ENT-CODIGO(TB-ENT-IDX) = ENTSEL-CODIGO
                   MOVE TB-ENT-MARCA(TB-ENT-IDX)  TO ENTSEL-MARCA
                   MOVE TB-ENT-NOMBRE(TB-ENT-IDX) TO ENTSEL-NOMBRE
      *            LA DADA DE BAJA VA SOLO AL SUSPENSO: SIN POSICION
      *            PARA QUE NO SUME TAMBIEN EN LA FILA DE SU ENTIDAD
                   IF NOT TB-ENT-ACTIVA(TB-ENT-IDX)
                       SET ENTSEL-SUSPENSO TO TRUE
                       MOVE 'I' TO ENTSEL-MOTIVO
                   ELSE
                       SET ENTSEL-INDICE TO TB-ENT-IDX
                       IF WS-MODO = 'U'
                           AND ENTSEL-CODIGO NOT = WS-ENTIDAD-SEL
                           SET ENTSEL-OMITIR TO TRUE
                       END-IF
                   END-IF
           END-SEARCH
           .
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  3000-CONSULTA-ENTIDAD  -  DATOS DE LA ENTIDAD POR POSICION    *
      ******************************************************************
       3000-CONSULTA-ENTIDAD.
           MOVE SPACES TO ENTSEL-CODIGO
           IF ENTSEL-INDICE NOT NUMERIC
               OR ENTSEL-INDICE = ZERO
               OR ENTSEL-INDICE > TB-ENT-CANT
               SET ENTSEL-SUSPENSO TO TRUE
               GO TO 3000-EXIT
           END-IF
           SET TB-ENT-IDX TO ENTSEL-INDICE
           MOVE TB-ENT-CODIGO(TB-ENT-IDX) TO ENTSEL-CODIGO
           MOVE TB-ENT-MARCA(TB-ENT-IDX)  TO ENTSEL-MARCA
           MOVE TB-ENT-NOMBRE(TB-ENT-IDX) TO ENTSEL-NOMBRE
           SET ENTSEL-PROCESAR TO TRUE
           IF WS-MODO = 'U'
               AND TB-ENT-CODIGO(TB-ENT-IDX) NOT = WS-ENTIDAD-SEL
               SET ENTSEL-OMITIR TO TRUE
           END-IF
           .
       3000-EXIT.
           EXIT.
