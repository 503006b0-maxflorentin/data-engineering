      ******************************************************************
      *                                                                *
      * PROGRAM-ID : SUCMAP                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - CATALOGO                    *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : RUTINA COMUN DE REMAPEO DE SUCURSALES FUSIONADAS *
      *               O CERRADAS.  EN LA PRIMERA LLAMADA LEE LA        *
      *               TARJETA PARMSUC, LA TABLA DE SUCESION SUCSUC Y   *
      *               EL CATALOGO DE SUCURSALES SUCPROV.  POR CADA     *
      *               CODIGO DEVUELVE LA SUCURSAL VIGENTE A LA FECHA   *
      *               DE REFERENCIA SIGUIENDO LA CADENA DE SUCESORAS   *
      *               (UNA FILA APLICA SI YA ENTRO EN VIGENCIA, YA     *
      *               ESTABA DADA DE ALTA Y NO ESTABA DADA DE BAJA A   *
      *               ESA FECHA), Y MARCA COMO DESCONOCIDO EL CODIGO   *
      *               QUE NO ESTA EN EL CATALOGO NI ES UNA SUCURSAL    *
      *               RETIRADA DE LA TABLA.  LA TARJETA PERMITE        *
      *               REPRODUCIR UNA CORRIDA HISTORICA: MODO N DEJA    *
      *               LOS CODIGOS ORIGINALES Y UNA FECHA DE REFERENCIA *
      *               RESUELVE LA SUCESION COMO SE CONOCIA ESE DIA.    *
      *               SIN TARJETA EL MODO ES R CON LA FECHA DE         *
      *               PROCESO DEL LLAMADOR; SIN TABLA NO SE REMAPEA;   *
      *               SIN CATALOGO NO SE INFORMAN DESCONOCIDOS.  LA    *
      *               OPERACION F GRABA LOS DESCONOCIDOS EN SUCDESC.   *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SUCMAP.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - CATALOGO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS     ASSIGN TO PARMSUC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT SUCESIONES     ASSIGN TO SUCSUC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SSC.

           SELECT SUCURSALES     ASSIGN TO SUCPROV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAT.

           SELECT DESCONOCIDAS   ASSIGN TO SUCDESC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DES.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-SUC-REGISTRO.
      *        R = REMAPEA (DEFECTO) / N = CODIGOS ORIGINALES
           05  PARM-SUC-MODO          PIC X(01).
      *        AAAAMMDD; EN BLANCO O CERO = FECHA DEL LLAMADOR
           05  PARM-SUC-FECHA-REF     PIC X(08).
           05  PARM-SUC-FILLER        PIC X(11).

       FD  SUCESIONES
           RECORDING MODE IS F.
           COPY "sucsuc.cob".

       FD  SUCURSALES
           RECORDING MODE IS F.
           COPY "../calendario/sucprov.cob".

       FD  DESCONOCIDAS
           RECORDING MODE IS F.
           COPY "sucdesc.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-SUCESIONES         PIC 9(04) COMP VALUE 2000.
       77  WS-MAX-SUCURSALES         PIC 9(04) COMP VALUE 2000.
       77  WS-MAX-DESCONOCIDAS       PIC 9(04) COMP VALUE 500.
       77  WS-MAX-SALTOS             PIC 9(02) COMP VALUE 10.

       01  WS-FS-PARM                PIC XX.
       01  WS-FS-SSC                 PIC XX.
       01  WS-FS-CAT                 PIC XX.
       01  WS-FS-DES                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-CARGADO         PIC X(01) VALUE 'N'.
               88  RUTINA-CARGADA        VALUE 'S'.
           05  WS-SW-EOF-SSC         PIC X(01) VALUE 'N'.
               88  EOF-SUCESIONES        VALUE 'S'.
           05  WS-SW-EOF-CAT         PIC X(01) VALUE 'N'.
               88  EOF-SUCURSALES        VALUE 'S'.
           05  WS-SW-CATALOGO        PIC X(01) VALUE 'N'.
               88  CATALOGO-CARGADO      VALUE 'S'.
           05  WS-SW-CADENA          PIC X(01).
               88  SEGUIR-CADENA         VALUE 'S'.
           05  WS-SW-CICLO           PIC X(01).
               88  CADENA-EN-CICLO       VALUE 'S'.
           05  WS-SW-CONOCIDA        PIC X(01).
               88  SUCURSAL-CONOCIDA     VALUE 'S'.

       01  WS-MODO                   PIC X(01) VALUE 'R'.
       01  WS-FECHA-PARM             PIC 9(08) VALUE ZERO.
       01  WS-FECHA-REF              PIC 9(08).

      * ESTADO DEL RECORRIDO DE LA CADENA PARA EL CODIGO EN CURSO
       01  WS-SUC-ACTUAL             PIC X(04).
       01  WS-SUC-SIGUIENTE          PIC X(04).
       01  WS-MOTIVO-SALTO           PIC X(01).
       01  WS-VIG-ELEGIDA            PIC 9(08).
       01  WS-CANT-SALTOS            PIC 9(02) COMP.

       01  WS-CONTADORES.
           05  WS-CANT-REMAPEADAS    PIC 9(09) COMP VALUE ZERO.
           05  WS-CANT-DESCONOCIDAS  PIC 9(09) COMP VALUE ZERO.

      * TABLA DE SUCESION TAL COMO VIENE, CON SUS FECHAS; LA
      * VIGENCIA SE RESUELVE EN CADA CONSULTA
       01  TABLA-SUCESIONES.
           05  TB-SSC-CANT           PIC 9(04) COMP VALUE ZERO.
           05  TB-SSC-ENTRY OCCURS 2000 TIMES
                   INDEXED BY TB-SSC-IDX.
               10  TB-SSC-ANTERIOR   PIC X(04).
               10  TB-SSC-VIGENCIA   PIC 9(08).
               10  TB-SSC-SUCESORA   PIC X(04).
               10  TB-SSC-MOTIVO     PIC X(01).
               10  TB-SSC-ALTA       PIC 9(08).
               10  TB-SSC-BAJA       PIC 9(08).

       01  TABLA-SUCURSALES.
           05  TB-CAT-CANT           PIC 9(04) COMP VALUE ZERO.
           05  TB-CAT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY TB-CAT-IDX.
               10  TB-CAT-SUCURSAL   PIC X(04).

      * DESCONOCIDAS DE LA CORRIDA POR CODIGO ORIGINAL; LA ULTIMA
      * POSICION JUNTA LO QUE NO ENTRA EN LA TABLA BAJO '****'
       01  TABLA-DESCONOCIDAS.
           05  TB-DES-CANT           PIC 9(04) COMP VALUE ZERO.
           05  TB-DES-ENTRY OCCURS 500 TIMES
                   INDEXED BY TB-DES-IDX.
               10  TB-DES-SUCURSAL   PIC X(04).
               10  TB-DES-VIGENTE    PIC X(04).
               10  TB-DES-CANTIDAD   PIC 9(09) COMP.

       LINKAGE SECTION.
           COPY "sucmaplk.cob" REPLACING ==:SUCMAP:== BY ==SUCMAP==.

       PROCEDURE DIVISION USING SUCMAP-AREA.

       0000-MAINLINE.
           IF NOT RUTINA-CARGADA
               PERFORM 1000-CARGA-TABLAS THRU 1000-EXIT
           END-IF

           IF WS-FECHA-PARM > ZERO
               MOVE WS-FECHA-PARM         TO WS-FECHA-REF
           ELSE
               MOVE SUCMAP-FECHA-PROCESO  TO WS-FECHA-REF
           END-IF
           MOVE WS-FECHA-REF     TO SUCMAP-FECHA-REF
           MOVE WS-MODO          TO SUCMAP-MODO
           MOVE WS-SW-CATALOGO   TO SUCMAP-IND-CATALOGO

           IF SUCMAP-OP-FIN
               PERFORM 5000-GRABA-DESCONOCIDAS THRU 5000-EXIT
           ELSE
               PERFORM 2000-REMAPEA THRU 2000-EXIT
           END-IF

           MOVE WS-CANT-REMAPEADAS   TO SUCMAP-CANT-REMAPEADAS
           MOVE WS-CANT-DESCONOCIDAS TO SUCMAP-CANT-DESCONOCIDAS

           GOBACK.

      ******************************************************************
      *  1000-CARGA-TABLAS  -  PRIMERA LLAMADA: TARJETA PARMSUC,       *
      *  TABLA SUCSUC Y CATALOGO SUCPROV.  UNA TARJETA INVALIDA SE     *
      *  AVISA Y SE IGNORA                                             *
      ******************************************************************
       1000-CARGA-TABLAS.
           SET RUTINA-CARGADA TO TRUE

           OPEN INPUT PARAMETROS
           IF WS-FS-PARM = '00'
               READ PARAMETROS
                   AT END
                       MOVE SPACES TO PARM-SUC-REGISTRO
               END-READ
               PERFORM 1050-VALIDA-TARJETA THRU 1050-EXIT
               CLOSE PARAMETROS
           END-IF

           OPEN INPUT SUCESIONES
           IF WS-FS-SSC = '00'
               PERFORM 1100-LEER-SUCESION THRU 1100-EXIT
                   UNTIL EOF-SUCESIONES
               CLOSE SUCESIONES
           ELSE
               DISPLAY 'SUCMAP - SIN TABLA SUCSUC - NO SE REMAPEA'
           END-IF

           OPEN INPUT SUCURSALES
           IF WS-FS-CAT = '00'
               SET CATALOGO-CARGADO TO TRUE
               PERFORM 1200-LEER-SUCURSAL THRU 1200-EXIT
                   UNTIL EOF-SUCURSALES
               CLOSE SUCURSALES
           ELSE
               DISPLAY 'SUCMAP - SIN CATALOGO SUCPROV - NO SE '
                   'INFORMAN DESCONOCIDAS'
           END-IF
           .
       1000-EXIT.
           EXIT.

       1050-VALIDA-TARJETA.
           IF PARM-SUC-MODO = 'R' OR 'N'
               MOVE PARM-SUC-MODO TO WS-MODO
           ELSE
               IF PARM-SUC-MODO NOT = SPACE
                   DISPLAY 'SUCMAP - MODO INVALIDO EN PARMSUC: '
                       PARM-SUC-MODO ' - SE REMAPEA'
               END-IF
           END-IF

           IF PARM-SUC-FECHA-REF = SPACES OR ZEROS
               GO TO 1050-EXIT
           END-IF
           IF PARM-SUC-FECHA-REF NOT NUMERIC
               DISPLAY 'SUCMAP - FECHA INVALIDA EN PARMSUC: '
                   PARM-SUC-FECHA-REF ' - SE IGNORA'
               GO TO 1050-EXIT
           END-IF
           MOVE PARM-SUC-FECHA-REF TO WS-FECHA-PARM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-PARM) NOT = 0
               DISPLAY 'SUCMAP - FECHA INVALIDA EN PARMSUC: '
                   PARM-SUC-FECHA-REF ' - SE IGNORA'
               MOVE ZERO TO WS-FECHA-PARM
               GO TO 1050-EXIT
           END-IF
           DISPLAY 'SUCMAP - SUCESION RESUELTA AL ' WS-FECHA-PARM
               ' (PARMSUC)'
           .
       1050-EXIT.
           EXIT.

       1100-LEER-SUCESION.
           READ SUCESIONES
               AT END
                   SET EOF-SUCESIONES TO TRUE
               NOT AT END
                   IF TB-SSC-CANT < WS-MAX-SUCESIONES
                       ADD 1 TO TB-SSC-CANT
                       SET TB-SSC-IDX TO TB-SSC-CANT
                       MOVE SUCSUC-SUC-ANTERIOR
                           TO TB-SSC-ANTERIOR(TB-SSC-IDX)
                       MOVE SUCSUC-FECHA-VIGENCIA
                           TO TB-SSC-VIGENCIA(TB-SSC-IDX)
                       MOVE SUCSUC-SUC-SUCESORA
                           TO TB-SSC-SUCESORA(TB-SSC-IDX)
                       MOVE SUCSUC-MOTIVO
                           TO TB-SSC-MOTIVO(TB-SSC-IDX)
                       MOVE SUCSUC-FECHA-ALTA
                           TO TB-SSC-ALTA(TB-SSC-IDX)
                       MOVE SUCSUC-FECHA-BAJA
                           TO TB-SSC-BAJA(TB-SSC-IDX)
                   ELSE
                       DISPLAY 'SUCMAP - TABLA SUCSUC EXCEDE '
                           WS-MAX-SUCESIONES ' FILAS'
                       SET EOF-SUCESIONES TO TRUE
                   END-IF
           END-READ
           .
       1100-EXIT.
           EXIT.

       1200-LEER-SUCURSAL.
           READ SUCURSALES
               AT END
                   SET EOF-SUCURSALES TO TRUE
               NOT AT END
                   IF TB-CAT-CANT < WS-MAX-SUCURSALES
                       ADD 1 TO TB-CAT-CANT
                       SET TB-CAT-IDX TO TB-CAT-CANT
                       MOVE SUCPROV-SUCURSAL
                           TO TB-CAT-SUCURSAL(TB-CAT-IDX)
                   ELSE
                       DISPLAY 'SUCMAP - CATALOGO SUCPROV EXCEDE '
                           WS-MAX-SUCURSALES ' SUCURSALES'
                       SET EOF-SUCURSALES TO TRUE
                   END-IF
           END-READ
           .
       1200-EXIT.
           EXIT.

      ******************************************************************
      *  2000-REMAPEA  -  SIGUE LA CADENA DE SUCESORAS DESDE EL CODIGO *
      *  RECIBIDO Y VERIFICA EL CODIGO FINAL CONTRA EL CATALOGO.  UNA  *
      *  CADENA QUE NO TERMINA EN WS-MAX-SALTOS SE TRATA COMO          *
      *  DESCONOCIDA Y CONSERVA EL CODIGO ORIGINAL                     *
      ******************************************************************
       2000-REMAPEA.
           MOVE SUCMAP-SUC-ORIGEN TO WS-SUC-ACTUAL
           MOVE SPACE             TO SUCMAP-MOTIVO
           MOVE ZERO              TO WS-CANT-SALTOS
           MOVE 'N'               TO WS-SW-CICLO

           IF WS-MODO = 'R'
               SET SEGUIR-CADENA TO TRUE
               PERFORM 2100-SIGUIENTE-SALTO THRU 2100-EXIT
                   UNTIL NOT SEGUIR-CADENA
           END-IF
           MOVE WS-CANT-SALTOS    TO SUCMAP-SALTOS

           IF CADENA-EN-CICLO
               MOVE SUCMAP-SUC-ORIGEN TO SUCMAP-SUC-VIGENTE
               SET SUCMAP-DESCONOCIDA TO TRUE
           ELSE
               MOVE WS-SUC-ACTUAL TO SUCMAP-SUC-VIGENTE
               PERFORM 2300-VERIFICA-CATALOGO THRU 2300-EXIT
               EVALUATE TRUE
                   WHEN NOT SUCURSAL-CONOCIDA
                       SET SUCMAP-DESCONOCIDA TO TRUE
                   WHEN WS-SUC-ACTUAL NOT = SUCMAP-SUC-ORIGEN
                       SET SUCMAP-REMAPEADA TO TRUE
                   WHEN OTHER
                       SET SUCMAP-SIN-CAMBIO TO TRUE
               END-EVALUATE
           END-IF

           IF SUCMAP-REMAPEADA
               ADD 1 TO WS-CANT-REMAPEADAS
           END-IF
           IF SUCMAP-DESCONOCIDA
               ADD 1 TO WS-CANT-DESCONOCIDAS
               PERFORM 2400-ACUMULA-DESCONOCIDA THRU 2400-EXIT
           END-IF
           .
       2000-EXIT.
           EXIT.

      * ENTRE LAS FILAS QUE APLICAN A LA FECHA DE REFERENCIA PARA LA
      * SUCURSAL EN CURSO GANA LA DE VIGENCIA MAS RECIENTE
       2100-SIGUIENTE-SALTO.
           MOVE SPACES TO WS-SUC-SIGUIENTE
           MOVE ZERO   TO WS-VIG-ELEGIDA
           PERFORM 2110-EVALUA-FILA THRU 2110-EXIT
               VARYING TB-SSC-IDX FROM 1 BY 1
               UNTIL TB-SSC-IDX > TB-SSC-CANT

           IF WS-SUC-SIGUIENTE = SPACES
               MOVE 'N' TO WS-SW-CADENA
               GO TO 2100-EXIT
           END-IF

           IF WS-CANT-SALTOS NOT < WS-MAX-SALTOS
               SET CADENA-EN-CICLO TO TRUE
               MOVE 'N' TO WS-SW-CADENA
               GO TO 2100-EXIT
           END-IF

           ADD 1 TO WS-CANT-SALTOS
           MOVE WS-SUC-SIGUIENTE TO WS-SUC-ACTUAL
           MOVE WS-MOTIVO-SALTO  TO SUCMAP-MOTIVO
           .
       2100-EXIT.
           EXIT.

       2110-EVALUA-FILA.
           IF TB-SSC-ANTERIOR(TB-SSC-IDX) NOT = WS-SUC-ACTUAL
               GO TO 2110-EXIT
           END-IF
           IF TB-SSC-VIGENCIA(TB-SSC-IDX) > WS-FECHA-REF
               OR TB-SSC-ALTA(TB-SSC-IDX) > WS-FECHA-REF
               GO TO 2110-EXIT
           END-IF
           IF TB-SSC-BAJA(TB-SSC-IDX) NOT = ZERO
               AND TB-SSC-BAJA(TB-SSC-IDX) NOT > WS-FECHA-REF
               GO TO 2110-EXIT
           END-IF
           IF TB-SSC-VIGENCIA(TB-SSC-IDX) > WS-VIG-ELEGIDA
               MOVE TB-SSC-VIGENCIA(TB-SSC-IDX) TO WS-VIG-ELEGIDA
               MOVE TB-SSC-SUCESORA(TB-SSC-IDX) TO WS-SUC-SIGUIENTE
               MOVE TB-SSC-MOTIVO(TB-SSC-IDX)   TO WS-MOTIVO-SALTO
           END-IF
           .
       2110-EXIT.
           EXIT.

      * CONOCIDA: ESTA EN EL CATALOGO O ES UNA SUCURSAL RETIRADA DE
      * LA TABLA DE SUCESION (UNA CORRIDA ANTERIOR A SU VIGENCIA O
      * EN MODO N LA SIGUE TRAYENDO).  SIN CATALOGO TODO ES CONOCIDO
       2300-VERIFICA-CATALOGO.
           SET SUCURSAL-CONOCIDA TO TRUE
           IF NOT CATALOGO-CARGADO
               GO TO 2300-EXIT
           END-IF

           SET TB-CAT-IDX TO 1
           SEARCH TB-CAT-ENTRY
               AT END
                   MOVE 'N' TO WS-SW-CONOCIDA
               WHEN TB-CAT-IDX > TB-CAT-CANT
                   MOVE 'N' TO WS-SW-CONOCIDA
               WHEN TB-CAT-SUCURSAL(TB-CAT-IDX) = WS-SUC-ACTUAL
                   GO TO 2300-EXIT
           END-SEARCH

           IF TB-SSC-CANT = ZERO
               GO TO 2300-EXIT
           END-IF
           SET TB-SSC-IDX TO 1
           SEARCH TB-SSC-ENTRY
               AT END
                   CONTINUE
               WHEN TB-SSC-IDX > TB-SSC-CANT
                   CONTINUE
               WHEN TB-SSC-ANTERIOR(TB-SSC-IDX) = WS-SUC-ACTUAL
                   SET SUCURSAL-CONOCIDA TO TRUE
           END-SEARCH
           .
       2300-EXIT.
           EXIT.

       2400-ACUMULA-DESCONOCIDA.
           IF TB-DES-CANT > ZERO
               SET TB-DES-IDX TO 1
               SEARCH TB-DES-ENTRY
                   AT END
                       CONTINUE
                   WHEN TB-DES-IDX > TB-DES-CANT
                       CONTINUE
                   WHEN TB-DES-SUCURSAL(TB-DES-IDX) = SUCMAP-SUC-ORIGEN
                       ADD 1 TO TB-DES-CANTIDAD(TB-DES-IDX)
                       GO TO 2400-EXIT
               END-SEARCH
           END-IF

           IF TB-DES-CANT < WS-MAX-DESCONOCIDAS - 1
               ADD 1 TO TB-DES-CANT
               SET TB-DES-IDX TO TB-DES-CANT
               MOVE SUCMAP-SUC-ORIGEN  TO TB-DES-SUCURSAL(TB-DES-IDX)
               MOVE SUCMAP-SUC-VIGENTE TO TB-DES-VIGENTE(TB-DES-IDX)
               MOVE 1                  TO TB-DES-CANTIDAD(TB-DES-IDX)
               GO TO 2400-EXIT
           END-IF

           IF TB-DES-CANT < WS-MAX-DESCONOCIDAS
               ADD 1 TO TB-DES-CANT
               SET TB-DES-IDX TO TB-DES-CANT
               MOVE '****' TO TB-DES-SUCURSAL(TB-DES-IDX)
               MOVE '****' TO TB-DES-VIGENTE(TB-DES-IDX)
               MOVE ZERO   TO TB-DES-CANTIDAD(TB-DES-IDX)
           END-IF
           SET TB-DES-IDX TO TB-DES-CANT
           ADD 1 TO TB-DES-CANTIDAD(TB-DES-IDX)
           .
       2400-EXIT.
           EXIT.

      ******************************************************************
      *  5000-GRABA-DESCONOCIDAS  -  FIN DE CORRIDA DEL LLAMADOR: UNA  *
      *  FILA POR CODIGO DESCONOCIDO EN SUCDESC.  LA TABLA QUEDA EN    *
      *  CERO PARA NO REPETIRLAS SI SE VUELVE A PEDIR                  *
      ******************************************************************
       5000-GRABA-DESCONOCIDAS.
           IF TB-DES-CANT = ZERO
               GO TO 5000-EXIT
           END-IF

           OPEN EXTEND DESCONOCIDAS
           IF WS-FS-DES NOT = '00'
               DISPLAY 'SUCMAP - NO SE PUDO ABRIR SUCDESC - '
                   'FILE STATUS ' WS-FS-DES
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-GRABA-FILA THRU 5100-EXIT
               VARYING TB-DES-IDX FROM 1 BY 1
               UNTIL TB-DES-IDX > TB-DES-CANT
           CLOSE DESCONOCIDAS
           MOVE ZERO TO TB-DES-CANT
           .
       5000-EXIT.
           EXIT.

       5100-GRABA-FILA.
           MOVE SPACES                TO SUCDESC-REGISTRO
           MOVE SUCMAP-FECHA-PROCESO  TO SUCDESC-FECHA-PROCESO
           MOVE SUCMAP-JOB-ID         TO SUCDESC-JOB-ID
           MOVE TB-DES-SUCURSAL(TB-DES-IDX) TO SUCDESC-SUCURSAL
           MOVE TB-DES-VIGENTE(TB-DES-IDX)  TO SUCDESC-SUC-VIGENTE
           MOVE TB-DES-CANTIDAD(TB-DES-IDX) TO SUCDESC-CANTIDAD
           MOVE WS-FECHA-REF          TO SUCDESC-FECHA-REF
           WRITE SUCDESC-REGISTRO
           .
       5100-EXIT.
           EXIT.
