      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET204                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - CATALOGO                    *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : MANTENIMIENTO DE LA TABLA DE SUCESION DE         *
      *               SUCURSALES (SUCSUC).  CUANDO UNA SUCURSAL SE     *
      *               FUSIONA O SE CIERRA, SU CODIGO SIGUE VINIENDO    *
      *               EN LAS INTERFACES Y CADA REPORTE POR SUCURSAL    *
      *               PARTE LA MISMA CARTERA ENTRE LA SUCURSAL MUERTA  *
      *               Y LA VIVA.  LAS NOVEDADES DE ALTA (A) Y BAJA (B) *
      *               DE SUCESIONES LLEGAN POR SUCNOV CON LA MARCA DE  *
      *               APROBACION DE UN SEGUNDO OPERADOR (SIN ELLA SE   *
      *               RECHAZAN A SUCREJ).  EL ALTA EXIGE UNA SUCESORA  *
      *               DEL CATALOGO SUCPROV, UNA FECHA DE VIGENCIA      *
      *               VALIDA Y QUE NO CIERRE UN CICLO; LA BAJA NO      *
      *               BORRA LA FILA, LA CIERRA CON LA FECHA DE PROCESO *
      *               PARA QUE LAS CORRIDAS HISTORICAS SE PUEDAN       *
      *               REPRODUCIR.  CADA MOVIMIENTO QUEDA EN EL DIARIO  *
      *               SUCLOG, Y LA TABLA NUEVA (SUCSUCN) SE LISTA CON  *
      *               LA SUCURSAL FINAL DE CADA CADENA A LA FECHA DE   *
      *               PROCESO.  LA CONSULTA LA RUTINA SUCMAP.          *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET204.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - CATALOGO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUCESION-ANT   ASSIGN TO SUCSUC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SSC.

           SELECT NOVEDADES      ASSIGN TO SUCNOV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NOV.

           SELECT SUCURSALES     ASSIGN TO SUCPROV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAT.

           SELECT SORT-SSC       ASSIGN TO SRTSUCA.
           SELECT SUCESION-NVA   ASSIGN TO SUCSUCN
               ORGANIZATION IS SEQUENTIAL.

           SELECT DIARIO-SAL     ASSIGN TO SUCLOG
               ORGANIZATION IS SEQUENTIAL.

           SELECT RECHAZOS-SAL   ASSIGN TO SUCREJ
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORTE-SUC    ASSIGN TO RPSUCSUC
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUCESION-ANT
           RECORDING MODE IS F.
           COPY "sucsuc.cob".

       FD  NOVEDADES
           RECORDING MODE IS F.
       01  NOV-REGISTRO.
      *        ACCION: A = ALTA, B = BAJA
           05  NOV-ACCION            PIC X(01).
           05  NOV-SUC-ANTERIOR      PIC X(04).
           05  NOV-FECHA-VIGENCIA    PIC X(08).
           05  NOV-SUC-SUCESORA      PIC X(04).
      *        F = FUSION / C = CIERRE (SOLO EN EL ALTA)
           05  NOV-MOTIVO            PIC X(01).
           05  NOV-USUARIO           PIC X(08).
      *        MARCA DEL SEGUNDO OPERADOR; EN BLANCO SE RECHAZA
           05  NOV-APROBADO-POR      PIC X(08).
           05  NOV-OBSERVACION       PIC X(40).
           05  FILLER                PIC X(06).

       FD  SUCURSALES
           RECORDING MODE IS F.
           COPY "../calendario/sucprov.cob".

       SD  SORT-SSC.
       01  SD-SSC-REGISTRO.
           05  S-SSC-CLAVE.
               10  S-SSC-ANTERIOR    PIC X(04).
               10  S-SSC-VIGENCIA    PIC 9(08).
           05  FILLER                PIC X(48).

       FD  SUCESION-NVA
           RECORDING MODE IS F.
           COPY "sucsuc.cob"
               REPLACING LEADING ==SUCSUC== BY ==SUCN==.

       FD  DIARIO-SAL
           RECORDING MODE IS F.
       01  SUCLOG-REGISTRO.
           05  SUCLOG-FECHA-PROCESO  PIC 9(08).
           05  SUCLOG-HORA           PIC 9(06).
           05  SUCLOG-ACCION         PIC X(01).
           05  SUCLOG-SUC-ANTERIOR   PIC X(04).
           05  SUCLOG-FECHA-VIGENCIA PIC X(08).
           05  SUCLOG-SUC-SUCESORA   PIC X(04).
           05  SUCLOG-MOTIVO         PIC X(01).
           05  SUCLOG-USUARIO        PIC X(08).
           05  SUCLOG-APROBADO-POR   PIC X(08).
           05  SUCLOG-OBSERVACION    PIC X(40).
           05  FILLER                PIC X(12).

       FD  RECHAZOS-SAL
           RECORDING MODE IS F.
       01  REJ-REGISTRO.
           05  REJ-MOTIVO            PIC X(30).
           05  REJ-NOVEDAD           PIC X(80).

       FD  REPORTE-SUC.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "runlog.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-SUCESIONES         PIC 9(04) COMP VALUE 2000.
       77  WS-MAX-SUCURSALES         PIC 9(04) COMP VALUE 2000.
       77  WS-MAX-SALTOS             PIC 9(02) COMP VALUE 10.
       77  WS-MAX-ALCANZADAS         PIC 9(03) COMP VALUE 200.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-HORA-RELOJ             PIC 9(08).
       01  WS-HORA-PROCESO           PIC 9(06).

       01  WS-FS-SSC                 PIC XX.
       01  WS-FS-NOV                 PIC XX.
       01  WS-FS-CAT                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-SSC         PIC X(01) VALUE 'N'.
               88  EOF-SUCESIONES        VALUE 'S'.
           05  WS-SW-EOF-NOV         PIC X(01) VALUE 'N'.
               88  EOF-NOVEDADES         VALUE 'S'.
           05  WS-SW-EOF-CAT         PIC X(01) VALUE 'N'.
               88  EOF-SUCURSALES        VALUE 'S'.
           05  WS-SW-EOF-SORT        PIC X(01) VALUE 'N'.
               88  EOF-SORT              VALUE 'S'.
           05  WS-SW-HALLADO         PIC X(01).
               88  SUCESION-HALLADA      VALUE 'S'.
           05  WS-SW-CATALOGO        PIC X(01).
               88  EN-CATALOGO           VALUE 'S'.
           05  WS-SW-CADENA          PIC X(01).
               88  SEGUIR-CADENA         VALUE 'S'.
           05  WS-SW-CICLO           PIC X(01).
               88  CADENA-EN-CICLO       VALUE 'S'.
           05  WS-SW-ALCANZADA       PIC X(01).
               88  SUCURSAL-ALCANZADA    VALUE 'S'.

       01  WS-MOTIVO-RECHAZO         PIC X(30).
       01  WS-FECHA-VIGENCIA         PIC 9(08).

      * RECORRIDO DE UNA CADENA DE SUCESORAS
       01  WS-SUC-BUSCADA            PIC X(04).
       01  WS-SUC-ACTUAL             PIC X(04).
       01  WS-SUC-SIGUIENTE          PIC X(04).
       01  WS-VIG-ELEGIDA            PIC 9(08).
       01  WS-CANT-SALTOS            PIC 9(02) COMP.

      * TABLA EN MEMORIA: SE LE APLICAN LAS NOVEDADES EN EL ORDEN EN
      * QUE LLEGAN Y SE GRABA ORDENADA POR SUCURSAL/VIGENCIA
       01  TABLA-SUCESIONES.
           05  TB-SSC-CANT           PIC 9(04) COMP VALUE ZERO.
           05  TB-SSC-ENTRY OCCURS 2000 TIMES
                   INDEXED BY TB-SSC-IDX TB-SSC-HALLADA.
               10  TB-SSC-REGISTRO.
                   15  TB-SSC-ANTERIOR   PIC X(04).
                   15  TB-SSC-VIGENCIA   PIC 9(08).
                   15  TB-SSC-SUCESORA   PIC X(04).
                   15  FILLER            PIC X(01).
                   15  TB-SSC-ALTA       PIC 9(08).
                   15  TB-SSC-BAJA       PIC 9(08).
                   15  FILLER            PIC X(27).

      * SUCURSALES ALCANZABLES DESDE LA SUCESORA DE UN ALTA
       01  TABLA-ALCANZADAS.
           05  TB-ALC-CANT           PIC 9(03) COMP VALUE ZERO.
           05  TB-ALC-ENTRY OCCURS 200 TIMES
                   INDEXED BY TB-ALC-IDX.
               10  TB-ALC-SUCURSAL   PIC X(04).

       01  TABLA-SUCURSALES.
           05  TB-CAT-CANT           PIC 9(04) COMP VALUE ZERO.
           05  TB-CAT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY TB-CAT-IDX.
               10  TB-CAT-SUCURSAL   PIC X(04).

           COPY "sucsuc.cob"
               REPLACING LEADING ==SUCSUC== BY ==WS-SSC==.

       01  WS-CONTADORES.
           05  WS-CANT-SUCESIONES    PIC 9(09) COMP.
           05  WS-CANT-NOVEDADES     PIC 9(09) COMP.
           05  WS-CANT-ALTAS         PIC 9(09) COMP.
           05  WS-CANT-BAJAS         PIC 9(09) COMP.
           05  WS-CANT-RECHAZADAS    PIC 9(09) COMP.
           05  WS-CANT-GRABADAS      PIC 9(09) COMP.
           05  WS-CANT-VIGENTES      PIC 9(09) COMP.
           05  WS-CANT-FUERA-CAT     PIC 9(09) COMP.

       01  WS-ENCAB-DETALLE.
           05  FILLER                PIC X(43) VALUE
               'A SUC  VIGENCIA SUC  M SOLICITO  APROBO    '.
           05  FILLER                PIC X(20) VALUE
               'OBSERVACION/RECHAZO'.

       01  WS-LINEA-DETALLE.
           05  WSL-ACCION            PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-ANTERIOR          PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-VIGENCIA          PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-SUCESORA          PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-MOTIVO            PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-USUARIO           PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-APROBADO          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-TEXTO             PIC X(40).

       01  WS-ENCAB-TABLA.
           05  FILLER                PIC X(21) VALUE
               'TABLA DE SUCESION AL '.
           05  WST-FECHA             PIC 9(08).

       01  WS-ENCAB-TABLA-DET.
           05  FILLER                PIC X(44) VALUE
               'SUC  VIGENCIA SUC  M ALTA     BAJA     FINAL'.
           05  FILLER                PIC X(12) VALUE
               ' OBSERVACION'.

       01  WS-LINEA-TABLA.
           05  WTL-ANTERIOR          PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WTL-VIGENCIA          PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WTL-SUCESORA          PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WTL-MOTIVO            PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WTL-ALTA              PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WTL-BAJA              PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WTL-FINAL             PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WTL-TEXTO             PIC X(40).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-PROCESA-NOVEDAD THRU 3000-EXIT
               UNTIL EOF-NOVEDADES
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  CARGA LA TABLA VIGENTE Y EL CATALOGO DE   *
      *  SUCURSALES Y CEBA LAS NOVEDADES.  LA PRIMERA VEZ NO HAY       *
      *  TABLA; SIN CATALOGO NO SE PUEDEN VALIDAR LAS SUCESORAS        *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-RELOJ FROM TIME
           MOVE WS-HORA-RELOJ(1:6) TO WS-HORA-PROCESO

           OPEN INPUT NOVEDADES
           IF WS-FS-NOV NOT = '00'
               DISPLAY 'ZET204 - NO SE PUDO ABRIR SUCNOV - '
                   'FILE STATUS ' WS-FS-NOV
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SUCURSALES
           IF WS-FS-CAT NOT = '00'
               DISPLAY 'ZET204 - NO SE PUDO ABRIR SUCPROV - '
                   'FILE STATUS ' WS-FS-CAT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-CARGA-SUCURSAL THRU 1200-EXIT
               UNTIL EOF-SUCURSALES
           CLOSE SUCURSALES

           OPEN INPUT SUCESION-ANT
           IF WS-FS-SSC = '00'
               PERFORM 1100-CARGA-SUCESION THRU 1100-EXIT
                   UNTIL EOF-SUCESIONES
               CLOSE SUCESION-ANT
           ELSE
               DISPLAY 'ZET204 - SIN TABLA SUCSUC - SE INICIA '
                   'UNA NUEVA'
           END-IF

           OPEN EXTEND DIARIO-SAL
           OPEN OUTPUT RECHAZOS-SAL
           OPEN OUTPUT REPORTE-SUC

           MOVE 'NOVEDADES DE LA TABLA DE SUCESION DE SUCURSALES'
               TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-ENCAB-DETALLE TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           PERFORM 2000-LEER-NOVEDAD THRU 2000-EXIT
           .

       1100-CARGA-SUCESION.
           READ SUCESION-ANT
               AT END
                   SET EOF-SUCESIONES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CANT-SUCESIONES
                   IF TB-SSC-CANT < WS-MAX-SUCESIONES
                       ADD 1 TO TB-SSC-CANT
                       SET TB-SSC-IDX TO TB-SSC-CANT
                       MOVE SUCSUC-REGISTRO
                           TO TB-SSC-REGISTRO(TB-SSC-IDX)
                   ELSE
                       DISPLAY 'ZET204 - TABLA SUCSUC EXCEDE '
                           WS-MAX-SUCESIONES ' FILAS'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ
           .
       1100-EXIT.
           EXIT.

       1200-CARGA-SUCURSAL.
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
                       DISPLAY 'ZET204 - CATALOGO SUCPROV EXCEDE '
                           WS-MAX-SUCURSALES ' SUCURSALES'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ
           .
       1200-EXIT.
           EXIT.

      ******************************************************************
      *  1500-GRABA-SUCESION  -  SUELTA LA TABLA AL SORT PARA LA       *
      *  TABLA NUEVA ORDENADA POR SUCURSAL ANTERIOR Y VIGENCIA         *
      ******************************************************************
       1500-GRABA-SUCESION SECTION.
           PERFORM 1510-SUELTA-FILA THRU 1510-EXIT
               VARYING TB-SSC-IDX FROM 1 BY 1
               UNTIL TB-SSC-IDX > TB-SSC-CANT
           GO TO 1500-FIN
           .

       1510-SUELTA-FILA.
           MOVE TB-SSC-REGISTRO(TB-SSC-IDX) TO SD-SSC-REGISTRO
           RELEASE SD-SSC-REGISTRO
           .
       1510-EXIT.
           EXIT.
       1500-FIN.
           EXIT.


      ******************************************************************
      *  1600-LISTA-SUCESION  -  GRABA SUCSUCN Y LISTA CADA FILA;      *
      *  PARA LAS VIGENTES RESUELVE LA SUCURSAL FINAL DE LA CADENA A   *
      *  LA FECHA DE PROCESO CON EL MISMO CRITERIO QUE SUCMAP Y AVISA  *
      *  SI QUEDO FUERA DEL CATALOGO                                   *
      ******************************************************************
       1600-LISTA-SUCESION SECTION.
           OPEN OUTPUT SUCESION-NVA
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-FECHA-PROCESO TO WST-FECHA
           MOVE WS-ENCAB-TABLA TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-ENCAB-TABLA-DET TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           PERFORM 1610-RETORNA-FILA THRU 1610-EXIT
           PERFORM 1620-LISTA-FILA THRU 1620-EXIT
               UNTIL EOF-SORT
           CLOSE SUCESION-NVA
           GO TO 1600-FIN
           .

       1610-RETORNA-FILA.
           RETURN SORT-SSC
               AT END
                   SET EOF-SORT TO TRUE
           END-RETURN
           .
       1610-EXIT.
           EXIT.

       1620-LISTA-FILA.
           MOVE SD-SSC-REGISTRO TO SUCN-REGISTRO
           WRITE SUCN-REGISTRO
           ADD 1 TO WS-CANT-GRABADAS

           MOVE SUCN-SUC-ANTERIOR   TO WTL-ANTERIOR
           MOVE SUCN-FECHA-VIGENCIA TO WTL-VIGENCIA
           MOVE SUCN-SUC-SUCESORA   TO WTL-SUCESORA
           MOVE SUCN-MOTIVO         TO WTL-MOTIVO
           MOVE SUCN-FECHA-ALTA     TO WTL-ALTA
           MOVE SUCN-FECHA-BAJA     TO WTL-BAJA
           MOVE SPACES              TO WTL-FINAL
           MOVE SPACES              TO WTL-TEXTO

           IF SUCN-VIGENTE
               ADD 1 TO WS-CANT-VIGENTES
               MOVE SUCN-SUC-ANTERIOR TO WS-SUC-ACTUAL
               PERFORM 1700-RESUELVE-CADENA THRU 1700-EXIT
               MOVE WS-SUC-ACTUAL TO WTL-FINAL
               IF CADENA-EN-CICLO
                   MOVE 'CADENA SIN FIN' TO WTL-TEXTO
                   ADD 1 TO WS-CANT-FUERA-CAT
               ELSE
                   MOVE WS-SUC-ACTUAL TO WS-SUC-BUSCADA
                   PERFORM 3300-BUSCA-CATALOGO THRU 3300-EXIT
                   IF NOT EN-CATALOGO
                       MOVE 'SUCURSAL FINAL FUERA DEL CATALOGO'
                           TO WTL-TEXTO
                       ADD 1 TO WS-CANT-FUERA-CAT
                   END-IF
                   IF SUCN-FECHA-VIGENCIA > WS-FECHA-PROCESO
                       MOVE 'AUN NO VIGENTE' TO WTL-TEXTO
                   END-IF
               END-IF
           ELSE
               MOVE 'DADA DE BAJA' TO WTL-TEXTO
           END-IF

           MOVE WS-LINEA-TABLA TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           PERFORM 1610-RETORNA-FILA THRU 1610-EXIT
           .
       1620-EXIT.
           EXIT.

       1700-RESUELVE-CADENA.
           MOVE ZERO TO WS-CANT-SALTOS
           MOVE 'N'  TO WS-SW-CICLO
           SET SEGUIR-CADENA TO TRUE
           PERFORM 1710-SIGUIENTE-SALTO THRU 1710-EXIT
               UNTIL NOT SEGUIR-CADENA
           .
       1700-EXIT.
           EXIT.

       1710-SIGUIENTE-SALTO.
           MOVE SPACES TO WS-SUC-SIGUIENTE
           MOVE ZERO   TO WS-VIG-ELEGIDA
           PERFORM 1720-EVALUA-FILA THRU 1720-EXIT
               VARYING TB-SSC-IDX FROM 1 BY 1
               UNTIL TB-SSC-IDX > TB-SSC-CANT

           IF WS-SUC-SIGUIENTE = SPACES
               MOVE 'N' TO WS-SW-CADENA
               GO TO 1710-EXIT
           END-IF
           IF WS-CANT-SALTOS NOT < WS-MAX-SALTOS
               SET CADENA-EN-CICLO TO TRUE
               MOVE 'N' TO WS-SW-CADENA
               GO TO 1710-EXIT
           END-IF

           ADD 1 TO WS-CANT-SALTOS
           MOVE WS-SUC-SIGUIENTE TO WS-SUC-ACTUAL
           .
       1710-EXIT.
           EXIT.

       1720-EVALUA-FILA.
           IF TB-SSC-ANTERIOR(TB-SSC-IDX) NOT = WS-SUC-ACTUAL
               OR TB-SSC-BAJA(TB-SSC-IDX) NOT = ZERO
               GO TO 1720-EXIT
           END-IF
           IF TB-SSC-VIGENCIA(TB-SSC-IDX) > WS-FECHA-PROCESO
               GO TO 1720-EXIT
           END-IF
           IF TB-SSC-VIGENCIA(TB-SSC-IDX) > WS-VIG-ELEGIDA
               MOVE TB-SSC-VIGENCIA(TB-SSC-IDX) TO WS-VIG-ELEGIDA
               MOVE TB-SSC-SUCESORA(TB-SSC-IDX) TO WS-SUC-SIGUIENTE
           END-IF
           .
       1720-EXIT.
           EXIT.
       1600-FIN.
           EXIT.


       PROCESO-PRINCIPAL SECTION.

       2000-LEER-NOVEDAD.
           READ NOVEDADES
               AT END
                   SET EOF-NOVEDADES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CANT-NOVEDADES
           END-READ
           .
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  3000-PROCESA-NOVEDAD  -  VALIDA LA APROBACION Y LA SUCESION   *
      *  Y APLICA EL ALTA O LA BAJA                                    *
      ******************************************************************
       3000-PROCESA-NOVEDAD.
           PERFORM 3100-VALIDA-NOVEDAD THRU 3100-EXIT
           IF WS-MOTIVO-RECHAZO NOT = SPACES
               PERFORM 3800-RECHAZA THRU 3800-EXIT
           ELSE
               PERFORM 3500-APLICA THRU 3500-EXIT
           END-IF

           PERFORM 2000-LEER-NOVEDAD THRU 2000-EXIT
           .
       3000-EXIT.
           EXIT.

       3100-VALIDA-NOVEDAD.
           MOVE SPACES TO WS-MOTIVO-RECHAZO

           IF NOV-APROBADO-POR = SPACES
               MOVE 'SIN APROBACION DE 2DO OPERAD.'
                   TO WS-MOTIVO-RECHAZO
               GO TO 3100-EXIT
           END-IF
           IF NOV-APROBADO-POR = NOV-USUARIO
               MOVE 'APROBADOR IGUAL AL SOLICITANTE'
                   TO WS-MOTIVO-RECHAZO
               GO TO 3100-EXIT
           END-IF
           IF NOV-ACCION NOT = 'A' AND NOV-ACCION NOT = 'B'
               MOVE 'ACCION INVALIDA' TO WS-MOTIVO-RECHAZO
               GO TO 3100-EXIT
           END-IF
           IF NOV-SUC-ANTERIOR = SPACES
               MOVE 'SUCURSAL ANTERIOR EN BLANCO'
                   TO WS-MOTIVO-RECHAZO
               GO TO 3100-EXIT
           END-IF
           IF NOV-FECHA-VIGENCIA NOT NUMERIC
               MOVE 'FECHA DE VIGENCIA INVALIDA' TO WS-MOTIVO-RECHAZO
               GO TO 3100-EXIT
           END-IF
           MOVE NOV-FECHA-VIGENCIA TO WS-FECHA-VIGENCIA
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-VIGENCIA) NOT = 0
               MOVE 'FECHA DE VIGENCIA INVALIDA' TO WS-MOTIVO-RECHAZO
               GO TO 3100-EXIT
           END-IF

           PERFORM 3200-BUSCA-SUCESION THRU 3200-EXIT

           IF NOV-ACCION = 'B'
               IF NOT SUCESION-HALLADA
                   MOVE 'SUCESION INEXISTENTE/DE BAJA'
                       TO WS-MOTIVO-RECHAZO
               END-IF
               GO TO 3100-EXIT
           END-IF

           IF NOV-SUC-SUCESORA = SPACES
               MOVE 'SUCURSAL SUCESORA EN BLANCO'
                   TO WS-MOTIVO-RECHAZO
               GO TO 3100-EXIT
           END-IF
           IF NOV-SUC-SUCESORA = NOV-SUC-ANTERIOR
               MOVE 'SUCESORA IGUAL A LA ANTERIOR'
                   TO WS-MOTIVO-RECHAZO
               GO TO 3100-EXIT
           END-IF
           IF NOV-MOTIVO NOT = 'F' AND NOV-MOTIVO NOT = 'C'
               MOVE 'MOTIVO INVALIDO (F/C)' TO WS-MOTIVO-RECHAZO
               GO TO 3100-EXIT
           END-IF
           MOVE NOV-SUC-SUCESORA TO WS-SUC-BUSCADA
           PERFORM 3300-BUSCA-CATALOGO THRU 3300-EXIT
           IF NOT EN-CATALOGO
               PERFORM 3350-BUSCA-RETIRADA THRU 3350-EXIT
           END-IF
           IF NOT EN-CATALOGO
               MOVE 'SUCESORA FUERA DEL CATALOGO'
                   TO WS-MOTIVO-RECHAZO
               GO TO 3100-EXIT
           END-IF
           IF SUCESION-HALLADA
               MOVE 'YA EXISTE SUCESION A ESA FECHA'
                   TO WS-MOTIVO-RECHAZO
               GO TO 3100-EXIT
           END-IF

           PERFORM 3400-VERIFICA-CICLO THRU 3400-EXIT
           IF CADENA-EN-CICLO
               MOVE 'CICLO EN LA CADENA SUCESORIA'
                   TO WS-MOTIVO-RECHAZO
           END-IF
           .
       3100-EXIT.
           EXIT.

      * FILA VIGENTE (SIN BAJA) PARA LA SUCURSAL Y FECHA DE VIGENCIA
       3200-BUSCA-SUCESION.
           MOVE 'N' TO WS-SW-HALLADO
           IF TB-SSC-CANT = ZERO
               GO TO 3200-EXIT
           END-IF
           SET TB-SSC-IDX TO 1
           SEARCH TB-SSC-ENTRY
               AT END
                   CONTINUE
               WHEN TB-SSC-IDX > TB-SSC-CANT
                   CONTINUE
               WHEN TB-SSC-ANTERIOR(TB-SSC-IDX) = NOV-SUC-ANTERIOR
                   AND TB-SSC-VIGENCIA(TB-SSC-IDX) = WS-FECHA-VIGENCIA
                   AND TB-SSC-BAJA(TB-SSC-IDX) = ZERO
                   SET SUCESION-HALLADA TO TRUE
                   SET TB-SSC-HALLADA TO TB-SSC-IDX
           END-SEARCH
           .
       3200-EXIT.
           EXIT.

       3300-BUSCA-CATALOGO.
           MOVE 'N' TO WS-SW-CATALOGO
           IF TB-CAT-CANT = ZERO
               GO TO 3300-EXIT
           END-IF
           SET TB-CAT-IDX TO 1
           SEARCH TB-CAT-ENTRY
               AT END
                   CONTINUE
               WHEN TB-CAT-IDX > TB-CAT-CANT
                   CONTINUE
               WHEN TB-CAT-SUCURSAL(TB-CAT-IDX) = WS-SUC-BUSCADA
                   SET EN-CATALOGO TO TRUE
           END-SEARCH
           .
       3300-EXIT.
           EXIT.

      * UNA SUCURSAL YA RETIRADA DEL CATALOGO SIRVE DE SUCESORA SI
      * TIENE SU PROPIA SUCESION VIGENTE: LA CADENA SIGUE DESDE ELLA
       3350-BUSCA-RETIRADA.
           IF TB-SSC-CANT = ZERO
               GO TO 3350-EXIT
           END-IF
           SET TB-SSC-IDX TO 1
           SEARCH TB-SSC-ENTRY
               AT END
                   CONTINUE
               WHEN TB-SSC-IDX > TB-SSC-CANT
                   CONTINUE
               WHEN TB-SSC-ANTERIOR(TB-SSC-IDX) = WS-SUC-BUSCADA
                   AND TB-SSC-BAJA(TB-SSC-IDX) = ZERO
                   SET EN-CATALOGO TO TRUE
           END-SEARCH
           .
       3350-EXIT.
           EXIT.

      * LA SUCESION NUEVA CIERRA UN CICLO SI DESDE LA SUCESORA, POR
      * CUALQUIER FILA VIGENTE SIN IMPORTAR SU FECHA, SE LLEGA A LA
      * ANTERIOR.  SE ARMA EL CONJUNTO DE ALCANZADAS PASADA A PASADA
      * HASTA QUE NO CRECE; UNA SUCURSAL REABIERTA EXIGE DAR DE BAJA
      * ANTES LA SUCESION QUE LA ABSORBIA
       3400-VERIFICA-CICLO.
           MOVE 'N' TO WS-SW-CICLO
           MOVE 1   TO TB-ALC-CANT
           MOVE NOV-SUC-SUCESORA TO TB-ALC-SUCURSAL(1)
           SET SEGUIR-CADENA TO TRUE
           PERFORM 3410-PASADA THRU 3410-EXIT
               UNTIL NOT SEGUIR-CADENA
           .
       3400-EXIT.
           EXIT.

       3410-PASADA.
           MOVE 'N' TO WS-SW-CADENA
           PERFORM 3420-EXTIENDE THRU 3420-EXIT
               VARYING TB-SSC-IDX FROM 1 BY 1
               UNTIL TB-SSC-IDX > TB-SSC-CANT
               OR CADENA-EN-CICLO
           IF CADENA-EN-CICLO
               MOVE 'N' TO WS-SW-CADENA
           END-IF
           .
       3410-EXIT.
           EXIT.

      * FILA VIGENTE QUE SALE DE UNA ALCANZADA HACIA UNA NUEVA
       3420-EXTIENDE.
           IF TB-SSC-BAJA(TB-SSC-IDX) NOT = ZERO
               GO TO 3420-EXIT
           END-IF
           MOVE TB-SSC-ANTERIOR(TB-SSC-IDX) TO WS-SUC-BUSCADA
           PERFORM 3430-BUSCA-ALCANZADA THRU 3430-EXIT
           IF NOT SUCURSAL-ALCANZADA
               GO TO 3420-EXIT
           END-IF
           MOVE TB-SSC-SUCESORA(TB-SSC-IDX) TO WS-SUC-BUSCADA
           IF WS-SUC-BUSCADA = NOV-SUC-ANTERIOR
               SET CADENA-EN-CICLO TO TRUE
               GO TO 3420-EXIT
           END-IF
           PERFORM 3430-BUSCA-ALCANZADA THRU 3430-EXIT
           IF SUCURSAL-ALCANZADA
               GO TO 3420-EXIT
           END-IF
           IF TB-ALC-CANT NOT < WS-MAX-ALCANZADAS
               SET CADENA-EN-CICLO TO TRUE
               GO TO 3420-EXIT
           END-IF
           ADD 1 TO TB-ALC-CANT
           MOVE WS-SUC-BUSCADA TO TB-ALC-SUCURSAL(TB-ALC-CANT)
           SET SEGUIR-CADENA TO TRUE
           .
       3420-EXIT.
           EXIT.

       3430-BUSCA-ALCANZADA.
           MOVE 'N' TO WS-SW-ALCANZADA
           SET TB-ALC-IDX TO 1
           SEARCH TB-ALC-ENTRY
               AT END
                   CONTINUE
               WHEN TB-ALC-IDX > TB-ALC-CANT
                   CONTINUE
               WHEN TB-ALC-SUCURSAL(TB-ALC-IDX) = WS-SUC-BUSCADA
                   SET SUCURSAL-ALCANZADA TO TRUE
           END-SEARCH
           .
       3430-EXIT.
           EXIT.

      * EL ALTA SE AGREGA AL FINAL DE LA TABLA; LA BAJA CIERRA LA
      * FILA EN SU LUGAR CON LA FECHA DE PROCESO
       3500-APLICA.
           IF NOV-ACCION = 'B'
               MOVE WS-FECHA-PROCESO TO TB-SSC-BAJA(TB-SSC-HALLADA)
               ADD 1 TO WS-CANT-BAJAS
               GO TO 3500-DIARIO
           END-IF

           IF TB-SSC-CANT NOT < WS-MAX-SUCESIONES
               MOVE 'TABLA DE SUCESION LLENA' TO WS-MOTIVO-RECHAZO
               PERFORM 3800-RECHAZA THRU 3800-EXIT
               GO TO 3500-EXIT
           END-IF
           ADD 1 TO TB-SSC-CANT
           SET TB-SSC-IDX TO TB-SSC-CANT

           MOVE SPACES             TO WS-SSC-REGISTRO
           MOVE NOV-SUC-ANTERIOR   TO WS-SSC-SUC-ANTERIOR
           MOVE WS-FECHA-VIGENCIA  TO WS-SSC-FECHA-VIGENCIA
           MOVE NOV-SUC-SUCESORA   TO WS-SSC-SUC-SUCESORA
           MOVE NOV-MOTIVO         TO WS-SSC-MOTIVO
           MOVE WS-FECHA-PROCESO   TO WS-SSC-FECHA-ALTA
           MOVE ZERO               TO WS-SSC-FECHA-BAJA
           MOVE NOV-USUARIO        TO WS-SSC-USUARIO
           MOVE NOV-APROBADO-POR   TO WS-SSC-APROBADO-POR
           MOVE WS-SSC-REGISTRO    TO TB-SSC-REGISTRO(TB-SSC-IDX)
           ADD 1 TO WS-CANT-ALTAS
           .
       3500-DIARIO.
           MOVE SPACES            TO SUCLOG-REGISTRO
           MOVE WS-FECHA-PROCESO  TO SUCLOG-FECHA-PROCESO
           MOVE WS-HORA-PROCESO   TO SUCLOG-HORA
           MOVE NOV-ACCION        TO SUCLOG-ACCION
           MOVE NOV-SUC-ANTERIOR  TO SUCLOG-SUC-ANTERIOR
           MOVE NOV-FECHA-VIGENCIA TO SUCLOG-FECHA-VIGENCIA
           MOVE NOV-SUC-SUCESORA  TO SUCLOG-SUC-SUCESORA
           MOVE NOV-MOTIVO        TO SUCLOG-MOTIVO
           MOVE NOV-USUARIO       TO SUCLOG-USUARIO
           MOVE NOV-APROBADO-POR  TO SUCLOG-APROBADO-POR
           MOVE NOV-OBSERVACION   TO SUCLOG-OBSERVACION
           WRITE SUCLOG-REGISTRO

           MOVE NOV-OBSERVACION TO WSL-TEXTO
           PERFORM 3900-LINEA-REPORTE THRU 3900-EXIT
           .
       3500-EXIT.
           EXIT.

       3800-RECHAZA.
           ADD 1 TO WS-CANT-RECHAZADAS
           MOVE WS-MOTIVO-RECHAZO TO REJ-MOTIVO
           MOVE NOV-REGISTRO      TO REJ-NOVEDAD
           WRITE REJ-REGISTRO

           MOVE SPACES TO WSL-TEXTO
           STRING 'RECHAZADA: ' WS-MOTIVO-RECHAZO
               DELIMITED BY SIZE INTO WSL-TEXTO
           PERFORM 3900-LINEA-REPORTE THRU 3900-EXIT
           .
       3800-EXIT.
           EXIT.

       3900-LINEA-REPORTE.
           MOVE NOV-ACCION         TO WSL-ACCION
           MOVE NOV-SUC-ANTERIOR   TO WSL-ANTERIOR
           MOVE NOV-FECHA-VIGENCIA TO WSL-VIGENCIA
           MOVE NOV-SUC-SUCESORA   TO WSL-SUCESORA
           MOVE NOV-MOTIVO         TO WSL-MOTIVO
           MOVE NOV-USUARIO        TO WSL-USUARIO
           MOVE NOV-APROBADO-POR   TO WSL-APROBADO
           MOVE WS-LINEA-DETALLE   TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       3900-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  TABLA NUEVA Y SU LISTADO, CIERRES, RUNLOG   *
      *  Y RESUMEN.  RC 4 SI HUBO NOVEDADES RECHAZADAS O CADENAS QUE   *
      *  TERMINAN FUERA DEL CATALOGO                                   *
      ******************************************************************
       9000-FINALIZE.
           CLOSE NOVEDADES
           CLOSE DIARIO-SAL
           CLOSE RECHAZOS-SAL

           SORT SORT-SSC
               ON ASCENDING KEY S-SSC-CLAVE
               INPUT PROCEDURE IS 1500-GRABA-SUCESION
               OUTPUT PROCEDURE IS 1600-LISTA-SUCESION
           CLOSE REPORTE-SUC

           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET204' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-NOVEDADES TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-GRABADAS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET204 - TABLA DE SUCESION DE SUCURSALES'
           DISPLAY 'SUCESIONES ANTERIORES  . . : ' WS-CANT-SUCESIONES
           DISPLAY 'NOVEDADES LEIDAS . . . . . : ' WS-CANT-NOVEDADES
           DISPLAY 'ALTAS APLICADAS  . . . . . : ' WS-CANT-ALTAS
           DISPLAY 'BAJAS APLICADAS  . . . . . : ' WS-CANT-BAJAS
           DISPLAY 'NOVEDADES RECHAZADAS . . . : ' WS-CANT-RECHAZADAS
           DISPLAY 'FILAS EN LA TABLA NUEVA  . : ' WS-CANT-GRABADAS
           DISPLAY 'FILAS VIGENTES . . . . . . : ' WS-CANT-VIGENTES
           DISPLAY 'CADENAS FUERA DEL CATALOGO : ' WS-CANT-FUERA-CAT

           IF WS-CANT-RECHAZADAS > ZERO
               OR WS-CANT-FUERA-CAT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           .
