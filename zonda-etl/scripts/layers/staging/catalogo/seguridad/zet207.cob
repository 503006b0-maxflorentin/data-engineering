      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET207                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - CATALOGO                    *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : MANTENIMIENTO DE LA TABLA DE USUARIOS            *
      *               OPERADORES A NUP DE EMPLEADO (USREMP).  LOS      *
      *               USUARIOS DE LOS SELLOS DE MODIFICACION (UMO,     *
      *               MAESTARJ, WRKR-NO DE SWIFT) NO ESTAN ATADOS A LA *
      *               PERSONA QUE LOS USA, Y LOS EMPLEADOS TAMBIEN SON *
      *               CLIENTES.  LAS NOVEDADES DE ALTA (A) Y BAJA (B)  *
      *               LLEGAN POR USRNOV CON LA MARCA DE APROBACION DE  *
      *               UN SEGUNDO OPERADOR (SIN ELLA SE RECHAZAN A      *
      *               USRREJ); NINGUNO DE LOS DOS PUEDE SER EL USUARIO *
      *               QUE SE VINCULA.  EL ALTA EXIGE QUE EL USUARIO NO *
      *               TENGA OTRO VINCULO VIGENTE NI SE SUPERPONGA CON  *
      *               UNO CERRADO; LA BAJA NO BORRA LA FILA, LA CIERRA *
      *               CON SU FECHA PARA QUE LOS CAMBIOS VIEJOS SE      *
      *               SIGAN ATRIBUYENDO A QUIEN TENIA EL USUARIO.  SE  *
      *               AVISA (SIN RECHAZAR) SI EL NUP NO TIENE MARCA DE *
      *               EMPLEADO EN IBEC3070 NI EN WACAM600.  CADA       *
      *               MOVIMIENTO QUEDA EN EL DIARIO USRLOG Y LA TABLA  *
      *               NUEVA (USREMPN) SE LISTA EN RPUSREMP.  LA LEE    *
      *               ZET208 PARA DETECTAR AUTOGESTION.                *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET207.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - CATALOGO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USUARIOS-ANT   ASSIGN TO USREMP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-USR.

           SELECT NOVEDADES      ASSIGN TO USRNOV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NOV.

           SELECT MAESTRO        ASSIGN TO IBEC3070
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MAE.

           SELECT SCREENING      ASSIGN TO WACAM600
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAM.

           SELECT SORT-EMP       ASSIGN TO SRTUSRA.

           SELECT SORT-USR       ASSIGN TO SRTUSRB.
           SELECT USUARIOS-NVA   ASSIGN TO USREMPN
               ORGANIZATION IS SEQUENTIAL.

           SELECT DIARIO-SAL     ASSIGN TO USRLOG
               ORGANIZATION IS SEQUENTIAL.

           SELECT RECHAZOS-SAL   ASSIGN TO USRREJ
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORTE-USR    ASSIGN TO RPUSREMP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  USUARIOS-ANT
           RECORDING MODE IS F.
           COPY "usremp.cob".

       FD  NOVEDADES
           RECORDING MODE IS F.
       01  NOV-REGISTRO.
      *        ACCION: A = ALTA, B = BAJA
           05  NOV-ACCION            PIC X(01).
      *        HO = USUARIO HOST / SW = OPERADOR SWIFT
           05  NOV-SISTEMA           PIC X(02).
           05  NOV-USUARIO-ID        PIC X(08).
      *        ALTA: DESDE CUANDO ES DEL EMPLEADO; BAJA: ULTIMO DIA
           05  NOV-FECHA             PIC X(08).
           05  NOV-NUP               PIC X(08).
           05  NOV-LEGAJO            PIC X(08).
           05  NOV-USUARIO           PIC X(08).
      *        MARCA DEL SEGUNDO OPERADOR; EN BLANCO SE RECHAZA
           05  NOV-APROBADO-POR      PIC X(08).
           05  NOV-OBSERVACION       PIC X(29).

       FD  MAESTRO
           RECORDING MODE IS F.
       01  FD-MAESTRO.
           COPY "../../garra/fact/clientes_en_mora/IBEC3070.cob"
               REPLACING ==:IBEC3070:== BY ==IBEC3070==.

       FD  SCREENING
           RECORDING MODE IS F.
           COPY "../../screening/fact/wacam600/wacam600.cob".

       SD  SORT-EMP.
       01  SD-EMP-REGISTRO.
           05  S-EMP-NUP             PIC X(08).

       SD  SORT-USR.
       01  SD-USR-REGISTRO.
           05  S-USR-CLAVE           PIC X(18).
           05  FILLER                PIC X(62).

       FD  USUARIOS-NVA
           RECORDING MODE IS F.
           COPY "usremp.cob"
               REPLACING LEADING ==USREMP== BY ==USRN==.

       FD  DIARIO-SAL
           RECORDING MODE IS F.
       01  USRLOG-REGISTRO.
           05  USRLOG-FECHA-PROCESO  PIC 9(08).
           05  USRLOG-HORA           PIC 9(06).
           05  USRLOG-ACCION         PIC X(01).
           05  USRLOG-SISTEMA        PIC X(02).
           05  USRLOG-USUARIO-ID     PIC X(08).
           05  USRLOG-FECHA          PIC X(08).
           05  USRLOG-NUP            PIC X(08).
           05  USRLOG-LEGAJO         PIC X(08).
           05  USRLOG-USUARIO        PIC X(08).
           05  USRLOG-APROBADO-POR   PIC X(08).
           05  USRLOG-OBSERVACION    PIC X(29).
           05  FILLER                PIC X(06).

       FD  RECHAZOS-SAL
           RECORDING MODE IS F.
       01  REJ-REGISTRO.
           05  REJ-MOTIVO            PIC X(30).
           05  REJ-NOVEDAD           PIC X(80).

       FD  REPORTE-USR.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../control/runlog.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-USUARIOS           PIC 9(05) COMP VALUE 20000.
       77  WS-MAX-EMPLEADOS          PIC 9(05) COMP VALUE 50000.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-HORA-RELOJ             PIC 9(08).
       01  WS-HORA-PROCESO           PIC 9(06).

       01  WS-FS-USR                 PIC XX.
       01  WS-FS-NOV                 PIC XX.
       01  WS-FS-MAE                 PIC XX.
       01  WS-FS-CAM                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-USR         PIC X(01) VALUE 'N'.
               88  EOF-USUARIOS          VALUE 'S'.
           05  WS-SW-EOF-NOV         PIC X(01) VALUE 'N'.
               88  EOF-NOVEDADES         VALUE 'S'.
           05  WS-SW-EOF-AUX         PIC X(01) VALUE 'N'.
               88  EOF-AUXILIAR          VALUE 'S'.
           05  WS-SW-EOF-SORT        PIC X(01) VALUE 'N'.
               88  EOF-SORT              VALUE 'S'.
           05  WS-SW-HALLADO         PIC X(01).
               88  VINCULO-HALLADO       VALUE 'S'.
           05  WS-SW-DUPLICADO       PIC X(01).
               88  DESDE-DUPLICADO       VALUE 'S'.
           05  WS-SW-MARCAS          PIC X(01) VALUE 'N'.
               88  MARCAS-DISPONIBLES    VALUE 'S'.
           05  WS-SW-EMPLEADO        PIC X(01).
               88  ES-EMPLEADO           VALUE 'S'.

       01  WS-MOTIVO-RECHAZO         PIC X(30).
       01  WS-FECHA-NOVEDAD          PIC 9(08).
       01  WS-BAJA-MAXIMA            PIC 9(08).
       01  WS-NUP-BUSCADO            PIC X(08).
       01  WS-NUP-ANTERIOR           PIC X(08).

      * TABLA EN MEMORIA: SE LE APLICAN LAS NOVEDADES EN EL ORDEN EN
      * QUE LLEGAN Y SE GRABA ORDENADA POR SISTEMA/USUARIO/DESDE
       01  TABLA-USUARIOS.
           05  TB-USR-CANT           PIC 9(05) COMP VALUE ZERO.
           05  TB-USR-ENTRY OCCURS 20000 TIMES
                   INDEXED BY TB-USR-IDX TB-USR-HALLADA.
               10  TB-USR-REGISTRO.
                   15  TB-USR-SISTEMA    PIC X(02).
                   15  TB-USR-USUARIO    PIC X(08).
                   15  TB-USR-DESDE      PIC 9(08).
                   15  FILLER            PIC X(24).
                   15  TB-USR-BAJA       PIC 9(08).
                   15  FILLER            PIC X(30).

      * NUP CON MARCA DE EMPLEADO, CARGADA EN ORDEN DE SORT
       01  TABLA-EMPLEADOS.
           05  TB-EMP-CANT           PIC 9(05) COMP VALUE ZERO.
           05  TB-EMP-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON TB-EMP-CANT
                   ASCENDING KEY IS TB-EMP-NUP
                   INDEXED BY TB-EMP-IDX.
               10  TB-EMP-NUP        PIC X(08).

           COPY "usremp.cob"
               REPLACING LEADING ==USREMP== BY ==WS-USR==.

       01  WS-CONTADORES.
           05  WS-CANT-USUARIOS      PIC 9(09) COMP.
           05  WS-CANT-NOVEDADES     PIC 9(09) COMP.
           05  WS-CANT-ALTAS         PIC 9(09) COMP.
           05  WS-CANT-BAJAS         PIC 9(09) COMP.
           05  WS-CANT-RECHAZADAS    PIC 9(09) COMP.
           05  WS-CANT-ADVERTENCIAS  PIC 9(09) COMP.
           05  WS-CANT-GRABADAS      PIC 9(09) COMP.
           05  WS-CANT-VIGENTES      PIC 9(09) COMP.
           05  WS-CANT-SIN-MARCA     PIC 9(09) COMP.

       01  WS-ENCAB-DETALLE.
           05  FILLER                PIC X(41) VALUE
               'A SI USUARIO  FECHA    NUP      LEGAJO   '.
           05  FILLER                PIC X(39) VALUE
               'SOLICITO  APROBO    OBSERVACION/RECHAZO'.

       01  WS-LINEA-DETALLE.
           05  WSL-ACCION            PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-SISTEMA           PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-USUARIO-ID        PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-FECHA             PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-NUP               PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-LEGAJO            PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-USUARIO           PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-APROBADO          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-TEXTO             PIC X(60).

       01  WS-ENCAB-TABLA.
           05  FILLER                PIC X(33) VALUE
               'USUARIOS VINCULADOS A EMPLEADOS  '.
           05  FILLER                PIC X(03) VALUE 'AL '.
           05  WST-FECHA             PIC 9(08).

       01  WS-ENCAB-TABLA-DET.
           05  FILLER                PIC X(48) VALUE
               'SI USUARIO  DESDE    NUP      LEGAJO   ALTA     '.
           05  FILLER                PIC X(21) VALUE
               'BAJA      OBSERVACION'.

       01  WS-LINEA-TABLA.
           05  WTL-SISTEMA           PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WTL-USUARIO           PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WTL-DESDE             PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WTL-NUP               PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WTL-LEGAJO            PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WTL-ALTA              PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WTL-BAJA              PIC 9(08).
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
      *  1000-INITIALIZE  -  CARGA LA TABLA VIGENTE Y LAS MARCAS DE    *
      *  EMPLEADO Y CEBA LAS NOVEDADES.  LA PRIMERA VEZ NO HAY TABLA;  *
      *  SIN IBEC3070 NI WACAM600 NO SE CONTROLA LA MARCA DE EMPLEADO  *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-RELOJ FROM TIME
           MOVE WS-HORA-RELOJ(1:6) TO WS-HORA-PROCESO

           OPEN INPUT NOVEDADES
           IF WS-FS-NOV NOT = '00'
               DISPLAY 'ZET207 - NO SE PUDO ABRIR USRNOV - '
                   'FILE STATUS ' WS-FS-NOV
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT USUARIOS-ANT
           IF WS-FS-USR = '00'
               PERFORM 1100-CARGA-USUARIO THRU 1100-EXIT
                   UNTIL EOF-USUARIOS
               CLOSE USUARIOS-ANT
           ELSE
               DISPLAY 'ZET207 - SIN TABLA USREMP - SE INICIA '
                   'UNA NUEVA'
           END-IF

           SORT SORT-EMP
               ON ASCENDING KEY S-EMP-NUP
               INPUT PROCEDURE IS 1200-EXTRAE-EMPLEADOS
               OUTPUT PROCEDURE IS 1300-CARGA-EMPLEADOS
           IF NOT MARCAS-DISPONIBLES
               DISPLAY 'ZET207 - SIN IBEC3070 NI WACAM600 - NO SE '
                   'CONTROLA LA MARCA DE EMPLEADO'
           END-IF

           OPEN EXTEND DIARIO-SAL
           OPEN OUTPUT RECHAZOS-SAL
           OPEN OUTPUT REPORTE-USR

           MOVE 'NOVEDADES DE LA TABLA DE USUARIOS DE EMPLEADOS'
               TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-ENCAB-DETALLE TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           PERFORM 2000-LEER-NOVEDAD THRU 2000-EXIT
           .

       1100-CARGA-USUARIO.
           READ USUARIOS-ANT
               AT END
                   SET EOF-USUARIOS TO TRUE
               NOT AT END
                   ADD 1 TO WS-CANT-USUARIOS
                   IF TB-USR-CANT < WS-MAX-USUARIOS
                       ADD 1 TO TB-USR-CANT
                       SET TB-USR-IDX TO TB-USR-CANT
                       MOVE USREMP-REGISTRO
                           TO TB-USR-REGISTRO(TB-USR-IDX)
                   ELSE
                       DISPLAY 'ZET207 - TABLA USREMP EXCEDE '
                           WS-MAX-USUARIOS ' FILAS'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ
           .
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  1200-EXTRAE-EMPLEADOS  -  SUELTA AL SORT LOS NUP CON MARCA DE *
      *  EMPLEADO DEL MAESTRO DE CLIENTES Y DEL EXTRACTO DE CAMPANIA   *
      ******************************************************************
       1200-EXTRAE-EMPLEADOS SECTION.
           OPEN INPUT MAESTRO
           IF WS-FS-MAE = '00'
               SET MARCAS-DISPONIBLES TO TRUE
               PERFORM 1210-LEE-MAESTRO THRU 1210-EXIT
                   UNTIL EOF-AUXILIAR
               CLOSE MAESTRO
           ELSE
               DISPLAY 'ZET207 - SIN IBEC3070 - FILE STATUS '
                   WS-FS-MAE
           END-IF
           MOVE 'N' TO WS-SW-EOF-AUX

           OPEN INPUT SCREENING
           IF WS-FS-CAM = '00'
               SET MARCAS-DISPONIBLES TO TRUE
               PERFORM 1220-LEE-SCREENING THRU 1220-EXIT
                   UNTIL EOF-AUXILIAR
               CLOSE SCREENING
           ELSE
               DISPLAY 'ZET207 - SIN WACAM600 - FILE STATUS '
                   WS-FS-CAM
           END-IF
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1200-FIN
           .

       1210-LEE-MAESTRO.
           READ MAESTRO
               AT END
                   SET EOF-AUXILIAR TO TRUE
               NOT AT END
                   IF IBEC3070-EMPLEADO = 'S'
                       AND IBEC3070-NUM-PERSONA NOT = SPACES
                       MOVE IBEC3070-NUM-PERSONA TO S-EMP-NUP
                       RELEASE SD-EMP-REGISTRO
                   END-IF
           END-READ
           .
       1210-EXIT.
           EXIT.

       1220-LEE-SCREENING.
           READ SCREENING
               AT END
                   SET EOF-AUXILIAR TO TRUE
               NOT AT END
                   IF MAR_EMPLEADO OF WACAM600 = 'S'
                       AND NUP OF WACAM600 NOT = SPACES
                       MOVE NUP OF WACAM600 TO S-EMP-NUP
                       RELEASE SD-EMP-REGISTRO
                   END-IF
           END-READ
           .
       1220-EXIT.
           EXIT.
       1200-FIN.
           EXIT.


      ******************************************************************
      *  1300-CARGA-EMPLEADOS  -  CARGA LOS NUP SIN REPETIR EN LA      *
      *  TABLA DE BUSQUEDA BINARIA                                     *
      ******************************************************************
       1300-CARGA-EMPLEADOS SECTION.
           MOVE LOW-VALUES TO WS-NUP-ANTERIOR
           PERFORM 1310-RETORNA-EMPLEADO THRU 1310-EXIT
           PERFORM 1320-CARGA-EMPLEADO THRU 1320-EXIT
               UNTIL EOF-SORT
           MOVE 'N' TO WS-SW-EOF-SORT
           GO TO 1300-FIN
           .

       1310-RETORNA-EMPLEADO.
           RETURN SORT-EMP
               AT END
                   SET EOF-SORT TO TRUE
           END-RETURN
           .
       1310-EXIT.
           EXIT.

       1320-CARGA-EMPLEADO.
           IF S-EMP-NUP NOT = WS-NUP-ANTERIOR
               MOVE S-EMP-NUP TO WS-NUP-ANTERIOR
               IF TB-EMP-CANT < WS-MAX-EMPLEADOS
                   ADD 1 TO TB-EMP-CANT
                   MOVE S-EMP-NUP TO TB-EMP-NUP(TB-EMP-CANT)
               ELSE
                   DISPLAY 'ZET207 - MARCAS DE EMPLEADO EXCEDEN '
                       WS-MAX-EMPLEADOS ' NUP'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1310-RETORNA-EMPLEADO THRU 1310-EXIT
           .
       1320-EXIT.
           EXIT.
       1300-FIN.
           EXIT.


      ******************************************************************
      *  1500-GRABA-USUARIOS  -  SUELTA LA TABLA AL SORT PARA LA       *
      *  TABLA NUEVA ORDENADA POR SISTEMA, USUARIO Y FECHA DESDE       *
      ******************************************************************
       1500-GRABA-USUARIOS SECTION.
           PERFORM 1510-SUELTA-FILA THRU 1510-EXIT
               VARYING TB-USR-IDX FROM 1 BY 1
               UNTIL TB-USR-IDX > TB-USR-CANT
           GO TO 1500-FIN
           .

       1510-SUELTA-FILA.
           MOVE TB-USR-REGISTRO(TB-USR-IDX) TO SD-USR-REGISTRO
           RELEASE SD-USR-REGISTRO
           .
       1510-EXIT.
           EXIT.
       1500-FIN.
           EXIT.


      ******************************************************************
      *  1600-LISTA-USUARIOS  -  GRABA USREMPN Y LISTA CADA FILA; LAS  *
      *  VIGENTES CUYO NUP YA NO TIENE MARCA DE EMPLEADO SE AVISAN     *
      *  (EGRESO DEL EMPLEADO SIN BAJA DEL USUARIO)                    *
      ******************************************************************
       1600-LISTA-USUARIOS SECTION.
           OPEN OUTPUT USUARIOS-NVA
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
           CLOSE USUARIOS-NVA
           GO TO 1600-FIN
           .

       1610-RETORNA-FILA.
           RETURN SORT-USR
               AT END
                   SET EOF-SORT TO TRUE
           END-RETURN
           .
       1610-EXIT.
           EXIT.

       1620-LISTA-FILA.
           MOVE SD-USR-REGISTRO TO USRN-REGISTRO
           WRITE USRN-REGISTRO
           ADD 1 TO WS-CANT-GRABADAS

           MOVE USRN-SISTEMA     TO WTL-SISTEMA
           MOVE USRN-USUARIO     TO WTL-USUARIO
           MOVE USRN-FECHA-DESDE TO WTL-DESDE
           MOVE USRN-NUP         TO WTL-NUP
           MOVE USRN-LEGAJO      TO WTL-LEGAJO
           MOVE USRN-FECHA-ALTA  TO WTL-ALTA
           MOVE USRN-FECHA-BAJA  TO WTL-BAJA
           MOVE SPACES           TO WTL-TEXTO

           IF USRN-VIGENTE
               ADD 1 TO WS-CANT-VIGENTES
               IF MARCAS-DISPONIBLES
                   MOVE USRN-NUP TO WS-NUP-BUSCADO
                   PERFORM 3300-BUSCA-EMPLEADO THRU 3300-EXIT
                   IF NOT ES-EMPLEADO
                       MOVE 'NUP SIN MARCA DE EMPLEADO' TO WTL-TEXTO
                       ADD 1 TO WS-CANT-SIN-MARCA
                   END-IF
               END-IF
               IF USRN-FECHA-DESDE > WS-FECHA-PROCESO
                   MOVE 'AUN NO VIGENTE' TO WTL-TEXTO
               END-IF
           ELSE
               MOVE 'DADO DE BAJA' TO WTL-TEXTO
           END-IF

           MOVE WS-LINEA-TABLA TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           PERFORM 1610-RETORNA-FILA THRU 1610-EXIT
           .
       1620-EXIT.
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
      *  3000-PROCESA-NOVEDAD  -  VALIDA LA APROBACION Y EL VINCULO Y  *
      *  APLICA EL ALTA O LA BAJA                                      *
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
           IF NOV-USUARIO = SPACES
               MOVE 'SIN OPERADOR SOLICITANTE' TO WS-MOTIVO-RECHAZO
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
           IF NOV-SISTEMA NOT = 'HO' AND NOV-SISTEMA NOT = 'SW'
               MOVE 'SISTEMA INVALIDO (HO/SW)' TO WS-MOTIVO-RECHAZO
               GO TO 3100-EXIT
           END-IF
           IF NOV-USUARIO-ID = SPACES
               MOVE 'USUARIO A VINCULAR EN BLANCO'
                   TO WS-MOTIVO-RECHAZO
               GO TO 3100-EXIT
           END-IF
           IF NOV-USUARIO-ID = NOV-USUARIO
               OR NOV-USUARIO-ID = NOV-APROBADO-POR
               MOVE 'OPERADOR VINCULA SU USUARIO'
                   TO WS-MOTIVO-RECHAZO
               GO TO 3100-EXIT
           END-IF
           IF NOV-FECHA NOT NUMERIC
               MOVE 'FECHA INVALIDA' TO WS-MOTIVO-RECHAZO
               GO TO 3100-EXIT
           END-IF
           MOVE NOV-FECHA TO WS-FECHA-NOVEDAD
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-NOVEDAD) NOT = 0
               MOVE 'FECHA INVALIDA' TO WS-MOTIVO-RECHAZO
               GO TO 3100-EXIT
           END-IF
           IF WS-FECHA-NOVEDAD > WS-FECHA-PROCESO
               MOVE 'FECHA POSTERIOR AL PROCESO' TO WS-MOTIVO-RECHAZO
               GO TO 3100-EXIT
           END-IF

           PERFORM 3200-BUSCA-VINCULO THRU 3200-EXIT

           IF NOV-ACCION = 'B'
               IF NOT VINCULO-HALLADO
                   MOVE 'USUARIO SIN VINCULO VIGENTE'
                       TO WS-MOTIVO-RECHAZO
                   GO TO 3100-EXIT
               END-IF
               IF WS-FECHA-NOVEDAD < TB-USR-DESDE(TB-USR-HALLADA)
                   MOVE 'BAJA ANTERIOR A LA VIGENCIA'
                       TO WS-MOTIVO-RECHAZO
               END-IF
               GO TO 3100-EXIT
           END-IF

           IF NOV-NUP = SPACES
               MOVE 'NUP DEL EMPLEADO EN BLANCO' TO WS-MOTIVO-RECHAZO
               GO TO 3100-EXIT
           END-IF
           IF VINCULO-HALLADO
               MOVE 'USUARIO CON VINCULO VIGENTE'
                   TO WS-MOTIVO-RECHAZO
               GO TO 3100-EXIT
           END-IF
           IF DESDE-DUPLICADO
               MOVE 'YA EXISTE VINCULO A ESA FECHA'
                   TO WS-MOTIVO-RECHAZO
               GO TO 3100-EXIT
           END-IF
           IF WS-FECHA-NOVEDAD NOT > WS-BAJA-MAXIMA
               MOVE 'SE SUPERPONE A VINCULO CERRADO'
                   TO WS-MOTIVO-RECHAZO
           END-IF
           .
       3100-EXIT.
           EXIT.

      * RECORRE LAS FILAS DEL USUARIO: LA VIGENTE, LA BAJA MAS
      * RECIENTE DE LAS CERRADAS Y SI YA HAY UNA CON ESA FECHA DESDE
       3200-BUSCA-VINCULO.
           MOVE 'N'  TO WS-SW-HALLADO
           MOVE 'N'  TO WS-SW-DUPLICADO
           MOVE ZERO TO WS-BAJA-MAXIMA
           PERFORM 3210-EVALUA-FILA THRU 3210-EXIT
               VARYING TB-USR-IDX FROM 1 BY 1
               UNTIL TB-USR-IDX > TB-USR-CANT
           .
       3200-EXIT.
           EXIT.

       3210-EVALUA-FILA.
           IF TB-USR-SISTEMA(TB-USR-IDX) NOT = NOV-SISTEMA
               OR TB-USR-USUARIO(TB-USR-IDX) NOT = NOV-USUARIO-ID
               GO TO 3210-EXIT
           END-IF
           IF TB-USR-DESDE(TB-USR-IDX) = WS-FECHA-NOVEDAD
               SET DESDE-DUPLICADO TO TRUE
           END-IF
           IF TB-USR-BAJA(TB-USR-IDX) = ZERO
               SET VINCULO-HALLADO TO TRUE
               SET TB-USR-HALLADA TO TB-USR-IDX
           ELSE
               IF TB-USR-BAJA(TB-USR-IDX) > WS-BAJA-MAXIMA
                   MOVE TB-USR-BAJA(TB-USR-IDX) TO WS-BAJA-MAXIMA
               END-IF
           END-IF
           .
       3210-EXIT.
           EXIT.

       3300-BUSCA-EMPLEADO.
           MOVE 'N' TO WS-SW-EMPLEADO
           IF TB-EMP-CANT = ZERO
               GO TO 3300-EXIT
           END-IF
           SEARCH ALL TB-EMP-ENTRY
               AT END
                   CONTINUE
               WHEN TB-EMP-NUP(TB-EMP-IDX) = WS-NUP-BUSCADO
                   SET ES-EMPLEADO TO TRUE
           END-SEARCH
           .
       3300-EXIT.
           EXIT.

      * EL ALTA SE AGREGA AL FINAL DE LA TABLA; LA BAJA CIERRA LA
      * FILA VIGENTE EN SU LUGAR CON LA FECHA INFORMADA
       3500-APLICA.
           MOVE NOV-OBSERVACION TO WSL-TEXTO

           IF NOV-ACCION = 'B'
               MOVE TB-USR-REGISTRO(TB-USR-HALLADA)
                   TO WS-USR-REGISTRO
               MOVE WS-FECHA-NOVEDAD TO WS-USR-FECHA-BAJA
               MOVE NOV-USUARIO      TO WS-USR-SOLICITANTE
               MOVE NOV-APROBADO-POR TO WS-USR-APROBADO-POR
               MOVE WS-USR-REGISTRO
                   TO TB-USR-REGISTRO(TB-USR-HALLADA)
               ADD 1 TO WS-CANT-BAJAS
               GO TO 3500-DIARIO
           END-IF

           IF TB-USR-CANT NOT < WS-MAX-USUARIOS
               MOVE 'TABLA DE USUARIOS LLENA' TO WS-MOTIVO-RECHAZO
               PERFORM 3800-RECHAZA THRU 3800-EXIT
               GO TO 3500-EXIT
           END-IF
           ADD 1 TO TB-USR-CANT
           SET TB-USR-IDX TO TB-USR-CANT

           MOVE SPACES            TO WS-USR-REGISTRO
           MOVE NOV-SISTEMA       TO WS-USR-SISTEMA
           MOVE NOV-USUARIO-ID    TO WS-USR-USUARIO
           MOVE WS-FECHA-NOVEDAD  TO WS-USR-FECHA-DESDE
           MOVE NOV-NUP           TO WS-USR-NUP
           MOVE NOV-LEGAJO        TO WS-USR-LEGAJO
           MOVE WS-FECHA-PROCESO  TO WS-USR-FECHA-ALTA
           MOVE ZERO              TO WS-USR-FECHA-BAJA
           MOVE NOV-USUARIO       TO WS-USR-SOLICITANTE
           MOVE NOV-APROBADO-POR  TO WS-USR-APROBADO-POR
           MOVE WS-USR-REGISTRO   TO TB-USR-REGISTRO(TB-USR-IDX)
           ADD 1 TO WS-CANT-ALTAS

      * EL NUP SIN MARCA DE EMPLEADO NO SE RECHAZA (CONTRATADOS,
      * EMPLEADOS QUE NO SON CLIENTES) PERO QUEDA AVISADO
           IF MARCAS-DISPONIBLES
               MOVE NOV-NUP TO WS-NUP-BUSCADO
               PERFORM 3300-BUSCA-EMPLEADO THRU 3300-EXIT
               IF NOT ES-EMPLEADO
                   MOVE 'AVISO: NUP SIN MARCA DE EMPLEADO' TO WSL-TEXTO
                   ADD 1 TO WS-CANT-ADVERTENCIAS
               END-IF
           END-IF
           .
       3500-DIARIO.
           MOVE SPACES            TO USRLOG-REGISTRO
           MOVE WS-FECHA-PROCESO  TO USRLOG-FECHA-PROCESO
           MOVE WS-HORA-PROCESO   TO USRLOG-HORA
           MOVE NOV-ACCION        TO USRLOG-ACCION
           MOVE NOV-SISTEMA       TO USRLOG-SISTEMA
           MOVE NOV-USUARIO-ID    TO USRLOG-USUARIO-ID
           MOVE NOV-FECHA         TO USRLOG-FECHA
           MOVE NOV-NUP           TO USRLOG-NUP
           MOVE NOV-LEGAJO        TO USRLOG-LEGAJO
           MOVE NOV-USUARIO       TO USRLOG-USUARIO
           MOVE NOV-APROBADO-POR  TO USRLOG-APROBADO-POR
           MOVE NOV-OBSERVACION   TO USRLOG-OBSERVACION
           WRITE USRLOG-REGISTRO

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
           MOVE NOV-SISTEMA        TO WSL-SISTEMA
           MOVE NOV-USUARIO-ID     TO WSL-USUARIO-ID
           MOVE NOV-FECHA          TO WSL-FECHA
           MOVE NOV-NUP            TO WSL-NUP
           MOVE NOV-LEGAJO         TO WSL-LEGAJO
           MOVE NOV-USUARIO        TO WSL-USUARIO
           MOVE NOV-APROBADO-POR   TO WSL-APROBADO
           MOVE WS-LINEA-DETALLE   TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       3900-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  TABLA NUEVA Y SU LISTADO, CIERRES, RUNLOG   *
      *  Y RESUMEN.  RC 4 SI HUBO NOVEDADES RECHAZADAS O USUARIOS DE   *
      *  NUP SIN MARCA DE EMPLEADO                                     *
      ******************************************************************
       9000-FINALIZE.
           CLOSE NOVEDADES
           CLOSE DIARIO-SAL
           CLOSE RECHAZOS-SAL

           SORT SORT-USR
               ON ASCENDING KEY S-USR-CLAVE
               INPUT PROCEDURE IS 1500-GRABA-USUARIOS
               OUTPUT PROCEDURE IS 1600-LISTA-USUARIOS
           CLOSE REPORTE-USR

           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET207' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-NOVEDADES TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-GRABADAS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET207 - TABLA DE USUARIOS DE EMPLEADOS'
           DISPLAY 'FILAS ANTERIORES . . . . . : ' WS-CANT-USUARIOS
           DISPLAY 'NUP CON MARCA DE EMPLEADO  : ' TB-EMP-CANT
           DISPLAY 'NOVEDADES LEIDAS . . . . . : ' WS-CANT-NOVEDADES
           DISPLAY 'ALTAS APLICADAS  . . . . . : ' WS-CANT-ALTAS
           DISPLAY 'BAJAS APLICADAS  . . . . . : ' WS-CANT-BAJAS
           DISPLAY 'NOVEDADES RECHAZADAS . . . : ' WS-CANT-RECHAZADAS
           DISPLAY 'ALTAS CON AVISO DE MARCA . : ' WS-CANT-ADVERTENCIAS
           DISPLAY 'FILAS EN LA TABLA NUEVA  . : ' WS-CANT-GRABADAS
           DISPLAY 'FILAS VIGENTES . . . . . . : ' WS-CANT-VIGENTES
           DISPLAY 'VIGENTES SIN MARCA . . . . : ' WS-CANT-SIN-MARCA

           IF WS-CANT-RECHAZADAS > ZERO
               OR WS-CANT-ADVERTENCIAS > ZERO
               OR WS-CANT-SIN-MARCA > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           .
