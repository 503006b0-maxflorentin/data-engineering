      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET179                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - MALUG                       *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : AUDITORIA DIARIA DE RETROCESIONES DE PRESTAMOS.  *
      *               TOMA LOS MOVIMIENTOS DE UGDTMOV Y LOS CONCEPTOS  *
      *               RECUPERADOS DE UGDTMRC CON MARCA INDRETRO Y      *
      *               FECRETRO DEL DIA AUDITADO (EL DIA ANTERIOR AL    *
      *               PROCESO, O EL DE PARMRET) CON EL SELLO DE QUIEN  *
      *               RETROCEDIO (USERID/NETNAME/TIMESTAMP-RETRO), Y   *
      *               LOS DE MOVTOSQ CON LA MISMA MARCA, DONDE QUIEN   *
      *               RETROCEDIO ES EL SELLO UMO.  UN MOVIMIENTO DE    *
      *               MOVTOSQ CUYA CUENTA Y NIO YA VINO RETROCEDIDO    *
      *               EN UGDTMOV NO SE CUENTA DOS VECES.               *
      *               MARCA LA RETROCESION HECHA POR EL MISMO USUARIO  *
      *               QUE GRABO EL MOVIMIENTO (SELLO UMO), LA DE UN    *
      *               PAGO CON MAS DE N DIAS DE ANTIGUEDAD Y LA DE LOS *
      *               USUARIOS CUYO VOLUMEN DEL DIA SUPERA VARIAS      *
      *               VECES EL PROMEDIO DE SUS PARES.  GRABA EL        *
      *               DETALLE DEL DIA EN RETDIA, LO AGREGA AL LOG      *
      *               ACUMULADO RETHIST (EN EXTEND) PARA AUDITORIA     *
      *               INTERNA Y LISTA RPRETRO POR USUARIO.             *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET179.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - MALUG.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMIENTOS    ASSIGN TO UGDTMOV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MOV.
           SELECT RECUPERADOS    ASSIGN TO UGDTMRC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MRC.
           SELECT MOVTOS-SQ      ASSIGN TO MOVTOSQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MTQ.
           SELECT PARAMETROS     ASSIGN TO PARMRET
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT SORT-RET       ASSIGN TO SRTRETA.
           SELECT RETRO-WRK      ASSIGN TO WRETORD
               ORGANIZATION IS SEQUENTIAL.

           SELECT RETRO-DIA      ASSIGN TO RETDIA
               ORGANIZATION IS SEQUENTIAL.
           SELECT RETRO-HIST     ASSIGN TO RETHIST
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-RET    ASSIGN TO RPRETRO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMIENTOS
           RECORDING MODE IS F.
       01  FD-MOV.
           COPY "ugdtmov.cob".

       FD  RECUPERADOS
           RECORDING MODE IS F.
       01  FD-MRC.
           COPY "../ugdtmrc/ugdtmrc.cob".

       FD  MOVTOS-SQ
           RECORDING MODE IS F.
           COPY "../movtosq/movtosq.cob".

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-RET-REGISTRO.
      *        DIA DE RETROCESION A AUDITAR (AAAAMMDD)
           05  PARM-RET-FECHA         PIC 9(08).
      *        ANTIGUEDAD DEL PAGO QUE SE MARCA (DIAS)
           05  PARM-RET-DIAS          PIC 9(03).
      *        VECES EL PROMEDIO DE LOS PARES Y MINIMO DE RETROCESIONES
           05  PARM-RET-FACTOR        PIC 9(02).
           05  PARM-RET-MINIMO        PIC 9(03).
           05  PARM-RET-FILLER        PIC X(04).

       SD  SORT-RET.
       01  SD-RET-REGISTRO.
           05  S-RET-USUARIO-RETRO    PIC X(08).
           05  S-RET-ORIGEN           PIC X(03).
           05  S-RET-CLAVE            PIC X(63).
           05  FILLER                 PIC X(126).

       FD  RETRO-WRK
           RECORDING MODE IS F.
       01  RETWRK-REGISTRO           PIC X(200).

       FD  RETRO-DIA
           RECORDING MODE IS F.
       01  RETDIA-REGISTRO           PIC X(200).

      * LOG ACUMULADO DE RETROCESIONES, MISMO LAYOUT QUE RETDIA
       FD  RETRO-HIST
           RECORDING MODE IS F.
       01  RETHIST-REGISTRO          PIC X(200).

       FD  REPORTE-RET.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-USUARIOS           PIC 9(05) COMP VALUE 5000.
       77  WS-PROM-PARES             PIC 9(07)V99.
       77  WS-MAX-RETRO-MOV          PIC 9(05) COMP VALUE 20000.

      * PARAMETROS (PARMRET LOS REEMPLAZA SI VIENE INFORMADO)
       01  WS-FECHA-RETRO            PIC 9(08).
       01  WS-DIAS-ANTIG-MAX         PIC 9(03) VALUE 30.
       01  WS-FACTOR-PARES           PIC 9(02) VALUE 3.
       01  WS-MINIMO-VOLUMEN         PIC 9(03) VALUE 5.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FEC-ALFA               PIC X(10).
       01  WS-FEC-NUM                PIC 9(08).
       01  WS-SW-FECHA               PIC X(01).
           88  FECHA-VALIDA              VALUE 'S'.

       01  WS-FS-MOV                 PIC XX.
           88  FS-MOV-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-MRC                 PIC XX.
           88  FS-MRC-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-MTQ                 PIC XX.
           88  FS-MTQ-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-PAR                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-AUX         PIC X(01) VALUE 'N'.
               88  EOF-AUXILIAR          VALUE 'S'.
           05  WS-SW-EOF-RET         PIC X(01) VALUE 'N'.
               88  EOF-RETROCESIONES     VALUE 'S'.

      * RETROCESION EN CURSO (LAYOUT DE RETDIA Y RETHIST)
       01  RET-REGISTRO.
           05  RET-USUARIO-RETRO      PIC X(08).
      *        MOV = UGDTMOV / MRC = UGDTMRC / MTQ = MOVTOSQ
           05  RET-ORIGEN             PIC X(03).
           05  RET-CLAVE.
               10  RET-ENTIDAD        PIC X(04).
               10  RET-OFICINA        PIC X(04).
               10  RET-CUENTA         PIC X(12).
               10  RET-NIO            PIC X(24).
               10  RET-CODCONLI       PIC X(03).
               10  RET-NUM-SECUENCIA  PIC 9(03).
               10  RET-FELIQ          PIC X(10).
               10  RET-CONCPASO       PIC X(03).
      *        P = PAGO / C = CARGO U OTRO MOVIMIENTO
           05  RET-TIPO               PIC X(01).
               88  RET-ES-PAGO            VALUE 'P'.
           05  RET-FEOPER             PIC X(10).
           05  RET-IMPORTE            PIC S9(13)V99.
           05  RET-DIVISA             PIC X(03).
           05  RET-USUARIO-ORIG       PIC X(08).
           05  RET-NETNAME-RETRO      PIC X(08).
           05  RET-CENTRO-RETRO       PIC X(04).
           05  RET-TIMESTAMP-RETRO    PIC X(26).
           05  RET-FECRETRO           PIC X(10).
           05  RET-DIAS-ANTIG         PIC 9(05).
           05  RET-MARCA-MISMO-USR    PIC X(01).
           05  RET-MARCA-ANTIGUO      PIC X(01).
           05  RET-MARCA-VOLUMEN      PIC X(01).
           05  FILLER                 PIC X(33).

       01  WS-USUARIO-ANT            PIC X(08) VALUE LOW-VALUES.

      * CUENTA Y NIO DE LAS RETROCESIONES DE UGDTMOV, PARA NO REPETIRLAS
      * DESDE MOVTOSQ
       01  WS-CLAVE-RETRO-MOV.
           05  WS-CRM-ENTIDAD        PIC X(04).
           05  WS-CRM-OFICINA        PIC X(04).
           05  WS-CRM-CUENTA         PIC X(12).
           05  WS-CRM-NIO            PIC X(24).

       01  TABLA-RETRO-MOV.
           05  TB-RMV-CANT           PIC 9(05) COMP VALUE ZERO.
           05  TB-RMV-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON TB-RMV-CANT
                   INDEXED BY TB-RMV-IDX.
               10  TB-RMV-CLAVE      PIC X(44).

      * RETROCESIONES DEL DIA POR USUARIO, CARGADA EN ORDEN DE SORT
       01  TABLA-USUARIOS.
           05  TB-USR-CANT           PIC 9(05) COMP VALUE ZERO.
           05  TB-USR-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON TB-USR-CANT
                   ASCENDING KEY IS TB-USR-ID
                   INDEXED BY TB-USR-IDX.
               10  TB-USR-ID         PIC X(08).
               10  TB-USR-RETROS     PIC 9(07) COMP.
               10  TB-USR-PROM-PARES PIC 9(07)V99.
               10  TB-USR-MARCA      PIC X(01).
                   88  TB-USR-VOLUMEN-ALTO  VALUE 'S'.

       01  WS-USUARIO.
           05  WS-USR-RETROS         PIC 9(07) COMP.
           05  WS-USR-MISMO          PIC 9(07) COMP.
           05  WS-USR-ANTIGUOS       PIC 9(07) COMP.

       01  WS-CONTADORES.
           05  WS-CANT-MOV           PIC 9(09) COMP.
           05  WS-CANT-MRC           PIC 9(09) COMP.
           05  WS-CANT-MTQ           PIC 9(09) COMP.
           05  WS-CANT-RETRO         PIC 9(09) COMP.
           05  WS-CANT-RETRO-MOV     PIC 9(09) COMP.
           05  WS-CANT-RETRO-MRC     PIC 9(09) COMP.
           05  WS-CANT-RETRO-MTQ     PIC 9(09) COMP.
           05  WS-CANT-MTQ-REPETIDO  PIC 9(09) COMP.
           05  WS-CANT-DESBORDE-MOV  PIC 9(09) COMP.
           05  WS-CANT-MISMO-USR     PIC 9(09) COMP.
           05  WS-CANT-SIN-ORIGINAL  PIC 9(09) COMP.
           05  WS-CANT-ANTIGUOS      PIC 9(09) COMP.
           05  WS-CANT-VOLUMEN       PIC 9(09) COMP.
           05  WS-CANT-USR-VOLUMEN   PIC 9(09) COMP.
           05  WS-CANT-DESBORDE      PIC 9(09) COMP.

       01  WS-LINEA-TITULO.
           05  FILLER                PIC X(50) VALUE
               'AUDITORIA DE RETROCESIONES DE PRESTAMOS - DIA     '.
           05  WSL-FECHA-RETRO       PIC 9(08).
           05  FILLER                PIC X(18) VALUE
               '  PAGO ANTIGUO > '.
           05  WSL-DIAS-ANTIG        PIC ZZ9.
           05  FILLER                PIC X(24) VALUE
               ' DIAS  VOLUMEN > PARES X'.
           05  WSL-FACTOR            PIC Z9.

       01  WS-LINEA-COLUMNAS.
           05  FILLER                PIC X(50) VALUE
               'USUARIO  ORI ENT  SUC  CUENTA       CON SEQ FELIQ '.
           05  FILLER                PIC X(50) VALUE
               '     T FEOPER      DIAS             IMPORTE DIV US'.
           05  FILLER                PIC X(28) VALUE
               'R.ORIG MARCAS               '.

       01  WS-LINEA-DETALLE.
           05  WSL-USUARIO           PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-ORIGEN            PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-ENTIDAD           PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-OFICINA           PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-CUENTA            PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-CODCONLI          PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-SECUENCIA         PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-FELIQ             PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-TIPO              PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-FEOPER            PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-DIAS              PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-IMPORTE           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-DIVISA            PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-USUARIO-ORIG      PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-MARCAS            PIC X(21).

       01  WS-LINEA-USUARIO.
           05  FILLER                PIC X(15) VALUE
               '  TOTAL USUARIO'.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-U-USUARIO         PIC X(08).
           05  FILLER                PIC X(14) VALUE
               '  RETROCES.: '.
           05  WSL-U-RETROS          PIC ZZZ,ZZ9.
           05  FILLER                PIC X(15) VALUE
               '  MISMO USR.: '.
           05  WSL-U-MISMO           PIC ZZZ,ZZ9.
           05  FILLER                PIC X(15) VALUE
               '  ANTIGUOS: '.
           05  WSL-U-ANTIGUOS        PIC ZZZ,ZZ9.
           05  FILLER                PIC X(16) VALUE
               '  PROM. PARES: '.
           05  WSL-U-PROMEDIO        PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-U-MARCA           PIC X(12).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-AUDITA-RETROCESION THRU 3000-EXIT
               UNTIL EOF-RETROCESIONES
           IF WS-USUARIO-ANT NOT = LOW-VALUES
               PERFORM 3500-TOTAL-USUARIO
           END-IF
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  DIA AUDITADO, RETROCESIONES DE UGDTMOV,   *
      *  UGDTMRC Y MOVTOSQ ORDENADAS POR USUARIO Y PROMEDIO DE PARES   *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           INITIALIZE WS-CONTADORES
           COMPUTE WS-FECHA-RETRO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO) - 1)

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM 1050-TOMA-PARAMETROS THRU 1050-EXIT
               END-READ
               CLOSE PARAMETROS
           END-IF

           OPEN INPUT MOVIMIENTOS
           IF WS-FS-MOV NOT = '00'
               DISPLAY 'ZET179 - NO SE PUDO ABRIR UGDTMOV - '
                   'FILE STATUS ' WS-FS-MOV
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE MOVIMIENTOS
           OPEN INPUT RECUPERADOS
           IF WS-FS-MRC NOT = '00'
               DISPLAY 'ZET179 - NO SE PUDO ABRIR UGDTMRC - '
                   'FILE STATUS ' WS-FS-MRC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RECUPERADOS
           OPEN INPUT MOVTOS-SQ
           IF WS-FS-MTQ NOT = '00'
               DISPLAY 'ZET179 - NO SE PUDO ABRIR MOVTOSQ - '
                   'FILE STATUS ' WS-FS-MTQ
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE MOVTOS-SQ

           SORT SORT-RET
               ON ASCENDING KEY S-RET-USUARIO-RETRO
               ON ASCENDING KEY S-RET-ORIGEN
               ON ASCENDING KEY S-RET-CLAVE
               INPUT PROCEDURE IS 1300-EXTRAE-RETROCESIONES
               GIVING RETRO-WRK

           PERFORM 1800-PROMEDIO-PARES THRU 1800-EXIT

           OPEN INPUT  RETRO-WRK
           OPEN OUTPUT RETRO-DIA
           OPEN EXTEND RETRO-HIST
           OPEN OUTPUT REPORTE-RET
           MOVE WS-FECHA-RETRO    TO WSL-FECHA-RETRO
           MOVE WS-DIAS-ANTIG-MAX TO WSL-DIAS-ANTIG
           MOVE WS-FACTOR-PARES   TO WSL-FACTOR
           MOVE WS-LINEA-TITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           PERFORM 2000-LEER-RETROCESION THRU 2000-EXIT
           .

       1050-TOMA-PARAMETROS.
           IF PARM-RET-FECHA IS NUMERIC
               AND PARM-RET-FECHA > 0
               MOVE PARM-RET-FECHA TO WS-FECHA-RETRO
           END-IF
           IF PARM-RET-DIAS IS NUMERIC
               AND PARM-RET-DIAS > 0
               MOVE PARM-RET-DIAS TO WS-DIAS-ANTIG-MAX
           END-IF
           IF PARM-RET-FACTOR IS NUMERIC
               AND PARM-RET-FACTOR > 0
               MOVE PARM-RET-FACTOR TO WS-FACTOR-PARES
           END-IF
           IF PARM-RET-MINIMO IS NUMERIC
               AND PARM-RET-MINIMO > 0
               MOVE PARM-RET-MINIMO TO WS-MINIMO-VOLUMEN
           END-IF
           .
       1050-EXIT.
           EXIT.

      * MOVIMIENTOS Y CONCEPTOS RECUPERADOS RETROCEDIDOS EL DIA AUDITADO
      * UGDTMOV VA PRIMERO PORQUE DEJA LAS CLAVES CONTRA LAS QUE SE
      * DESCARTA LO REPETIDO EN MOVTOSQ
       1300-EXTRAE-RETROCESIONES SECTION.
           OPEN INPUT MOVIMIENTOS
           PERFORM 1310-SUELTA-MOVIMIENTO THRU 1310-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE MOVIMIENTOS
           MOVE 'N' TO WS-SW-EOF-AUX
           OPEN INPUT RECUPERADOS
           PERFORM 1320-SUELTA-RECUPERADO THRU 1320-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE RECUPERADOS
           MOVE 'N' TO WS-SW-EOF-AUX
           OPEN INPUT MOVTOS-SQ
           PERFORM 1330-SUELTA-MOVTOSQ THRU 1330-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE MOVTOS-SQ
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1300-FIN
           .

       1310-SUELTA-MOVIMIENTO.
           READ MOVIMIENTOS
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1310-EXIT
           END-READ
           IF FS-MOV-ERROR-LECTURA
               DISPLAY 'ZET179 - ERROR DE LECTURA '
                   'EN UGDTMOV - FILE STATUS ' WS-FS-MOV
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-MOV
           IF MOV-INDRETRO = SPACE OR MOV-INDRETRO = 'N'
               GO TO 1310-EXIT
           END-IF
           MOVE MOV-FECRETRO TO WS-FEC-ALFA
           PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
           IF WS-FEC-NUM NOT = WS-FECHA-RETRO
               GO TO 1310-EXIT
           END-IF

           MOVE SPACES TO RET-REGISTRO
           MOVE 'MOV'               TO RET-ORIGEN
           MOVE MOV-ENTIDAD         TO RET-ENTIDAD
           MOVE MOV-OFICINA         TO RET-OFICINA
           MOVE MOV-CUENTA          TO RET-CUENTA
           MOVE MOV-NIO             TO RET-NIO
           MOVE MOV-CODCONLI        TO RET-CODCONLI
           MOVE MOV-NUM-SECUENCIA   TO RET-NUM-SECUENCIA
           MOVE MOV-FELIQ           TO RET-FELIQ
           MOVE MOV-FEOPER          TO RET-FEOPER
           MOVE MOV-IMPMOVI         TO RET-IMPORTE
           MOVE MOV-COD-DIVISA      TO RET-DIVISA
           IF MOV-IND-FORMPAGO NOT = SPACE
               OR MOV-IMP-PAGO > ZERO
               MOVE 'P' TO RET-TIPO
           ELSE
               MOVE 'C' TO RET-TIPO
           END-IF
           MOVE MOV-USERID-RETRO    TO RET-USUARIO-RETRO
           MOVE MOV-NETNAME-RETRO   TO RET-NETNAME-RETRO
           MOVE MOV-CENTRO-RETRO    TO RET-CENTRO-RETRO
           MOVE MOV-TIMESTAMP-RETRO TO RET-TIMESTAMP-RETRO
           MOVE MOV-FECRETRO        TO RET-FECRETRO
      *    SI EL SELLO UMO ES EL DE LA PROPIA RETROCESION NO HAY
      *    USUARIO ORIGINAL CON QUE COMPARAR
           IF MOV-TIMESTAMP NOT = MOV-TIMESTAMP-RETRO
               MOVE MOV-USERID-UMO  TO RET-USUARIO-ORIG
           END-IF
           PERFORM 1400-MARCA-RETROCESION THRU 1400-EXIT
           ADD 1 TO WS-CANT-RETRO-MOV
           IF TB-RMV-CANT NOT < WS-MAX-RETRO-MOV
               ADD 1 TO WS-CANT-DESBORDE-MOV
               GO TO 1310-EXIT
           END-IF
           ADD 1 TO TB-RMV-CANT
           MOVE MOV-ENTIDAD TO WS-CRM-ENTIDAD
           MOVE MOV-OFICINA TO WS-CRM-OFICINA
           MOVE MOV-CUENTA  TO WS-CRM-CUENTA
           MOVE MOV-NIO     TO WS-CRM-NIO
           MOVE WS-CLAVE-RETRO-MOV TO TB-RMV-CLAVE(TB-RMV-CANT)
           .
       1310-EXIT.
           EXIT.

      * EL CONCEPTO RECUPERADO SIEMPRE SALE DE UN PAGO
       1320-SUELTA-RECUPERADO.
           READ RECUPERADOS
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1320-EXIT
           END-READ
           IF FS-MRC-ERROR-LECTURA
               DISPLAY 'ZET179 - ERROR DE LECTURA '
                   'EN UGDTMRC - FILE STATUS ' WS-FS-MRC
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-MRC
           IF MRC-INDRETRO = SPACE OR MRC-INDRETRO = 'N'
               GO TO 1320-EXIT
           END-IF
           MOVE MRC-FECRETRO TO WS-FEC-ALFA
           PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
           IF WS-FEC-NUM NOT = WS-FECHA-RETRO
               GO TO 1320-EXIT
           END-IF

           MOVE SPACES TO RET-REGISTRO
           MOVE 'MRC'               TO RET-ORIGEN
           MOVE MRC-ENTIDAD         TO RET-ENTIDAD
           MOVE MRC-OFICINA         TO RET-OFICINA
           MOVE MRC-CUENTA          TO RET-CUENTA
           MOVE MRC-NIO             TO RET-NIO
           MOVE MRC-CODCONLI        TO RET-CODCONLI
           MOVE ZERO                TO RET-NUM-SECUENCIA
           MOVE MRC-FELIQ           TO RET-FELIQ
           MOVE MRC-COD-CONCPASO    TO RET-CONCPASO
           MOVE MRC-FEOPER          TO RET-FEOPER
           MOVE MRC-IMP-RECUPERA    TO RET-IMPORTE
           MOVE MRC-COD-DIVISA      TO RET-DIVISA
           MOVE 'P'                 TO RET-TIPO
           MOVE MRC-USERID-RETRO    TO RET-USUARIO-RETRO
           MOVE MRC-NETNAME-RETRO   TO RET-NETNAME-RETRO
           MOVE MRC-CENTRO-RETRO    TO RET-CENTRO-RETRO
           MOVE MRC-TIMESTAMP-RETRO TO RET-TIMESTAMP-RETRO
           MOVE MRC-FECRETRO        TO RET-FECRETRO
           IF MRC-TIMESTAMP NOT = MRC-TIMESTAMP-RETRO
               MOVE MRC-USERID-UMO  TO RET-USUARIO-ORIG
           END-IF
           PERFORM 1400-MARCA-RETROCESION THRU 1400-EXIT
           ADD 1 TO WS-CANT-RETRO-MRC
           .
       1320-EXIT.
           EXIT.

      * MOVTOSQ NO TRAE SELLO PROPIO DE RETROCESION: QUIEN RETROCEDIO ES
      * EL SELLO UMO Y NO HAY USUARIO ORIGINAL CON QUE COMPARAR
       1330-SUELTA-MOVTOSQ.
           READ MOVTOS-SQ
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1330-EXIT
           END-READ
           IF FS-MTQ-ERROR-LECTURA
               DISPLAY 'ZET179 - ERROR DE LECTURA '
                   'EN MOVTOSQ - FILE STATUS ' WS-FS-MTQ
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-MTQ
           IF INDRETRO = SPACE OR INDRETRO = 'N'
               GO TO 1330-EXIT
           END-IF
           MOVE FECRETRO TO WS-FEC-ALFA
           PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
           IF WS-FEC-NUM NOT = WS-FECHA-RETRO
               GO TO 1330-EXIT
           END-IF

           MOVE ENTIDAD OF DMOV TO WS-CRM-ENTIDAD
           MOVE OFICINA OF DMOV TO WS-CRM-OFICINA
           MOVE CUENTA  OF DMOV TO WS-CRM-CUENTA
           MOVE NIO     OF DMOV TO WS-CRM-NIO
           SET TB-RMV-IDX TO 1
           SEARCH TB-RMV-ENTRY
               AT END
                   CONTINUE
               WHEN TB-RMV-CLAVE(TB-RMV-IDX) = WS-CLAVE-RETRO-MOV
                   ADD 1 TO WS-CANT-MTQ-REPETIDO
                   GO TO 1330-EXIT
           END-SEARCH

           MOVE SPACES TO RET-REGISTRO
           MOVE 'MTQ'               TO RET-ORIGEN
           MOVE ENTIDAD OF DMOV     TO RET-ENTIDAD
           MOVE OFICINA OF DMOV     TO RET-OFICINA
           MOVE CUENTA  OF DMOV     TO RET-CUENTA
           MOVE NIO     OF DMOV     TO RET-NIO
           MOVE CODCONLI OF DMOV    TO RET-CODCONLI
           MOVE NUM_SECUENCIA       TO RET-NUM-SECUENCIA
           MOVE FELIQ OF DMOV       TO RET-FELIQ
           MOVE FEOPER OF DMOV      TO RET-FEOPER
           MOVE IMPMOVI             TO RET-IMPORTE
           MOVE COD_DIVISA          TO RET-DIVISA
           IF IND_FORMPAGO NOT = SPACE
               OR IMP_PAGO > ZERO
               MOVE 'P' TO RET-TIPO
           ELSE
               MOVE 'C' TO RET-TIPO
           END-IF
           MOVE USERID_UMO          TO RET-USUARIO-RETRO
           MOVE NETNAME_UMO         TO RET-NETNAME-RETRO
           MOVE CENTRO_UMO          TO RET-CENTRO-RETRO
           MOVE TIMESTAMP OF DMOV   TO RET-TIMESTAMP-RETRO
           MOVE FECRETRO            TO RET-FECRETRO
           PERFORM 1400-MARCA-RETROCESION THRU 1400-EXIT
           ADD 1 TO WS-CANT-RETRO-MTQ
           .
       1330-EXIT.
           EXIT.

      * MARCAS DE MISMO USUARIO Y DE PAGO ANTIGUO; LA DE VOLUMEN SE
      * RESUELVE CON EL PROMEDIO DE PARES
       1400-MARCA-RETROCESION.
           MOVE 'N' TO RET-MARCA-MISMO-USR
           MOVE 'N' TO RET-MARCA-ANTIGUO
           MOVE 'N' TO RET-MARCA-VOLUMEN
           MOVE ZERO TO RET-DIAS-ANTIG
           IF RET-USUARIO-ORIG = SPACES
               ADD 1 TO WS-CANT-SIN-ORIGINAL
           ELSE
               IF RET-USUARIO-ORIG = RET-USUARIO-RETRO
                   MOVE 'S' TO RET-MARCA-MISMO-USR
               END-IF
           END-IF
           MOVE RET-FEOPER TO WS-FEC-ALFA
           PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
           IF FECHA-VALIDA
               AND WS-FEC-NUM < WS-FECHA-RETRO
               COMPUTE RET-DIAS-ANTIG =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-RETRO)
                   - FUNCTION INTEGER-OF-DATE(WS-FEC-NUM)
           END-IF
           IF RET-ES-PAGO
               AND RET-DIAS-ANTIG > WS-DIAS-ANTIG-MAX
               MOVE 'S' TO RET-MARCA-ANTIGUO
           END-IF
           MOVE RET-REGISTRO TO SD-RET-REGISTRO
           RELEASE SD-RET-REGISTRO
           .
       1400-EXIT.
           EXIT.
       1300-FIN.
           EXIT.


       PROCESO-PRINCIPAL SECTION.

      ******************************************************************
      *  1800-PROMEDIO-PARES  -  CUENTA LAS RETROCESIONES DE CADA      *
      *  USUARIO Y LAS COMPARA CONTRA EL PROMEDIO DE LOS DEMAS         *
      ******************************************************************
       1800-PROMEDIO-PARES.
           OPEN INPUT RETRO-WRK
           PERFORM 1810-CUENTA-USUARIO THRU 1810-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE RETRO-WRK
           MOVE 'N' TO WS-SW-EOF-AUX
           IF TB-USR-CANT > 1
               PERFORM 1820-MARCA-USUARIO THRU 1820-EXIT
                   VARYING TB-USR-IDX FROM 1 BY 1
                   UNTIL TB-USR-IDX > TB-USR-CANT
           END-IF
           .
       1800-EXIT.
           EXIT.

       1810-CUENTA-USUARIO.
           READ RETRO-WRK INTO RET-REGISTRO
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1810-EXIT
           END-READ
           ADD 1 TO WS-CANT-RETRO
           IF TB-USR-CANT > ZERO
               IF TB-USR-ID(TB-USR-CANT) = RET-USUARIO-RETRO
                   ADD 1 TO TB-USR-RETROS(TB-USR-CANT)
                   GO TO 1810-EXIT
               END-IF
           END-IF
           IF TB-USR-CANT NOT < WS-MAX-USUARIOS
               ADD 1 TO WS-CANT-DESBORDE
               GO TO 1810-EXIT
           END-IF
           ADD 1 TO TB-USR-CANT
           MOVE RET-USUARIO-RETRO TO TB-USR-ID(TB-USR-CANT)
           MOVE 1    TO TB-USR-RETROS(TB-USR-CANT)
           MOVE ZERO TO TB-USR-PROM-PARES(TB-USR-CANT)
           MOVE 'N'  TO TB-USR-MARCA(TB-USR-CANT)
           .
       1810-EXIT.
           EXIT.

       1820-MARCA-USUARIO.
           COMPUTE WS-PROM-PARES ROUNDED =
               (WS-CANT-RETRO - TB-USR-RETROS(TB-USR-IDX))
               / (TB-USR-CANT - 1)
           MOVE WS-PROM-PARES TO TB-USR-PROM-PARES(TB-USR-IDX)
           IF TB-USR-RETROS(TB-USR-IDX) NOT < WS-MINIMO-VOLUMEN
               AND TB-USR-RETROS(TB-USR-IDX)
                   > WS-PROM-PARES * WS-FACTOR-PARES
               SET TB-USR-VOLUMEN-ALTO(TB-USR-IDX) TO TRUE
               ADD 1 TO WS-CANT-USR-VOLUMEN
           END-IF
           .
       1820-EXIT.
           EXIT.

      * FECHA AAAA-MM-DD DE WS-FEC-ALFA A AAAAMMDD EN WS-FEC-NUM
       1900-VALIDA-FECHA.
           MOVE 'N' TO WS-SW-FECHA
           MOVE ZERO TO WS-FEC-NUM
           IF WS-FEC-ALFA(1:4) IS NOT NUMERIC
               OR WS-FEC-ALFA(6:2) IS NOT NUMERIC
               OR WS-FEC-ALFA(9:2) IS NOT NUMERIC
               GO TO 1900-EXIT
           END-IF
           MOVE WS-FEC-ALFA(1:4) TO WS-FEC-NUM(1:4)
           MOVE WS-FEC-ALFA(6:2) TO WS-FEC-NUM(5:2)
           MOVE WS-FEC-ALFA(9:2) TO WS-FEC-NUM(7:2)
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FEC-NUM) NOT = 0
               MOVE ZERO TO WS-FEC-NUM
               GO TO 1900-EXIT
           END-IF
           MOVE 'S' TO WS-SW-FECHA
           .
       1900-EXIT.
           EXIT.

       2000-LEER-RETROCESION.
           READ RETRO-WRK INTO RET-REGISTRO
               AT END
                   SET EOF-RETROCESIONES TO TRUE
           END-READ
           .
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  3000-AUDITA-RETROCESION  -  MARCA DE VOLUMEN DEL USUARIO,     *
      *  GRABACION EN RETDIA Y RETHIST Y LINEA DEL LISTADO             *
      ******************************************************************
       3000-AUDITA-RETROCESION.
           IF RET-USUARIO-RETRO NOT = WS-USUARIO-ANT
               IF WS-USUARIO-ANT NOT = LOW-VALUES
                   PERFORM 3500-TOTAL-USUARIO
               END-IF
               MOVE RET-USUARIO-RETRO TO WS-USUARIO-ANT
               INITIALIZE WS-USUARIO
           END-IF

           SEARCH ALL TB-USR-ENTRY
               AT END
                   CONTINUE
               WHEN TB-USR-ID(TB-USR-IDX) = RET-USUARIO-RETRO
                   IF TB-USR-VOLUMEN-ALTO(TB-USR-IDX)
                       MOVE 'S' TO RET-MARCA-VOLUMEN
                       ADD 1 TO WS-CANT-VOLUMEN
                   END-IF
           END-SEARCH

           ADD 1 TO WS-USR-RETROS
           MOVE SPACES TO WSL-MARCAS
           IF RET-MARCA-MISMO-USR = 'S'
               ADD 1 TO WS-USR-MISMO
               ADD 1 TO WS-CANT-MISMO-USR
               MOVE 'MISMO' TO WSL-MARCAS(1:5)
           END-IF
           IF RET-MARCA-ANTIGUO = 'S'
               ADD 1 TO WS-USR-ANTIGUOS
               ADD 1 TO WS-CANT-ANTIGUOS
               MOVE 'ANTIGUO' TO WSL-MARCAS(7:7)
           END-IF
           IF RET-MARCA-VOLUMEN = 'S'
               MOVE 'VOLUMEN' TO WSL-MARCAS(15:7)
           END-IF

           MOVE RET-REGISTRO TO RETDIA-REGISTRO
           WRITE RETDIA-REGISTRO
           MOVE RET-REGISTRO TO RETHIST-REGISTRO
           WRITE RETHIST-REGISTRO

           MOVE RET-USUARIO-RETRO TO WSL-USUARIO
           MOVE RET-ORIGEN        TO WSL-ORIGEN
           MOVE RET-ENTIDAD       TO WSL-ENTIDAD
           MOVE RET-OFICINA       TO WSL-OFICINA
           MOVE RET-CUENTA        TO WSL-CUENTA
           MOVE RET-CODCONLI      TO WSL-CODCONLI
           MOVE RET-NUM-SECUENCIA TO WSL-SECUENCIA
           MOVE RET-FELIQ         TO WSL-FELIQ
           MOVE RET-TIPO          TO WSL-TIPO
           MOVE RET-FEOPER        TO WSL-FEOPER
           MOVE RET-DIAS-ANTIG    TO WSL-DIAS
           MOVE RET-IMPORTE       TO WSL-IMPORTE
           MOVE RET-DIVISA        TO WSL-DIVISA
           MOVE RET-USUARIO-ORIG  TO WSL-USUARIO-ORIG
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           PERFORM 2000-LEER-RETROCESION THRU 2000-EXIT
           .
       3000-EXIT.
           EXIT.

       3500-TOTAL-USUARIO.
           MOVE WS-USUARIO-ANT  TO WSL-U-USUARIO
           MOVE WS-USR-RETROS   TO WSL-U-RETROS
           MOVE WS-USR-MISMO    TO WSL-U-MISMO
           MOVE WS-USR-ANTIGUOS TO WSL-U-ANTIGUOS
           MOVE ZERO   TO WSL-U-PROMEDIO
           MOVE SPACES TO WSL-U-MARCA
           SEARCH ALL TB-USR-ENTRY
               AT END
                   CONTINUE
               WHEN TB-USR-ID(TB-USR-IDX) = WS-USUARIO-ANT
                   MOVE TB-USR-PROM-PARES(TB-USR-IDX)
                       TO WSL-U-PROMEDIO
                   IF TB-USR-VOLUMEN-ALTO(TB-USR-IDX)
                       MOVE 'VOLUMEN ALTO' TO WSL-U-MARCA
                   END-IF
           END-SEARCH
           MOVE WS-LINEA-USUARIO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

      ******************************************************************
      *  9000-FINALIZE  -  CIERRE DE ARCHIVOS, RUNLOG Y RESUMEN        *
      ******************************************************************
       9000-FINALIZE.
           CLOSE RETRO-WRK
           CLOSE RETRO-DIA
           CLOSE RETRO-HIST
           CLOSE REPORTE-RET
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET179' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           COMPUTE RUNLOG-CANT-ENTRADA = WS-CANT-MOV + WS-CANT-MRC
                                       + WS-CANT-MTQ
           MOVE WS-CANT-RETRO TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET179 - AUDITORIA DE RETROCESIONES'
           DISPLAY 'DIA AUDITADO . . . . . . . : ' WS-FECHA-RETRO
           DISPLAY 'MOVIMIENTOS UGDTMOV  . . . : ' WS-CANT-MOV
           DISPLAY 'CONCEPTOS UGDTMRC  . . . . : ' WS-CANT-MRC
           DISPLAY 'MOVIMIENTOS MOVTOSQ  . . . : ' WS-CANT-MTQ
           DISPLAY 'RETROCESIONES UGDTMOV  . . : ' WS-CANT-RETRO-MOV
           DISPLAY 'RETROCESIONES UGDTMRC  . . : ' WS-CANT-RETRO-MRC
           DISPLAY 'RETROCESIONES MOVTOSQ  . . : ' WS-CANT-RETRO-MTQ
           DISPLAY 'MOVTOSQ YA EN UGDTMOV  . . : ' WS-CANT-MTQ-REPETIDO
           DISPLAY 'CLAVES UGDTMOV FUERA TABLA : ' WS-CANT-DESBORDE-MOV
           DISPLAY 'RETROCESIONES DEL DIA  . . : ' WS-CANT-RETRO
           DISPLAY 'USUARIOS QUE RETROCEDIERON : ' TB-USR-CANT
           DISPLAY 'MISMO USUARIO QUE GRABO  . : ' WS-CANT-MISMO-USR
           DISPLAY 'SIN USUARIO ORIGINAL . . . : ' WS-CANT-SIN-ORIGINAL
           DISPLAY 'PAGOS ANTIGUOS RETROCEDIDOS: ' WS-CANT-ANTIGUOS
           DISPLAY 'USUARIOS CON VOLUMEN ALTO  : ' WS-CANT-USR-VOLUMEN
           DISPLAY 'RETROCESIONES DE ESOS USR. : ' WS-CANT-VOLUMEN
           DISPLAY 'USUARIOS FUERA DE TABLA  . : ' WS-CANT-DESBORDE
           .
