      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET183                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - MALPE                       *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : SEGUIMIENTO MENSUAL DEL CUPO MIPYME.  SUMA LA    *
      *               DEUDA MIPYME (WAAPEPYM-ISEC4110-IMP-DEUDA-M) DE  *
      *               LOS CLIENTES DE WAAPE685 CON COD-MIPYME-REAL     *
      *               INFORMADO, POR TAMANIO (TAM-EMPRE) Y SECTOR, Y   *
      *               LA COMPARA CONTRA EL CUPO EXIGIDO (PORCENTAJE    *
      *               SOBRE LA BASE DE LA TARJETA PARMPYM; SIN BASE SE *
      *               TOMA LA DEUDA DE PRESTAMOS DEL ARCHIVO).         *
      *               MUESTRA LO QUE FALTA COLOCAR, LA EVOLUCION MES   *
      *               A MES DEL HISTORICO PYMHIST (EN EXTEND) Y LOS    *
      *               CLIENTES QUE EL MES ANTERIOR (WAAPE68A)          *
      *               CALIFICABAN Y HOY NO, CON LA DEUDA QUE RESTARON  *
      *               AL STOCK (PYMBAJA), ANTES DE QUE FINANZAS CIERRE *
      *               EL PERIODO.                                      *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET183.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - MALPE.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEUDA          ASSIGN TO WAAPE685
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-685.
           SELECT SORT-HOY       ASSIGN TO SRTPYMA.
           SELECT HOY-ORD        ASSIGN TO WPYMHOY
               ORGANIZATION IS SEQUENTIAL.

           SELECT DEUDA-ANT      ASSIGN TO WAAPE68A
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ANT.
           SELECT SORT-ANT       ASSIGN TO SRTPYMB.
           SELECT ANT-ORD        ASSIGN TO WPYMANT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CALIFICA-WRK   ASSIGN TO WPYMCAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-CAT       ASSIGN TO SRTPYMC.
           SELECT CAT-ORD        ASSIGN TO WPYMCAT
               ORGANIZATION IS SEQUENTIAL.

           SELECT PARAMETROS     ASSIGN TO PARMPYM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT HISTORICO      ASSIGN TO PYMHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HIS.
           SELECT BAJAS-SAL      ASSIGN TO PYMBAJA
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-PYM    ASSIGN TO RPPYMCU
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEUDA
           RECORDING MODE IS F.
       01  FD-WAAPE685.
           COPY "waape685_daily.cob".

      * FOTO DEL MES ANTERIOR, MISMO LAYOUT
       FD  DEUDA-ANT
           RECORDING MODE IS F.
       01  FD-WAAPE68A.
           COPY "waape685_daily.cob".

       SD  SORT-HOY.
       01  SD-HOY-REGISTRO.
           05  S-HOY-PENUMPER         PIC X(08).
           05  S-HOY-NOMBRE           PIC X(40).
           05  S-HOY-CALIFICA         PIC X(01).
           05  S-HOY-TAMANIO          PIC X(02).
           05  S-HOY-SECTOR           PIC X(02).
           05  S-HOY-COD-REAL         PIC X(02).
           05  S-HOY-DEUDA-P          PIC 9(15)V99.
           05  S-HOY-DEUDA-M          PIC 9(15)V99.
           05  FILLER                 PIC X(11).

       FD  HOY-ORD
           RECORDING MODE IS F.
       01  W-HOY-REGISTRO.
           05  W-HOY-PENUMPER         PIC X(08).
           05  W-HOY-NOMBRE           PIC X(40).
           05  W-HOY-CALIFICA         PIC X(01).
               88  W-HOY-MIPYME           VALUE 'S'.
           05  W-HOY-TAMANIO          PIC X(02).
           05  W-HOY-SECTOR           PIC X(02).
           05  W-HOY-COD-REAL         PIC X(02).
           05  W-HOY-DEUDA-P          PIC 9(15)V99.
           05  W-HOY-DEUDA-M          PIC 9(15)V99.
           05  FILLER                 PIC X(11).

       SD  SORT-ANT.
       01  SD-ANT-REGISTRO.
           05  S-ANT-PENUMPER         PIC X(08).
           05  S-ANT-NOMBRE           PIC X(40).
           05  S-ANT-CALIFICA         PIC X(01).
           05  S-ANT-TAMANIO          PIC X(02).
           05  S-ANT-SECTOR           PIC X(02).
           05  S-ANT-COD-REAL         PIC X(02).
           05  S-ANT-DEUDA-P          PIC 9(15)V99.
           05  S-ANT-DEUDA-M          PIC 9(15)V99.
           05  FILLER                 PIC X(11).

       FD  ANT-ORD
           RECORDING MODE IS F.
       01  W-ANT-REGISTRO.
           05  W-ANT-PENUMPER         PIC X(08).
           05  W-ANT-NOMBRE           PIC X(40).
           05  W-ANT-CALIFICA         PIC X(01).
               88  W-ANT-MIPYME           VALUE 'S'.
           05  W-ANT-TAMANIO          PIC X(02).
           05  W-ANT-SECTOR           PIC X(02).
           05  W-ANT-COD-REAL         PIC X(02).
           05  W-ANT-DEUDA-P          PIC 9(15)V99.
           05  W-ANT-DEUDA-M          PIC 9(15)V99.
           05  FILLER                 PIC X(11).

      * DEUDA CALIFICADA DE HOY, PARA EL CUADRO POR TAMANIO Y SECTOR
       FD  CALIFICA-WRK
           RECORDING MODE IS F.
       01  CAL-REGISTRO.
           05  CAL-TAMANIO            PIC X(02).
           05  CAL-SECTOR             PIC X(02).
           05  CAL-DEUDA-M            PIC 9(15)V99.
           05  FILLER                 PIC X(09).

       SD  SORT-CAT.
       01  SD-CAT-REGISTRO.
           05  S-CAT-TAMANIO          PIC X(02).
           05  S-CAT-SECTOR           PIC X(02).
           05  S-CAT-DEUDA-M          PIC 9(15)V99.
           05  FILLER                 PIC X(09).

       FD  CAT-ORD
           RECORDING MODE IS F.
       01  W-CAT-REGISTRO.
           05  W-CAT-TAMANIO          PIC X(02).
           05  W-CAT-SECTOR           PIC X(02).
           05  W-CAT-DEUDA-M          PIC 9(15)V99.
           05  FILLER                 PIC X(09).

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-PYM-REGISTRO.
      *        PERIODO AAAAMM, PORCENTAJE EXIGIDO Y BASE DEL CUPO
           05  PARM-PYM-PERIODO       PIC 9(06).
           05  PARM-PYM-PORCENTAJE    PIC 9(03)V99.
           05  PARM-PYM-BASE          PIC 9(15)V99.
           05  PARM-PYM-FILLER        PIC X(12).

       FD  HISTORICO
           RECORDING MODE IS F.
       01  HIS-REGISTRO.
           05  HIS-PERIODO            PIC 9(06).
           05  HIS-FEC-PROCESO        PIC 9(08).
           05  HIS-BASE               PIC 9(15)V99.
           05  HIS-PORCENTAJE         PIC 9(03)V99.
           05  HIS-REQUERIDO          PIC 9(15)V99.
           05  HIS-CALIFICADO         PIC 9(15)V99.
      *        POSITIVA = FALTA COLOCAR / NEGATIVA = EXCEDENTE
           05  HIS-BRECHA             PIC S9(15)V99.
           05  HIS-CLIENTES           PIC 9(07).
           05  HIS-BAJAS              PIC 9(07).
           05  HIS-IMP-BAJAS          PIC 9(15)V99.
           05  FILLER                 PIC X(02).

       FD  BAJAS-SAL
           RECORDING MODE IS F.
       01  BAJ-REGISTRO.
           05  BAJ-PENUMPER           PIC X(08).
           05  BAJ-NOMBRE             PIC X(40).
           05  BAJ-TAMANIO            PIC X(02).
           05  BAJ-SECTOR             PIC X(02).
           05  BAJ-COD-ANT            PIC X(02).
           05  BAJ-COD-HOY            PIC X(02).
      *        A = NO ESTA EN EL ARCHIVO / R = PERDIO LA CALIFICACION
           05  BAJ-MOTIVO             PIC X(01).
           05  BAJ-DEUDA-M-ANT        PIC 9(15)V99.
           05  BAJ-PERIODO            PIC 9(06).
           05  FILLER                 PIC X(20).

       FD  REPORTE-PYM.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-HISTORIA           PIC 9(02) COMP VALUE 24.
       77  WS-PORCENTAJE             PIC 9(03)V99 VALUE 7.50.
       77  WS-BASE-PARM              PIC 9(15)V99 VALUE ZERO.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-PERIODO                PIC 9(06).

       01  WS-FS-685                 PIC XX.
           88  FS-685-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-ANT                 PIC XX.
           88  FS-ANT-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-PAR                 PIC XX.
       01  WS-FS-HIS                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-AUX         PIC X(01) VALUE 'N'.
               88  EOF-AUXILIAR          VALUE 'S'.
           05  WS-SW-EOF-CAT         PIC X(01) VALUE 'N'.
               88  EOF-CATEGORIAS        VALUE 'S'.

       01  WS-CLAVE-HOY              PIC X(08) VALUE LOW-VALUES.
       01  WS-CLAVE-ANT              PIC X(08) VALUE LOW-VALUES.

      * TOTALES DEL PERIODO
       01  WS-TOTALES.
           05  WS-BASE               PIC 9(15)V99.
           05  WS-DEUDA-PRESTAMOS    PIC 9(15)V99.
           05  WS-REQUERIDO          PIC 9(15)V99.
           05  WS-CALIFICADO         PIC 9(15)V99.
           05  WS-BRECHA             PIC S9(15)V99.
           05  WS-IMP-BAJAS          PIC 9(15)V99.

      * CORTE POR TAMANIO Y SECTOR
       01  WS-CORTE.
           05  WS-TAM-ACT            PIC X(02).
           05  WS-SEC-ACT            PIC X(02).
           05  WS-CLI-SECTOR         PIC 9(07).
           05  WS-IMP-SECTOR         PIC 9(15)V99.
           05  WS-CLI-TAMANIO        PIC 9(07).
           05  WS-IMP-TAMANIO        PIC 9(15)V99.

      * EVOLUCION DE LOS PERIODOS ANTERIORES (PYMHIST)
       01  TABLA-HISTORIA.
           05  TB-HIS-CANT           PIC 9(02) COMP VALUE ZERO.
           05  TB-HIS-ENTRY OCCURS 24 TIMES
                   INDEXED BY TB-HIS-IDX.
               10  TB-HIS-PERIODO    PIC 9(06).
               10  TB-HIS-REQUERIDO  PIC 9(15)V99.
               10  TB-HIS-CALIFICADO PIC 9(15)V99.
               10  TB-HIS-BRECHA     PIC S9(15)V99.
       01  WS-CALIF-PREVIO           PIC 9(15)V99.
       01  WS-SW-PREVIO              PIC X(01).
           88  HAY-PREVIO                VALUE 'S'.

       01  WS-CONTADORES.
           05  WS-CANT-LEIDOS        PIC 9(09) COMP.
           05  WS-CANT-ANTERIOR      PIC 9(09) COMP.
           05  WS-CANT-CALIFICADOS   PIC 9(09) COMP.
           05  WS-CANT-BAJAS         PIC 9(09) COMP.

       01  WS-TITULO.
           05  FILLER                PIC X(40) VALUE
               'ZET183 - SEGUIMIENTO DEL CUPO MIPYME - '.
           05  FILLER                PIC X(08) VALUE 'PERIODO '.
           05  WST-PERIODO           PIC 9(06).
           05  FILLER                PIC X(16) VALUE
               '   PROCESADO EL '.
           05  WST-FEC-PROCESO       PIC 9(08).

       01  WS-SUBTITULO              PIC X(60).

       01  WS-ENCAB-CATEGORIA.
           05  FILLER                PIC X(50) VALUE
               'TAMANIO   SECTOR     CLIENTES            DEUDA MIP'.
           05  FILLER                PIC X(11) VALUE
               'YME  PART.%'.

       01  WS-LINEA-CATEGORIA.
           05  WSL-C-TAMANIO         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-C-SECTOR          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-C-CLIENTES        PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-C-IMPORTE         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-C-PARTICIPACION   PIC ZZ9.99.

       01  WS-LINEA-CONCEPTO.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WSL-CONCEPTO          PIC X(44).
           05  WSL-IMPORTE           PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-ENCAB-EVOLUCION.
           05  FILLER                PIC X(50) VALUE
               'PERIOD            CUPO EXIGIDO              CALIFI'.
           05  FILLER                PIC X(50) VALUE
               'CADO            FALTA COLOCAR            VARIACION'.
           05  FILLER                PIC X(04) VALUE
               ' MES'.

       01  WS-LINEA-EVOLUCION.
           05  WSL-E-PERIODO         PIC 9(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-E-REQUERIDO       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-E-CALIFICADO      PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-E-BRECHA          PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-E-VARIACION       PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-ENCAB-BAJA.
           05  FILLER                PIC X(50) VALUE
               'NUP       APELLIDO Y NOMBRE               TM  SC  '.
           05  FILLER                PIC X(33) VALUE
               'AN  HO  M   DEUDA MIPYME ANTERIOR'.

       01  WS-LINEA-BAJA.
           05  WSL-B-PENUMPER        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-B-NOMBRE          PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-B-TAMANIO         PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-B-SECTOR          PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-B-COD-ANT         PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-B-COD-HOY         PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-B-MOTIVO          PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-B-DEUDA           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-COMPARA-CLIENTE THRU 3000-EXIT
               UNTIL WS-CLAVE-HOY = HIGH-VALUES
                 AND WS-CLAVE-ANT = HIGH-VALUES
           PERFORM 4000-CUADRO-CATEGORIAS THRU 4000-EXIT
           PERFORM 5000-CUPO-Y-EVOLUCION THRU 5000-EXIT
           PERFORM 6000-LISTA-BAJAS THRU 6000-EXIT
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  PARAMETROS Y FOTOS DE HOY Y DEL MES       *
      *  ANTERIOR ORDENADAS POR PERSONA                                *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           INITIALIZE WS-CONTADORES
           INITIALIZE WS-TOTALES
           MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM 1050-TOMA-PARAMETROS THRU 1050-EXIT
               END-READ
               CLOSE PARAMETROS
           END-IF

           OPEN INPUT DEUDA
           IF WS-FS-685 NOT = '00'
               DISPLAY 'ZET183 - NO SE PUDO ABRIR WAAPE685 - '
                   'FILE STATUS ' WS-FS-685
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE DEUDA

           SORT SORT-HOY
               ON ASCENDING KEY S-HOY-PENUMPER
               INPUT PROCEDURE IS 1500-EXTRAE-HOY
               GIVING HOY-ORD

           SORT SORT-ANT
               ON ASCENDING KEY S-ANT-PENUMPER
               INPUT PROCEDURE IS 1600-EXTRAE-ANTERIOR
               GIVING ANT-ORD

           OPEN INPUT  HOY-ORD
           OPEN INPUT  ANT-ORD
           OPEN OUTPUT CALIFICA-WRK
           OPEN OUTPUT BAJAS-SAL

           PERFORM 2000-LEER-HOY THRU 2000-EXIT
           PERFORM 2100-LEER-ANTERIOR THRU 2100-EXIT
           .

       1050-TOMA-PARAMETROS.
           IF PARM-PYM-PERIODO IS NUMERIC
               AND PARM-PYM-PERIODO > 0
               MOVE PARM-PYM-PERIODO TO WS-PERIODO
           END-IF
           IF PARM-PYM-PORCENTAJE IS NUMERIC
               AND PARM-PYM-PORCENTAJE > 0
               MOVE PARM-PYM-PORCENTAJE TO WS-PORCENTAJE
           END-IF
           IF PARM-PYM-BASE IS NUMERIC
               AND PARM-PYM-BASE > 0
               MOVE PARM-PYM-BASE TO WS-BASE-PARM
           END-IF
           .
       1050-EXIT.
           EXIT.

      * CALIFICA QUIEN TIENE LA CATEGORIA MIPYME REAL INFORMADA
       1500-EXTRAE-HOY SECTION.
           OPEN INPUT DEUDA
           PERFORM 1510-SUELTA-HOY THRU 1510-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE DEUDA
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1500-FIN
           .

       1510-SUELTA-HOY.
           READ DEUDA
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1510-EXIT
           END-READ
           IF FS-685-ERROR-LECTURA
               DISPLAY 'ZET183 - ERROR DE LECTURA '
                   'EN WAAPE685 - FILE STATUS ' WS-FS-685
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-LEIDOS
           MOVE SPACES TO SD-HOY-REGISTRO
           MOVE WAAPEPYM-PENUMPER OF FD-WAAPE685 TO S-HOY-PENUMPER
           MOVE WAAPEPYM-APEYNOMB OF FD-WAAPE685 TO S-HOY-NOMBRE
           MOVE WAAPEPYM-TAM-EMPRE OF FD-WAAPE685 TO S-HOY-TAMANIO
           MOVE WAAPEPYM-SECTOR OF FD-WAAPE685 TO S-HOY-SECTOR
           MOVE WAAPEPYM-COD-MIPYME-REAL OF FD-WAAPE685
               TO S-HOY-COD-REAL
           MOVE 'N' TO S-HOY-CALIFICA
           IF S-HOY-COD-REAL NOT = SPACES
               AND S-HOY-COD-REAL NOT = '00'
               MOVE 'S' TO S-HOY-CALIFICA
           END-IF
           MOVE ZERO TO S-HOY-DEUDA-P S-HOY-DEUDA-M
           IF WAAPEPYM-ISEC4110-IMP-DEUDA-P OF FD-WAAPE685 IS NUMERIC
               MOVE WAAPEPYM-ISEC4110-IMP-DEUDA-P OF FD-WAAPE685
                   TO S-HOY-DEUDA-P
           END-IF
           IF WAAPEPYM-ISEC4110-IMP-DEUDA-M OF FD-WAAPE685 IS NUMERIC
               MOVE WAAPEPYM-ISEC4110-IMP-DEUDA-M OF FD-WAAPE685
                   TO S-HOY-DEUDA-M
           END-IF
           RELEASE SD-HOY-REGISTRO
           .
       1510-EXIT.
           EXIT.
       1500-FIN.
           EXIT.


       1600-EXTRAE-ANTERIOR SECTION.
           OPEN INPUT DEUDA-ANT
           IF WS-FS-ANT NOT = '00'
               DISPLAY 'ZET183 - SIN FOTO DEL MES ANTERIOR - NO SE '
                   'INFORMAN BAJAS DE CALIFICACION'
               GO TO 1600-FIN
           END-IF
           PERFORM 1610-SUELTA-ANTERIOR THRU 1610-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE DEUDA-ANT
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1600-FIN
           .

       1610-SUELTA-ANTERIOR.
           READ DEUDA-ANT
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1610-EXIT
           END-READ
           IF FS-ANT-ERROR-LECTURA
               DISPLAY 'ZET183 - ERROR DE LECTURA '
                   'EN WAAPE68A - FILE STATUS ' WS-FS-ANT
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-ANTERIOR
           MOVE SPACES TO SD-ANT-REGISTRO
           MOVE WAAPEPYM-PENUMPER OF FD-WAAPE68A TO S-ANT-PENUMPER
           MOVE WAAPEPYM-APEYNOMB OF FD-WAAPE68A TO S-ANT-NOMBRE
           MOVE WAAPEPYM-TAM-EMPRE OF FD-WAAPE68A TO S-ANT-TAMANIO
           MOVE WAAPEPYM-SECTOR OF FD-WAAPE68A TO S-ANT-SECTOR
           MOVE WAAPEPYM-COD-MIPYME-REAL OF FD-WAAPE68A
               TO S-ANT-COD-REAL
           MOVE 'N' TO S-ANT-CALIFICA
           IF S-ANT-COD-REAL NOT = SPACES
               AND S-ANT-COD-REAL NOT = '00'
               MOVE 'S' TO S-ANT-CALIFICA
           END-IF
           MOVE ZERO TO S-ANT-DEUDA-P S-ANT-DEUDA-M
           IF WAAPEPYM-ISEC4110-IMP-DEUDA-P OF FD-WAAPE68A IS NUMERIC
               MOVE WAAPEPYM-ISEC4110-IMP-DEUDA-P OF FD-WAAPE68A
                   TO S-ANT-DEUDA-P
           END-IF
           IF WAAPEPYM-ISEC4110-IMP-DEUDA-M OF FD-WAAPE68A IS NUMERIC
               MOVE WAAPEPYM-ISEC4110-IMP-DEUDA-M OF FD-WAAPE68A
                   TO S-ANT-DEUDA-M
           END-IF
           RELEASE SD-ANT-REGISTRO
           .
       1610-EXIT.
           EXIT.
       1600-FIN.
           EXIT.


       PROCESO-PRINCIPAL SECTION.

       2000-LEER-HOY.
           READ HOY-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-HOY
               NOT AT END
                   MOVE W-HOY-PENUMPER TO WS-CLAVE-HOY
           END-READ
           .
       2000-EXIT.
           EXIT.

       2100-LEER-ANTERIOR.
           READ ANT-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-ANT
               NOT AT END
                   MOVE W-ANT-PENUMPER TO WS-CLAVE-ANT
           END-READ
           .
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  3000-COMPARA-CLIENTE  -  CRUCE HOY / MES ANTERIOR POR         *
      *  PERSONA.  LO QUE CALIFICA HOY SUMA AL STOCK; LO QUE           *
      *  CALIFICABA Y YA NO, ES BAJA                                   *
      ******************************************************************
       3000-COMPARA-CLIENTE.
           EVALUATE TRUE
               WHEN WS-CLAVE-ANT < WS-CLAVE-HOY
                   IF W-ANT-MIPYME
                       MOVE SPACES TO BAJ-REGISTRO
                       MOVE 'A' TO BAJ-MOTIVO
                       PERFORM 3200-GRABA-BAJA THRU 3200-EXIT
                   END-IF
                   PERFORM 2100-LEER-ANTERIOR THRU 2100-EXIT
               WHEN WS-CLAVE-ANT = WS-CLAVE-HOY
                   ADD W-HOY-DEUDA-P TO WS-DEUDA-PRESTAMOS
                   IF W-HOY-MIPYME
                       PERFORM 3100-GRABA-CALIFICADO THRU 3100-EXIT
                   ELSE
                       IF W-ANT-MIPYME
                           MOVE SPACES TO BAJ-REGISTRO
                           MOVE W-HOY-COD-REAL TO BAJ-COD-HOY
                           MOVE 'R' TO BAJ-MOTIVO
                           PERFORM 3200-GRABA-BAJA THRU 3200-EXIT
                       END-IF
                   END-IF
                   PERFORM 2000-LEER-HOY THRU 2000-EXIT
                   PERFORM 2100-LEER-ANTERIOR THRU 2100-EXIT
               WHEN OTHER
                   ADD W-HOY-DEUDA-P TO WS-DEUDA-PRESTAMOS
                   IF W-HOY-MIPYME
                       PERFORM 3100-GRABA-CALIFICADO THRU 3100-EXIT
                   END-IF
                   PERFORM 2000-LEER-HOY THRU 2000-EXIT
           END-EVALUATE
           .
       3000-EXIT.
           EXIT.

       3100-GRABA-CALIFICADO.
           MOVE SPACES TO CAL-REGISTRO
           MOVE W-HOY-TAMANIO TO CAL-TAMANIO
           MOVE W-HOY-SECTOR  TO CAL-SECTOR
           MOVE W-HOY-DEUDA-M TO CAL-DEUDA-M
           WRITE CAL-REGISTRO
           ADD 1 TO WS-CANT-CALIFICADOS
           ADD W-HOY-DEUDA-M TO WS-CALIFICADO
           .
       3100-EXIT.
           EXIT.

       3200-GRABA-BAJA.
           MOVE W-ANT-PENUMPER TO BAJ-PENUMPER
           MOVE W-ANT-NOMBRE   TO BAJ-NOMBRE
           MOVE W-ANT-TAMANIO  TO BAJ-TAMANIO
           MOVE W-ANT-SECTOR   TO BAJ-SECTOR
           MOVE W-ANT-COD-REAL TO BAJ-COD-ANT
           MOVE W-ANT-DEUDA-M  TO BAJ-DEUDA-M-ANT
           MOVE WS-PERIODO     TO BAJ-PERIODO
           WRITE BAJ-REGISTRO
           ADD 1 TO WS-CANT-BAJAS
           ADD W-ANT-DEUDA-M TO WS-IMP-BAJAS
           .
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  4000-CUADRO-CATEGORIAS  -  STOCK CALIFICADO POR TAMANIO Y     *
      *  SECTOR CON SU PARTICIPACION EN EL TOTAL                       *
      ******************************************************************
       4000-CUADRO-CATEGORIAS.
           CLOSE HOY-ORD
           CLOSE ANT-ORD
           CLOSE CALIFICA-WRK
           CLOSE BAJAS-SAL

           SORT SORT-CAT
               ON ASCENDING KEY S-CAT-TAMANIO
               ON ASCENDING KEY S-CAT-SECTOR
               USING CALIFICA-WRK
               GIVING CAT-ORD

           OPEN OUTPUT REPORTE-PYM
           MOVE WS-PERIODO       TO WST-PERIODO
           MOVE WS-FECHA-PROCESO TO WST-FEC-PROCESO
           MOVE WS-TITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 'DEUDA MIPYME CALIFICADA POR TAMANIO Y SECTOR'
               TO WS-SUBTITULO
           MOVE WS-SUBTITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-ENCAB-CATEGORIA TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           OPEN INPUT CAT-ORD
           PERFORM 4900-LEER-CATEGORIA THRU 4900-EXIT
           IF EOF-CATEGORIAS
               GO TO 4000-TOTAL
           END-IF
           MOVE W-CAT-TAMANIO TO WS-TAM-ACT
           MOVE W-CAT-SECTOR  TO WS-SEC-ACT
           MOVE ZERO TO WS-CLI-SECTOR WS-IMP-SECTOR
                        WS-CLI-TAMANIO WS-IMP-TAMANIO
           PERFORM 4100-ACUMULA-CATEGORIA THRU 4100-EXIT
               UNTIL EOF-CATEGORIAS
           PERFORM 4200-CORTE-SECTOR THRU 4200-EXIT
           PERFORM 4300-CORTE-TAMANIO THRU 4300-EXIT
           .
       4000-TOTAL.
           CLOSE CAT-ORD
           MOVE 'TOTAL'             TO WSL-C-TAMANIO
           MOVE SPACES              TO WSL-C-SECTOR
           MOVE WS-CANT-CALIFICADOS TO WSL-C-CLIENTES
           MOVE WS-CALIFICADO       TO WSL-C-IMPORTE
           MOVE 100                 TO WSL-C-PARTICIPACION
           MOVE WS-LINEA-CATEGORIA TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       4000-EXIT.
           EXIT.

       4100-ACUMULA-CATEGORIA.
           IF W-CAT-TAMANIO NOT = WS-TAM-ACT
               PERFORM 4200-CORTE-SECTOR THRU 4200-EXIT
               PERFORM 4300-CORTE-TAMANIO THRU 4300-EXIT
               MOVE W-CAT-TAMANIO TO WS-TAM-ACT
               MOVE W-CAT-SECTOR  TO WS-SEC-ACT
           END-IF
           IF W-CAT-SECTOR NOT = WS-SEC-ACT
               PERFORM 4200-CORTE-SECTOR THRU 4200-EXIT
               MOVE W-CAT-SECTOR TO WS-SEC-ACT
           END-IF
           ADD 1 TO WS-CLI-SECTOR
           ADD W-CAT-DEUDA-M TO WS-IMP-SECTOR
           PERFORM 4900-LEER-CATEGORIA THRU 4900-EXIT
           .
       4100-EXIT.
           EXIT.

       4200-CORTE-SECTOR.
           MOVE WS-TAM-ACT    TO WSL-C-TAMANIO
           MOVE WS-SEC-ACT    TO WSL-C-SECTOR
           MOVE WS-CLI-SECTOR TO WSL-C-CLIENTES
           MOVE WS-IMP-SECTOR TO WSL-C-IMPORTE
           MOVE ZERO TO WSL-C-PARTICIPACION
           IF WS-CALIFICADO > ZERO
               COMPUTE WSL-C-PARTICIPACION ROUNDED =
                   WS-IMP-SECTOR * 100 / WS-CALIFICADO
           END-IF
           MOVE WS-LINEA-CATEGORIA TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           ADD WS-CLI-SECTOR TO WS-CLI-TAMANIO
           ADD WS-IMP-SECTOR TO WS-IMP-TAMANIO
           MOVE ZERO TO WS-CLI-SECTOR WS-IMP-SECTOR
           .
       4200-EXIT.
           EXIT.

       4300-CORTE-TAMANIO.
           MOVE WS-TAM-ACT     TO WSL-C-TAMANIO
           MOVE 'SUBTOTAL'     TO WSL-C-SECTOR
           MOVE WS-CLI-TAMANIO TO WSL-C-CLIENTES
           MOVE WS-IMP-TAMANIO TO WSL-C-IMPORTE
           MOVE ZERO TO WSL-C-PARTICIPACION
           IF WS-CALIFICADO > ZERO
               COMPUTE WSL-C-PARTICIPACION ROUNDED =
                   WS-IMP-TAMANIO * 100 / WS-CALIFICADO
           END-IF
           MOVE WS-LINEA-CATEGORIA TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE ZERO TO WS-CLI-TAMANIO WS-IMP-TAMANIO
           .
       4300-EXIT.
           EXIT.

       4900-LEER-CATEGORIA.
           READ CAT-ORD
               AT END
                   SET EOF-CATEGORIAS TO TRUE
           END-READ
           .
       4900-EXIT.
           EXIT.

      ******************************************************************
      *  5000-CUPO-Y-EVOLUCION  -  CUPO EXIGIDO, BRECHA A COLOCAR Y    *
      *  CAMINO MES A MES; EL PERIODO SE AGREGA AL HISTORICO           *
      ******************************************************************
       5000-CUPO-Y-EVOLUCION.
           IF WS-BASE-PARM > ZERO
               MOVE WS-BASE-PARM TO WS-BASE
           ELSE
               MOVE WS-DEUDA-PRESTAMOS TO WS-BASE
           END-IF
           COMPUTE WS-REQUERIDO ROUNDED =
               WS-BASE * WS-PORCENTAJE / 100
           COMPUTE WS-BRECHA = WS-REQUERIDO - WS-CALIFICADO

           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 'CUPO MIPYME DEL PERIODO' TO WS-SUBTITULO
           MOVE WS-SUBTITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           IF WS-BASE-PARM > ZERO
               MOVE 'BASE DEL CUPO (PARMPYM)' TO WSL-CONCEPTO
           ELSE
               MOVE 'BASE DEL CUPO (DEUDA PRESTAMOS WAAPE685)'
                   TO WSL-CONCEPTO
           END-IF
           MOVE WS-BASE TO WSL-IMPORTE
           PERFORM 5900-LINEA-CONCEPTO
           MOVE 'PORCENTAJE EXIGIDO' TO WSL-CONCEPTO
           MOVE WS-PORCENTAJE TO WSL-IMPORTE
           PERFORM 5900-LINEA-CONCEPTO
           MOVE 'CUPO EXIGIDO' TO WSL-CONCEPTO
           MOVE WS-REQUERIDO TO WSL-IMPORTE
           PERFORM 5900-LINEA-CONCEPTO
           MOVE 'DEUDA MIPYME CALIFICADA' TO WSL-CONCEPTO
           MOVE WS-CALIFICADO TO WSL-IMPORTE
           PERFORM 5900-LINEA-CONCEPTO
           IF WS-BRECHA > ZERO
               MOVE 'FALTA COLOCAR' TO WSL-CONCEPTO
           ELSE
               MOVE 'EXCEDENTE SOBRE EL CUPO (NEGATIVO)'
                   TO WSL-CONCEPTO
           END-IF
           MOVE WS-BRECHA TO WSL-IMPORTE
           PERFORM 5900-LINEA-CONCEPTO
           MOVE 'DEUDA RESTADA POR BAJAS DE CALIFICACION'
               TO WSL-CONCEPTO
           MOVE WS-IMP-BAJAS TO WSL-IMPORTE
           PERFORM 5900-LINEA-CONCEPTO

           OPEN INPUT HISTORICO
           IF WS-FS-HIS = '00'
               PERFORM 5100-CARGA-HISTORIA THRU 5100-EXIT
                   UNTIL EOF-AUXILIAR
               CLOSE HISTORICO
               MOVE 'N' TO WS-SW-EOF-AUX
           END-IF

           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 'EVOLUCION MES A MES' TO WS-SUBTITULO
           MOVE WS-SUBTITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-ENCAB-EVOLUCION TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 'N' TO WS-SW-PREVIO
           IF TB-HIS-CANT > ZERO
               PERFORM 5200-LINEA-HISTORIA THRU 5200-EXIT
                   VARYING TB-HIS-IDX FROM 1 BY 1
                   UNTIL TB-HIS-IDX > TB-HIS-CANT
           END-IF
           MOVE WS-PERIODO    TO WSL-E-PERIODO
           MOVE WS-REQUERIDO  TO WSL-E-REQUERIDO
           MOVE WS-CALIFICADO TO WSL-E-CALIFICADO
           MOVE WS-BRECHA     TO WSL-E-BRECHA
           MOVE ZERO          TO WSL-E-VARIACION
           IF HAY-PREVIO
               COMPUTE WSL-E-VARIACION = WS-CALIFICADO - WS-CALIF-PREVIO
           END-IF
           MOVE WS-LINEA-EVOLUCION TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           OPEN EXTEND HISTORICO
           MOVE SPACES TO HIS-REGISTRO
           MOVE WS-PERIODO          TO HIS-PERIODO
           MOVE WS-FECHA-PROCESO    TO HIS-FEC-PROCESO
           MOVE WS-BASE             TO HIS-BASE
           MOVE WS-PORCENTAJE       TO HIS-PORCENTAJE
           MOVE WS-REQUERIDO        TO HIS-REQUERIDO
           MOVE WS-CALIFICADO       TO HIS-CALIFICADO
           MOVE WS-BRECHA           TO HIS-BRECHA
           MOVE WS-CANT-CALIFICADOS TO HIS-CLIENTES
           MOVE WS-CANT-BAJAS       TO HIS-BAJAS
           MOVE WS-IMP-BAJAS        TO HIS-IMP-BAJAS
           WRITE HIS-REGISTRO
           CLOSE HISTORICO
           .
       5000-EXIT.
           EXIT.

      * UNA FILA POR PERIODO ANTERIOR AL ACTUAL: LA ULTIMA CORRIDA
      * DE CADA MES REEMPLAZA A LAS PREVIAS; SE GUARDAN LOS ULTIMOS 24
       5100-CARGA-HISTORIA.
           READ HISTORICO
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 5100-EXIT
           END-READ
           IF HIS-PERIODO NOT < WS-PERIODO
               GO TO 5100-EXIT
           END-IF
           IF TB-HIS-CANT > ZERO
               AND HIS-PERIODO = TB-HIS-PERIODO(TB-HIS-CANT)
               SET TB-HIS-IDX TO TB-HIS-CANT
               GO TO 5100-GUARDA
           END-IF
           IF TB-HIS-CANT NOT < WS-MAX-HISTORIA
               PERFORM 5150-CORRE-HISTORIA THRU 5150-EXIT
                   VARYING TB-HIS-IDX FROM 1 BY 1
                   UNTIL TB-HIS-IDX NOT < TB-HIS-CANT
           ELSE
               ADD 1 TO TB-HIS-CANT
           END-IF
           SET TB-HIS-IDX TO TB-HIS-CANT
           .
       5100-GUARDA.
           MOVE HIS-PERIODO    TO TB-HIS-PERIODO(TB-HIS-IDX)
           MOVE HIS-REQUERIDO  TO TB-HIS-REQUERIDO(TB-HIS-IDX)
           MOVE HIS-CALIFICADO TO TB-HIS-CALIFICADO(TB-HIS-IDX)
           MOVE HIS-BRECHA     TO TB-HIS-BRECHA(TB-HIS-IDX)
           .
       5100-EXIT.
           EXIT.

       5150-CORRE-HISTORIA.
           MOVE TB-HIS-ENTRY(TB-HIS-IDX + 1) TO TB-HIS-ENTRY(TB-HIS-IDX)
           .
       5150-EXIT.
           EXIT.

       5200-LINEA-HISTORIA.
           MOVE TB-HIS-PERIODO(TB-HIS-IDX)    TO WSL-E-PERIODO
           MOVE TB-HIS-REQUERIDO(TB-HIS-IDX)  TO WSL-E-REQUERIDO
           MOVE TB-HIS-CALIFICADO(TB-HIS-IDX) TO WSL-E-CALIFICADO
           MOVE TB-HIS-BRECHA(TB-HIS-IDX)     TO WSL-E-BRECHA
           MOVE ZERO TO WSL-E-VARIACION
           IF HAY-PREVIO
               COMPUTE WSL-E-VARIACION =
                   TB-HIS-CALIFICADO(TB-HIS-IDX) - WS-CALIF-PREVIO
           END-IF
           MOVE TB-HIS-CALIFICADO(TB-HIS-IDX) TO WS-CALIF-PREVIO
           SET HAY-PREVIO TO TRUE
           MOVE WS-LINEA-EVOLUCION TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       5200-EXIT.
           EXIT.

       5900-LINEA-CONCEPTO.
           MOVE WS-LINEA-CONCEPTO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

      ******************************************************************
      *  6000-LISTA-BAJAS  -  CLIENTES QUE DEJARON DE CALIFICAR        *
      ******************************************************************
       6000-LISTA-BAJAS.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 'CLIENTES QUE DEJARON DE CALIFICAR COMO MIPYME'
               TO WS-SUBTITULO
           MOVE WS-SUBTITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-ENCAB-BAJA TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           OPEN INPUT BAJAS-SAL
           PERFORM 6100-LINEA-BAJA THRU 6100-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE BAJAS-SAL
           MOVE 'N' TO WS-SW-EOF-AUX
           .
       6000-EXIT.
           EXIT.

       6100-LINEA-BAJA.
           READ BAJAS-SAL
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 6100-EXIT
           END-READ
           MOVE BAJ-PENUMPER    TO WSL-B-PENUMPER
           MOVE BAJ-NOMBRE      TO WSL-B-NOMBRE
           MOVE BAJ-TAMANIO     TO WSL-B-TAMANIO
           MOVE BAJ-SECTOR      TO WSL-B-SECTOR
           MOVE BAJ-COD-ANT     TO WSL-B-COD-ANT
           MOVE BAJ-COD-HOY     TO WSL-B-COD-HOY
           MOVE BAJ-MOTIVO      TO WSL-B-MOTIVO
           MOVE BAJ-DEUDA-M-ANT TO WSL-B-DEUDA
           MOVE WS-LINEA-BAJA TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       6100-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  CIERRE DE ARCHIVOS, RUNLOG Y RESUMEN        *
      ******************************************************************
       9000-FINALIZE.
           CLOSE REPORTE-PYM
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET183' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-LEIDOS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-BAJAS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET183 - SEGUIMIENTO DEL CUPO MIPYME'
           DISPLAY 'PERIODO  . . . . . . . . . : ' WS-PERIODO
           DISPLAY 'WAAPE685 LEIDOS  . . . . . : ' WS-CANT-LEIDOS
           DISPLAY 'WAAPE68A LEIDOS  . . . . . : ' WS-CANT-ANTERIOR
           DISPLAY 'CLIENTES CALIFICADOS . . . : ' WS-CANT-CALIFICADOS
           DISPLAY 'DEUDA CALIFICADA . . . . . : ' WS-CALIFICADO
           DISPLAY 'CUPO EXIGIDO . . . . . . . : ' WS-REQUERIDO
           DISPLAY 'BRECHA A COLOCAR . . . . . : ' WS-BRECHA
           DISPLAY 'BAJAS DE CALIFICACION  . . : ' WS-CANT-BAJAS
           .
