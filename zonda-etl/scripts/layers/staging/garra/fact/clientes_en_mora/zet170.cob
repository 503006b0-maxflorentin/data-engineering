      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET170                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - GARRA                       *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : DISCREPANCIA DE CLASIFICACION INTERNA VS SISTEMA *
      *               FINANCIERO.  WACAM600 TRAE POR NUP LA SITUACION  *
      *               DEL DEUDOR EN EL SISTEMA (AFIR_SITU_BCRA) Y LA   *
      *               NUESTRA (AFIR_SITU_RIO); IBEC3070 TIENE NUESTRA  *
      *               COD-SITUIRRE.  CUANDO EL SISTEMA NOS CALIFICA AL *
      *               CLIENTE DOS O MAS NIVELES PEOR (PARMDSC) LA      *
      *               NORMA OBLIGA A RECLASIFICARLO A NO MAS DE UN     *
      *               NIVEL MEJOR QUE EL SISTEMA.  POR CADA CASO DEJA  *
      *               EN DISCLAS Y EN EL REPORTE RPDISCL LA            *
      *               EXPOSICION (IMP-RIESGO), LOS CONTRATOS DE        *
      *               WAGUCDEX INVOLUCRADOS Y EL IMPACTO EN            *
      *               PREVISIONES DE LA RECLASIFICACION FORZADA,       *
      *               CON LOS PORCENTAJES DE PREVTAB (COMO ZET078).    *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET170.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - GARRA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCREENING      ASSIGN TO WACAM600
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAM.
           SELECT SORT-CAM       ASSIGN TO SRTDSCA.
           SELECT SCREENING-ORD  ASSIGN TO WDSCCAM
               ORGANIZATION IS SEQUENTIAL.

           SELECT CLIENTES       ASSIGN TO IBEC3070
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
           SELECT SORT-CLI       ASSIGN TO SRTDSCB.
           SELECT CLIENTES-ORD   ASSIGN TO WDSCCLI
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONTRATOS      ASSIGN TO WAGUCDEX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CON.
           SELECT SORT-CON       ASSIGN TO SRTDSCC.
           SELECT CONTRAT-ORD    ASSIGN TO WDSCCON
               ORGANIZATION IS SEQUENTIAL.

           SELECT PORCENTAJES    ASSIGN TO PREVTAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TAB.

           SELECT PARAMETROS     ASSIGN TO PARMDSC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT DISCREP-SAL    ASSIGN TO DISCLAS
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORTE-DSC    ASSIGN TO RPDISCL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SCREENING
           RECORDING MODE IS F.
           COPY "../../../screening/fact/wacam600/wacam600.cob".

       SD  SORT-CAM.
       01  SD-CAM-REGISTRO.
           05  S-CAM-NUP              PIC X(08).
           05  S-CAM-SITU-RIO         PIC X(03).
           05  S-CAM-SITU-BCRA        PIC X(03).
           05  FILLER                 PIC X(02).

       FD  SCREENING-ORD
           RECORDING MODE IS F.
       01  W-CAM-REGISTRO.
           05  W-CAM-NUP              PIC X(08).
           05  W-CAM-SITU-RIO         PIC X(03).
           05  W-CAM-SITU-BCRA        PIC X(03).
           05  FILLER                 PIC X(02).

       FD  CLIENTES
           RECORDING MODE IS F.
       01  FD-CLIENTE.
           COPY "IBEC3070.cob" REPLACING ==:IBEC3070:== BY ==IBEC3070==.

       SD  SORT-CLI.
       01  SD-CLI-REGISTRO.
           05  S-CLI-NUM-PERSONA      PIC X(08).
           05  S-CLI-SITUACION        PIC X(02).
           05  S-CLI-IMP-RIESGO       PIC X(19).
           05  S-CLI-COD-TOPN         PIC X(01).
           05  S-CLI-SEGMENTO         PIC X(03).
           05  S-CLI-APELLIDO         PIC X(40).
           05  FILLER                 PIC X(07).

       FD  CLIENTES-ORD
           RECORDING MODE IS F.
       01  W-CLI-REGISTRO.
           05  W-CLI-NUM-PERSONA      PIC X(08).
           05  W-CLI-SITUACION        PIC X(02).
           05  W-CLI-IMP-RIESGO       PIC X(19).
           05  W-CLI-COD-TOPN         PIC X(01).
           05  W-CLI-SEGMENTO         PIC X(03).
           05  W-CLI-APELLIDO         PIC X(40).
           05  FILLER                 PIC X(07).

       FD  CONTRATOS
           RECORDING MODE IS F.
       01  FD-CONTRATO.
           COPY "../wagucdex/wagucdex.cob".

       SD  SORT-CON.
       01  SD-CON-REGISTRO.
           05  S-CON-NUM-PERSONA      PIC X(08).
           05  S-CON-ENTIDAD          PIC X(04).
           05  S-CON-CENTRO           PIC X(04).
           05  S-CON-CONTRATO         PIC X(12).
           05  S-CON-PRODUCTO         PIC X(02).
           05  S-CON-MARCA            PIC X(02).
           05  S-CON-RIESGO           PIC 9(13)V9(4).
           05  FILLER                 PIC X(01).

       FD  CONTRAT-ORD
           RECORDING MODE IS F.
       01  W-CON-REGISTRO.
           05  W-CON-NUM-PERSONA      PIC X(08).
           05  W-CON-ENTIDAD          PIC X(04).
           05  W-CON-CENTRO           PIC X(04).
           05  W-CON-CONTRATO         PIC X(12).
           05  W-CON-PRODUCTO         PIC X(02).
           05  W-CON-MARCA            PIC X(02).
           05  W-CON-RIESGO           PIC 9(13)V9(4).
           05  FILLER                 PIC X(01).

       FD  PORCENTAJES
           RECORDING MODE IS F.
       01  FD-PORCENTAJE.
           05  TAB-SITUACION         PIC X(02).
           05  TAB-PCT-CON-GTIA      PIC 9(03)V99.
           05  TAB-PCT-SIN-GTIA      PIC 9(03)V99.
           05  FILLER                PIC X(08).

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-DSC-REGISTRO.
      *        NIVELES DE DIFERENCIA QUE OBLIGAN A RECLASIFICAR
           05  PARM-DSC-NIVELES       PIC 9(01).
           05  PARM-DSC-FILLER        PIC X(19).

       FD  DISCREP-SAL
           RECORDING MODE IS F.
       01  DISCLAS-REGISTRO.
           05  DISCLAS-NUM-PERSONA    PIC X(08).
           05  DISCLAS-SEGMENTO       PIC X(03).
           05  DISCLAS-SITU-PROPIA    PIC X(02).
           05  DISCLAS-SITU-RIO       PIC X(03).
           05  DISCLAS-SITU-SISTEMA   PIC X(03).
           05  DISCLAS-SITU-FORZADA   PIC X(02).
           05  DISCLAS-CANT-CONTRATOS PIC 9(05).
           05  DISCLAS-IMP-RIESGO     PIC 9(15)V99.
           05  DISCLAS-PREV-ACTUAL    PIC 9(15)V99.
           05  DISCLAS-PREV-FORZADA   PIC 9(15)V99.
           05  DISCLAS-IMPACTO        PIC S9(15)V99.
           05  DISCLAS-FEC-PROCESO    PIC 9(08).
           05  FILLER                 PIC X(05).

       FD  REPORTE-DSC.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-TABLA              PIC 9(03) COMP VALUE 50.
       77  WS-EXPOSICION             PIC 9(15)V99.
       77  WS-PREV-ACTUAL            PIC 9(15)V99.
       77  WS-PREV-FORZADA           PIC 9(15)V99.
       77  WS-IMPACTO                PIC S9(15)V99.
       77  WS-PCT-APLICAR            PIC 9(03)V99.

      * PARAMETROS (PARMDSC LOS REEMPLAZA SI VIENE INFORMADO)
       01  WS-NIVELES-DIF            PIC 9(01) VALUE 2.

       01  WS-FECHA-PROCESO          PIC 9(08).

       01  WS-FS-CAM                 PIC XX.
           88  FS-CAM-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-CLI                 PIC XX.
           88  FS-CLI-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-CON                 PIC XX.
           88  FS-CON-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-TAB                 PIC XX.
       01  WS-FS-PAR                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-CAM         PIC X(01) VALUE 'N'.
               88  EOF-SCREENING         VALUE 'S'.
           05  WS-SW-EOF-CLI         PIC X(01) VALUE 'N'.
               88  EOF-CLIENTES          VALUE 'S'.
           05  WS-SW-EOF-CON         PIC X(01) VALUE 'N'.
               88  EOF-CONTRATOS         VALUE 'S'.
           05  WS-SW-EOF-TAB         PIC X(01) VALUE 'N'.
               88  EOF-PORCENTAJES       VALUE 'S'.
           05  WS-SW-PCT-HALLADO     PIC X(01) VALUE 'N'.
               88  PCT-HALLADO           VALUE 'S'.

       01  WS-CLAVE-CLI              PIC X(08) VALUE LOW-VALUES.
       01  WS-CLAVE-CON              PIC X(08) VALUE LOW-VALUES.

      * NUP EN CURSO: PEOR SITUACION DEL SISTEMA ENTRE SUS FILAS DE
      * WACAM600 Y NUESTRA SITUACION (IBEC3070, O AFIR_SITU_RIO SI
      * EL CLIENTE NO ESTA EN IBEC3070)
       01  WS-NUP-ACTUAL             PIC X(08).
       01  WS-SITU-RIO               PIC X(03).
       01  WS-SITU-SISTEMA-X         PIC X(03).
       01  WS-SITU-SISTEMA           PIC 9(02).
       01  WS-SITU-PROPIA            PIC 9(02).
       01  WS-SITU-PROPIA-X          PIC X(02).
       01  WS-SITU-FORZADA           PIC 9(02).
       01  WS-SITU-BUSCADA           PIC X(02).
       01  WS-SITU-VALOR             PIC 9(03).
       01  WS-CANT-CONT-CLIENTE      PIC 9(05) COMP.

       01  TABLA-PORCENTAJES.
           05  TB-PCT-CANT           PIC 9(03) COMP VALUE ZERO.
           05  TB-PCT-ENTRY OCCURS 50 TIMES
                   INDEXED BY TB-PCT-IDX.
               10  TB-PCT-SITUACION  PIC X(02).
               10  TB-PCT-CON-GTIA   PIC 9(03)V99.
               10  TB-PCT-SIN-GTIA   PIC 9(03)V99.

       01  WS-TOTALES.
           05  WS-TOT-RIESGO         PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-IMPACTO        PIC S9(15)V99 COMP-3 VALUE ZERO.

       01  WS-CONTADORES.
           05  WS-CANT-SCREENING     PIC 9(09) COMP.
           05  WS-CANT-NUPS          PIC 9(09) COMP.
           05  WS-CANT-SIN-SISTEMA   PIC 9(09) COMP.
           05  WS-CANT-SIN-PROPIA    PIC 9(09) COMP.
           05  WS-CANT-CLIENTES      PIC 9(09) COMP.
           05  WS-CANT-CONTRATOS     PIC 9(09) COMP.
           05  WS-CANT-DISCREPANTES  PIC 9(09) COMP.
           05  WS-CANT-CONT-INVOLUC  PIC 9(09) COMP.
           05  WS-CANT-SIN-PCT       PIC 9(09) COMP.

       01  WS-LINEA-TITULO.
           05  FILLER                PIC X(52) VALUE
               'CLASIFICACION INTERNA VS SISTEMA FINANCIERO - FECHA '.
           05  WSL-FECHA             PIC 9(08).

       01  WS-LINEA-COLUMNAS.
           05  FILLER                PIC X(51) VALUE
               'NUP      APELLIDO / CONTRATO           SEG PR SI FZ'.
           05  FILLER                PIC X(60) VALUE
               '        IMP-RIESGO      PREV. ACTUAL     PREV. FORZADA'.
           05  FILLER                PIC X(22) VALUE
               '           IMPACTO'.

       01  WS-LINEA-CLIENTE.
           05  WSL-NUP               PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-APELLIDO          PIC X(28).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-SEGMENTO          PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-SITU-PROPIA       PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-SITU-SISTEMA      PIC Z9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-SITU-FORZADA      PIC Z9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-RIESGO            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WSL-PREV-ACTUAL       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WSL-PREV-FORZADA      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WSL-IMPACTO           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-CONTRATO.
           05  FILLER                PIC X(09) VALUE SPACES.
           05  WSL-ENTIDAD           PIC X(04).
           05  FILLER                PIC X(01) VALUE '-'.
           05  WSL-CENTRO            PIC X(04).
           05  FILLER                PIC X(01) VALUE '-'.
           05  WSL-CONTRATO          PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-PRODUCTO          PIC X(02).
           05  FILLER                PIC X(08) VALUE '  MARCA '.
           05  WSL-MARCA             PIC X(02).
           05  FILLER                PIC X(06) VALUE SPACES.
           05  WSL-CON-RIESGO        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-TOTAL.
           05  FILLER                PIC X(20) VALUE
               'CLIENTES A FORZAR: '.
           05  WSL-TOT-CLIENTES      PIC ZZZ,ZZ9.
           05  FILLER                PIC X(24) VALUE SPACES.
           05  WSL-TOT-RIESGO        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(36) VALUE SPACES.
           05  WSL-TOT-IMPACTO       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-PROCESA-NUP THRU 3000-EXIT
               UNTIL EOF-SCREENING
           PERFORM 8000-EMITIR-TOTALES
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  PARAMETROS, PORCENTAJES DE PREVISION Y    *
      *  LAS TRES FUENTES ORDENADAS POR PERSONA                        *
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

           OPEN INPUT SCREENING
           IF WS-FS-CAM NOT = '00'
               DISPLAY 'ZET170 - NO SE PUDO ABRIR WACAM600 - '
                   'FILE STATUS ' WS-FS-CAM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE SCREENING
           OPEN INPUT CLIENTES
           IF WS-FS-CLI NOT = '00'
               DISPLAY 'ZET170 - NO SE PUDO ABRIR IBEC3070 - '
                   'FILE STATUS ' WS-FS-CLI
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CLIENTES
           OPEN INPUT CONTRATOS
           IF WS-FS-CON NOT = '00'
               DISPLAY 'ZET170 - NO SE PUDO ABRIR WAGUCDEX - '
                   'FILE STATUS ' WS-FS-CON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CONTRATOS

           OPEN INPUT PORCENTAJES
           IF WS-FS-TAB NOT = '00'
               DISPLAY 'ZET170 - NO SE PUDO ABRIR PREVTAB - '
                   'FILE STATUS ' WS-FS-TAB
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-CARGA-PORCENTAJES THRU 1100-EXIT
               UNTIL EOF-PORCENTAJES
           CLOSE PORCENTAJES
           IF TB-PCT-CANT = ZERO
               DISPLAY 'ZET170 - TABLA DE PORCENTAJES PREVTAB VACIA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SORT SORT-CAM
               ON ASCENDING KEY S-CAM-NUP
               INPUT PROCEDURE IS 1500-EXTRAE-SCREENING
               GIVING SCREENING-ORD

           SORT SORT-CLI
               ON ASCENDING KEY S-CLI-NUM-PERSONA
               INPUT PROCEDURE IS 1600-EXTRAE-CLIENTES
               GIVING CLIENTES-ORD

           SORT SORT-CON
               ON ASCENDING KEY S-CON-NUM-PERSONA
                                S-CON-ENTIDAD
                                S-CON-CENTRO
                                S-CON-CONTRATO
               INPUT PROCEDURE IS 1700-EXTRAE-CONTRATOS
               GIVING CONTRAT-ORD

           OPEN INPUT  SCREENING-ORD
           OPEN INPUT  CLIENTES-ORD
           OPEN INPUT  CONTRAT-ORD
           OPEN OUTPUT DISCREP-SAL
           OPEN OUTPUT REPORTE-DSC

           MOVE WS-FECHA-PROCESO TO WSL-FECHA
           MOVE WS-LINEA-TITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           PERFORM 2000-LEER-SCREENING THRU 2000-EXIT
           PERFORM 2100-LEER-CLIENTE THRU 2100-EXIT
           PERFORM 2200-LEER-CONTRATO THRU 2200-EXIT
           .

       1050-TOMA-PARAMETROS.
           IF PARM-DSC-NIVELES IS NUMERIC
               AND PARM-DSC-NIVELES > 0
               MOVE PARM-DSC-NIVELES TO WS-NIVELES-DIF
           END-IF
           .
       1050-EXIT.
           EXIT.

       1100-CARGA-PORCENTAJES.
           READ PORCENTAJES
               AT END
                   SET EOF-PORCENTAJES TO TRUE
               NOT AT END
                   IF TB-PCT-CANT < WS-MAX-TABLA
                       ADD 1 TO TB-PCT-CANT
                       SET TB-PCT-IDX TO TB-PCT-CANT
                       MOVE TAB-SITUACION
                           TO TB-PCT-SITUACION(TB-PCT-IDX)
                       MOVE TAB-PCT-CON-GTIA
                           TO TB-PCT-CON-GTIA(TB-PCT-IDX)
                       MOVE TAB-PCT-SIN-GTIA
                           TO TB-PCT-SIN-GTIA(TB-PCT-IDX)
                   END-IF
           END-READ
           .
       1100-EXIT.
           EXIT.

       1500-EXTRAE-SCREENING SECTION.
           OPEN INPUT SCREENING
           PERFORM 1510-SUELTA-SCREENING THRU 1510-EXIT
               UNTIL EOF-SCREENING
           CLOSE SCREENING
           MOVE 'N' TO WS-SW-EOF-CAM
           GO TO 1500-FIN
           .

       1510-SUELTA-SCREENING.
           READ SCREENING
               AT END
                   SET EOF-SCREENING TO TRUE
               NOT AT END
                   IF FS-CAM-ERROR-LECTURA
                       DISPLAY 'ZET170 - ERROR DE LECTURA '
                           'EN WACAM600 - FILE STATUS ' WS-FS-CAM
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CANT-SCREENING
                   IF NUP NOT = SPACES
                       MOVE SPACES TO SD-CAM-REGISTRO
                       MOVE NUP            TO S-CAM-NUP
                       MOVE AFIR_SITU_RIO  TO S-CAM-SITU-RIO
                       MOVE AFIR_SITU_BCRA TO S-CAM-SITU-BCRA
                       RELEASE SD-CAM-REGISTRO
                   END-IF
           END-READ
           .
       1510-EXIT.
           EXIT.
       1500-FIN.
           EXIT.


       1600-EXTRAE-CLIENTES SECTION.
           OPEN INPUT CLIENTES
           PERFORM 1610-SUELTA-CLIENTE THRU 1610-EXIT
               UNTIL EOF-CLIENTES
           CLOSE CLIENTES
           MOVE 'N' TO WS-SW-EOF-CLI
           GO TO 1600-FIN
           .

       1610-SUELTA-CLIENTE.
           READ CLIENTES
               AT END
                   SET EOF-CLIENTES TO TRUE
               NOT AT END
                   IF FS-CLI-ERROR-LECTURA
                       DISPLAY 'ZET170 - ERROR DE LECTURA '
                           'EN IBEC3070 - FILE STATUS ' WS-FS-CLI
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CANT-CLIENTES
                   MOVE SPACES TO SD-CLI-REGISTRO
                   MOVE IBEC3070-NUM-PERSONA   TO S-CLI-NUM-PERSONA
                   MOVE IBEC3070-COD-SITUIRRE  TO S-CLI-SITUACION
                   MOVE IBEC3070-IMP-RIESGO    TO S-CLI-IMP-RIESGO
                   MOVE IBEC3070-COD-TOPN      TO S-CLI-COD-TOPN
                   MOVE IBEC3070-SEGMENTO      TO S-CLI-SEGMENTO
                   MOVE IBEC3070-PRIM-APELLIDO TO S-CLI-APELLIDO
                   RELEASE SD-CLI-REGISTRO
           END-READ
           .
       1610-EXIT.
           EXIT.
       1600-FIN.
           EXIT.


       1700-EXTRAE-CONTRATOS SECTION.
           OPEN INPUT CONTRATOS
           PERFORM 1710-SUELTA-CONTRATO THRU 1710-EXIT
               UNTIL EOF-CONTRATOS
           CLOSE CONTRATOS
           MOVE 'N' TO WS-SW-EOF-CON
           GO TO 1700-FIN
           .

       1710-SUELTA-CONTRATO.
           READ CONTRATOS
               AT END
                   SET EOF-CONTRATOS TO TRUE
               NOT AT END
                   IF FS-CON-ERROR-LECTURA
                       DISPLAY 'ZET170 - ERROR DE LECTURA '
                           'EN WAGUCDEX - FILE STATUS ' WS-FS-CON
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CANT-CONTRATOS
                   MOVE SPACES TO SD-CON-REGISTRO
                   MOVE NUM_PERSONA OF FD-CONTRATO
                       TO S-CON-NUM-PERSONA
                   MOVE COD_ENTIDAD OF FD-CONTRATO  TO S-CON-ENTIDAD
                   MOVE COD_CENTRO OF FD-CONTRATO   TO S-CON-CENTRO
                   MOVE NUM_CONTRATO OF FD-CONTRATO TO S-CON-CONTRATO
                   MOVE COD_PRODUCTO OF FD-CONTRATO TO S-CON-PRODUCTO
                   MOVE COD_MARCA OF FD-CONTRATO    TO S-CON-MARCA
                   MOVE IMP_RIESMOLO OF FD-CONTRATO TO S-CON-RIESGO
                   RELEASE SD-CON-REGISTRO
           END-READ
           .
       1710-EXIT.
           EXIT.
       1700-FIN.
           EXIT.


       PROCESO-PRINCIPAL SECTION.

       2000-LEER-SCREENING.
           READ SCREENING-ORD
               AT END
                   SET EOF-SCREENING TO TRUE
           END-READ
           .
       2000-EXIT.
           EXIT.

       2100-LEER-CLIENTE.
           READ CLIENTES-ORD
               AT END
                   SET EOF-CLIENTES TO TRUE
                   MOVE HIGH-VALUES TO WS-CLAVE-CLI
               NOT AT END
                   MOVE W-CLI-NUM-PERSONA TO WS-CLAVE-CLI
           END-READ
           .
       2100-EXIT.
           EXIT.

       2200-LEER-CONTRATO.
           READ CONTRAT-ORD
               AT END
                   SET EOF-CONTRATOS TO TRUE
                   MOVE HIGH-VALUES TO WS-CLAVE-CON
               NOT AT END
                   MOVE W-CON-NUM-PERSONA TO WS-CLAVE-CON
           END-READ
           .
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  3000-PROCESA-NUP  -  PEOR SITUACION DEL SISTEMA DEL NUP       *
      *  CONTRA LA NUESTRA; SI NOS SUPERA EN WS-NIVELES-DIF O MAS SE   *
      *  FUERZA A UN NIVEL MEJOR QUE LA DEL SISTEMA                    *
      ******************************************************************
       3000-PROCESA-NUP.
           ADD 1 TO WS-CANT-NUPS
           MOVE W-CAM-NUP      TO WS-NUP-ACTUAL
           MOVE W-CAM-SITU-RIO TO WS-SITU-RIO
           MOVE ZERO           TO WS-SITU-SISTEMA
           MOVE SPACES         TO WS-SITU-SISTEMA-X
           PERFORM 3100-PEOR-SISTEMA THRU 3100-EXIT
               UNTIL EOF-SCREENING
                  OR W-CAM-NUP NOT = WS-NUP-ACTUAL

           IF WS-SITU-SISTEMA = ZERO
               ADD 1 TO WS-CANT-SIN-SISTEMA
               GO TO 3000-EXIT
           END-IF

           PERFORM 2100-LEER-CLIENTE THRU 2100-EXIT
               UNTIL WS-CLAVE-CLI NOT < WS-NUP-ACTUAL
           IF WS-CLAVE-CLI = WS-NUP-ACTUAL
               AND W-CLI-SITUACION IS NUMERIC
               MOVE W-CLI-SITUACION TO WS-SITU-PROPIA
           ELSE
               IF WS-SITU-RIO = SPACES
                   ADD 1 TO WS-CANT-SIN-PROPIA
                   GO TO 3000-EXIT
               END-IF
               COMPUTE WS-SITU-VALOR = FUNCTION NUMVAL(WS-SITU-RIO)
               MOVE WS-SITU-VALOR TO WS-SITU-PROPIA
           END-IF

           IF WS-SITU-SISTEMA < WS-SITU-PROPIA + WS-NIVELES-DIF
               GO TO 3000-EXIT
           END-IF

           ADD 1 TO WS-CANT-DISCREPANTES
           COMPUTE WS-SITU-FORZADA = WS-SITU-SISTEMA - 1
           PERFORM 3200-IMPACTO-PREVISION THRU 3200-EXIT
           PERFORM 3300-INFORMA-CLIENTE THRU 3300-EXIT
           .
       3000-EXIT.
           EXIT.

       3100-PEOR-SISTEMA.
           IF W-CAM-SITU-BCRA NOT = SPACES
               COMPUTE WS-SITU-VALOR = FUNCTION NUMVAL(W-CAM-SITU-BCRA)
               IF WS-SITU-VALOR > WS-SITU-SISTEMA
                   MOVE WS-SITU-VALOR   TO WS-SITU-SISTEMA
                   MOVE W-CAM-SITU-BCRA TO WS-SITU-SISTEMA-X
               END-IF
           END-IF
           IF WS-SITU-RIO = SPACES
               MOVE W-CAM-SITU-RIO TO WS-SITU-RIO
           END-IF
           PERFORM 2000-LEER-SCREENING THRU 2000-EXIT
           .
       3100-EXIT.
           EXIT.

      * PREVISION = EXPOSICION X PORCENTAJE DE LA SITUACION (CON O SIN
      * GARANTIA PREFERIDA SEGUN COD-TOPN, COMO ZET078), ANTES Y
      * DESPUES DE LA RECLASIFICACION
       3200-IMPACTO-PREVISION.
           MOVE ZERO TO WS-EXPOSICION
           IF WS-CLAVE-CLI = WS-NUP-ACTUAL
               COMPUTE WS-EXPOSICION =
                   FUNCTION NUMVAL(W-CLI-IMP-RIESGO)
           END-IF

           MOVE WS-SITU-PROPIA TO WS-SITU-PROPIA-X
           MOVE WS-SITU-PROPIA-X TO WS-SITU-BUSCADA
           PERFORM 3210-BUSCA-PORCENTAJE THRU 3210-EXIT
           COMPUTE WS-PREV-ACTUAL ROUNDED =
               WS-EXPOSICION * WS-PCT-APLICAR / 100

           MOVE WS-SITU-FORZADA TO WS-SITU-PROPIA-X
           MOVE WS-SITU-PROPIA-X TO WS-SITU-BUSCADA
           PERFORM 3210-BUSCA-PORCENTAJE THRU 3210-EXIT
           COMPUTE WS-PREV-FORZADA ROUNDED =
               WS-EXPOSICION * WS-PCT-APLICAR / 100

           COMPUTE WS-IMPACTO = WS-PREV-FORZADA - WS-PREV-ACTUAL
           ADD WS-EXPOSICION TO WS-TOT-RIESGO
           ADD WS-IMPACTO    TO WS-TOT-IMPACTO
           .
       3200-EXIT.
           EXIT.

       3210-BUSCA-PORCENTAJE.
           MOVE 'N' TO WS-SW-PCT-HALLADO
           MOVE ZERO TO WS-PCT-APLICAR
           SET TB-PCT-IDX TO 1
           SEARCH TB-PCT-ENTRY
               AT END
                   CONTINUE
               WHEN TB-PCT-IDX > TB-PCT-CANT
                   CONTINUE
               WHEN TB-PCT-SITUACION(TB-PCT-IDX) = WS-SITU-BUSCADA
                   SET PCT-HALLADO TO TRUE
                   IF WS-CLAVE-CLI = WS-NUP-ACTUAL
                       AND W-CLI-COD-TOPN = 'S'
                       MOVE TB-PCT-CON-GTIA(TB-PCT-IDX)
                           TO WS-PCT-APLICAR
                   ELSE
                       MOVE TB-PCT-SIN-GTIA(TB-PCT-IDX)
                           TO WS-PCT-APLICAR
                   END-IF
           END-SEARCH
           IF NOT PCT-HALLADO
               ADD 1 TO WS-CANT-SIN-PCT
           END-IF
           .
       3210-EXIT.
           EXIT.

       3300-INFORMA-CLIENTE.
           MOVE SPACES TO WS-LINEA-CLIENTE
           MOVE WS-NUP-ACTUAL TO WSL-NUP
           IF WS-CLAVE-CLI = WS-NUP-ACTUAL
               MOVE W-CLI-APELLIDO TO WSL-APELLIDO
               MOVE W-CLI-SEGMENTO TO WSL-SEGMENTO
           END-IF
           MOVE WS-SITU-PROPIA   TO WS-SITU-PROPIA-X
           MOVE WS-SITU-PROPIA-X TO WSL-SITU-PROPIA
           MOVE WS-SITU-SISTEMA  TO WSL-SITU-SISTEMA
           MOVE WS-SITU-FORZADA  TO WSL-SITU-FORZADA
           MOVE WS-EXPOSICION    TO WSL-RIESGO
           MOVE WS-PREV-ACTUAL   TO WSL-PREV-ACTUAL
           MOVE WS-PREV-FORZADA  TO WSL-PREV-FORZADA
           MOVE WS-IMPACTO       TO WSL-IMPACTO
           MOVE WS-LINEA-CLIENTE TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           MOVE ZERO TO WS-CANT-CONT-CLIENTE
           PERFORM 2200-LEER-CONTRATO THRU 2200-EXIT
               UNTIL WS-CLAVE-CON NOT < WS-NUP-ACTUAL
           PERFORM 3310-INFORMA-CONTRATO THRU 3310-EXIT
               UNTIL WS-CLAVE-CON NOT = WS-NUP-ACTUAL

           MOVE SPACES TO DISCLAS-REGISTRO
           MOVE WS-NUP-ACTUAL     TO DISCLAS-NUM-PERSONA
           MOVE WSL-SEGMENTO      TO DISCLAS-SEGMENTO
           MOVE WSL-SITU-PROPIA   TO DISCLAS-SITU-PROPIA
           MOVE WS-SITU-RIO       TO DISCLAS-SITU-RIO
           MOVE WS-SITU-SISTEMA-X TO DISCLAS-SITU-SISTEMA
           MOVE WS-SITU-FORZADA   TO WS-SITU-PROPIA-X
           MOVE WS-SITU-PROPIA-X  TO DISCLAS-SITU-FORZADA
           MOVE WS-CANT-CONT-CLIENTE TO DISCLAS-CANT-CONTRATOS
           MOVE WS-EXPOSICION     TO DISCLAS-IMP-RIESGO
           MOVE WS-PREV-ACTUAL    TO DISCLAS-PREV-ACTUAL
           MOVE WS-PREV-FORZADA   TO DISCLAS-PREV-FORZADA
           MOVE WS-IMPACTO        TO DISCLAS-IMPACTO
           MOVE WS-FECHA-PROCESO  TO DISCLAS-FEC-PROCESO
           WRITE DISCLAS-REGISTRO
           .
       3300-EXIT.
           EXIT.

       3310-INFORMA-CONTRATO.
           MOVE W-CON-ENTIDAD  TO WSL-ENTIDAD
           MOVE W-CON-CENTRO   TO WSL-CENTRO
           MOVE W-CON-CONTRATO TO WSL-CONTRATO
           MOVE W-CON-PRODUCTO TO WSL-PRODUCTO
           MOVE W-CON-MARCA    TO WSL-MARCA
           MOVE W-CON-RIESGO   TO WSL-CON-RIESGO
           MOVE WS-LINEA-CONTRATO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           ADD 1 TO WS-CANT-CONT-CLIENTE
           ADD 1 TO WS-CANT-CONT-INVOLUC
           PERFORM 2200-LEER-CONTRATO THRU 2200-EXIT
           .
       3310-EXIT.
           EXIT.

      ******************************************************************
      *  8000-EMITIR-TOTALES  -  TOTAL DE EXPOSICION E IMPACTO         *
      ******************************************************************
       8000-EMITIR-TOTALES.
           MOVE WS-CANT-DISCREPANTES TO WSL-TOT-CLIENTES
           MOVE WS-TOT-RIESGO        TO WSL-TOT-RIESGO
           MOVE WS-TOT-IMPACTO       TO WSL-TOT-IMPACTO
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

      ******************************************************************
      *  9000-FINALIZE  -  CIERRE DE ARCHIVOS, RUNLOG Y RESUMEN        *
      ******************************************************************
       9000-FINALIZE.
           CLOSE SCREENING-ORD
           CLOSE CLIENTES-ORD
           CLOSE CONTRAT-ORD
           CLOSE DISCREP-SAL
           CLOSE REPORTE-DSC
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET170' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-SCREENING TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-DISCREPANTES TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET170 - CLASIFICACION INTERNA VS SISTEMA'
           DISPLAY 'FILAS WACAM600 LEIDAS  . . : ' WS-CANT-SCREENING
           DISPLAY 'NUPS CONTROLADOS . . . . . : ' WS-CANT-NUPS
           DISPLAY 'SIN SITUACION DEL SISTEMA  : ' WS-CANT-SIN-SISTEMA
           DISPLAY 'SIN SITUACION PROPIA . . . : ' WS-CANT-SIN-PROPIA
           DISPLAY 'CLIENTES IBEC3070  . . . . : ' WS-CANT-CLIENTES
           DISPLAY 'CONTRATOS WAGUCDEX . . . . : ' WS-CANT-CONTRATOS
           DISPLAY 'CLIENTES A RECLASIFICAR  . : ' WS-CANT-DISCREPANTES
           DISPLAY 'CONTRATOS INVOLUCRADOS . . : ' WS-CANT-CONT-INVOLUC
           DISPLAY 'SIN PORCENTAJE TABULADO  . : ' WS-CANT-SIN-PCT
           .
