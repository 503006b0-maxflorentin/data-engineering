      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET169                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - GARRA                       *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : CONTROL DEL ARRASTRE DE SITUACION BCRA ENTRE LOS *
      *               CONTRATOS DE UN MISMO DEUDOR.  EL DEUDOR SE      *
      *               CLASIFICA POR LA PEOR SITUACION DE SUS           *
      *               CONTRATOS, ASI QUE AGRUPA WAGUCDEX POR           *
      *               NUM_PERSONA Y DEJA EN EL ARCHIVO DE CORRECCIONES *
      *               CORRARR (CON TRAILER TRLCTL) PARA EL AREA DE     *
      *               RIESGO:                                          *
      *                 A - CONTRATOS CON SITUACION (COD_MARCA) MEJOR  *
      *                     QUE LA PEOR PROPIA DEL DEUDOR, QUE DEBIERON*
      *                     SER ARRASTRADOS Y NO LO FUERON;            *
      *                 S - CONTRATOS MARCADOS IND_ARRASTRE SIN UN     *
      *                     CONTRATO HERMANO NO ARRASTRADO QUE TENGA   *
      *                     ESA SITUACION O PEOR;                      *
      *                 D - DEUDORES CUYA COD-SITUIRRE DE IBEC3070 NO  *
      *                     ES LA PEOR DE SUS CONTRATOS.               *
      *               CORRE ANTES DE ARMAR LA PRESENTACION DE CENTRAL  *
      *               DE DEUDORES (ZET121); TERMINA CON CODIGO 4 SI    *
      *               HAY CORRECCIONES PENDIENTES.                     *
      *               COD_ENTIDAD SE CLASIFICA CON LA RUTINA ENTSEL    *
      *               (TARJETA PARMENT).  EN MODO UNICA O SEPARADO EL  *
      *               ARRASTRE SE CONTROLA DENTRO DE CADA ENTIDAD; LA  *
      *               SITUACION DE IBEC3070 (D) ES LA CONSOLIDADA DEL  *
      *               DEUDOR Y NO SE CONTROLA EN MODO UNICA.  LA       *
      *               ENTIDAD EN BLANCO O FUERA DE ENTCAT VA AL        *
      *               SUSPENSO ENTSUSP.                                *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      * 15/10/2026  EQP  MODO POR ENTIDAD (ENTSEL/PARMENT), SUSPENSO   *
      *                  ENTSUSP Y FILAS DE RUNLOG POR ENTIDAD         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET169.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - GARRA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRATOS      ASSIGN TO WAGUCDEX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CON.
           SELECT SORT-CON       ASSIGN TO SRTARRA.
           SELECT CONTRAT-ORD    ASSIGN TO WARRCON
               ORGANIZATION IS SEQUENTIAL.

           SELECT CLIENTES       ASSIGN TO IBEC3070
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
           SELECT SORT-CLI       ASSIGN TO SRTARRB.
           SELECT CLIENTES-ORD   ASSIGN TO WARRCLI
               ORGANIZATION IS SEQUENTIAL.

           SELECT CORRECCION-SAL ASSIGN TO CORRARR
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUSPENSO-ENT   ASSIGN TO ENTSUSP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRATOS
           RECORDING MODE IS F.
       01  FD-CONTRATO.
           COPY "wagucdex.cob".

       SD  SORT-CON.
       01  SD-CON-REGISTRO.
           05  S-CON-NUM-PERSONA      PIC X(08).
           05  S-CON-ENTIDAD          PIC X(04).
           05  S-CON-CENTRO           PIC X(04).
           05  S-CON-CONTRATO         PIC X(12).
           05  S-CON-PRODUCTO         PIC X(02).
           05  S-CON-MARCA            PIC X(02).
           05  S-CON-SMARCGSI         PIC X(03).
           05  S-CON-IND-ARRASTRE     PIC X(01).
           05  S-CON-RIESGO           PIC 9(13)V9(4).
           05  FILLER                 PIC X(03).

       FD  CONTRAT-ORD
           RECORDING MODE IS F.
       01  W-CON-REGISTRO.
           05  W-CON-NUM-PERSONA      PIC X(08).
           05  W-CON-ENTIDAD          PIC X(04).
           05  W-CON-CENTRO           PIC X(04).
           05  W-CON-CONTRATO         PIC X(12).
           05  W-CON-PRODUCTO         PIC X(02).
           05  W-CON-MARCA            PIC X(02).
           05  W-CON-SMARCGSI         PIC X(03).
           05  W-CON-IND-ARRASTRE     PIC X(01).
           05  W-CON-RIESGO           PIC 9(13)V9(4).
           05  FILLER                 PIC X(03).

       FD  CLIENTES
           RECORDING MODE IS F.
       01  FD-CLIENTE.
           COPY "../clientes_en_mora/IBEC3070.cob"
               REPLACING ==:IBEC3070:== BY ==IBEC3070==.

       SD  SORT-CLI.
       01  SD-CLI-REGISTRO.
           05  S-CLI-NUM-PERSONA      PIC X(08).
           05  S-CLI-SITUACION        PIC X(02).
           05  FILLER                 PIC X(02).

       FD  CLIENTES-ORD
           RECORDING MODE IS F.
       01  W-CLI-REGISTRO.
           05  W-CLI-NUM-PERSONA      PIC X(08).
           05  W-CLI-SITUACION        PIC X(02).
           05  FILLER                 PIC X(02).

       FD  CORRECCION-SAL
           RECORDING MODE IS F.
       01  CORRARR-REGISTRO.
      *        MOTIVO: A FALTA ARRASTRE / S ARRASTRE SIN ORIGEN /
      *        D SITUACION DEL DEUDOR EN IBEC3070
           05  CORRARR-MOTIVO         PIC X(01).
           05  CORRARR-NUM-PERSONA    PIC X(08).
           05  CORRARR-ENTIDAD        PIC X(04).
           05  CORRARR-CENTRO         PIC X(04).
           05  CORRARR-CONTRATO       PIC X(12).
           05  CORRARR-PRODUCTO       PIC X(02).
           05  CORRARR-SMARCGSI       PIC X(03).
           05  CORRARR-SITUACION-ACT  PIC X(02).
           05  CORRARR-SITUACION-COR  PIC X(02).
           05  CORRARR-ARRASTRE-ACT   PIC X(01).
           05  CORRARR-ARRASTRE-COR   PIC X(01).
           05  CORRARR-IMP-RIESGO     PIC 9(13)V9(4).
           05  CORRARR-FEC-PROCESO    PIC 9(08).
           05  FILLER                 PIC X(05).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/runlog.cob".

       FD  SUSPENSO-ENT
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/entsusp.cob".

       WORKING-STORAGE SECTION.
           COPY "../../../catalogo/control/trlctl.cob"
               REPLACING ==:TRLCTL:== BY ==TRLCTL==.

           COPY "../../../catalogo/control/entsellk.cob"
               REPLACING ==:ENTSEL:== BY ==ENTSEL==.

       77  WS-MAX-CONTRATOS          PIC 9(05) COMP VALUE 2000.
       77  WS-IDX-ENT                PIC 9(02) COMP.

       01  WS-FECHA-PROCESO          PIC 9(08).

       01  WS-FS-CON                 PIC XX.
           88  FS-CON-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-CLI                 PIC XX.
           88  FS-CLI-ERROR-LECTURA     VALUE '01' THRU '99'.

       01  WS-SWITCHES.
           05  WS-SW-EOF-CON         PIC X(01) VALUE 'N'.
               88  EOF-CONTRATOS         VALUE 'S'.
           05  WS-SW-EOF-CLI         PIC X(01) VALUE 'N'.
               88  EOF-CLIENTES          VALUE 'S'.

       01  WS-PERSONA-ACTUAL         PIC X(08) VALUE LOW-VALUES.
       01  WS-ENTIDAD-ACTUAL         PIC X(04).
       01  WS-CLAVE-CLI              PIC X(08) VALUE LOW-VALUES.

      * CONTRATOS DEL DEUDOR EN CURSO
       01  TABLA-CONTRATOS.
           05  TB-CON-CANT           PIC 9(05) COMP VALUE ZERO.
           05  TB-CON-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON TB-CON-CANT
                   INDEXED BY TB-CON-IDX.
               10  TB-CON-ENTIDAD    PIC X(04).
               10  TB-CON-ENT-IDX    PIC 9(02) COMP.
               10  TB-CON-CENTRO     PIC X(04).
               10  TB-CON-CONTRATO   PIC X(12).
               10  TB-CON-PRODUCTO   PIC X(02).
               10  TB-CON-MARCA      PIC X(02).
               10  TB-CON-SMARCGSI   PIC X(03).
               10  TB-CON-ARRASTRE   PIC X(01).
                   88  TB-CON-ARRASTRADO VALUE 'S'.
               10  TB-CON-SITUACION  PIC 9(02).
               10  TB-CON-RIESGO     PIC 9(13)V9(4).

      * PEOR SITUACION PROPIA (CONTRATOS NO ARRASTRADOS) Y PEOR
      * SITUACION DE TODOS LOS CONTRATOS DEL DEUDOR
       01  WS-PEOR-PROPIA            PIC 9(02).
       01  WS-PEOR-TOTAL             PIC 9(02).
       01  WS-CANT-PROPIOS           PIC 9(05) COMP.
       01  WS-SITUACION-DEUDOR       PIC 9(02).
       01  WS-SITUACION-EDIT         PIC 9(02).

      * SITUACION Y RIESGO CONSOLIDADOS DE LA PERSONA (EN MODO
      * SEPARADO LA PEOR DE SUS ENTIDADES)
       01  WS-SITUACION-PERSONA      PIC 9(02).
       01  WS-RIESGO-PERSONA         PIC 9(13)V9(4).
       01  WS-CANT-CON-PERSONA       PIC 9(05) COMP.

       01  WS-HASH-RIESGO            PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-CONTADORES.
           05  WS-CANT-CONTRATOS     PIC 9(09) COMP.
           05  WS-CANT-CLIENTES      PIC 9(09) COMP.
           05  WS-CANT-DEUDORES      PIC 9(09) COMP.
           05  WS-CANT-MARCA-INVAL   PIC 9(09) COMP.
           05  WS-CANT-DESBORDE      PIC 9(09) COMP.
           05  WS-CANT-FALTA-ARR     PIC 9(09) COMP.
           05  WS-CANT-ARR-SIN-ORIG  PIC 9(09) COMP.
           05  WS-CANT-DEUDOR-DIF    PIC 9(09) COMP.
           05  WS-CANT-SIN-IBEC      PIC 9(09) COMP.
           05  WS-CANT-CORRECCIONES  PIC 9(09) COMP.
           05  WS-CANT-OMITIDOS      PIC 9(09) COMP.
           05  WS-CANT-SUSPENSO      PIC 9(09) COMP.

      * ENTRADA Y SALIDA POR POSICION DEL CATALOGO ENTCAT, PARA LAS
      * FILAS DE RUNLOG POR ENTIDAD
       01  TABLA-CONTROL-ENTIDAD.
           05  TB-CTL-ENTRY OCCURS 20 TIMES.
               10  TB-CTL-ENTRADA    PIC 9(09) COMP.
               10  TB-CTL-SALIDA     PIC 9(09) COMP.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-PROCESA-DEUDOR THRU 3000-EXIT
               UNTIL EOF-CONTRATOS
           PERFORM 8000-CIERRA-ARCHIVO THRU 8000-EXIT
           PERFORM 9000-FINALIZE
           IF WS-CANT-CORRECCIONES > ZERO
               DISPLAY 'ZET169 - HAY CORRECCIONES DE ARRASTRE '
                   'PENDIENTES EN CORRARR'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  ORDENA AMBAS FUENTES POR PERSONA          *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD

           OPEN INPUT CONTRATOS
           IF WS-FS-CON NOT = '00'
               DISPLAY 'ZET169 - NO SE PUDO ABRIR WAGUCDEX - '
                   'FILE STATUS ' WS-FS-CON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CONTRATOS
           OPEN INPUT CLIENTES
           IF WS-FS-CLI NOT = '00'
               DISPLAY 'ZET169 - NO SE PUDO ABRIR IBEC3070 - '
                   'FILE STATUS ' WS-FS-CLI
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CLIENTES

      * MODO DE CORRIDA POR ENTIDAD: UNA TARJETA O UN CATALOGO QUE
      * NO PERMITEN CORRER DETIENEN EL JOB
           MOVE SPACES TO ENTSEL-AREA
           SET ENTSEL-OP-CONSULTA TO TRUE
           MOVE ZERO TO ENTSEL-INDICE
           CALL 'ENTSEL' USING ENTSEL-AREA
           IF ENTSEL-NO-DISPONIBLE
               DISPLAY 'ZET169 - SELECCION POR ENTIDAD NO DISPONIBLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE TABLA-CONTROL-ENTIDAD

           SORT SORT-CON
               ON ASCENDING KEY S-CON-NUM-PERSONA
                                S-CON-ENTIDAD
                                S-CON-CENTRO
                                S-CON-CONTRATO
               INPUT PROCEDURE IS 1500-EXTRAE-CONTRATOS
               GIVING CONTRAT-ORD

           SORT SORT-CLI
               ON ASCENDING KEY S-CLI-NUM-PERSONA
               INPUT PROCEDURE IS 1600-EXTRAE-CLIENTES
               GIVING CLIENTES-ORD

           OPEN INPUT  CONTRAT-ORD
           OPEN INPUT  CLIENTES-ORD
           OPEN OUTPUT CORRECCION-SAL
           OPEN EXTEND SUSPENSO-ENT

           PERFORM 2000-LEER-CONTRATO THRU 2000-EXIT
           PERFORM 2100-LEER-CLIENTE THRU 2100-EXIT
           .

       1500-EXTRAE-CONTRATOS SECTION.
           OPEN INPUT CONTRATOS
           PERFORM 1510-SUELTA-CONTRATO THRU 1510-EXIT
               UNTIL EOF-CONTRATOS
           CLOSE CONTRATOS
           MOVE 'N' TO WS-SW-EOF-CON
           GO TO 1500-FIN
           .

       1510-SUELTA-CONTRATO.
           READ CONTRATOS
               AT END
                   SET EOF-CONTRATOS TO TRUE
               NOT AT END
                   IF FS-CON-ERROR-LECTURA
                       DISPLAY 'ZET169 - ERROR DE LECTURA '
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
                   MOVE COD_SMARCGSI OF FD-CONTRATO TO S-CON-SMARCGSI
                   MOVE IND_ARRASTRE OF FD-CONTRATO
                       TO S-CON-IND-ARRASTRE
                   MOVE IMP_RIESMOLO OF FD-CONTRATO TO S-CON-RIESGO
                   RELEASE SD-CON-REGISTRO
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
                       DISPLAY 'ZET169 - ERROR DE LECTURA '
                           'EN IBEC3070 - FILE STATUS ' WS-FS-CLI
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CANT-CLIENTES
                   MOVE SPACES TO SD-CLI-REGISTRO
                   MOVE IBEC3070-NUM-PERSONA  TO S-CLI-NUM-PERSONA
                   MOVE IBEC3070-COD-SITUIRRE TO S-CLI-SITUACION
                   RELEASE SD-CLI-REGISTRO
           END-READ
           .
       1610-EXIT.
           EXIT.
       1600-FIN.
           EXIT.


       PROCESO-PRINCIPAL SECTION.

       2000-LEER-CONTRATO.
           READ CONTRAT-ORD
               AT END
                   SET EOF-CONTRATOS TO TRUE
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

      ******************************************************************
      *  3000-PROCESA-DEUDOR  -  CARGA LOS CONTRATOS DE LA PERSONA    *
      *  (EN MODO UNICA O SEPARADO, DE LA PERSONA EN UNA ENTIDAD),     *
      *  CALCULA SU PEOR SITUACION Y CONTROLA CADA CONTRATO; AL        *
      *  CERRAR LA PERSONA CONTROLA LA SITUACION DE IBEC3070           *
      ******************************************************************
       3000-PROCESA-DEUDOR.
           IF W-CON-NUM-PERSONA NOT = WS-PERSONA-ACTUAL
               ADD 1 TO WS-CANT-DEUDORES
               MOVE W-CON-NUM-PERSONA TO WS-PERSONA-ACTUAL
               MOVE ZERO TO WS-SITUACION-PERSONA
               MOVE ZERO TO WS-RIESGO-PERSONA
               MOVE ZERO TO WS-CANT-CON-PERSONA
           END-IF
           MOVE W-CON-ENTIDAD TO WS-ENTIDAD-ACTUAL
           MOVE ZERO TO TB-CON-CANT
           MOVE ZERO TO WS-PEOR-PROPIA
           MOVE ZERO TO WS-PEOR-TOTAL
           MOVE ZERO TO WS-CANT-PROPIOS
           PERFORM 3100-CARGA-CONTRATO THRU 3100-EXIT
               UNTIL EOF-CONTRATOS
                  OR W-CON-NUM-PERSONA NOT = WS-PERSONA-ACTUAL
                  OR (NOT ENTSEL-MODO-COMBINADO
                      AND W-CON-ENTIDAD NOT = WS-ENTIDAD-ACTUAL)

      * TODOS LOS CONTRATOS DEL GRUPO FUERON OMITIDOS O A SUSPENSO
           IF TB-CON-CANT = ZERO
               GO TO 3000-CIERRE
           END-IF

      * SIN CONTRATOS PROPIOS NO HAY ORIGEN: LA SITUACION DEL DEUDOR
      * ES LA PEOR DE LAS INFORMADAS
           IF WS-CANT-PROPIOS > ZERO
               MOVE WS-PEOR-PROPIA TO WS-SITUACION-DEUDOR
           ELSE
               MOVE WS-PEOR-TOTAL  TO WS-SITUACION-DEUDOR
           END-IF

           PERFORM 3200-CONTROLA-CONTRATO THRU 3200-EXIT
               VARYING TB-CON-IDX FROM 1 BY 1
                   UNTIL TB-CON-IDX > TB-CON-CANT

           ADD TB-CON-CANT TO WS-CANT-CON-PERSONA
           IF WS-SITUACION-DEUDOR > WS-SITUACION-PERSONA
               MOVE WS-SITUACION-DEUDOR TO WS-SITUACION-PERSONA
           END-IF
           PERFORM 3510-SUMA-RIESGO THRU 3510-EXIT
               VARYING TB-CON-IDX FROM 1 BY 1
                   UNTIL TB-CON-IDX > TB-CON-CANT
           .
       3000-CIERRE.
           IF NOT EOF-CONTRATOS
               AND W-CON-NUM-PERSONA = WS-PERSONA-ACTUAL
               GO TO 3000-EXIT
           END-IF
           IF WS-CANT-CON-PERSONA > ZERO
               AND NOT ENTSEL-MODO-UNICA
               PERFORM 3300-CONTROLA-DEUDOR THRU 3300-EXIT
           END-IF
           .
       3000-EXIT.
           EXIT.

      * COD_ENTIDAD CONTRA EL CATALOGO: LA OTRA ENTIDAD (MODO UNICA)
      * SE CUENTA Y NO SE CARGA; LA ENTIDAD EN BLANCO O DESCONOCIDA
      * VA AL SUSPENSO
       3050-CLASIFICA-ENTIDAD.
           MOVE SPACES TO ENTSEL-AREA
           SET ENTSEL-OP-CLASIFICA TO TRUE
           MOVE W-CON-ENTIDAD TO ENTSEL-CODIGO
           CALL 'ENTSEL' USING ENTSEL-AREA

           IF ENTSEL-INDICE > ZERO
               ADD 1 TO TB-CTL-ENTRADA(ENTSEL-INDICE)
           END-IF

           EVALUATE TRUE
               WHEN ENTSEL-OMITIR
                   ADD 1 TO WS-CANT-OMITIDOS
               WHEN ENTSEL-SUSPENSO
                   ADD 1 TO WS-CANT-SUSPENSO
                   MOVE SPACES            TO ENTSUSP-REGISTRO
                   MOVE WS-FECHA-PROCESO  TO ENTSUSP-FECHA-PROCESO
                   MOVE 'ZET169'          TO ENTSUSP-JOB-ID
                   MOVE 'WAGUCDEX'        TO ENTSUSP-ORIGEN
                   MOVE W-CON-ENTIDAD     TO ENTSUSP-ENTIDAD
                   MOVE ENTSEL-MOTIVO     TO ENTSUSP-MOTIVO
                   STRING W-CON-NUM-PERSONA '/' W-CON-CENTRO '/'
                       W-CON-CONTRATO
                       DELIMITED BY SIZE INTO ENTSUSP-CLAVE
                   MOVE W-CON-RIESGO      TO ENTSUSP-IMPORTE
                   WRITE ENTSUSP-REGISTRO
           END-EVALUATE
           .
       3050-EXIT.
           EXIT.

      * COD_MARCA EN BLANCO ES SITUACION NORMAL (01)
       3100-CARGA-CONTRATO.
           PERFORM 3050-CLASIFICA-ENTIDAD THRU 3050-EXIT
           IF NOT ENTSEL-PROCESAR
               GO TO 3100-LEER
           END-IF
           IF TB-CON-CANT NOT < WS-MAX-CONTRATOS
               ADD 1 TO WS-CANT-DESBORDE
               GO TO 3100-LEER
           END-IF
           ADD 1 TO TB-CON-CANT
           SET TB-CON-IDX TO TB-CON-CANT
           MOVE W-CON-ENTIDAD      TO TB-CON-ENTIDAD(TB-CON-IDX)
           MOVE ENTSEL-INDICE      TO TB-CON-ENT-IDX(TB-CON-IDX)
           MOVE W-CON-CENTRO       TO TB-CON-CENTRO(TB-CON-IDX)
           MOVE W-CON-CONTRATO     TO TB-CON-CONTRATO(TB-CON-IDX)
           MOVE W-CON-PRODUCTO     TO TB-CON-PRODUCTO(TB-CON-IDX)
           MOVE W-CON-MARCA        TO TB-CON-MARCA(TB-CON-IDX)
           MOVE W-CON-SMARCGSI     TO TB-CON-SMARCGSI(TB-CON-IDX)
           MOVE W-CON-IND-ARRASTRE TO TB-CON-ARRASTRE(TB-CON-IDX)
           MOVE W-CON-RIESGO       TO TB-CON-RIESGO(TB-CON-IDX)
           EVALUATE TRUE
               WHEN W-CON-MARCA IS NUMERIC
                   MOVE W-CON-MARCA TO TB-CON-SITUACION(TB-CON-IDX)
               WHEN W-CON-MARCA = SPACES
                   MOVE 1 TO TB-CON-SITUACION(TB-CON-IDX)
               WHEN OTHER
                   ADD 1 TO WS-CANT-MARCA-INVAL
                   MOVE 1 TO TB-CON-SITUACION(TB-CON-IDX)
           END-EVALUATE

           IF TB-CON-SITUACION(TB-CON-IDX) > WS-PEOR-TOTAL
               MOVE TB-CON-SITUACION(TB-CON-IDX) TO WS-PEOR-TOTAL
           END-IF
           IF NOT TB-CON-ARRASTRADO(TB-CON-IDX)
               ADD 1 TO WS-CANT-PROPIOS
               IF TB-CON-SITUACION(TB-CON-IDX) > WS-PEOR-PROPIA
                   MOVE TB-CON-SITUACION(TB-CON-IDX) TO WS-PEOR-PROPIA
               END-IF
           END-IF
           .
       3100-LEER.
           PERFORM 2000-LEER-CONTRATO THRU 2000-EXIT
           .
       3100-EXIT.
           EXIT.

      * A: UN CONTRATO PROPIO MEJOR QUE LA PEOR DEL DEUDOR DEBIO
      *    ARRASTRARSE A ELLA.
      * S: UN CONTRATO ARRASTRADO PEOR QUE TODOS SUS HERMANOS PROPIOS
      *    NO TIENE DE DONDE VENIR.
       3200-CONTROLA-CONTRATO.
           MOVE SPACES TO CORRARR-REGISTRO
           EVALUATE TRUE
               WHEN NOT TB-CON-ARRASTRADO(TB-CON-IDX)
                AND TB-CON-SITUACION(TB-CON-IDX) < WS-SITUACION-DEUDOR
                   MOVE 'A' TO CORRARR-MOTIVO
                   MOVE WS-SITUACION-DEUDOR TO WS-SITUACION-EDIT
                   MOVE WS-SITUACION-EDIT TO CORRARR-SITUACION-COR
                   MOVE 'S' TO CORRARR-ARRASTRE-COR
                   ADD 1 TO WS-CANT-FALTA-ARR
               WHEN TB-CON-ARRASTRADO(TB-CON-IDX)
                AND (WS-CANT-PROPIOS = ZERO
                  OR TB-CON-SITUACION(TB-CON-IDX) > WS-PEOR-PROPIA)
                   MOVE 'S' TO CORRARR-MOTIVO
                   IF WS-CANT-PROPIOS > ZERO
                       MOVE WS-PEOR-PROPIA TO WS-SITUACION-EDIT
                       MOVE WS-SITUACION-EDIT TO CORRARR-SITUACION-COR
                   END-IF
                   MOVE 'N' TO CORRARR-ARRASTRE-COR
                   ADD 1 TO WS-CANT-ARR-SIN-ORIG
               WHEN OTHER
                   GO TO 3200-EXIT
           END-EVALUATE

           MOVE TB-CON-ENTIDAD(TB-CON-IDX)  TO CORRARR-ENTIDAD
           MOVE TB-CON-CENTRO(TB-CON-IDX)   TO CORRARR-CENTRO
           MOVE TB-CON-CONTRATO(TB-CON-IDX) TO CORRARR-CONTRATO
           MOVE TB-CON-PRODUCTO(TB-CON-IDX) TO CORRARR-PRODUCTO
           MOVE TB-CON-SMARCGSI(TB-CON-IDX) TO CORRARR-SMARCGSI
           MOVE TB-CON-MARCA(TB-CON-IDX)    TO CORRARR-SITUACION-ACT
           MOVE TB-CON-ARRASTRE(TB-CON-IDX) TO CORRARR-ARRASTRE-ACT
           MOVE TB-CON-RIESGO(TB-CON-IDX)   TO CORRARR-IMP-RIESGO
           IF TB-CON-ENT-IDX(TB-CON-IDX) > ZERO
               ADD 1 TO TB-CTL-SALIDA(TB-CON-ENT-IDX(TB-CON-IDX))
           END-IF
           PERFORM 3500-GRABA-CORRECCION THRU 3500-EXIT
           .
       3200-EXIT.
           EXIT.

      * D: LA SITUACION DE IBEC3070 DEBE SER LA PEOR DE SUS CONTRATOS
      *    (EN MODO SEPARADO, LA PEOR DE SUS ENTIDADES)
       3300-CONTROLA-DEUDOR.
           PERFORM 2100-LEER-CLIENTE THRU 2100-EXIT
               UNTIL WS-CLAVE-CLI NOT < WS-PERSONA-ACTUAL
           IF WS-CLAVE-CLI NOT = WS-PERSONA-ACTUAL
               ADD 1 TO WS-CANT-SIN-IBEC
               GO TO 3300-EXIT
           END-IF
           MOVE WS-SITUACION-PERSONA TO WS-SITUACION-EDIT
           IF W-CLI-SITUACION = WS-SITUACION-EDIT
               GO TO 3300-EXIT
           END-IF
           IF W-CLI-SITUACION = SPACES AND WS-SITUACION-PERSONA = 1
               GO TO 3300-EXIT
           END-IF

           MOVE SPACES TO CORRARR-REGISTRO
           MOVE 'D' TO CORRARR-MOTIVO
           MOVE W-CLI-SITUACION   TO CORRARR-SITUACION-ACT
           MOVE WS-SITUACION-EDIT TO CORRARR-SITUACION-COR
           MOVE WS-RIESGO-PERSONA TO CORRARR-IMP-RIESGO
           ADD 1 TO WS-CANT-DEUDOR-DIF
           PERFORM 3500-GRABA-CORRECCION THRU 3500-EXIT
           .
       3300-EXIT.
           EXIT.

       3500-GRABA-CORRECCION.
           MOVE WS-PERSONA-ACTUAL TO CORRARR-NUM-PERSONA
           MOVE WS-FECHA-PROCESO  TO CORRARR-FEC-PROCESO
           WRITE CORRARR-REGISTRO
           ADD CORRARR-IMP-RIESGO TO WS-HASH-RIESGO
           ADD 1 TO WS-CANT-CORRECCIONES
           .
       3500-EXIT.
           EXIT.

       3510-SUMA-RIESGO.
           ADD TB-CON-RIESGO(TB-CON-IDX) TO WS-RIESGO-PERSONA
           .
       3510-EXIT.
           EXIT.

      ******************************************************************
      *  8000-CIERRA-ARCHIVO  -  TRAILER DE CONTROL TRLCTL             *
      ******************************************************************
       8000-CIERRA-ARCHIVO.
           MOVE SPACES TO TRLCTL-REGISTRO
           MOVE 'TRLCTL'             TO TRLCTL-MARCA
           MOVE WS-CANT-CORRECCIONES TO TRLCTL-CANT-REGISTROS
           MOVE WS-HASH-RIESGO       TO TRLCTL-HASH-IMPORTES
           MOVE WS-FECHA-PROCESO     TO TRLCTL-FEC-GENERACION
           MOVE 'ZET169'             TO TRLCTL-JOB-EMISOR
           MOVE SPACES TO CORRARR-REGISTRO
           MOVE TRLCTL-REGISTRO TO CORRARR-REGISTRO(1:46)
           WRITE CORRARR-REGISTRO
           .
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  CIERRE DE ARCHIVOS, RUNLOG Y RESUMEN        *
      ******************************************************************
       9000-FINALIZE.
           CLOSE CONTRAT-ORD
           CLOSE CLIENTES-ORD
           CLOSE CORRECCION-SAL
           CLOSE SUSPENSO-ENT
           OPEN EXTEND RUNLOG-SALIDA
           INITIALIZE RUNLOG-REGISTRO

      * FILAS POR ENTIDAD Y DE SUSPENSO ANTES DE LA COMBINADA: SUS
      * ENTRADAS SUMAN LA ENTRADA COMBINADA (VER ZET041)
           IF NOT ENTSEL-SIN-CATALOGO
               PERFORM 9100-RUNLOG-ENTIDAD THRU 9100-EXIT
                   VARYING WS-IDX-ENT FROM 1 BY 1
                   UNTIL WS-IDX-ENT > ENTSEL-CANT-ENTIDADES
               IF WS-CANT-SUSPENSO > ZERO
                   MOVE 'ZET169' TO RUNLOG-JOB-ID
                   MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
                   MOVE WS-CANT-SUSPENSO TO RUNLOG-CANT-ENTRADA
                   MOVE WS-CANT-SUSPENSO TO RUNLOG-CANT-SALIDA
                   SET RUNLOG-FILA-SUSPENSO TO TRUE
                   WRITE RUNLOG-REGISTRO
               END-IF
           END-IF

           MOVE 'ZET169' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-CONTRATOS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-CORRECCIONES TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET169 - CONTROL DE ARRASTRE DE SITUACION'
           DISPLAY 'CONTRATOS LEIDOS . . . . . : ' WS-CANT-CONTRATOS
           DISPLAY 'CLIENTES IBEC3070  . . . . : ' WS-CANT-CLIENTES
           DISPLAY 'DEUDORES CONTROLADOS . . . : ' WS-CANT-DEUDORES
           DISPLAY 'COD_MARCA NO NUMERICA  . . : ' WS-CANT-MARCA-INVAL
           DISPLAY 'CONTRATOS SIN LUGAR  . . . : ' WS-CANT-DESBORDE
           DISPLAY 'FALTA ARRASTRE (A) . . . . : ' WS-CANT-FALTA-ARR
           DISPLAY 'ARRASTRE SIN ORIGEN (S)  . : ' WS-CANT-ARR-SIN-ORIG
           DISPLAY 'SITUACION DEUDOR (D) . . . : ' WS-CANT-DEUDOR-DIF
           DISPLAY 'DEUDORES SIN IBEC3070  . . : ' WS-CANT-SIN-IBEC
           DISPLAY 'CORRECCIONES GRABADAS  . . : ' WS-CANT-CORRECCIONES
           DISPLAY 'MODO POR ENTIDAD . . . . . : ' ENTSEL-MODO
               ' ' ENTSEL-ENTIDAD-SEL
           DISPLAY 'DE OTRA ENTIDAD (OMITIDOS) : ' WS-CANT-OMITIDOS
           DISPLAY 'A SUSPENSO POR ENTIDAD . . : ' WS-CANT-SUSPENSO
           IF WS-CANT-SUSPENSO > ZERO
               DISPLAY 'ZET169 - HAY CONTRATOS EN SUSPENSO POR ENTIDAD'
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       9100-RUNLOG-ENTIDAD.
           IF TB-CTL-ENTRADA(WS-IDX-ENT) = ZERO
               GO TO 9100-EXIT
           END-IF
           MOVE SPACES TO ENTSEL-AREA
           SET ENTSEL-OP-CONSULTA TO TRUE
           MOVE WS-IDX-ENT TO ENTSEL-INDICE
           CALL 'ENTSEL' USING ENTSEL-AREA
           MOVE 'ZET169' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE TB-CTL-ENTRADA(WS-IDX-ENT) TO RUNLOG-CANT-ENTRADA
           MOVE TB-CTL-SALIDA(WS-IDX-ENT)  TO RUNLOG-CANT-SALIDA
           MOVE ENTSEL-MARCA TO RUNLOG-MARCA-ENTIDAD
           WRITE RUNLOG-REGISTRO
           .
       9100-EXIT.
           EXIT.
