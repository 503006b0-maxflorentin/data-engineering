      *               PARA SUCURSALES (MSOEXCL) Y EL RESUMEN POR       *
      *               CENTRO - HOY LOS EXCESOS RECIEN APARECEN EN LA   *
      *               REVISION TRIMESTRAL.                             *
      *               MSO-ENTIDAD SE CLASIFICA CON LA RUTINA ENTSEL    *
      *               (TARJETA PARMENT): UNA SOLA ENTIDAD O RESUMEN    *
      *               ABIERTO POR ENTIDAD; LA ENTIDAD EN BLANCO O      *
      *               FUERA DE ENTCAT VA AL SUSPENSO ENTSUSP.  LAS     *
      *               CUENTAS NO EVALUADAS ARRASTRAN SU HISTORICO.     *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * 02/09/2026  EQP  EL INCREMENTO SE RESUELVE POR CENTRO:         *
      *                  LOS FERIADOS PROVINCIALES APLICAN SEGUN       *
      *                  EL MAPA SUCPROV                               *
      * 15/10/2026  EQP  MODO POR ENTIDAD (ENTSEL/PARMENT), SUSPENSO   *
      *                  ENTSUSP Y FILAS DE RUNLOG POR ENTIDAD         *
      * 15/10/2026  EQP  WORKLIST Y RESUMEN POR CENTRO VIGENTE: EL     *
      *                  CENTRO FUSIONADO O CERRADO SE REMAPEA CON LA  *
      *                  RUTINA SUCMAP (EL HISTORICO Y LA JURISDICCION *
      *                  SIGUEN CON EL CENTRO DE LA CUENTA)            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET083.
           SELECT REPORTE-MSO  ASSIGN TO RPMSO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSPENSO-ENT ASSIGN TO ENTSUSP
               ORGANIZATION IS SEQUENTIAL.

           SELECT MAPA-PROV    ASSIGN TO SUCPROV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SPR.
       FD  REPORTE-MSO.
       01  LINEA-REPORTE             PIC X(080).

       FD  SUSPENSO-ENT
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/entsusp.cob".

       FD  MAPA-PROV
           RECORDING MODE IS F.
           COPY "../../../catalogo/calendario/sucprov.cob".
           COPY "../../../catalogo/calendario/diaslk.cob"
               REPLACING ==:DIASHAB:== BY ==DIASHAB==.

           COPY "../../../catalogo/control/entsellk.cob"
               REPLACING ==:ENTSEL:== BY ==ENTSEL==.

           COPY "../../../catalogo/control/sucmaplk.cob"
               REPLACING ==:SUCMAP:== BY ==SUCMAP==.

       77  WS-MAX-CENTROS            PIC 9(03) COMP VALUE 400.
       77  WS-IDX-ENT                PIC 9(02) COMP.
       77  WS-ENT-CENTRO             PIC 9(02) COMP.
      * INCREMENTO DIARIO DEL EXCESO: 1 SOLO SI HOY ES HABIL EN LA
      * JURISDICCION DEL CENTRO DE LA CUENTA (MAPA SUCPROV)
       77  WS-INCREMENTO             PIC 9(01) COMP VALUE 1.
               10  TB-INC-VALOR      PIC 9(01).

       01  WS-SUC-BUSCADA            PIC X(04).
      * CENTRO DE LA WORKLIST Y DEL RESUMEN: EL DE ALTA O SU SUCESOR
       01  WS-CENTRO-VIGENTE         PIC X(04).
       01  WS-JURISDICCION           PIC X(02).
       01  WS-FECHA-AYER             PIC 9(08).

      * EXCESOS POR CENTRO (EN MODO SEPARADO POR ENTIDAD Y CENTRO;
      * SI NO, ENTIDAD 0)
       01  TABLA-CENTROS.
           05  TB-CEN-CANT           PIC 9(03) COMP VALUE ZERO.
           05  TB-CEN-ENTRY OCCURS 400 TIMES
                   INDEXED BY TB-CEN-IDX.
               10  TB-CEN-ENT        PIC 9(02) COMP.
               10  TB-CEN-COD        PIC X(04).
               10  TB-CEN-CUENTAS    PIC 9(07) COMP.
               10  TB-CEN-EXCESO     PIC S9(15)V99 COMP-3.
       01  WS-CONTADORES.
           05  WS-CANT-LEIDAS        PIC 9(09) COMP.
           05  WS-CANT-EN-EXCESO     PIC 9(09) COMP.
           05  WS-CANT-OMITIDOS      PIC 9(09) COMP.
           05  WS-CANT-SUSPENSO      PIC 9(09) COMP.
           05  WS-CANT-ARRASTRADAS   PIC 9(09) COMP.

      * ENTRADA Y SALIDA POR POSICION DEL CATALOGO ENTCAT, PARA LAS
      * FILAS DE RUNLOG POR ENTIDAD
       01  TABLA-CONTROL-ENTIDAD.
           05  TB-CTL-ENTRY OCCURS 20 TIMES.
               10  TB-CTL-ENTRADA    PIC 9(09) COMP.
               10  TB-CTL-SALIDA     PIC 9(09) COMP.

       01  WS-LINEA-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'ZET083'         TO SUCMAP-JOB-ID
           MOVE WS-FECHA-PROCESO TO SUCMAP-FECHA-PROCESO

      * SI HOY NO ES HABIL EN LA JURISDICCION DEL CENTRO, EL
      * HISTORICO DE ESA CUENTA SE ARRASTRA SIN SUMAR.  ACA SE
           END-IF
           CLOSE SOBREGIROS

      * MODO DE CORRIDA POR ENTIDAD: UNA TARJETA O UN CATALOGO QUE
      * NO PERMITEN CORRER DETIENEN EL JOB
           MOVE SPACES TO ENTSEL-AREA
           SET ENTSEL-OP-CONSULTA TO TRUE
           MOVE ZERO TO ENTSEL-INDICE
           CALL 'ENTSEL' USING ENTSEL-AREA
           IF ENTSEL-NO-DISPONIBLE
               DISPLAY 'ZET083 - SELECCION POR ENTIDAD NO DISPONIBLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE TABLA-CONTROL-ENTIDAD

           SORT SORT-MSO
               ON ASCENDING KEY S-MSO-ENTIDAD
               ON ASCENDING KEY S-MSO-CENTRO-ALTA
           OPEN OUTPUT HIST-NVO
           OPEN OUTPUT WORKLIST-SAL
           OPEN OUTPUT REPORTE-MSO
           OPEN EXTEND SUSPENSO-ENT
           IF WS-FS-HIS NOT = '00'
               DISPLAY 'ZET083 - ERROR DE APERTURA DE ENTRADAS'
               STOP RUN
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  2500-CLASIFICA-ENTIDAD  -  MSO-ENTIDAD CONTRA EL CATALOGO:    *
      *  LA OTRA ENTIDAD (MODO UNICA) SE CUENTA Y NO SE EVALUA; LA     *
      *  ENTIDAD EN BLANCO O DESCONOCIDA VA AL SUSPENSO                *
      ******************************************************************
       2500-CLASIFICA-ENTIDAD.
           MOVE SPACES TO ENTSEL-AREA
           SET ENTSEL-OP-CLASIFICA TO TRUE
           MOVE W-MSO-ENTIDAD TO ENTSEL-CODIGO
           CALL 'ENTSEL' USING ENTSEL-AREA

           IF ENTSEL-INDICE > ZERO
               ADD 1 TO TB-CTL-ENTRADA(ENTSEL-INDICE)
           END-IF
           IF ENTSEL-MODO-SEPARADO
               MOVE ENTSEL-INDICE TO WS-ENT-CENTRO
           ELSE
               MOVE ZERO TO WS-ENT-CENTRO
           END-IF

           EVALUATE TRUE
               WHEN ENTSEL-OMITIR
                   ADD 1 TO WS-CANT-OMITIDOS
               WHEN ENTSEL-SUSPENSO
                   ADD 1 TO WS-CANT-SUSPENSO
                   MOVE SPACES            TO ENTSUSP-REGISTRO
                   MOVE WS-FECHA-PROCESO  TO ENTSUSP-FECHA-PROCESO
                   MOVE 'ZET083'          TO ENTSUSP-JOB-ID
                   MOVE 'BGDTMSO'         TO ENTSUSP-ORIGEN
                   MOVE W-MSO-ENTIDAD     TO ENTSUSP-ENTIDAD
                   MOVE ENTSEL-MOTIVO     TO ENTSUSP-MOTIVO
                   MOVE WS-CLAVE-CUENTA(5:19) TO ENTSUSP-CLAVE
                   MOVE W-MSO-IMPORTE-SOBREGIRADO TO ENTSUSP-IMPORTE
                   WRITE ENTSUSP-REGISTRO
           END-EVALUATE
           .
       2500-EXIT.
           EXIT.

      ******************************************************************
      *  3000-EVALUA-CUENTA  -  UNA EVALUACION POR CUENTA (PRIMERA     *
      *  APARICION DEL DIA). EXCESO = SOBREGIRADO - ACUERDO; LOS       *
      *  DIAS CONSECUTIVOS VIENEN DEL HISTORICO MAS UNO                *
      ******************************************************************
       3000-EVALUA-CUENTA.
           PERFORM 2500-CLASIFICA-ENTIDAD THRU 2500-EXIT
           IF NOT ENTSEL-PROCESAR
               IF WS-CLAVE-CUENTA NOT = WS-CLAVE-ANTERIOR
                   MOVE WS-CLAVE-CUENTA TO WS-CLAVE-ANTERIOR
                   PERFORM 3050-ARRASTRA-HISTORICO THRU 3050-EXIT
               END-IF
               PERFORM 2000-LEER-SOBREGIRO THRU 2000-EXIT
               GO TO 3000-EXIT
           END-IF

           IF WS-CLAVE-CUENTA = WS-CLAVE-ANTERIOR
               CONTINUE
           ELSE

               IF WS-EXCESO > ZERO
                   ADD 1 TO WS-CANT-EN-EXCESO
                   IF ENTSEL-INDICE > ZERO
                       ADD 1 TO TB-CTL-SALIDA(ENTSEL-INDICE)
                   END-IF
                   PERFORM 3500-INCREMENTO-CENTRO THRU 3500-EXIT
                   PERFORM 2100-LEER-HISTORICO THRU 2100-EXIT
                       UNTIL EOF-HISTORICO
                   MOVE WS-DIAS-EXCESO  TO HISN-DIAS
                   WRITE HISN-REGISTRO

                   PERFORM 3150-REMAPEA-CENTRO THRU 3150-EXIT
                   PERFORM 3100-GRABA-WORKLIST THRU 3100-EXIT
                   PERFORM 3200-ACUMULA-CENTRO THRU 3200-EXIT
               END-IF
       3000-EXIT.
           EXIT.

      * CUENTA NO EVALUADA HOY (OTRA ENTIDAD O SUSPENSO): SU
      * HISTORICO PASA SIN CAMBIOS PARA NO PERDER LOS DIAS DE EXCESO
       3050-ARRASTRA-HISTORICO.
           PERFORM 2100-LEER-HISTORICO THRU 2100-EXIT
               UNTIL EOF-HISTORICO
               OR WS-CLAVE-HIST NOT < WS-CLAVE-CUENTA
           IF WS-CLAVE-HIST = WS-CLAVE-CUENTA
               ADD 1 TO WS-CANT-ARRASTRADAS
               MOVE SPACES   TO HISN-REGISTRO
               MOVE HIS-CLAVE TO HISN-CLAVE
               MOVE HIS-DIAS  TO HISN-DIAS
               WRITE HISN-REGISTRO
           END-IF
           .
       3050-EXIT.
           EXIT.

       3100-GRABA-WORKLIST.
           MOVE SPACES TO MSOEXCL-REGISTRO
           MOVE W-MSO-ENTIDAD     TO MSOEXCL-ENTIDAD
           MOVE WS-CENTRO-VIGENTE TO MSOEXCL-CENTRO
           MOVE W-MSO-CUENTA      TO MSOEXCL-CUENTA
           MOVE W-MSO-DIVISA      TO MSOEXCL-DIVISA
           MOVE W-MSO-IMPORTE-SOBREGIRADO TO MSOEXCL-SOBREGIRADO
       3100-EXIT.
           EXIT.

       3150-REMAPEA-CENTRO.
           MOVE W-MSO-CENTRO-ALTA TO WS-CENTRO-VIGENTE
           SET SUCMAP-OP-REMAPEA TO TRUE
           MOVE W-MSO-CENTRO-ALTA TO SUCMAP-SUC-ORIGEN
           CALL 'SUCMAP' USING SUCMAP-AREA
           IF SUCMAP-REMAPEADA
               MOVE SUCMAP-SUC-VIGENTE TO WS-CENTRO-VIGENTE
           END-IF
           .
       3150-EXIT.
           EXIT.

       3200-ACUMULA-CENTRO.
           SET TB-CEN-IDX TO 1
           SEARCH TB-CEN-ENTRY
               WHEN TB-CEN-IDX > TB-CEN-CANT
                   IF TB-CEN-CANT < WS-MAX-CENTROS
                       ADD 1 TO TB-CEN-CANT
                       MOVE WS-ENT-CENTRO
                           TO TB-CEN-ENT(TB-CEN-IDX)
                       MOVE WS-CENTRO-VIGENTE
                           TO TB-CEN-COD(TB-CEN-IDX)
                       PERFORM 3210-SUMA-CENTRO THRU 3210-EXIT
                   END-IF
               WHEN TB-CEN-ENT(TB-CEN-IDX) = WS-ENT-CENTRO
                   AND TB-CEN-COD(TB-CEN-IDX) = WS-CENTRO-VIGENTE
                   PERFORM 3210-SUMA-CENTRO THRU 3210-EXIT
           END-SEARCH
           .
           EXIT.

      ******************************************************************
      *  8000-EMITIR-REPORTE  -  RESUMEN DE EXCESOS POR CENTRO; EN     *
      *  MODO SEPARADO UN RESUMEN POR ENTIDAD                          *
      ******************************************************************
       8000-EMITIR-REPORTE.
           IF ENTSEL-MODO-SEPARADO
               PERFORM 8050-RESUMEN-ENTIDAD THRU 8050-EXIT
                   VARYING WS-IDX-ENT FROM 1 BY 1
                   UNTIL WS-IDX-ENT > ENTSEL-CANT-ENTIDADES
           ELSE
               MOVE ZERO TO WS-IDX-ENT
               PERFORM 8050-RESUMEN-ENTIDAD THRU 8050-EXIT
           END-IF
           .

       8050-RESUMEN-ENTIDAD.
           IF WS-IDX-ENT > ZERO
               AND TB-CTL-ENTRADA(WS-IDX-ENT) = ZERO
               GO TO 8050-EXIT
           END-IF

           MOVE 'EXCESOS DE SOBREGIRO POR CENTRO' TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM 8060-TITULO-ENTIDAD THRU 8060-EXIT
           MOVE '  CENT  CUENTAS               EXCESO'
               TO LINEA-REPORTE
           WRITE LINEA-REPORTE
               VARYING TB-CEN-IDX FROM 1 BY 1
               UNTIL TB-CEN-IDX > TB-CEN-CANT
           .
       8050-EXIT.
           EXIT.

      * ALCANCE DEL RESUMEN: LA ENTIDAD DEL BLOQUE (MODO SEPARADO),
      * LA DE LA TARJETA (MODO UNICA) O TODAS (MODO COMBINADO)
       8060-TITULO-ENTIDAD.
           MOVE SPACES TO ENTSEL-AREA
           SET ENTSEL-OP-CONSULTA TO TRUE
           MOVE WS-IDX-ENT TO ENTSEL-INDICE
           CALL 'ENTSEL' USING ENTSEL-AREA
           MOVE SPACES TO LINEA-REPORTE
           EVALUATE TRUE
               WHEN ENTSEL-MODO-SEPARADO
                   STRING 'ENTIDAD: ' ENTSEL-CODIGO ' ' ENTSEL-NOMBRE
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               WHEN ENTSEL-MODO-UNICA
                   STRING 'ENTIDAD: ' ENTSEL-ENTIDAD-SEL
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               WHEN OTHER
                   MOVE 'ENTIDAD: TODAS' TO LINEA-REPORTE
           END-EVALUATE
           WRITE LINEA-REPORTE
           .
       8060-EXIT.
           EXIT.

       8100-EMITIR-LINEA.
           IF TB-CEN-ENT(TB-CEN-IDX) NOT = WS-IDX-ENT
               GO TO 8100-EXIT
           END-IF
           MOVE TB-CEN-COD(TB-CEN-IDX)     TO WSL-CENTRO
           MOVE TB-CEN-CUENTAS(TB-CEN-IDX) TO WSL-CUENTAS
           MOVE TB-CEN-EXCESO(TB-CEN-IDX)  TO WSL-EXCESO
           CLOSE HIST-NVO
           CLOSE WORKLIST-SAL
           CLOSE REPORTE-MSO
           CLOSE SUSPENSO-ENT
           SET SUCMAP-OP-FIN TO TRUE
           CALL 'SUCMAP' USING SUCMAP-AREA
           OPEN EXTEND RUNLOG-SALIDA
           INITIALIZE RUNLOG-REGISTRO

      * FILAS POR ENTIDAD Y DE SUSPENSO ANTES DE LA COMBINADA: SUS
      * ENTRADAS SUMAN LA ENTRADA COMBINADA (VER ZET041)
           IF NOT ENTSEL-SIN-CATALOGO
               PERFORM 9100-RUNLOG-ENTIDAD THRU 9100-EXIT
                   VARYING WS-IDX-ENT FROM 1 BY 1
                   UNTIL WS-IDX-ENT > ENTSEL-CANT-ENTIDADES
               IF WS-CANT-SUSPENSO > ZERO
                   MOVE 'ZET083' TO RUNLOG-JOB-ID
                   MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
                   MOVE WS-CANT-SUSPENSO TO RUNLOG-CANT-ENTRADA
                   MOVE WS-CANT-SUSPENSO TO RUNLOG-CANT-SALIDA
                   SET RUNLOG-FILA-SUSPENSO TO TRUE
                   WRITE RUNLOG-REGISTRO
               END-IF
           END-IF

           MOVE 'ZET083' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-LEIDAS TO RUNLOG-CANT-ENTRADA
           DISPLAY 'ZET083 - EXCESOS DE SOBREGIRO'
           DISPLAY 'MOVIMIENTOS LEIDOS . . . . : ' WS-CANT-LEIDAS
           DISPLAY 'CUENTAS EN EXCESO  . . . . : ' WS-CANT-EN-EXCESO
           DISPLAY 'MODO POR ENTIDAD . . . . . : ' ENTSEL-MODO
               ' ' ENTSEL-ENTIDAD-SEL
           DISPLAY 'DE OTRA ENTIDAD (OMITIDOS) : ' WS-CANT-OMITIDOS
           DISPLAY 'A SUSPENSO POR ENTIDAD . . : ' WS-CANT-SUSPENSO
           DISPLAY 'HISTORICOS ARRASTRADOS . . : ' WS-CANT-ARRASTRADAS
           DISPLAY 'CENTROS REMAPEADOS . . . . : '
               SUCMAP-CANT-REMAPEADAS
           DISPLAY 'CENTROS DESCONOCIDOS . . . : '
               SUCMAP-CANT-DESCONOCIDAS
           IF WS-CANT-SUSPENSO > ZERO
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
           MOVE 'ZET083' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE TB-CTL-ENTRADA(WS-IDX-ENT) TO RUNLOG-CANT-ENTRADA
           MOVE TB-CTL-SALIDA(WS-IDX-ENT)  TO RUNLOG-CANT-SALIDA
           MOVE ENTSEL-MARCA TO RUNLOG-MARCA-ENTIDAD
           WRITE RUNLOG-REGISTRO
           .
       9100-EXIT.
           EXIT.
