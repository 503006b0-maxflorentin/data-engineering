      *               DESDE LA ULTIMA CARTA EMITIDA O DESDE EL         *
      *               INICIO DE MORA) Y GENERA EL ARCHIVO DE           *
      *               CANDIDATAS A LIBERAR (CARTAREL) PARA QUE         *
      *               COBRANZAS LO REVISE.  LA CARTA DE MORA ES        *
      *               COMUNICACION LEGAL: SALE AUNQUE EL TITULAR SE    *
      *               HAYA OPUESTO AL CONTACTO, PERO LA EXENCION QUEDA *
      *               REGISTRADA EN CONSUP (RUTINA CONSEN, NUP POR EL  *
      *               PUENTE CTANUP).                                  *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 22/08/2026  EQP  ALTA DEL PROGRAMA                             *
      * 15/10/2026  EQP  REGISTRO EN CONSUP DE LAS CARTAS QUE SALEN    *
      *                  PESE A LA OPOSICION DEL TITULAR (CONSEN)      *
      * 15/10/2026  EQP  CADA CANDIDATA DEJA SU CARTA DE MORA EN       *
      *                  CORRPZA PARA LA ETAPA UNICA DE                *
      *                  CORRESPONDENCIA (ZET206)                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET063.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-O20.

           SELECT PUENTE-NUP   ASSIGN TO CTANUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NUP.

           SELECT LIBERAR-SAL  ASSIGN TO CARTAREL
               ORGANIZATION IS SEQUENTIAL.

           SELECT PIEZAS-CORRESP ASSIGN TO CORRPZA
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUPRESIONES  ASSIGN TO CONSUP
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORTE-SUP  ASSIGN TO RPCARTA
               ORGANIZATION IS LINE SEQUENTIAL.

           RECORDING MODE IS F.
           COPY "wasdo20.cob".

       FD  PUENTE-NUP
           RECORDING MODE IS F.
       01  CTANUP-REGISTRO.
           05  CTANUP-NUP             PIC X(08).
      *        CUENTA TARJETA (WASDO20) Y CCC (ENTIDAD/CENTRO/CTA)
           05  CTANUP-CTA-TARJETA     PIC 9(14).
           05  CTANUP-CCC             PIC X(20).
           05  FILLER                 PIC X(06).

       FD  LIBERAR-SAL
           RECORDING MODE IS F.
       01  CARTAREL-REGISTRO.
       FD  REPORTE-SUP.
       01  LINEA-REPORTE             PIC X(090).

       FD  PIEZAS-CORRESP
           RECORDING MODE IS F.
           COPY "../../catalogo/cliente360/corpza.cob"
               REPLACING ==:CORPZA:== BY ==CORPZA==.

       FD  SUPRESIONES
           RECORDING MODE IS F.
           COPY "../../catalogo/cliente360/consup.cob"
               REPLACING ==:CONSUP:== BY ==CONSUP==.

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
           COPY "../../catalogo/cliente360/conslk.cob"
               REPLACING ==:CONSEN:== BY ==CONSEN==.

       77  WS-MAX-PUENTE             PIC 9(07) COMP VALUE 200000.
       77  WS-DIA-PROCESO-INT        PIC S9(09) COMP.
       77  WS-MESES-SUPRESION        PIC S9(05) COMP.
       77  WS-FECHA-BASE             PIC 9(08).

       01  WS-FS-O20                 PIC XX.
           88  FS-O20-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-NUP                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF             PIC X(01) VALUE 'N'.
               88  EOF-CUENTAS           VALUE 'S'.
           05  WS-SW-SUPRIMIDA       PIC X(01) VALUE 'N'.
               88  CUENTA-SUPRIMIDA      VALUE 'S'.
           05  WS-SW-EOF-PTE         PIC X(01) VALUE 'N'.
               88  EOF-PUENTE            VALUE 'S'.
           05  WS-SW-NUP-HALLADO     PIC X(01).
               88  NUP-HALLADO           VALUE 'S'.

      * PUENTE CUENTA -> NUP EN MEMORIA
       01  TABLA-PUENTE.
           05  TB-PTE-CANT           PIC 9(07) COMP VALUE ZERO.
           05  TB-PTE-ENTRY OCCURS 1 TO 200000 TIMES
                   DEPENDING ON TB-PTE-CANT
                   INDEXED BY TB-PTE-IDX.
               10  TB-PTE-NUP        PIC X(08).
               10  TB-PTE-CTA-TARJ   PIC 9(14).

       01  WS-CONTADORES.
           05  WS-CANT-LEIDAS        PIC 9(09) COMP.
           05  WS-CANT-SUPRIMIDAS    PIC 9(09) COMP.
           05  WS-CANT-MOROSAS-SUP   PIC 9(09) COMP.
           05  WS-CANT-SIN-NUP       PIC 9(09) COMP.
           05  WS-CANT-EXENTAS       PIC 9(09) COMP.
           05  WS-CANT-PIEZAS        PIC 9(09) COMP.

       01  WS-LINEA-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
               STOP RUN
           END-IF

           OPEN INPUT PUENTE-NUP
           IF WS-FS-NUP = '00'
               PERFORM 1100-CARGA-PUENTE THRU 1100-EXIT
                   UNTIL EOF-PUENTE
               CLOSE PUENTE-NUP
           ELSE
               DISPLAY 'ZET063 - SIN PUENTE CTANUP - LAS EXENCIONES '
                   'POR OPOSICION NO SE REGISTRAN'
           END-IF
           OPEN EXTEND SUPRESIONES
           OPEN EXTEND PIEZAS-CORRESP

           MOVE 'CUENTAS MOROSAS CON CARTAS SUPRIMIDAS'
               TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM 2000-LEER-CUENTA THRU 2000-EXIT
           .

       1100-CARGA-PUENTE.
           READ PUENTE-NUP
               AT END
                   SET EOF-PUENTE TO TRUE
               NOT AT END
                   IF TB-PTE-CANT < WS-MAX-PUENTE
                       ADD 1 TO TB-PTE-CANT
                       SET TB-PTE-IDX TO TB-PTE-CANT
                       MOVE CTANUP-NUP
                           TO TB-PTE-NUP(TB-PTE-IDX)
                       MOVE CTANUP-CTA-TARJETA
                           TO TB-PTE-CTA-TARJ(TB-PTE-IDX)
                   END-IF
           END-READ
           .
       1100-EXIT.
           EXIT.

       2000-LEER-CUENTA.
           READ CUENTAS
               AT END
               DELIMITED BY SIZE INTO WSL-MARCAS
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           PERFORM 3200-REGISTRA-EXENCION THRU 3200-EXIT
           PERFORM 3300-GRABA-PIEZA THRU 3300-EXIT
           .
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  3200-REGISTRA-EXENCION  -  LA CARTA SALE SIEMPRE; SI EL       *
      *  TITULAR SE OPUSO AL CORREO POSTAL QUEDA LA EXENCION EN CONSUP *
      ******************************************************************
       3200-REGISTRA-EXENCION.
           MOVE 'N' TO WS-SW-NUP-HALLADO
           SET TB-PTE-IDX TO 1
           SEARCH TB-PTE-ENTRY
               AT END
                   CONTINUE
               WHEN TB-PTE-CTA-TARJ(TB-PTE-IDX) = NRO-CUENTA
                   SET NUP-HALLADO TO TRUE
           END-SEARCH
           IF NOT NUP-HALLADO
               ADD 1 TO WS-CANT-SIN-NUP
               GO TO 3200-EXIT
           END-IF

           MOVE SPACES TO CONSEN-AREA
           MOVE TB-PTE-NUP(TB-PTE-IDX) TO CONSEN-NUP
           MOVE 'C' TO CONSEN-CANAL
           MOVE 'L' TO CONSEN-PROPOSITO
           CALL 'CONSEN' USING CONSEN-AREA
           IF NOT CONSEN-CON-OPOSICION
               GO TO 3200-EXIT
           END-IF

           ADD 1 TO WS-CANT-EXENTAS
           MOVE SPACES                TO CONSUP-REGISTRO
           MOVE WS-FECHA-PROCESO      TO CONSUP-FECHA
           MOVE 'ZET063'              TO CONSUP-JOB-ID
           MOVE 'CARTAREL'            TO CONSUP-SALIDA
           SET CONSUP-EXENTO          TO TRUE
           MOVE CONSEN-NUP            TO CONSUP-NUP
           MOVE NRO-CUENTA            TO CONSUP-CLAVE
           MOVE CONSEN-CANAL          TO CONSUP-CANAL
           MOVE CONSEN-PROPOSITO      TO CONSUP-PROPOSITO
           MOVE CONSEN-CANAL-APLICADO TO CONSUP-CANAL-APLICADO
           MOVE CONSEN-ORIGEN         TO CONSUP-ORIGEN
           MOVE CONSEN-FEC-VIGENCIA   TO CONSUP-FEC-VIGENCIA
           WRITE CONSUP-REGISTRO
           .
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  3300-GRABA-PIEZA  -  CARTA DE MORA AL TITULAR (LEGAL, POR     *
      *  CORREO POSTAL).  SIN NUP EN EL PUENTE LA PIEZA SALE IGUAL Y   *
      *  ZET206 LA INFORMA COMO LEGAL SIN DESTINATARIO                 *
      ******************************************************************
       3300-GRABA-PIEZA.
           MOVE SPACES               TO CORPZA-REGISTRO
           MOVE WS-FECHA-PROCESO     TO CORPZA-FECHA
           MOVE 'ZET063'             TO CORPZA-JOB-ID
           MOVE 'CARTAREL'           TO CORPZA-FUENTE
           IF NUP-HALLADO
               MOVE TB-PTE-NUP(TB-PTE-IDX) TO CORPZA-NUP
           END-IF
           MOVE NRO-CUENTA           TO CORPZA-CLAVE
           MOVE 'MORA01'             TO CORPZA-COD-CARTA
           MOVE 1                    TO CORPZA-PRIORIDAD
           SET CORPZA-LEGAL          TO TRUE
           MOVE 'L'                  TO CORPZA-PROPOSITO
           SET CORPZA-CANAL-CORREO   TO TRUE
           MOVE ZERO                 TO CORPZA-FEC-LIMITE
           MOVE INICIO-MORA-NM       TO CORPZA-DAT-FECHA-1
           MOVE FECHA-ULT-CARTA      TO CORPZA-DAT-FECHA-2
           MOVE SALDO-ACTUAL-AUS     TO CORPZA-DAT-IMPORTE-1
           MOVE SALDO-ACTUAL-DOL     TO CORPZA-DAT-IMPORTE-2
           MOVE SUC-CUENTA           TO CORPZA-DAT-SUCURSAL
           WRITE CORPZA-REGISTRO
           ADD 1 TO WS-CANT-PIEZAS
           .
       3300-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  CIERRE DE ARCHIVOS, RUNLOG Y RESUMEN        *
      ******************************************************************
           CLOSE CUENTAS
           CLOSE LIBERAR-SAL
           CLOSE REPORTE-SUP
           CLOSE PIEZAS-CORRESP

      * RESUMEN DE LA CORRIDA PARA EL REPORTE DE SUPRESIONES
           MOVE SPACES              TO CONSUP-REGISTRO
           MOVE WS-FECHA-PROCESO    TO CONSUP-FECHA
           MOVE 'ZET063'            TO CONSUP-JOB-ID
           MOVE 'CARTAREL'          TO CONSUP-SALIDA
           SET CONSUP-RESUMEN       TO TRUE
           MOVE WS-CANT-MOROSAS-SUP TO CONSUP-CANT-EVALUADOS
           MOVE WS-CANT-MOROSAS-SUP TO CONSUP-CANT-EMITIDOS
           MOVE 'C'                 TO CONSUP-CANAL
           MOVE 'L'                 TO CONSUP-PROPOSITO
           MOVE ZERO                TO CONSUP-FEC-VIGENCIA
           WRITE CONSUP-REGISTRO
           CLOSE SUPRESIONES

           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET063' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           DISPLAY 'CUENTAS LEIDAS . . . . . . : ' WS-CANT-LEIDAS
           DISPLAY 'CON SUPRESION VIGENTE  . . : ' WS-CANT-SUPRIMIDAS
           DISPLAY 'MOROSAS SUPRIMIDAS . . . . : ' WS-CANT-MOROSAS-SUP
           DISPLAY 'EXENTAS CON OPOSICION  . . : ' WS-CANT-EXENTAS
           DISPLAY 'SIN NUP EN CTANUP  . . . . : ' WS-CANT-SIN-NUP
           DISPLAY 'CARTAS A CORRPZA . . . . . : ' WS-CANT-PIEZAS
           .
