      *               CLIENTES EN MORA (WASDO20 INICIO-MORA-NM, VIA    *
      *               EL PUENTE CUENTA/NUP CTANUP), CON ALERTA         *
      *               TEMPRANA (IBEC3070 GRADO-FEVE), CON CASOS DE     *
      *               SCREENING SIN RESOLVER (STGCASO DE ZET024), CON  *
      *               EXCESOS DE SOBREGIRO (BGDTMSO) Y CON             *
      *               ENDEUDAMIENTO SOBRE LA POLITICA (DTIEXC DE       *
      *               ZET173).  LA BASE LIMPIA SALE EN OFERBASE Y LAS  *
      *               EXCLUSIONES EN OFEREXC, ASI EL DIMENSIONAMIENTO  *
      *               DE LA CAMPANIA ES HONESTO Y DEJAMOS DE           *
      *               OFRECERLE PRESTAMOS A GENTE EN MORA.  TAMBIEN    *
      *               SALEN (MOTIVO P) LOS QUE SE OPUSIERON AL         *
      *               MARKETING TELEFONICO (RUTINA CONSEN), CON        *
      *               REGISTRO EN EL DIARIO DE SUPRESIONES CONSUP.     *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 02/09/2026  EQP  ALTA DEL PROGRAMA                             *
      * 15/10/2026  EQP  EXCLUSION POR ENDEUDAMIENTO SOBRE LA POLITICA *
      *                  (DTIEXC, MOTIVO D)                            *
      * 15/10/2026  EQP  EXCLUSION POR PREFERENCIAS DE CONTACTO        *
      *                  (CONSEN, MOTIVO P) CON REGISTRO EN CONSUP     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET138.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MSO.

           SELECT ENDEUDADOS     ASSIGN TO DTIEXC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DTI.

           SELECT BASE-SAL       ASSIGN TO OFERBASE
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXCLUIDOS-SAL  ASSIGN TO OFEREXC
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUPRESIONES    ASSIGN TO CONSUP
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

           RECORDING MODE IS F.
           COPY "../../../malbgc/fact/bgdtmso/bgdtmso.cob".

       FD  ENDEUDADOS
           RECORDING MODE IS F.
       01  DTIEXC-REGISTRO.
           05  DTIEXC-NUP             PIC X(08).
           05  DTIEXC-MOTIVO          PIC X(01).
           05  DTIEXC-RELACION        PIC 9(03)V99.
           05  DTIEXC-SUCURSAL        PIC X(04).
           05  DTIEXC-ING-DESACT      PIC X(01).
           05  FILLER                 PIC X(11).

       FD  BASE-SAL
           RECORDING MODE IS F.
       01  OFERBASE-REGISTRO         PIC X(320).
           05  OFEREXC-NUP            PIC X(08).
           05  OFEREXC-CUIT           PIC X(11).
      *        MOTIVO: M MORA / F ALERTA FEVE / S SCREENING SIN
      *        RESOLVER / O EXCESO DE SOBREGIRO / D ENDEUDAMIENTO
      *        SOBRE LA POLITICA / P OPOSICION AL CONTACTO
           05  OFEREXC-MOTIVO         PIC X(01).
           05  FILLER                 PIC X(10).

       FD  SUPRESIONES
           RECORDING MODE IS F.
           COPY "../../../catalogo/cliente360/consup.cob"
               REPLACING ==:CONSUP:== BY ==CONSUP==.

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
           COPY "../../../catalogo/cliente360/conslk.cob"
               REPLACING ==:CONSEN:== BY ==CONSEN==.

       77  WS-MAX-NUPS               PIC 9(07) COMP VALUE 200000.
       77  WS-MAX-PUENTE             PIC 9(07) COMP VALUE 200000.

       01  WS-FS-NUP                 PIC XX.
       01  WS-FS-O20                 PIC XX.
       01  WS-FS-MSO                 PIC XX.
       01  WS-FS-DTI                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-CAM         PIC X(01) VALUE 'N'.
           05  WS-CANT-EXC-FEVE      PIC 9(09) COMP.
           05  WS-CANT-EXC-SCREEN    PIC 9(09) COMP.
           05  WS-CANT-EXC-SOBRE     PIC 9(09) COMP.
           05  WS-CANT-EXC-DTI       PIC 9(09) COMP.
           05  WS-CANT-EXC-PREF      PIC 9(09) COMP.

       PROCEDURE DIVISION.


      ******************************************************************
      *  1000-INITIALIZE  -  ARMA EN MEMORIA EL PUENTE CUENTA/NUP Y    *
      *  LAS LISTAS DE EXCLUSION DE LAS CINCO FUENTES                  *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           CLOSE SOBREGIROS
           MOVE 'N' TO WS-SW-EOF-AUX

           OPEN INPUT ENDEUDADOS
           IF WS-FS-DTI = '00'
               PERFORM 1700-CARGA-ENDEUDADOS THRU 1700-EXIT
                   UNTIL EOF-AUXILIAR
               CLOSE ENDEUDADOS
           END-IF
           MOVE 'N' TO WS-SW-EOF-AUX

           OPEN INPUT  CANDIDATOS
           OPEN OUTPUT BASE-SAL
           OPEN OUTPUT EXCLUIDOS-SAL
           OPEN EXTEND SUPRESIONES

      * SIN EL REGISTRO DE PREFERENCIAS NO SALE LA BASE DE OFERTAS
           MOVE SPACES TO CONSEN-AREA
           MOVE 'T'    TO CONSEN-CANAL
           MOVE 'M'    TO CONSEN-PROPOSITO
           CALL 'CONSEN' USING CONSEN-AREA
           IF CONSEN-NO-DISPONIBLE
               DISPLAY 'ZET138 - REGISTRO DE PREFERENCIAS CONSENT '
                   'NO DISPONIBLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2000-LEER-CANDIDATO THRU 2000-EXIT
           .
       1600-EXIT.
           EXIT.

      * CLIENTES CON CUOTA/INGRESO SOBRE LA POLITICA (ZET173)
       1700-CARGA-ENDEUDADOS.
           READ ENDEUDADOS
               AT END
                   SET EOF-AUXILIAR TO TRUE
               NOT AT END
                   IF DTIEXC-NUP NOT = SPACES
                       MOVE DTIEXC-NUP TO WS-NUP-BUSCADO
                       MOVE 'D' TO WS-MOTIVO
                       PERFORM 1900-ANOTA-EXCLUSION THRU 1900-EXIT
                   END-IF
           END-READ
           .
       1700-EXIT.
           EXIT.

      * EL PRIMER MOTIVO QUE TOCA UN NUP QUEDA; NO SE DUPLICA
       1900-ANOTA-EXCLUSION.
           SET TB-EXC-IDX TO 1
                   CONTINUE
               WHEN TB-EXC-NUP(TB-EXC-IDX) = NUP
                   SET CANDIDATO-EXCLUIDO TO TRUE
                   MOVE TB-EXC-MOTIVO(TB-EXC-IDX) TO WS-MOTIVO
           END-SEARCH

           IF NOT CANDIDATO-EXCLUIDO
               PERFORM 3100-CONSULTA-PREFERENCIA THRU 3100-EXIT
           END-IF

           IF CANDIDATO-EXCLUIDO
               MOVE SPACES TO OFEREXC-REGISTRO
               MOVE NUP TO OFEREXC-NUP
               MOVE SPACES TO OFEREXC-CUIT
               STRING CUIT_PREFIJO CUIT_NRO CUIT_DV
                   DELIMITED BY SIZE INTO OFEREXC-CUIT
               MOVE WS-MOTIVO TO OFEREXC-MOTIVO
               WRITE OFEREXC-REGISTRO
               EVALUATE WS-MOTIVO
                   WHEN 'M'
                       ADD 1 TO WS-CANT-EXC-MORA
                   WHEN 'F'
                       ADD 1 TO WS-CANT-EXC-FEVE
                   WHEN 'S'
                       ADD 1 TO WS-CANT-EXC-SCREEN
                   WHEN 'D'
                       ADD 1 TO WS-CANT-EXC-DTI
                   WHEN 'P'
                       ADD 1 TO WS-CANT-EXC-PREF
                   WHEN OTHER
                       ADD 1 TO WS-CANT-EXC-SOBRE
               END-EVALUATE
       3000-EXIT.
           EXIT.

      * LA OPOSICION AL CONTACTO SE MIRA SOLO EN LOS QUE PASARON LAS
      * EXCLUSIONES DE RIESGO, PARA NO CONTAR DOS VECES AL CLIENTE
       3100-CONSULTA-PREFERENCIA.
           MOVE SPACES TO CONSEN-AREA
           MOVE NUP TO CONSEN-NUP
           MOVE 'T' TO CONSEN-CANAL
           MOVE 'M' TO CONSEN-PROPOSITO
           CALL 'CONSEN' USING CONSEN-AREA
           IF NOT CONSEN-SUPRIMIDO
               GO TO 3100-EXIT
           END-IF

           SET CANDIDATO-EXCLUIDO TO TRUE
           MOVE 'P' TO WS-MOTIVO
           MOVE SPACES                TO CONSUP-REGISTRO
           MOVE WS-FECHA-PROCESO      TO CONSUP-FECHA
           MOVE 'ZET138'              TO CONSUP-JOB-ID
           MOVE 'OFERBASE'            TO CONSUP-SALIDA
           SET CONSUP-SUPRIMIDO       TO TRUE
           MOVE CONSEN-NUP            TO CONSUP-NUP
           STRING CUIT_PREFIJO CUIT_NRO CUIT_DV
               DELIMITED BY SIZE INTO CONSUP-CLAVE
           MOVE CONSEN-CANAL          TO CONSUP-CANAL
           MOVE CONSEN-PROPOSITO      TO CONSUP-PROPOSITO
           MOVE CONSEN-CANAL-APLICADO TO CONSUP-CANAL-APLICADO
           MOVE CONSEN-ORIGEN         TO CONSUP-ORIGEN
           MOVE CONSEN-FEC-VIGENCIA   TO CONSUP-FEC-VIGENCIA
           WRITE CONSUP-REGISTRO
           .
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  CIERRE DE ARCHIVOS, RUNLOG Y RESUMEN        *
      ******************************************************************
           CLOSE CANDIDATOS
           CLOSE BASE-SAL
           CLOSE EXCLUIDOS-SAL

      * RESUMEN DE LA CORRIDA PARA EL REPORTE DE SUPRESIONES: SE
      * EVALUAN LOS QUE PASARON LAS EXCLUSIONES DE RIESGO
           MOVE SPACES              TO CONSUP-REGISTRO
           MOVE WS-FECHA-PROCESO    TO CONSUP-FECHA
           MOVE 'ZET138'            TO CONSUP-JOB-ID
           MOVE 'OFERBASE'          TO CONSUP-SALIDA
           SET CONSUP-RESUMEN       TO TRUE
           COMPUTE CONSUP-CANT-EVALUADOS = WS-CANT-LIMPIOS
               + WS-CANT-EXC-PREF
           MOVE WS-CANT-LIMPIOS     TO CONSUP-CANT-EMITIDOS
           MOVE 'T'                 TO CONSUP-CANAL
           MOVE 'M'                 TO CONSUP-PROPOSITO
           MOVE ZERO                TO CONSUP-FEC-VIGENCIA
           WRITE CONSUP-REGISTRO
           CLOSE SUPRESIONES

           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET138' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           DISPLAY 'EXCLUIDOS POR FEVE . . . . : ' WS-CANT-EXC-FEVE
           DISPLAY 'EXCLUIDOS POR SCREENING  . : ' WS-CANT-EXC-SCREEN
           DISPLAY 'EXCLUIDOS POR SOBREGIRO  . : ' WS-CANT-EXC-SOBRE
           DISPLAY 'EXCLUIDOS POR ENDEUDAMIENTO: ' WS-CANT-EXC-DTI
           DISPLAY 'EXCLUIDOS POR PREFERENCIA  : ' WS-CANT-EXC-PREF
           .
