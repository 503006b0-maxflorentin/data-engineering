      ******************************************************************
      *                                                                *
      * PROGRAM-ID : CONSEN                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - ABAE                        *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : RUTINA COMUN DE PREFERENCIAS DE CONTACTO.  CARGA *
      *               EL REGISTRO CONSENT (QUE MANTIENE ZET202, YA     *
      *               ORDENADO POR NUP/CANAL/PROPOSITO) EN MEMORIA EN  *
      *               LA PRIMERA LLAMADA Y DECIDE SI UN ENVIO AL       *
      *               CLIENTE PUEDE SALIR:                             *
      *               - MARKETING: SE SUPRIME SI EL CLIENTE SE OPUSO   *
      *                 EN ESE CANAL O EN TODOS (G), PARA MARKETING    *
      *                 O PARA CUALQUIER CONTACTO DE SERVICIO.         *
      *               - SERVICIO: SE SUPRIME SOLO CON OPOSICION        *
      *                 EXPRESA AL CONTACTO DE SERVICIO.               *
      *               - LEGAL/REGULATORIO: SALE SIEMPRE (EXENTO) Y SE  *
      *                 AVISA SI HABIA OPOSICION PARA REGISTRARLA.     *
      *               ENTRE LA PREFERENCIA DEL CANAL Y LA GLOBAL VALE  *
      *               LA DE FECHA MAS RECIENTE.  SIN PREFERENCIA       *
      *               REGISTRADA EL ENVIO ESTA PERMITIDO.              *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONSEN.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - ABAE.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREFERENCIAS   ASSIGN TO CONSENT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CON.

       DATA DIVISION.
       FILE SECTION.
       FD  PREFERENCIAS
           RECORDING MODE IS F.
           COPY "consent.cob" REPLACING ==:CONSENT:== BY ==CONSENT==.

       WORKING-STORAGE SECTION.
       77  WS-MAX-PREFERENCIAS       PIC 9(07) COMP VALUE 500000.

       01  WS-FS-CON                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-CARGADO         PIC X(01) VALUE 'N'.
               88  REGISTRO-CARGADO      VALUE 'S'.
           05  WS-SW-DISPONIBLE      PIC X(01) VALUE 'N'.
               88  REGISTRO-DISPONIBLE   VALUE 'S'.
           05  WS-SW-EOF-CON         PIC X(01) VALUE 'N'.
               88  EOF-PREFERENCIAS      VALUE 'S'.
           05  WS-SW-HALLADA         PIC X(01).
               88  PREFERENCIA-HALLADA   VALUE 'S'.

       01  WS-CLAVE-BUSCADA.
           05  WS-BUS-NUP            PIC X(08).
           05  WS-BUS-CANAL          PIC X(01).
           05  WS-BUS-PROPOSITO      PIC X(01).

      * PREFERENCIA QUE DECIDE (LA MAS RECIENTE ENTRE CANAL Y GLOBAL)
       01  WS-PREFERENCIA.
           05  WS-PRF-ESTADO         PIC X(01).
           05  WS-PRF-CANAL          PIC X(01).
           05  WS-PRF-ORIGEN         PIC X(01).
           05  WS-PRF-FECHA          PIC 9(08).

       01  TABLA-PREFERENCIAS.
           05  TB-PRF-CANT           PIC 9(07) COMP VALUE ZERO.
           05  TB-PRF-ENTRY OCCURS 1 TO 500000 TIMES
                   DEPENDING ON TB-PRF-CANT
                   ASCENDING KEY IS TB-PRF-CLAVE
                   INDEXED BY TB-PRF-IDX.
               10  TB-PRF-CLAVE      PIC X(10).
               10  TB-PRF-ESTADO     PIC X(01).
               10  TB-PRF-ORIGEN     PIC X(01).
               10  TB-PRF-FECHA      PIC 9(08).

       LINKAGE SECTION.
           COPY "conslk.cob" REPLACING ==:CONSEN:== BY ==CONSEN==.

       PROCEDURE DIVISION USING CONSEN-AREA.

       0000-MAINLINE.
           IF NOT REGISTRO-CARGADO
               PERFORM 1000-CARGA-REGISTRO THRU 1000-EXIT
           END-IF

           MOVE 'P'    TO CONSEN-RESULTADO
           MOVE 'N'    TO CONSEN-IND-OPOSICION
           MOVE SPACES TO CONSEN-CANAL-APLICADO
                          CONSEN-ORIGEN
           MOVE ZERO   TO CONSEN-FEC-VIGENCIA

           IF NOT REGISTRO-DISPONIBLE
               IF CONSEN-PROP-LEGAL
                   SET CONSEN-EXENTO TO TRUE
               ELSE
                   SET CONSEN-NO-DISPONIBLE TO TRUE
               END-IF
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN CONSEN-PROP-LEGAL
                   PERFORM 3000-EVALUA-LEGAL THRU 3000-EXIT
               WHEN CONSEN-PROP-SERVICIO
                   PERFORM 3100-EVALUA-SERVICIO THRU 3100-EXIT
               WHEN OTHER
                   PERFORM 3200-EVALUA-MARKETING THRU 3200-EXIT
           END-EVALUATE

           GOBACK.

      ******************************************************************
      *  1000-CARGA-REGISTRO  -  PRIMERA LLAMADA.  SIN CONSENT         *
      *  ASIGNADO, O SI NO ENTRA EN LA TABLA, LA RUTINA QUEDA NO       *
      *  DISPONIBLE Y EL LLAMADOR DECIDE                               *
      ******************************************************************
       1000-CARGA-REGISTRO.
           SET REGISTRO-CARGADO TO TRUE
           OPEN INPUT PREFERENCIAS
           IF WS-FS-CON NOT = '00'
               GO TO 1000-EXIT
           END-IF
           SET REGISTRO-DISPONIBLE TO TRUE
           PERFORM 1100-LEER-PREFERENCIA THRU 1100-EXIT
               UNTIL EOF-PREFERENCIAS
           CLOSE PREFERENCIAS
           .
       1000-EXIT.
           EXIT.

       1100-LEER-PREFERENCIA.
           READ PREFERENCIAS
               AT END
                   SET EOF-PREFERENCIAS TO TRUE
               NOT AT END
      *            UNA OPOSICION QUE NO SE CARGA DEJARIA SALIR
      *            MARKETING A QUIEN LO RECHAZO: NO SE USA EL REGISTRO
                   IF TB-PRF-CANT NOT < WS-MAX-PREFERENCIAS
                       DISPLAY 'CONSEN - REGISTRO CONSENT EXCEDE '
                           WS-MAX-PREFERENCIAS ' PREFERENCIAS - '
                           'RUTINA NO DISPONIBLE'
                       MOVE 'N' TO WS-SW-DISPONIBLE
                       SET EOF-PREFERENCIAS TO TRUE
                       GO TO 1100-EXIT
                   END-IF
                   ADD 1 TO TB-PRF-CANT
                   SET TB-PRF-IDX TO TB-PRF-CANT
                   MOVE CONSENT-CLAVE
                       TO TB-PRF-CLAVE(TB-PRF-IDX)
                   MOVE CONSENT-ESTADO
                       TO TB-PRF-ESTADO(TB-PRF-IDX)
                   MOVE CONSENT-ORIGEN
                       TO TB-PRF-ORIGEN(TB-PRF-IDX)
                   MOVE CONSENT-FEC-VIGENCIA
                       TO TB-PRF-FECHA(TB-PRF-IDX)
           END-READ
           .
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  2000-BUSCA-PREFERENCIA  -  PREFERENCIA DEL CANAL PEDIDO Y LA  *
      *  GLOBAL (G) PARA EL PROPOSITO EN WS-BUS-PROPOSITO; QUEDA LA    *
      *  MAS RECIENTE (A IGUAL FECHA, LA DEL CANAL)                    *
      ******************************************************************
       2000-BUSCA-PREFERENCIA.
           MOVE 'N' TO WS-SW-HALLADA
           INITIALIZE WS-PREFERENCIA
           MOVE CONSEN-NUP TO WS-BUS-NUP

           MOVE 'G' TO WS-BUS-CANAL
           PERFORM 2100-BUSCA-CLAVE THRU 2100-EXIT
           IF CONSEN-CANAL NOT = 'G'
               MOVE CONSEN-CANAL TO WS-BUS-CANAL
               PERFORM 2100-BUSCA-CLAVE THRU 2100-EXIT
           END-IF
           .
       2000-EXIT.
           EXIT.

       2100-BUSCA-CLAVE.
           SEARCH ALL TB-PRF-ENTRY
               AT END
                   CONTINUE
               WHEN TB-PRF-CLAVE(TB-PRF-IDX) = WS-CLAVE-BUSCADA
                   IF NOT PREFERENCIA-HALLADA
                       OR TB-PRF-FECHA(TB-PRF-IDX) NOT < WS-PRF-FECHA
                       SET PREFERENCIA-HALLADA TO TRUE
                       MOVE TB-PRF-ESTADO(TB-PRF-IDX) TO WS-PRF-ESTADO
                       MOVE WS-BUS-CANAL              TO WS-PRF-CANAL
                       MOVE TB-PRF-ORIGEN(TB-PRF-IDX) TO WS-PRF-ORIGEN
                       MOVE TB-PRF-FECHA(TB-PRF-IDX)  TO WS-PRF-FECHA
                   END-IF
           END-SEARCH
           .
       2100-EXIT.
           EXIT.

       2200-DEVUELVE-PREFERENCIA.
           MOVE WS-PRF-CANAL  TO CONSEN-CANAL-APLICADO
           MOVE WS-PRF-ORIGEN TO CONSEN-ORIGEN
           MOVE WS-PRF-FECHA  TO CONSEN-FEC-VIGENCIA
           IF WS-PRF-ESTADO = 'N'
               MOVE 'S' TO CONSEN-IND-OPOSICION
           END-IF
           .
       2200-EXIT.
           EXIT.

      * LO LEGAL SALE SIEMPRE; SE INFORMA LA OPOSICION QUE PISA
       3000-EVALUA-LEGAL.
           SET CONSEN-EXENTO TO TRUE
           MOVE 'S' TO WS-BUS-PROPOSITO
           PERFORM 2000-BUSCA-PREFERENCIA THRU 2000-EXIT
           IF PREFERENCIA-HALLADA
               AND WS-PRF-ESTADO = 'N'
               PERFORM 2200-DEVUELVE-PREFERENCIA THRU 2200-EXIT
               GO TO 3000-EXIT
           END-IF
           MOVE 'M' TO WS-BUS-PROPOSITO
           PERFORM 2000-BUSCA-PREFERENCIA THRU 2000-EXIT
           IF PREFERENCIA-HALLADA
               AND WS-PRF-ESTADO = 'N'
               PERFORM 2200-DEVUELVE-PREFERENCIA THRU 2200-EXIT
           END-IF
           .
       3000-EXIT.
           EXIT.

       3100-EVALUA-SERVICIO.
           MOVE 'S' TO WS-BUS-PROPOSITO
           PERFORM 2000-BUSCA-PREFERENCIA THRU 2000-EXIT
           IF NOT PREFERENCIA-HALLADA
               GO TO 3100-EXIT
           END-IF
           PERFORM 2200-DEVUELVE-PREFERENCIA THRU 2200-EXIT
           IF WS-PRF-ESTADO = 'N'
               SET CONSEN-SUPRIMIDO TO TRUE
           END-IF
           .
       3100-EXIT.
           EXIT.

      * QUIEN NO ACEPTA NI EL CONTACTO DE SERVICIO EN EL CANAL
      * TAMPOCO RECIBE MARKETING POR EL
       3200-EVALUA-MARKETING.
           MOVE 'M' TO WS-BUS-PROPOSITO
           PERFORM 2000-BUSCA-PREFERENCIA THRU 2000-EXIT
           IF PREFERENCIA-HALLADA
               AND WS-PRF-ESTADO = 'N'
               PERFORM 2200-DEVUELVE-PREFERENCIA THRU 2200-EXIT
               SET CONSEN-SUPRIMIDO TO TRUE
               GO TO 3200-EXIT
           END-IF
           IF PREFERENCIA-HALLADA
               PERFORM 2200-DEVUELVE-PREFERENCIA THRU 2200-EXIT
           END-IF
           MOVE 'S' TO WS-BUS-PROPOSITO
           PERFORM 2000-BUSCA-PREFERENCIA THRU 2000-EXIT
           IF PREFERENCIA-HALLADA
               AND WS-PRF-ESTADO = 'N'
               PERFORM 2200-DEVUELVE-PREFERENCIA THRU 2200-EXIT
               SET CONSEN-SUPRIMIDO TO TRUE
           END-IF
           .
       3200-EXIT.
           EXIT.
