      * 09/08/2026  EQP  WS-FS-RUNLOG PASA A POLARIDAD NEGATIVA        *
      *                  (FS-RUNLOG-ERROR-LECTURA) PARA ALINEARSE CON  *
      *                  EL RESTO DE LA FLOTA                          *
      * 15/10/2026  EQP  FILAS POR ENTIDAD (MARCA EN RUNLOG-FILLER):   *
      *                  NO CUENTAN COMO CORRIDA; SU ENTRADA SE SUMA   *
      *                  Y SE CUADRA CONTRA LA FILA COMBINADA DEL JOB  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZET041.
           05  WS-IDX                PIC 9(03) COMP VALUE 0.

       01  WS-FECHA-PROCESO           PIC 9(08).
       01  WS-SUMA-ENTIDADES          PIC 9(11).

      ******************************************************************
      * LISTA COMPILADA DE LOS JOBS DE CARGA DE STAGING VIGENTES. SE   *
               10  TB-VIS-JOB        PIC X(06).
               10  TB-VIS-FILAS      PIC 9(03).

      * FILAS POR ENTIDAD (Y DE SUSPENSO) DE LA CORRIDA EN CURSO DE
      * CADA JOB: SU ENTRADA DEBE SUMAR LA DE LA FILA COMBINADA QUE
      * EL JOB GRABA DESPUES
       01  TABLA-CUADRE-ENTIDAD.
           05  TB-CUA-CANT           PIC 9(03) COMP VALUE ZERO.
           05  TB-CUA-ENTRY OCCURS 100 TIMES
                   INDEXED BY TB-CUA-IDX.
               10  TB-CUA-JOB        PIC X(06).
               10  TB-CUA-FILAS      PIC 9(03) COMP.
               10  TB-CUA-ENTRADA    PIC 9(11) COMP.

       01  WS-SW-FILA-SUPER          PIC X(01).
           88  FILA-SUPERSEDIDA          VALUE 'S'.

           05  WS-CANT-DIFERENCIAS   PIC 9(09) COMP VALUE 0.
           05  WS-CANT-FALTANTES     PIC 9(09) COMP VALUE 0.
           05  WS-CANT-SUPERSEDIDAS  PIC 9(09) COMP VALUE 0.
           05  WS-CANT-FILAS-ENTIDAD PIC 9(09) COMP VALUE 0.
           05  WS-CANT-DESCUADRES    PIC 9(09) COMP VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
      ******************************************************************
       2000-PROCESAR-RUNLOG.
           IF RUNLOG-FECHA-PROCESO = WS-FECHA-PROCESO
               IF NOT RUNLOG-FILA-COMBINADA
                   PERFORM 2300-ACUMULA-ENTIDAD THRU 2300-EXIT
               ELSE
                   PERFORM 2400-CUADRA-ENTIDADES THRU 2400-EXIT
                   PERFORM 2050-CONTROLA-SUPERSESION THRU 2050-EXIT
                   IF FILA-SUPERSEDIDA
                       ADD 1 TO WS-CANT-SUPERSEDIDAS
                   ELSE
                       PERFORM 2100-MARCAR-VISTO THRU 2100-EXIT
                           VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-CANT-JOBS-ESPERADOS
                       PERFORM 2200-VERIFICAR-CONTEO THRU 2200-EXIT
                   END-IF
               END-IF
           END-IF

       2200-EXIT.
           EXIT.

      ******************************************************************
      *  2300-ACUMULA-ENTIDAD  -  FILA DE UNA ENTIDAD O DE SUSPENSO:   *
      *  SE ACUMULA SU ENTRADA HASTA LA FILA COMBINADA DEL JOB         *
      ******************************************************************
       2300-ACUMULA-ENTIDAD.
           ADD 1 TO WS-CANT-FILAS-ENTIDAD
           SET TB-CUA-IDX TO 1
           SEARCH TB-CUA-ENTRY
               AT END
                   CONTINUE
               WHEN TB-CUA-IDX > TB-CUA-CANT
                   IF TB-CUA-CANT < 100
                       ADD 1 TO TB-CUA-CANT
                       MOVE RUNLOG-JOB-ID TO TB-CUA-JOB(TB-CUA-IDX)
                       MOVE 1 TO TB-CUA-FILAS(TB-CUA-IDX)
                       MOVE RUNLOG-CANT-ENTRADA
                           TO TB-CUA-ENTRADA(TB-CUA-IDX)
                   END-IF
               WHEN TB-CUA-JOB(TB-CUA-IDX) = RUNLOG-JOB-ID
                   ADD 1 TO TB-CUA-FILAS(TB-CUA-IDX)
                   ADD RUNLOG-CANT-ENTRADA
                       TO TB-CUA-ENTRADA(TB-CUA-IDX)
           END-SEARCH.

       2300-EXIT.
           EXIT.

      ******************************************************************
      *  2400-CUADRA-ENTIDADES  -  FILA COMBINADA DE UN JOB QUE DEJO   *
      *  FILAS POR ENTIDAD: LA SUMA DE SUS ENTRADAS DEBE IGUALAR LA    *
      *  ENTRADA COMBINADA.  LA CORRIDA SIGUIENTE ACUMULA DE CERO      *
      ******************************************************************
       2400-CUADRA-ENTIDADES.
           SET TB-CUA-IDX TO 1
           SEARCH TB-CUA-ENTRY
               AT END
                   CONTINUE
               WHEN TB-CUA-IDX > TB-CUA-CANT
                   CONTINUE
               WHEN TB-CUA-JOB(TB-CUA-IDX) = RUNLOG-JOB-ID
                   IF TB-CUA-FILAS(TB-CUA-IDX) > ZERO
                       AND TB-CUA-ENTRADA(TB-CUA-IDX)
                           NOT = RUNLOG-CANT-ENTRADA
                       ADD 1 TO WS-CANT-DESCUADRES
                       MOVE TB-CUA-ENTRADA(TB-CUA-IDX)
                           TO WS-SUMA-ENTIDADES
                       MOVE SPACES TO RP-LINEA
                       STRING 'DESCUADRE   ' RUNLOG-JOB-ID
                           ' FECHA=' RUNLOG-FECHA-PROCESO
                           ' COMBINADA=' RUNLOG-CANT-ENTRADA
                           ' ENTIDADES=' WS-SUMA-ENTIDADES
                           DELIMITED BY SIZE INTO RP-LINEA
                       WRITE RP-LINEA
                   END-IF
                   MOVE ZERO TO TB-CUA-FILAS(TB-CUA-IDX)
                   MOVE ZERO TO TB-CUA-ENTRADA(TB-CUA-IDX)
           END-SEARCH.

       2400-EXIT.
           EXIT.

      ******************************************************************
      *  3000-VERIFICAR-FALTANTES - JOBS SIN FILA EN EL RUNLOG HOY    *
      ******************************************************************
               WS-CANT-FALTANTES
           DISPLAY 'FILAS SUPERSEDIDAS (RERUN) . . . . : '
               WS-CANT-SUPERSEDIDAS
           DISPLAY 'FILAS POR ENTIDAD  . . . . . . . . : '
               WS-CANT-FILAS-ENTIDAD
           DISPLAY 'DESCUADRES ENTIDADES/COMBINADA . . : '
               WS-CANT-DESCUADRES
           .
