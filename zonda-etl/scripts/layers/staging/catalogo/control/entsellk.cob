      ******************************************************************
      *                                                                *
      * COPY    : ENTSELLK                                             *
      *                                                                *
      * PREFIJO : :ENTSEL:                                             *
      *                                                                *
      * OBJETIVO: AREA DE COMUNICACION CON LA RUTINA ENTSEL.           *
      *           OPERACION C: EL LLAMADOR CARGA EL CODIGO DE ENTIDAD  *
      *           DEL REGISTRO Y LA RUTINA DEVUELVE SI SE PROCESA, SE  *
      *           OMITE (OTRA ENTIDAD EN MODO UNICA) O VA A SUSPENSO   *
      *           (ENTIDAD EN BLANCO, DESCONOCIDA O DADA DE BAJA),     *
      *           JUNTO CON LA POSICION DE LA ENTIDAD EN EL CATALOGO   *
      *           (CERO CUANDO VA A SUSPENSO).                         *
      *           OPERACION E: EL LLAMADOR CARGA LA POSICION Y LA      *
      *           RUTINA DEVUELVE CODIGO, MARCA Y NOMBRE.              *
      *           EN AMBAS SE INFORMA EL MODO DE CORRIDA DE LA TARJETA *
      *           PARMENT.  RESULTADO X: LA TARJETA O EL CATALOGO NO   *
      *           PERMITEN CORRER Y EL JOB DEBE TERMINAR CON RC 8.     *
      *                                                                *
      * LONGITUD: 060 BYTES                                            *
      *                                                                *
      ******************************************************************
      * MOD000* 15/10/2026 ALTA DE LA COPY                             *
      ******************************************************************
      *
       01 :ENTSEL:-AREA.
          05 :ENTSEL:-OPERACION            PIC X(01).
             88 :ENTSEL:-OP-CLASIFICA          VALUE 'C'.
             88 :ENTSEL:-OP-CONSULTA           VALUE 'E'.
          05 :ENTSEL:-CODIGO               PIC X(04).
          05 :ENTSEL:-INDICE               PIC 9(02).
          05 :ENTSEL:-RESULTADO            PIC X(01).
             88 :ENTSEL:-PROCESAR              VALUE 'P'.
             88 :ENTSEL:-OMITIR                VALUE 'O'.
             88 :ENTSEL:-SUSPENSO              VALUE 'S'.
             88 :ENTSEL:-NO-DISPONIBLE         VALUE 'X'.
      *       MOTIVO DE SUSPENSO: B = EN BLANCO / D = DESCONOCIDA /
      *       I = DADA DE BAJA EN EL CATALOGO
          05 :ENTSEL:-MOTIVO               PIC X(01).
          05 :ENTSEL:-MODO                 PIC X(01).
             88 :ENTSEL:-MODO-COMBINADO        VALUE 'C'.
             88 :ENTSEL:-MODO-UNICA            VALUE 'U'.
             88 :ENTSEL:-MODO-SEPARADO         VALUE 'S'.
          05 :ENTSEL:-ENTIDAD-SEL          PIC X(04).
          05 :ENTSEL:-CANT-ENTIDADES       PIC 9(02).
          05 :ENTSEL:-MARCA                PIC X(01).
          05 :ENTSEL:-NOMBRE               PIC X(30).
          05 :ENTSEL:-IND-CATALOGO         PIC X(01).
             88 :ENTSEL:-SIN-CATALOGO          VALUE 'N'.
          05 FILLER                        PIC X(12).
