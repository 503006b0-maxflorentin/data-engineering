      ******************************************************************
      *                                                                *
      * COPY    : PARMDEF                                              *
      *                                                                *
      * OBJETIVO: REGISTRO DE TARJETAS DE PARAMETROS.  UNA FILA POR    *
      *           CAMPO DE CADA TARJETA (PARMPIN, PARMCBS, TOLCARD,    *
      *           ETC.) CON SU POSICION, TIPO, RANGO PERMITIDO Y       *
      *           DUENO.  ES EL CONTENIDO DE LA TABLA DE REFERENCIA    *
      *           PARMDEF DEL ALMACEN REFVERS (CLAVE = TARJETA +       *
      *           CAMPO), ASI QUE SE MANTIENE CON ZET090: VIGENCIAS,   *
      *           APROBACION DE SEGUNDO OPERADOR Y DIARIO REFJRNL.     *
      *           LA LEE ZET199 ANTES DE CADA CORRIDA.                 *
      *                                                                *
      * LONGITUD: 200 BYTES                                            *
      *                                                                *
      ******************************************************************
      * MOD000* 15/10/2026 ALTA DE LA COPY                             *
      ******************************************************************
      *
       01  PARMDEF-REGISTRO.
           05  PARMDEF-TARJETA           PIC X(08).
           05  PARMDEF-CAMPO             PIC X(20).
      *        POSICION (1-RELATIVA) Y LARGO DEL CAMPO EN LA TARJETA
           05  PARMDEF-POSICION          PIC 9(04).
           05  PARMDEF-LONGITUD          PIC 9(02).
      *        N = NUMERICO CON RANGO / F = FECHA AAAAMMDD /
      *        S = INDICADOR S-N / A = ALFANUMERICO
           05  PARMDEF-TIPO              PIC X(01).
               88  PARMDEF-NUMERICO          VALUE 'N'.
               88  PARMDEF-FECHA             VALUE 'F'.
               88  PARMDEF-INDICADOR         VALUE 'S'.
               88  PARMDEF-ALFANUMERICO      VALUE 'A'.
           05  PARMDEF-DECIMALES         PIC 9(01).
      *        S = NO PUEDE VENIR EN BLANCO NI EN CERO
           05  PARMDEF-OBLIGATORIO       PIC X(01).
               88  PARMDEF-ES-OBLIGATORIO    VALUE 'S'.
      *        RANGO INCLUSIVE DE LOS CAMPOS NUMERICOS
           05  PARMDEF-MINIMO            PIC S9(11)V9(04)
                                         SIGN LEADING SEPARATE.
           05  PARMDEF-MAXIMO            PIC S9(11)V9(04)
                                         SIGN LEADING SEPARATE.
           05  PARMDEF-DUENO             PIC X(08).
           05  PARMDEF-DESCRIPCION       PIC X(60).
           05  PARMDEF-FILLER            PIC X(63).
