      ******************************************************************
      *                                                                *
      * COPY    : USREMP                                               *
      *                                                                *
      * OBJETIVO: TABLA MANTENIDA DE USUARIOS OPERADORES A NUP DE      *
      *           EMPLEADO.  UNA FILA POR SISTEMA, USUARIO Y FECHA     *
      *           DESDE LA QUE EL USUARIO PERTENECE AL EMPLEADO.  LA   *
      *           MANTIENE ZET207 CON NOVEDADES APROBADAS POR UN       *
      *           SEGUNDO OPERADOR; LA BAJA NO BORRA LA FILA, LA       *
      *           CIERRA, PARA QUE UN CAMBIO VIEJO SE SIGA ATRIBUYENDO *
      *           A QUIEN TENIA EL USUARIO ESE DIA.  LA LEE ZET208     *
      *           (AUTOGESTION DE EMPLEADOS SOBRE SUS PROPIOS          *
      *           PRODUCTOS).  ORDEN: CLAVE ASCENDENTE.                *
      *                                                                *
      * LONGITUD: 080 BYTES                                            *
      *                                                                *
      ******************************************************************
      * MOD000* 15/10/2026 ALTA DE LA COPY                             *
      ******************************************************************
      *
       01  USREMP-REGISTRO.
           05  USREMP-CLAVE.
      *        HO = USUARIO HOST (UMO DE MALBGC/MALBGP/MALUG, MAESTARJ)
      *        SW = NUMERO DE OPERADOR SWIFT (WRKR-NO DE LFTRS00)
               10  USREMP-SISTEMA        PIC X(02).
                   88  USREMP-HOST           VALUE 'HO'.
                   88  USREMP-SWIFT          VALUE 'SW'.
               10  USREMP-USUARIO        PIC X(08).
               10  USREMP-FECHA-DESDE    PIC 9(08).
           05  USREMP-NUP                PIC X(08).
           05  USREMP-LEGAJO             PIC X(08).
      *        ALTA Y BAJA DE LA FILA; BAJA EN CERO = VIGENTE.  LA
      *        BAJA ES EL ULTIMO DIA EN QUE EL USUARIO FUE DEL EMPLEADO
           05  USREMP-FECHA-ALTA         PIC 9(08).
           05  USREMP-FECHA-BAJA         PIC 9(08).
               88  USREMP-VIGENTE            VALUE ZERO.
      *        ULTIMO MOVIMIENTO: SOLICITANTE Y APROBADOR
           05  USREMP-SOLICITANTE        PIC X(08).
           05  USREMP-APROBADO-POR       PIC X(08).
           05  USREMP-FILLER             PIC X(14).
