      ******************************************************************
      *                                                                *
      * COPY    : CUSINV                                               *
      *                                                                *
      * OBJETIVO: INVENTARIO MENSUAL DE CERTIFICADOS DE PLAZO FIJO     *
      *           QUE DEBEN ESTAR FISICAMENTE EN EL TESORO DE CADA     *
      *           SUCURSAL: MARCADOS EN CUSTODIA EN BGTCIPF Y SIN      *
      *           EGRESO.  LA SUCURSAL ES LA VIGENTE (SUCMAP) DE LA    *
      *           SUCURSAL DE INGRESO A CUSTODIA.  LO GENERA ZET209    *
      *           ORDENADO POR SUCURSAL Y CERTIFICADO.                 *
      *                                                                *
      * LONGITUD: 100 BYTES                                            *
      *                                                                *
      ******************************************************************
      * MOD000* 15/10/2026 ALTA DE LA COPY                             *
      ******************************************************************
      *
       01  CUSINV-REGISTRO.
           05  CUSINV-PERIODO            PIC 9(06).
           05  CUSINV-SUCURSAL           PIC X(04).
           05  CUSINV-CERTIFICADO.
               10  CUSINV-ENTIDAD        PIC X(04).
               10  CUSINV-CENTRO         PIC X(04).
               10  CUSINV-CUENTA         PIC X(12).
               10  CUSINV-SECUENCIA      PIC 9(05).
           05  CUSINV-SUC-INGRESO        PIC X(04).
           05  CUSINV-FEC-INGCUS         PIC 9(08).
           05  CUSINV-PRODUCTO           PIC X(02).
           05  CUSINV-SUBPRODU           PIC X(04).
           05  CUSINV-DIVISA             PIC X(03).
           05  CUSINV-SALDO              PIC S9(13)V99.
           05  CUSINV-FEC-VENCIMIENTO    PIC 9(08).
      *        BLANCO / CN CANCELADO SIN EGRESO / SA ANULADO
           05  CUSINV-MARCA              PIC X(02).
           05  CUSINV-FILLER             PIC X(19).
