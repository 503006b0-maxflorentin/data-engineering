      ******************************************************************
      *                                                                *
      * COPY    : CUSDIF                                               *
      *                                                                *
      * OBJETIVO: DIFERENCIA DEL INVENTARIO DE CERTIFICADOS DE PLAZO   *
      *           FIJO EN CUSTODIA.  UNA FILA POR SUCURSAL TESORO,     *
      *           TIPO Y REFERENCIA (CERTIFICADO, O PERIODO EN LOS     *
      *           CONTEOS).  ZET209 LAS ARRASTRA DE GENERACION EN      *
      *           GENERACION (CUSPEN -> CUSPENN) HASTA QUE SE          *
      *           RESUELVEN; AL CERRARSE PASAN AL HISTORICO CUSDIFH.   *
      *           LAS QUE NACEN DE BGTCIPF (CN/ES/SA) SE CIERRAN SOLAS *
      *           CUANDO SE REGULARIZA EL DATO; LA SUCURSAL PUEDE      *
      *           DARLAS POR RESUELTAS ANTES (ESTADO R).  LAS QUE      *
      *           NACEN DEL CONTEO (DC/FA/SO) LAS CIERRA LA SUCURSAL.  *
      *                                                                *
      * LONGITUD: 180 BYTES                                            *
      *                                                                *
      ******************************************************************
      * MOD000* 15/10/2026 ALTA DE LA COPY                             *
      ******************************************************************
      *
       01  CUSDIF-REGISTRO.
           05  CUSDIF-CLAVE.
      *        SUCURSAL VIGENTE DEL TESORO QUE GUARDA EL CERTIFICADO
               10  CUSDIF-SUCURSAL       PIC X(04).
               10  CUSDIF-TIPO           PIC X(02).
                   88  CUSDIF-CANCEL-SIN-EGRESO  VALUE 'CN'.
                   88  CUSDIF-EGRESO-OTRA-SUC    VALUE 'ES'.
                   88  CUSDIF-SIN-CERTIF-ACTIVO  VALUE 'SA'.
                   88  CUSDIF-SIN-CONFIRMAR      VALUE 'NC'.
                   88  CUSDIF-DIF-CONTEO         VALUE 'DC'.
                   88  CUSDIF-FALTANTE           VALUE 'FA'.
                   88  CUSDIF-SOBRANTE           VALUE 'SO'.
                   88  CUSDIF-DE-BGTCIPF         VALUE 'CN' 'ES' 'SA'.
               10  CUSDIF-REFERENCIA.
                   15  CUSDIF-ENTIDAD    PIC X(04).
                   15  CUSDIF-CENTRO     PIC X(04).
                   15  CUSDIF-CUENTA     PIC X(12).
                   15  CUSDIF-SECUENCIA  PIC 9(05).
               10  CUSDIF-REF-CONTEO REDEFINES CUSDIF-REFERENCIA.
                   15  CUSDIF-PERIODO    PIC 9(06).
                   15  FILLER            PIC X(19).
      *        A ABIERTA / R RESUELTA POR LA SUCURSAL, PENDIENTE DE
      *        REGULARIZAR EN BGTCIPF / C CERRADA (SOLO EN CUSDIFH)
           05  CUSDIF-ESTADO             PIC X(01).
               88  CUSDIF-ABIERTA            VALUE 'A'.
               88  CUSDIF-RESUELTA-SUC       VALUE 'R'.
               88  CUSDIF-CERRADA            VALUE 'C'.
           05  CUSDIF-FEC-DETECCION      PIC 9(08).
           05  CUSDIF-PERIODO-DETECCION  PIC 9(06).
           05  CUSDIF-FEC-ULT-VISTO      PIC 9(08).
      *        DATOS DE CUSTODIA DE BGTCIPF (CODIGOS ORIGINALES)
           05  CUSDIF-SUC-INGRESO        PIC X(04).
           05  CUSDIF-SUC-EGRESO         PIC X(04).
           05  CUSDIF-FEC-INGCUS         PIC 9(08).
           05  CUSDIF-FEC-EGRCUS         PIC 9(08).
      *        FECHA DE CANCELACION O DE ANULACION DEL CERTIFICADO
           05  CUSDIF-FEC-BAJA-CERT      PIC 9(08).
           05  CUSDIF-DIVISA             PIC X(03).
           05  CUSDIF-SALDO              PIC S9(13)V99.
      *        CONTEO: CERTIFICADOS LISTADOS Y CONTADOS POR LA SUCURSAL
           05  CUSDIF-CANT-LISTADA       PIC 9(07).
           05  CUSDIF-CANT-FISICA        PIC 9(07).
           05  CUSDIF-FEC-RESOL          PIC 9(08).
      *        AU REGULARIZADA EN BGTCIPF / CF CONTEO CONFIRMADO /
      *        SU RESUELTA POR LA SUCURSAL
           05  CUSDIF-MOTIVO-RESOL       PIC X(02).
               88  CUSDIF-REGULARIZADA       VALUE 'AU'.
               88  CUSDIF-CONTEO-CONFIRMADO  VALUE 'CF'.
               88  CUSDIF-POR-SUCURSAL       VALUE 'SU'.
           05  CUSDIF-USUARIO-RESOL      PIC X(08).
           05  CUSDIF-OBSERVACION        PIC X(24).
           05  CUSDIF-FILLER             PIC X(20).
