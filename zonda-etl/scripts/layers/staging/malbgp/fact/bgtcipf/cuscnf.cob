      ******************************************************************
      *                                                                *
      * COPY    : CUSCNF                                               *
      *                                                                *
      * OBJETIVO: RESPUESTA DE LA SUCURSAL AL INVENTARIO MENSUAL DE    *
      *           CERTIFICADOS EN CUSTODIA (ZET209).  TIPO C: CANTIDAD *
      *           CONTADA EN EL TESORO PARA EL PERIODO DEL LISTADO.    *
      *           TIPO F: CERTIFICADO LISTADO QUE NO ESTA EN EL        *
      *           TESORO.  TIPO S: CERTIFICADO EN EL TESORO QUE NO     *
      *           FIGURA EN EL LISTADO.  TIPO R: LA SUCURSAL DA POR    *
      *           RESUELTA UNA DIFERENCIA (TIPO-DIF + CERTIFICADO, O   *
      *           PERIODO EN LAS DIFERENCIAS DE CONTEO).               *
      *                                                                *
      * LONGITUD: 080 BYTES                                            *
      *                                                                *
      ******************************************************************
      * MOD000* 15/10/2026 ALTA DE LA COPY                             *
      ******************************************************************
      *
       01  CUSCNF-REGISTRO.
           05  CUSCNF-TIPO               PIC X(01).
               88  CUSCNF-CONTEO             VALUE 'C'.
               88  CUSCNF-FALTANTE           VALUE 'F'.
               88  CUSCNF-SOBRANTE           VALUE 'S'.
               88  CUSCNF-RESOLUCION         VALUE 'R'.
           05  CUSCNF-SUCURSAL           PIC X(04).
      *        PERIODO AAAAMM DEL LISTADO AL QUE RESPONDE
           05  CUSCNF-PERIODO            PIC 9(06).
           05  CUSCNF-CERTIFICADO.
               10  CUSCNF-ENTIDAD        PIC X(04).
               10  CUSCNF-CENTRO         PIC X(04).
               10  CUSCNF-CUENTA         PIC X(12).
               10  CUSCNF-SECUENCIA      PIC 9(05).
      *        EN LA RESOLUCION: TIPO DE DIFERENCIA QUE SE CIERRA
           05  CUSCNF-TIPO-DIF           PIC X(02).
           05  CUSCNF-CANT-FISICA        PIC 9(07).
           05  CUSCNF-USUARIO            PIC X(08).
           05  CUSCNF-FECHA              PIC 9(08).
           05  CUSCNF-OBSERVACION        PIC X(19).
