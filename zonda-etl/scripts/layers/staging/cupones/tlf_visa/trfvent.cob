      ******************************************************************
      *                                                                *
      * COPY    : TRFVENT                                              *
      *                                                                *
      * PREFIJO : :TRFVENT:                                            *
      *                                                                *
      * OBJETIVO: VENTANA MOVIL DE TRANSFERENCIAS DEL TLF QUE ARRASTRA *
      *           ZET161 PARA LA DETECCION DE ESTRUCTURACION: UNA      *
      *           FILA POR TRANSFERENCIA DE LOS ULTIMOS DIAS DE LA     *
      *           VENTANA.  EL REMITENTE ES EL CUIL/DNI DEL CLIENTE    *
      *           ('C') O, SI NO VIENE INFORMADO, EL TOKEN DE LA       *
      *           TARJETA ('T'); EL PAN NUNCA SE GUARDA EN CLARO.      *
      *           FEC-CARGA ES EL DIA EN QUE LA FILA ENTRO A LA        *
      *           VENTANA.                                             *
      *                                                                *
      * LONGITUD: 120 BYTES                                            *
      *                                                                *
      ******************************************************************
      * MOD000* 15/10/2026 ALTA DE LA COPY                             *
      ******************************************************************
      *
       01 :TRFVENT:-REGISTRO.
          05 :TRFVENT:-REMITENTE.
             10 :TRFVENT:-REM-TIPO         PIC X(01).
                88 :TRFVENT:-REM-CLIENTE       VALUE 'C'.
                88 :TRFVENT:-REM-TARJETA       VALUE 'T'.
             10 :TRFVENT:-REM-ID           PIC X(19).
          05 :TRFVENT:-CBU-DESTINO         PIC X(22).
          05 :TRFVENT:-TOKEN               PIC X(19).
          05 :TRFVENT:-DNI-CUIL            PIC X(12).
          05 :TRFVENT:-MAND-DOC-BENEF      PIC X(01).
          05 :TRFVENT:-MAND-NUM-BENEF      PIC X(12).
          05 :TRFVENT:-CONCEPTO            PIC X(01).
          05 :TRFVENT:-FECHA               PIC 9(08).
          05 :TRFVENT:-HORA                PIC 9(06).
          05 :TRFVENT:-IMPORTE             PIC S9(13)V99 COMP-3.
          05 :TRFVENT:-FEC-CARGA           PIC 9(08).
          05 FILLER                        PIC X(03).
