      ******************************************************************
      *                                                                *
      * COPY    : TOPETASA                                             *
      *                                                                *
      * OBJETIVO: TABLA MANTENIDA DE TASAS MAXIMAS REGULATORIAS DE     *
      *           FINANCIACION DE TARJETAS, CON VIGENCIA.  UNA FILA    *
      *           POR GRUPO DE TASA (GPO-TASA DE WASDO20), MONEDA Y    *
      *           FECHA DESDE LA QUE RIGE EL TOPE.  GRUPO '*' ES EL    *
      *           TOPE GENERAL PARA TODOS LOS GRUPOS; UNA FILA DE      *
      *           GRUPO PROPIO PREVALECE SOBRE LA GENERAL.  EL TOPE    *
      *           EN VIGOR A UNA FECHA ES EL DE FECHA-VIGENCIA MAS     *
      *           ALTA QUE NO LA SUPERE.  LA MANTIENE PRICING CON      *
      *           CADA COMUNICACION DEL BCRA; LA LEE ZET157.           *
      *                                                                *
      * LONGITUD: 020 BYTES                                            *
      *                                                                *
      ******************************************************************
      * MOD000* 15/10/2026 ALTA DE LA COPY                             *
      ******************************************************************
      *
       01  TOPETASA-REGISTRO.
           05  TOPETASA-GPO-TASA         PIC X(01).
               88  TOPETASA-TODOS-LOS-GRUPOS VALUE '*'.
           05  TOPETASA-GPO-TASA-NUM REDEFINES TOPETASA-GPO-TASA
                                         PIC 9(01).
      * 'ARS' SE COMPARA CON TASA-NOMINAL-ANUAL, 'USD' CON
      * TASA-NOMINAL-ANUAL-DOL
           05  TOPETASA-MONEDA           PIC X(03).
           05  TOPETASA-FECHA-VIGENCIA   PIC 9(08).
      * MISMA PICTURE QUE TASA-NOMINAL-ANUAL DE WASDO20 (TNA EN %)
           05  TOPETASA-TASA-MAXIMA      PIC S9(03)V99 COMP-3.
           05  TOPETASA-FILLER           PIC X(05).
