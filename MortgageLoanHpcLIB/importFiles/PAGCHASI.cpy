      *****************************************************************/
      * RI0108 15/10/26 LMGZ COPY INICIAL - ASIENTO CONTABLE DIARIO   */
      *               PARA EL MAYOR GENERAL (VER PAGCHCON)            */
      *****************************************************************/
      *================================================================*
      ** COPY     : PAGCHASI                                          **
      ** SISTEMA  : PAGOACTIVO                                        **
      ** REGISTRO : ASIENTO CONTABLE DIARIO DE LA INTERFACE CON       **
      **            CREDITO HIPOTECARIO (PAGCHASI, SECUENCIAL) PARA   **
      **            EL MAYOR GENERAL: UNA CABECERA CON LA FECHA       **
      **            CONTABLE, UN DETALLE POR EMPRESA/SERVICIO,        **
      **            MONEDA, CUENTA Y NATURALEZA (DEBE O HABER) CON EL **
      **            IMPORTE ACUMULADO DEL DIA, Y UNA COLA CON LA      **
      **            CANTIDAD DE DETALLES Y LOS TOTALES DEBE Y HABER,  **
      **            QUE SIEMPRE SON IGUALES: PAGCHCON NO LIBERA UN    **
      **            ASIENTO DESCUADRADO.                              **
      *================================================================*
       01  REG-ASI-ASIENTO.
           02  ASI-TIPO-REGISTRO                   PIC X(01).
               88 ASI-CABECERA                     VALUE '1'.
               88 ASI-DETALLE                      VALUE '2'.
               88 ASI-COLA                         VALUE '9'.
           02  ASI-DATOS                           PIC X(60).
           02  ASI-DATOS-DETALLE REDEFINES ASI-DATOS.
               03  ASI-COD-EMPRESA                 PIC 9(03).
               03  ASI-COD-SERVICIO                PIC 9(02).
               03  ASI-COD-MONEDA                  PIC X(03).
               03  ASI-COD-CUENTA                  PIC X(12).
               03  ASI-IND-NATURALEZA              PIC X(01).
                   88 ASI-DEBE                     VALUE 'D'.
                   88 ASI-HABER                    VALUE 'H'.
               03  ASI-IMP-MOVIMIENTO              PIC 9(13)V9(02).
               03  ASI-NUM-MOVIMIENTOS             PIC 9(07).
               03  FILLER                          PIC X(17).
           02  ASI-DATOS-CABECERA REDEFINES ASI-DATOS.
               03  ASI-CAB-FEC-CONTABLE            PIC X(08).
               03  FILLER                          PIC X(52).
           02  ASI-DATOS-COLA REDEFINES ASI-DATOS.
               03  ASI-COL-NUM-REGISTROS           PIC 9(07).
               03  ASI-COL-IMP-DEBE                PIC 9(13)V9(02).
               03  ASI-COL-IMP-HABER               PIC 9(13)V9(02).
               03  FILLER                          PIC X(23).
