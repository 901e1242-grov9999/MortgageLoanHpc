      *****************************************************************/
      * RI0108 15/10/26 LMGZ COPY INICIAL - MOVIMIENTOS DE IMPORTE    */
      *               SOBRE CUOTAS DEL MAESTRO HECHOS POR LOS JOBS    */
      *               NOCTURNOS (DEVENGO DE MORA Y REVALUACION)       */
      *****************************************************************/
      *================================================================*
      ** COPY     : PAGCHMVT                                          **
      ** SISTEMA  : PAGOACTIVO                                        **
      ** REGISTRO : PISTA DE MOVIMIENTOS DE IMPORTE SOBRE CUOTAS DE   **
      **            PAGCHPEN (PAGCHMVT, SECUENCIAL) GRABADA POR LOS   **
      **            JOBS NOCTURNOS: UN REGISTRO POR CADA CUOTA CUYO   **
      **            IMPORTE CAMBIA, CON EL VALOR ANTERIOR, EL NUEVO   **
      **            Y LA DIFERENCIA CON SIGNO. PAGCHMOR GRABA LOS     **
      **            CAMBIOS DE MORA DEVENGADA (TIPO MO) Y PAGCHREV    **
      **            LOS DE IMPORTE A PAGAR POR TIPO DE CAMBIO (TIPO   **
      **            RV). NO SE DEPURA; EL ASIENTO CONTABLE DIARIO     **
      **            PAGCHCON TOMA LOS MOVIMIENTOS DE SU FECHA.        **
      *================================================================*
       01  REG-MVT-MOVIMIENTO.
           02  MVT-FEC-MOVIMIENTO                 PIC X(08).
           02  MVT-HOR-MOVIMIENTO                 PIC X(06).
           02  MVT-TIP-MOVIMIENTO                 PIC X(02).
               88 MVT-DEVENGO-MORA                VALUE 'MO'.
               88 MVT-REVALUACION                 VALUE 'RV'.
           02  MVT-COD-EMPRESA                    PIC 9(03).
           02  MVT-COD-SERVICIO                   PIC 9(02).
           02  MVT-COD-DEUDOR                     PIC X(20).
           02  MVT-COD-CUOTA                      PIC X(08).
           02  MVT-MON-APAGAR                     PIC X(03).
           02  MVT-IMP-ANTERIOR                   PIC 9(13)V9(02).
           02  MVT-IMP-NUEVO                      PIC 9(13)V9(02).
           02  MVT-IMP-DIFERENCIA                 PIC S9(13)V9(02).
           02  MVT-COD-PROGRAMA                   PIC X(08).
