      *****************************************************************/
      * RI0107 15/10/26 LMGZ COPY INICIAL - PAGOS RECHAZADOS POR      */
      *               CREDITO HIPOTECARIO PENDIENTES DE RESOLUCION    */
      *               (VER PAGCHCSR Y PAGCHRSM)                       */
      *****************************************************************/
      *================================================================*
      ** COPY     : PAGCHRPD                                          **
      ** SISTEMA  : PAGOACTIVO                                        **
      ** REGISTRO : PAGOS DE VENTANILLA QUE CREDITO HIPOTECARIO       **
      **            RECHAZO EN SU RESPUESTA PAGCHRES (PAGCHRPD,       **
      **            ORGANIZACION INDEXADA). PAGCHCSR GRABA UN         **
      **            REGISTRO PENDIENTE POR CADA RECHAZO, CON EL       **
      **            RECIBO DE PAGCHDET QUE LO SUSTENTA, Y LO LISTA    **
      **            CADA DIA CON SU ANTIGUEDAD MIENTRAS SIGA          **
      **            PENDIENTE. EL AREA DE COBRANZAS LO DA POR         **
      **            RESUELTO CON PAGCHRSM, QUE DEJA QUIEN Y CUANDO;   **
      **            LOS RESUELTOS NO SE BORRAN, PARA NO PERDER        **
      **            RASTRO                                            **
      ** LLAVE    : RPD-COD-EMPRESA + RPD-COD-SERVICIO +              **
      **            RPD-COD-DEUDOR + RPD-COD-CUOTA + RPD-FEC-PAGO +   **
      **            RPD-NRO-RECIBO                                    **
      *================================================================*
       01  REG-RPD-RECHAZO.
           02  RPD-LLAVE-PRIMARIA.
               03  RPD-COD-EMPRESA                 PIC 9(03).
               03  RPD-COD-SERVICIO                PIC 9(02).
               03  RPD-COD-DEUDOR                  PIC X(20).
               03  RPD-COD-CUOTA                   PIC X(08).
               03  RPD-FEC-PAGO                    PIC X(08).
      *    CERO CUANDO EL PAGO NO TIENE RECIBO EN PAGCHDET
               03  RPD-NRO-RECIBO                  PIC 9(10).
           02  RPD-IMP-PAGO                        PIC 9(13)V9(02).
           02  RPD-COD-MOTIVO                      PIC X(03).
           02  RPD-FEC-RECHAZO                     PIC X(08).
           02  RPD-COD-OFICINA                     PIC X(03).
           02  RPD-COD-OPERADOR                    PIC X(08).
           02  RPD-FLAG-ESTADO                     PIC X(01).
               88 RPD-PENDIENTE                    VALUE 'P'.
               88 RPD-RESUELTO                     VALUE 'S'.
           02  RPD-FEC-RESOLUCION                  PIC X(08).
           02  RPD-COD-RESOLUTOR                   PIC X(08).
           02  RPD-OBS-RESOLUCION                  PIC X(40).
