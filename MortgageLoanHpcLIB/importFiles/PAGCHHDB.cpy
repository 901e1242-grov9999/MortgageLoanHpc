      *****************************************************************/
      * RI0114 15/10/26 LMGZ COPY INICIAL - HISTORIA DE LOS DEBITOS   */
      *               AUTOMATICOS PEDIDOS AL BANCO POR CUOTA          */
      *****************************************************************/
      *================================================================*
      ** COPY     : PAGCHHDB                                          **
      ** SISTEMA  : PAGOACTIVO                                        **
      ** REGISTRO : HISTORIA DE DEBITOS AUTOMATICOS (PAGCHHDB,        **
      **            ORGANIZACION INDEXADA). UN REGISTRO POR CUOTA CON **
      **            EL ULTIMO DEBITO PEDIDO AL BANCO: PAGCHDAE LO     **
      **            GRABA SOLICITADO AL INCLUIR LA CUOTA EN PAGCHSDB  **
      **            Y NO LA VUELVE A PEDIR MIENTRAS ESPERA RESPUESTA  **
      **            O YA FUE DEBITADA; PAGCHDAR LO PASA A DEBITADO    **
      **            (CON EL RECIBO DE LA PAGA) O A RECHAZADO (CON EL  **
      **            MOTIVO DEL BANCO), Y UNA CUOTA RECHAZADA SE PUEDE **
      **            VOLVER A PEDIR MIENTRAS SIGA DENTRO DE LA VENTANA **
      ** LLAVE    : HDB-COD-EMPRESA + HDB-COD-SERVICIO +              **
      **            HDB-COD-DEUDOR + HDB-COD-CUOTA                    **
      *================================================================*
       01  REG-HDB-DEBITO.
           02  HDB-LLAVE-PRIMARIA.
               03  HDB-COD-EMPRESA                 PIC 9(03).
               03  HDB-COD-SERVICIO                PIC 9(02).
               03  HDB-COD-DEUDOR                  PIC X(20).
               03  HDB-COD-CUOTA                   PIC X(08).
      *    FECHA DE NEGOCIO DEL PAGCHSDB QUE LLEVO EL PEDIDO
           02  HDB-FEC-SOLICITUD                   PIC X(08).
           02  HDB-IMP-DEBITO                      PIC 9(13)V9(02).
           02  HDB-COD-BANCO                       PIC X(04).
           02  HDB-NUM-CUENTA                      PIC X(20).
           02  HDB-FLAG-ESTADO                     PIC X(01).
               88 HDB-SOLICITADO                   VALUE 'S'.
               88 HDB-DEBITADO                     VALUE 'D'.
               88 HDB-RECHAZADO                    VALUE 'R'.
           02  HDB-FEC-RESPUESTA                   PIC X(08).
           02  HDB-COD-MOTIVO                      PIC X(03).
           02  HDB-NRO-RECIBO                      PIC 9(10).
           02  FILLER                              PIC X(20).
