      *****************************************************************/
      * RI0114 15/10/26 LMGZ COPY INICIAL - PISTA DE AUDITORIA DE     */
      *               LOS MANDATOS DE DEBITO AUTOMATICO               */
      *****************************************************************/
      *================================================================*
      ** COPY     : PAGCHADA                                          **
      ** SISTEMA  : PAGOACTIVO                                        **
      ** REGISTRO : PISTA DE AUDITORIA DE LOS MANDATOS DE DEBITO      **
      **            AUTOMATICO PAGCHMDA (PAGCHADA, SECUENCIAL), AL    **
      **            ESTILO DE PAGCHOAU. UN REGISTRO POR CADA ALTA,    **
      **            BAJA, MODIFICACION O REACTIVACION APLICADA POR    **
      **            PAGCHDAM, CON EL AUTORIZADOR QUE LA APROBO, Y POR **
      **            CADA SUSPENSION AUTOMATICA DE PAGCHDAR            **
      **            (AUTORIZADOR *SISTEMA), CON LA IMAGEN ANTERIOR Y  **
      **            NUEVA DEL MANDATO. EN LAS ALTAS LA IMAGEN         **
      **            ANTERIOR VIENE EN BLANCO/CEROS                    **
      *================================================================*
       01  REG-ADA-MANDATO.
           02  ADA-FEC-CAMBIO                      PIC X(08).
           02  ADA-HOR-CAMBIO                      PIC X(06).
           02  ADA-OPERACION                       PIC X(01).
               88 ADA-ALTA                         VALUE 'A'.
               88 ADA-BAJA                         VALUE 'B'.
               88 ADA-MODIFICACION                 VALUE 'M'.
               88 ADA-REACTIVACION                 VALUE 'R'.
               88 ADA-SUSPENSION                   VALUE 'S'.
           02  ADA-LLAVE-MANDATO.
               03  ADA-COD-EMPRESA                 PIC 9(03).
               03  ADA-COD-SERVICIO                PIC 9(02).
               03  ADA-COD-DEUDOR                  PIC X(20).
           02  ADA-COD-OPERADOR                    PIC X(08).
           02  ADA-COD-AUTORIZADOR                 PIC X(08).
           02  ADA-IMAGEN-ANTERIOR.
               03  ADA-ANT-COD-BANCO               PIC X(04).
               03  ADA-ANT-NUM-CUENTA              PIC X(20).
               03  ADA-ANT-TIP-CUENTA              PIC X(01).
               03  ADA-ANT-NOM-TITULAR             PIC X(40).
               03  ADA-ANT-FLAG-ESTADO             PIC X(01).
               03  ADA-ANT-CNT-RECHAZOS            PIC 9(02).
           02  ADA-IMAGEN-NUEVA.
               03  ADA-NVO-COD-BANCO               PIC X(04).
               03  ADA-NVO-NUM-CUENTA              PIC X(20).
               03  ADA-NVO-TIP-CUENTA              PIC X(01).
               03  ADA-NVO-NOM-TITULAR             PIC X(40).
               03  ADA-NVO-FLAG-ESTADO             PIC X(01).
               03  ADA-NVO-CNT-RECHAZOS            PIC 9(02).
