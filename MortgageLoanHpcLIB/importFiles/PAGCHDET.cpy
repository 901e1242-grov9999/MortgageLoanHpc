      *****************************************************************/
      * RI0108 15/10/26 LMGZ SE AGREGA LA MONEDA DE COBRO DEL         */
      *               MOVIMIENTO (DET-MON-PAGO) PARA EL ASIENTO       */
      *               CONTABLE DIARIO PAGCHCON; LOS REGISTROS         */
      *               GRABADOS ANTES DE ESTE CAMBIO DEBEN CONVERTIRSE */
      *               AL NUEVO LARGO CON LA MONEDA EN BLANCO          */
      * RI0096 02/09/26 LMGZ COPY INICIAL - DETALLE PERMANENTE DE     */
      *               PAGOS DE VENTANILLA CON NUMERO DE RECIBO        */
      *****************************************************************/
           02  DET-HOR-PAGO                       PIC X(06).
           02  DET-COD-OFICINA                    PIC X(03).
           02  DET-COD-OPERADOR                   PIC X(08).
      *    MONEDA DE COBRO DE LA CUOTA (MAE-MON-APAGAR), PARA EL
      *    ASIENTO CONTABLE DIARIO (VER PAGCHCON)
           02  DET-MON-PAGO                       PIC X(03).
