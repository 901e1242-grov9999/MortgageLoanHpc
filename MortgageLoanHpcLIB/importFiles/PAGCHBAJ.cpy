      *****************************************************************/
      * RI0108 15/10/26 LMGZ SE AGREGA LA MONEDA Y EL SALDO RETIRADO  */
      *               DEL MAESTRO (BAJ-MON-APAGAR/BAJ-IMP-SALDO) PARA */
      *               CONTABILIZAR ELIMINA Y CONVENIO EN PAGCHCON;    */
      *               LOS REGISTROS GRABADOS ANTES DE ESTE CAMBIO     */
      *               DEBEN CONVERTIRSE AL NUEVO LARGO CON SALDO CERO */
      * RI0094 09/08/26 LMGZ COPY INICIAL - PISTA DE AUDITORIA DE BAJAS*
      *****************************************************************/
      *================================================================*
           02  BAJ-COD-OPERADOR                   PIC X(08).
           02  BAJ-COD-OFICINA                    PIC X(03).
           02  BAJ-COD-MOTIVO-BAJA                PIC X(02).
      *    SALDO QUE SALE DEL MAESTRO CON LA BAJA (IMPORTE A PAGAR
      *    MAS MORA MENOS LO COBRADO) EN LA MONEDA DE COBRO, PARA EL
      *    ASIENTO CONTABLE DIARIO (VER PAGCHCON)
           02  BAJ-MON-APAGAR                     PIC X(03).
           02  BAJ-IMP-SALDO                      PIC 9(13)V9(02).
