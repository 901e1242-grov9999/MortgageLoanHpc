      *****************************************************************/
      * RI0106 15/10/26 LMGZ SE AGREGA EL PLAN DE CUOTAS NUEVAS DEL   */
      *               CONVENIO (CNV-PLAN-NUEVO, TOPE 12: CODIGO,      */
      *               IMPORTE Y VENCIMIENTO DE CADA CUOTA) PARA       */
      *               SEGUIR SU CUMPLIMIENTO EN PAGCHPEN Y PAGCHHIS   */
      *               (VER PAGCHX06). LOS REGISTROS GRABADOS ANTES DE */
      *               ESTE CAMBIO DEBEN CONVERTIRSE AL NUEVO LARGO    */
      *               CON EL PLAN EN BLANCO                           */
      * RI0102 03/09/26 LMGZ COPY INICIAL - PISTA DE AUDITORIA DE     */
      *               CONVENIOS DE REPROGRAMACION DE CUOTAS VENCIDAS  */
      *****************************************************************/
           02  CNV-IMP-SALDO-RETIRADO             PIC 9(13)V9(02).
           02  CNV-NUM-CUOTAS-NUEVAS              PIC 9(02).
           02  CNV-IMP-TOTAL-NUEVO                PIC 9(13)V9(02).
      *
      *    PLAN DE CUOTAS NUEVAS DADAS DE ALTA POR EL CONVENIO, EN EL
      *    ORDEN RECIBIDO EN PH-CUOTA-CONVENIO. SOLO LAS PRIMERAS
      *    CNV-NUM-CUOTAS-NUEVAS POSICIONES TIENEN DATOS; EL RESTO VA
      *    EN BLANCO Y CERO. CADA CUOTA SE BUSCA CON EMPRESA/
      *    SERVICIO/DEUDOR DEL CONVENIO MAS CNV-COD-CUOTA-NUEVA.
           02  CNV-PLAN-NUEVO OCCURS 12 TIMES.
               03  CNV-COD-CUOTA-NUEVA            PIC X(08).
               03  CNV-IMP-APAGAR-NUEVA           PIC 9(13)V9(02).
               03  CNV-FEC-VCMTO-NUEVA            PIC X(08).
