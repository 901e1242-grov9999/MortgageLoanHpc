      *****************************************************************/
      * RI0105 15/10/26 LMGZ LA OPERACION PAGA-DEUDOR (G) GRABA,      */
      *               ADEMAS DE SU PROPIO REGISTRO, UN REGISTRO PAGA  */
      *               (P) POR CADA CUOTA A LA QUE APLICO IMPORTE, PARA*/
      *               QUE EL ENVIO PAGCHENV Y EL CUADRE PAGCHX05 LAS  */
      *               TOMEN COMO COBROS DE VENTANILLA                 */
      * RI0097 03/09/26 LMGZ SE AGREGA LA OFICINA Y EL OPERADOR DE LA */
      *               TRANSACCION (TRN-COD-OFICINA/TRN-COD-OPERADOR)  */
      *               PARA EL CUADRE DIARIO DE CAJA POR OFICINA Y     */
      ** SISTEMA  : PAGOACTIVO                                        **
      ** REGISTRO : BITACORA DIARIA DE TRANSACCIONES DE LA INTERFACE  **
      **            CON CREDITO HIPOTECARIO (PAGCHTRN, SECUENCIAL)    **
      **            UN REGISTRO POR CADA LLAMADA A PAGCHIPO; LA       **
      **            PAGA-DEUDOR AGREGA UNO PAGA (P) POR CUOTA TOCADA  **
      *================================================================*
       01  REG-TRN-PEND-HIPOTECARIO.
           02  TRN-FEC-TRANSACCION                 PIC X(08).
