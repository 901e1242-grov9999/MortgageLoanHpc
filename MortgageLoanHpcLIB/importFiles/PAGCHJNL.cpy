      *****************************************************************/
      * RI0113 15/10/26 LMGZ COPY INICIAL - DIARIO DE IMAGENES ANTES Y*/
      *               DESPUES DE LAS CUOTAS DE PAGCHPEN               */
      *****************************************************************/
      *================================================================*
      ** COPY     : PAGCHJNL                                          **
      ** SISTEMA  : PAGOACTIVO                                        **
      ** REGISTRO : DIARIO DE IMAGENES DE PAGCHPEN (PAGCHJNL,         **
      **            ORGANIZACION SECUENCIAL, SE ABRE EN EXTEND). CADA **
      **            PROGRAMA QUE GRABA, REESCRIBE O BORRA UNA CUOTA   **
      **            DEJA UN REGISTRO CON LA IMAGEN COMPLETA DEL       **
      **            REG-MAE-PEND-HIPOTECARIO ANTES Y DESPUES DEL      **
      **            CAMBIO. EN UN ALTA LA IMAGEN ANTERIOR VA EN       **
      **            ESPACIOS Y EN UNA BAJA LA POSTERIOR. PAGCHRCP     **
      **            CARGA UN RESPALDO DE PAGCHPEN Y APLICA ESTE DIARIO**
      **            HACIA ADELANTE HASTA UNA FECHA Y HORA DADAS       **
      ** LLAVE    : (SECUENCIAL, EN ORDEN DE GRABACION)               **
      *================================================================*
       01  REG-JNL-IMAGEN.
      *    FECHA Y HORA DEL RELOJ DEL SISTEMA AL GRABAR (AAAAMMDD Y   */
      *    HHMMSSCC), NO LA FECHA DE NEGOCIO: ORDENAN LA APLICACION   */
           02  JNL-FEC-MOVIMIENTO                  PIC X(08).
           02  JNL-HOR-MOVIMIENTO                  PIC X(08).
           02  JNL-COD-PROGRAMA                    PIC X(08).
           02  JNL-TIP-OPERACION                   PIC X(01).
               88 JNL-ALTA                         VALUE 'A'.
               88 JNL-CAMBIO                       VALUE 'C'.
               88 JNL-BAJA                         VALUE 'B'.
      *    OPERACION DE PAGCHIPO QUE ORIGINO EL CAMBIO (PH-OPERACION);*/
      *    ESPACIOS EN LOS PROCESOS BATCH                             */
           02  JNL-OPE-ORIGEN                      PIC X(01).
      *    OPERADOR Y OFICINA CUANDO LOS HAY; ESPACIOS EN BATCH       */
           02  JNL-COD-OPERADOR                    PIC X(08).
           02  JNL-COD-OFICINA                     PIC X(03).
           02  JNL-LLAVE-MAESTRO                   PIC X(33).
      *    IMAGENES CON EL TRAZADO DE REG-MAE-PEND-HIPOTECARIO        */
           02  JNL-IMG-ANTERIOR                    PIC X(395).
           02  JNL-IMG-POSTERIOR                   PIC X(395).
           02  FILLER                              PIC X(20).
