      *****************************************************************/
      * RI0109 15/10/26 LMGZ COPY INICIAL - ARCHIVO DE CONTROL DE LA  */
      *               CADENA NOCTURNA: FECHA DE NEGOCIO, CALENDARIO   */
      *               DE FERIADOS Y BITACORA DE PASOS (VER PAGCHCTR   */
      *               Y PAGCHCAL)                                     */
      *****************************************************************/
      *================================================================*
      ** COPY     : PAGCHCTL                                          **
      ** SISTEMA  : PAGOACTIVO                                        **
      ** REGISTRO : ARCHIVO DE CONTROL DE LA CADENA NOCTURNA          **
      **            (PAGCHCTL, ORGANIZACION INDEXADA) CON TRES TIPOS  **
      **            DE REGISTRO:                                      **
      **              F  FECHA DE NEGOCIO OFICIAL QUE LOS JOBS        **
      **                 NOCTURNOS USAN EN LUGAR DEL RELOJ DEL        **
      **                 SISTEMA (UN SOLO REGISTRO, FECHA DE LLAVE    **
      **                 EN CEROS). LA FIJA Y LA AVANZA PAGCHCAL      **
      **              H  FERIADO DEL CALENDARIO (FECHA DE LLAVE = DIA **
      **                 FERIADO), QUE EL AVANCE DE FECHA SALTA       **
      **              P  PASO DE LA CADENA (FECHA DE LLAVE = FECHA DE **
      **                 NEGOCIO, MAS EL PROGRAMA) CON INICIO, FIN,   **
      **                 ESTADO Y CIFRAS DE CONTROL. LO GRABA LA      **
      **                 RUTINA PAGCHCTR AL INICIAR Y AL TERMINAR     **
      **                 CADA PROGRAMA                                **
      ** LLAVE    : CTL-TIP-REGISTRO + CTL-FEC-LLAVE +                **
      **            CTL-COD-PROGRAMA                                  **
      *================================================================*
       01  REG-CTL-CONTROL.
           02  CTL-LLAVE-PRIMARIA.
               03  CTL-TIP-REGISTRO                PIC X(01).
                   88 CTL-REG-FECHA                VALUE 'F'.
                   88 CTL-REG-FERIADO              VALUE 'H'.
                   88 CTL-REG-PASO                 VALUE 'P'.
               03  CTL-FEC-LLAVE                   PIC X(08).
               03  CTL-COD-PROGRAMA                PIC X(08).
           02  CTL-DATOS                           PIC X(100).
           02  CTL-DATOS-FECHA REDEFINES CTL-DATOS.
               03  CTL-FEC-NEGOCIO                 PIC X(08).
               03  CTL-FEC-NEGOCIO-ANT             PIC X(08).
               03  CTL-FEC-CAMBIO                  PIC X(08).
               03  CTL-HOR-CAMBIO                  PIC X(06).
               03  FILLER                          PIC X(70).
           02  CTL-DATOS-FERIADO REDEFINES CTL-DATOS.
               03  CTL-DES-FERIADO                 PIC X(30).
               03  FILLER                          PIC X(70).
           02  CTL-DATOS-PASO REDEFINES CTL-DATOS.
               03  CTL-EST-PASO                    PIC X(01).
                   88 CTL-PASO-EN-CURSO            VALUE 'I'.
                   88 CTL-PASO-TERMINADO           VALUE 'T'.
                   88 CTL-PASO-CANCELADO           VALUE 'C'.
               03  CTL-FEC-INICIO                  PIC X(08).
               03  CTL-HOR-INICIO                  PIC X(06).
               03  CTL-FEC-FIN                     PIC X(08).
               03  CTL-HOR-FIN                     PIC X(06).
               03  CTL-COD-RETORNO                 PIC 9(04).
      *    CANTIDAD DE VECES QUE EL PASO SE INICIO PARA LA FECHA DE
      *    NEGOCIO (MAS DE UNA = REPROCESO O REARRANQUE)
               03  CTL-NUM-EJECUCIONES             PIC 9(03).
               03  CTL-CNT-LEIDOS                  PIC 9(09).
               03  CTL-CNT-PROCESADOS              PIC 9(09).
               03  CTL-IMP-CONTROL                 PIC 9(13)V9(02).
               03  FILLER                          PIC X(31).
