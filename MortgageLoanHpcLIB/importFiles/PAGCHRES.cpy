      *****************************************************************/
      * RI0107 15/10/26 LMGZ COPY INICIAL - RESPUESTA DE CREDITO      */
      *               HIPOTECARIO AL ARCHIVO DE COBRANZAS PAGCHSAL,   */
      *               CON EL RESULTADO DE CADA PAGO (VER PAGCHCSR)    */
      *****************************************************************/
      *================================================================*
      ** COPY     : PAGCHRES                                          **
      ** SISTEMA  : PAGOACTIVO                                        **
      ** REGISTRO : ARCHIVO SECUENCIAL DE RESPUESTA DE CREDITO        **
      **            HIPOTECARIO (PAGCHRES) AL ENVIO DIARIO DE         **
      **            COBRANZAS PAGCHSAL, EN EL MISMO ESTILO: UNA       **
      **            CABECERA CON LA FECHA DEL ENVIO RESPONDIDO, UN    **
      **            DETALLE POR CADA PAGO RECIBIDO (LA IMAGEN DEL     **
      **            DETALLE DE PAGCHSAL MAS EL RESULTADO APLICADO O   **
      **            RECHAZADO Y EL CODIGO DE MOTIVO DEL RECHAZO) Y    **
      **            UNA COLA CON CANTIDAD E IMPORTE TOTAL DE LOS      **
      **            DETALLES Y CANTIDAD DE RECHAZOS, PARA VALIDAR     **
      **            QUE LA RESPUESTA LLEGO COMPLETA                   **
      *================================================================*
       01  REG-RES-RESPUESTA.
           02  RES-TIPO-REGISTRO                   PIC X(01).
               88 RES-CABECERA                     VALUE '1'.
               88 RES-DETALLE                      VALUE '2'.
               88 RES-COLA                         VALUE '9'.
           02  RES-DATOS                           PIC X(62).
           02  RES-DATOS-DETALLE REDEFINES RES-DATOS.
               03  RES-COD-EMPRESA                 PIC 9(03).
               03  RES-COD-SERVICIO                PIC 9(02).
               03  RES-COD-DEUDOR                  PIC X(20).
               03  RES-COD-CUOTA                   PIC X(08).
               03  RES-IMP-PAGO                    PIC 9(13)V9(02).
               03  RES-FEC-PAGO                    PIC X(08).
               03  RES-FLAG-RESULTADO              PIC X(01).
                   88 RES-APLICADO                 VALUE 'A'.
                   88 RES-RECHAZADO                VALUE 'R'.
      *    CODIGO DE MOTIVO DEL RECHAZO ASIGNADO POR CREDITO
      *    HIPOTECARIO; EN BLANCO CUANDO EL PAGO FUE APLICADO
               03  RES-COD-MOTIVO                  PIC X(03).
               03  FILLER                          PIC X(02).
           02  RES-DATOS-CABECERA REDEFINES RES-DATOS.
      *    FECHA DE PROCESO DE LA CABECERA DEL PAGCHSAL RESPONDIDO
               03  RES-CAB-FEC-PROCESO             PIC X(08).
               03  RES-CAB-FEC-RESPUESTA           PIC X(08).
               03  FILLER                          PIC X(46).
           02  RES-DATOS-COLA REDEFINES RES-DATOS.
               03  RES-COL-NUM-REGISTROS           PIC 9(07).
               03  RES-COL-IMP-TOTAL               PIC 9(13)V9(02).
               03  RES-COL-NUM-RECHAZOS            PIC 9(07).
               03  FILLER                          PIC X(33).
