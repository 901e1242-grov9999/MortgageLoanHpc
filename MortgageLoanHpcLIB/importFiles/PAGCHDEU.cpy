      *****************************************************************/
      * RI0111 15/10/26 LMGZ COPY INICIAL - MAESTRO DE CONTACTO DE    */
      *               DEUDORES Y CODEUDORES (VER PAGCHDEM Y PAGCHCOB) */
      *****************************************************************/
      *================================================================*
      ** COPY     : PAGCHDEU                                          **
      ** SISTEMA  : PAGOACTIVO                                        **
      ** REGISTRO : DATOS DE CONTACTO DE LAS PERSONAS OBLIGADAS AL    **
      **            PAGO DE LAS CUOTAS (PAGCHDEU, ORGANIZACION        **
      **            INDEXADA). EL MAESTRO DE CUOTAS SOLO TRAE LOS     **
      **            NOMBRES; AQUI SE LLEVA LA DIRECCION POSTAL, EL    **
      **            TELEFONO Y EL CORREO PARA LOS AVISOS DE COBRANZA  **
      **            DE PAGCHCOB. LA LLAVE ES EL CODIGO DE PERSONA DE  **
      **            PAGCHPEN: MAE-COD-DEUDOR PARA EL TITULAR Y        **
      **            MAE-COD-CODEUDOR PARA LOS CODEUDORES, DE MODO QUE **
      **            UNA MISMA PERSONA TIENE UN SOLO REGISTRO AUNQUE   **
      **            SEA TITULAR DE UN CREDITO Y CODEUDORA DE OTRO. SE **
      **            MANTIENE CON PAGCHDEM; LA BAJA LO MARCA INACTIVO  **
      **            (NO SE BORRA) Y PAGCHCOB NO LE ENVIA AVISOS       **
      ** LLAVE    : DEU-COD-DEUDOR                                    **
      *================================================================*
       01  REG-DEU-CONTACTO.
           02  DEU-COD-DEUDOR                      PIC X(20).
           02  DEU-NOM-DEUDOR                      PIC X(40).
           02  DEU-DIRECCION.
               03  DEU-DIR-LINEA-1                 PIC X(40).
               03  DEU-DIR-LINEA-2                 PIC X(40).
               03  DEU-DIR-LOCALIDAD               PIC X(30).
               03  DEU-DIR-COD-POSTAL              PIC X(10).
           02  DEU-NUM-TELEFONO                    PIC X(15).
           02  DEU-DIR-CORREO                      PIC X(60).
           02  DEU-FLAG-ESTADO                     PIC X(01).
               88 DEU-ACTIVO                       VALUE 'A'.
               88 DEU-INACTIVO                     VALUE 'I'.
      *    ULTIMO CAMBIO APLICADO POR PAGCHDEM
           02  DEU-FEC-ACTUALIZACION               PIC X(08).
           02  DEU-COD-OPERADOR                    PIC X(08).
           02  FILLER                              PIC X(20).
