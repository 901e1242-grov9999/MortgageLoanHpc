      *****************************************************************/
      * RI0114 15/10/26 LMGZ COPY INICIAL - MANDATOS DE DEBITO        */
      *               AUTOMATICO EN CUENTA BANCARIA (VER PAGCHDAM)    */
      *****************************************************************/
      *================================================================*
      ** COPY     : PAGCHMDA                                          **
      ** SISTEMA  : PAGOACTIVO                                        **
      ** REGISTRO : MANDATOS DE DEBITO AUTOMATICO (PAGCHMDA,          **
      **            ORGANIZACION INDEXADA). UN REGISTRO POR DEUDOR Y  **
      **            EMPRESA/SERVICIO CON EL BANCO Y LA CUENTA EN QUE  **
      **            EL DEUDOR AUTORIZO DEBITAR SUS CUOTAS. SE         **
      **            MANTIENE CON PAGCHDAM (PISTA EN PAGCHADA);        **
      **            PAGCHDAE PIDE AL BANCO EL DEBITO DE LAS CUOTAS DE **
      **            LOS MANDATOS ACTIVOS Y PAGCHDAR, AL RECIBIR LA    **
      **            RESPUESTA, LLEVA LA CUENTA DE RECHAZOS            **
      **            CONSECUTIVOS Y SUSPENDE EL MANDATO CUANDO LLEGA   **
      **            AL TOPE. LA BAJA NO BORRA EL REGISTRO             **
      ** LLAVE    : MDA-COD-EMPRESA + MDA-COD-SERVICIO +              **
      **            MDA-COD-DEUDOR                                    **
      *================================================================*
       01  REG-MDA-MANDATO.
           02  MDA-LLAVE-PRIMARIA.
               03  MDA-COD-EMPRESA                 PIC 9(03).
               03  MDA-COD-SERVICIO                PIC 9(02).
               03  MDA-COD-DEUDOR                  PIC X(20).
           02  MDA-COD-BANCO                       PIC X(04).
           02  MDA-NUM-CUENTA                      PIC X(20).
           02  MDA-TIP-CUENTA                      PIC X(01).
               88 MDA-CTA-AHORROS                  VALUE 'A'.
               88 MDA-CTA-CORRIENTE                VALUE 'C'.
           02  MDA-NOM-TITULAR                     PIC X(40).
           02  MDA-FLAG-ESTADO                     PIC X(01).
               88 MDA-ACTIVO                       VALUE 'A'.
               88 MDA-SUSPENDIDO                   VALUE 'S'.
               88 MDA-DE-BAJA                      VALUE 'B'.
           02  MDA-FEC-ALTA                        PIC X(08).
      *    RECHAZOS CONSECUTIVOS DEL BANCO; UN DEBITO APLICADO O UNA
      *    REACTIVACION LO VUELVEN A CERO
           02  MDA-CNT-RECHAZOS                    PIC 9(02).
           02  MDA-FEC-ULT-DEBITO                  PIC X(08).
           02  MDA-FEC-ULT-RECHAZO                 PIC X(08).
           02  MDA-COD-ULT-MOTIVO                  PIC X(03).
      *    ULTIMO CAMBIO APLICADO (PAGCHDAM, O PAGCHDAR AL SUSPENDER)
           02  MDA-FEC-ACTUALIZACION               PIC X(08).
           02  MDA-COD-OPERADOR                    PIC X(08).
           02  FILLER                              PIC X(20).
