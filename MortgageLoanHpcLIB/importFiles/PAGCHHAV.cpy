      *****************************************************************/
      * RI0111 15/10/26 LMGZ COPY INICIAL - HISTORIA DE AVISOS DE     */
      *               COBRANZA ENVIADOS (VER PAGCHCOB)                */
      *****************************************************************/
      *================================================================*
      ** COPY     : PAGCHHAV                                          **
      ** SISTEMA  : PAGOACTIVO                                        **
      ** REGISTRO : HISTORIA DE AVISOS DE COBRANZA (PAGCHHAV,         **
      **            ORGANIZACION INDEXADA). PAGCHCOB GRABA UN REGISTRO**
      **            POR CUOTA Y NIVEL DE AVISO EMITIDO Y NO VUELVE A  **
      **            EMITIR ESE NIVEL (NI UNO MENOR) PARA LA CUOTA. SI **
      **            EL PASO SE REPITE EN LA MISMA FECHA DE NEGOCIO,   **
      **            LOS AVISOS CON HAV-FEC-EMISION DE ESA FECHA SE    **
      **            VUELVEN A GENERAR, PARA QUE LA GENERACION DEL DIA **
      **            DE PAGCHAVI SALGA COMPLETA                        **
      ** LLAVE    : HAV-COD-EMPRESA + HAV-COD-SERVICIO +              **
      **            HAV-COD-DEUDOR + HAV-COD-CUOTA + HAV-NUM-NIVEL    **
      *================================================================*
       01  REG-HAV-HISTORIA.
           02  HAV-LLAVE-PRIMARIA.
               03  HAV-COD-EMPRESA                 PIC 9(03).
               03  HAV-COD-SERVICIO                PIC 9(02).
               03  HAV-COD-DEUDOR                  PIC X(20).
               03  HAV-COD-CUOTA                   PIC X(08).
               03  HAV-NUM-NIVEL                   PIC 9(01).
           02  HAV-FEC-EMISION                     PIC X(08).
           02  HAV-NUM-DIAS-ATRASO                 PIC 9(05).
           02  HAV-MON-APAGAR                      PIC X(03).
           02  HAV-IMP-ADEUDADO                    PIC 9(13)V9(02).
      *    AVISOS EMITIDOS: AL TITULAR Y A LOS CODEUDORES
           02  HAV-CNT-AVISOS                      PIC 9(01).
           02  FILLER                              PIC X(20).
