      *****************************************************************/
      * RI0112 15/10/26 LMGZ COPY INICIAL - REGISTRO DE CONSTANCIAS DE*/
      *               NO ADEUDO EMITIDAS (VER PAGCHCNA)               */
      *****************************************************************/
      *================================================================*
      ** COPY     : PAGCHRCN                                          **
      ** SISTEMA  : PAGOACTIVO                                        **
      ** REGISTRO : CONSTANCIA DE NO ADEUDO EMITIDA PARA UN DEUDOR Y  **
      **            UN DOCUMENTO (PAGCHRCN, ORGANIZACION INDEXADA).   **
      **            PAGCHCNA GRABA UN REGISTRO POR CADA CONSTANCIA    **
      **            CON EL NUMERO DEL NUMERADOR PAGCHNCN, Y CON EL    **
      **            MISMO PROGRAMA SE VERIFICA O SE ANULA DESPUES. LA **
      **            ANULACION NO BORRA EL REGISTRO: LO MARCA ANULADO  **
      **            CON FECHA, OPERADOR Y MOTIVO                      **
      ** LLAVE    : RCN-NRO-CONSTANCIA                                **
      *================================================================*
       01  REG-RCN-CONSTANCIA.
           02  RCN-NRO-CONSTANCIA                  PIC 9(08).
           02  RCN-FLAG-ESTADO                     PIC X(01).
               88 RCN-VIGENTE                      VALUE 'V'.
               88 RCN-ANULADA                      VALUE 'A'.
           02  RCN-FEC-EMISION                     PIC X(08).
           02  RCN-HOR-EMISION                     PIC X(06).
           02  RCN-COD-DEUDOR                      PIC X(20).
           02  RCN-NOM-DEUDOR                      PIC X(40).
           02  RCN-LLAVE-DOCUMENTO.
               03  RCN-TIP-DCMTO                   PIC X(02).
               03  RCN-NRO-DCMTO                   PIC X(13).
           02  RCN-COD-OPERADOR                    PIC X(08).
      *    CUOTAS Y RECIBOS QUE SUSTENTAN LA CONSTANCIA Y TOTAL
      *    PAGADO DE ESAS CUOTAS
           02  RCN-CNT-CUOTAS                      PIC 9(03).
           02  RCN-CNT-RECIBOS                     PIC 9(03).
           02  RCN-IMP-PAGADO                      PIC 9(13)V9(02).
           02  RCN-FEC-ANULACION                   PIC X(08).
           02  RCN-COD-OPE-ANULACION               PIC X(08).
           02  RCN-MOT-ANULACION                   PIC X(28).
           02  FILLER                              PIC X(20).
