      *****************************************************************/
      * RI0108 15/10/26 LMGZ COPY INICIAL - TABLA DE CUENTAS CONTABLES*/
      *               POR EMPRESA/SERVICIO Y TIPO DE MOVIMIENTO PARA  */
      *               EL ASIENTO CONTABLE DIARIO (VER PAGCHCON)       */
      *****************************************************************/
      *================================================================*
      ** COPY     : PAGCHCTA                                          **
      ** SISTEMA  : PAGOACTIVO                                        **
      ** REGISTRO : TABLA DE CUENTAS CONTABLES (PAGCHCTA,             **
      **            ORGANIZACION INDEXADA). PARA CADA EMPRESA/        **
      **            SERVICIO Y TIPO DE MOVIMIENTO DA LA CUENTA QUE SE **
      **            DEBITA Y LA QUE SE ACREDITA CUANDO EL IMPORTE DEL **
      **            MOVIMIENTO ES POSITIVO; UN IMPORTE NEGATIVO (MORA **
      **            LIMPIADA, REVALUACION A LA BAJA) INVIERTE LAS     **
      **            CUENTAS. LA EMPRESA 000 CON SERVICIO 00 ES LA     **
      **            CUENTA POR DEFECTO DEL TIPO PARA LAS COMBINACIONES**
      **            QUE NO TIENEN UNA PROPIA. SE MANTIENE CON         **
      **            PAGCHCCM.                                         **
      ** LLAVE    : CTA-COD-EMPRESA + CTA-COD-SERVICIO +              **
      **            CTA-TIP-MOVIMIENTO                                **
      *================================================================*
       01  REG-CTA-CUENTA.
           02  CTA-LLAVE-PRIMARIA.
               03  CTA-COD-EMPRESA                 PIC 9(03).
               03  CTA-COD-SERVICIO                PIC 9(02).
               03  CTA-TIP-MOVIMIENTO              PIC X(02).
                   88 CTA-PAGO                     VALUE 'PA'.
                   88 CTA-EXTORNO                  VALUE 'EX'.
                   88 CTA-DEVENGO-MORA             VALUE 'MO'.
                   88 CTA-REVALUACION              VALUE 'RV'.
                   88 CTA-ELIMINA                  VALUE 'EL'.
                   88 CTA-CONVENIO                 VALUE 'CV'.
                   88 CTA-TIPO-VALIDO              VALUE 'PA' 'EX'
                                                         'MO' 'RV'
                                                         'EL' 'CV'.
           02  CTA-CTA-DEBE                        PIC X(12).
           02  CTA-CTA-HABER                       PIC X(12).
           02  CTA-DESCRIPCION                     PIC X(30).
