      *****************************************************************/
      * RI0111 15/10/26 LMGZ COPY INICIAL - AVISOS DE COBRANZA PARA   */
      *               IMPRESION Y ENSOBRADO (VER PAGCHCOB)            */
      *****************************************************************/
      *================================================================*
      ** COPY     : PAGCHAVI                                          **
      ** SISTEMA  : PAGOACTIVO                                        **
      ** REGISTRO : AVISO DE COBRANZA DE UNA CUOTA VENCIDA, UNO POR   **
      **            DESTINATARIO (PAGCHAVI, SECUENCIAL, UNA GENERACION**
      **            POR FECHA DE NEGOCIO). LO GRABA PAGCHCOB CON LOS  **
      **            DATOS DE CONTACTO DE PAGCHDEU Y LO TOMA EL PROCESO**
      **            DE IMPRESION. EL NIVEL DEL AVISO CRECE CON LOS    **
      **            DIAS DE ATRASO; EL IMPORTE ADEUDADO INCLUYE EL    **
      **            RECARGO POR MORA DEVENGADO                        **
      *================================================================*
       01  REG-AVI-AVISO.
           02  AVI-FEC-EMISION                     PIC X(08).
           02  AVI-NUM-NIVEL                       PIC 9(01).
           02  AVI-TIP-DESTINATARIO                PIC X(01).
               88 AVI-AL-DEUDOR                    VALUE 'D'.
               88 AVI-AL-CODEUDOR                  VALUE 'C'.
           02  AVI-LLAVE-CUOTA.
               03  AVI-COD-EMPRESA                 PIC 9(03).
               03  AVI-COD-SERVICIO                PIC 9(02).
               03  AVI-COD-DEUDOR                  PIC X(20).
               03  AVI-COD-CUOTA                   PIC X(08).
           02  AVI-NOM-DEUDOR                      PIC X(40).
           02  AVI-LLAVE-DOCUMENTO.
               03  AVI-TIP-DCMTO                   PIC X(02).
               03  AVI-NRO-DCMTO                   PIC X(13).
      *    PERSONA A LA QUE SE DIRIGE EL AVISO (EL TITULAR O UN
      *    CODEUDOR) Y SU DIRECCION SEGUN PAGCHDEU
           02  AVI-COD-DESTINATARIO                PIC X(20).
           02  AVI-NOM-DESTINATARIO                PIC X(40).
           02  AVI-DIR-LINEA-1                     PIC X(40).
           02  AVI-DIR-LINEA-2                     PIC X(40).
           02  AVI-DIR-LOCALIDAD                   PIC X(30).
           02  AVI-DIR-COD-POSTAL                  PIC X(10).
           02  AVI-NUM-TELEFONO                    PIC X(15).
           02  AVI-DIR-CORREO                      PIC X(60).
           02  AVI-FEC-VCMTO                       PIC X(08).
           02  AVI-NUM-DIAS-ATRASO                 PIC 9(05).
           02  AVI-MON-APAGAR                      PIC X(03).
           02  AVI-IMP-APAGAR                      PIC 9(13)V9(02).
           02  AVI-IMP-MORA                        PIC 9(13)V9(02).
           02  AVI-IMP-PAGADO                      PIC 9(13)V9(02).
      *    IMPORTE A PAGAR + MORA - PAGADO
           02  AVI-IMP-ADEUDADO                    PIC 9(13)V9(02).
           02  FILLER                              PIC X(20).
