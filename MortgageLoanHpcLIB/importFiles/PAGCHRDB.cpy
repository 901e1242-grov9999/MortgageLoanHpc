      *****************************************************************/
      * RI0114 15/10/26 LMGZ COPY INICIAL - RESPUESTA DEL BANCO A     */
      *               LA SOLICITUD DE DEBITOS AUTOMATICOS PAGCHSDB    */
      *               (VER PAGCHDAR)                                  */
      *****************************************************************/
      *================================================================*
      ** COPY     : PAGCHRDB                                          **
      ** SISTEMA  : PAGOACTIVO                                        **
      ** REGISTRO : ARCHIVO SECUENCIAL DE RESPUESTA DEL BANCO         **
      **            (PAGCHRDB) A LA SOLICITUD DE DEBITOS PAGCHSDB, EN **
      **            EL ESTILO DE PAGCHRES: UNA CABECERA CON LA FECHA  **
      **            DE LA SOLICITUD RESPONDIDA, UN DETALLE POR DEBITO **
      **            (LA IMAGEN DEL DETALLE DE PAGCHSDB MAS EL         **
      **            RESULTADO DEBITADO O RECHAZADO Y EL MOTIVO DEL    **
      **            RECHAZO) Y UNA COLA CON CANTIDAD E IMPORTE TOTAL  **
      **            DE LOS DETALLES Y CANTIDAD DE RECHAZOS            **
      *================================================================*
       01  REG-RDB-RESPUESTA.
           02  RDB-TIPO-REGISTRO                   PIC X(01).
               88 RDB-CABECERA                     VALUE '1'.
               88 RDB-DETALLE                      VALUE '2'.
               88 RDB-COLA                         VALUE '9'.
           02  RDB-DATOS                           PIC X(130).
           02  RDB-DATOS-DETALLE REDEFINES RDB-DATOS.
               03  RDB-COD-EMPRESA                 PIC 9(03).
               03  RDB-COD-SERVICIO                PIC 9(02).
               03  RDB-COD-DEUDOR                  PIC X(20).
               03  RDB-COD-CUOTA                   PIC X(08).
               03  RDB-COD-BANCO                   PIC X(04).
               03  RDB-NUM-CUENTA                  PIC X(20).
               03  RDB-TIP-CUENTA                  PIC X(01).
               03  RDB-NOM-TITULAR                 PIC X(40).
               03  RDB-MON-DEBITO                  PIC X(03).
               03  RDB-IMP-DEBITO                  PIC 9(13)V9(02).
               03  RDB-FEC-VCMTO                   PIC X(08).
               03  RDB-FLAG-RESULTADO              PIC X(01).
                   88 RDB-DEBITADO                 VALUE 'D'.
                   88 RDB-RECHAZADO                VALUE 'R'.
      *    MOTIVO DEL RECHAZO ASIGNADO POR EL BANCO (EN BLANCO SI SE
      *    DEBITO). CUENTA CERRADA, CUENTA INEXISTENTE Y MANDATO
      *    REVOCADO EN EL BANCO SUSPENDEN EL MANDATO DE INMEDIATO;
      *    LOS DEMAS MOTIVOS CUENTAN PARA EL TOPE DE RECHAZOS
      *    CONSECUTIVOS
               03  RDB-COD-MOTIVO                  PIC X(03).
                   88 RDB-FONDOS-INSUFICIENTES     VALUE 'FIN'.
                   88 RDB-CUENTA-CERRADA           VALUE 'CCE'.
                   88 RDB-CUENTA-INEXISTENTE       VALUE 'CIN'.
                   88 RDB-MANDATO-REVOCADO         VALUE 'REV'.
               03  FILLER                          PIC X(02).
           02  RDB-DATOS-CABECERA REDEFINES RDB-DATOS.
      *    FECHA DE PROCESO DE LA CABECERA DEL PAGCHSDB RESPONDIDO
               03  RDB-CAB-FEC-PROCESO             PIC X(08).
               03  RDB-CAB-FEC-RESPUESTA           PIC X(08).
               03  FILLER                          PIC X(114).
           02  RDB-DATOS-COLA REDEFINES RDB-DATOS.
               03  RDB-COL-NUM-REGISTROS           PIC 9(07).
               03  RDB-COL-IMP-TOTAL               PIC 9(13)V9(02).
               03  RDB-COL-NUM-RECHAZOS            PIC 9(07).
               03  FILLER                          PIC X(101).
