      *****************************************************************/
      * RI0114 15/10/26 LMGZ COPY INICIAL - ARCHIVO DE SOLICITUD      */
      *               DE DEBITOS AUTOMATICOS AL BANCO (VER PAGCHDAE), */
      *               CON CABECERA Y COLA AL ESTILO DE PAGCHSAL       */
      *****************************************************************/
      *================================================================*
      ** COPY     : PAGCHSDB                                          **
      ** SISTEMA  : PAGOACTIVO                                        **
      ** REGISTRO : ARCHIVO SECUENCIAL DIARIO DE SOLICITUD DE DEBITOS **
      **            AUTOMATICOS REMITIDO AL BANCO (PAGCHSDB). CADA    **
      **            DETALLE PIDE DEBITAR EL SALDO DE UNA CUOTA EN LA  **
      **            CUENTA DEL MANDATO PAGCHMDA; LA CABECERA LLEVA LA **
      **            FECHA DE NEGOCIO DEL ENVIO Y LA COLA LA CANTIDAD  **
      **            E IMPORTE TOTAL, COMO EN PAGCHSAL, PARA QUE EL    **
      **            BANCO VALIDE QUE EL ARCHIVO LLEGO COMPLETO        **
      *================================================================*
       01  REG-SDB-SOLICITUD.
           02  SDB-TIPO-REGISTRO                   PIC X(01).
               88 SDB-CABECERA                     VALUE '1'.
               88 SDB-DETALLE                      VALUE '2'.
               88 SDB-COLA                         VALUE '9'.
           02  SDB-DATOS                           PIC X(124).
           02  SDB-DATOS-DETALLE REDEFINES SDB-DATOS.
               03  SDB-COD-EMPRESA                 PIC 9(03).
               03  SDB-COD-SERVICIO                PIC 9(02).
               03  SDB-COD-DEUDOR                  PIC X(20).
               03  SDB-COD-CUOTA                   PIC X(08).
               03  SDB-COD-BANCO                   PIC X(04).
               03  SDB-NUM-CUENTA                  PIC X(20).
               03  SDB-TIP-CUENTA                  PIC X(01).
               03  SDB-NOM-TITULAR                 PIC X(40).
               03  SDB-MON-DEBITO                  PIC X(03).
               03  SDB-IMP-DEBITO                  PIC 9(13)V9(02).
               03  SDB-FEC-VCMTO                   PIC X(08).
           02  SDB-DATOS-CABECERA REDEFINES SDB-DATOS.
               03  SDB-CAB-FEC-PROCESO             PIC X(08).
               03  FILLER                          PIC X(116).
           02  SDB-DATOS-COLA REDEFINES SDB-DATOS.
               03  SDB-COL-NUM-REGISTROS           PIC 9(07).
               03  SDB-COL-IMP-TOTAL               PIC 9(13)V9(02).
               03  FILLER                          PIC X(102).
