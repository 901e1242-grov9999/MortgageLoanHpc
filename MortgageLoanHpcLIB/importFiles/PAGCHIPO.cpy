      *****************************************************************/
      * RI0105 15/10/26 LMGZ SE ACTIVA OPERACION PAGA-DEUDOR          */
      *               (88 PAGA-DEUDOR) PARA APLICAR UN SOLO IMPORTE   */
      *               PH-IMP-PAGO A LAS CUOTAS NO PAGADAS DEL         */
      *               DEUDOR, DE LA MAS ANTIGUA A LA MAS NUEVA Y      */
      *               MORA ANTES QUE PRINCIPAL; SE AGREGA             */
      *               PH-IMP-SOBRANTE A LA SALIDA Y                   */
      *               PH-OUT-IMP-APLICADO/PH-OUT-IMP-APL-MORA/        */
      *               PH-OUT-NRO-RECIBO A CADA CUOTA DEVUELTA         */
      * RI0102 03/09/26 LMGZ SE ACTIVA OPERACION CONVENIO             */
      *               (88 CONVENIO) PARA REPROGRAMAR UNA CUOTA        */
      *               VENCIDA EN UN PLAN DE CUOTAS NUEVAS; SE AGREGA  */
      ** COPY     : PAGCHIPO                                          **
      ** SISTEMA  : PAGOACTIVO                                        **
      ** REGISTRO : COMMON AREA PARA INTERFACE CON CREDITO HIPOTECARIO**
      ** LONGITUD : 0861 FIJA + HASTA 200 CUOTAS X 343 = MAX. 69461   **
      *================================================================*
       01  REG-PEND-CRED-HIPOTECARIO.
           02  PH-OPERACION                        PIC  X(01).          0001-001
               88 CONSULTA-CODEUDOR VALUE 'C'.
               88 EXTORNO          VALUE 'T'.
               88 CONVENIO         VALUE 'V'.
               88 PAGA-DEUDOR      VALUE 'G'.
      *
      *        EXTRACTO DEVUELVE TODAS LAS CUOTAS PENDIENTES DE
      *        PH-COD-EMPRESA/PH-COD-SERVICIO, SIN IMPORTAR EL
      *        CV, Y EN PAGCHCNV). EXIGE OPERADOR Y OFICINA
      *        VALIDADOS CONTRA PAGCHOPE Y EL SALDO RETIRADO NO
      *        DEBE SUPERAR EL LIMITE DEL OPERADOR.
      *
      *        PAGA-DEUDOR APLICA UN SOLO COBRO DE VENTANILLA
      *        (PH-IMP-PAGO) A LAS CUOTAS NO PAGADAS DE
      *        PH-COD-EMPRESA/PH-COD-SERVICIO/PH-COD-DEUDOR EN
      *        ORDEN DE VENCIMIENTO (LA MAS ANTIGUA PRIMERO); EN
      *        CADA CUOTA SE CUBRE PRIMERO EL RECARGO POR MORA Y
      *        LUEGO EL PRINCIPAL. CADA CUOTA TOCADA RECIBE SU
      *        PROPIO COMPROBANTE Y SU MOVIMIENTO EN PAGCHDET, Y SE
      *        DEVUELVE EN PH-OUTPUT-PEND CON EL IMPORTE APLICADO;
      *        LO QUE NO ALCANZO A APLICARSE (TODAS LAS CUOTAS
      *        CUBIERTAS) VUELVE EN PH-IMP-SOBRANTE PARA QUE LA
      *        VENTANILLA DEVUELVA EL CAMBIO. PH-COD-CUOTA NO SE
      *        USA. OPERADOR Y OFICINA SE VALIDAN COMO EN LA PAGA.
      *
           02  REG-INPUT-PENDIENTE.
               04  PH-COD-RUBRO                    PIC  9(02).          0002-002
      *        EN CERO.
               04  PH-NRO-RECIBO                   PIC 9(10).           0837-010
      *
      *        IMPORTE DE PH-IMP-PAGO QUE LA OPERACION PAGA-DEUDOR
      *        NO PUDO APLICAR POR NO QUEDAR CUOTAS NO PAGADAS DEL
      *        DEUDOR; LA VENTANILLA LO DEVUELVE O ANULA EL COBRO.
      *        EN LAS DEMAS OPERACIONES SE DEVUELVE EN CERO.
               04  PH-IMP-SOBRANTE                 PIC 9(13)V9(02).     0847-015
      *
      *        PH-NUM-CUOTAS ES EL NUMERO REAL DE CUOTAS DEVUELTAS.
      *        TOPE DE TABLA 200; SI EL DEUDOR TIENE MAS CUOTAS
      *        PENDIENTES QUE EL TOPE, PH-FLAG-DESBORDE-CUOTAS SE
      *        ACTIVA ('S') Y SOLO SE DEVUELVEN LAS PRIMERAS 200.
               04  PH-OUTPUT-PEND OCCURS 1 TO 200 TIMES                 0862-
                       DEPENDING ON PH-NUM-CUOTAS.
                   06  PH-OUT-COD-DEUDOR           PIC X(20).               -020
                   06  PH-OUT-COD-CUOTA            PIC X(08).               -008
                       08  PH-OUT-COD-CODEUDOR     PIC X(20).                   -020
                       08  PH-OUT-NOM-CODEUDOR     PIC X(40).                   -040
      *
      *           SOLO EN PAGA-DEUDOR: IMPORTE APLICADO A LA CUOTA EN
      *           ESTA OPERACION, LA PARTE DE ESE IMPORTE QUE CUBRIO
      *           EL RECARGO POR MORA Y EL COMPROBANTE ASIGNADO. LAS
      *           DEMAS OPERACIONES NO LOS LLENAN.
                   06  PH-OUT-IMP-APLICADO         PIC 9(13).9(02).     -016
                   06  PH-OUT-IMP-APL-MORA         PIC 9(13).9(02).     -016
                   06  PH-OUT-NRO-RECIBO           PIC 9(10).               -010
      *
      
