      *****************************************************************/
      * RI0106 15/10/26 LMGZ SE AGREGA LA VISTA MAE-REF-CONVENIO      */
      *               SOBRE MAE-DESCRIP-CUOTA: LAS CUOTAS DADAS DE    */
      *               ALTA POR UN CONVENIO LLEVAN LA MARCA CONVENIO Y */
      *               EL CODIGO DE LA CUOTA ORIGINAL, QUE JUNTO CON   */
      *               EMPRESA/SERVICIO/DEUDOR UBICAN EL CONVENIO EN   */
      *               PAGCHCNV                                        */
      * RI0101 03/09/26 LMGZ SE AGREGA EL RECARGO POR MORA DEVENGADO  */
      *               (MAE-IMP-MORA) Y LA FECHA DEL ULTIMO DEVENGO    */
      *               (MAE-FEC-MORA), CALCULADOS CADA NOCHE POR       */
           02  MAE-COD-RUBRO                       PIC 9(02).
           02  MAE-NOM-DEUDOR                      PIC X(40).
           02  MAE-DESCRIP-CUOTA                   PIC X(20).
      *
      *    VISTA DE LA DESCRIPCION EN LAS CUOTAS DADAS DE ALTA POR UN
      *    CONVENIO (PAGCHIPO 8720): MARCA 'CONVENIO' Y CODIGO DE LA
      *    CUOTA ORIGINAL REPROGRAMADA (VER PAGCHCNV).
           02  MAE-REF-CONVENIO REDEFINES MAE-DESCRIP-CUOTA.
               03  MAE-REF-CNV-MARCA               PIC X(08).
                   88 MAE-CUOTA-DE-CONVENIO        VALUE 'CONVENIO'.
               03  FILLER                          PIC X(01).
               03  MAE-REF-CNV-CUOTA-ORIG          PIC X(08).
               03  FILLER                          PIC X(03).
           02  MAE-MON-APAGAR                      PIC X(03).
           02  MAE-IMP-APAGAR                      PIC 9(13)V9(02).
           02  MAE-FEC-VCMTO                       PIC X(08).
