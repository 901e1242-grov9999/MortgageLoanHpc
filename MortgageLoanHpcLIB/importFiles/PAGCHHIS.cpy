      *****************************************************************/
      * RI0106 15/10/26 LMGZ SE AGREGA LA VISTA HIS-REF-CONVENIO      */
      *               SOBRE HIS-DESCRIP-CUOTA, IGUAL QUE EN EL        */
      *               MAESTRO (VER PAGCHMAE), PARA UBICAR EL CONVENIO */
      *               DE UNA CUOTA YA ARCHIVADA                       */
      * RI0104 03/09/26 LMGZ LA HISTORIA PASA DE SECUENCIAL A         */
      *               ORGANIZACION INDEXADA CON LA MISMA LLAVE DEL    */
      *               MAESTRO (HIS-LLAVE-PRIMARIA) Y LLAVE ALTERNA    */
           02  HIS-COD-RUBRO                       PIC 9(02).
           02  HIS-NOM-DEUDOR                      PIC X(40).
           02  HIS-DESCRIP-CUOTA                   PIC X(20).
      *
      *    VISTA DE LA DESCRIPCION EN CUOTAS DE CONVENIO (VER
      *    MAE-REF-CONVENIO EN PAGCHMAE).
           02  HIS-REF-CONVENIO REDEFINES HIS-DESCRIP-CUOTA.
               03  HIS-REF-CNV-MARCA               PIC X(08).
                   88 HIS-CUOTA-DE-CONVENIO        VALUE 'CONVENIO'.
               03  FILLER                          PIC X(01).
               03  HIS-REF-CNV-CUOTA-ORIG          PIC X(08).
               03  FILLER                          PIC X(03).
           02  HIS-MON-APAGAR                      PIC X(03).
           02  HIS-IMP-APAGAR                      PIC 9(13)V9(02).
           02  HIS-FEC-VCMTO                       PIC X(08).
