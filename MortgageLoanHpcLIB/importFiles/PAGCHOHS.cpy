      *****************************************************************/
      * RI0110 15/10/26 LMGZ COPY INICIAL - HISTORIA DE VOLUMEN DE    */
      *               TRANSACCIONES POR OPERADOR (VER PAGCHX07)       */
      *****************************************************************/
      *================================================================*
      ** COPY     : PAGCHOHS                                          **
      ** SISTEMA  : PAGOACTIVO                                        **
      ** REGISTRO : HISTORIA DE VOLUMEN POR OPERADOR (PAGCHOHS,       **
      **            ORGANIZACION INDEXADA). PAGCHX07 LLEVA, POR TIPO  **
      **            DE PERIODO (DIARIO O MENSUAL) Y OPERADOR, LA      **
      **            CANTIDAD DE PERIODOS OBSERVADOS Y EL TOTAL DE     **
      **            TRANSACCIONES DE ESOS PERIODOS, PARA COMPARAR EL  **
      **            VOLUMEN DEL PERIODO CONTRA EL PROMEDIO PROPIO DEL **
      **            OPERADOR. GUARDA TAMBIEN EL ULTIMO PERIODO        **
      **            ACUMULADO Y SU CANTIDAD: SI EL MISMO PERIODO SE   **
      **            REPROCESA, SU CANTIDAD SE REEMPLAZA Y NO SE SUMA  **
      **            DOS VECES                                         **
      ** LLAVE    : OHS-TIP-PERIODO + OHS-COD-OPERADOR                **
      *================================================================*
       01  REG-OHS-HISTORIA.
           02  OHS-LLAVE-PRIMARIA.
               03  OHS-TIP-PERIODO                 PIC X(01).
                   88 OHS-DIARIO                   VALUE 'D'.
                   88 OHS-MENSUAL                  VALUE 'M'.
               03  OHS-COD-OPERADOR                PIC X(08).
           02  OHS-NUM-PERIODOS                    PIC 9(05).
           02  OHS-CNT-ACUMULADA                   PIC 9(09).
      *    AAAAMMDD DEL ULTIMO DIA ACUMULADO, O AAAAMM00 DEL ULTIMO
      *    MES ACUMULADO
           02  OHS-PER-ULTIMO                      PIC X(08).
           02  OHS-CNT-ULTIMO                      PIC 9(07).
           02  OHS-FEC-ACTUALIZACION               PIC X(08).
           02  FILLER                              PIC X(20).
