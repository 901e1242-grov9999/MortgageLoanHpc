      *****************************************************************/
      * RI0109 15/10/26 LMGZ COPY INICIAL - AREA DE ENLACE CON LA     */
      *               RUTINA DE CONTROL DE PASOS PAGCHCTR             */
      *****************************************************************/
      *================================================================*
      ** COPY     : PAGCHCTR                                          **
      ** SISTEMA  : PAGOACTIVO                                        **
      ** REGISTRO : AREA DE ENLACE ENTRE LOS JOBS DE LA CADENA        **
      **            NOCTURNA Y LA RUTINA PAGCHCTR, QUE LLEVA EL       **
      **            ARCHIVO DE CONTROL PAGCHCTL. OPERACIONES:         **
      **              I  INICIO  - DEVUELVE LA FECHA DE NEGOCIO Y LA  **
      **                           ANTERIOR (EL DIA DE NEGOCIO DEL    **
      **                           QUE SE AVANZO; EN BLANCO SI ES LA  **
      **                           PRIMERA FECHA FIJADA), QUE ACOTAN  **
      **                           LOS MOVIMIENTOS DEL DIA,           **
      **                           EXIGE QUE LOS PASOS PREVIOS HAYAN  **
      **                           TERMINADO PARA ESA FECHA Y MARCA   **
      **                           EL PASO EN CURSO; AVISA SI ES UN   **
      **                           REARRANQUE (EL PASO QUEDO EN CURSO **
      **                           O CANCELADO)                       **
      **              F  FIN     - MARCA EL PASO TERMINADO CON SUS    **
      **                           CIFRAS DE CONTROL                  **
      **              C  CANCELA - MARCA EL PASO CANCELADO CON SU     **
      **                           CODIGO DE RETORNO Y CIFRAS         **
      *================================================================*
       01  REG-CTR-CONTROL-PASO.
      *    ENTRADA
           02  CTR-OPERACION                       PIC X(01).
               88 CTR-INICIO                       VALUE 'I'.
               88 CTR-FIN                          VALUE 'F'.
               88 CTR-CANCELA                      VALUE 'C'.
           02  CTR-COD-PROGRAMA                    PIC X(08).
      *    PASOS QUE DEBEN ESTAR TERMINADOS PARA LA FECHA DE NEGOCIO
      *    ANTES DE INICIAR ESTE (EN BLANCO = SIN PREDECESOR)
           02  CTR-PASO-PREVIO                     PIC X(08)
                                                   OCCURS 3 TIMES.
      *    'N' = EL PASO NO PUEDE REPETIRSE UNA VEZ TERMINADO PARA LA
      *    FECHA DE NEGOCIO (P.EJ. EL CORTE DE LA BITACORA)
           02  CTR-FLAG-REPETIBLE                  PIC X(01).
               88 CTR-REPETIBLE                    VALUE 'S'.
               88 CTR-NO-REPETIBLE                 VALUE 'N'.
           02  CTR-CNT-LEIDOS                      PIC 9(09).
           02  CTR-CNT-PROCESADOS                  PIC 9(09).
           02  CTR-IMP-CONTROL                     PIC 9(13)V9(02).
           02  CTR-COD-RETORNO-PASO                PIC 9(04).
      *    SALIDA
           02  CTR-COD-RETORNO                     PIC 9(02).
               88 CTR-OK                           VALUE 00.
               88 CTR-SIN-FECHA-NEGOCIO            VALUE 10.
               88 CTR-PREVIO-NO-TERMINADO          VALUE 11.
               88 CTR-PASO-YA-TERMINADO            VALUE 12.
               88 CTR-PASO-NO-INICIADO             VALUE 13.
               88 CTR-ERROR-ARCHIVO                VALUE 90.
           02  CTR-MENSAJE                         PIC X(40).
           02  CTR-FEC-NEGOCIO                     PIC X(08).
           02  CTR-FLAG-REARRANQUE                 PIC X(01).
               88 CTR-ES-REARRANQUE                VALUE 'S'.
               88 CTR-NO-ES-REARRANQUE             VALUE 'N'.
           02  CTR-FEC-NEGOCIO-ANT                 PIC X(08).
