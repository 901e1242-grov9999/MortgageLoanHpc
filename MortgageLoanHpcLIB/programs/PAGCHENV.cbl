000010******************************************************************
000011* RI0109 15/10/26 LMGZ LA FECHA DE NEGOCIO SE TOMA DE PAGCHCTL; EL
000012*                      PASO NO CORRE SI PAGCHCIE NO CORTO LA
000013*                      GENERACION PARA ESA FECHA, RECHAZA UNA
000014*                      GENERACION DE OTRA FECHA Y DEJA INICIO, FIN
000015*                      Y CIFRAS EN PAGCHCTL
000020* RI0098 03/09/26 LMGZ PROGRAMA INICIAL - EXTRACCION NOCTURNA DE
000030*                      LAS COBRANZAS DEL DIA Y ENVIO A CREDITO
000040*                      HIPOTECARIO EN EL ARCHIVO PAGCHSAL
000250*             CONTRA LOS MISMOS TOTALES DE CONTROL. LOS
000260*             EXTORNOS NO VIAJAN EN ESTE ARCHIVO: SE REGULAN
000270*             POR LA PISTA PAGCHEXT CON EL AREA HIPOTECARIA.
000272*             LA FECHA DE NEGOCIO SALE DE PAGCHCTL (VER PAGCHCTR):
000274*             EL PASO NO CORRE SI PAGCHCIE NO TERMINO PARA ESA
000276*             FECHA Y LA CABECERA DE LA GENERACION DEBE TRAER LA
000278*             MISMA FECHA.
000280*=================================================================
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000770 77  WS-FEC-GENERACION            PIC X(08) VALUE SPACES.
000780 77  WS-CNT-ENVIADOS              PIC 9(07) VALUE 0.
000790 77  WS-IMP-ENVIADOS              PIC 9(13)V9(02) VALUE 0.
000791 77  WS-FEC-NEGOCIO               PIC X(08) VALUE SPACES.
000792*-----------------------------------------------------------------
000793* CONTROL DE PASOS DE LA CADENA NOCTURNA (VER PAGCHCTR)
000794*-----------------------------------------------------------------
000795 77  WS-FLAG-PASO-INICIADO        PIC X(01) VALUE "N".
000796     88 WS-PASO-INICIADO          VALUE "S".
000797     COPY "PAGCHCTR.cpy".
000800*-----------------------------------------------------------------
000810* LINEAS DE REPORTE
000820*-----------------------------------------------------------------
000930     05  FILLER                  PIC X(21) VALUE
000940         "BITACORA RECHAZADA : ".
000950     05  LIN-ABO-MOTIVO          PIC X(40).
000952 01  WS-LIN-CONTROL-PASO.
000954     05  FILLER                  PIC X(21) VALUE
000956         "CONTROL DE PASOS   : ".
000958     05  LIN-CTL-MOTIVO          PIC X(40).
000960 01  WS-LIN-ERROR-PAGCHSAL.
000970     05  FILLER                  PIC X(41) VALUE
000980         "ERROR ESCRIBIENDO PAGCHSAL, FILE STATUS =".
001110******************************************************************
001120 0000-MAINLINE.
001130     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001135     IF NOT WS-ABORTAR
001140         PERFORM 1100-VALIDAR-BITACORA THRU 1100-EXIT
001145     END-IF.
001150     IF NOT WS-ABORTAR
001160         PERFORM 2000-GENERAR-SALIDA THRU 2000-EXIT
001170     END-IF.
001175     PERFORM 8900-CERRAR-PASO THRU 8900-EXIT.
001180     IF WS-ABORTAR
001190         MOVE 16 TO RETURN-CODE
001200     END-IF.
001270     OPEN OUTPUT PAGCHENV-RPT.
001280     MOVE WS-LIN-TITULO TO REG-RPT-ENV.
001290     WRITE REG-RPT-ENV.
001295     PERFORM 1050-INICIAR-PASO THRU 1050-EXIT.
001300 1000-EXIT.
001310     EXIT.

001311******************************************************************
001312* 1050-INICIAR-PASO - TOMA LA FECHA DE NEGOCIO DE PAGCHCTL EN
001313*                     LUGAR DEL RELOJ DEL SISTEMA Y NO DEJA
001314*                     CORRER EL PASO SI EL PREVIO NO TERMINO
001315*                     PARA ESA FECHA (VER PAGCHCTR)
001316******************************************************************
001317 1050-INICIAR-PASO.
001318     MOVE SPACES          TO REG-CTR-CONTROL-PASO.
001319     SET CTR-INICIO       TO TRUE.
001320     MOVE "PAGCHENV"      TO CTR-COD-PROGRAMA.
001321     MOVE "PAGCHCIE"      TO CTR-PASO-PREVIO (1).
001322     SET CTR-REPETIBLE    TO TRUE.
001323     MOVE 0 TO CTR-CNT-LEIDOS CTR-CNT-PROCESADOS
001324               CTR-IMP-CONTROL CTR-COD-RETORNO-PASO.
001325     CALL "PAGCHCTR" USING REG-CTR-CONTROL-PASO.
001326     IF NOT CTR-OK
001327         MOVE CTR-MENSAJE TO LIN-CTL-MOTIVO
001328         MOVE WS-LIN-CONTROL-PASO TO REG-RPT-ENV
001329         WRITE REG-RPT-ENV
001330         SET WS-ABORTAR TO TRUE
001331         GO TO 1050-EXIT
001332     END-IF.
001333     SET WS-PASO-INICIADO TO TRUE.
001334     MOVE CTR-FEC-NEGOCIO TO WS-FEC-NEGOCIO.
001335 1050-EXIT.
001336     EXIT.

001337******************************************************************
001338* 1100-VALIDAR-BITACORA - EXIGE LA CABECERA Y LA COLA DE LA
001340*                         GENERACION DIARIA Y CUADRA CANTIDAD
001350*                         E IMPORTE CONTRA LA COLA ANTES DE
001360*                         GENERAR EL ENVIO (VER PAGCHCIE)
001550         CLOSE PAGCHTRN
001560         GO TO 1100-EXIT
001570     END-IF.
001571     IF TRC-FEC-PROCESO NOT = WS-FEC-NEGOCIO
001572         MOVE "GENERACION DE OTRA FECHA DE NEGOCIO"
001573                             TO LIN-ABO-MOTIVO
001574         PERFORM 1190-RECHAZAR THRU 1190-EXIT
001575         CLOSE PAGCHTRN
001576         GO TO 1100-EXIT
001577     END-IF.
001580     MOVE TRC-FEC-PROCESO TO WS-FEC-GENERACION.
001590     MOVE TRC-FEC-PROCESO TO LIN-FEC-PROCESO.
001600     MOVE WS-LIN-FECHA TO REG-RPT-ENV.
003250     CLOSE PAGCHENV-RPT.
003260 8000-EXIT.
003270     EXIT.

003280******************************************************************
003290* 8900-CERRAR-PASO - DEJA EL PASO TERMINADO, O CANCELADO SI EL
003300*                    PROCESO ABORTO, CON SUS CIFRAS DE CONTROL
003310*                    EN PAGCHCTL
003320******************************************************************
003330 8900-CERRAR-PASO.
003340     IF NOT WS-PASO-INICIADO
003350         GO TO 8900-EXIT
003360     END-IF.
003370     MOVE WS-VAL-CANTIDAD TO CTR-CNT-LEIDOS.
003380     MOVE WS-CNT-ENVIADOS TO CTR-CNT-PROCESADOS.
003390     MOVE WS-IMP-ENVIADOS TO CTR-IMP-CONTROL.
003400     IF WS-ABORTAR
003410         SET CTR-CANCELA TO TRUE
003420         MOVE 16 TO CTR-COD-RETORNO-PASO
003430     ELSE
003440         SET CTR-FIN TO TRUE
003450         MOVE 0 TO CTR-COD-RETORNO-PASO
003460     END-IF.
003470     CALL "PAGCHCTR" USING REG-CTR-CONTROL-PASO.
003480     IF NOT CTR-OK
003490         MOVE CTR-MENSAJE TO LIN-CTL-MOTIVO
003500         MOVE WS-LIN-CONTROL-PASO TO REG-RPT-ENV
003510         WRITE REG-RPT-ENV
003520         SET WS-ABORTAR TO TRUE
003530     END-IF.
003540 8900-EXIT.
003550     EXIT.
