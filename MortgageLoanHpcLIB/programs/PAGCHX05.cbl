000010******************************************************************
000011* RI0109 15/10/26 LMGZ LA FECHA DE NEGOCIO SE TOMA DE PAGCHCTL; EL
000012*                      PASO NO CORRE SI PAGCHCIE NO CORTO LA
000013*                      GENERACION PARA ESA FECHA, RECHAZA UNA
000014*                      GENERACION DE OTRA FECHA Y DEJA INICIO, FIN
000015*                      Y CIFRAS EN PAGCHCTL
000020* RI0097 03/09/26 LMGZ PROGRAMA INICIAL - CUADRE DIARIO DE CAJA
000030*                      POR OFICINA Y OPERADOR A PARTIR DE LA
000040*                      GENERACION DIARIA DE LA BITACORA
000210*             DEL MISMO CAJON. EMITE UNA LINEA POR OPERADOR,
000220*             TOTALES POR OFICINA Y UN TOTAL GENERAL QUE
000230*             TESORERIA CUADRA CONTRA EL ARQUEO FISICO.
000231*             LA FECHA DE NEGOCIO SALE DE PAGCHCTL (VER PAGCHCTR):
000232*             EL PASO NO CORRE SI PAGCHCIE NO TERMINO PARA ESA
000233*             FECHA Y LA CABECERA DE LA GENERACION DEBE TRAER LA
000234*             MISMA FECHA.
000240*=================================================================
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000800     88 WS-NO-ES-PRIMERA-VEZ      VALUE "N".
000830 77  WS-VAL-CANTIDAD              PIC 9(09) VALUE 0.
000840 77  WS-VAL-IMPORTE               PIC 9(13)V9(02) VALUE 0.
000841 77  WS-FEC-NEGOCIO               PIC X(08) VALUE SPACES.
000842*-----------------------------------------------------------------
000843* CONTROL DE PASOS DE LA CADENA NOCTURNA (VER PAGCHCTR)
000844*-----------------------------------------------------------------
000845 77  WS-FLAG-PASO-INICIADO        PIC X(01) VALUE "N".
000846     88 WS-PASO-INICIADO          VALUE "S".
000847     COPY "PAGCHCTR.cpy".
000850 77  WS-OFICINA-ANTERIOR          PIC X(03) VALUE SPACES.
000860 77  WS-OPERADOR-ANTERIOR         PIC X(08) VALUE SPACES.
000870 77  WS-CNT-PAGOS-OPE             PIC 9(07) VALUE 0.
001410     05  FILLER                  PIC X(21) VALUE
001420         "BITACORA RECHAZADA : ".
001430     05  LIN-ABO-MOTIVO          PIC X(40).
001431 01  WS-LIN-CONTROL-PASO.
001432     05  FILLER                  PIC X(21) VALUE
001433         "CONTROL DE PASOS   : ".
001434     05  LIN-CTL-MOTIVO          PIC X(40).

001440 PROCEDURE DIVISION.

001470******************************************************************
001480 0000-MAINLINE.
001490     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001491     IF NOT WS-ABORTAR
001492         PERFORM 1100-VALIDAR-BITACORA THRU 1100-EXIT
001493     END-IF.
001494     IF NOT WS-ABORTAR
001495         PERFORM 2000-PROCESAR-BITACORA THRU 2000-EXIT
001496     END-IF.
001497     PERFORM 8900-CERRAR-PASO THRU 8900-EXIT.
001510     IF WS-ABORTAR
001520         MOVE 16 TO RETURN-CODE
001550     END-IF.
001560     PERFORM 8000-TERMINAR THRU 8000-EXIT.
001570     STOP RUN.
001620     OPEN OUTPUT PAGCHX05-RPT.
001630     MOVE WS-LIN-TITULO TO REG-RPT-X05.
001640     WRITE REG-RPT-X05.
001641     PERFORM 1050-INICIAR-PASO THRU 1050-EXIT.
001650 1000-EXIT.
001651     EXIT.

001652******************************************************************
001653* 1050-INICIAR-PASO - TOMA LA FECHA DE NEGOCIO DE PAGCHCTL EN
001654*                     LUGAR DEL RELOJ DEL SISTEMA Y NO DEJA
001655*                     CORRER EL PASO SI EL PREVIO NO TERMINO
001656*                     PARA ESA FECHA (VER PAGCHCTR)
001657******************************************************************
001658 1050-INICIAR-PASO.
001659     MOVE SPACES          TO REG-CTR-CONTROL-PASO.
001660     SET CTR-INICIO       TO TRUE.
001661     MOVE "PAGCHX05"      TO CTR-COD-PROGRAMA.
001662     MOVE "PAGCHCIE"      TO CTR-PASO-PREVIO (1).
001663     SET CTR-REPETIBLE    TO TRUE.
001664     MOVE 0 TO CTR-CNT-LEIDOS CTR-CNT-PROCESADOS
001665               CTR-IMP-CONTROL CTR-COD-RETORNO-PASO.
001666     CALL "PAGCHCTR" USING REG-CTR-CONTROL-PASO.
001667     IF NOT CTR-OK
001668         MOVE CTR-MENSAJE TO LIN-CTL-MOTIVO
001669         MOVE WS-LIN-CONTROL-PASO TO REG-RPT-X05
001670         WRITE REG-RPT-X05
001671         SET WS-ABORTAR TO TRUE
001672         GO TO 1050-EXIT
001673     END-IF.
001674     SET WS-PASO-INICIADO TO TRUE.
001675     MOVE CTR-FEC-NEGOCIO TO WS-FEC-NEGOCIO.
001676 1050-EXIT.
001677     EXIT.

001678******************************************************************
001680* 1100-VALIDAR-BITACORA - EXIGE LA CABECERA Y LA COLA DE LA
001690*                         GENERACION DIARIA Y CUADRA CANTIDAD
001700*                         E IMPORTE CONTRA LA COLA ANTES DE
001860     END-READ.
001870     IF NOT TRC-CABECERA
001880         MOVE "SIN REGISTRO DE CABECERA" TO LIN-ABO-MOTIVO
001881         PERFORM 1190-RECHAZAR THRU 1190-EXIT
001882         CLOSE PAGCHTRN
001883         GO TO 1100-EXIT
001884     END-IF.
001885     IF TRC-FEC-PROCESO NOT = WS-FEC-NEGOCIO
001886         MOVE "GENERACION DE OTRA FECHA DE NEGOCIO"
001887                             TO LIN-ABO-MOTIVO
001890         PERFORM 1190-RECHAZAR THRU 1190-EXIT
001900         CLOSE PAGCHTRN
001910         GO TO 1100-EXIT
004060     CLOSE PAGCHX05-RPT.
004070 8000-EXIT.
004080     EXIT.

004081******************************************************************
004082* 8900-CERRAR-PASO - DEJA EL PASO TERMINADO, O CANCELADO SI EL
004083*                    PROCESO ABORTO, CON SUS CIFRAS DE CONTROL
004084*                    EN PAGCHCTL
004085******************************************************************
004086 8900-CERRAR-PASO.
004087     IF NOT WS-PASO-INICIADO
004088         GO TO 8900-EXIT
004089     END-IF.
004090     MOVE WS-VAL-CANTIDAD TO CTR-CNT-LEIDOS.
004091     COMPUTE CTR-CNT-PROCESADOS = WS-CNT-PAGOS-GRAL
004092                                + WS-CNT-EXTORNOS-GRAL.
004093     MOVE WS-VAL-IMPORTE  TO CTR-IMP-CONTROL.
004094     IF WS-ABORTAR
004095         SET CTR-CANCELA TO TRUE
004096         MOVE 16 TO CTR-COD-RETORNO-PASO
004097     ELSE
004098         SET CTR-FIN TO TRUE
004099         MOVE 0 TO CTR-COD-RETORNO-PASO
004100     END-IF.
004101     CALL "PAGCHCTR" USING REG-CTR-CONTROL-PASO.
004102     IF NOT CTR-OK
004103         MOVE CTR-MENSAJE TO LIN-CTL-MOTIVO
004104         MOVE WS-LIN-CONTROL-PASO TO REG-RPT-X05
004105         WRITE REG-RPT-X05
004106         SET WS-ABORTAR TO TRUE
004107     END-IF.
004108 8900-EXIT.
004109     EXIT.
