000010******************************************************************
000011* RI0109 15/10/26 LMGZ LA FECHA DE NEGOCIO SE TOMA DE PAGCHCTL; EL
000012*                      PASO NO CORRE SI PAGCHCIE NO CORTO LA
000013*                      GENERACION PARA ESA FECHA, RECHAZA UNA
000014*                      GENERACION DE OTRA FECHA Y DEJA INICIO, FIN
000015*                      Y CIFRAS EN PAGCHCTL
000016* RI0099 03/09/26 LMGZ CADA LINEA DE DISCREPANCIA IMPRIME EL
000017*                      NOMBRE DE LA EMPRESA/SERVICIO TOMADO DEL
000018*                      CATALOGO PAGCHCAT JUNTO AL CODIGO
000019* RI0097 03/09/26 LMGZ SE INCORPORAN AL SORT LA OFICINA Y EL
000020*                      OPERADOR AGREGADOS AL REGISTRO DE LA
000021*                      BITACORA (VER PAGCHTRN)
000022* RI0094 22/08/26 LMGZ SE VALIDA LA CABECERA Y LA COLA DE
000023*                      CONTROL DE LA GENERACION DIARIA DE LA
000024*                      BITACORA (VER PAGCHCIE); UNA BITACORA
000025*                      INCOMPLETA SE RECHAZA CON MENSAJE Y
000026*                      RETURN-CODE 16
000027* RI0094 09/08/26 LMGZ PROGRAMA INICIAL - TOTALES DE CONTROL DE
000030*                      ADICIONA VS. TOTALES POSTEADOS POR
000040*                      CREDITO HIPOTECARIO (PAGCHPOS)
000050******************************************************************
000180*             REPORTANDO TODA COMBINACION EMPRESA/SERVICIO
000190*             QUE NO CUADRE O QUE SOLO EXISTA EN UNO DE LOS
000200*             DOS LADOS.
000201*             LA FECHA DE NEGOCIO SALE DE PAGCHCTL (VER PAGCHCTR):
000202*             EL PASO NO CORRE SI PAGCHCIE NO TERMINO PARA ESA
000203*             FECHA Y LA CABECERA DE LA GENERACION DEBE TRAER LA
000204*             MISMA FECHA.
000210*=================================================================
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000746     88 WS-COLA-VISTA             VALUE "S".
000747 77  WS-VAL-CANTIDAD              PIC 9(09) VALUE 0.
000748 77  WS-VAL-IMPORTE               PIC 9(13)V9(02) VALUE 0.
000749 77  WS-FEC-NEGOCIO               PIC X(08) VALUE SPACES.
000750*-----------------------------------------------------------------
000751* CONTROL DE PASOS DE LA CADENA NOCTURNA (VER PAGCHCTR)
000752*-----------------------------------------------------------------
000753 77  WS-FLAG-PASO-INICIADO        PIC X(01) VALUE "N".
000754     88 WS-PASO-INICIADO          VALUE "S".
000755     COPY "PAGCHCTR.cpy".
000756 77  WS-FLAG-FIN-PAGCHPOS         PIC X(01) VALUE "N".
000760     88 WS-FIN-PAGCHPOS           VALUE "S".
000770 77  WS-FLAG-PRIMERA-VEZ          PIC X(01) VALUE "S".
000780     88 WS-ES-PRIMERA-VEZ         VALUE "S".
001234     05  FILLER                  PIC X(21) VALUE
001236         "BITACORA RECHAZADA : ".
001238     05  LIN-ABO-MOTIVO          PIC X(40).
001239 01  WS-LIN-CONTROL-PASO.
001240     05  FILLER                  PIC X(21) VALUE
001241         "CONTROL DE PASOS   : ".
001242     05  LIN-CTL-MOTIVO          PIC X(40).

001243 PROCEDURE DIVISION.

001250******************************************************************
001260* 0000-MAINLINE
001270******************************************************************
001280 0000-MAINLINE.
001290     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001291     IF NOT WS-ABORTAR
001292         PERFORM 1100-VALIDAR-BITACORA THRU 1100-EXIT
001293     END-IF.
001294     IF NOT WS-ABORTAR
001300         PERFORM 2000-ACUMULAR-ADICIONA THRU 2000-EXIT
001310         PERFORM 3000-CRUZAR-MORTGAGE THRU 3000-EXIT
001320         PERFORM 4000-REPORTAR-SOLO-PAGCHIPO THRU 4000-EXIT
001321     END-IF.
001322     PERFORM 8900-CERRAR-PASO THRU 8900-EXIT.
001323     IF WS-ABORTAR
001324         MOVE 16 TO RETURN-CODE
001325     END-IF.
001330     PERFORM 8000-TERMINAR THRU 8000-EXIT.
001340     STOP RUN.
001390     OPEN OUTPUT PAGCHX02-RPT.
001400     MOVE WS-LIN-TITULO TO REG-RPT-X02.
001410     WRITE REG-RPT-X02.
001411     PERFORM 1050-INICIAR-PASO THRU 1050-EXIT.
001412*    SIN CATALOGO EL REPORTE SALE IGUAL, SOLO QUE CON EL
001413*    NOMBRE EN BLANCO: EL CRUCE DE TOTALES NO DEBE CAERSE
001414*    POR UN DD DE CATALOGO AUSENTE
001417         SET WS-HAY-CATALOGO TO TRUE
001418     END-IF.
001420 1000-EXIT.
001421     EXIT.

001422******************************************************************
001423* 1050-INICIAR-PASO - TOMA LA FECHA DE NEGOCIO DE PAGCHCTL EN
001424*                     LUGAR DEL RELOJ DEL SISTEMA Y NO DEJA
001425*                     CORRER EL PASO SI EL PREVIO NO TERMINO
001426*                     PARA ESA FECHA (VER PAGCHCTR)
001427******************************************************************
001428 1050-INICIAR-PASO.
001429     MOVE SPACES          TO REG-CTR-CONTROL-PASO.
001430     SET CTR-INICIO       TO TRUE.
001431     MOVE "PAGCHX02"      TO CTR-COD-PROGRAMA.
001432     MOVE "PAGCHCIE"      TO CTR-PASO-PREVIO (1).
001433     SET CTR-REPETIBLE    TO TRUE.
001434     MOVE 0 TO CTR-CNT-LEIDOS CTR-CNT-PROCESADOS
001435               CTR-IMP-CONTROL CTR-COD-RETORNO-PASO.
001436     CALL "PAGCHCTR" USING REG-CTR-CONTROL-PASO.
001437     IF NOT CTR-OK
001438         MOVE CTR-MENSAJE TO LIN-CTL-MOTIVO
001439         MOVE WS-LIN-CONTROL-PASO TO REG-RPT-X02
001440         WRITE REG-RPT-X02
001441         SET WS-ABORTAR TO TRUE
001442         GO TO 1050-EXIT
001443     END-IF.
001444     SET WS-PASO-INICIADO TO TRUE.
001445     MOVE CTR-FEC-NEGOCIO TO WS-FEC-NEGOCIO.
001446 1050-EXIT.
001447     EXIT.

001448******************************************************************
001449* 1100-VALIDAR-BITACORA - EXIGE LA CABECERA Y LA COLA DE LA
001450*                         GENERACION DIARIA Y CUADRA CANTIDAD
001451*                         E IMPORTE CONTRA LA COLA ANTES DE
001452*                         PROCESAR (VER PAGCHCIE)
001453******************************************************************
001454 1100-VALIDAR-BITACORA.
001455     OPEN INPUT PAGCHTRN.
001456     IF WS-FS-PAGCHTRN NOT = "00"
001457         MOVE "ERROR ABRIENDO PAGCHTRN" TO LIN-ABO-MOTIVO
001458         PERFORM 1190-RECHAZAR THRU 1190-EXIT
001459         GO TO 1100-EXIT
001460     END-IF.
001461     READ PAGCHTRN
001462         AT END
001463             MOVE "SIN REGISTRO DE CABECERA" TO LIN-ABO-MOTIVO
001464             PERFORM 1190-RECHAZAR THRU 1190-EXIT
001465             CLOSE PAGCHTRN
001466             GO TO 1100-EXIT
001467     END-READ.
001468     IF NOT TRC-CABECERA
001469         MOVE "SIN REGISTRO DE CABECERA" TO LIN-ABO-MOTIVO
001470         PERFORM 1190-RECHAZAR THRU 1190-EXIT
001471         CLOSE PAGCHTRN
001472         GO TO 1100-EXIT
001473     END-IF.
001474     IF TRC-FEC-PROCESO NOT = WS-FEC-NEGOCIO
001475         MOVE "GENERACION DE OTRA FECHA DE NEGOCIO"
001476                             TO LIN-ABO-MOTIVO
001477         PERFORM 1190-RECHAZAR THRU 1190-EXIT
001478         CLOSE PAGCHTRN
001479         GO TO 1100-EXIT
001480     END-IF.
001481     PERFORM 1110-VALIDAR-REGISTRO THRU 1110-EXIT
001482         UNTIL WS-FIN-TRN OR WS-ABORTAR.
001483     CLOSE PAGCHTRN.
001484     IF NOT WS-ABORTAR AND NOT WS-COLA-VISTA
001485         MOVE "SIN REGISTRO DE COLA" TO LIN-ABO-MOTIVO
001486         PERFORM 1190-RECHAZAR THRU 1190-EXIT
001487     END-IF.
001488 1100-EXIT.
001489     EXIT.

001490******************************************************************
001491* 1110-VALIDAR-REGISTRO - ACUMULA UN REGISTRO DE DATOS O
001492*                         CUADRA LA COLA DE CONTROL
001493******************************************************************
001494 1110-VALIDAR-REGISTRO.
001495     READ PAGCHTRN
001496         AT END
001497             SET WS-FIN-TRN TO TRUE
001498             GO TO 1110-EXIT
001499     END-READ.
001500     IF WS-COLA-VISTA
001501         MOVE "REGISTROS DESPUES DE LA COLA" TO LIN-ABO-MOTIVO
001502         PERFORM 1190-RECHAZAR THRU 1190-EXIT
001503         GO TO 1110-EXIT
001504     END-IF.
001505     IF TRC-COLA
001506         SET WS-COLA-VISTA TO TRUE
001507         IF WS-VAL-CANTIDAD NOT = TRC-NUM-REGISTROS
001508             MOVE "CANTIDAD NO CUADRA CON LA COLA"
001509                                 TO LIN-ABO-MOTIVO
001510             PERFORM 1190-RECHAZAR THRU 1190-EXIT
001511         ELSE
001512             IF WS-VAL-IMPORTE NOT = TRC-IMP-TOTAL
001513                 MOVE "IMPORTE NO CUADRA CON LA COLA"
001514                                 TO LIN-ABO-MOTIVO
001515                 PERFORM 1190-RECHAZAR THRU 1190-EXIT
001516             END-IF
001517         END-IF
001518         GO TO 1110-EXIT
001519     END-IF.
001520     ADD 1 TO WS-VAL-CANTIDAD.
001521     ADD TRN-IMP-APAGAR TO WS-VAL-IMPORTE.
001522 1110-EXIT.
001523     EXIT.

001524******************************************************************
001525* 1190-RECHAZAR - EMITE EL MOTIVO DEL RECHAZO DE LA BITACORA
001526******************************************************************
001527 1190-RECHAZAR.
001528     MOVE WS-LIN-ABORTO TO REG-RPT-X02.
001529     WRITE REG-RPT-X02.
001530     SET WS-ABORTAR TO TRUE.
001531 1190-EXIT.
001532     EXIT.

001533******************************************************************
001534* 2000-ACUMULAR-ADICIONA - ORDENA LOS REGISTROS DE DATOS DE LA
001535*                          BITACORA POR EMPRESA Y SERVICIO Y
001536*                          ACUMULA LOS IMPORTES DE LAS
001537*                          TRANSACCIONES ADICIONA; LA CABECERA
001538*                          Y LA COLA DE CONTROL NO SE ORDENAN
001539******************************************************************
001540 2000-ACUMULAR-ADICIONA.
001541     SORT PAGCHSRT
001542         ON ASCENDING KEY SRT-COD-EMPRESA SRT-COD-SERVICIO
001543         INPUT PROCEDURE IS 2050-ALIMENTAR-SRT THRU 2050-EXIT
001544         OUTPUT PROCEDURE IS 2100-PROCESAR-SRT THRU 2100-EXIT.
001545 2000-EXIT.
001546     EXIT.

001547******************************************************************
001548* 2050-ALIMENTAR-SRT - LIBERA AL SORT SOLO LOS REGISTROS DE
001549*                      DATOS, SALTANDO CABECERA Y COLA
001550******************************************************************
001551 2050-ALIMENTAR-SRT.
001552     OPEN INPUT PAGCHTRN.
001553     MOVE "N" TO WS-FLAG-FIN-TRN.
001554     PERFORM 2060-LIBERAR-REGISTRO THRU 2060-EXIT
001555         UNTIL WS-FIN-TRN.
001556     CLOSE PAGCHTRN.
001557 2050-EXIT.
001558     EXIT.

001559******************************************************************
001560* 2060-LIBERAR-REGISTRO
001561******************************************************************
001562 2060-LIBERAR-REGISTRO.
001563     READ PAGCHTRN
001564         AT END
001565             SET WS-FIN-TRN TO TRUE
001566             GO TO 2060-EXIT
001567     END-READ.
001568     IF TRC-CABECERA OR TRC-COLA
001569         GO TO 2060-EXIT
001570     END-IF.
001571     RELEASE REG-SRT-TRN-HIPOTECARIO
001572         FROM REG-TRN-PEND-HIPOTECARIO.
001573 2060-EXIT.
001574     EXIT.

001575******************************************************************
001576* 2100-PROCESAR-SRT
001580******************************************************************
001590 2100-PROCESAR-SRT.
001600     PERFORM 2110-LEER-SRT THRU 2110-EXIT.
003360     CLOSE PAGCHX02-RPT.
003370 8000-EXIT.
003380     EXIT.

003381******************************************************************
003382* 8900-CERRAR-PASO - DEJA EL PASO TERMINADO, O CANCELADO SI EL
003383*                    PROCESO ABORTO, CON SUS CIFRAS DE CONTROL
003384*                    EN PAGCHCTL
003385******************************************************************
003386 8900-CERRAR-PASO.
003387     IF NOT WS-PASO-INICIADO
003388         GO TO 8900-EXIT
003389     END-IF.
003390     MOVE WS-VAL-CANTIDAD TO CTR-CNT-LEIDOS.
003391     MOVE WS-VAL-CANTIDAD TO CTR-CNT-PROCESADOS.
003392     MOVE WS-VAL-IMPORTE  TO CTR-IMP-CONTROL.
003393     IF WS-ABORTAR
003394         SET CTR-CANCELA TO TRUE
003395         MOVE 16 TO CTR-COD-RETORNO-PASO
003396     ELSE
003397         SET CTR-FIN TO TRUE
003398         MOVE 0 TO CTR-COD-RETORNO-PASO
003399     END-IF.
003400     CALL "PAGCHCTR" USING REG-CTR-CONTROL-PASO.
003401     IF NOT CTR-OK
003402         MOVE CTR-MENSAJE TO LIN-CTL-MOTIVO
003403         MOVE WS-LIN-CONTROL-PASO TO REG-RPT-X02
003404         WRITE REG-RPT-X02
003405         SET WS-ABORTAR TO TRUE
003406     END-IF.
003407 8900-EXIT.
003408     EXIT.
