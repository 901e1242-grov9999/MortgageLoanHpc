000010******************************************************************
000011* RI0109 15/10/26 LMGZ LA FECHA DEL PROCESO ES LA FECHA DE NEGOCIO
000012*                      DE PAGCHCTL Y NO LA DEL SISTEMA; EL CORTE
000013*                      NO SE REPITE PARA UNA FECHA YA CERRADA Y
000014*                      DEJA INICIO, FIN Y CIFRAS EN PAGCHCTL
000015* RI0097 03/09/26 LMGZ SE COPIAN TAMBIEN LA OFICINA Y EL
000016*                      OPERADOR AGREGADOS AL REGISTRO DE LA
000017*                      BITACORA (VER PAGCHTRN Y PAGCHX05)
000020* RI0094 22/08/26 LMGZ PROGRAMA INICIAL - CIERRE DIARIO DE LA
000030*                      BITACORA PAGCHTRN: CORTA UNA GENERACION
000040*                      FECHADA CON CABECERA Y COLA DE CONTROL
000210*             PROCESAN LA GENERACION Y VALIDAN LA COLA ANTES
000220*             DE EMITIR SUS REPORTES, DE MODO QUE UNA COPIA A
000230*             MEDIAS YA NO PASA INADVERTIDA.
000231*             LA FECHA DEL PROCESO ES LA FECHA DE NEGOCIO DE
000232*             PAGCHCTL (VER PAGCHCTR); UNA VEZ TERMINADO EL
000233*             CORTE PARA UNA FECHA NO SE PUEDE REPETIR, Y LOS
000234*             PASOS QUE LEEN LA GENERACION NO CORREN HASTA QUE
000235*             ESTE TERMINE.
000240*=================================================================
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000790 77  WS-CNT-REGISTROS             PIC 9(09) VALUE 0.
000800 77  WS-IMP-TOTAL                 PIC 9(13)V9(02) VALUE 0.
000810*-----------------------------------------------------------------
000811* CONTROL DE PASOS DE LA CADENA NOCTURNA (VER PAGCHCTR)
000812*-----------------------------------------------------------------
000813 77  WS-FLAG-PASO-INICIADO        PIC X(01) VALUE "N".
000814     88 WS-PASO-INICIADO          VALUE "S".
000815     COPY "PAGCHCTR.cpy".
000816*-----------------------------------------------------------------
000820* LINEAS DE REPORTE
000830*-----------------------------------------------------------------
000840 01  WS-LIN-TITULO.
000951         "ERROR ESCRIBIENDO PAGCHGEN, FILE STATUS =".
000952     05  FILLER                  PIC X(01) VALUE SPACES.
000953     05  LIN-ERR-FS-ESCR-GEN     PIC X(02).
000954 01  WS-LIN-CONTROL-PASO.
000955     05  FILLER                  PIC X(21) VALUE
000956         "CONTROL DE PASOS   : ".
000957     05  LIN-CTL-MOTIVO          PIC X(40).
000958 01  WS-LIN-TOTAL.
000960     05  FILLER                  PIC X(26) VALUE
000970         "REGISTROS EN GENERACION  :".
000980     05  LIN-TOT-CANTIDAD        PIC ZZZ,ZZZ,ZZ9.
001130     IF NOT WS-ABORTAR
001135         PERFORM 3000-RECREAR-BITACORA THRU 3000-EXIT
001140     END-IF.
001141     PERFORM 8900-CERRAR-PASO THRU 8900-EXIT.
001142     IF WS-ABORTAR
001144         MOVE 16 TO RETURN-CODE
001146     END-IF.
001180* 1000-INICIALIZAR - ABRE REPORTE Y BITACORA VIVA
001190******************************************************************
001200 1000-INICIALIZAR.
001220     OPEN OUTPUT PAGCHCIE-RPT.
001221     PERFORM 1050-INICIAR-PASO THRU 1050-EXIT.
001230     MOVE WS-FECHA-SISTEMA TO LIN-TIT-FECHA.
001240     MOVE WS-LIN-TITULO TO REG-RPT-CIE.
001250     WRITE REG-RPT-CIE.
001251     IF WS-ABORTAR
001252         MOVE WS-LIN-CONTROL-PASO TO REG-RPT-CIE
001253         WRITE REG-RPT-CIE
001254         GO TO 1000-EXIT
001255     END-IF.
001260     OPEN INPUT PAGCHTRN.
001270     IF WS-FS-PAGCHTRN NOT = "00"
001280         MOVE WS-FS-PAGCHTRN TO LIN-ERR-FS-PAGCHTRN
001310         SET WS-ABORTAR TO TRUE
001320     END-IF.
001330 1000-EXIT.
001331     EXIT.

001332******************************************************************
001333* 1050-INICIAR-PASO - TOMA LA FECHA DE NEGOCIO DE PAGCHCTL EN
001334*                     LUGAR DEL RELOJ DEL SISTEMA Y NO DEJA
001335*                     CORRER EL PASO SI EL PREVIO NO TERMINO
001336*                     PARA ESA FECHA (VER PAGCHCTR)
001337******************************************************************
001338 1050-INICIAR-PASO.
001339     MOVE SPACES          TO REG-CTR-CONTROL-PASO.
001340     SET CTR-INICIO       TO TRUE.
001341     MOVE "PAGCHCIE"      TO CTR-COD-PROGRAMA.
001342     SET CTR-NO-REPETIBLE TO TRUE.
001343     MOVE 0 TO CTR-CNT-LEIDOS CTR-CNT-PROCESADOS
001344               CTR-IMP-CONTROL CTR-COD-RETORNO-PASO.
001345     CALL "PAGCHCTR" USING REG-CTR-CONTROL-PASO.
001346     IF NOT CTR-OK
001347         MOVE CTR-MENSAJE TO LIN-CTL-MOTIVO
001348         MOVE 0 TO WS-FECHA-SISTEMA
001349         SET WS-ABORTAR TO TRUE
001350         GO TO 1050-EXIT
001351     END-IF.
001352     SET WS-PASO-INICIADO TO TRUE.
001353     MOVE CTR-FEC-NEGOCIO TO WS-FECHA-SISTEMA.
001354 1050-EXIT.
001355     EXIT.

001356******************************************************************
001360* 2000-CORTAR-GENERACION - COPIA LA BITACORA A LA GENERACION
001370*                          ENTRE CABECERA Y COLA DE CONTROL
001380******************************************************************
001960     CLOSE PAGCHCIE-RPT.
001970 8000-EXIT.
001980     EXIT.

001981******************************************************************
001982* 8900-CERRAR-PASO - DEJA EL PASO TERMINADO, O CANCELADO SI EL
001983*                    PROCESO ABORTO, CON SUS CIFRAS DE CONTROL
001984*                    EN PAGCHCTL
001985******************************************************************
001986 8900-CERRAR-PASO.
001987     IF NOT WS-PASO-INICIADO
001988         GO TO 8900-EXIT
001989     END-IF.
001990     MOVE WS-CNT-REGISTROS TO CTR-CNT-LEIDOS.
001991     MOVE WS-CNT-REGISTROS TO CTR-CNT-PROCESADOS.
001992     MOVE WS-IMP-TOTAL     TO CTR-IMP-CONTROL.
001993     IF WS-ABORTAR
001994         SET CTR-CANCELA TO TRUE
001995         MOVE 16 TO CTR-COD-RETORNO-PASO
001996     ELSE
001997         SET CTR-FIN TO TRUE
001998         MOVE 0 TO CTR-COD-RETORNO-PASO
001999     END-IF.
002000     CALL "PAGCHCTR" USING REG-CTR-CONTROL-PASO.
002001     IF NOT CTR-OK
002002         MOVE CTR-MENSAJE TO LIN-CTL-MOTIVO
002003         MOVE WS-LIN-CONTROL-PASO TO REG-RPT-CIE
002004         WRITE REG-RPT-CIE
002005         SET WS-ABORTAR TO TRUE
002006     END-IF.
002007 8900-EXIT.
002008     EXIT.
