000010******************************************************************
000011* RI0109 15/10/26 LMGZ LA FECHA DE NEGOCIO SE TOMA DE PAGCHCTL; EL
000012*                      PASO NO CORRE SI PAGCHCIE NO CORTO LA
000013*                      GENERACION PARA ESA FECHA, RECHAZA UNA
000014*                      GENERACION DE OTRA FECHA Y DEJA INICIO, FIN
000015*                      Y CIFRAS EN PAGCHCTL
000016* RI0097 03/09/26 LMGZ SE INCORPORAN AL SORT LA OFICINA Y EL
000017*                      OPERADOR AGREGADOS AL REGISTRO DE LA
000018*                      BITACORA (VER PAGCHTRN)
000019* RI0094 22/08/26 LMGZ SE VALIDA LA CABECERA Y LA COLA DE
000020*                      CONTROL DE LA GENERACION DIARIA DE LA
000021*                      BITACORA (VER PAGCHCIE); UNA BITACORA
000022*                      INCOMPLETA SE RECHAZA CON MENSAJE Y
000023*                      RETURN-CODE 16 EN LUGAR DE EMITIR UN
000024*                      REPORTE LIMPIO CON TRANSACCIONES DE MENOS
000025* RI0094 09/08/26 LMGZ PROGRAMA INICIAL - CRUCE DIARIO DE
000030*                      CODIGOS DE RETORNO PAGOACTIVO / TOLD
000040******************************************************************
000050 IDENTIFICATION DIVISION.
000190*             CUALQUIER OTRO VALOR = NO EXITOSA. LA BITACORA
000200*             SE ORDENA POR EMPRESA PARA QUE CADA EMPRESA
000210*             SALGA AGRUPADA EN UN SOLO BLOQUE DEL REPORTE.
000211*             LA FECHA DE NEGOCIO SALE DE PAGCHCTL (VER PAGCHCTR):
000212*             EL PASO NO CORRE SI PAGCHCIE NO TERMINO PARA ESA
000213*             FECHA Y LA CABECERA DE LA GENERACION DEBE TRAER LA
000214*             MISMA FECHA.
000220*=================================================================
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000676     88 WS-COLA-VISTA             VALUE "S".
000677 77  WS-VAL-CANTIDAD              PIC 9(09) VALUE 0.
000678 77  WS-VAL-IMPORTE               PIC 9(13)V9(02) VALUE 0.
000679 77  WS-FEC-NEGOCIO               PIC X(08) VALUE SPACES.
000680*-----------------------------------------------------------------
000681* CONTROL DE PASOS DE LA CADENA NOCTURNA (VER PAGCHCTR)
000682*-----------------------------------------------------------------
000683 77  WS-FLAG-PASO-INICIADO        PIC X(01) VALUE "N".
000684     88 WS-PASO-INICIADO          VALUE "S".
000685     COPY "PAGCHCTR.cpy".
000686 77  WS-FLAG-EXITOSA-PROPIA       PIC X(01).
000690     88 WS-PROPIA-EXITOSA         VALUE "S".
000700 77  WS-FLAG-EXITOSA-TOLD         PIC X(01).
000710     88 WS-TOLD-EXITOSA           VALUE "S".
001016     05  FILLER                  PIC X(21) VALUE
001017         "BITACORA RECHAZADA : ".
001018     05  LIN-ABO-MOTIVO          PIC X(40).
001019 01  WS-LIN-CONTROL-PASO.
001020     05  FILLER                  PIC X(21) VALUE
001021         "CONTROL DE PASOS   : ".
001022     05  LIN-CTL-MOTIVO          PIC X(40).

001023 PROCEDURE DIVISION.

001030******************************************************************
001040* 0000-MAINLINE
001050******************************************************************
001060 0000-MAINLINE.
001070     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001071     IF NOT WS-ABORTAR
001072         PERFORM 1100-VALIDAR-BITACORA THRU 1100-EXIT
001073     END-IF.
001074     IF NOT WS-ABORTAR
001075         PERFORM 2000-PROCESAR-BITACORA THRU 2000-EXIT
001076     END-IF.
001077     PERFORM 8900-CERRAR-PASO THRU 8900-EXIT.
001078     IF WS-ABORTAR
001079         MOVE 16 TO RETURN-CODE
001082     END-IF.
001090     PERFORM 8000-TERMINAR THRU 8000-EXIT.
001100     STOP RUN.
001150     OPEN OUTPUT PAGCHX01-RPT.
001160     MOVE WS-LIN-TITULO TO REG-RPT-X01.
001170     WRITE REG-RPT-X01.
001171     PERFORM 1050-INICIAR-PASO THRU 1050-EXIT.
001180 1000-EXIT.
001181     EXIT.

001182******************************************************************
001183* 1050-INICIAR-PASO - TOMA LA FECHA DE NEGOCIO DE PAGCHCTL EN
001184*                     LUGAR DEL RELOJ DEL SISTEMA Y NO DEJA
001185*                     CORRER EL PASO SI EL PREVIO NO TERMINO
001186*                     PARA ESA FECHA (VER PAGCHCTR)
001187******************************************************************
001188 1050-INICIAR-PASO.
001189     MOVE SPACES          TO REG-CTR-CONTROL-PASO.
001190     SET CTR-INICIO       TO TRUE.
001191     MOVE "PAGCHX01"      TO CTR-COD-PROGRAMA.
001192     MOVE "PAGCHCIE"      TO CTR-PASO-PREVIO (1).
001193     SET CTR-REPETIBLE    TO TRUE.
001194     MOVE 0 TO CTR-CNT-LEIDOS CTR-CNT-PROCESADOS
001195               CTR-IMP-CONTROL CTR-COD-RETORNO-PASO.
001196     CALL "PAGCHCTR" USING REG-CTR-CONTROL-PASO.
001197     IF NOT CTR-OK
001198         MOVE CTR-MENSAJE TO LIN-CTL-MOTIVO
001199         MOVE WS-LIN-CONTROL-PASO TO REG-RPT-X01
001200         WRITE REG-RPT-X01
001201         SET WS-ABORTAR TO TRUE
001202         GO TO 1050-EXIT
001203     END-IF.
001204     SET WS-PASO-INICIADO TO TRUE.
001205     MOVE CTR-FEC-NEGOCIO TO WS-FEC-NEGOCIO.
001206 1050-EXIT.
001207     EXIT.

001208******************************************************************
001209* 1100-VALIDAR-BITACORA - EXIGE LA CABECERA Y LA COLA DE LA
001210*                         GENERACION DIARIA Y CUADRA CANTIDAD
001211*                         E IMPORTE CONTRA LA COLA ANTES DE
001212*                         PROCESAR (VER PAGCHCIE)
001213******************************************************************
001214 1100-VALIDAR-BITACORA.
001215     OPEN INPUT PAGCHTRN.
001216     IF WS-FS-PAGCHTRN NOT = "00"
001217         MOVE "ERROR ABRIENDO PAGCHTRN" TO LIN-ABO-MOTIVO
001218         PERFORM 1190-RECHAZAR THRU 1190-EXIT
001219         GO TO 1100-EXIT
001220     END-IF.
001221     READ PAGCHTRN
001222         AT END
001223             MOVE "SIN REGISTRO DE CABECERA" TO LIN-ABO-MOTIVO
001224             PERFORM 1190-RECHAZAR THRU 1190-EXIT
001225             CLOSE PAGCHTRN
001226             GO TO 1100-EXIT
001227     END-READ.
001228     IF NOT TRC-CABECERA
001229         MOVE "SIN REGISTRO DE CABECERA" TO LIN-ABO-MOTIVO
001230         PERFORM 1190-RECHAZAR THRU 1190-EXIT
001231         CLOSE PAGCHTRN
001232         GO TO 1100-EXIT
001233     END-IF.
001234     IF TRC-FEC-PROCESO NOT = WS-FEC-NEGOCIO
001235         MOVE "GENERACION DE OTRA FECHA DE NEGOCIO"
001236                             TO LIN-ABO-MOTIVO
001237         PERFORM 1190-RECHAZAR THRU 1190-EXIT
001238         CLOSE PAGCHTRN
001239         GO TO 1100-EXIT
001240     END-IF.
001241     PERFORM 1110-VALIDAR-REGISTRO THRU 1110-EXIT
001242         UNTIL WS-FIN-TRN OR WS-ABORTAR.
001243     CLOSE PAGCHTRN.
001244     IF NOT WS-ABORTAR AND NOT WS-COLA-VISTA
001245         MOVE "SIN REGISTRO DE COLA" TO LIN-ABO-MOTIVO
001246         PERFORM 1190-RECHAZAR THRU 1190-EXIT
001247     END-IF.
001248 1100-EXIT.
001249     EXIT.

001250******************************************************************
001251* 1110-VALIDAR-REGISTRO - ACUMULA UN REGISTRO DE DATOS O
001252*                         CUADRA LA COLA DE CONTROL
001253******************************************************************
001254 1110-VALIDAR-REGISTRO.
001255     READ PAGCHTRN
001256         AT END
001257             SET WS-FIN-TRN TO TRUE
001258             GO TO 1110-EXIT
001259     END-READ.
001260     IF WS-COLA-VISTA
001261         MOVE "REGISTROS DESPUES DE LA COLA" TO LIN-ABO-MOTIVO
001262         PERFORM 1190-RECHAZAR THRU 1190-EXIT
001263         GO TO 1110-EXIT
001264     END-IF.
001265     IF TRC-COLA
001266         SET WS-COLA-VISTA TO TRUE
001267         IF WS-VAL-CANTIDAD NOT = TRC-NUM-REGISTROS
001268             MOVE "CANTIDAD NO CUADRA CON LA COLA"
001269                                 TO LIN-ABO-MOTIVO
001270             PERFORM 1190-RECHAZAR THRU 1190-EXIT
001271         ELSE
001272             IF WS-VAL-IMPORTE NOT = TRC-IMP-TOTAL
001273                 MOVE "IMPORTE NO CUADRA CON LA COLA"
001274                                 TO LIN-ABO-MOTIVO
001275                 PERFORM 1190-RECHAZAR THRU 1190-EXIT
001276             END-IF
001277         END-IF
001278         GO TO 1110-EXIT
001279     END-IF.
001280     ADD 1 TO WS-VAL-CANTIDAD.
001281     ADD TRN-IMP-APAGAR TO WS-VAL-IMPORTE.
001282 1110-EXIT.
001283     EXIT.

001284******************************************************************
001285* 1190-RECHAZAR - EMITE EL MOTIVO DEL RECHAZO DE LA BITACORA
001286******************************************************************
001287 1190-RECHAZAR.
001288     MOVE WS-LIN-ABORTO TO REG-RPT-X01.
001289     WRITE REG-RPT-X01.
001290     SET WS-ABORTAR TO TRUE.
001291 1190-EXIT.
001292     EXIT.

001293******************************************************************
001294* 2000-PROCESAR-BITACORA - ORDENA LOS REGISTROS DE DATOS DE LA
001295*                          BITACORA POR EMPRESA PARA QUE CADA
001296*                          EMPRESA SALGA AGRUPADA; LA CABECERA
001297*                          Y LA COLA DE CONTROL NO SE ORDENAN
001298******************************************************************
001299 2000-PROCESAR-BITACORA.
001300     SORT PAGCHSRT
001301         ON ASCENDING KEY SRT-COD-EMPRESA
001302         INPUT PROCEDURE IS 2050-ALIMENTAR-SRT THRU 2050-EXIT
001303         OUTPUT PROCEDURE IS 2100-PROCESAR-SRT THRU 2100-EXIT.
001304 2000-EXIT.
001305     EXIT.

001306******************************************************************
001307* 2050-ALIMENTAR-SRT - LIBERA AL SORT SOLO LOS REGISTROS DE
001308*                      DATOS, SALTANDO CABECERA Y COLA
001309******************************************************************
001310 2050-ALIMENTAR-SRT.
001311     OPEN INPUT PAGCHTRN.
001312     MOVE "N" TO WS-FLAG-FIN-TRN.
001313     PERFORM 2060-LIBERAR-REGISTRO THRU 2060-EXIT
001314         UNTIL WS-FIN-TRN.
001315     CLOSE PAGCHTRN.
001316 2050-EXIT.
001317     EXIT.

001318******************************************************************
001319* 2060-LIBERAR-REGISTRO
001320******************************************************************
001321 2060-LIBERAR-REGISTRO.
001322     READ PAGCHTRN
001323         AT END
001324             SET WS-FIN-TRN TO TRUE
001325             GO TO 2060-EXIT
001326     END-READ.
001327     IF TRC-CABECERA OR TRC-COLA
001328         GO TO 2060-EXIT
001329     END-IF.
001330     RELEASE REG-SRT-TRN-HIPOTECARIO
001331         FROM REG-TRN-PEND-HIPOTECARIO.
001332 2060-EXIT.
001333     EXIT.

001334******************************************************************
001335* 2100-PROCESAR-SRT
001336******************************************************************
001340 2100-PROCESAR-SRT.
001350     PERFORM 2110-LEER-SRT THRU 2110-EXIT.
001360     PERFORM 2120-EVALUAR-SRT THRU 2120-EXIT
001890     CLOSE PAGCHX01-RPT.
001900 8000-EXIT.
001910     EXIT.

001911******************************************************************
001912* 8900-CERRAR-PASO - DEJA EL PASO TERMINADO, O CANCELADO SI EL
001913*                    PROCESO ABORTO, CON SUS CIFRAS DE CONTROL
001914*                    EN PAGCHCTL
001915******************************************************************
001916 8900-CERRAR-PASO.
001917     IF NOT WS-PASO-INICIADO
001918         GO TO 8900-EXIT
001919     END-IF.
001920     MOVE WS-VAL-CANTIDAD TO CTR-CNT-LEIDOS.
001921     MOVE WS-TOT-LEIDOS   TO CTR-CNT-PROCESADOS.
001922     MOVE WS-VAL-IMPORTE  TO CTR-IMP-CONTROL.
001923     IF WS-ABORTAR
001924         SET CTR-CANCELA TO TRUE
001925         MOVE 16 TO CTR-COD-RETORNO-PASO
001926     ELSE
001927         SET CTR-FIN TO TRUE
001928         MOVE 0 TO CTR-COD-RETORNO-PASO
001929     END-IF.
001930     CALL "PAGCHCTR" USING REG-CTR-CONTROL-PASO.
001931     IF NOT CTR-OK
001932         MOVE CTR-MENSAJE TO LIN-CTL-MOTIVO
001933         MOVE WS-LIN-CONTROL-PASO TO REG-RPT-X01
001934         WRITE REG-RPT-X01
001935         SET WS-ABORTAR TO TRUE
001936     END-IF.
001937 8900-EXIT.
001938     EXIT.
