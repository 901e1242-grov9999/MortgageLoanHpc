000010******************************************************************
000011* RI0113 15/10/26 LMGZ CADA CUOTA ARCHIVADA Y BORRADA DEL MAESTRO
000012*                      DEJA EN EL DIARIO PAGCHJNL SU IMAGEN ANTES
000013*                      DE LA BAJA, PARA LA RECUPERACION HACIA
000014*                      ADELANTE (PAGCHRCP)
000015* RI0109 15/10/26 LMGZ LA FECHA DE ARCHIVO ES LA FECHA DE NEGOCIO
000016*                      DE PAGCHCTL; DEJA INICIO, FIN Y CIFRAS EN
000017*                      PAGCHCTL Y GRABA PUNTOS DE RETOMA EN
000018*                      PAGCHCKA PARA REARRANCAR DESDE LA ULTIMA
000019*                      LLAVE
000020* RI0104 03/09/26 LMGZ LA HISTORIA PAGCHHIS PASA A ORGANIZACION
000021*                      INDEXADA (LLAVE DEL MAESTRO MAS LLAVE
000022*                      ALTERNA DE DOCUMENTO) Y SE GRABA DIRECTO
000023*                      POR LLAVE (VER PAGCHHCO)
000024* RI0101 03/09/26 LMGZ SE ARCHIVAN TAMBIEN EL RECARGO POR MORA
000025*                      DEVENGADO Y LA FECHA DEL ULTIMO DEVENGO
000026*                      (VER PAGCHMOR)
000027* RI0094 22/08/26 LMGZ AL ARCHIVAR UNA CUOTA SE BORRAN TAMBIEN
000028*                      SUS REFERENCIAS CRUZADAS DE CODEUDORES
000029*                      EN PAGCHXRF (VER PAGCHIPO)
000030* RI0094 22/08/26 LMGZ PROGRAMA INICIAL - CIERRE MENSUAL QUE
000031*                      ARCHIVA LAS CUOTAS PAGADAS DE PAGCHPEN
000040*                      EN LA HISTORIA PAGCHHIS
000050******************************************************************
000060 IDENTIFICATION DIVISION.
000200*             MAESTRO. EMITE TOTALES DE CONTROL DE REGISTROS
000210*             E IMPORTES MOVIDOS POR EMPRESA/SERVICIO. LA
000220*             HISTORIA SE CONSULTA CON PAGCHHCO.
000221*             LA FECHA DE ARCHIVO ES LA FECHA DE NEGOCIO DE
000222*             PAGCHCTL (VER PAGCHCTR). CADA WS-CKP-INTERVALO
000223*             CUOTAS DEJA EN PAGCHCKA LA LLAVE DE LA ULTIMA
000224*             TRATADA: SI EL JOB CAE A MEDIO BARRIDO, LA PROXIMA
000225*             CORRIDA DE LA MISMA FECHA SIGUE DESDE ESA LLAVE
000226*             (LAS CUOTAS YA ARCHIVADAS NO ESTAN EN EL MAESTRO);
000227*             AL TERMINAR EL BARRIDO EL ARCHIVO SE LIMPIA.
000228*             CADA BAJA DEL MAESTRO DEJA LA IMAGEN DE LA CUOTA
000229*             BORRADA EN EL DIARIO PAGCHJNL.
000230*=================================================================
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000386         ACCESS MODE IS DYNAMIC
000387         RECORD KEY IS XRF-LLAVE-PRIMARIA
000388         FILE STATUS IS WS-FS-PAGCHXRF.
000389     SELECT PAGCHCKA ASSIGN TO PAGCHCKA
000390         ORGANIZATION IS SEQUENTIAL
000391         ACCESS MODE IS SEQUENTIAL
000392         FILE STATUS IS WS-FS-PAGCHCKA.
000393     SELECT PAGCHJNL ASSIGN TO PAGCHJNL
000394         ORGANIZATION IS SEQUENTIAL
000395         ACCESS MODE IS SEQUENTIAL
000396         FILE STATUS IS WS-FS-PAGCHJNL.
000397     SELECT PAGCHARC-RPT ASSIGN TO PAGCHARC
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-FS-PAGCHARC.

000492 FD  PAGCHXRF
000494     LABEL RECORDS ARE STANDARD.
000496     COPY "PAGCHXRF.cpy".
000497 FD  PAGCHCKA
000498     LABEL RECORDS ARE STANDARD.
000499 01  REG-CKP-RETOMA.
000500*    LLAVE DE LA ULTIMA CUOTA DE PAGCHPEN YA TRATADA
000501     02  CKP-LLAVE-MAESTRO        PIC X(33).
000502*    FECHA DE NEGOCIO DE LA CORRIDA A LA QUE PERTENECE EL PUNTO:
000503*    UN PUNTO DE OTRA FECHA NO DEBE SALTAR CUOTAS DE ESTA
000504     02  CKP-FEC-NEGOCIO          PIC X(08).
000505 FD  PAGCHJNL
000506     LABEL RECORDS ARE STANDARD.
000507     COPY "PAGCHJNL.cpy".
000508 FD  PAGCHARC-RPT
000510     LABEL RECORDS ARE STANDARD.
000520 01  REG-RPT-ARC                  PIC X(100).

000720 77  WS-CNT-TOTAL                 PIC 9(07) VALUE 0.
000730 77  WS-IMP-TOTAL                 PIC 9(13)V9(02) VALUE 0.
000740 77  WS-CNT-LEIDOS                PIC 9(07) VALUE 0.
000741 77  WS-CNT-YA-ARCHIVADAS         PIC 9(07) VALUE 0.
000750 77  WS-IDX-CODEUDOR              PIC 9(01) COMP.
000751 77  WS-FS-PAGCHCKA               PIC X(02) VALUE "00".
000752 77  WS-FLAG-FIN-PAGCHCKA         PIC X(01) VALUE "N".
000753     88 WS-FIN-PAGCHCKA           VALUE "S".
000754 77  WS-FLAG-HAY-RETOMA           PIC X(01) VALUE "N".
000755     88 WS-HAY-RETOMA             VALUE "S".
000756 77  WS-LLAVE-RETOMA              PIC X(33) VALUE SPACES.
000757 77  WS-FEC-RETOMA                PIC X(08) VALUE SPACES.
000758 77  WS-CKP-INTERVALO             PIC 9(05) VALUE 500.
000759 77  WS-CKP-CONTADOR              PIC 9(05) VALUE 0.
000760*-----------------------------------------------------------------
000761* DIARIO DE IMAGENES DE PAGCHPEN (VER PAGCHJNL Y PAGCHRCP): LA
000762* FECHA Y HORA DEL DIARIO SON LAS DEL RELOJ, NO LA DE NEGOCIO
000763*-----------------------------------------------------------------
000764 77  WS-FS-PAGCHJNL               PIC X(02) VALUE "00".
000765 77  WS-FEC-DIARIO                PIC 9(08).
000766 77  WS-HOR-DIARIO                PIC 9(08).
000767*    IMAGEN DE LA CUOTA TAL COMO SE LEYO, ANTES DE CAMBIARLA
000768 01  WS-IMG-ANTERIOR              PIC X(395).
000769*-----------------------------------------------------------------
000770* CONTROL DE PASOS DE LA CADENA NOCTURNA (VER PAGCHCTR)
000771*-----------------------------------------------------------------
000772 77  WS-FLAG-PASO-INICIADO        PIC X(01) VALUE "N".
000773     88 WS-PASO-INICIADO          VALUE "S".
000774     COPY "PAGCHCTR.cpy".
000775*-----------------------------------------------------------------
000776* LINEAS DE REPORTE
000780*-----------------------------------------------------------------
000790 01  WS-LIN-TITULO.
000800     05  FILLER                  PIC X(35) VALUE
000925         "ERROR ESCRIBIENDO PAGCHHIS, FILE STATUS =".
000926     05  FILLER                  PIC X(01) VALUE SPACES.
000927     05  LIN-ERR-FS-PAGCHHIS     PIC X(02).
000928 01  WS-LIN-ERROR-PAGCHCKA.
000929     05  FILLER                  PIC X(38) VALUE
000930         "ERROR ABRIENDO PAGCHCKA, FILE STATUS =".
000931     05  FILLER                  PIC X(01) VALUE SPACES.
000932     05  LIN-ERR-FS-PAGCHCKA     PIC X(02).
000933 01  WS-LIN-ERROR-PAGCHJNL.
000934     05  FILLER                  PIC X(38) VALUE
000935         "ERROR ABRIENDO PAGCHJNL, FILE STATUS =".
000936     05  FILLER                  PIC X(01) VALUE SPACES.
000937     05  LIN-ERR-FS-PAGCHJNL     PIC X(02).
000938 01  WS-LIN-ERROR-ESCR-CKA.
000939     05  FILLER                  PIC X(41) VALUE
000940         "ERROR ESCRIBIENDO PAGCHCKA, FILE STATUS =".
000941     05  FILLER                  PIC X(01) VALUE SPACES.
000942     05  LIN-ERR-FS-ESCR-CKA     PIC X(02).
000943 01  WS-LIN-ERROR-ESCR-JNL.
000944     05  FILLER                  PIC X(41) VALUE
000945         "ERROR ESCRIBIENDO PAGCHJNL, FILE STATUS =".
000946     05  FILLER                  PIC X(01) VALUE SPACES.
000947     05  LIN-ERR-FS-ESCR-JNL     PIC X(02).
000948 01  WS-LIN-CONTROL-PASO.
000949     05  FILLER                  PIC X(21) VALUE
000950         "CONTROL DE PASOS   : ".
000951     05  LIN-CTL-MOTIVO          PIC X(40).
000952 01  WS-LIN-RETOMA.
000953     05  FILLER                  PIC X(27) VALUE
000954         "REARRANQUE DESDE LA LLAVE :".
000955     05  FILLER                  PIC X(01) VALUE SPACES.
000956     05  LIN-RET-LLAVE           PIC X(33).
000957 01  WS-LIN-DETALLE.
000958     05  FILLER                  PIC X(02) VALUE SPACES.
000959     05  LIN-DET-EMPRESA         PIC 9(03).
000960     05  FILLER                  PIC X(01) VALUE SPACES.
000961     05  LIN-DET-SERVICIO        PIC 9(02).
000970     05  FILLER                  PIC X(01) VALUE SPACES.
000980     05  LIN-DET-CANTIDAD        PIC ZZZ,ZZ9.
000990     05  FILLER                  PIC X(01) VALUE SPACES.
001090     05  FILLER                  PIC X(25) VALUE
001100         "TOTAL CUOTAS REVISADAS  :".
001110     05  LIN-TOT-LEIDOS          PIC ZZZ,ZZ9.
001111 01  WS-LIN-TOTAL-YA-ARCH.
001112     05  FILLER                  PIC X(25) VALUE
001113         "TOTAL YA ARCHIVADAS     :".
001114     05  LIN-TOT-YA-ARCH         PIC ZZZ,ZZ9.

001120 PROCEDURE DIVISION.

001180     IF NOT WS-ABORTAR
001190         PERFORM 2000-ARCHIVAR-PAGADAS THRU 2000-EXIT
001200     END-IF.
001201     PERFORM 8900-CERRAR-PASO THRU 8900-EXIT.
001202     IF WS-ABORTAR
001204         MOVE 16 TO RETURN-CODE
001206     END-IF.
001250*                    CORTE RECIBIDA POR SYSIN (AAAAMMDD)
001260******************************************************************
001270 1000-INICIALIZAR.
001290     OPEN OUTPUT PAGCHARC-RPT.
001300     MOVE WS-LIN-TITULO TO REG-RPT-ARC.
001310     WRITE REG-RPT-ARC.
001311     PERFORM 1050-INICIAR-PASO THRU 1050-EXIT.
001312     IF WS-ABORTAR
001313         GO TO 1000-EXIT
001314     END-IF.
001320     ACCEPT WS-FEC-CORTE.
001330     IF WS-FEC-CORTE NOT NUMERIC
001340         MOVE WS-LIN-ERROR TO REG-RPT-ARC
001390     MOVE WS-FEC-CORTE TO LIN-COR-FECHA.
001400     MOVE WS-LIN-CORTE TO REG-RPT-ARC.
001410     WRITE REG-RPT-ARC.
001411     PERFORM 1200-LEER-RETOMA THRU 1200-EXIT.
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
001431     MOVE "PAGCHARC"      TO CTR-COD-PROGRAMA.
001432     SET CTR-REPETIBLE    TO TRUE.
001433     MOVE 0 TO CTR-CNT-LEIDOS CTR-CNT-PROCESADOS
001434               CTR-IMP-CONTROL CTR-COD-RETORNO-PASO.
001435     CALL "PAGCHCTR" USING REG-CTR-CONTROL-PASO.
001436     IF NOT CTR-OK
001437         MOVE CTR-MENSAJE TO LIN-CTL-MOTIVO
001438         MOVE WS-LIN-CONTROL-PASO TO REG-RPT-ARC
001439         WRITE REG-RPT-ARC
001440         SET WS-ABORTAR TO TRUE
001441         GO TO 1050-EXIT
001442     END-IF.
001443     SET WS-PASO-INICIADO TO TRUE.
001444     MOVE CTR-FEC-NEGOCIO TO WS-FECHA-SISTEMA.
001445 1050-EXIT.
001446     EXIT.

001447******************************************************************
001448* 1200-LEER-RETOMA - RECUPERA EL ULTIMO PUNTO DE RETOMA SI EL
001449*                    JOB VIENE DE UNA CAIDA A MEDIO BARRIDO
001450******************************************************************
001451 1200-LEER-RETOMA.
001452     OPEN INPUT PAGCHCKA.
001453     IF WS-FS-PAGCHCKA NOT = "00"
001454         GO TO 1200-EXIT
001455     END-IF.
001456     PERFORM 1210-LEER-PUNTO THRU 1210-EXIT
001457         UNTIL WS-FIN-PAGCHCKA.
001458     CLOSE PAGCHCKA.
001459*    UN PUNTO DE RETOMA DE OTRA FECHA DE NEGOCIO NO RIGE: EL
001460*    BARRIDO DE ESTA FECHA EMPIEZA DESDE LA PRIMERA CUOTA
001461     IF WS-HAY-RETOMA
001462     AND WS-FEC-RETOMA NOT = WS-FECHA-SISTEMA
001463         MOVE "N" TO WS-FLAG-HAY-RETOMA
001464     END-IF.
001465     IF WS-HAY-RETOMA
001466         MOVE WS-LLAVE-RETOMA TO LIN-RET-LLAVE
001467         MOVE WS-LIN-RETOMA   TO REG-RPT-ARC
001468         WRITE REG-RPT-ARC
001469     END-IF.
001470 1200-EXIT.
001471     EXIT.

001472******************************************************************
001473* 1210-LEER-PUNTO - LEE UN PUNTO DE RETOMA; EL ULTIMO LEIDO
001474*                   ES EL QUE RIGE
001475******************************************************************
001476 1210-LEER-PUNTO.
001477     READ PAGCHCKA
001478         AT END
001479             SET WS-FIN-PAGCHCKA TO TRUE
001480             GO TO 1210-EXIT
001481     END-READ.
001482     MOVE CKP-LLAVE-MAESTRO TO WS-LLAVE-RETOMA.
001483     MOVE CKP-FEC-NEGOCIO   TO WS-FEC-RETOMA.
001484     SET WS-HAY-RETOMA      TO TRUE.
001485 1210-EXIT.
001486     EXIT.

001487******************************************************************
001488* 2000-ARCHIVAR-PAGADAS - RECORRE TODO PAGCHPEN Y MUEVE LAS
001489*                         CUOTAS PAGADAS ANTES DEL CORTE A LA
001490*                         HISTORIA PAGCHHIS
001491******************************************************************
001492 2000-ARCHIVAR-PAGADAS.
001500     OPEN I-O PAGCHPEN.
001510     IF WS-FS-PAGCHPEN NOT = "00"
001512         MOVE WS-FS-PAGCHPEN TO LIN-ERR-FS-PAGCHPEN
001596         CLOSE PAGCHXRF
001597         OPEN I-O PAGCHXRF
001598     END-IF.
001599     OPEN EXTEND PAGCHCKA.
001600     IF WS-FS-PAGCHCKA = "05" OR "35"
001601         OPEN OUTPUT PAGCHCKA
001602         CLOSE PAGCHCKA
001603         OPEN EXTEND PAGCHCKA
001604     END-IF.
001605     IF WS-FS-PAGCHCKA NOT = "00"
001606         MOVE WS-FS-PAGCHCKA TO LIN-ERR-FS-PAGCHCKA
001607         MOVE WS-LIN-ERROR-PAGCHCKA TO REG-RPT-ARC
001608         WRITE REG-RPT-ARC
001609         SET WS-ABORTAR TO TRUE
001610         CLOSE PAGCHPEN PAGCHHIS PAGCHXRF
001611         GO TO 2000-EXIT
001612     END-IF.
001613     OPEN EXTEND PAGCHJNL.
001614     IF WS-FS-PAGCHJNL = "05" OR "35"
001615         OPEN OUTPUT PAGCHJNL
001616         CLOSE PAGCHJNL
001617         OPEN EXTEND PAGCHJNL
001618     END-IF.
001619     IF WS-FS-PAGCHJNL NOT = "00"
001620         MOVE WS-FS-PAGCHJNL TO LIN-ERR-FS-PAGCHJNL
001621         MOVE WS-LIN-ERROR-PAGCHJNL TO REG-RPT-ARC
001622         WRITE REG-RPT-ARC
001623         SET WS-ABORTAR TO TRUE
001624         CLOSE PAGCHPEN PAGCHHIS PAGCHXRF PAGCHCKA
001625         GO TO 2000-EXIT
001626     END-IF.
001627*    EN UN REARRANQUE EL BARRIDO SIGUE DESPUES DE LA ULTIMA
001628*    CUOTA QUE QUEDO EN EL PUNTO DE RETOMA
001629     IF WS-HAY-RETOMA
001630         MOVE WS-LLAVE-RETOMA TO MAE-LLAVE-PRIMARIA
001631         START PAGCHPEN KEY IS
001632             GREATER THAN MAE-LLAVE-PRIMARIA
001633             INVALID KEY
001634                 SET WS-FIN-PAGCHPEN TO TRUE
001635         END-START
001636     ELSE
001637         MOVE LOW-VALUES TO MAE-LLAVE-PRIMARIA
001638         START PAGCHPEN KEY IS
001639             NOT LESS THAN MAE-LLAVE-PRIMARIA
001640             INVALID KEY
001641                 SET WS-FIN-PAGCHPEN TO TRUE
001642         END-START
001643     END-IF.
001660     PERFORM 2100-PROCESAR-CUOTA THRU 2100-EXIT
001665         UNTIL WS-FIN-PAGCHPEN OR WS-ABORTAR.
001680     PERFORM 2300-CERRAR-SERVICIO THRU 2300-EXIT.
001681     CLOSE PAGCHPEN PAGCHHIS PAGCHXRF PAGCHCKA PAGCHJNL.
001682*    SI EL BARRIDO SE CORTO POR UN ERROR DE LA HISTORIA EL PUNTO
001683*    DE RETOMA SE CONSERVA PARA EL REARRANQUE
001684     IF WS-ABORTAR
001685         GO TO 2000-EXIT
001686     END-IF.
001687*    BARRIDO COMPLETO: SE LIMPIA EL PUNTO DE RETOMA PARA QUE UNA
001688*    PROXIMA CORRIDA ARRANQUE DESDE LA PRIMERA CUOTA
001689     OPEN OUTPUT PAGCHCKA.
001690     CLOSE PAGCHCKA.
001700 2000-EXIT.
001710     EXIT.

001720******************************************************************
001730* 2100-PROCESAR-CUOTA - LEE LA SIGUIENTE CUOTA DEL MAESTRO Y
001740*                       LA ARCHIVA SI ESTA PAGADA Y SU FECHA
001750*                       DE PAGO ES ANTERIOR AL CORTE (O TERMINA
001751*                       LA BAJA DE UNA QUE YA ESTABA EN LA
001752*                       HISTORIA POR UNA CORRIDA CAIDA)
001760******************************************************************
001770 2100-PROCESAR-CUOTA.
001771     IF WS-CKP-CONTADOR NOT < WS-CKP-INTERVALO
001772         PERFORM 2500-GRABAR-RETOMA THRU 2500-EXIT
001773     END-IF.
001774*    SIN PUNTO DE RETOMA GRABADO NO SE SIGUE BORRANDO DEL MAESTRO
001775     IF WS-ABORTAR
001776         GO TO 2100-EXIT
001777     END-IF.
001780     READ PAGCHPEN NEXT RECORD
001790         AT END
001800             SET WS-FIN-PAGCHPEN TO TRUE
001810             GO TO 2100-EXIT
001820     END-READ.
001821     MOVE REG-MAE-PEND-HIPOTECARIO TO WS-IMG-ANTERIOR.
001830     ADD 1 TO WS-CNT-LEIDOS.
001831     ADD 1 TO WS-CKP-CONTADOR.
001840     IF NOT MAE-PAGADO
001850         GO TO 2100-EXIT
001860     END-IF.
001970     END-IF.
001980     PERFORM 2200-GRABAR-HISTORIA THRU 2200-EXIT.
001982*    SI LA HISTORIA NO SE GRABO, LA CUOTA NO SE BORRA: SE
001984*    CANCELA EL PROCESO ANTES DE PERDER DATOS DEL MAESTRO.
001985*    LLAVE DUPLICADA (22): LA ARCHIVO UNA CORRIDA QUE CAYO
001986     IF WS-FS-PAGCHHIS NOT = "00" AND NOT = "22"
001987         MOVE WS-FS-PAGCHHIS TO LIN-ERR-FS-PAGCHHIS
001988         MOVE WS-LIN-ERROR-PAGCHHIS TO REG-RPT-ARC
001989         WRITE REG-RPT-ARC
002000         INVALID KEY
002010             GO TO 2100-EXIT
002020     END-DELETE.
002021     SET JNL-BAJA TO TRUE.
002022     PERFORM 2600-GRABAR-DIARIO THRU 2600-EXIT.
002023     PERFORM 2400-BAJA-XREF THRU 2400-EXIT.
002024*    LA YA ARCHIVADA ESTA EN LOS TOTALES DE AQUELLA CORRIDA
002025     IF WS-FS-PAGCHHIS = "22"
002026         ADD 1 TO WS-CNT-YA-ARCHIVADAS
002027         GO TO 2100-EXIT
002028     END-IF.
002030     ADD 1 TO WS-CNT-SERVICIO.
002040     ADD 1 TO WS-CNT-TOTAL.
002050     ADD MAE-IMP-PAGADO TO WS-IMP-SERVICIO.
002741     EXIT.

002742******************************************************************
002743* 2500-GRABAR-RETOMA - DEJA COMO PUNTO DE RETOMA LA LLAVE DE LA
002744*                      ULTIMA CUOTA TRATADA (LA QUE QUEDO EN EL
002745*                      AREA DEL REGISTRO), CADA WS-CKP-INTERVALO
002746*                      CUOTAS LEIDAS. SI NO SE PUEDE GRABAR
002747*                      SE CANCELA EL PROCESO
002748******************************************************************
002749 2500-GRABAR-RETOMA.
002750     MOVE MAE-LLAVE-PRIMARIA TO CKP-LLAVE-MAESTRO.
002751     MOVE WS-FECHA-SISTEMA TO CKP-FEC-NEGOCIO.
002752     WRITE REG-CKP-RETOMA.
002753     IF WS-FS-PAGCHCKA NOT = "00"
002754         MOVE WS-FS-PAGCHCKA TO LIN-ERR-FS-ESCR-CKA
002755         MOVE WS-LIN-ERROR-ESCR-CKA TO REG-RPT-ARC
002756         WRITE REG-RPT-ARC
002757         SET WS-ABORTAR TO TRUE
002758         GO TO 2500-EXIT
002759     END-IF.
002760     MOVE 0 TO WS-CKP-CONTADOR.
002761 2500-EXIT.
002762     EXIT.

002763******************************************************************
002764* 2600-GRABAR-DIARIO - DEJA EN PAGCHJNL LA IMAGEN DE LA CUOTA
002765*                      TAL COMO ESTABA ANTES DE BORRARLA DEL
002766*                      MAESTRO AL ARCHIVARLA (LA IMAGEN
002767*                      POSTERIOR VA EN ESPACIOS). SI NO SE
002768*                      PUEDE GRABAR SE CANCELA EL PROCESO
002769******************************************************************
002770 2600-GRABAR-DIARIO.
002771     ACCEPT WS-FEC-DIARIO FROM DATE YYYYMMDD.
002772     ACCEPT WS-HOR-DIARIO FROM TIME.
002773     MOVE WS-FEC-DIARIO          TO JNL-FEC-MOVIMIENTO.
002774     MOVE WS-HOR-DIARIO          TO JNL-HOR-MOVIMIENTO.
002775     MOVE "PAGCHARC"             TO JNL-COD-PROGRAMA.
002776     MOVE SPACES                 TO JNL-OPE-ORIGEN
002777                                    JNL-COD-OPERADOR
002778                                    JNL-COD-OFICINA.
002779     MOVE MAE-LLAVE-PRIMARIA     TO JNL-LLAVE-MAESTRO.
002780     MOVE WS-IMG-ANTERIOR        TO JNL-IMG-ANTERIOR.
002781     MOVE SPACES                 TO JNL-IMG-POSTERIOR.
002782     WRITE REG-JNL-IMAGEN.
002783     IF WS-FS-PAGCHJNL NOT = "00"
002784         MOVE WS-FS-PAGCHJNL TO LIN-ERR-FS-ESCR-JNL
002785         MOVE WS-LIN-ERROR-ESCR-JNL TO REG-RPT-ARC
002786         WRITE REG-RPT-ARC
002787         SET WS-ABORTAR TO TRUE
002788     END-IF.
002789 2600-EXIT.
002790     EXIT.

002791******************************************************************
002792* 8000-TERMINAR - TOTALES FINALES DE CONTROL Y CIERRE
002793******************************************************************
002794 8000-TERMINAR.
002795     MOVE WS-CNT-LEIDOS TO LIN-TOT-LEIDOS.
002796     MOVE WS-LIN-TOTAL-LEIDOS TO REG-RPT-ARC.
002797     WRITE REG-RPT-ARC.
002798     MOVE WS-CNT-TOTAL  TO LIN-TOT-CANTIDAD.
002800     MOVE WS-IMP-TOTAL  TO LIN-TOT-IMPORTE.
002810     MOVE WS-LIN-TOTAL  TO REG-RPT-ARC.
002820     WRITE REG-RPT-ARC.
002821     MOVE WS-CNT-YA-ARCHIVADAS TO LIN-TOT-YA-ARCH.
002822     MOVE WS-LIN-TOTAL-YA-ARCH TO REG-RPT-ARC.
002823     WRITE REG-RPT-ARC.
002830     CLOSE PAGCHARC-RPT.
002840 8000-EXIT.
002850     EXIT.

002851******************************************************************
002852* 8900-CERRAR-PASO - DEJA EL PASO TERMINADO, O CANCELADO SI EL
002853*                    PROCESO ABORTO, CON SUS CIFRAS DE CONTROL
002854*                    EN PAGCHCTL
002855******************************************************************
002856 8900-CERRAR-PASO.
002857     IF NOT WS-PASO-INICIADO
002858         GO TO 8900-EXIT
002859     END-IF.
002860     MOVE WS-CNT-LEIDOS TO CTR-CNT-LEIDOS.
002861     MOVE WS-CNT-TOTAL  TO CTR-CNT-PROCESADOS.
002862     MOVE WS-IMP-TOTAL  TO CTR-IMP-CONTROL.
002863     IF WS-ABORTAR
002864         SET CTR-CANCELA TO TRUE
002865         MOVE 16 TO CTR-COD-RETORNO-PASO
002866     ELSE
002867         SET CTR-FIN TO TRUE
002868         MOVE 0 TO CTR-COD-RETORNO-PASO
002869     END-IF.
002870     CALL "PAGCHCTR" USING REG-CTR-CONTROL-PASO.
002871     IF NOT CTR-OK
002872         MOVE CTR-MENSAJE TO LIN-CTL-MOTIVO
002873         MOVE WS-LIN-CONTROL-PASO TO REG-RPT-ARC
002874         WRITE REG-RPT-ARC
002875         SET WS-ABORTAR TO TRUE
002876     END-IF.
002877 8900-EXIT.
002878     EXIT.
