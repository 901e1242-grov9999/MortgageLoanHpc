000010******************************************************************
000011* RI0113 15/10/26 LMGZ CADA CUOTA REVALUADA DEJA EN EL DIARIO
000012*                      PAGCHJNL SU IMAGEN ANTES Y DESPUES DEL
000013*                      CAMBIO, PARA LA RECUPERACION HACIA ADELANTE
000014*                      (PAGCHRCP)
000015* RI0109 15/10/26 LMGZ LA FECHA DE PROCESO ES LA FECHA DE NEGOCIO
000016*                      DE PAGCHCTL; NO CORRE SI PAGCHCIE NO
000017*                      TERMINO PARA ESA FECHA, DEJA INICIO, FIN Y
000018*                      CIFRAS EN PAGCHCTL Y GRABA PUNTOS DE RETOMA
000019*                      EN PAGCHCKR PARA REARRANCAR DESDE LA ULTIMA
000020*                      LLAVE
000021* RI0108 15/10/26 LMGZ CADA CUOTA REVALUADA DEJA SU DIFERENCIA
000022*                      DE CAMBIO EN LA PISTA PAGCHMVT PARA EL
000023*                      ASIENTO CONTABLE DIARIO PAGCHCON
000024* RI0094 22/08/26 LMGZ PROGRAMA INICIAL - REVALUACION NOCTURNA
000030*                      DE CUOTAS EN MONEDA EXTRANJERA CON LA
000040*                      COTIZACION DEL DIA (PAGCHTCA)
000050******************************************************************
000230*             MAYOR QUE CERO) NO SE REVALUAN: SE LISTAN PARA
000240*             REVISION MANUAL DE FINANZAS. LAS MONEDAS SIN
000250*             COTIZACION DEL DIA SE LISTAN Y SE DEJAN COMO
000251*             ESTAN. CADA CUOTA REVALUADA DEJA UN REGISTRO EN
000252*             PAGCHMVT (TIPO RV) CON EL IMPORTE ANTERIOR, EL
000253*             NUEVO Y LA DIFERENCIA DE CAMBIO, QUE EL ASIENTO
000254*             CONTABLE PAGCHCON CONTABILIZA.
000255*             LA FECHA DE PROCESO ES LA FECHA DE NEGOCIO DE
000256*             PAGCHCTL (VER PAGCHCTR): LAS COTIZACIONES DEBEN
000257*             VENIR CON ESA FECHA, Y EL PASO NO CORRE SI EL
000258*             CORTE PAGCHCIE NO TERMINO PARA ELLA. CADA
000259*             WS-CKP-INTERVALO CUOTAS DEJA EN PAGCHCKR LA LLAVE
000260*             DE LA ULTIMA TRATADA: SI EL JOB CAE A MEDIO
000261*             BARRIDO, LA PROXIMA CORRIDA DE LA MISMA FECHA SIGUE
000262*             DESDE ESA LLAVE (LA EXPOSICION POR MONEDA DE ESA
000263*             CORRIDA CUBRE SOLO EL TRAMO REPROCESADO); AL
000264*             TERMINAR EL BARRIDO EL ARCHIVO SE LIMPIA.
000265*             CADA REESCRITURA DE UNA CUOTA DEJA SU IMAGEN
000266*             ANTERIOR Y POSTERIOR EN EL DIARIO PAGCHJNL.
000270*=================================================================
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS MAE-LLAVE-PRIMARIA
000420         FILE STATUS IS WS-FS-PAGCHPEN.
000421     SELECT PAGCHMVT ASSIGN TO PAGCHMVT
000422         ORGANIZATION IS SEQUENTIAL
000423         ACCESS MODE IS SEQUENTIAL
000424         FILE STATUS IS WS-FS-PAGCHMVT.
000425     SELECT PAGCHCKR ASSIGN TO PAGCHCKR
000426         ORGANIZATION IS SEQUENTIAL
000427         ACCESS MODE IS SEQUENTIAL
000428         FILE STATUS IS WS-FS-PAGCHCKR.
000429     SELECT PAGCHJNL ASSIGN TO PAGCHJNL
000430         ORGANIZATION IS SEQUENTIAL
000431         ACCESS MODE IS SEQUENTIAL
000432         FILE STATUS IS WS-FS-PAGCHJNL.
000433     SELECT PAGCHREV-RPT ASSIGN TO PAGCHREV
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-FS-PAGCHREV.

000510 FD  PAGCHPEN
000520     LABEL RECORDS ARE STANDARD.
000530     COPY "PAGCHMAE.cpy".
000531 FD  PAGCHMVT
000532     LABEL RECORDS ARE STANDARD.
000533     COPY "PAGCHMVT.cpy".
000534 FD  PAGCHCKR
000535     LABEL RECORDS ARE STANDARD.
000536 01  REG-CKP-RETOMA.
000537*    LLAVE DE LA ULTIMA CUOTA DE PAGCHPEN YA TRATADA
000538     02  CKP-LLAVE-MAESTRO        PIC X(33).
000539*    FECHA DE NEGOCIO DE LA CORRIDA A LA QUE PERTENECE EL PUNTO:
000540*    UN PUNTO DE OTRA FECHA NO DEBE SALTAR CUOTAS DE ESTA
000541     02  CKP-FEC-NEGOCIO          PIC X(08).
000542 FD  PAGCHJNL
000543     LABEL RECORDS ARE STANDARD.
000544     COPY "PAGCHJNL.cpy".
000545 FD  PAGCHREV-RPT
000550     LABEL RECORDS ARE STANDARD.
000560 01  REG-RPT-REV                  PIC X(132).

000610 77  WS-FS-PAGCHTCA               PIC X(02) VALUE "00".
000620 77  WS-FS-PAGCHPEN               PIC X(02) VALUE "00".
000630 77  WS-FS-PAGCHREV               PIC X(02) VALUE "00".
000631 77  WS-FS-PAGCHMVT               PIC X(02) VALUE "00".
000640 77  WS-FLAG-FIN-PAGCHTCA         PIC X(01) VALUE "N".
000650     88 WS-FIN-PAGCHTCA           VALUE "S".
000660 77  WS-FLAG-FIN-PAGCHPEN         PIC X(01) VALUE "N".
000710     88 WS-HAY-COTIZACION         VALUE "S".
000720 77  WS-FECHA-SISTEMA             PIC 9(08).
000722 77  WS-FEC-HOY                   PIC X(08).
000723 77  WS-HORA-SISTEMA              PIC 9(08).
000724 77  WS-IMP-ANTERIOR              PIC 9(13)V9(02).
000725 77  WS-CNT-MOVIMIENTOS           PIC 9(07) VALUE 0.
000730 77  WS-CNT-REVALUADAS            PIC 9(07) VALUE 0.
000740 77  WS-CNT-REVISION              PIC 9(07) VALUE 0.
000750 77  WS-CNT-SIN-COTIZACION        PIC 9(07) VALUE 0.
000760 77  WS-IMP-NUEVO                 PIC 9(13)V9(02).
000770 77  WS-IMP-PENDIENTE             PIC 9(13)V9(02).
000780 77  WS-TAS-VIGENTE               PIC 9(04)V9(06).
000781 77  WS-CNT-LEIDOS                PIC 9(07) VALUE 0.
000782 77  WS-FS-PAGCHCKR               PIC X(02) VALUE "00".
000783 77  WS-FLAG-FIN-PAGCHCKR         PIC X(01) VALUE "N".
000784     88 WS-FIN-PAGCHCKR           VALUE "S".
000785 77  WS-FLAG-HAY-RETOMA           PIC X(01) VALUE "N".
000786     88 WS-HAY-RETOMA             VALUE "S".
000787 77  WS-LLAVE-RETOMA              PIC X(33) VALUE SPACES.
000788 77  WS-FEC-RETOMA                PIC X(08) VALUE SPACES.
000789 77  WS-CKP-INTERVALO             PIC 9(05) VALUE 500.
000790 77  WS-CKP-CONTADOR              PIC 9(05) VALUE 0.
000791*-----------------------------------------------------------------
000792* DIARIO DE IMAGENES DE PAGCHPEN (VER PAGCHJNL Y PAGCHRCP): LA
000793* FECHA Y HORA DEL DIARIO SON LAS DEL RELOJ, NO LA DE NEGOCIO
000794*-----------------------------------------------------------------
000795 77  WS-FS-PAGCHJNL               PIC X(02) VALUE "00".
000796 77  WS-FEC-DIARIO                PIC 9(08).
000797 77  WS-HOR-DIARIO                PIC 9(08).
000798*    IMAGEN DE LA CUOTA TAL COMO SE LEYO, ANTES DE CAMBIARLA
000799 01  WS-IMG-ANTERIOR              PIC X(395).
000800*-----------------------------------------------------------------
000801* CONTROL DE PASOS DE LA CADENA NOCTURNA (VER PAGCHCTR)
000802*-----------------------------------------------------------------
000803 77  WS-FLAG-PASO-INICIADO        PIC X(01) VALUE "N".
000804     88 WS-PASO-INICIADO          VALUE "S".
000805     COPY "PAGCHCTR.cpy".
000806*-----------------------------------------------------------------
000807* TABLA DE COTIZACIONES DEL DIA CARGADA DESDE PAGCHTCA
000810*-----------------------------------------------------------------
000820 01  WS-TAB-COTIZACIONES.
000830     05  WS-TCA-CANT              PIC 9(03) COMP VALUE 0.
001120         "PROCESO CANCELADO :".
001130     05  FILLER                  PIC X(01) VALUE SPACES.
001140     05  LIN-ABO-MOTIVO          PIC X(40).
001141 01  WS-LIN-CONTROL-PASO.
001142     05  FILLER                  PIC X(21) VALUE
001143         "CONTROL DE PASOS   : ".
001144     05  LIN-CTL-MOTIVO          PIC X(40).
001145 01  WS-LIN-RETOMA.
001146     05  FILLER                  PIC X(27) VALUE
001147         "REARRANQUE DESDE LA LLAVE :".
001148     05  FILLER                  PIC X(01) VALUE SPACES.
001149     05  LIN-RET-LLAVE           PIC X(33).
001150 01  WS-LIN-ERROR-ESCR-MVT.
001151     05  FILLER                  PIC X(41) VALUE
001152         "ERROR ESCRIBIENDO PAGCHMVT, FILE STATUS =".
001153     05  FILLER                  PIC X(01) VALUE SPACES.
001154     05  LIN-ERR-FS-ESCR-MVT     PIC X(02).
001155 01  WS-LIN-ERROR-ESCR-CKR.
001156     05  FILLER                  PIC X(41) VALUE
001157         "ERROR ESCRIBIENDO PAGCHCKR, FILE STATUS =".
001158     05  FILLER                  PIC X(01) VALUE SPACES.
001159     05  LIN-ERR-FS-ESCR-CKR     PIC X(02).
001160 01  WS-LIN-ERROR-ESCR-JNL.
001161     05  FILLER                  PIC X(41) VALUE
001162         "ERROR ESCRIBIENDO PAGCHJNL, FILE STATUS =".
001163     05  FILLER                  PIC X(01) VALUE SPACES.
001164     05  LIN-ERR-FS-ESCR-JNL     PIC X(02).
001165 01  WS-LIN-DETALLE.
001166     05  FILLER                  PIC X(01) VALUE SPACES.
001170     05  LIN-DET-EMPRESA         PIC 9(03).
001180     05  FILLER                  PIC X(01) VALUE SPACES.
001190     05  LIN-DET-SERVICIO        PIC 9(02).
001490     05  FILLER                  PIC X(25) VALUE
001500         "SIN COTIZACION DEL DIA  :".
001510     05  LIN-TOT-SIN-COTIZA      PIC ZZZ,ZZ9.
001511 01  WS-LIN-TOT-MOVIMIENTOS.
001512     05  FILLER                  PIC X(25) VALUE
001513         "MOVIMIENTOS EN PAGCHMVT :".
001514     05  LIN-TOT-MOVIMIENTOS     PIC ZZZ,ZZ9.

001520 PROCEDURE DIVISION.

001580     IF NOT WS-ABORTAR
001590         PERFORM 2000-REVALUAR-MAESTRO THRU 2000-EXIT
001600     END-IF.
001601     PERFORM 8900-CERRAR-PASO THRU 8900-EXIT.
001610     IF WS-ABORTAR
001620         MOVE 16 TO RETURN-CODE
001630     END-IF.
001680*                    DEL DIA EN LA TABLA DE TRABAJO
001690******************************************************************
001700 1000-INICIALIZAR.
001701     ACCEPT WS-HORA-SISTEMA  FROM TIME.
001720     OPEN OUTPUT PAGCHREV-RPT.
001721     PERFORM 1050-INICIAR-PASO THRU 1050-EXIT.
001730     MOVE WS-FECHA-SISTEMA TO LIN-TIT-FECHA.
001740     MOVE WS-LIN-TITULO TO REG-RPT-REV.
001750     WRITE REG-RPT-REV.
001751     IF WS-ABORTAR
001752         MOVE WS-LIN-CONTROL-PASO TO REG-RPT-REV
001753         WRITE REG-RPT-REV
001754         GO TO 1000-EXIT
001755     END-IF.
001760     OPEN INPUT PAGCHTCA.
001770     IF WS-FS-PAGCHTCA NOT = "00"
001780         MOVE "ERROR ABRIENDO PAGCHTCA" TO LIN-ABO-MOTIVO
001865                             TO LIN-ABO-MOTIVO
001870         PERFORM 1090-CANCELAR THRU 1090-EXIT
001880     END-IF.
001881     IF NOT WS-ABORTAR
001882         PERFORM 1200-LEER-RETOMA THRU 1200-EXIT
001883     END-IF.
001890 1000-EXIT.
001891     EXIT.

001892******************************************************************
001893* 1050-INICIAR-PASO - TOMA LA FECHA DE NEGOCIO DE PAGCHCTL EN
001894*                     LUGAR DEL RELOJ DEL SISTEMA Y NO DEJA
001895*                     CORRER EL PASO SI EL PREVIO NO TERMINO
001896*                     PARA ESA FECHA (VER PAGCHCTR)
001897******************************************************************
001898 1050-INICIAR-PASO.
001899     MOVE SPACES          TO REG-CTR-CONTROL-PASO.
001900     SET CTR-INICIO       TO TRUE.
001901     MOVE "PAGCHREV"      TO CTR-COD-PROGRAMA.
001902     MOVE "PAGCHCIE"      TO CTR-PASO-PREVIO (1).
001903     SET CTR-REPETIBLE    TO TRUE.
001904     MOVE 0 TO CTR-CNT-LEIDOS CTR-CNT-PROCESADOS
001905               CTR-IMP-CONTROL CTR-COD-RETORNO-PASO.
001906     CALL "PAGCHCTR" USING REG-CTR-CONTROL-PASO.
001907     IF NOT CTR-OK
001908         MOVE CTR-MENSAJE TO LIN-CTL-MOTIVO
001909         MOVE 0 TO WS-FECHA-SISTEMA
001910         SET WS-ABORTAR TO TRUE
001911         GO TO 1050-EXIT
001912     END-IF.
001913     SET WS-PASO-INICIADO TO TRUE.
001914     MOVE CTR-FEC-NEGOCIO TO WS-FECHA-SISTEMA.
001915     MOVE WS-FECHA-SISTEMA TO WS-FEC-HOY.
001916 1050-EXIT.
001917     EXIT.

001918******************************************************************
001920* 1090-CANCELAR - EMITE EL MOTIVO DE LA CANCELACION
001930******************************************************************
001940 1090-CANCELAR.
002210     EXIT.

002220******************************************************************
002221* 1200-LEER-RETOMA - RECUPERA EL ULTIMO PUNTO DE RETOMA SI EL
002222*                    JOB VIENE DE UNA CAIDA A MEDIO BARRIDO
002223******************************************************************
002224 1200-LEER-RETOMA.
002225     OPEN INPUT PAGCHCKR.
002226     IF WS-FS-PAGCHCKR NOT = "00"
002227         GO TO 1200-EXIT
002228     END-IF.
002229     PERFORM 1210-LEER-PUNTO THRU 1210-EXIT
002230         UNTIL WS-FIN-PAGCHCKR.
002231     CLOSE PAGCHCKR.
002232*    UN PUNTO DE RETOMA DE OTRA FECHA DE NEGOCIO NO RIGE: EL
002233*    BARRIDO DE ESTA FECHA EMPIEZA DESDE LA PRIMERA CUOTA
002234     IF WS-HAY-RETOMA
002235     AND WS-FEC-RETOMA NOT = WS-FEC-HOY
002236         MOVE "N" TO WS-FLAG-HAY-RETOMA
002237     END-IF.
002238     IF WS-HAY-RETOMA
002239         MOVE WS-LLAVE-RETOMA TO LIN-RET-LLAVE
002240         MOVE WS-LIN-RETOMA   TO REG-RPT-REV
002241         WRITE REG-RPT-REV
002242     END-IF.
002243 1200-EXIT.
002244     EXIT.

002245******************************************************************
002246* 1210-LEER-PUNTO - LEE UN PUNTO DE RETOMA; EL ULTIMO LEIDO
002247*                   ES EL QUE RIGE
002248******************************************************************
002249 1210-LEER-PUNTO.
002250     READ PAGCHCKR
002251         AT END
002252             SET WS-FIN-PAGCHCKR TO TRUE
002253             GO TO 1210-EXIT
002254     END-READ.
002255     MOVE CKP-LLAVE-MAESTRO TO WS-LLAVE-RETOMA.
002256     MOVE CKP-FEC-NEGOCIO   TO WS-FEC-RETOMA.
002257     SET WS-HAY-RETOMA      TO TRUE.
002258 1210-EXIT.
002259     EXIT.

002260******************************************************************
002261* 2000-REVALUAR-MAESTRO - RECORRE PAGCHPEN Y REVALUA LAS
002262*                         CUOTAS EN MONEDA EXTRANJERA
002263******************************************************************
002264 2000-REVALUAR-MAESTRO.
002270     OPEN I-O PAGCHPEN.
002280     IF WS-FS-PAGCHPEN NOT = "00"
002290         MOVE "ERROR ABRIENDO PAGCHPEN" TO LIN-ABO-MOTIVO
002300         PERFORM 1090-CANCELAR THRU 1090-EXIT
002310         GO TO 2000-EXIT
002320     END-IF.
002321     OPEN EXTEND PAGCHMVT.
002322     IF WS-FS-PAGCHMVT = "05" OR "35"
002323         OPEN OUTPUT PAGCHMVT
002324         CLOSE PAGCHMVT
002325         OPEN EXTEND PAGCHMVT
002326     END-IF.
002327     IF WS-FS-PAGCHMVT NOT = "00"
002328         MOVE "ERROR ABRIENDO PAGCHMVT" TO LIN-ABO-MOTIVO
002329         PERFORM 1090-CANCELAR THRU 1090-EXIT
002330         CLOSE PAGCHPEN
002331         GO TO 2000-EXIT
002332     END-IF.
002333     OPEN EXTEND PAGCHCKR.
002334     IF WS-FS-PAGCHCKR = "05" OR "35"
002335         OPEN OUTPUT PAGCHCKR
002336         CLOSE PAGCHCKR
002337         OPEN EXTEND PAGCHCKR
002338     END-IF.
002339     IF WS-FS-PAGCHCKR NOT = "00"
002340         MOVE "ERROR ABRIENDO PAGCHCKR" TO LIN-ABO-MOTIVO
002341         PERFORM 1090-CANCELAR THRU 1090-EXIT
002342         CLOSE PAGCHPEN PAGCHMVT
002343         GO TO 2000-EXIT
002344     END-IF.
002345     OPEN EXTEND PAGCHJNL.
002346     IF WS-FS-PAGCHJNL = "05" OR "35"
002347         OPEN OUTPUT PAGCHJNL
002348         CLOSE PAGCHJNL
002349         OPEN EXTEND PAGCHJNL
002350     END-IF.
002351     IF WS-FS-PAGCHJNL NOT = "00"
002352         MOVE "ERROR ABRIENDO PAGCHJNL" TO LIN-ABO-MOTIVO
002353         PERFORM 1090-CANCELAR THRU 1090-EXIT
002354         CLOSE PAGCHPEN PAGCHMVT PAGCHCKR
002355         GO TO 2000-EXIT
002356     END-IF.
002357*    EN UN REARRANQUE EL BARRIDO SIGUE DESPUES DE LA ULTIMA
002358*    CUOTA QUE QUEDO EN EL PUNTO DE RETOMA
002359     IF WS-HAY-RETOMA
002360         MOVE WS-LLAVE-RETOMA TO MAE-LLAVE-PRIMARIA
002361         START PAGCHPEN KEY IS
002362             GREATER THAN MAE-LLAVE-PRIMARIA
002363             INVALID KEY
002364                 SET WS-FIN-PAGCHPEN TO TRUE
002365         END-START
002366     ELSE
002367         MOVE LOW-VALUES TO MAE-LLAVE-PRIMARIA
002368         START PAGCHPEN KEY IS
002369             NOT LESS THAN MAE-LLAVE-PRIMARIA
002370             INVALID KEY
002371                 SET WS-FIN-PAGCHPEN TO TRUE
002372         END-START
002373     END-IF.
002390     PERFORM 2100-PROCESAR-CUOTA THRU 2100-EXIT
002391         UNTIL WS-FIN-PAGCHPEN OR WS-ABORTAR.
002392     CLOSE PAGCHPEN PAGCHMVT PAGCHCKR PAGCHJNL.
002393*    SI EL BARRIDO SE CORTO POR UN ERROR DE ESCRITURA EL PUNTO DE
002394*    RETOMA SE CONSERVA PARA EL REARRANQUE
002395     IF WS-ABORTAR
002396         GO TO 2000-EXIT
002397     END-IF.
002398*    BARRIDO COMPLETO: SE LIMPIA EL PUNTO DE RETOMA PARA QUE UNA
002399*    PROXIMA CORRIDA ARRANQUE DESDE LA PRIMERA CUOTA
002400     OPEN OUTPUT PAGCHCKR.
002401     CLOSE PAGCHCKR.
002420 2000-EXIT.
002430     EXIT.

002460*                       REVALUA SI CORRESPONDE
002470******************************************************************
002480 2100-PROCESAR-CUOTA.
002481     IF WS-CKP-CONTADOR NOT < WS-CKP-INTERVALO
002482         PERFORM 2600-GRABAR-RETOMA THRU 2600-EXIT
002483     END-IF.
002484     IF WS-ABORTAR
002485         GO TO 2100-EXIT
002486     END-IF.
002490     READ PAGCHPEN NEXT RECORD
002500         AT END
002510             SET WS-FIN-PAGCHPEN TO TRUE
002520             GO TO 2100-EXIT
002530     END-READ.
002531     MOVE REG-MAE-PEND-HIPOTECARIO TO WS-IMG-ANTERIOR.
002532     ADD 1 TO WS-CNT-LEIDOS.
002533     ADD 1 TO WS-CKP-CONTADOR.
002540     IF MAE-PAGADO
002550         GO TO 2100-EXIT
002560     END-IF.
002840     MOVE MAE-IMP-APAGAR TO LIN-DET-IMP-ANTERIOR.
002850     MOVE WS-IMP-NUEVO   TO LIN-DET-IMP-NUEVO.
002860     MOVE "REVALUADA"       TO LIN-DET-OBSERVACION.
002861     MOVE MAE-IMP-APAGAR TO WS-IMP-ANTERIOR.
002870     MOVE WS-IMP-NUEVO   TO MAE-IMP-APAGAR.
002880     MOVE WS-TAS-VIGENTE TO MAE-TAS-CAMBIO.
002890     REWRITE REG-MAE-PEND-HIPOTECARIO
002920             PERFORM 2300-LINEA-DETALLE THRU 2300-EXIT
002925             GO TO 2100-EXIT
002930     END-REWRITE.
002931     SET JNL-CAMBIO TO TRUE.
002932     PERFORM 2700-GRABAR-DIARIO THRU 2700-EXIT.
002940     ADD 1 TO WS-CNT-REVALUADAS.
002941     IF WS-IMP-NUEVO NOT = WS-IMP-ANTERIOR
002942         PERFORM 2500-GRABAR-MOVIMIENTO THRU 2500-EXIT
002943     END-IF.
002945     PERFORM 2400-ACUMULAR-EXPOSICION THRU 2400-EXIT.
002950     PERFORM 2300-LINEA-DETALLE THRU 2300-EXIT.
002960 2100-EXIT.
003630     EXIT.

003640******************************************************************
003641* 2500-GRABAR-MOVIMIENTO - DEJA EN PAGCHMVT LA DIFERENCIA DE
003642*                          CAMBIO DE LA CUOTA RECIEN REVALUADA.
003643*                          SI NO SE PUEDE GRABAR SE CANCELA EL
003644*                          PROCESO
003645******************************************************************
003646 2500-GRABAR-MOVIMIENTO.
003647     MOVE WS-FEC-HOY            TO MVT-FEC-MOVIMIENTO.
003648     MOVE WS-HORA-SISTEMA (1:6) TO MVT-HOR-MOVIMIENTO.
003649     SET MVT-REVALUACION        TO TRUE.
003650     MOVE MAE-COD-EMPRESA       TO MVT-COD-EMPRESA.
003651     MOVE MAE-COD-SERVICIO      TO MVT-COD-SERVICIO.
003652     MOVE MAE-COD-DEUDOR        TO MVT-COD-DEUDOR.
003653     MOVE MAE-COD-CUOTA         TO MVT-COD-CUOTA.
003654     MOVE MAE-MON-APAGAR        TO MVT-MON-APAGAR.
003655     MOVE WS-IMP-ANTERIOR       TO MVT-IMP-ANTERIOR.
003656     MOVE WS-IMP-NUEVO          TO MVT-IMP-NUEVO.
003657     COMPUTE MVT-IMP-DIFERENCIA =
003658             WS-IMP-NUEVO - WS-IMP-ANTERIOR.
003659     MOVE "PAGCHREV"            TO MVT-COD-PROGRAMA.
003660     WRITE REG-MVT-MOVIMIENTO.
003661     IF WS-FS-PAGCHMVT NOT = "00"
003662         MOVE WS-FS-PAGCHMVT TO LIN-ERR-FS-ESCR-MVT
003663         MOVE WS-LIN-ERROR-ESCR-MVT TO REG-RPT-REV
003664         WRITE REG-RPT-REV
003665         SET WS-ABORTAR TO TRUE
003666         GO TO 2500-EXIT
003667     END-IF.
003668     ADD 1 TO WS-CNT-MOVIMIENTOS.
003669 2500-EXIT.
003670     EXIT.

003671******************************************************************
003672* 2600-GRABAR-RETOMA - DEJA COMO PUNTO DE RETOMA LA LLAVE DE LA
003673*                      ULTIMA CUOTA TRATADA (LA QUE QUEDO EN EL
003674*                      AREA DEL REGISTRO), CADA WS-CKP-INTERVALO
003675*                      CUOTAS LEIDAS. SI NO SE PUEDE GRABAR
003676*                      SE CANCELA EL PROCESO
003677******************************************************************
003678 2600-GRABAR-RETOMA.
003679     MOVE MAE-LLAVE-PRIMARIA TO CKP-LLAVE-MAESTRO.
003680     MOVE WS-FEC-HOY TO CKP-FEC-NEGOCIO.
003681     WRITE REG-CKP-RETOMA.
003682     IF WS-FS-PAGCHCKR NOT = "00"
003683         MOVE WS-FS-PAGCHCKR TO LIN-ERR-FS-ESCR-CKR
003684         MOVE WS-LIN-ERROR-ESCR-CKR TO REG-RPT-REV
003685         WRITE REG-RPT-REV
003686         SET WS-ABORTAR TO TRUE
003687         GO TO 2600-EXIT
003688     END-IF.
003689     MOVE 0 TO WS-CKP-CONTADOR.
003690 2600-EXIT.
003691     EXIT.

003692******************************************************************
003693* 2700-GRABAR-DIARIO - DEJA EN PAGCHJNL LA IMAGEN DE LA CUOTA
003694*                      ANTES (WS-IMG-ANTERIOR) Y DESPUES (AREA
003695*                      DEL REGISTRO) DE SU REVALUACION. SI NO
003696*                      SE PUEDE GRABAR SE CANCELA EL PROCESO
003697******************************************************************
003698 2700-GRABAR-DIARIO.
003699     ACCEPT WS-FEC-DIARIO FROM DATE YYYYMMDD.
003700     ACCEPT WS-HOR-DIARIO FROM TIME.
003701     MOVE WS-FEC-DIARIO          TO JNL-FEC-MOVIMIENTO.
003702     MOVE WS-HOR-DIARIO          TO JNL-HOR-MOVIMIENTO.
003703     MOVE "PAGCHREV"             TO JNL-COD-PROGRAMA.
003704     MOVE SPACES                 TO JNL-OPE-ORIGEN
003705                                    JNL-COD-OPERADOR
003706                                    JNL-COD-OFICINA.
003707     MOVE MAE-LLAVE-PRIMARIA     TO JNL-LLAVE-MAESTRO.
003708     MOVE WS-IMG-ANTERIOR        TO JNL-IMG-ANTERIOR.
003709     IF JNL-BAJA
003710         MOVE SPACES             TO JNL-IMG-POSTERIOR
003711     ELSE
003712         MOVE REG-MAE-PEND-HIPOTECARIO TO JNL-IMG-POSTERIOR
003713     END-IF.
003714     WRITE REG-JNL-IMAGEN.
003715     IF WS-FS-PAGCHJNL NOT = "00"
003716         MOVE WS-FS-PAGCHJNL TO LIN-ERR-FS-ESCR-JNL
003717         MOVE WS-LIN-ERROR-ESCR-JNL TO REG-RPT-REV
003718         WRITE REG-RPT-REV
003719         SET WS-ABORTAR TO TRUE
003720     END-IF.
003721 2700-EXIT.
003722     EXIT.

003723******************************************************************
003724* 8000-TERMINAR - EXPOSICION POR MONEDA, TOTALES Y CIERRE
003725******************************************************************
003726 8000-TERMINAR.
003727     IF WS-EXP-CANT > 0
003728         PERFORM 8100-LINEA-EXPOSICION THRU 8100-EXIT
003729             VARYING WS-EXP-IDX FROM 1 BY 1
003730             UNTIL WS-EXP-IDX > WS-EXP-CANT
003731     END-IF.
003732     MOVE WS-CNT-REVALUADAS TO LIN-TOT-REVALUADAS.
003740     MOVE WS-LIN-TOT-REVALUADAS TO REG-RPT-REV.
003750     WRITE REG-RPT-REV.
003760     MOVE WS-CNT-REVISION TO LIN-TOT-REVISION.
003790     MOVE WS-CNT-SIN-COTIZACION TO LIN-TOT-SIN-COTIZA.
003800     MOVE WS-LIN-TOT-SIN-COTIZA TO REG-RPT-REV.
003810     WRITE REG-RPT-REV.
003811     MOVE WS-CNT-MOVIMIENTOS TO LIN-TOT-MOVIMIENTOS.
003812     MOVE WS-LIN-TOT-MOVIMIENTOS TO REG-RPT-REV.
003813     WRITE REG-RPT-REV.
003820     CLOSE PAGCHREV-RPT.
003830 8000-EXIT.
003840     EXIT.
003920     WRITE REG-RPT-REV.
003930 8100-EXIT.
003940     EXIT.

003941******************************************************************
003942* 8900-CERRAR-PASO - DEJA EL PASO TERMINADO, O CANCELADO SI EL
003943*                    PROCESO ABORTO, CON SUS CIFRAS DE CONTROL
003944*                    EN PAGCHCTL
003945******************************************************************
003946 8900-CERRAR-PASO.
003947     IF NOT WS-PASO-INICIADO
003948         GO TO 8900-EXIT
003949     END-IF.
003950     MOVE WS-CNT-LEIDOS     TO CTR-CNT-LEIDOS.
003951     MOVE WS-CNT-REVALUADAS TO CTR-CNT-PROCESADOS.
003952     MOVE 0                 TO CTR-IMP-CONTROL.
003953     IF WS-ABORTAR
003954         SET CTR-CANCELA TO TRUE
003955         MOVE 16 TO CTR-COD-RETORNO-PASO
003956     ELSE
003957         SET CTR-FIN TO TRUE
003958         MOVE 0 TO CTR-COD-RETORNO-PASO
003959     END-IF.
003960     CALL "PAGCHCTR" USING REG-CTR-CONTROL-PASO.
003961     IF NOT CTR-OK
003962         MOVE CTR-MENSAJE TO LIN-CTL-MOTIVO
003963         MOVE WS-LIN-CONTROL-PASO TO REG-RPT-REV
003964         WRITE REG-RPT-REV
003965         SET WS-ABORTAR TO TRUE
003966     END-IF.
003967 8900-EXIT.
003968     EXIT.
