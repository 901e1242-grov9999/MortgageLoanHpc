000010******************************************************************
000011* RI0113 15/10/26 LMGZ CADA CUOTA CUYA MORA SE REESCRIBE DEJA EN
000012*                      EL DIARIO PAGCHJNL SU IMAGEN ANTES Y
000013*                      DESPUES DEL CAMBIO, PARA LA RECUPERACION
000014*                      HACIA ADELANTE (PAGCHRCP)
000015* RI0109 15/10/26 LMGZ LA FECHA DE PROCESO ES LA FECHA DE NEGOCIO
000016*                      DE PAGCHCTL; NO CORRE SI PAGCHCIE NO
000017*                      TERMINO PARA ESA FECHA, DEJA INICIO, FIN Y
000018*                      CIFRAS EN PAGCHCTL Y GRABA PUNTOS DE RETOMA
000019*                      EN PAGCHCKM PARA REARRANCAR DESDE LA ULTIMA
000020*                      LLAVE
000021* RI0108 15/10/26 LMGZ CADA CAMBIO DE MORA DE UNA CUOTA (DEVENGO
000022*                      O LIMPIEZA) SE GRABA EN LA PISTA PAGCHMVT
000023*                      PARA EL ASIENTO CONTABLE DIARIO PAGCHCON
000024* RI0101 03/09/26 LMGZ PROGRAMA INICIAL - DEVENGO NOCTURNO DEL
000030*                      RECARGO POR MORA SOBRE CUOTAS VENCIDAS,
000040*                      CON TASAS POR EMPRESA/SERVICIO (PAGCHTMO)
000050******************************************************************
000270*             DEVENGADAS, EL RECARGO DEL DIA Y LA MORA
000280*             ACUMULADA, MAS TOTALES GENERALES. LAS
000290*             COMBINACIONES SIN TASA EN PAGCHTMO NO DEVENGAN Y
000291*             SE CUENTAN APARTE. CADA CUOTA CUYA MORA CAMBIA
000292*             DEJA UN REGISTRO EN PAGCHMVT (TIPO MO) CON LA
000293*             MORA ANTERIOR, LA NUEVA Y LA DIFERENCIA, QUE EL
000294*             ASIENTO CONTABLE PAGCHCON CONTABILIZA.
000295*             LA FECHA DE PROCESO ES LA FECHA DE NEGOCIO DE
000296*             PAGCHCTL (VER PAGCHCTR) Y EL PASO NO CORRE SI EL
000297*             CORTE PAGCHCIE NO TERMINO PARA ESA FECHA. CADA
000298*             WS-CKP-INTERVALO CUOTAS DEJA EN PAGCHCKM LA LLAVE
000299*             DE LA ULTIMA TRATADA: SI EL JOB CAE A MEDIO
000300*             BARRIDO, LA PROXIMA CORRIDA DE LA MISMA FECHA SIGUE
000301*             DESDE ESA LLAVE; AL TERMINAR EL BARRIDO EL ARCHIVO
000302*             SE LIMPIA.
000303*             CADA REESCRITURA DE UNA CUOTA DEJA SU IMAGEN
000304*             ANTERIOR Y POSTERIOR EN EL DIARIO PAGCHJNL.
000310*=================================================================
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS MAE-LLAVE-PRIMARIA
000460         FILE STATUS IS WS-FS-PAGCHPEN.
000461     SELECT PAGCHMVT ASSIGN TO PAGCHMVT
000462         ORGANIZATION IS SEQUENTIAL
000463         ACCESS MODE IS SEQUENTIAL
000464         FILE STATUS IS WS-FS-PAGCHMVT.
000465     SELECT PAGCHCKM ASSIGN TO PAGCHCKM
000466         ORGANIZATION IS SEQUENTIAL
000467         ACCESS MODE IS SEQUENTIAL
000468         FILE STATUS IS WS-FS-PAGCHCKM.
000469     SELECT PAGCHJNL ASSIGN TO PAGCHJNL
000470         ORGANIZATION IS SEQUENTIAL
000471         ACCESS MODE IS SEQUENTIAL
000472         FILE STATUS IS WS-FS-PAGCHJNL.
000473     SELECT PAGCHMOR-RPT ASSIGN TO PAGCHMOR
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-FS-PAGCHMOR.

000550 FD  PAGCHPEN
000560     LABEL RECORDS ARE STANDARD.
000570     COPY "PAGCHMAE.cpy".
000571 FD  PAGCHMVT
000572     LABEL RECORDS ARE STANDARD.
000573     COPY "PAGCHMVT.cpy".
000574 FD  PAGCHCKM
000575     LABEL RECORDS ARE STANDARD.
000576 01  REG-CKP-RETOMA.
000577*    LLAVE DE LA ULTIMA CUOTA DE PAGCHPEN YA TRATADA
000578     02  CKP-LLAVE-MAESTRO        PIC X(33).
000579*    FECHA DE NEGOCIO DE LA CORRIDA A LA QUE PERTENECE EL PUNTO:
000580*    UN PUNTO DE OTRA FECHA NO DEBE SALTAR CUOTAS DE ESTA
000581     02  CKP-FEC-NEGOCIO          PIC X(08).
000582 FD  PAGCHJNL
000583     LABEL RECORDS ARE STANDARD.
000584     COPY "PAGCHJNL.cpy".
000585 FD  PAGCHMOR-RPT
000590     LABEL RECORDS ARE STANDARD.
000600 01  REG-RPT-MOR                  PIC X(132).

000650 77  WS-FS-PAGCHTMO               PIC X(02) VALUE "00".
000660 77  WS-FS-PAGCHPEN               PIC X(02) VALUE "00".
000670 77  WS-FS-PAGCHMOR               PIC X(02) VALUE "00".
000671 77  WS-FS-PAGCHMVT               PIC X(02) VALUE "00".
000680 77  WS-FLAG-FIN-PAGCHTMO         PIC X(01) VALUE "N".
000690     88 WS-FIN-PAGCHTMO           VALUE "S".
000700 77  WS-FLAG-FIN-PAGCHPEN         PIC X(01) VALUE "N".
000760 77  WS-FLAG-CORTE-ABIERTO        PIC X(01) VALUE "N".
000770     88 WS-CORTE-ABIERTO          VALUE "S".
000780 77  WS-FECHA-SISTEMA             PIC 9(08).
000781 77  WS-HORA-SISTEMA              PIC 9(08).
000782 77  WS-IMP-MORA-ANTERIOR         PIC 9(13)V9(02).
000783 77  WS-CNT-MOVIMIENTOS           PIC 9(07) VALUE 0.
000790 77  WS-EMPRESA-ANTERIOR          PIC 9(03) VALUE 0.
000800 77  WS-SERVICIO-ANTERIOR         PIC 9(02) VALUE 0.
000810 77  WS-TAS-VIGENTE               PIC 9(01)V9(06).
000890 77  WS-CNT-TOTAL                 PIC 9(07) VALUE 0.
000900 77  WS-IMP-DELTA-TOTAL           PIC S9(13)V9(02) VALUE 0.
000910 77  WS-IMP-MORA-TOTAL            PIC 9(13)V9(02) VALUE 0.
000911 77  WS-FS-PAGCHCKM               PIC X(02) VALUE "00".
000912 77  WS-FLAG-FIN-PAGCHCKM         PIC X(01) VALUE "N".
000913     88 WS-FIN-PAGCHCKM           VALUE "S".
000914 77  WS-FLAG-HAY-RETOMA           PIC X(01) VALUE "N".
000915     88 WS-HAY-RETOMA             VALUE "S".
000916 77  WS-LLAVE-RETOMA              PIC X(33) VALUE SPACES.
000917 77  WS-FEC-RETOMA                PIC X(08) VALUE SPACES.
000918 77  WS-CKP-INTERVALO             PIC 9(05) VALUE 500.
000919 77  WS-CKP-CONTADOR              PIC 9(05) VALUE 0.
000920*-----------------------------------------------------------------
000921* DIARIO DE IMAGENES DE PAGCHPEN (VER PAGCHJNL Y PAGCHRCP): LA
000922* FECHA Y HORA DEL DIARIO SON LAS DEL RELOJ, NO LA DE NEGOCIO
000923*-----------------------------------------------------------------
000924 77  WS-FS-PAGCHJNL               PIC X(02) VALUE "00".
000925 77  WS-FEC-DIARIO                PIC 9(08).
000926 77  WS-HOR-DIARIO                PIC 9(08).
000927*    IMAGEN DE LA CUOTA TAL COMO SE LEYO, ANTES DE CAMBIARLA
000928 01  WS-IMG-ANTERIOR              PIC X(395).
000929*-----------------------------------------------------------------
000930* CONTROL DE PASOS DE LA CADENA NOCTURNA (VER PAGCHCTR)
000931*-----------------------------------------------------------------
000932 77  WS-FLAG-PASO-INICIADO        PIC X(01) VALUE "N".
000933     88 WS-PASO-INICIADO          VALUE "S".
000934     COPY "PAGCHCTR.cpy".
000935*-----------------------------------------------------------------
000936* CONVERSION DE FECHA AAAAMMDD A NUMERO DE DIA JULIANO PARA
000940* CALCULAR LOS DIAS DE MORA CON ARITMETICA DE ENTEROS, COMO
000950* EN PAGCHX03
000960*-----------------------------------------------------------------
001350         "PROCESO CANCELADO :".
001360     05  FILLER                  PIC X(01) VALUE SPACES.
001370     05  LIN-ABO-MOTIVO          PIC X(40).
001371 01  WS-LIN-CONTROL-PASO.
001372     05  FILLER                  PIC X(21) VALUE
001373         "CONTROL DE PASOS   : ".
001374     05  LIN-CTL-MOTIVO          PIC X(40).
001375 01  WS-LIN-RETOMA.
001376     05  FILLER                  PIC X(27) VALUE
001377         "REARRANQUE DESDE LA LLAVE :".
001378     05  FILLER                  PIC X(01) VALUE SPACES.
001379     05  LIN-RET-LLAVE           PIC X(33).
001380 01  WS-LIN-ERROR-ESCR-MVT.
001381     05  FILLER                  PIC X(41) VALUE
001382         "ERROR ESCRIBIENDO PAGCHMVT, FILE STATUS =".
001383     05  FILLER                  PIC X(01) VALUE SPACES.
001384     05  LIN-ERR-FS-ESCR-MVT     PIC X(02).
001385 01  WS-LIN-ERROR-ESCR-CKM.
001386     05  FILLER                  PIC X(41) VALUE
001387         "ERROR ESCRIBIENDO PAGCHCKM, FILE STATUS =".
001388     05  FILLER                  PIC X(01) VALUE SPACES.
001389     05  LIN-ERR-FS-ESCR-CKM     PIC X(02).
001390 01  WS-LIN-ERROR-ESCR-JNL.
001391     05  FILLER                  PIC X(41) VALUE
001392         "ERROR ESCRIBIENDO PAGCHJNL, FILE STATUS =".
001393     05  FILLER                  PIC X(01) VALUE SPACES.
001394     05  LIN-ERR-FS-ESCR-JNL     PIC X(02).
001395 01  WS-LIN-DETALLE.
001396     05  FILLER                  PIC X(02) VALUE SPACES.
001400     05  LIN-DET-EMPRESA         PIC 9(03).
001410     05  FILLER                  PIC X(01) VALUE SPACES.
001420     05  LIN-DET-SERVICIO        PIC 9(02).
001656     05  FILLER                  PIC X(11) VALUE
001657         "  IMPORTE :".
001658     05  LIN-TOT-LIMPIADO        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001659 01  WS-LIN-TOT-MOVIMIENTOS.
001660     05  FILLER                  PIC X(25) VALUE
001661         "MOVIMIENTOS EN PAGCHMVT :".
001662     05  LIN-TOT-MOVIMIENTOS     PIC ZZZ,ZZ9.

001663 PROCEDURE DIVISION.

001670******************************************************************
001680* 0000-MAINLINE
001720     IF NOT WS-ABORTAR
001730         PERFORM 2000-DEVENGAR-MAESTRO THRU 2000-EXIT
001740     END-IF.
001741     PERFORM 8900-CERRAR-PASO THRU 8900-EXIT.
001750     IF WS-ABORTAR
001760         MOVE 16 TO RETURN-CODE
001770     END-IF.
001820*                    MORA EN LA TABLA DE TRABAJO
001830******************************************************************
001840 1000-INICIALIZAR.
001841     ACCEPT WS-HORA-SISTEMA  FROM TIME.
001860     OPEN OUTPUT PAGCHMOR-RPT.
001861     PERFORM 1050-INICIAR-PASO THRU 1050-EXIT.
001870     MOVE WS-FECHA-SISTEMA TO LIN-TIT-FECHA.
001880     MOVE WS-LIN-TITULO TO REG-RPT-MOR.
001890     WRITE REG-RPT-MOR.
001891     IF WS-ABORTAR
001892         MOVE WS-LIN-CONTROL-PASO TO REG-RPT-MOR
001893         WRITE REG-RPT-MOR
001894         GO TO 1000-EXIT
001895     END-IF.
001900     MOVE WS-FECHA-SISTEMA TO WS-FEC-TRA-NUM.
001910     PERFORM 2210-CONVIERTE-DIAS THRU 2210-EXIT.
001920     MOVE WS-JDN-RESULT TO WS-JDN-HOY.
002040                             TO LIN-ABO-MOTIVO
002050         PERFORM 1090-CANCELAR THRU 1090-EXIT
002060     END-IF.
002061     IF NOT WS-ABORTAR
002062         PERFORM 1200-LEER-RETOMA THRU 1200-EXIT
002063     END-IF.
002070 1000-EXIT.
002071     EXIT.

002072******************************************************************
002073* 1050-INICIAR-PASO - TOMA LA FECHA DE NEGOCIO DE PAGCHCTL EN
002074*                     LUGAR DEL RELOJ DEL SISTEMA Y NO DEJA
002075*                     CORRER EL PASO SI EL PREVIO NO TERMINO
002076*                     PARA ESA FECHA (VER PAGCHCTR)
002077******************************************************************
002078 1050-INICIAR-PASO.
002079     MOVE SPACES          TO REG-CTR-CONTROL-PASO.
002080     SET CTR-INICIO       TO TRUE.
002081     MOVE "PAGCHMOR"      TO CTR-COD-PROGRAMA.
002082     MOVE "PAGCHCIE"      TO CTR-PASO-PREVIO (1).
002083     SET CTR-REPETIBLE    TO TRUE.
002084     MOVE 0 TO CTR-CNT-LEIDOS CTR-CNT-PROCESADOS
002085               CTR-IMP-CONTROL CTR-COD-RETORNO-PASO.
002086     CALL "PAGCHCTR" USING REG-CTR-CONTROL-PASO.
002087     IF NOT CTR-OK
002088         MOVE CTR-MENSAJE TO LIN-CTL-MOTIVO
002089         MOVE 0 TO WS-FECHA-SISTEMA
002090         SET WS-ABORTAR TO TRUE
002091         GO TO 1050-EXIT
002092     END-IF.
002093     SET WS-PASO-INICIADO TO TRUE.
002094     MOVE CTR-FEC-NEGOCIO TO WS-FECHA-SISTEMA.
002095 1050-EXIT.
002096     EXIT.

002097******************************************************************
002100* 1090-CANCELAR - EMITE EL MOTIVO DE LA CANCELACION
002110******************************************************************
002120 1090-CANCELAR.
002410     EXIT.

002420******************************************************************
002421* 1200-LEER-RETOMA - RECUPERA EL ULTIMO PUNTO DE RETOMA SI EL
002422*                    JOB VIENE DE UNA CAIDA A MEDIO BARRIDO
002423******************************************************************
002424 1200-LEER-RETOMA.
002425     OPEN INPUT PAGCHCKM.
002426     IF WS-FS-PAGCHCKM NOT = "00"
002427         GO TO 1200-EXIT
002428     END-IF.
002429     PERFORM 1210-LEER-PUNTO THRU 1210-EXIT
002430         UNTIL WS-FIN-PAGCHCKM.
002431     CLOSE PAGCHCKM.
002432*    UN PUNTO DE RETOMA DE OTRA FECHA DE NEGOCIO NO RIGE: EL
002433*    BARRIDO DE ESTA FECHA EMPIEZA DESDE LA PRIMERA CUOTA
002434     IF WS-HAY-RETOMA
002435     AND WS-FEC-RETOMA NOT = WS-FECHA-SISTEMA
002436         MOVE "N" TO WS-FLAG-HAY-RETOMA
002437     END-IF.
002438     IF WS-HAY-RETOMA
002439         MOVE WS-LLAVE-RETOMA TO LIN-RET-LLAVE
002440         MOVE WS-LIN-RETOMA   TO REG-RPT-MOR
002441         WRITE REG-RPT-MOR
002442     END-IF.
002443 1200-EXIT.
002444     EXIT.

002445******************************************************************
002446* 1210-LEER-PUNTO - LEE UN PUNTO DE RETOMA; EL ULTIMO LEIDO
002447*                   ES EL QUE RIGE
002448******************************************************************
002449 1210-LEER-PUNTO.
002450     READ PAGCHCKM
002451         AT END
002452             SET WS-FIN-PAGCHCKM TO TRUE
002453             GO TO 1210-EXIT
002454     END-READ.
002455     MOVE CKP-LLAVE-MAESTRO TO WS-LLAVE-RETOMA.
002456     MOVE CKP-FEC-NEGOCIO   TO WS-FEC-RETOMA.
002457     SET WS-HAY-RETOMA      TO TRUE.
002458 1210-EXIT.
002459     EXIT.

002460******************************************************************
002461* 2000-DEVENGAR-MAESTRO - RECORRE PAGCHPEN EN ORDEN DE LLAVE
002462*                         Y DEVENGA LA MORA DE CADA CUOTA
002463*                         VENCIDA, CON CORTE DE CONTROL POR
002464*                         EMPRESA/SERVICIO
002470******************************************************************
002480 2000-DEVENGAR-MAESTRO.
002490     OPEN I-O PAGCHPEN.
002520         PERFORM 1090-CANCELAR THRU 1090-EXIT
002530         GO TO 2000-EXIT
002540     END-IF.
002541     OPEN EXTEND PAGCHMVT.
002542     IF WS-FS-PAGCHMVT = "05" OR "35"
002543         OPEN OUTPUT PAGCHMVT
002544         CLOSE PAGCHMVT
002545         OPEN EXTEND PAGCHMVT
002546     END-IF.
002547     IF WS-FS-PAGCHMVT NOT = "00"
002548         MOVE "ERROR ABRIENDO PAGCHMVT" TO LIN-ABO-MOTIVO
002549         PERFORM 1090-CANCELAR THRU 1090-EXIT
002550         CLOSE PAGCHPEN
002551         GO TO 2000-EXIT
002552     END-IF.
002553     OPEN EXTEND PAGCHCKM.
002554     IF WS-FS-PAGCHCKM = "05" OR "35"
002555         OPEN OUTPUT PAGCHCKM
002556         CLOSE PAGCHCKM
002557         OPEN EXTEND PAGCHCKM
002558     END-IF.
002559     IF WS-FS-PAGCHCKM NOT = "00"
002560         MOVE "ERROR ABRIENDO PAGCHCKM" TO LIN-ABO-MOTIVO
002561         PERFORM 1090-CANCELAR THRU 1090-EXIT
002562         CLOSE PAGCHPEN PAGCHMVT
002563         GO TO 2000-EXIT
002564     END-IF.
002565     OPEN EXTEND PAGCHJNL.
002566     IF WS-FS-PAGCHJNL = "05" OR "35"
002567         OPEN OUTPUT PAGCHJNL
002568         CLOSE PAGCHJNL
002569         OPEN EXTEND PAGCHJNL
002570     END-IF.
002571     IF WS-FS-PAGCHJNL NOT = "00"
002572         MOVE "ERROR ABRIENDO PAGCHJNL" TO LIN-ABO-MOTIVO
002573         PERFORM 1090-CANCELAR THRU 1090-EXIT
002574         CLOSE PAGCHPEN PAGCHMVT PAGCHCKM
002575         GO TO 2000-EXIT
002576     END-IF.
002577*    EN UN REARRANQUE EL BARRIDO SIGUE DESPUES DE LA ULTIMA
002578*    CUOTA QUE QUEDO EN EL PUNTO DE RETOMA
002579     IF WS-HAY-RETOMA
002580         MOVE WS-LLAVE-RETOMA TO MAE-LLAVE-PRIMARIA
002581         START PAGCHPEN KEY IS
002582             GREATER THAN MAE-LLAVE-PRIMARIA
002583             INVALID KEY
002584                 SET WS-FIN-PAGCHPEN TO TRUE
002585         END-START
002586     ELSE
002587         MOVE LOW-VALUES TO MAE-LLAVE-PRIMARIA
002588         START PAGCHPEN KEY IS
002589             NOT LESS THAN MAE-LLAVE-PRIMARIA
002590             INVALID KEY
002591                 SET WS-FIN-PAGCHPEN TO TRUE
002592         END-START
002593     END-IF.
002610     PERFORM 2100-PROCESAR-CUOTA THRU 2100-EXIT
002611         UNTIL WS-FIN-PAGCHPEN OR WS-ABORTAR.
002630     PERFORM 3000-CERRAR-SERVICIO THRU 3000-EXIT.
002631     CLOSE PAGCHPEN PAGCHMVT PAGCHCKM PAGCHJNL.
002632*    SI EL BARRIDO SE CORTO POR UN ERROR DE ESCRITURA EL PUNTO DE
002633*    RETOMA SE CONSERVA PARA EL REARRANQUE
002634     IF WS-ABORTAR
002635         GO TO 2000-EXIT
002636     END-IF.
002637*    BARRIDO COMPLETO: SE LIMPIA EL PUNTO DE RETOMA PARA QUE UNA
002638*    PROXIMA CORRIDA ARRANQUE DESDE LA PRIMERA CUOTA
002639     OPEN OUTPUT PAGCHCKM.
002640     CLOSE PAGCHCKM.
002650 2000-EXIT.
002660     EXIT.

002690*                       RECALCULA SU MORA SI ESTA VENCIDA
002700******************************************************************
002710 2100-PROCESAR-CUOTA.
002711     IF WS-CKP-CONTADOR NOT < WS-CKP-INTERVALO
002712         PERFORM 2700-GRABAR-RETOMA THRU 2700-EXIT
002713     END-IF.
002714     IF WS-ABORTAR
002715         GO TO 2100-EXIT
002716     END-IF.
002720     READ PAGCHPEN NEXT RECORD
002730         AT END
002740             SET WS-FIN-PAGCHPEN TO TRUE
002750             GO TO 2100-EXIT
002760     END-READ.
002761     MOVE REG-MAE-PEND-HIPOTECARIO TO WS-IMG-ANTERIOR.
002770     ADD 1 TO WS-CNT-LEIDOS.
002771     ADD 1 TO WS-CKP-CONTADOR.
002780     IF MAE-PAGADO
002790         GO TO 2100-EXIT
002800     END-IF.
003020             WS-IMP-MORA-NUEVA - MAE-IMP-MORA.
003030     IF WS-IMP-MORA-NUEVA NOT = MAE-IMP-MORA
003040     OR MAE-FEC-MORA NOT = WS-FECHA-SISTEMA
003041         MOVE MAE-IMP-MORA      TO WS-IMP-MORA-ANTERIOR
003050         MOVE WS-IMP-MORA-NUEVA TO MAE-IMP-MORA
003060         MOVE WS-FECHA-SISTEMA  TO MAE-FEC-MORA
003070         REWRITE REG-MAE-PEND-HIPOTECARIO
003080             INVALID KEY
003090                 GO TO 2100-EXIT
003100         END-REWRITE
003101         SET JNL-CAMBIO TO TRUE
003102         PERFORM 2800-GRABAR-DIARIO THRU 2800-EXIT
003103         IF WS-IMP-DELTA NOT = 0
003104             PERFORM 2600-GRABAR-MOVIMIENTO THRU 2600-EXIT
003105         END-IF
003110     END-IF.
003120     ADD 1                 TO WS-CNT-SERVICIO.
003130     ADD 1                 TO WS-CNT-TOTAL.
003750         GO TO 2500-EXIT
003751     END-IF.
003752     ADD 1 TO WS-CNT-LIMPIADAS.
003753     MOVE 0 TO WS-IMP-MORA-ANTERIOR.
003754     IF MAE-IMP-MORA NUMERIC
003755         ADD MAE-IMP-MORA TO WS-IMP-LIMPIADO
003756         MOVE MAE-IMP-MORA TO WS-IMP-MORA-ANTERIOR
003757     END-IF.
003758     MOVE 0      TO MAE-IMP-MORA.
003759     MOVE SPACES TO MAE-FEC-MORA.
003760     REWRITE REG-MAE-PEND-HIPOTECARIO
003761         INVALID KEY
003762             GO TO 2500-EXIT
003763     END-REWRITE.
003764     SET JNL-CAMBIO TO TRUE.
003765     PERFORM 2800-GRABAR-DIARIO THRU 2800-EXIT.
003766     IF WS-IMP-MORA-ANTERIOR NOT = 0
003767         PERFORM 2600-GRABAR-MOVIMIENTO THRU 2600-EXIT
003768     END-IF.
003769 2500-EXIT.
003770     EXIT.

003771******************************************************************
003772* 2600-GRABAR-MOVIMIENTO - DEJA EN PAGCHMVT EL CAMBIO DE MORA DE
003773*                          LA CUOTA RECIEN REESCRITA (ANTERIOR EN
003774*                          WS-IMP-MORA-ANTERIOR, NUEVA EN
003775*                          MAE-IMP-MORA). SI NO SE PUEDE
003776*                          GRABAR SE CANCELA EL PROCESO
003777******************************************************************
003778 2600-GRABAR-MOVIMIENTO.
003779     MOVE WS-FECHA-SISTEMA      TO MVT-FEC-MOVIMIENTO.
003780     MOVE WS-HORA-SISTEMA (1:6) TO MVT-HOR-MOVIMIENTO.
003781     SET MVT-DEVENGO-MORA       TO TRUE.
003782     MOVE MAE-COD-EMPRESA       TO MVT-COD-EMPRESA.
003783     MOVE MAE-COD-SERVICIO      TO MVT-COD-SERVICIO.
003784     MOVE MAE-COD-DEUDOR        TO MVT-COD-DEUDOR.
003785     MOVE MAE-COD-CUOTA         TO MVT-COD-CUOTA.
003786     MOVE MAE-MON-APAGAR        TO MVT-MON-APAGAR.
003787     MOVE WS-IMP-MORA-ANTERIOR  TO MVT-IMP-ANTERIOR.
003788     MOVE MAE-IMP-MORA          TO MVT-IMP-NUEVO.
003789     COMPUTE MVT-IMP-DIFERENCIA =
003790             MAE-IMP-MORA - WS-IMP-MORA-ANTERIOR.
003791     MOVE "PAGCHMOR"            TO MVT-COD-PROGRAMA.
003792     WRITE REG-MVT-MOVIMIENTO.
003793     IF WS-FS-PAGCHMVT NOT = "00"
003794         MOVE WS-FS-PAGCHMVT TO LIN-ERR-FS-ESCR-MVT
003795         MOVE WS-LIN-ERROR-ESCR-MVT TO REG-RPT-MOR
003796         WRITE REG-RPT-MOR
003797         SET WS-ABORTAR TO TRUE
003798         GO TO 2600-EXIT
003799     END-IF.
003800     ADD 1 TO WS-CNT-MOVIMIENTOS.
003801 2600-EXIT.
003802     EXIT.

003803******************************************************************
003804* 2700-GRABAR-RETOMA - DEJA COMO PUNTO DE RETOMA LA LLAVE DE LA
003805*                      ULTIMA CUOTA TRATADA (LA QUE QUEDO EN EL
003806*                      AREA DEL REGISTRO), CADA WS-CKP-INTERVALO
003807*                      CUOTAS LEIDAS. SI NO SE PUEDE GRABAR
003808*                      SE CANCELA EL PROCESO
003809******************************************************************
003810 2700-GRABAR-RETOMA.
003811     MOVE MAE-LLAVE-PRIMARIA TO CKP-LLAVE-MAESTRO.
003812     MOVE WS-FECHA-SISTEMA TO CKP-FEC-NEGOCIO.
003813     WRITE REG-CKP-RETOMA.
003814     IF WS-FS-PAGCHCKM NOT = "00"
003815         MOVE WS-FS-PAGCHCKM TO LIN-ERR-FS-ESCR-CKM
003816         MOVE WS-LIN-ERROR-ESCR-CKM TO REG-RPT-MOR
003817         WRITE REG-RPT-MOR
003818         SET WS-ABORTAR TO TRUE
003819         GO TO 2700-EXIT
003820     END-IF.
003821     MOVE 0 TO WS-CKP-CONTADOR.
003822 2700-EXIT.
003823     EXIT.

003824******************************************************************
003825* 2800-GRABAR-DIARIO - DEJA EN PAGCHJNL LA IMAGEN DE LA CUOTA
003826*                      ANTES (WS-IMG-ANTERIOR) Y DESPUES (AREA
003827*                      DEL REGISTRO) DEL DEVENGO O LA LIMPIEZA
003828*                      DE SU MORA. SI NO SE PUEDE GRABAR SE
003829*                      CANCELA EL PROCESO
003830******************************************************************
003831 2800-GRABAR-DIARIO.
003832     ACCEPT WS-FEC-DIARIO FROM DATE YYYYMMDD.
003833     ACCEPT WS-HOR-DIARIO FROM TIME.
003834     MOVE WS-FEC-DIARIO          TO JNL-FEC-MOVIMIENTO.
003835     MOVE WS-HOR-DIARIO          TO JNL-HOR-MOVIMIENTO.
003836     MOVE "PAGCHMOR"             TO JNL-COD-PROGRAMA.
003837     MOVE SPACES                 TO JNL-OPE-ORIGEN
003838                                    JNL-COD-OPERADOR
003839                                    JNL-COD-OFICINA.
003840     MOVE MAE-LLAVE-PRIMARIA     TO JNL-LLAVE-MAESTRO.
003841     MOVE WS-IMG-ANTERIOR        TO JNL-IMG-ANTERIOR.
003842     IF JNL-BAJA
003843         MOVE SPACES             TO JNL-IMG-POSTERIOR
003844     ELSE
003845         MOVE REG-MAE-PEND-HIPOTECARIO TO JNL-IMG-POSTERIOR
003846     END-IF.
003847     WRITE REG-JNL-IMAGEN.
003848     IF WS-FS-PAGCHJNL NOT = "00"
003849         MOVE WS-FS-PAGCHJNL TO LIN-ERR-FS-ESCR-JNL
003850         MOVE WS-LIN-ERROR-ESCR-JNL TO REG-RPT-MOR
003851         WRITE REG-RPT-MOR
003852         SET WS-ABORTAR TO TRUE
003853     END-IF.
003854 2800-EXIT.
003855     EXIT.

003856******************************************************************
003857* 3000-CERRAR-SERVICIO - EMITE LA LINEA DE LA EMPRESA/SERVICIO
003858*                        QUE TERMINA Y LIMPIA SUS ACUMULADORES
003859******************************************************************
003860 3000-CERRAR-SERVICIO.
003861     IF NOT WS-CORTE-ABIERTO
003862         GO TO 3000-EXIT
003863     END-IF.
003864     MOVE WS-EMPRESA-ANTERIOR   TO LIN-DET-EMPRESA.
003865     MOVE WS-SERVICIO-ANTERIOR  TO LIN-DET-SERVICIO.
003866     MOVE WS-CNT-SERVICIO       TO LIN-DET-CANTIDAD.
003867     MOVE WS-IMP-DELTA-SERVICIO TO LIN-DET-DELTA.
003870     MOVE WS-IMP-MORA-SERVICIO  TO LIN-DET-MORA.
003880     MOVE WS-LIN-DETALLE        TO REG-RPT-MOR.
003890     WRITE REG-RPT-MOR.
004134     MOVE WS-IMP-LIMPIADO  TO LIN-TOT-LIMPIADO.
004136     MOVE WS-LIN-TOT-LIMPIADAS TO REG-RPT-MOR.
004138     WRITE REG-RPT-MOR.
004139     MOVE WS-CNT-MOVIMIENTOS TO LIN-TOT-MOVIMIENTOS.
004140     MOVE WS-LIN-TOT-MOVIMIENTOS TO REG-RPT-MOR.
004141     WRITE REG-RPT-MOR.
004142     CLOSE PAGCHMOR-RPT.
004150 8000-EXIT.
004160     EXIT.

004161******************************************************************
004162* 8900-CERRAR-PASO - DEJA EL PASO TERMINADO, O CANCELADO SI EL
004163*                    PROCESO ABORTO, CON SUS CIFRAS DE CONTROL
004164*                    EN PAGCHCTL
004165******************************************************************
004166 8900-CERRAR-PASO.
004167     IF NOT WS-PASO-INICIADO
004168         GO TO 8900-EXIT
004169     END-IF.
004170     MOVE WS-CNT-LEIDOS     TO CTR-CNT-LEIDOS.
004171     MOVE WS-CNT-TOTAL      TO CTR-CNT-PROCESADOS.
004172     MOVE WS-IMP-MORA-TOTAL TO CTR-IMP-CONTROL.
004173     IF WS-ABORTAR
004174         SET CTR-CANCELA TO TRUE
004175         MOVE 16 TO CTR-COD-RETORNO-PASO
004176     ELSE
004177         SET CTR-FIN TO TRUE
004178         MOVE 0 TO CTR-COD-RETORNO-PASO
004179     END-IF.
004180     CALL "PAGCHCTR" USING REG-CTR-CONTROL-PASO.
004181     IF NOT CTR-OK
004182         MOVE CTR-MENSAJE TO LIN-CTL-MOTIVO
004183         MOVE WS-LIN-CONTROL-PASO TO REG-RPT-MOR
004184         WRITE REG-RPT-MOR
004185         SET WS-ABORTAR TO TRUE
004186     END-IF.
004187 8900-EXIT.
004188     EXIT.
