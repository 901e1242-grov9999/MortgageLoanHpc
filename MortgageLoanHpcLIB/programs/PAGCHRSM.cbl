000010******************************************************************
000020* RI0107 15/10/26 LMGZ PROGRAMA INICIAL - RESOLUCION DE PAGOS
000030*                      RECHAZADOS POR CREDITO HIPOTECARIO
000040*                      PENDIENTES EN PAGCHRPD
000050******************************************************************
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID.     PAGCHRSM.
000080 AUTHOR.         L. GOMEZ ZUNIGA.
000090 INSTALLATION.   PAGOACTIVO - AREA DE SISTEMAS.
000100 DATE-WRITTEN.   15/10/2026.
000110 DATE-COMPILED.

000120*=================================================================
000130* PROPOSITO : JOB BATCH CON EL QUE EL AREA DE COBRANZAS DA POR
000140*             RESUELTOS LOS PAGOS RECHAZADOS POR CREDITO
000150*             HIPOTECARIO QUE PAGCHCSR DEJA PENDIENTES EN
000160*             PAGCHRPD. LEE DEL ARCHIVO DE MOVIMIENTOS PAGCHRMV
000170*             UNA TARJETA POR OPERACION, CON LA LLAVE COMPLETA
000180*             DEL RECHAZO:
000190*                 S  RESUELVE  - MARCA EL RECHAZO RESUELTO CON
000200*                                FECHA, RESOLUTOR Y OBSERVACION
000210*                 R  REABRE    - DEVUELVE A PENDIENTE UN RECHAZO
000220*                                RESUELTO POR ERROR
000230*             LOS RECHAZOS NUNCA SE BORRAN. EMITE UNA LINEA POR
000240*             MOVIMIENTO (ACEPTADO O RECHAZADO CON SU MOTIVO) Y
000250*             TOTALES DE CONTROL.
000260*=================================================================
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.    IBM-370.
000300 OBJECT-COMPUTER.    IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PAGCHRMV ASSIGN TO PAGCHRMV
000340         ORGANIZATION IS SEQUENTIAL
000350         ACCESS MODE IS SEQUENTIAL
000360         FILE STATUS IS WS-FS-PAGCHRMV.
000370     SELECT PAGCHRPD ASSIGN TO PAGCHRPD
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS RPD-LLAVE-PRIMARIA
000410         FILE STATUS IS WS-FS-PAGCHRPD.
000420     SELECT PAGCHRSM-RPT ASSIGN TO PAGCHRSM
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-FS-PAGCHRSM.

000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  PAGCHRMV
000480     LABEL RECORDS ARE STANDARD.
000490 01  REG-RMV-MOVIMIENTO.
000500     02  RMV-OPERACION            PIC X(01).
000510         88 RMV-RESUELVE          VALUE 'S'.
000520         88 RMV-REABRE            VALUE 'R'.
000530     02  RMV-COD-EMPRESA          PIC 9(03).
000540     02  RMV-COD-SERVICIO         PIC 9(02).
000550     02  RMV-COD-DEUDOR           PIC X(20).
000560     02  RMV-COD-CUOTA            PIC X(08).
000570     02  RMV-FEC-PAGO             PIC X(08).
000580     02  RMV-NRO-RECIBO           PIC 9(10).
000590     02  RMV-COD-RESOLUTOR        PIC X(08).
000600     02  RMV-OBS-RESOLUCION       PIC X(40).
000610 FD  PAGCHRPD
000620     LABEL RECORDS ARE STANDARD.
000630     COPY "PAGCHRPD.cpy".
000640 FD  PAGCHRSM-RPT
000650     LABEL RECORDS ARE STANDARD.
000660 01  REG-RPT-RSM                  PIC X(132).

000670 WORKING-STORAGE SECTION.
000680*-----------------------------------------------------------------
000690* SWITCHES Y CONTADORES
000700*-----------------------------------------------------------------
000710 77  WS-FS-PAGCHRMV               PIC X(02) VALUE "00".
000720 77  WS-FS-PAGCHRPD               PIC X(02) VALUE "00".
000730 77  WS-FS-PAGCHRSM               PIC X(02) VALUE "00".
000740 77  WS-FLAG-FIN-PAGCHRMV         PIC X(01) VALUE "N".
000750     88 WS-FIN-PAGCHRMV           VALUE "S".
000760 77  WS-FLAG-ABORTAR              PIC X(01) VALUE "N".
000770     88 WS-ABORTAR                VALUE "S".
000780 77  WS-FECHA-SISTEMA             PIC 9(08).
000790 77  WS-CNT-ACEPTADOS             PIC 9(07) VALUE 0.
000800 77  WS-CNT-RECHAZADOS            PIC 9(07) VALUE 0.
000810*-----------------------------------------------------------------
000820* LINEAS DE REPORTE
000830*-----------------------------------------------------------------
000840 01  WS-LIN-TITULO.
000850     05  FILLER                  PIC X(42) VALUE
000860         "RESOLUCION DE RECHAZOS DE CREDITO HIPOTECA".
000870     05  FILLER                  PIC X(15) VALUE
000880         "RIO - PAGCHRPD".
000890 01  WS-LIN-ABORTO.
000900     05  FILLER                  PIC X(19) VALUE
000910         "PROCESO CANCELADO :".
000920     05  FILLER                  PIC X(01) VALUE SPACES.
000930     05  LIN-ABO-MOTIVO          PIC X(40).
000940 01  WS-LIN-DETALLE.
000950     05  FILLER                  PIC X(02) VALUE SPACES.
000960     05  LIN-DET-OPERACION       PIC X(01).
000970     05  FILLER                  PIC X(01) VALUE SPACES.
000980     05  LIN-DET-EMPRESA         PIC 9(03).
000990     05  FILLER                  PIC X(01) VALUE SPACES.
001000     05  LIN-DET-SERVICIO        PIC 9(02).
001010     05  FILLER                  PIC X(01) VALUE SPACES.
001020     05  LIN-DET-DEUDOR          PIC X(20).
001030     05  FILLER                  PIC X(01) VALUE SPACES.
001040     05  LIN-DET-CUOTA           PIC X(08).
001050     05  FILLER                  PIC X(01) VALUE SPACES.
001060     05  LIN-DET-FEC-PAGO        PIC X(08).
001070     05  FILLER                  PIC X(01) VALUE SPACES.
001080     05  LIN-DET-RECIBO          PIC Z(09)9.
001090     05  FILLER                  PIC X(01) VALUE SPACES.
001100     05  LIN-DET-RESOLUTOR       PIC X(08).
001110     05  FILLER                  PIC X(01) VALUE SPACES.
001120     05  LIN-DET-RESULTADO       PIC X(40).
001130 01  WS-LIN-TOT-ACEPTADOS.
001140     05  FILLER                  PIC X(25) VALUE
001150         "MOVIMIENTOS ACEPTADOS   :".
001160     05  LIN-ACE-CANTIDAD        PIC ZZZ,ZZ9.
001170 01  WS-LIN-TOT-RECHAZADOS.
001180     05  FILLER                  PIC X(25) VALUE
001190         "MOVIMIENTOS RECHAZADOS  :".
001200     05  LIN-RCH-CANTIDAD        PIC ZZZ,ZZ9.

001210 PROCEDURE DIVISION.

001220******************************************************************
001230* 0000-MAINLINE
001240******************************************************************
001250 0000-MAINLINE.
001260     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001270     IF NOT WS-ABORTAR
001280         PERFORM 2000-PROCESAR-MOVIMIENTOS THRU 2000-EXIT
001290     END-IF.
001300     IF WS-ABORTAR
001310         MOVE 16 TO RETURN-CODE
001320     END-IF.
001330     PERFORM 8000-TERMINAR THRU 8000-EXIT.
001340     STOP RUN.

001350******************************************************************
001360* 1000-INICIALIZAR - ABRE EL REPORTE, LOS MOVIMIENTOS Y EL
001370*                    ARCHIVO DE RECHAZOS PENDIENTES
001380******************************************************************
001390 1000-INICIALIZAR.
001400     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
001410     OPEN OUTPUT PAGCHRSM-RPT.
001420     MOVE WS-LIN-TITULO TO REG-RPT-RSM.
001430     WRITE REG-RPT-RSM.
001440     OPEN INPUT PAGCHRMV.
001450     IF WS-FS-PAGCHRMV NOT = "00"
001460         MOVE "ERROR ABRIENDO PAGCHRMV" TO LIN-ABO-MOTIVO
001470         PERFORM 1090-CANCELAR THRU 1090-EXIT
001480         GO TO 1000-EXIT
001490     END-IF.
001500     OPEN I-O PAGCHRPD.
001510     IF WS-FS-PAGCHRPD NOT = "00"
001520         MOVE "ERROR ABRIENDO PAGCHRPD" TO LIN-ABO-MOTIVO
001530         PERFORM 1090-CANCELAR THRU 1090-EXIT
001540         CLOSE PAGCHRMV
001550     END-IF.
001560 1000-EXIT.
001570     EXIT.

001580******************************************************************
001590* 1090-CANCELAR - EMITE EL MOTIVO DE LA CANCELACION
001600******************************************************************
001610 1090-CANCELAR.
001620     MOVE WS-LIN-ABORTO TO REG-RPT-RSM.
001630     WRITE REG-RPT-RSM.
001640     SET WS-ABORTAR TO TRUE.
001650 1090-EXIT.
001660     EXIT.

001670******************************************************************
001680* 2000-PROCESAR-MOVIMIENTOS - RECORRE EL ARCHIVO DE TARJETAS
001690*                             Y APLICA CADA MOVIMIENTO
001700******************************************************************
001710 2000-PROCESAR-MOVIMIENTOS.
001720     PERFORM 2100-PROCESAR-MOVIMIENTO THRU 2100-EXIT
001730         UNTIL WS-FIN-PAGCHRMV.
001740     CLOSE PAGCHRMV PAGCHRPD.
001750 2000-EXIT.
001760     EXIT.

001770******************************************************************
001780* 2100-PROCESAR-MOVIMIENTO - LEE UNA TARJETA, LA VALIDA Y LA
001790*                            APLICA AL RECHAZO
001800******************************************************************
001810 2100-PROCESAR-MOVIMIENTO.
001820     READ PAGCHRMV
001830         AT END
001840             SET WS-FIN-PAGCHRMV TO TRUE
001850             GO TO 2100-EXIT
001860     END-READ.
001870     MOVE RMV-OPERACION     TO LIN-DET-OPERACION.
001880     MOVE RMV-COD-EMPRESA   TO LIN-DET-EMPRESA.
001890     MOVE RMV-COD-SERVICIO  TO LIN-DET-SERVICIO.
001900     MOVE RMV-COD-DEUDOR    TO LIN-DET-DEUDOR.
001910     MOVE RMV-COD-CUOTA     TO LIN-DET-CUOTA.
001920     MOVE RMV-FEC-PAGO      TO LIN-DET-FEC-PAGO.
001930     MOVE RMV-COD-RESOLUTOR TO LIN-DET-RESOLUTOR.
001940     IF RMV-COD-EMPRESA NOT NUMERIC
001950     OR RMV-COD-SERVICIO NOT NUMERIC
001960     OR RMV-NRO-RECIBO NOT NUMERIC
001970         MOVE 0 TO LIN-DET-RECIBO
001980         PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
001990         MOVE "EMPRESA, SERVICIO O RECIBO NO NUMERICO"
002000                             TO LIN-DET-RESULTADO
002010         PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
002020         GO TO 2100-EXIT
002030     END-IF.
002040     MOVE RMV-NRO-RECIBO    TO LIN-DET-RECIBO.
002050     IF RMV-COD-RESOLUTOR = SPACES
002060         PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
002070         MOVE "FALTA EL CODIGO DEL RESOLUTOR"
002080                             TO LIN-DET-RESULTADO
002090         PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
002100         GO TO 2100-EXIT
002110     END-IF.
002120     EVALUATE TRUE
002130         WHEN RMV-RESUELVE
002140             PERFORM 3000-RESUELVE-RECHAZO THRU 3000-EXIT
002150         WHEN RMV-REABRE
002160             PERFORM 4000-REABRE-RECHAZO THRU 4000-EXIT
002170         WHEN OTHER
002180             PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
002190             MOVE "OPERACION NO DEFINIDA"
002200                             TO LIN-DET-RESULTADO
002210             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
002220     END-EVALUATE.
002230 2100-EXIT.
002240     EXIT.

002250******************************************************************
002260* 2500-LEER-RECHAZO - LEE EL RECHAZO DE LA TARJETA; SI NO
002270*                     EXISTE DEJA EL MOTIVO Y EL FILE STATUS
002280*                     DISTINTO DE "00"
002290******************************************************************
002300 2500-LEER-RECHAZO.
002310     MOVE RMV-COD-EMPRESA  TO RPD-COD-EMPRESA.
002320     MOVE RMV-COD-SERVICIO TO RPD-COD-SERVICIO.
002330     MOVE RMV-COD-DEUDOR   TO RPD-COD-DEUDOR.
002340     MOVE RMV-COD-CUOTA    TO RPD-COD-CUOTA.
002350     MOVE RMV-FEC-PAGO     TO RPD-FEC-PAGO.
002360     MOVE RMV-NRO-RECIBO   TO RPD-NRO-RECIBO.
002370     READ PAGCHRPD
002380         INVALID KEY
002390             PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
002400             MOVE "RECHAZO NO EXISTE EN PAGCHRPD"
002410                             TO LIN-DET-RESULTADO
002420             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
002430     END-READ.
002440 2500-EXIT.
002450     EXIT.

002460******************************************************************
002470* 2900-RECHAZAR-MOVIMIENTO - CUENTA EL RECHAZO
002480******************************************************************
002490 2900-RECHAZAR-MOVIMIENTO.
002500     ADD 1 TO WS-CNT-RECHAZADOS.
002510 2900-EXIT.
002520     EXIT.

002530******************************************************************
002540* 2950-LINEA-DETALLE - EMITE LA LINEA DEL MOVIMIENTO
002550******************************************************************
002560 2950-LINEA-DETALLE.
002570     MOVE WS-LIN-DETALLE TO REG-RPT-RSM.
002580     WRITE REG-RPT-RSM.
002590 2950-EXIT.
002600     EXIT.

002610******************************************************************
002620* 3000-RESUELVE-RECHAZO - MARCA EL RECHAZO RESUELTO
002630******************************************************************
002640 3000-RESUELVE-RECHAZO.
002650     PERFORM 2500-LEER-RECHAZO THRU 2500-EXIT.
002660     IF WS-FS-PAGCHRPD NOT = "00"
002670         GO TO 3000-EXIT
002680     END-IF.
002690     IF RPD-RESUELTO
002700         PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
002710         MOVE "RECHAZO YA ESTABA RESUELTO"
002720                             TO LIN-DET-RESULTADO
002730         PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
002740         GO TO 3000-EXIT
002750     END-IF.
002760     SET RPD-RESUELTO          TO TRUE.
002770     MOVE WS-FECHA-SISTEMA     TO RPD-FEC-RESOLUCION.
002780     MOVE RMV-COD-RESOLUTOR    TO RPD-COD-RESOLUTOR.
002790     MOVE RMV-OBS-RESOLUCION   TO RPD-OBS-RESOLUCION.
002800     REWRITE REG-RPD-RECHAZO
002810         INVALID KEY
002820             PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
002830             MOVE "ERROR REESCRIBIENDO PAGCHRPD"
002840                             TO LIN-DET-RESULTADO
002850             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
002860             GO TO 3000-EXIT
002870     END-REWRITE.
002880     ADD 1 TO WS-CNT-ACEPTADOS.
002890     MOVE "RECHAZO RESUELTO" TO LIN-DET-RESULTADO.
002900     PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT.
002910 3000-EXIT.
002920     EXIT.

002930******************************************************************
002940* 4000-REABRE-RECHAZO - DEVUELVE EL RECHAZO A PENDIENTE; LA
002950*                       OBSERVACION DE LA TARJETA QUEDA COMO
002960*                       MOTIVO DE LA REAPERTURA
002970******************************************************************
002980 4000-REABRE-RECHAZO.
002990     PERFORM 2500-LEER-RECHAZO THRU 2500-EXIT.
003000     IF WS-FS-PAGCHRPD NOT = "00"
003010         GO TO 4000-EXIT
003020     END-IF.
003030     IF RPD-PENDIENTE
003040         PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
003050         MOVE "RECHAZO YA ESTABA PENDIENTE"
003060                             TO LIN-DET-RESULTADO
003070         PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
003080         GO TO 4000-EXIT
003090     END-IF.
003100     SET RPD-PENDIENTE         TO TRUE.
003110     MOVE SPACES               TO RPD-FEC-RESOLUCION.
003120     MOVE RMV-COD-RESOLUTOR    TO RPD-COD-RESOLUTOR.
003130     MOVE RMV-OBS-RESOLUCION   TO RPD-OBS-RESOLUCION.
003140     REWRITE REG-RPD-RECHAZO
003150         INVALID KEY
003160             PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
003170             MOVE "ERROR REESCRIBIENDO PAGCHRPD"
003180                             TO LIN-DET-RESULTADO
003190             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
003200             GO TO 4000-EXIT
003210     END-REWRITE.
003220     ADD 1 TO WS-CNT-ACEPTADOS.
003230     MOVE "RECHAZO REABIERTO" TO LIN-DET-RESULTADO.
003240     PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT.
003250 4000-EXIT.
003260     EXIT.

003270******************************************************************
003280* 8000-TERMINAR - TOTALES DE CONTROL Y CIERRE
003290******************************************************************
003300 8000-TERMINAR.
003310     MOVE WS-CNT-ACEPTADOS TO LIN-ACE-CANTIDAD.
003320     MOVE WS-LIN-TOT-ACEPTADOS TO REG-RPT-RSM.
003330     WRITE REG-RPT-RSM.
003340     MOVE WS-CNT-RECHAZADOS TO LIN-RCH-CANTIDAD.
003350     MOVE WS-LIN-TOT-RECHAZADOS TO REG-RPT-RSM.
003360     WRITE REG-RPT-RSM.
003370     CLOSE PAGCHRSM-RPT.
003380 8000-EXIT.
003390     EXIT.
