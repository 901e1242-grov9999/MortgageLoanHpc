000010******************************************************************
000020* RI0114 15/10/26 LMGZ PROGRAMA INICIAL - SOLICITUD NOCTURNA AL
000030*                      BANCO DE DEBITOS AUTOMATICOS DE LAS CUOTAS
000040*                      POR VENCER DE DEUDORES CON MANDATO ACTIVO
000050******************************************************************
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID.     PAGCHDAE.
000080 AUTHOR.         L. GOMEZ ZUNIGA.
000090 INSTALLATION.   PAGOACTIVO - AREA DE SISTEMAS.
000100 DATE-WRITTEN.   15/10/2026.
000110 DATE-COMPILED.

000120*=================================================================
000130* PROPOSITO : JOB NOCTURNO DE DEBITO AUTOMATICO. RECORRE EL
000140*             MAESTRO DE CUOTAS PENDIENTES PAGCHPEN Y, PARA CADA
000150*             CUOTA CON SALDO QUE VENCE DESDE LA FECHA DE NEGOCIO
000160*             HASTA LOS DIAS DE ANTICIPACION RECIBIDOS POR SYSIN,
000170*             SI EL DEUDOR TIENE MANDATO ACTIVO EN PAGCHMDA PARA
000180*             LA EMPRESA/SERVICIO, GRABA EN PAGCHSDB UN PEDIDO DE
000190*             DEBITO POR EL SALDO DE LA CUOTA (IMPORTE A PAGAR MAS
000200*             MORA MENOS LO COBRADO) EN LA CUENTA DEL MANDATO.
000210*             EL ARCHIVO LLEVA CABECERA CON LA FECHA DE NEGOCIO Y
000220*             COLA CON CANTIDAD E IMPORTE, COMO PAGCHSAL. CORRE
000230*             DESPUES DE PAGCHMOR PARA QUE EL SALDO INCLUYA LA
000240*             MORA DEL DIA.
000250*             CADA PEDIDO QUEDA EN LA HISTORIA PAGCHHDB COMO
000260*             SOLICITADO; LA CUOTA NO SE VUELVE A PEDIR MIENTRAS
000270*             ESPERA LA RESPUESTA DEL BANCO (PAGCHDAR) NI DESPUES
000280*             DE DEBITADA. UNA CUOTA RECHAZADA SE VUELVE A PEDIR
000290*             MIENTRAS SIGA DENTRO DE LA VENTANA Y EL MANDATO SIGA
000300*             ACTIVO.
000310*             EL PASO ES REPETIBLE: AL REPETIRLO EN LA MISMA FECHA
000320*             DE NEGOCIO SE REEMITEN LOS PEDIDOS QUE LA HISTORIA
000330*             TIENE CON ESA FECHA, PARA QUE PAGCHSDB SALGA
000340*             COMPLETO.
000350*             RECIBE POR SYSIN UNA TARJETA CON:
000360*               COL 01-03  DIAS DE ANTICIPACION AL VENCIMIENTO
000370*                          (000 = SOLO LAS QUE VENCEN EN LA FECHA)
000380*=================================================================
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.    IBM-370.
000420 OBJECT-COMPUTER.    IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT PAGCHPEN ASSIGN TO PAGCHPEN
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS MAE-LLAVE-PRIMARIA
000490         FILE STATUS IS WS-FS-PAGCHPEN.
000500     SELECT PAGCHMDA ASSIGN TO PAGCHMDA
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS MDA-LLAVE-PRIMARIA
000540         FILE STATUS IS WS-FS-PAGCHMDA.
000550     SELECT PAGCHHDB ASSIGN TO PAGCHHDB
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS HDB-LLAVE-PRIMARIA
000590         FILE STATUS IS WS-FS-PAGCHHDB.
000600     SELECT PAGCHSDB ASSIGN TO PAGCHSDB
000610         ORGANIZATION IS SEQUENTIAL
000620         ACCESS MODE IS SEQUENTIAL
000630         FILE STATUS IS WS-FS-PAGCHSDB.
000640     SELECT PAGCHDAE-RPT ASSIGN TO PAGCHDAE
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-FS-PAGCHDAE.

000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  PAGCHPEN
000700     LABEL RECORDS ARE STANDARD.
000710     COPY "PAGCHMAE.cpy".
000720 FD  PAGCHMDA
000730     LABEL RECORDS ARE STANDARD.
000740     COPY "PAGCHMDA.cpy".
000750 FD  PAGCHHDB
000760     LABEL RECORDS ARE STANDARD.
000770     COPY "PAGCHHDB.cpy".
000780 FD  PAGCHSDB
000790     LABEL RECORDS ARE STANDARD.
000800     COPY "PAGCHSDB.cpy".
000810 FD  PAGCHDAE-RPT
000820     LABEL RECORDS ARE STANDARD.
000830 01  REG-RPT-DAE                  PIC X(132).

000840 WORKING-STORAGE SECTION.
000850*-----------------------------------------------------------------
000860* SWITCHES Y CONTADORES
000870*-----------------------------------------------------------------
000880 77  WS-FS-PAGCHPEN               PIC X(02) VALUE "00".
000890 77  WS-FS-PAGCHMDA               PIC X(02) VALUE "00".
000900 77  WS-FS-PAGCHHDB               PIC X(02) VALUE "00".
000910 77  WS-FS-PAGCHSDB               PIC X(02) VALUE "00".
000920 77  WS-FS-PAGCHDAE               PIC X(02) VALUE "00".
000930 77  WS-FLAG-FIN-PAGCHPEN         PIC X(01) VALUE "N".
000940     88 WS-FIN-PAGCHPEN           VALUE "S".
000950 77  WS-FLAG-ABORTAR              PIC X(01) VALUE "N".
000960     88 WS-ABORTAR                VALUE "S".
000970 77  WS-FLAG-ARCHIVOS             PIC X(01) VALUE "N".
000980     88 WS-ARCHIVOS-ABIERTOS      VALUE "S".
000990*    RESULTADO DE LA CONSULTA A LA HISTORIA DE LA CUOTA
001000 77  WS-FLAG-HISTORIA             PIC X(01) VALUE "N".
001010     88 WS-SIN-HISTORIA           VALUE "N".
001020     88 WS-REEMISION              VALUE "R".
001030     88 WS-REINTENTO              VALUE "T".
001040 77  WS-FLAG-PASO-INICIADO        PIC X(01) VALUE "N".
001050     88 WS-PASO-INICIADO          VALUE "S".
001060     COPY "PAGCHCTR.cpy".
001070 77  WS-FECHA-SISTEMA             PIC 9(08).
001080 77  WS-IMP-PENDIENTE             PIC 9(13)V9(02).
001090 77  WS-IMP-SOLICITADO            PIC 9(13)V9(02) VALUE 0.
001100 77  WS-DIAS-VCMTO                PIC S9(07) COMP.
001110 77  WS-CNT-LEIDOS                PIC 9(07) VALUE 0.
001120 77  WS-CNT-SIN-SALDO             PIC 9(07) VALUE 0.
001130 77  WS-CNT-EN-VENTANA            PIC 9(07) VALUE 0.
001140 77  WS-CNT-SIN-MANDATO           PIC 9(07) VALUE 0.
001150 77  WS-CNT-MANDATO-INACTIVO      PIC 9(07) VALUE 0.
001160 77  WS-CNT-YA-DEBITADAS          PIC 9(07) VALUE 0.
001170 77  WS-CNT-EN-ESPERA             PIC 9(07) VALUE 0.
001180 77  WS-CNT-SOLICITADAS           PIC 9(07) VALUE 0.
001190 77  WS-CNT-REEMITIDAS            PIC 9(07) VALUE 0.
001200 77  WS-CNT-REINTENTOS            PIC 9(07) VALUE 0.
001210*-----------------------------------------------------------------
001220* TARJETA DE ANTICIPACION RECIBIDA POR SYSIN
001230*-----------------------------------------------------------------
001240 01  WS-PARM-DEBITO.
001250     05  WS-PARM-DIAS-ANTICIPO    PIC 9(03).
001260     05  FILLER                   PIC X(77).
001270*-----------------------------------------------------------------
001280* CONVERSION DE FECHA AAAAMMDD A NUMERO DE DIA JULIANO PARA
001290* CALCULAR LOS DIAS AL VENCIMIENTO CON ARITMETICA DE ENTEROS
001300*-----------------------------------------------------------------
001310 01  WS-FEC-TRABAJO.
001320     05  WS-FEC-TRA-NUM           PIC 9(08).
001330 01  WS-FEC-TRA-COMPON REDEFINES WS-FEC-TRABAJO.
001340     05  WS-FEC-TRA-AA            PIC 9(04).
001350     05  WS-FEC-TRA-MM            PIC 9(02).
001360     05  WS-FEC-TRA-DD            PIC 9(02).
001370 77  WS-JDN-AJUSTE-A              PIC S9(08) COMP.
001380 77  WS-JDN-ANO                   PIC S9(08) COMP.
001390 77  WS-JDN-MES                   PIC S9(08) COMP.
001400 77  WS-JDN-RESULT                PIC S9(08) COMP.
001410 77  WS-JDN-HOY                   PIC S9(08) COMP.
001420 77  WS-JDN-VCMTO                 PIC S9(08) COMP.
001430*-----------------------------------------------------------------
001440* LINEAS DE REPORTE
001450*-----------------------------------------------------------------
001460 01  WS-LIN-TITULO.
001470     05  FILLER                  PIC X(42) VALUE
001480         "SOLICITUD DE DEBITOS AUTOMATICOS AL BANCO ".
001490     05  FILLER                  PIC X(10) VALUE "- PAGCHDAE".
001500     05  FILLER                  PIC X(20) VALUE
001510         "  FECHA DE NEGOCIO :".
001520     05  FILLER                  PIC X(01) VALUE SPACES.
001530     05  LIN-TIT-FECHA           PIC 9(08).
001540 01  WS-LIN-PARAMETROS.
001550     05  FILLER                  PIC X(37) VALUE
001560         "DIAS DE ANTICIPACION AL VENCIMIENTO :".
001570     05  FILLER                  PIC X(01) VALUE SPACES.
001580     05  LIN-PAR-DIAS-ANTICIPO   PIC ZZ9.
001590 01  WS-LIN-ERROR.
001600     05  FILLER                  PIC X(52) VALUE
001610         "TARJETA DE ANTICIPACION INVALIDA, PROCESO CANCELADO".
001620 01  WS-LIN-ABORTO.
001630     05  FILLER                  PIC X(19) VALUE
001640         "PROCESO CANCELADO :".
001650     05  FILLER                  PIC X(01) VALUE SPACES.
001660     05  LIN-ABO-MOTIVO          PIC X(40).
001670 01  WS-LIN-CONTROL-PASO.
001680     05  FILLER                  PIC X(21) VALUE
001690         "CONTROL DE PASOS   : ".
001700     05  LIN-CTL-MOTIVO          PIC X(40).
001710 01  WS-LIN-ERROR-PAGCHSDB.
001720     05  FILLER                  PIC X(41) VALUE
001730         "ERROR ESCRIBIENDO PAGCHSDB, FILE STATUS =".
001740     05  FILLER                  PIC X(01) VALUE SPACES.
001750     05  LIN-ERR-FS-PAGCHSDB     PIC X(02).
001760 01  WS-LIN-ENCABEZADO.
001770     05  FILLER                  PIC X(04) VALUE SPACES.
001780     05  FILLER                  PIC X(21) VALUE "DEUDOR".
001790     05  FILLER                  PIC X(09) VALUE "CUOTA".
001800     05  FILLER                  PIC X(09) VALUE "VCMTO".
001810     05  FILLER                  PIC X(04) VALUE "DIAS".
001820     05  FILLER                  PIC X(21) VALUE
001830         "            IMPORTE".
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850     05  FILLER                  PIC X(05) VALUE "BANCO".
001860     05  FILLER                  PIC X(21) VALUE "CUENTA".
001870     05  FILLER                  PIC X(30) VALUE "RESULTADO".
001880 01  WS-LIN-DETALLE.
001890     05  FILLER                  PIC X(04) VALUE SPACES.
001900     05  LIN-DET-DEUDOR          PIC X(20).
001910     05  FILLER                  PIC X(01) VALUE SPACES.
001920     05  LIN-DET-CUOTA           PIC X(08).
001930     05  FILLER                  PIC X(01) VALUE SPACES.
001940     05  LIN-DET-VCMTO           PIC X(08).
001950     05  FILLER                  PIC X(01) VALUE SPACES.
001960     05  LIN-DET-DIAS            PIC ZZ9.
001970     05  FILLER                  PIC X(01) VALUE SPACES.
001980     05  LIN-DET-IMPORTE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001990     05  FILLER                  PIC X(02) VALUE SPACES.
002000     05  LIN-DET-BANCO           PIC X(04).
002010     05  FILLER                  PIC X(01) VALUE SPACES.
002020     05  LIN-DET-CUENTA          PIC X(20).
002030     05  FILLER                  PIC X(01) VALUE SPACES.
002040     05  LIN-DET-RESULTADO       PIC X(30).
002050 01  WS-LIN-TOTAL.
002060     05  FILLER                  PIC X(36).
002070     05  LIN-TOT-CANTIDAD        PIC ZZZ,ZZ9.
002080 01  WS-LIN-TOT-IMPORTE.
002090     05  FILLER                  PIC X(36) VALUE
002100         "IMPORTE TOTAL SOLICITADO AL BANCO  :".
002110     05  LIN-TOT-IMPORTE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

002120 PROCEDURE DIVISION.

002130******************************************************************
002140* 0000-MAINLINE
002150******************************************************************
002160 0000-MAINLINE.
002170     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002180     IF NOT WS-ABORTAR
002190         PERFORM 1100-ABRIR-ARCHIVOS THRU 1100-EXIT
002200     END-IF.
002210     IF NOT WS-ABORTAR
002220         PERFORM 2000-PROCESAR-MAESTRO THRU 2000-EXIT
002230     END-IF.
002240     PERFORM 8900-CERRAR-PASO THRU 8900-EXIT.
002250     IF WS-ABORTAR
002260         MOVE 16 TO RETURN-CODE
002270     END-IF.
002280     PERFORM 8000-TERMINAR THRU 8000-EXIT.
002290     STOP RUN.

002300******************************************************************
002310* 1000-INICIALIZAR - ABRE EL REPORTE, TOMA LA FECHA DE NEGOCIO
002320*                    Y VALIDA LA TARJETA DE ANTICIPACION
002330******************************************************************
002340 1000-INICIALIZAR.
002350     OPEN OUTPUT PAGCHDAE-RPT.
002360     PERFORM 1050-INICIAR-PASO THRU 1050-EXIT.
002370     MOVE WS-FECHA-SISTEMA TO LIN-TIT-FECHA.
002380     MOVE WS-LIN-TITULO TO REG-RPT-DAE.
002390     WRITE REG-RPT-DAE.
002400     IF WS-ABORTAR
002410         MOVE WS-LIN-CONTROL-PASO TO REG-RPT-DAE
002420         WRITE REG-RPT-DAE
002430         GO TO 1000-EXIT
002440     END-IF.
002450     ACCEPT WS-PARM-DEBITO.
002460     IF WS-PARM-DIAS-ANTICIPO NOT NUMERIC
002470         MOVE WS-LIN-ERROR TO REG-RPT-DAE
002480         WRITE REG-RPT-DAE
002490         SET WS-ABORTAR TO TRUE
002500         GO TO 1000-EXIT
002510     END-IF.
002520     MOVE WS-PARM-DIAS-ANTICIPO TO LIN-PAR-DIAS-ANTICIPO.
002530     MOVE WS-LIN-PARAMETROS TO REG-RPT-DAE.
002540     WRITE REG-RPT-DAE.
002550     MOVE WS-FECHA-SISTEMA TO WS-FEC-TRA-NUM.
002560     PERFORM 2210-CONVIERTE-DIAS THRU 2210-EXIT.
002570     MOVE WS-JDN-RESULT TO WS-JDN-HOY.
002580 1000-EXIT.
002590     EXIT.

002600******************************************************************
002610* 1050-INICIAR-PASO - TOMA LA FECHA DE NEGOCIO DE PAGCHCTL EN
002620*                     LUGAR DEL RELOJ DEL SISTEMA Y NO DEJA
002630*                     CORRER EL PASO SI EL DEVENGO DE MORA NO
002640*                     TERMINO PARA ESA FECHA (VER PAGCHCTR)
002650******************************************************************
002660 1050-INICIAR-PASO.
002670     MOVE SPACES          TO REG-CTR-CONTROL-PASO.
002680     SET CTR-INICIO       TO TRUE.
002690     MOVE "PAGCHDAE"      TO CTR-COD-PROGRAMA.
002700     MOVE "PAGCHMOR"      TO CTR-PASO-PREVIO (1).
002710     SET CTR-REPETIBLE    TO TRUE.
002720     MOVE 0 TO CTR-CNT-LEIDOS CTR-CNT-PROCESADOS
002730               CTR-IMP-CONTROL CTR-COD-RETORNO-PASO.
002740     CALL "PAGCHCTR" USING REG-CTR-CONTROL-PASO.
002750     IF NOT CTR-OK
002760         MOVE CTR-MENSAJE TO LIN-CTL-MOTIVO
002770         MOVE 0 TO WS-FECHA-SISTEMA
002780         SET WS-ABORTAR TO TRUE
002790         GO TO 1050-EXIT
002800     END-IF.
002810     SET WS-PASO-INICIADO TO TRUE.
002820     MOVE CTR-FEC-NEGOCIO TO WS-FECHA-SISTEMA.
002830 1050-EXIT.
002840     EXIT.

002850******************************************************************
002860* 1090-CANCELAR - EMITE EL MOTIVO DE LA CANCELACION
002870******************************************************************
002880 1090-CANCELAR.
002890     MOVE WS-LIN-ABORTO TO REG-RPT-DAE.
002900     WRITE REG-RPT-DAE.
002910     SET WS-ABORTAR TO TRUE.
002920 1090-EXIT.
002930     EXIT.

002940******************************************************************
002950* 1100-ABRIR-ARCHIVOS - ABRE EL MAESTRO DE CUOTAS, EL DE
002960*                       MANDATOS, LA HISTORIA DE DEBITOS (SE CREA
002970*                       VACIA SI NO EXISTE) Y EL ARCHIVO DE
002980*                       SOLICITUD AL BANCO, AL QUE LE GRABA LA
002990*                       CABECERA
003000******************************************************************
003010 1100-ABRIR-ARCHIVOS.
003020     OPEN INPUT PAGCHPEN.
003030     IF WS-FS-PAGCHPEN NOT = "00"
003040         MOVE "ERROR ABRIENDO PAGCHPEN" TO LIN-ABO-MOTIVO
003050         PERFORM 1090-CANCELAR THRU 1090-EXIT
003060         GO TO 1100-EXIT
003070     END-IF.
003080     OPEN INPUT PAGCHMDA.
003090     IF WS-FS-PAGCHMDA NOT = "00"
003100         MOVE "ERROR ABRIENDO PAGCHMDA" TO LIN-ABO-MOTIVO
003110         PERFORM 1090-CANCELAR THRU 1090-EXIT
003120         CLOSE PAGCHPEN
003130         GO TO 1100-EXIT
003140     END-IF.
003150     OPEN I-O PAGCHHDB.
003160     IF WS-FS-PAGCHHDB = "35"
003170         OPEN OUTPUT PAGCHHDB
003180         CLOSE PAGCHHDB
003190         OPEN I-O PAGCHHDB
003200     END-IF.
003210     IF WS-FS-PAGCHHDB NOT = "00"
003220         MOVE "ERROR ABRIENDO PAGCHHDB" TO LIN-ABO-MOTIVO
003230         PERFORM 1090-CANCELAR THRU 1090-EXIT
003240         CLOSE PAGCHPEN PAGCHMDA
003250         GO TO 1100-EXIT
003260     END-IF.
003270     OPEN OUTPUT PAGCHSDB.
003280     IF WS-FS-PAGCHSDB NOT = "00"
003290         MOVE "ERROR ABRIENDO PAGCHSDB" TO LIN-ABO-MOTIVO
003300         PERFORM 1090-CANCELAR THRU 1090-EXIT
003310         CLOSE PAGCHPEN PAGCHMDA PAGCHHDB
003320         GO TO 1100-EXIT
003330     END-IF.
003340     SET WS-ARCHIVOS-ABIERTOS TO TRUE.
003350     MOVE SPACES            TO REG-SDB-SOLICITUD.
003360     SET SDB-CABECERA       TO TRUE.
003370     MOVE WS-FECHA-SISTEMA  TO SDB-CAB-FEC-PROCESO.
003380     WRITE REG-SDB-SOLICITUD.
003390     PERFORM 2950-VERIFICAR-SALIDA THRU 2950-EXIT.
003400     MOVE WS-LIN-ENCABEZADO TO REG-RPT-DAE.
003410     WRITE REG-RPT-DAE.
003420 1100-EXIT.
003430     EXIT.

003440******************************************************************
003450* 2000-PROCESAR-MAESTRO - RECORRE TODO PAGCHPEN EN ORDEN DE
003460*                         LLAVE Y CIERRA EL ARCHIVO DE SOLICITUD
003470*                         CON LA COLA DE CONTROL
003480******************************************************************
003490 2000-PROCESAR-MAESTRO.
003500     MOVE LOW-VALUES TO MAE-LLAVE-PRIMARIA.
003510     START PAGCHPEN KEY IS
003520         NOT LESS THAN MAE-LLAVE-PRIMARIA
003530         INVALID KEY
003540             SET WS-FIN-PAGCHPEN TO TRUE
003550     END-START.
003560     PERFORM 2100-PROCESAR-CUOTA THRU 2100-EXIT
003570         UNTIL WS-FIN-PAGCHPEN OR WS-ABORTAR.
003580     IF WS-ABORTAR
003590         GO TO 2000-EXIT
003600     END-IF.
003610     MOVE SPACES             TO REG-SDB-SOLICITUD.
003620     SET SDB-COLA            TO TRUE.
003630     MOVE WS-CNT-SOLICITADAS TO SDB-COL-NUM-REGISTROS.
003640     MOVE WS-IMP-SOLICITADO  TO SDB-COL-IMP-TOTAL.
003650     WRITE REG-SDB-SOLICITUD.
003660     PERFORM 2950-VERIFICAR-SALIDA THRU 2950-EXIT.
003670 2000-EXIT.
003680     EXIT.

003690******************************************************************
003700* 2100-PROCESAR-CUOTA - DECIDE SI LA CUOTA SE PIDE AL BANCO: DEBE
003710*                       TENER SALDO, VENCER DENTRO DE LA VENTANA,
003720*                       TENER MANDATO ACTIVO Y NO ESTAR PEDIDA NI
003730*                       DEBITADA
003740******************************************************************
003750 2100-PROCESAR-CUOTA.
003760     READ PAGCHPEN NEXT RECORD
003770         AT END
003780             SET WS-FIN-PAGCHPEN TO TRUE
003790             GO TO 2100-EXIT
003800     END-READ.
003810     ADD 1 TO WS-CNT-LEIDOS.
003820     IF MAE-PAGADO
003830         ADD 1 TO WS-CNT-SIN-SALDO
003840         GO TO 2100-EXIT
003850     END-IF.
003860*    EL SALDO EXIGIBLE ES EL IMPORTE A PAGAR MAS EL RECARGO POR
003870*    MORA DEVENGADO, MENOS LO YA COBRADO (COMO EN PAGCHX03)
003880     IF MAE-IMP-PAGADO NOT < MAE-IMP-APAGAR + MAE-IMP-MORA
003890         ADD 1 TO WS-CNT-SIN-SALDO
003900         GO TO 2100-EXIT
003910     END-IF.
003920     COMPUTE WS-IMP-PENDIENTE =
003930             MAE-IMP-APAGAR + MAE-IMP-MORA - MAE-IMP-PAGADO.
003940*    UNA FECHA DE VENCIMIENTO NO NUMERICA NO SE PIDE; EL JOB DE
003950*    AUDITORIA DE CONSISTENCIA LA REPORTA APARTE
003960     IF MAE-FEC-VCMTO NOT NUMERIC
003970         GO TO 2100-EXIT
003980     END-IF.
003990     MOVE MAE-FEC-VCMTO TO WS-FEC-TRA-NUM.
004000     PERFORM 2210-CONVIERTE-DIAS THRU 2210-EXIT.
004010     MOVE WS-JDN-RESULT TO WS-JDN-VCMTO.
004020     COMPUTE WS-DIAS-VCMTO = WS-JDN-VCMTO - WS-JDN-HOY.
004030     IF WS-DIAS-VCMTO < 0
004040     OR WS-DIAS-VCMTO > WS-PARM-DIAS-ANTICIPO
004050         GO TO 2100-EXIT
004060     END-IF.
004070     ADD 1 TO WS-CNT-EN-VENTANA.
004080     MOVE MAE-COD-EMPRESA  TO MDA-COD-EMPRESA.
004090     MOVE MAE-COD-SERVICIO TO MDA-COD-SERVICIO.
004100     MOVE MAE-COD-DEUDOR   TO MDA-COD-DEUDOR.
004110     READ PAGCHMDA
004120         INVALID KEY
004130             ADD 1 TO WS-CNT-SIN-MANDATO
004140             GO TO 2100-EXIT
004150     END-READ.
004160     IF NOT MDA-ACTIVO
004170         ADD 1 TO WS-CNT-MANDATO-INACTIVO
004180         GO TO 2100-EXIT
004190     END-IF.
004200     SET WS-SIN-HISTORIA TO TRUE.
004210     MOVE MAE-COD-EMPRESA  TO HDB-COD-EMPRESA.
004220     MOVE MAE-COD-SERVICIO TO HDB-COD-SERVICIO.
004230     MOVE MAE-COD-DEUDOR   TO HDB-COD-DEUDOR.
004240     MOVE MAE-COD-CUOTA    TO HDB-COD-CUOTA.
004250     READ PAGCHHDB
004260         INVALID KEY
004270             GO TO 2100-SOLICITAR
004280     END-READ.
004290     IF HDB-DEBITADO
004300         ADD 1 TO WS-CNT-YA-DEBITADAS
004310         GO TO 2100-EXIT
004320     END-IF.
004330     IF HDB-RECHAZADO
004340         SET WS-REINTENTO TO TRUE
004350         GO TO 2100-SOLICITAR
004360     END-IF.
004370*    SOLICITADO: EN OTRA FECHA ESPERA LA RESPUESTA DEL BANCO; EN
004380*    LA FECHA DE NEGOCIO ES UNA REPETICION DEL PASO
004390     IF HDB-FEC-SOLICITUD NOT = WS-FECHA-SISTEMA
004400         ADD 1 TO WS-CNT-EN-ESPERA
004410         GO TO 2100-EXIT
004420     END-IF.
004430     SET WS-REEMISION TO TRUE.
004440 2100-SOLICITAR.
004450     PERFORM 2300-SOLICITAR-DEBITO THRU 2300-EXIT.
004460 2100-EXIT.
004470     EXIT.

004480******************************************************************
004490* 2210-CONVIERTE-DIAS - CONVIERTE LA FECHA AAAAMMDD DE
004500*                       WS-FEC-TRABAJO EN NUMERO DE DIA
004510*                       JULIANO (WS-JDN-RESULT) CON ARITMETICA
004520*                       DE ENTEROS, PARA RESTAR FECHAS EN DIAS
004530******************************************************************
004540 2210-CONVIERTE-DIAS.
004550     COMPUTE WS-JDN-AJUSTE-A =
004560             (14 - WS-FEC-TRA-MM) / 12.
004570     COMPUTE WS-JDN-ANO =
004580             WS-FEC-TRA-AA + 4800 - WS-JDN-AJUSTE-A.
004590     COMPUTE WS-JDN-MES =
004600             WS-FEC-TRA-MM + 12 * WS-JDN-AJUSTE-A - 3.
004610     COMPUTE WS-JDN-RESULT =
004620             WS-FEC-TRA-DD
004630             + (153 * WS-JDN-MES + 2) / 5
004640             + 365 * WS-JDN-ANO
004650             + WS-JDN-ANO / 4
004660             - WS-JDN-ANO / 100
004670             + WS-JDN-ANO / 400
004680             - 32045.
004690 2210-EXIT.
004700     EXIT.

004710******************************************************************
004720* 2300-SOLICITAR-DEBITO - GRABA EL PEDIDO EN PAGCHSDB Y LO DEJA
004730*                         SOLICITADO EN LA HISTORIA CON LA FECHA,
004740*                         EL IMPORTE Y LA CUENTA DEL PEDIDO
004750******************************************************************
004760 2300-SOLICITAR-DEBITO.
004770     MOVE SPACES            TO REG-SDB-SOLICITUD.
004780     SET SDB-DETALLE        TO TRUE.
004790     MOVE MAE-COD-EMPRESA   TO SDB-COD-EMPRESA.
004800     MOVE MAE-COD-SERVICIO  TO SDB-COD-SERVICIO.
004810     MOVE MAE-COD-DEUDOR    TO SDB-COD-DEUDOR.
004820     MOVE MAE-COD-CUOTA     TO SDB-COD-CUOTA.
004830     MOVE MDA-COD-BANCO     TO SDB-COD-BANCO.
004840     MOVE MDA-NUM-CUENTA    TO SDB-NUM-CUENTA.
004850     MOVE MDA-TIP-CUENTA    TO SDB-TIP-CUENTA.
004860     MOVE MDA-NOM-TITULAR   TO SDB-NOM-TITULAR.
004870     MOVE MAE-MON-APAGAR    TO SDB-MON-DEBITO.
004880     MOVE WS-IMP-PENDIENTE  TO SDB-IMP-DEBITO.
004890     MOVE MAE-FEC-VCMTO     TO SDB-FEC-VCMTO.
004900     WRITE REG-SDB-SOLICITUD.
004910     PERFORM 2950-VERIFICAR-SALIDA THRU 2950-EXIT.
004920     IF WS-ABORTAR
004930         GO TO 2300-EXIT
004940     END-IF.
004950     MOVE SPACES            TO REG-HDB-DEBITO.
004960     MOVE MAE-COD-EMPRESA   TO HDB-COD-EMPRESA.
004970     MOVE MAE-COD-SERVICIO  TO HDB-COD-SERVICIO.
004980     MOVE MAE-COD-DEUDOR    TO HDB-COD-DEUDOR.
004990     MOVE MAE-COD-CUOTA     TO HDB-COD-CUOTA.
005000     MOVE WS-FECHA-SISTEMA  TO HDB-FEC-SOLICITUD.
005010     MOVE WS-IMP-PENDIENTE  TO HDB-IMP-DEBITO.
005020     MOVE MDA-COD-BANCO     TO HDB-COD-BANCO.
005030     MOVE MDA-NUM-CUENTA    TO HDB-NUM-CUENTA.
005040     SET HDB-SOLICITADO     TO TRUE.
005050     MOVE 0                 TO HDB-NRO-RECIBO.
005060     IF WS-SIN-HISTORIA
005070         WRITE REG-HDB-DEBITO
005080             INVALID KEY
005090                 MOVE "ERROR GRABANDO PAGCHHDB" TO LIN-ABO-MOTIVO
005100                 PERFORM 1090-CANCELAR THRU 1090-EXIT
005110                 GO TO 2300-EXIT
005120         END-WRITE
005130     ELSE
005140         REWRITE REG-HDB-DEBITO
005150             INVALID KEY
005160                 MOVE "ERROR REESCRIBIENDO PAGCHHDB"
005170                                 TO LIN-ABO-MOTIVO
005180                 PERFORM 1090-CANCELAR THRU 1090-EXIT
005190                 GO TO 2300-EXIT
005200         END-REWRITE
005210     END-IF.
005220     ADD 1 TO WS-CNT-SOLICITADAS.
005230     ADD WS-IMP-PENDIENTE TO WS-IMP-SOLICITADO.
005240     MOVE MAE-COD-DEUDOR    TO LIN-DET-DEUDOR.
005250     MOVE MAE-COD-CUOTA     TO LIN-DET-CUOTA.
005260     MOVE MAE-FEC-VCMTO     TO LIN-DET-VCMTO.
005270     MOVE WS-DIAS-VCMTO     TO LIN-DET-DIAS.
005280     MOVE WS-IMP-PENDIENTE  TO LIN-DET-IMPORTE.
005290     MOVE MDA-COD-BANCO     TO LIN-DET-BANCO.
005300     MOVE MDA-NUM-CUENTA    TO LIN-DET-CUENTA.
005310     EVALUATE TRUE
005320         WHEN WS-REEMISION
005330             ADD 1 TO WS-CNT-REEMITIDAS
005340             MOVE "DEBITO REEMITIDO"       TO LIN-DET-RESULTADO
005350         WHEN WS-REINTENTO
005360             ADD 1 TO WS-CNT-REINTENTOS
005370             MOVE "REINTENTO TRAS RECHAZO" TO LIN-DET-RESULTADO
005380         WHEN OTHER
005390             MOVE "DEBITO SOLICITADO"      TO LIN-DET-RESULTADO
005400     END-EVALUATE.
005410     MOVE WS-LIN-DETALLE TO REG-RPT-DAE.
005420     WRITE REG-RPT-DAE.
005430 2300-EXIT.
005440     EXIT.

005450******************************************************************
005460* 2900-ERROR-SALIDA - EL ARCHIVO DE SOLICITUD NO SE PUDO GRABAR;
005470*                     SE CANCELA EL PROCESO
005480******************************************************************
005490 2900-ERROR-SALIDA.
005500     MOVE WS-FS-PAGCHSDB TO LIN-ERR-FS-PAGCHSDB.
005510     MOVE WS-LIN-ERROR-PAGCHSDB TO REG-RPT-DAE.
005520     WRITE REG-RPT-DAE.
005530     SET WS-ABORTAR TO TRUE.
005540 2900-EXIT.
005550     EXIT.

005560******************************************************************
005570* 2950-VERIFICAR-SALIDA - UNA ESCRITURA FALLIDA EN LA SOLICITUD
005580*                         CANCELA EL PROCESO: UN ARCHIVO
005590*                         INCOMPLETO NO DEBE VIAJAR AL BANCO
005600******************************************************************
005610 2950-VERIFICAR-SALIDA.
005620     IF WS-FS-PAGCHSDB NOT = "00"
005630         PERFORM 2900-ERROR-SALIDA THRU 2900-EXIT
005640     END-IF.
005650 2950-EXIT.
005660     EXIT.

005670******************************************************************
005680* 8000-TERMINAR - TOTALES DE CONTROL Y CIERRE
005690******************************************************************
005700 8000-TERMINAR.
005710     IF NOT WS-ARCHIVOS-ABIERTOS
005720         CLOSE PAGCHDAE-RPT
005730         GO TO 8000-EXIT
005740     END-IF.
005750     MOVE "CUOTAS LEIDAS EN PAGCHPEN          :"
005760                                  TO WS-LIN-TOTAL.
005770     MOVE WS-CNT-LEIDOS           TO LIN-TOT-CANTIDAD.
005780     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
005790     MOVE "  PAGADAS O SIN SALDO              :"
005800                                  TO WS-LIN-TOTAL.
005810     MOVE WS-CNT-SIN-SALDO        TO LIN-TOT-CANTIDAD.
005820     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
005830     MOVE "  POR VENCER DENTRO DE LA VENTANA  :"
005840                                  TO WS-LIN-TOTAL.
005850     MOVE WS-CNT-EN-VENTANA       TO LIN-TOT-CANTIDAD.
005860     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
005870     MOVE "  SIN MANDATO DE DEBITO            :"
005880                                  TO WS-LIN-TOTAL.
005890     MOVE WS-CNT-SIN-MANDATO      TO LIN-TOT-CANTIDAD.
005900     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
005910     MOVE "  MANDATO SUSPENDIDO O DE BAJA     :"
005920                                  TO WS-LIN-TOTAL.
005930     MOVE WS-CNT-MANDATO-INACTIVO TO LIN-TOT-CANTIDAD.
005940     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
005950     MOVE "  YA DEBITADAS                     :"
005960                                  TO WS-LIN-TOTAL.
005970     MOVE WS-CNT-YA-DEBITADAS     TO LIN-TOT-CANTIDAD.
005980     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
005990     MOVE "  PEDIDAS, ESPERANDO RESPUESTA     :"
006000                                  TO WS-LIN-TOTAL.
006010     MOVE WS-CNT-EN-ESPERA        TO LIN-TOT-CANTIDAD.
006020     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
006030     MOVE "DEBITOS SOLICITADOS AL BANCO       :"
006040                                  TO WS-LIN-TOTAL.
006050     MOVE WS-CNT-SOLICITADAS      TO LIN-TOT-CANTIDAD.
006060     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
006070     MOVE "  REINTENTOS TRAS RECHAZO          :"
006080                                  TO WS-LIN-TOTAL.
006090     MOVE WS-CNT-REINTENTOS       TO LIN-TOT-CANTIDAD.
006100     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
006110     MOVE "  REEMITIDOS (PASO REPETIDO)       :"
006120                                  TO WS-LIN-TOTAL.
006130     MOVE WS-CNT-REEMITIDAS       TO LIN-TOT-CANTIDAD.
006140     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
006150     MOVE WS-IMP-SOLICITADO TO LIN-TOT-IMPORTE.
006160     MOVE WS-LIN-TOT-IMPORTE TO REG-RPT-DAE.
006170     WRITE REG-RPT-DAE.
006180     CLOSE PAGCHPEN PAGCHMDA PAGCHHDB PAGCHSDB.
006190     CLOSE PAGCHDAE-RPT.
006200 8000-EXIT.
006210     EXIT.

006220******************************************************************
006230* 8100-LINEA-TOTAL - EMITE UNA LINEA DE TOTALES
006240******************************************************************
006250 8100-LINEA-TOTAL.
006260     MOVE WS-LIN-TOTAL TO REG-RPT-DAE.
006270     WRITE REG-RPT-DAE.
006280 8100-EXIT.
006290     EXIT.

006300******************************************************************
006310* 8900-CERRAR-PASO - DEJA EL PASO TERMINADO, O CANCELADO SI EL
006320*                    PROCESO ABORTO, CON SUS CIFRAS DE CONTROL
006330*                    EN PAGCHCTL
006340******************************************************************
006350 8900-CERRAR-PASO.
006360     IF NOT WS-PASO-INICIADO
006370         GO TO 8900-EXIT
006380     END-IF.
006390     MOVE WS-CNT-LEIDOS      TO CTR-CNT-LEIDOS.
006400     MOVE WS-CNT-SOLICITADAS TO CTR-CNT-PROCESADOS.
006410     MOVE WS-IMP-SOLICITADO  TO CTR-IMP-CONTROL.
006420     IF WS-ABORTAR
006430         SET CTR-CANCELA TO TRUE
006440         MOVE 16 TO CTR-COD-RETORNO-PASO
006450     ELSE
006460         SET CTR-FIN TO TRUE
006470         MOVE 0 TO CTR-COD-RETORNO-PASO
006480     END-IF.
006490     CALL "PAGCHCTR" USING REG-CTR-CONTROL-PASO.
006500     IF NOT CTR-OK
006510         MOVE CTR-MENSAJE TO LIN-CTL-MOTIVO
006520         MOVE WS-LIN-CONTROL-PASO TO REG-RPT-DAE
006530         WRITE REG-RPT-DAE
006540         SET WS-ABORTAR TO TRUE
006550     END-IF.
006560 8900-EXIT.
006570     EXIT.
