000010******************************************************************
000020* RI0111 15/10/26 LMGZ PROGRAMA INICIAL - AVISOS DE COBRANZA
000030*                      ESCALONADOS POR DIAS DE ATRASO AL TITULAR
000040*                      Y A LOS CODEUDORES, CON HISTORIA DE
000050*                      AVISOS ENVIADOS
000060******************************************************************
000070 IDENTIFICATION DIVISION.
000080 PROGRAM-ID.     PAGCHCOB.
000090 AUTHOR.         L. GOMEZ ZUNIGA.
000100 INSTALLATION.   PAGOACTIVO - AREA DE SISTEMAS.
000110 DATE-WRITTEN.   15/10/2026.
000120 DATE-COMPILED.

000130*=================================================================
000140* PROPOSITO : JOB NOCTURNO DE COBRANZA. RECORRE EL MAESTRO DE
000150*             CUOTAS PENDIENTES PAGCHPEN Y, PARA CADA CUOTA CON
000160*             SALDO CUYO ATRASO (FECHA DE NEGOCIO MENOS
000170*             MAE-FEC-VCMTO) ALCANZA ALGUNO DE LOS TRES NIVELES
000180*             DE AVISO, GRABA EN PAGCHAVI UN AVISO PARA IMPRIMIR
000190*             CON LOS DATOS DE CONTACTO DE PAGCHDEU. EL PRIMER
000200*             NIVEL SE DIRIGE AL TITULAR; DESDE EL NIVEL INDICADO
000210*             SE DIRIGE ADEMAS A CADA CODEUDOR DE LA CUOTA. EL
000220*             IMPORTE ADEUDADO DEL AVISO ES EL IMPORTE A PAGAR
000230*             MAS EL RECARGO POR MORA DEVENGADO (MAE-IMP-MORA)
000240*             MENOS LO YA COBRADO, POR LO QUE EL PASO CORRE
000250*             DESPUES DE PAGCHMOR.
000260*             CADA NIVEL EMITIDO QUEDA EN LA HISTORIA PAGCHHAV Y
000270*             NO SE VUELVE A EMITIR PARA LA CUOTA; SI UNA CUOTA
000280*             SALTA NIVELES (POR EJEMPLO, LA PRIMERA VEZ QUE SE
000290*             VE YA TIENE ATRASO DE TERCER NIVEL) SOLO SE EMITE EL
000300*             NIVEL MAS ALTO ALCANZADO. SE OMITEN LAS CUOTAS
000310*             PAGADAS O SIN SALDO Y LAS DEL PLAN DE UN CONVENIO
000320*             VIGENTE (MAE-CUOTA-DE-CONVENIO), CUYO SEGUIMIENTO
000330*             HACE PAGCHX06. UN DESTINATARIO QUE NO ESTA EN
000340*             PAGCHDEU O ESTA DADO DE BAJA SE LISTA EN EL
000350*             REPORTE; SI LA CUOTA NO TIENE NINGUN DESTINATARIO
000360*             UBICABLE NO SE REGISTRA EN LA HISTORIA Y SE VUELVE
000370*             A INTENTAR CUANDO SE CARGUE EL CONTACTO.
000380*             EL PASO ES REPETIBLE: AL REPETIRLO EN LA MISMA
000390*             FECHA DE NEGOCIO SE REEMITEN LOS AVISOS QUE LA
000400*             HISTORIA TIENE CON ESA FECHA, PARA QUE LA
000410*             GENERACION DEL DIA DE PAGCHAVI SALGA COMPLETA.
000420*             RECIBE POR SYSIN UNA TARJETA CON:
000430*               COL 01-03  DIAS DE ATRASO DEL NIVEL 1 (DESDE 001)
000440*               COL 04-06  DIAS DE ATRASO DEL NIVEL 2
000450*               COL 07-09  DIAS DE ATRASO DEL NIVEL 3
000460*               COL 10     NIVEL DESDE EL QUE SE AVISA TAMBIEN A
000470*                          LOS CODEUDORES (1 A 3)
000480*             LOS DIAS DE LOS NIVELES DEBEN SER CRECIENTES.
000490*=================================================================
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.    IBM-370.
000530 OBJECT-COMPUTER.    IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT PAGCHPEN ASSIGN TO PAGCHPEN
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS MAE-LLAVE-PRIMARIA
000600         FILE STATUS IS WS-FS-PAGCHPEN.
000610     SELECT PAGCHDEU ASSIGN TO PAGCHDEU
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS DEU-COD-DEUDOR
000650         FILE STATUS IS WS-FS-PAGCHDEU.
000660     SELECT PAGCHHAV ASSIGN TO PAGCHHAV
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS HAV-LLAVE-PRIMARIA
000700         FILE STATUS IS WS-FS-PAGCHHAV.
000710     SELECT PAGCHAVI ASSIGN TO PAGCHAVI
000720         ORGANIZATION IS SEQUENTIAL
000730         ACCESS MODE IS SEQUENTIAL
000740         FILE STATUS IS WS-FS-PAGCHAVI.
000750     SELECT PAGCHCOB-RPT ASSIGN TO PAGCHCOB
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-FS-PAGCHCOB.

000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  PAGCHPEN
000810     LABEL RECORDS ARE STANDARD.
000820     COPY "PAGCHMAE.cpy".
000830 FD  PAGCHDEU
000840     LABEL RECORDS ARE STANDARD.
000850     COPY "PAGCHDEU.cpy".
000860 FD  PAGCHHAV
000870     LABEL RECORDS ARE STANDARD.
000880     COPY "PAGCHHAV.cpy".
000890 FD  PAGCHAVI
000900     LABEL RECORDS ARE STANDARD.
000910     COPY "PAGCHAVI.cpy".
000920 FD  PAGCHCOB-RPT
000930     LABEL RECORDS ARE STANDARD.
000940 01  REG-RPT-COB                  PIC X(132).

000950 WORKING-STORAGE SECTION.
000960*-----------------------------------------------------------------
000970* SWITCHES Y CONTADORES
000980*-----------------------------------------------------------------
000990 77  WS-FS-PAGCHPEN               PIC X(02) VALUE "00".
001000 77  WS-FS-PAGCHDEU               PIC X(02) VALUE "00".
001010 77  WS-FS-PAGCHHAV               PIC X(02) VALUE "00".
001020 77  WS-FS-PAGCHAVI               PIC X(02) VALUE "00".
001030 77  WS-FS-PAGCHCOB               PIC X(02) VALUE "00".
001040 77  WS-FLAG-FIN-PAGCHPEN         PIC X(01) VALUE "N".
001050     88 WS-FIN-PAGCHPEN           VALUE "S".
001060 77  WS-FLAG-ABORTAR              PIC X(01) VALUE "N".
001070     88 WS-ABORTAR                VALUE "S".
001080 77  WS-FLAG-ARCHIVOS             PIC X(01) VALUE "N".
001090     88 WS-ARCHIVOS-ABIERTOS      VALUE "S".
001100*    RESULTADO DE LA CONSULTA A LA HISTORIA DE LA CUOTA
001110 77  WS-FLAG-HISTORIA             PIC X(01) VALUE "N".
001120     88 WS-SIN-HISTORIA           VALUE "N".
001130     88 WS-YA-AVISADO             VALUE "A".
001140     88 WS-REEMISION              VALUE "R".
001150 77  WS-FLAG-PASO-INICIADO        PIC X(01) VALUE "N".
001160     88 WS-PASO-INICIADO          VALUE "S".
001170     COPY "PAGCHCTR.cpy".
001180 77  WS-FECHA-SISTEMA             PIC 9(08).
001190 77  WS-IMP-PENDIENTE             PIC 9(13)V9(02).
001200 77  WS-IMP-AVISADO               PIC 9(13)V9(02) VALUE 0.
001210 77  WS-DIAS-MORA                 PIC S9(07) COMP.
001220 77  WS-NUM-NIVEL                 PIC 9(01).
001230 77  WS-IDX-NIVEL                 PIC 9(01).
001240 77  WS-IDX-CODEUDOR              PIC 9(01).
001250 77  WS-CNT-AVISOS-CUOTA          PIC 9(01).
001260 77  WS-CNT-LEIDOS                PIC 9(07) VALUE 0.
001270 77  WS-CNT-SIN-SALDO             PIC 9(07) VALUE 0.
001280 77  WS-CNT-VENCIDAS              PIC 9(07) VALUE 0.
001290 77  WS-CNT-CONVENIO              PIC 9(07) VALUE 0.
001300 77  WS-CNT-YA-AVISADAS           PIC 9(07) VALUE 0.
001310 77  WS-CNT-SIN-DESTINO           PIC 9(07) VALUE 0.
001320 77  WS-CNT-REEMITIDAS            PIC 9(07) VALUE 0.
001330 77  WS-CNT-AVISOS                PIC 9(07) VALUE 0.
001340 77  WS-CNT-AVI-TITULAR           PIC 9(07) VALUE 0.
001350 77  WS-CNT-AVI-CODEUDOR          PIC 9(07) VALUE 0.
001360 77  WS-CNT-SIN-CONTACTO          PIC 9(07) VALUE 0.
001370 01  WS-TAB-CNT-NIVEL.
001380     05  WS-CNT-CUOTAS-NIVEL      PIC 9(07) OCCURS 3 TIMES.
001390*-----------------------------------------------------------------
001400* TARJETA DE NIVELES RECIBIDA POR SYSIN
001410*-----------------------------------------------------------------
001420 01  WS-PARM-COBRANZA.
001430     05  WS-PARM-DIAS-NIVEL-1     PIC 9(03).
001440     05  WS-PARM-DIAS-NIVEL-2     PIC 9(03).
001450     05  WS-PARM-DIAS-NIVEL-3     PIC 9(03).
001460     05  WS-PARM-NIVEL-CODEUDOR   PIC 9(01).
001470     05  FILLER                   PIC X(70).
001480*-----------------------------------------------------------------
001490* DESTINATARIO DEL AVISO EN PREPARACION
001500*-----------------------------------------------------------------
001510 01  WS-DESTINATARIO.
001520     05  WS-TIP-DESTINATARIO      PIC X(01).
001530     05  WS-COD-DESTINATARIO      PIC X(20).
001540*-----------------------------------------------------------------
001550* CONVERSION DE FECHA AAAAMMDD A NUMERO DE DIA JULIANO PARA
001560* CALCULAR LOS DIAS DE ATRASO CON ARITMETICA DE ENTEROS
001570*-----------------------------------------------------------------
001580 01  WS-FEC-TRABAJO.
001590     05  WS-FEC-TRA-NUM           PIC 9(08).
001600 01  WS-FEC-TRA-COMPON REDEFINES WS-FEC-TRABAJO.
001610     05  WS-FEC-TRA-AA            PIC 9(04).
001620     05  WS-FEC-TRA-MM            PIC 9(02).
001630     05  WS-FEC-TRA-DD            PIC 9(02).
001640 77  WS-JDN-AJUSTE-A              PIC S9(08) COMP.
001650 77  WS-JDN-ANO                   PIC S9(08) COMP.
001660 77  WS-JDN-MES                   PIC S9(08) COMP.
001670 77  WS-JDN-RESULT                PIC S9(08) COMP.
001680 77  WS-JDN-HOY                   PIC S9(08) COMP.
001690 77  WS-JDN-VCMTO                 PIC S9(08) COMP.
001700*-----------------------------------------------------------------
001710* LINEAS DE REPORTE
001720*-----------------------------------------------------------------
001730 01  WS-LIN-TITULO.
001740     05  FILLER                  PIC X(42) VALUE
001750         "AVISOS DE COBRANZA DE CUOTAS VENCIDAS - PA".
001760     05  FILLER                  PIC X(06) VALUE "GCHCOB".
001770     05  FILLER                  PIC X(20) VALUE
001780         "  FECHA DE NEGOCIO :".
001790     05  FILLER                  PIC X(01) VALUE SPACES.
001800     05  LIN-TIT-FECHA           PIC 9(08).
001810 01  WS-LIN-PARAMETROS.
001820     05  FILLER                  PIC X(22) VALUE
001830         "NIVEL 1 DESDE (DIAS) :".
001840     05  LIN-PAR-DIAS-NIVEL-1    PIC ZZ9.
001850     05  FILLER                  PIC X(10) VALUE "  NIVEL 2:".
001860     05  LIN-PAR-DIAS-NIVEL-2    PIC ZZ9.
001870     05  FILLER                  PIC X(10) VALUE "  NIVEL 3:".
001880     05  LIN-PAR-DIAS-NIVEL-3    PIC ZZ9.
001890     05  FILLER                  PIC X(29) VALUE
001900         "  CODEUDORES DESDE EL NIVEL :".
001910     05  FILLER                  PIC X(01) VALUE SPACES.
001920     05  LIN-PAR-NIVEL-CODEUDOR  PIC 9(01).
001930 01  WS-LIN-ERROR.
001940     05  FILLER                  PIC X(46) VALUE
001950         "TARJETA DE NIVELES INVALIDA, PROCESO CANCELADO".
001960 01  WS-LIN-ABORTO.
001970     05  FILLER                  PIC X(19) VALUE
001980         "PROCESO CANCELADO :".
001990     05  FILLER                  PIC X(01) VALUE SPACES.
002000     05  LIN-ABO-MOTIVO          PIC X(40).
002010 01  WS-LIN-CONTROL-PASO.
002020     05  FILLER                  PIC X(21) VALUE
002030         "CONTROL DE PASOS   : ".
002040     05  LIN-CTL-MOTIVO          PIC X(40).
002050 01  WS-LIN-ENCABEZADO.
002060     05  FILLER                  PIC X(04) VALUE SPACES.
002070     05  FILLER                  PIC X(21) VALUE "DEUDOR".
002080     05  FILLER                  PIC X(09) VALUE "CUOTA".
002090     05  FILLER                  PIC X(02) VALUE "NV".
002100     05  FILLER                  PIC X(06) VALUE " DIAS".
002110     05  FILLER                  PIC X(21) VALUE
002120         "            ADEUDADO".
002130     05  FILLER                  PIC X(02) VALUE SPACES.
002140     05  FILLER                  PIC X(23) VALUE
002150         "DESTINATARIO".
002160     05  FILLER                  PIC X(30) VALUE "RESULTADO".
002170 01  WS-LIN-DETALLE.
002180     05  FILLER                  PIC X(04) VALUE SPACES.
002190     05  LIN-DET-DEUDOR          PIC X(20).
002200     05  FILLER                  PIC X(01) VALUE SPACES.
002210     05  LIN-DET-CUOTA           PIC X(08).
002220     05  FILLER                  PIC X(01) VALUE SPACES.
002230     05  LIN-DET-NIVEL           PIC 9(01).
002240     05  FILLER                  PIC X(01) VALUE SPACES.
002250     05  LIN-DET-DIAS            PIC ZZZZ9.
002260     05  FILLER                  PIC X(01) VALUE SPACES.
002270     05  LIN-DET-ADEUDADO        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002280     05  FILLER                  PIC X(01) VALUE SPACES.
002290     05  LIN-DET-TIP-DESTINO     PIC X(01).
002300     05  FILLER                  PIC X(01) VALUE SPACES.
002310     05  LIN-DET-DESTINATARIO    PIC X(20).
002320     05  FILLER                  PIC X(01) VALUE SPACES.
002330     05  LIN-DET-RESULTADO       PIC X(30).
002340 01  WS-LIN-TOTAL.
002350     05  FILLER                  PIC X(36).
002360     05  LIN-TOT-CANTIDAD        PIC ZZZ,ZZ9.
002370 01  WS-LIN-TOT-IMPORTE.
002380     05  FILLER                  PIC X(36) VALUE
002390         "IMPORTE ADEUDADO DE CUOTAS AVISADAS:".
002400     05  LIN-TOT-IMPORTE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

002410 PROCEDURE DIVISION.

002420******************************************************************
002430* 0000-MAINLINE
002440******************************************************************
002450 0000-MAINLINE.
002460     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002470     IF NOT WS-ABORTAR
002480         PERFORM 1100-ABRIR-ARCHIVOS THRU 1100-EXIT
002490     END-IF.
002500     IF NOT WS-ABORTAR
002510         PERFORM 2000-PROCESAR-MAESTRO THRU 2000-EXIT
002520     END-IF.
002530     PERFORM 8900-CERRAR-PASO THRU 8900-EXIT.
002540     IF WS-ABORTAR
002550         MOVE 16 TO RETURN-CODE
002560     END-IF.
002570     PERFORM 8000-TERMINAR THRU 8000-EXIT.
002580     STOP RUN.

002590******************************************************************
002600* 1000-INICIALIZAR - ABRE EL REPORTE, TOMA LA FECHA DE NEGOCIO
002610*                    Y VALIDA LA TARJETA DE NIVELES
002620******************************************************************
002630 1000-INICIALIZAR.
002640     OPEN OUTPUT PAGCHCOB-RPT.
002650     PERFORM 1050-INICIAR-PASO THRU 1050-EXIT.
002660     MOVE WS-FECHA-SISTEMA TO LIN-TIT-FECHA.
002670     MOVE WS-LIN-TITULO TO REG-RPT-COB.
002680     WRITE REG-RPT-COB.
002690     IF WS-ABORTAR
002700         MOVE WS-LIN-CONTROL-PASO TO REG-RPT-COB
002710         WRITE REG-RPT-COB
002720         GO TO 1000-EXIT
002730     END-IF.
002740     ACCEPT WS-PARM-COBRANZA.
002750     IF WS-PARM-DIAS-NIVEL-1 NOT NUMERIC
002760     OR WS-PARM-DIAS-NIVEL-2 NOT NUMERIC
002770     OR WS-PARM-DIAS-NIVEL-3 NOT NUMERIC
002780     OR WS-PARM-NIVEL-CODEUDOR NOT NUMERIC
002790         MOVE WS-LIN-ERROR TO REG-RPT-COB
002800         WRITE REG-RPT-COB
002810         SET WS-ABORTAR TO TRUE
002820         GO TO 1000-EXIT
002830     END-IF.
002840     IF WS-PARM-DIAS-NIVEL-1 = 0
002850     OR WS-PARM-DIAS-NIVEL-2 NOT > WS-PARM-DIAS-NIVEL-1
002860     OR WS-PARM-DIAS-NIVEL-3 NOT > WS-PARM-DIAS-NIVEL-2
002870     OR WS-PARM-NIVEL-CODEUDOR < 1
002880     OR WS-PARM-NIVEL-CODEUDOR > 3
002890         MOVE WS-LIN-ERROR TO REG-RPT-COB
002900         WRITE REG-RPT-COB
002910         SET WS-ABORTAR TO TRUE
002920         GO TO 1000-EXIT
002930     END-IF.
002940     MOVE WS-PARM-DIAS-NIVEL-1   TO LIN-PAR-DIAS-NIVEL-1.
002950     MOVE WS-PARM-DIAS-NIVEL-2   TO LIN-PAR-DIAS-NIVEL-2.
002960     MOVE WS-PARM-DIAS-NIVEL-3   TO LIN-PAR-DIAS-NIVEL-3.
002970     MOVE WS-PARM-NIVEL-CODEUDOR TO LIN-PAR-NIVEL-CODEUDOR.
002980     MOVE WS-LIN-PARAMETROS TO REG-RPT-COB.
002990     WRITE REG-RPT-COB.
003000     MOVE WS-FECHA-SISTEMA TO WS-FEC-TRA-NUM.
003010     PERFORM 2210-CONVIERTE-DIAS THRU 2210-EXIT.
003020     MOVE WS-JDN-RESULT TO WS-JDN-HOY.
003030     MOVE ZEROES TO WS-TAB-CNT-NIVEL.
003040 1000-EXIT.
003050     EXIT.

003060******************************************************************
003070* 1050-INICIAR-PASO - TOMA LA FECHA DE NEGOCIO DE PAGCHCTL EN
003080*                     LUGAR DEL RELOJ DEL SISTEMA Y NO DEJA
003090*                     CORRER EL PASO SI EL DEVENGO DE MORA NO
003100*                     TERMINO PARA ESA FECHA (VER PAGCHCTR)
003110******************************************************************
003120 1050-INICIAR-PASO.
003130     MOVE SPACES          TO REG-CTR-CONTROL-PASO.
003140     SET CTR-INICIO       TO TRUE.
003150     MOVE "PAGCHCOB"      TO CTR-COD-PROGRAMA.
003160     MOVE "PAGCHMOR"      TO CTR-PASO-PREVIO (1).
003170     SET CTR-REPETIBLE    TO TRUE.
003180     MOVE 0 TO CTR-CNT-LEIDOS CTR-CNT-PROCESADOS
003190               CTR-IMP-CONTROL CTR-COD-RETORNO-PASO.
003200     CALL "PAGCHCTR" USING REG-CTR-CONTROL-PASO.
003210     IF NOT CTR-OK
003220         MOVE CTR-MENSAJE TO LIN-CTL-MOTIVO
003230         MOVE 0 TO WS-FECHA-SISTEMA
003240         SET WS-ABORTAR TO TRUE
003250         GO TO 1050-EXIT
003260     END-IF.
003270     SET WS-PASO-INICIADO TO TRUE.
003280     MOVE CTR-FEC-NEGOCIO TO WS-FECHA-SISTEMA.
003290 1050-EXIT.
003300     EXIT.

003310******************************************************************
003320* 1090-CANCELAR - EMITE EL MOTIVO DE LA CANCELACION
003330******************************************************************
003340 1090-CANCELAR.
003350     MOVE WS-LIN-ABORTO TO REG-RPT-COB.
003360     WRITE REG-RPT-COB.
003370     SET WS-ABORTAR TO TRUE.
003380 1090-EXIT.
003390     EXIT.

003400******************************************************************
003410* 1100-ABRIR-ARCHIVOS - ABRE EL MAESTRO DE CUOTAS, EL DE
003420*                       CONTACTO, LA HISTORIA DE AVISOS (SE CREA
003430*                       VACIA SI NO EXISTE) Y LA GENERACION DEL
003440*                       DIA DE AVISOS A IMPRIMIR
003450******************************************************************
003460 1100-ABRIR-ARCHIVOS.
003470     OPEN INPUT PAGCHPEN.
003480     IF WS-FS-PAGCHPEN NOT = "00"
003490         MOVE "ERROR ABRIENDO PAGCHPEN" TO LIN-ABO-MOTIVO
003500         PERFORM 1090-CANCELAR THRU 1090-EXIT
003510         GO TO 1100-EXIT
003520     END-IF.
003530     OPEN INPUT PAGCHDEU.
003540     IF WS-FS-PAGCHDEU NOT = "00"
003550         MOVE "ERROR ABRIENDO PAGCHDEU" TO LIN-ABO-MOTIVO
003560         PERFORM 1090-CANCELAR THRU 1090-EXIT
003570         CLOSE PAGCHPEN
003580         GO TO 1100-EXIT
003590     END-IF.
003600     OPEN I-O PAGCHHAV.
003610     IF WS-FS-PAGCHHAV = "35"
003620         OPEN OUTPUT PAGCHHAV
003630         CLOSE PAGCHHAV
003640         OPEN I-O PAGCHHAV
003650     END-IF.
003660     IF WS-FS-PAGCHHAV NOT = "00"
003670         MOVE "ERROR ABRIENDO PAGCHHAV" TO LIN-ABO-MOTIVO
003680         PERFORM 1090-CANCELAR THRU 1090-EXIT
003690         CLOSE PAGCHPEN PAGCHDEU
003700         GO TO 1100-EXIT
003710     END-IF.
003720     OPEN OUTPUT PAGCHAVI.
003730     IF WS-FS-PAGCHAVI NOT = "00"
003740         MOVE "ERROR ABRIENDO PAGCHAVI" TO LIN-ABO-MOTIVO
003750         PERFORM 1090-CANCELAR THRU 1090-EXIT
003760         CLOSE PAGCHPEN PAGCHDEU PAGCHHAV
003770         GO TO 1100-EXIT
003780     END-IF.
003790     SET WS-ARCHIVOS-ABIERTOS TO TRUE.
003800     MOVE WS-LIN-ENCABEZADO TO REG-RPT-COB.
003810     WRITE REG-RPT-COB.
003820 1100-EXIT.
003830     EXIT.

003840******************************************************************
003850* 2000-PROCESAR-MAESTRO - RECORRE TODO PAGCHPEN EN ORDEN DE
003860*                         LLAVE
003870******************************************************************
003880 2000-PROCESAR-MAESTRO.
003890     MOVE LOW-VALUES TO MAE-LLAVE-PRIMARIA.
003900     START PAGCHPEN KEY IS
003910         NOT LESS THAN MAE-LLAVE-PRIMARIA
003920         INVALID KEY
003930             SET WS-FIN-PAGCHPEN TO TRUE
003940     END-START.
003950     PERFORM 2100-PROCESAR-CUOTA THRU 2100-EXIT
003960         UNTIL WS-FIN-PAGCHPEN OR WS-ABORTAR.
003970 2000-EXIT.
003980     EXIT.

003990******************************************************************
004000* 2100-PROCESAR-CUOTA - DETERMINA EL NIVEL DE AVISO QUE
004010*                       CORRESPONDE A LA CUOTA Y, SI NO SE EMITIO
004020*                       ANTES, EMITE LOS AVISOS
004030******************************************************************
004040 2100-PROCESAR-CUOTA.
004050     READ PAGCHPEN NEXT RECORD
004060         AT END
004070             SET WS-FIN-PAGCHPEN TO TRUE
004080             GO TO 2100-EXIT
004090     END-READ.
004100     ADD 1 TO WS-CNT-LEIDOS.
004110     IF MAE-PAGADO
004120         ADD 1 TO WS-CNT-SIN-SALDO
004130         GO TO 2100-EXIT
004140     END-IF.
004150*    EL SALDO EXIGIBLE ES EL IMPORTE A PAGAR MAS EL RECARGO POR
004160*    MORA DEVENGADO, MENOS LO YA COBRADO (COMO EN PAGCHX03)
004170     IF MAE-IMP-PAGADO NOT < MAE-IMP-APAGAR + MAE-IMP-MORA
004180         ADD 1 TO WS-CNT-SIN-SALDO
004190         GO TO 2100-EXIT
004200     END-IF.
004210     COMPUTE WS-IMP-PENDIENTE =
004220             MAE-IMP-APAGAR + MAE-IMP-MORA - MAE-IMP-PAGADO.
004230*    UNA FECHA DE VENCIMIENTO NO NUMERICA SE TRATA COMO VIGENTE;
004240*    EL JOB DE AUDITORIA DE CONSISTENCIA LA REPORTA APARTE
004250     IF MAE-FEC-VCMTO NOT NUMERIC
004260         GO TO 2100-EXIT
004270     END-IF.
004280     MOVE MAE-FEC-VCMTO TO WS-FEC-TRA-NUM.
004290     PERFORM 2210-CONVIERTE-DIAS THRU 2210-EXIT.
004300     MOVE WS-JDN-RESULT TO WS-JDN-VCMTO.
004310     COMPUTE WS-DIAS-MORA = WS-JDN-HOY - WS-JDN-VCMTO.
004320     IF WS-DIAS-MORA < WS-PARM-DIAS-NIVEL-1
004330         GO TO 2100-EXIT
004340     END-IF.
004350     ADD 1 TO WS-CNT-VENCIDAS.
004360     IF MAE-CUOTA-DE-CONVENIO
004370         ADD 1 TO WS-CNT-CONVENIO
004380         GO TO 2100-EXIT
004390     END-IF.
004400     EVALUATE TRUE
004410         WHEN WS-DIAS-MORA NOT < WS-PARM-DIAS-NIVEL-3
004420             MOVE 3 TO WS-NUM-NIVEL
004430         WHEN WS-DIAS-MORA NOT < WS-PARM-DIAS-NIVEL-2
004440             MOVE 2 TO WS-NUM-NIVEL
004450         WHEN OTHER
004460             MOVE 1 TO WS-NUM-NIVEL
004470     END-EVALUATE.
004480     SET WS-SIN-HISTORIA TO TRUE.
004490     PERFORM 2200-LEER-HISTORIA THRU 2200-EXIT
004500         VARYING WS-IDX-NIVEL FROM WS-NUM-NIVEL BY 1
004510         UNTIL WS-IDX-NIVEL > 3 OR WS-YA-AVISADO.
004520     IF WS-YA-AVISADO
004530         ADD 1 TO WS-CNT-YA-AVISADAS
004540         GO TO 2100-EXIT
004550     END-IF.
004560     PERFORM 2300-EMITIR-AVISOS THRU 2300-EXIT.
004570 2100-EXIT.
004580     EXIT.

004590******************************************************************
004600* 2200-LEER-HISTORIA - BUSCA EN PAGCHHAV EL NIVEL WS-IDX-NIVEL
004610*                      DE LA CUOTA. UN NIVEL IGUAL O MAYOR YA
004620*                      EMITIDO EN OTRA FECHA DEJA LA CUOTA COMO
004630*                      YA AVISADA; EL MISMO NIVEL EMITIDO EN LA
004640*                      FECHA DE NEGOCIO ES UNA REEMISION
004650******************************************************************
004660 2200-LEER-HISTORIA.
004670     MOVE MAE-COD-EMPRESA  TO HAV-COD-EMPRESA.
004680     MOVE MAE-COD-SERVICIO TO HAV-COD-SERVICIO.
004690     MOVE MAE-COD-DEUDOR   TO HAV-COD-DEUDOR.
004700     MOVE MAE-COD-CUOTA    TO HAV-COD-CUOTA.
004710     MOVE WS-IDX-NIVEL     TO HAV-NUM-NIVEL.
004720     READ PAGCHHAV
004730         INVALID KEY
004740             GO TO 2200-EXIT
004750     END-READ.
004760     IF WS-IDX-NIVEL = WS-NUM-NIVEL
004770     AND HAV-FEC-EMISION = WS-FECHA-SISTEMA
004780         SET WS-REEMISION  TO TRUE
004790     ELSE
004800         SET WS-YA-AVISADO TO TRUE
004810     END-IF.
004820 2200-EXIT.
004830     EXIT.

004840******************************************************************
004850* 2210-CONVIERTE-DIAS - CONVIERTE LA FECHA AAAAMMDD DE
004860*                       WS-FEC-TRABAJO EN NUMERO DE DIA
004870*                       JULIANO (WS-JDN-RESULT) CON ARITMETICA
004880*                       DE ENTEROS, PARA RESTAR FECHAS EN DIAS
004890******************************************************************
004900 2210-CONVIERTE-DIAS.
004910     COMPUTE WS-JDN-AJUSTE-A =
004920             (14 - WS-FEC-TRA-MM) / 12.
004930     COMPUTE WS-JDN-ANO =
004940             WS-FEC-TRA-AA + 4800 - WS-JDN-AJUSTE-A.
004950     COMPUTE WS-JDN-MES =
004960             WS-FEC-TRA-MM + 12 * WS-JDN-AJUSTE-A - 3.
004970     COMPUTE WS-JDN-RESULT =
004980             WS-FEC-TRA-DD
004990             + (153 * WS-JDN-MES + 2) / 5
005000             + 365 * WS-JDN-ANO
005010             + WS-JDN-ANO / 4
005020             - WS-JDN-ANO / 100
005030             + WS-JDN-ANO / 400
005040             - 32045.
005050 2210-EXIT.
005060     EXIT.

005070******************************************************************
005080* 2300-EMITIR-AVISOS - ARMA EL AVISO DE LA CUOTA, LO EMITE AL
005090*                      TITULAR Y, DESDE EL NIVEL INDICADO, A
005100*                      CADA CODEUDOR; SI SALIO ALGUN AVISO LO
005110*                      REGISTRA EN LA HISTORIA
005120******************************************************************
005130 2300-EMITIR-AVISOS.
005140     MOVE SPACES            TO REG-AVI-AVISO.
005150     MOVE WS-FECHA-SISTEMA  TO AVI-FEC-EMISION.
005160     MOVE WS-NUM-NIVEL      TO AVI-NUM-NIVEL.
005170     MOVE MAE-COD-EMPRESA   TO AVI-COD-EMPRESA.
005180     MOVE MAE-COD-SERVICIO  TO AVI-COD-SERVICIO.
005190     MOVE MAE-COD-DEUDOR    TO AVI-COD-DEUDOR.
005200     MOVE MAE-COD-CUOTA     TO AVI-COD-CUOTA.
005210     MOVE MAE-NOM-DEUDOR    TO AVI-NOM-DEUDOR.
005220     MOVE MAE-TIP-DCMTO     TO AVI-TIP-DCMTO.
005230     MOVE MAE-NRO-DCMTO     TO AVI-NRO-DCMTO.
005240     MOVE MAE-FEC-VCMTO     TO AVI-FEC-VCMTO.
005250     MOVE WS-DIAS-MORA      TO AVI-NUM-DIAS-ATRASO.
005260     MOVE MAE-MON-APAGAR    TO AVI-MON-APAGAR.
005270     MOVE MAE-IMP-APAGAR    TO AVI-IMP-APAGAR.
005280     MOVE MAE-IMP-MORA      TO AVI-IMP-MORA.
005290     MOVE MAE-IMP-PAGADO    TO AVI-IMP-PAGADO.
005300     MOVE WS-IMP-PENDIENTE  TO AVI-IMP-ADEUDADO.
005310     MOVE 0 TO WS-CNT-AVISOS-CUOTA.
005320     MOVE "D"               TO WS-TIP-DESTINATARIO.
005330     MOVE MAE-COD-DEUDOR    TO WS-COD-DESTINATARIO.
005340     PERFORM 2400-AVISO-DESTINATARIO THRU 2400-EXIT.
005350     IF WS-NUM-NIVEL NOT < WS-PARM-NIVEL-CODEUDOR
005360     AND MAE-NUM-CODEUDORES NUMERIC
005370         PERFORM 2310-AVISO-CODEUDOR THRU 2310-EXIT
005380             VARYING WS-IDX-CODEUDOR FROM 1 BY 1
005390             UNTIL WS-IDX-CODEUDOR > MAE-NUM-CODEUDORES
005400                OR WS-IDX-CODEUDOR > 3
005410                OR WS-ABORTAR
005420     END-IF.
005430     IF WS-ABORTAR
005440         GO TO 2300-EXIT
005450     END-IF.
005460     IF WS-CNT-AVISOS-CUOTA = 0
005470         ADD 1 TO WS-CNT-SIN-DESTINO
005480         GO TO 2300-EXIT
005490     END-IF.
005500     PERFORM 2500-GRABAR-HISTORIA THRU 2500-EXIT.
005510 2300-EXIT.
005520     EXIT.

005530******************************************************************
005540* 2310-AVISO-CODEUDOR - EMITE EL AVISO A UN CODEUDOR DE LA CUOTA
005550******************************************************************
005560 2310-AVISO-CODEUDOR.
005570     IF MAE-COD-CODEUDOR (WS-IDX-CODEUDOR) = SPACES
005580         GO TO 2310-EXIT
005590     END-IF.
005600     MOVE "C"               TO WS-TIP-DESTINATARIO.
005610     MOVE MAE-COD-CODEUDOR (WS-IDX-CODEUDOR)
005620                            TO WS-COD-DESTINATARIO.
005630     PERFORM 2400-AVISO-DESTINATARIO THRU 2400-EXIT.
005640 2310-EXIT.
005650     EXIT.

005660******************************************************************
005670* 2400-AVISO-DESTINATARIO - COMPLETA EL AVISO CON LOS DATOS DE
005680*                           CONTACTO DEL DESTINATARIO Y LO GRABA;
005690*                           SIN CONTACTO ACTIVO SOLO SE LISTA
005700******************************************************************
005710 2400-AVISO-DESTINATARIO.
005720     MOVE MAE-COD-DEUDOR      TO LIN-DET-DEUDOR.
005730     MOVE MAE-COD-CUOTA       TO LIN-DET-CUOTA.
005740     MOVE WS-NUM-NIVEL        TO LIN-DET-NIVEL.
005750     MOVE WS-DIAS-MORA        TO LIN-DET-DIAS.
005760     MOVE WS-IMP-PENDIENTE    TO LIN-DET-ADEUDADO.
005770     MOVE WS-TIP-DESTINATARIO TO LIN-DET-TIP-DESTINO.
005780     MOVE WS-COD-DESTINATARIO TO LIN-DET-DESTINATARIO.
005790     MOVE WS-COD-DESTINATARIO TO DEU-COD-DEUDOR.
005800     READ PAGCHDEU
005810         INVALID KEY
005820             ADD 1 TO WS-CNT-SIN-CONTACTO
005830             MOVE "SIN DATOS DE CONTACTO" TO LIN-DET-RESULTADO
005840             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
005850             GO TO 2400-EXIT
005860     END-READ.
005870     IF DEU-INACTIVO
005880         ADD 1 TO WS-CNT-SIN-CONTACTO
005890         MOVE "CONTACTO DADO DE BAJA" TO LIN-DET-RESULTADO
005900         PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
005910         GO TO 2400-EXIT
005920     END-IF.
005930     MOVE WS-TIP-DESTINATARIO TO AVI-TIP-DESTINATARIO.
005940     MOVE WS-COD-DESTINATARIO TO AVI-COD-DESTINATARIO.
005950     MOVE DEU-NOM-DEUDOR      TO AVI-NOM-DESTINATARIO.
005960     MOVE DEU-DIR-LINEA-1     TO AVI-DIR-LINEA-1.
005970     MOVE DEU-DIR-LINEA-2     TO AVI-DIR-LINEA-2.
005980     MOVE DEU-DIR-LOCALIDAD   TO AVI-DIR-LOCALIDAD.
005990     MOVE DEU-DIR-COD-POSTAL  TO AVI-DIR-COD-POSTAL.
006000     MOVE DEU-NUM-TELEFONO    TO AVI-NUM-TELEFONO.
006010     MOVE DEU-DIR-CORREO      TO AVI-DIR-CORREO.
006020     WRITE REG-AVI-AVISO.
006030     IF WS-FS-PAGCHAVI NOT = "00"
006040         MOVE "ERROR GRABANDO PAGCHAVI" TO LIN-ABO-MOTIVO
006050         PERFORM 1090-CANCELAR THRU 1090-EXIT
006060         GO TO 2400-EXIT
006070     END-IF.
006080     ADD 1 TO WS-CNT-AVISOS-CUOTA.
006090     ADD 1 TO WS-CNT-AVISOS.
006100     IF AVI-AL-DEUDOR
006110         ADD 1 TO WS-CNT-AVI-TITULAR
006120     ELSE
006130         ADD 1 TO WS-CNT-AVI-CODEUDOR
006140     END-IF.
006150     IF WS-REEMISION
006160         MOVE "AVISO REEMITIDO" TO LIN-DET-RESULTADO
006170     ELSE
006180         MOVE "AVISO EMITIDO"   TO LIN-DET-RESULTADO
006190     END-IF.
006200     PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT.
006210 2400-EXIT.
006220     EXIT.

006230******************************************************************
006240* 2500-GRABAR-HISTORIA - REGISTRA EL NIVEL EMITIDO DE LA CUOTA EN
006250*                        PAGCHHAV; EN UNA REEMISION ACTUALIZA EL
006260*                        REGISTRO DE LA FECHA
006270******************************************************************
006280 2500-GRABAR-HISTORIA.
006290     MOVE SPACES              TO REG-HAV-HISTORIA.
006300     MOVE MAE-COD-EMPRESA     TO HAV-COD-EMPRESA.
006310     MOVE MAE-COD-SERVICIO    TO HAV-COD-SERVICIO.
006320     MOVE MAE-COD-DEUDOR      TO HAV-COD-DEUDOR.
006330     MOVE MAE-COD-CUOTA       TO HAV-COD-CUOTA.
006340     MOVE WS-NUM-NIVEL        TO HAV-NUM-NIVEL.
006350     MOVE WS-FECHA-SISTEMA    TO HAV-FEC-EMISION.
006360     MOVE WS-DIAS-MORA        TO HAV-NUM-DIAS-ATRASO.
006370     MOVE MAE-MON-APAGAR      TO HAV-MON-APAGAR.
006380     MOVE WS-IMP-PENDIENTE    TO HAV-IMP-ADEUDADO.
006390     MOVE WS-CNT-AVISOS-CUOTA TO HAV-CNT-AVISOS.
006400     IF WS-REEMISION
006410         REWRITE REG-HAV-HISTORIA
006420             INVALID KEY
006430                 MOVE "ERROR REESCRIBIENDO PAGCHHAV"
006440                                 TO LIN-ABO-MOTIVO
006450                 PERFORM 1090-CANCELAR THRU 1090-EXIT
006460                 GO TO 2500-EXIT
006470         END-REWRITE
006480         ADD 1 TO WS-CNT-REEMITIDAS
006490     ELSE
006500         WRITE REG-HAV-HISTORIA
006510             INVALID KEY
006520                 MOVE "ERROR GRABANDO PAGCHHAV" TO LIN-ABO-MOTIVO
006530                 PERFORM 1090-CANCELAR THRU 1090-EXIT
006540                 GO TO 2500-EXIT
006550         END-WRITE
006560     END-IF.
006570     ADD 1 TO WS-CNT-CUOTAS-NIVEL (WS-NUM-NIVEL).
006580     ADD WS-IMP-PENDIENTE TO WS-IMP-AVISADO.
006590 2500-EXIT.
006600     EXIT.

006610******************************************************************
006620* 2950-LINEA-DETALLE - EMITE LA LINEA DE UN DESTINATARIO
006630******************************************************************
006640 2950-LINEA-DETALLE.
006650     MOVE WS-LIN-DETALLE TO REG-RPT-COB.
006660     WRITE REG-RPT-COB.
006670 2950-EXIT.
006680     EXIT.

006690******************************************************************
006700* 8000-TERMINAR - TOTALES DE CONTROL Y CIERRE
006710******************************************************************
006720 8000-TERMINAR.
006730     IF NOT WS-ARCHIVOS-ABIERTOS
006740         CLOSE PAGCHCOB-RPT
006750         GO TO 8000-EXIT
006760     END-IF.
006770     MOVE "CUOTAS LEIDAS EN PAGCHPEN          :"
006780                                  TO WS-LIN-TOTAL.
006790     MOVE WS-CNT-LEIDOS           TO LIN-TOT-CANTIDAD.
006800     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
006810     MOVE "  PAGADAS O SIN SALDO              :"
006820                                  TO WS-LIN-TOTAL.
006830     MOVE WS-CNT-SIN-SALDO        TO LIN-TOT-CANTIDAD.
006840     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
006850     MOVE "  VENCIDAS DESDE EL NIVEL 1        :"
006860                                  TO WS-LIN-TOTAL.
006870     MOVE WS-CNT-VENCIDAS         TO LIN-TOT-CANTIDAD.
006880     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
006890     MOVE "  OMITIDAS POR CONVENIO VIGENTE    :"
006900                                  TO WS-LIN-TOTAL.
006910     MOVE WS-CNT-CONVENIO         TO LIN-TOT-CANTIDAD.
006920     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
006930     MOVE "  CON EL NIVEL YA AVISADO          :"
006940                                  TO WS-LIN-TOTAL.
006950     MOVE WS-CNT-YA-AVISADAS      TO LIN-TOT-CANTIDAD.
006960     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
006970     MOVE "  SIN DESTINATARIO CON CONTACTO    :"
006980                                  TO WS-LIN-TOTAL.
006990     MOVE WS-CNT-SIN-DESTINO      TO LIN-TOT-CANTIDAD.
007000     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
007010     MOVE "CUOTAS AVISADAS EN NIVEL 1         :"
007020                                  TO WS-LIN-TOTAL.
007030     MOVE WS-CNT-CUOTAS-NIVEL (1) TO LIN-TOT-CANTIDAD.
007040     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
007050     MOVE "CUOTAS AVISADAS EN NIVEL 2         :"
007060                                  TO WS-LIN-TOTAL.
007070     MOVE WS-CNT-CUOTAS-NIVEL (2) TO LIN-TOT-CANTIDAD.
007080     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
007090     MOVE "CUOTAS AVISADAS EN NIVEL 3         :"
007100                                  TO WS-LIN-TOTAL.
007110     MOVE WS-CNT-CUOTAS-NIVEL (3) TO LIN-TOT-CANTIDAD.
007120     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
007130     MOVE "  REEMITIDAS (PASO REPETIDO)       :"
007140                                  TO WS-LIN-TOTAL.
007150     MOVE WS-CNT-REEMITIDAS       TO LIN-TOT-CANTIDAD.
007160     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
007170     MOVE "AVISOS EMITIDOS AL TITULAR         :"
007180                                  TO WS-LIN-TOTAL.
007190     MOVE WS-CNT-AVI-TITULAR      TO LIN-TOT-CANTIDAD.
007200     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
007210     MOVE "AVISOS EMITIDOS A CODEUDORES       :"
007220                                  TO WS-LIN-TOTAL.
007230     MOVE WS-CNT-AVI-CODEUDOR     TO LIN-TOT-CANTIDAD.
007240     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
007250     MOVE "DESTINATARIOS SIN CONTACTO O BAJA  :"
007260                                  TO WS-LIN-TOTAL.
007270     MOVE WS-CNT-SIN-CONTACTO     TO LIN-TOT-CANTIDAD.
007280     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
007290     MOVE WS-IMP-AVISADO TO LIN-TOT-IMPORTE.
007300     MOVE WS-LIN-TOT-IMPORTE TO REG-RPT-COB.
007310     WRITE REG-RPT-COB.
007320     CLOSE PAGCHPEN PAGCHDEU PAGCHHAV PAGCHAVI.
007330     CLOSE PAGCHCOB-RPT.
007340 8000-EXIT.
007350     EXIT.

007360******************************************************************
007370* 8100-LINEA-TOTAL - EMITE UNA LINEA DE TOTALES
007380******************************************************************
007390 8100-LINEA-TOTAL.
007400     MOVE WS-LIN-TOTAL TO REG-RPT-COB.
007410     WRITE REG-RPT-COB.
007420 8100-EXIT.
007430     EXIT.

007440******************************************************************
007450* 8900-CERRAR-PASO - DEJA EL PASO TERMINADO, O CANCELADO SI EL
007460*                    PROCESO ABORTO, CON SUS CIFRAS DE CONTROL
007470*                    EN PAGCHCTL
007480******************************************************************
007490 8900-CERRAR-PASO.
007500     IF NOT WS-PASO-INICIADO
007510         GO TO 8900-EXIT
007520     END-IF.
007530     MOVE WS-CNT-LEIDOS      TO CTR-CNT-LEIDOS.
007540     MOVE WS-CNT-AVISOS      TO CTR-CNT-PROCESADOS.
007550     MOVE WS-IMP-AVISADO     TO CTR-IMP-CONTROL.
007560     IF WS-ABORTAR
007570         SET CTR-CANCELA TO TRUE
007580         MOVE 16 TO CTR-COD-RETORNO-PASO
007590     ELSE
007600         SET CTR-FIN TO TRUE
007610         MOVE 0 TO CTR-COD-RETORNO-PASO
007620     END-IF.
007630     CALL "PAGCHCTR" USING REG-CTR-CONTROL-PASO.
007640     IF NOT CTR-OK
007650         MOVE CTR-MENSAJE TO LIN-CTL-MOTIVO
007660         MOVE WS-LIN-CONTROL-PASO TO REG-RPT-COB
007670         WRITE REG-RPT-COB
007680         SET WS-ABORTAR TO TRUE
007690     END-IF.
007700 8900-EXIT.
007710     EXIT.
