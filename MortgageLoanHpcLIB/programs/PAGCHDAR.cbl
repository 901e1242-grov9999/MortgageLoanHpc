000010******************************************************************
000020* RI0114 15/10/26 LMGZ PROGRAMA INICIAL - APLICACION DE LA
000030*                      RESPUESTA DEL BANCO A LOS DEBITOS
000040*                      AUTOMATICOS: PAGA DE LOS DEBITADOS VIA
000050*                      PAGCHIPO Y SUSPENSION DEL MANDATO POR
000060*                      RECHAZOS
000070******************************************************************
000080 IDENTIFICATION DIVISION.
000090 PROGRAM-ID.     PAGCHDAR.
000100 AUTHOR.         L. GOMEZ ZUNIGA.
000110 INSTALLATION.   PAGOACTIVO - AREA DE SISTEMAS.
000120 DATE-WRITTEN.   15/10/2026.
000130 DATE-COMPILED.

000140*=================================================================
000150* PROPOSITO : JOB BATCH QUE APLICA LA RESPUESTA DEL BANCO
000160*             PAGCHRDB AL PEDIDO DE DEBITOS AUTOMATICOS PAGCHSDB
000170*             GENERADO POR PAGCHDAE. ANTES DE TOCAR NADA VALIDA LA
000180*             CABECERA Y LA COLA DE LA RESPUESTA (CANTIDAD,
000190*             IMPORTE Y RECHAZOS), COMO PAGCHCSR: UNA RESPUESTA
000200*             INCOMPLETA NO SE APLICA.
000210*             CADA DEBITO EXITOSO SE POSTEA COMO UN COBRO CON LA
000220*             OPERACION PAGA DE PAGCHIPO, A NOMBRE DEL OPERADOR DE
000230*             SISTEMA Y LA OFICINA VIRTUAL RECIBIDOS POR SYSIN, DE
000240*             MODO QUE EL RECIBO, EL DETALLE PERMANENTE PAGCHDET,
000250*             LA BITACORA PAGCHTRN Y EL ENVIO PAGCHSAL SALEN COMO
000260*             EN UN COBRO DE VENTANILLA. LA HISTORIA PAGCHHDB PASA
000270*             A DEBITADO CON EL RECIBO Y EL MANDATO REINICIA SU
000280*             CUENTA DE RECHAZOS. SI PAGCHIPO NO ACEPTA LA PAGA EL
000290*             DEBITO SE LISTA CON SU MENSAJE PARA RESOLVERLO A
000300*             MANO Y LA HISTORIA QUEDA SOLICITADA.
000310*             CADA DEBITO RECHAZADO PASA LA HISTORIA A RECHAZADO
000320*             CON EL MOTIVO DEL BANCO Y SUMA UN RECHAZO AL
000330*             MANDATO. EL MANDATO ACTIVO SE SUSPENDE (CON PISTA EN
000340*             PAGCHADA A NOMBRE DEL OPERADOR DE SISTEMA) CUANDO EL
000350*             MOTIVO ES CUENTA CERRADA, CUENTA INEXISTENTE O
000360*             MANDATO REVOCADO, O CUANDO LOS RECHAZOS SEGUIDOS
000370*             LLEGAN AL LIMITE RECIBIDO POR SYSIN; SE REACTIVA CON
000380*             PAGCHDAM.
000390*             SOLO SE APLICAN LOS DETALLES CUYA HISTORIA ESTA
000400*             SOLICITADA CON LA FECHA DE CABECERA DE LA RESPUESTA
000410*             Y POR EL MISMO IMPORTE, POR LO QUE REPETIR EL PASO
000420*             CON EL MISMO ARCHIVO NO DUPLICA PAGOS. CORRE ANTES
000430*             DE PAGCHCIE PARA QUE LOS COBROS ENTREN EN LA
000440*             BITACORA DEL DIA.
000450*             RECIBE POR SYSIN UNA TARJETA CON:
000460*               COL 01-08  OPERADOR DE SISTEMA (EN PAGCHOPE)
000470*               COL 09-11  OFICINA VIRTUAL DEL OPERADOR
000480*               COL 12-13  RECHAZOS SEGUIDOS QUE SUSPENDEN EL
000490*                          MANDATO (DESDE 01)
000500*=================================================================
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.    IBM-370.
000540 OBJECT-COMPUTER.    IBM-370.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT PAGCHRDB ASSIGN TO PAGCHRDB
000580         ORGANIZATION IS SEQUENTIAL
000590         ACCESS MODE IS SEQUENTIAL
000600         FILE STATUS IS WS-FS-PAGCHRDB.
000610     SELECT PAGCHOPE ASSIGN TO PAGCHOPE
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS OPE-COD-OPERADOR
000650         FILE STATUS IS WS-FS-PAGCHOPE.
000660     SELECT PAGCHMDA ASSIGN TO PAGCHMDA
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS MDA-LLAVE-PRIMARIA
000700         FILE STATUS IS WS-FS-PAGCHMDA.
000710     SELECT PAGCHHDB ASSIGN TO PAGCHHDB
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS HDB-LLAVE-PRIMARIA
000750         FILE STATUS IS WS-FS-PAGCHHDB.
000760     SELECT PAGCHADA ASSIGN TO PAGCHADA
000770         ORGANIZATION IS SEQUENTIAL
000780         ACCESS MODE IS SEQUENTIAL
000790         FILE STATUS IS WS-FS-PAGCHADA.
000800     SELECT PAGCHDAR-RPT ASSIGN TO PAGCHDAR
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-FS-PAGCHDAR.

000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  PAGCHRDB
000860     LABEL RECORDS ARE STANDARD.
000870     COPY "PAGCHRDB.cpy".
000880 FD  PAGCHOPE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY "PAGCHOPE.cpy".
000910 FD  PAGCHMDA
000920     LABEL RECORDS ARE STANDARD.
000930     COPY "PAGCHMDA.cpy".
000940 FD  PAGCHHDB
000950     LABEL RECORDS ARE STANDARD.
000960     COPY "PAGCHHDB.cpy".
000970 FD  PAGCHADA
000980     LABEL RECORDS ARE STANDARD.
000990     COPY "PAGCHADA.cpy".
001000 FD  PAGCHDAR-RPT
001010     LABEL RECORDS ARE STANDARD.
001020 01  REG-RPT-DAR                  PIC X(132).

001030 WORKING-STORAGE SECTION.
001040*-----------------------------------------------------------------
001050* SWITCHES Y CONTADORES
001060*-----------------------------------------------------------------
001070 77  WS-FS-PAGCHRDB               PIC X(02) VALUE "00".
001080 77  WS-FS-PAGCHOPE               PIC X(02) VALUE "00".
001090 77  WS-FS-PAGCHMDA               PIC X(02) VALUE "00".
001100 77  WS-FS-PAGCHHDB               PIC X(02) VALUE "00".
001110 77  WS-FS-PAGCHADA               PIC X(02) VALUE "00".
001120 77  WS-FS-PAGCHDAR               PIC X(02) VALUE "00".
001130 77  WS-FLAG-FIN-RDB              PIC X(01) VALUE "N".
001140     88 WS-FIN-RDB                VALUE "S".
001150 77  WS-FLAG-ABORTAR              PIC X(01) VALUE "N".
001160     88 WS-ABORTAR                VALUE "S".
001170 77  WS-FLAG-ARCHIVOS             PIC X(01) VALUE "N".
001180     88 WS-ARCHIVOS-ABIERTOS      VALUE "S".
001190 77  WS-FLAG-COLA-VISTA           PIC X(01) VALUE "N".
001200     88 WS-COLA-VISTA             VALUE "S".
001210 77  WS-FLAG-SUSPENDE             PIC X(01) VALUE "N".
001220     88 WS-SUSPENDE-MANDATO       VALUE "S".
001230 77  WS-FLAG-PASO-INICIADO        PIC X(01) VALUE "N".
001240     88 WS-PASO-INICIADO          VALUE "S".
001250     COPY "PAGCHCTR.cpy".
001260 77  WS-FECHA-SISTEMA             PIC 9(08).
001270 77  WS-HORA-SISTEMA              PIC 9(08).
001280 77  WS-FEC-SOLICITUD             PIC X(08) VALUE SPACES.
001290 77  WS-VAL-CANTIDAD              PIC 9(09) VALUE 0.
001300 77  WS-VAL-IMPORTE               PIC 9(13)V9(02) VALUE 0.
001310 77  WS-VAL-RECHAZOS              PIC 9(07) VALUE 0.
001320 77  WS-CNT-LEIDOS                PIC 9(07) VALUE 0.
001330 77  WS-CNT-DEBITADOS             PIC 9(07) VALUE 0.
001340 77  WS-CNT-NO-APLICADOS          PIC 9(07) VALUE 0.
001350 77  WS-CNT-RECHAZADOS            PIC 9(07) VALUE 0.
001360 77  WS-CNT-SUSPENDIDOS           PIC 9(07) VALUE 0.
001370 77  WS-CNT-NO-SOLICITADOS        PIC 9(07) VALUE 0.
001380 77  WS-CNT-YA-PROCESADOS         PIC 9(07) VALUE 0.
001390 77  WS-CNT-IMPORTE-DISTINTO      PIC 9(07) VALUE 0.
001400 77  WS-IMP-DEBITADOS             PIC 9(13)V9(02) VALUE 0.
001410 77  WS-IMP-RECHAZADOS            PIC 9(13)V9(02) VALUE 0.
001420*-----------------------------------------------------------------
001430* TARJETA DE PARAMETROS RECIBIDA POR SYSIN
001440*-----------------------------------------------------------------
001450 01  WS-PARM-RESPUESTA.
001460     05  WS-PARM-COD-OPERADOR     PIC X(08).
001470     05  WS-PARM-COD-OFICINA      PIC X(03).
001480     05  WS-PARM-LIMITE-RECHAZOS  PIC 9(02).
001490     05  FILLER                   PIC X(67).
001500*-----------------------------------------------------------------
001510* IMAGEN ANTERIOR DEL MANDATO SUSPENDIDO PARA LA PISTA DE
001520* AUDITORIA
001530*-----------------------------------------------------------------
001540 01  WS-IMAGEN-ANTERIOR.
001550     05  WS-ANT-COD-BANCO         PIC X(04).
001560     05  WS-ANT-NUM-CUENTA        PIC X(20).
001570     05  WS-ANT-TIP-CUENTA        PIC X(01).
001580     05  WS-ANT-NOM-TITULAR       PIC X(40).
001590     05  WS-ANT-FLAG-ESTADO       PIC X(01).
001600     05  WS-ANT-CNT-RECHAZOS      PIC 9(02).
001610*-----------------------------------------------------------------
001620* AREA DE ENLACE CON PAGCHIPO PARA LA PAGA DE CADA DEBITO
001630*-----------------------------------------------------------------
001640     COPY "PAGCHIPO.cpy".
001650*-----------------------------------------------------------------
001660* LINEAS DE REPORTE
001670*-----------------------------------------------------------------
001680 01  WS-LIN-TITULO.
001690     05  FILLER                  PIC X(42) VALUE
001700         "RESPUESTA DEL BANCO A DEBITOS AUTOMATICOS ".
001710     05  FILLER                  PIC X(10) VALUE "- PAGCHDAR".
001720     05  FILLER                  PIC X(20) VALUE
001730         "  FECHA DE NEGOCIO :".
001740     05  FILLER                  PIC X(01) VALUE SPACES.
001750     05  LIN-TIT-FECHA           PIC 9(08).
001760 01  WS-LIN-PARAMETROS.
001770     05  FILLER                  PIC X(21) VALUE
001780         "OPERADOR DE SISTEMA :".
001790     05  FILLER                  PIC X(01) VALUE SPACES.
001800     05  LIN-PAR-OPERADOR        PIC X(08).
001810     05  FILLER                  PIC X(20) VALUE
001820         "  OFICINA VIRTUAL :".
001830     05  FILLER                  PIC X(01) VALUE SPACES.
001840     05  LIN-PAR-OFICINA         PIC X(03).
001850     05  FILLER                  PIC X(32) VALUE
001860         "  RECHAZOS QUE SUSPENDEN :".
001870     05  LIN-PAR-LIMITE          PIC Z9.
001880 01  WS-LIN-FEC-SOLICITUD.
001890     05  FILLER                  PIC X(36) VALUE
001900         "RESPUESTA AL PEDIDO DEL            :".
001910     05  FILLER                  PIC X(01) VALUE SPACES.
001920     05  LIN-FSO-FECHA           PIC X(08).
001930 01  WS-LIN-ERROR.
001940     05  FILLER                  PIC X(49) VALUE
001950         "TARJETA DE PARAMETROS INVALIDA, PROCESO CANCELADO".
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
002090     05  FILLER                  PIC X(22) VALUE
002100         "             IMPORTE".
002110     05  FILLER                  PIC X(23) VALUE "RESULTADO".
002120     05  FILLER                  PIC X(04) VALUE "MOT".
002130     05  FILLER                  PIC X(11) VALUE "    RECIBO".
002140     05  FILLER                  PIC X(38) VALUE "OBSERVACION".
002150 01  WS-LIN-DETALLE.
002160     05  FILLER                  PIC X(04) VALUE SPACES.
002170     05  LIN-DET-DEUDOR          PIC X(20).
002180     05  FILLER                  PIC X(01) VALUE SPACES.
002190     05  LIN-DET-CUOTA           PIC X(08).
002200     05  FILLER                  PIC X(01) VALUE SPACES.
002210     05  LIN-DET-IMPORTE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  LIN-DET-RESULTADO       PIC X(22).
002240     05  FILLER                  PIC X(01) VALUE SPACES.
002250     05  LIN-DET-MOTIVO          PIC X(03).
002260     05  FILLER                  PIC X(01) VALUE SPACES.
002270     05  LIN-DET-RECIBO          PIC Z(09)9 BLANK WHEN ZERO.
002280     05  FILLER                  PIC X(01) VALUE SPACES.
002290     05  LIN-DET-OBSERVACION     PIC X(38).
002300 01  WS-LIN-TOTAL.
002310     05  FILLER                  PIC X(36).
002320     05  LIN-TOT-CANTIDAD        PIC ZZZ,ZZ9.
002330 01  WS-LIN-TOT-IMPORTE.
002340     05  FILLER                  PIC X(36).
002350     05  LIN-TOT-IMPORTE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

002360 PROCEDURE DIVISION.

002370******************************************************************
002380* 0000-MAINLINE
002390******************************************************************
002400 0000-MAINLINE.
002410     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002420     IF NOT WS-ABORTAR
002430         PERFORM 1100-VALIDAR-RESPUESTA THRU 1100-EXIT
002440     END-IF.
002450     IF NOT WS-ABORTAR
002460         PERFORM 1200-VALIDAR-OPERADOR THRU 1200-EXIT
002470     END-IF.
002480     IF NOT WS-ABORTAR
002490         PERFORM 1300-ABRIR-ARCHIVOS THRU 1300-EXIT
002500     END-IF.
002510     IF NOT WS-ABORTAR
002520         PERFORM 2000-APLICAR-RESPUESTA THRU 2000-EXIT
002530     END-IF.
002540     PERFORM 8900-CERRAR-PASO THRU 8900-EXIT.
002550     IF WS-ABORTAR
002560         MOVE 16 TO RETURN-CODE
002570     END-IF.
002580     PERFORM 8000-TERMINAR THRU 8000-EXIT.
002590     STOP RUN.

002600******************************************************************
002610* 1000-INICIALIZAR - ABRE EL REPORTE, TOMA LA FECHA DE NEGOCIO
002620*                    Y VALIDA LA TARJETA DE PARAMETROS
002630******************************************************************
002640 1000-INICIALIZAR.
002650     OPEN OUTPUT PAGCHDAR-RPT.
002660     PERFORM 1050-INICIAR-PASO THRU 1050-EXIT.
002670     MOVE WS-FECHA-SISTEMA TO LIN-TIT-FECHA.
002680     MOVE WS-LIN-TITULO TO REG-RPT-DAR.
002690     WRITE REG-RPT-DAR.
002700     IF WS-ABORTAR
002710         MOVE WS-LIN-CONTROL-PASO TO REG-RPT-DAR
002720         WRITE REG-RPT-DAR
002730         GO TO 1000-EXIT
002740     END-IF.
002750     ACCEPT WS-PARM-RESPUESTA.
002760     IF WS-PARM-COD-OPERADOR = SPACES
002770     OR WS-PARM-COD-OFICINA = SPACES
002780     OR WS-PARM-LIMITE-RECHAZOS NOT NUMERIC
002790         MOVE WS-LIN-ERROR TO REG-RPT-DAR
002800         WRITE REG-RPT-DAR
002810         SET WS-ABORTAR TO TRUE
002820         GO TO 1000-EXIT
002830     END-IF.
002840     IF WS-PARM-LIMITE-RECHAZOS = 0
002850         MOVE WS-LIN-ERROR TO REG-RPT-DAR
002860         WRITE REG-RPT-DAR
002870         SET WS-ABORTAR TO TRUE
002880         GO TO 1000-EXIT
002890     END-IF.
002900     MOVE WS-PARM-COD-OPERADOR    TO LIN-PAR-OPERADOR.
002910     MOVE WS-PARM-COD-OFICINA     TO LIN-PAR-OFICINA.
002920     MOVE WS-PARM-LIMITE-RECHAZOS TO LIN-PAR-LIMITE.
002930     MOVE WS-LIN-PARAMETROS TO REG-RPT-DAR.
002940     WRITE REG-RPT-DAR.
002950 1000-EXIT.
002960     EXIT.

002970******************************************************************
002980* 1050-INICIAR-PASO - TOMA LA FECHA DE NEGOCIO DE PAGCHCTL EN
002990*                     LUGAR DEL RELOJ DEL SISTEMA (VER PAGCHCTR)
003000******************************************************************
003010 1050-INICIAR-PASO.
003020     MOVE SPACES          TO REG-CTR-CONTROL-PASO.
003030     SET CTR-INICIO       TO TRUE.
003040     MOVE "PAGCHDAR"      TO CTR-COD-PROGRAMA.
003050     SET CTR-REPETIBLE    TO TRUE.
003060     MOVE 0 TO CTR-CNT-LEIDOS CTR-CNT-PROCESADOS
003070               CTR-IMP-CONTROL CTR-COD-RETORNO-PASO.
003080     CALL "PAGCHCTR" USING REG-CTR-CONTROL-PASO.
003090     IF NOT CTR-OK
003100         MOVE CTR-MENSAJE TO LIN-CTL-MOTIVO
003110         MOVE 0 TO WS-FECHA-SISTEMA
003120         SET WS-ABORTAR TO TRUE
003130         GO TO 1050-EXIT
003140     END-IF.
003150     SET WS-PASO-INICIADO TO TRUE.
003160     MOVE CTR-FEC-NEGOCIO TO WS-FECHA-SISTEMA.
003170 1050-EXIT.
003180     EXIT.

003190******************************************************************
003200* 1090-CANCELAR - EMITE EL MOTIVO DE LA CANCELACION
003210******************************************************************
003220 1090-CANCELAR.
003230     MOVE WS-LIN-ABORTO TO REG-RPT-DAR.
003240     WRITE REG-RPT-DAR.
003250     SET WS-ABORTAR TO TRUE.
003260 1090-EXIT.
003270     EXIT.

003280******************************************************************
003290* 1100-VALIDAR-RESPUESTA - EXIGE LA CABECERA Y LA COLA DE LA
003300*                          RESPUESTA Y CUADRA CANTIDAD, IMPORTE
003310*                          Y RECHAZOS CONTRA LA COLA: UNA
003320*                          RESPUESTA INCOMPLETA NO SE APLICA
003330******************************************************************
003340 1100-VALIDAR-RESPUESTA.
003350     OPEN INPUT PAGCHRDB.
003360     IF WS-FS-PAGCHRDB NOT = "00"
003370         MOVE "ERROR ABRIENDO PAGCHRDB" TO LIN-ABO-MOTIVO
003380         PERFORM 1090-CANCELAR THRU 1090-EXIT
003390         GO TO 1100-EXIT
003400     END-IF.
003410     READ PAGCHRDB
003420         AT END
003430             MOVE "PAGCHRDB SIN REGISTRO DE CABECERA"
003440                                 TO LIN-ABO-MOTIVO
003450             PERFORM 1090-CANCELAR THRU 1090-EXIT
003460             CLOSE PAGCHRDB
003470             GO TO 1100-EXIT
003480     END-READ.
003490     IF NOT RDB-CABECERA
003500         MOVE "PAGCHRDB SIN REGISTRO DE CABECERA"
003510                                 TO LIN-ABO-MOTIVO
003520         PERFORM 1090-CANCELAR THRU 1090-EXIT
003530         CLOSE PAGCHRDB
003540         GO TO 1100-EXIT
003550     END-IF.
003560     MOVE RDB-CAB-FEC-PROCESO TO WS-FEC-SOLICITUD.
003570     MOVE RDB-CAB-FEC-PROCESO TO LIN-FSO-FECHA.
003580     MOVE WS-LIN-FEC-SOLICITUD TO REG-RPT-DAR.
003590     WRITE REG-RPT-DAR.
003600     PERFORM 1110-VALIDAR-REG-RESPUESTA THRU 1110-EXIT
003610         UNTIL WS-FIN-RDB OR WS-ABORTAR.
003620     CLOSE PAGCHRDB.
003630     IF NOT WS-ABORTAR AND NOT WS-COLA-VISTA
003640         MOVE "PAGCHRDB SIN REGISTRO DE COLA" TO LIN-ABO-MOTIVO
003650         PERFORM 1090-CANCELAR THRU 1090-EXIT
003660     END-IF.
003670 1100-EXIT.
003680     EXIT.

003690******************************************************************
003700* 1110-VALIDAR-REG-RESPUESTA - ACUMULA UN DETALLE O CUADRA LA
003710*                              COLA DE LA RESPUESTA
003720******************************************************************
003730 1110-VALIDAR-REG-RESPUESTA.
003740     READ PAGCHRDB
003750         AT END
003760             SET WS-FIN-RDB TO TRUE
003770             GO TO 1110-EXIT
003780     END-READ.
003790     IF WS-COLA-VISTA
003800         MOVE "PAGCHRDB CON REGISTROS DESPUES DE COLA"
003810                                 TO LIN-ABO-MOTIVO
003820         PERFORM 1090-CANCELAR THRU 1090-EXIT
003830         GO TO 1110-EXIT
003840     END-IF.
003850     IF RDB-COLA
003860         SET WS-COLA-VISTA TO TRUE
003870         IF WS-VAL-CANTIDAD NOT = RDB-COL-NUM-REGISTROS
003880             MOVE "PAGCHRDB CANTIDAD NO CUADRA CON COLA"
003890                                 TO LIN-ABO-MOTIVO
003900             PERFORM 1090-CANCELAR THRU 1090-EXIT
003910         ELSE
003920             IF WS-VAL-IMPORTE NOT = RDB-COL-IMP-TOTAL
003930                 MOVE "PAGCHRDB IMPORTE NO CUADRA CON COLA"
003940                                 TO LIN-ABO-MOTIVO
003950                 PERFORM 1090-CANCELAR THRU 1090-EXIT
003960             ELSE
003970                 IF WS-VAL-RECHAZOS NOT = RDB-COL-NUM-RECHAZOS
003980                     MOVE "PAGCHRDB RECHAZOS NO CUADRAN CON COLA"
003990                                 TO LIN-ABO-MOTIVO
004000                     PERFORM 1090-CANCELAR THRU 1090-EXIT
004010                 END-IF
004020             END-IF
004030         END-IF
004040         GO TO 1110-EXIT
004050     END-IF.
004060     IF NOT RDB-DETALLE
004070         MOVE "PAGCHRDB CON TIPO DE REGISTRO INVALIDO"
004080                                 TO LIN-ABO-MOTIVO
004090         PERFORM 1090-CANCELAR THRU 1090-EXIT
004100         GO TO 1110-EXIT
004110     END-IF.
004120     IF NOT RDB-DEBITADO AND NOT RDB-RECHAZADO
004130         MOVE "PAGCHRDB CON RESULTADO INVALIDO"
004140                                 TO LIN-ABO-MOTIVO
004150         PERFORM 1090-CANCELAR THRU 1090-EXIT
004160         GO TO 1110-EXIT
004170     END-IF.
004180     ADD 1 TO WS-VAL-CANTIDAD.
004190     ADD RDB-IMP-DEBITO TO WS-VAL-IMPORTE.
004200     IF RDB-RECHAZADO
004210         ADD 1 TO WS-VAL-RECHAZOS
004220     END-IF.
004230 1110-EXIT.
004240     EXIT.

004250******************************************************************
004260* 1200-VALIDAR-OPERADOR - EL OPERADOR DE SISTEMA DEBE EXISTIR EN
004270*                         PAGCHOPE, ESTAR ACTIVO Y PERTENECER A LA
004280*                         OFICINA VIRTUAL; SI NO, PAGCHIPO
004290*                         RECHAZARIA TODAS LAS PAGA Y NO SE CORRE
004300******************************************************************
004310 1200-VALIDAR-OPERADOR.
004320     OPEN INPUT PAGCHOPE.
004330     IF WS-FS-PAGCHOPE NOT = "00"
004340         MOVE "ERROR ABRIENDO PAGCHOPE" TO LIN-ABO-MOTIVO
004350         PERFORM 1090-CANCELAR THRU 1090-EXIT
004360         GO TO 1200-EXIT
004370     END-IF.
004380     MOVE WS-PARM-COD-OPERADOR TO OPE-COD-OPERADOR.
004390     READ PAGCHOPE
004400         INVALID KEY
004410             MOVE "OPERADOR DE SISTEMA NO EXISTE"
004420                                 TO LIN-ABO-MOTIVO
004430             PERFORM 1090-CANCELAR THRU 1090-EXIT
004440             CLOSE PAGCHOPE
004450             GO TO 1200-EXIT
004460     END-READ.
004470     IF OPE-INACTIVO
004480         MOVE "OPERADOR DE SISTEMA INACTIVO" TO LIN-ABO-MOTIVO
004490         PERFORM 1090-CANCELAR THRU 1090-EXIT
004500     ELSE
004510         IF OPE-COD-OFICINA NOT = WS-PARM-COD-OFICINA
004520             MOVE "OFICINA VIRTUAL NO ES LA DEL OPERADOR"
004530                                 TO LIN-ABO-MOTIVO
004540             PERFORM 1090-CANCELAR THRU 1090-EXIT
004550         END-IF
004560     END-IF.
004570     CLOSE PAGCHOPE.
004580 1200-EXIT.
004590     EXIT.

004600******************************************************************
004610* 1300-ABRIR-ARCHIVOS - REABRE LA RESPUESTA YA VALIDADA Y SALTA
004620*                       SU CABECERA; ABRE EL MAESTRO DE MANDATOS,
004630*                       LA HISTORIA DE DEBITOS Y LA PISTA DE
004640*                       AUDITORIA DE MANDATOS
004650******************************************************************
004660 1300-ABRIR-ARCHIVOS.
004670     MOVE "N" TO WS-FLAG-FIN-RDB.
004680     OPEN INPUT PAGCHRDB.
004690     IF WS-FS-PAGCHRDB NOT = "00"
004700         MOVE "ERROR ABRIENDO PAGCHRDB" TO LIN-ABO-MOTIVO
004710         PERFORM 1090-CANCELAR THRU 1090-EXIT
004720         GO TO 1300-EXIT
004730     END-IF.
004740     READ PAGCHRDB
004750         AT END
004760             SET WS-FIN-RDB TO TRUE
004770     END-READ.
004780     OPEN I-O PAGCHMDA.
004790     IF WS-FS-PAGCHMDA NOT = "00"
004800         MOVE "ERROR ABRIENDO PAGCHMDA" TO LIN-ABO-MOTIVO
004810         PERFORM 1090-CANCELAR THRU 1090-EXIT
004820         CLOSE PAGCHRDB
004830         GO TO 1300-EXIT
004840     END-IF.
004850     OPEN I-O PAGCHHDB.
004860     IF WS-FS-PAGCHHDB NOT = "00"
004870         MOVE "ERROR ABRIENDO PAGCHHDB" TO LIN-ABO-MOTIVO
004880         PERFORM 1090-CANCELAR THRU 1090-EXIT
004890         CLOSE PAGCHRDB PAGCHMDA
004900         GO TO 1300-EXIT
004910     END-IF.
004920     OPEN EXTEND PAGCHADA.
004930     IF WS-FS-PAGCHADA = "05" OR "35"
004940         OPEN OUTPUT PAGCHADA
004950         CLOSE PAGCHADA
004960         OPEN EXTEND PAGCHADA
004970     END-IF.
004980     IF WS-FS-PAGCHADA NOT = "00"
004990         MOVE "ERROR ABRIENDO PAGCHADA" TO LIN-ABO-MOTIVO
005000         PERFORM 1090-CANCELAR THRU 1090-EXIT
005010         CLOSE PAGCHRDB PAGCHMDA PAGCHHDB
005020         GO TO 1300-EXIT
005030     END-IF.
005040     SET WS-ARCHIVOS-ABIERTOS TO TRUE.
005050     MOVE WS-LIN-ENCABEZADO TO REG-RPT-DAR.
005060     WRITE REG-RPT-DAR.
005070 1300-EXIT.
005080     EXIT.

005090******************************************************************
005100* 2000-APLICAR-RESPUESTA - RECORRE LOS DETALLES DE LA RESPUESTA
005110******************************************************************
005120 2000-APLICAR-RESPUESTA.
005130     PERFORM 2100-APLICAR-DETALLE THRU 2100-EXIT
005140         UNTIL WS-FIN-RDB OR WS-ABORTAR.
005150 2000-EXIT.
005160     EXIT.

005170******************************************************************
005180* 2100-APLICAR-DETALLE - CRUZA EL DETALLE CON LA HISTORIA DEL
005190*                        DEBITO Y LO DESPACHA SEGUN EL RESULTADO
005200*                        DEL BANCO
005210******************************************************************
005220 2100-APLICAR-DETALLE.
005230     READ PAGCHRDB
005240         AT END
005250             SET WS-FIN-RDB TO TRUE
005260             GO TO 2100-EXIT
005270     END-READ.
005280     IF RDB-COLA
005290         SET WS-FIN-RDB TO TRUE
005300         GO TO 2100-EXIT
005310     END-IF.
005320     ADD 1 TO WS-CNT-LEIDOS.
005330     MOVE RDB-COD-DEUDOR      TO LIN-DET-DEUDOR.
005340     MOVE RDB-COD-CUOTA       TO LIN-DET-CUOTA.
005350     MOVE RDB-IMP-DEBITO      TO LIN-DET-IMPORTE.
005360     MOVE RDB-COD-MOTIVO      TO LIN-DET-MOTIVO.
005370     MOVE 0                   TO LIN-DET-RECIBO.
005380     MOVE SPACES              TO LIN-DET-OBSERVACION.
005390     MOVE RDB-COD-EMPRESA     TO HDB-COD-EMPRESA.
005400     MOVE RDB-COD-SERVICIO    TO HDB-COD-SERVICIO.
005410     MOVE RDB-COD-DEUDOR      TO HDB-COD-DEUDOR.
005420     MOVE RDB-COD-CUOTA       TO HDB-COD-CUOTA.
005430     READ PAGCHHDB
005440         INVALID KEY
005450             ADD 1 TO WS-CNT-NO-SOLICITADOS
005460             MOVE "DEBITO NO SOLICITADO" TO LIN-DET-RESULTADO
005470             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
005480             GO TO 2100-EXIT
005490     END-READ.
005500     IF HDB-FEC-SOLICITUD NOT = WS-FEC-SOLICITUD
005510         ADD 1 TO WS-CNT-NO-SOLICITADOS
005520         MOVE "DEBITO NO SOLICITADO" TO LIN-DET-RESULTADO
005530         PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
005540         GO TO 2100-EXIT
005550     END-IF.
005560     IF NOT HDB-SOLICITADO
005570         ADD 1 TO WS-CNT-YA-PROCESADOS
005580         MOVE "RESPUESTA YA PROCESADA" TO LIN-DET-RESULTADO
005590         MOVE HDB-NRO-RECIBO TO LIN-DET-RECIBO
005600         PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
005610         GO TO 2100-EXIT
005620     END-IF.
005630     IF RDB-IMP-DEBITO NOT = HDB-IMP-DEBITO
005640         ADD 1 TO WS-CNT-IMPORTE-DISTINTO
005650         MOVE "IMPORTE DISTINTO"     TO LIN-DET-RESULTADO
005660         MOVE "NO COINCIDE CON EL IMPORTE SOLICITADO"
005670                                     TO LIN-DET-OBSERVACION
005680         PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
005690         GO TO 2100-EXIT
005700     END-IF.
005710     IF RDB-DEBITADO
005720         PERFORM 3000-APLICAR-DEBITO THRU 3000-EXIT
005730     ELSE
005740         PERFORM 4000-REGISTRAR-RECHAZO THRU 4000-EXIT
005750     END-IF.
005760 2100-EXIT.
005770     EXIT.

005780******************************************************************
005790* 2950-LINEA-DETALLE - EMITE LA LINEA DE UN DETALLE
005800******************************************************************
005810 2950-LINEA-DETALLE.
005820     MOVE WS-LIN-DETALLE TO REG-RPT-DAR.
005830     WRITE REG-RPT-DAR.
005840 2950-EXIT.
005850     EXIT.

005860******************************************************************
005870* 3000-APLICAR-DEBITO - POSTEA EL DEBITO COMO PAGA DE LA CUOTA
005880*                       VIA PAGCHIPO; SI PASA, DEJA LA HISTORIA
005890*                       DEBITADA CON EL RECIBO Y REINICIA LOS
005900*                       RECHAZOS DEL MANDATO
005910******************************************************************
005920 3000-APLICAR-DEBITO.
005930     INITIALIZE REG-INPUT-PENDIENTE.
005940     SET PAGA                 TO TRUE.
005950     MOVE RDB-COD-EMPRESA     TO PH-COD-EMPRESA.
005960     MOVE RDB-COD-SERVICIO    TO PH-COD-SERVICIO.
005970     MOVE RDB-COD-DEUDOR      TO PH-COD-DEUDOR.
005980     MOVE RDB-COD-CUOTA       TO PH-COD-CUOTA.
005990     MOVE RDB-IMP-DEBITO      TO PH-IMP-PAGO.
006000     MOVE WS-PARM-COD-OPERADOR TO PH-COD-OPERADOR.
006010     MOVE WS-PARM-COD-OFICINA TO PH-COD-OFICINA.
006020     MOVE 00                  TO PH-COD-RETORNO-TOLD.
006030     CALL "PAGCHIPO" USING REG-PEND-CRED-HIPOTECARIO.
006040     IF PH-COD-RETORNO NOT = 00
006050         ADD 1 TO WS-CNT-NO-APLICADOS
006060         MOVE "DEBITO NO APLICADO"  TO LIN-DET-RESULTADO
006070         MOVE PH-MENSAJE            TO LIN-DET-OBSERVACION
006080         PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
006090         GO TO 3000-EXIT
006100     END-IF.
006110     SET HDB-DEBITADO         TO TRUE.
006120     MOVE WS-FECHA-SISTEMA    TO HDB-FEC-RESPUESTA.
006130     MOVE SPACES              TO HDB-COD-MOTIVO.
006140     MOVE PH-NRO-RECIBO       TO HDB-NRO-RECIBO.
006150     REWRITE REG-HDB-DEBITO
006160         INVALID KEY
006170             MOVE "ERROR REESCRIBIENDO PAGCHHDB" TO LIN-ABO-MOTIVO
006180             PERFORM 1090-CANCELAR THRU 1090-EXIT
006190             GO TO 3000-EXIT
006200     END-REWRITE.
006210     ADD 1 TO WS-CNT-DEBITADOS.
006220     ADD RDB-IMP-DEBITO TO WS-IMP-DEBITADOS.
006230     MOVE "DEBITO APLICADO"   TO LIN-DET-RESULTADO.
006240     MOVE PH-NRO-RECIBO       TO LIN-DET-RECIBO.
006250     MOVE RDB-COD-EMPRESA     TO MDA-COD-EMPRESA.
006260     MOVE RDB-COD-SERVICIO    TO MDA-COD-SERVICIO.
006270     MOVE RDB-COD-DEUDOR      TO MDA-COD-DEUDOR.
006280     READ PAGCHMDA
006290         INVALID KEY
006300             MOVE "MANDATO NO EXISTE" TO LIN-DET-OBSERVACION
006310             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
006320             GO TO 3000-EXIT
006330     END-READ.
006340     MOVE 0                   TO MDA-CNT-RECHAZOS.
006350     MOVE WS-FECHA-SISTEMA    TO MDA-FEC-ULT-DEBITO.
006360     REWRITE REG-MDA-MANDATO
006370         INVALID KEY
006380             MOVE "ERROR REESCRIBIENDO PAGCHMDA" TO LIN-ABO-MOTIVO
006390             PERFORM 1090-CANCELAR THRU 1090-EXIT
006400             GO TO 3000-EXIT
006410     END-REWRITE.
006420     PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT.
006430 3000-EXIT.
006440     EXIT.

006450******************************************************************
006460* 4000-REGISTRAR-RECHAZO - DEJA LA HISTORIA RECHAZADA CON EL
006470*                          MOTIVO DEL BANCO, SUMA EL RECHAZO AL
006480*                          MANDATO Y LO SUSPENDE SI EL MOTIVO ES
006490*                          DEFINITIVO O SE LLEGO AL LIMITE
006500******************************************************************
006510 4000-REGISTRAR-RECHAZO.
006520     SET HDB-RECHAZADO        TO TRUE.
006530     MOVE WS-FECHA-SISTEMA    TO HDB-FEC-RESPUESTA.
006540     MOVE RDB-COD-MOTIVO      TO HDB-COD-MOTIVO.
006550     REWRITE REG-HDB-DEBITO
006560         INVALID KEY
006570             MOVE "ERROR REESCRIBIENDO PAGCHHDB" TO LIN-ABO-MOTIVO
006580             PERFORM 1090-CANCELAR THRU 1090-EXIT
006590             GO TO 4000-EXIT
006600     END-REWRITE.
006610     ADD 1 TO WS-CNT-RECHAZADOS.
006620     ADD RDB-IMP-DEBITO TO WS-IMP-RECHAZADOS.
006630     MOVE "DEBITO RECHAZADO"  TO LIN-DET-RESULTADO.
006640     MOVE RDB-COD-EMPRESA     TO MDA-COD-EMPRESA.
006650     MOVE RDB-COD-SERVICIO    TO MDA-COD-SERVICIO.
006660     MOVE RDB-COD-DEUDOR      TO MDA-COD-DEUDOR.
006670     READ PAGCHMDA
006680         INVALID KEY
006690             MOVE "MANDATO NO EXISTE" TO LIN-DET-OBSERVACION
006700             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
006710             GO TO 4000-EXIT
006720     END-READ.
006730     PERFORM 5900-GUARDAR-IMAGEN THRU 5900-EXIT.
006740     MOVE "N" TO WS-FLAG-SUSPENDE.
006750     IF MDA-CNT-RECHAZOS < 99
006760         ADD 1 TO MDA-CNT-RECHAZOS
006770     END-IF.
006780     MOVE WS-FECHA-SISTEMA    TO MDA-FEC-ULT-RECHAZO.
006790     MOVE RDB-COD-MOTIVO      TO MDA-COD-ULT-MOTIVO.
006800     IF MDA-ACTIVO
006810         IF RDB-CUENTA-CERRADA
006820         OR RDB-CUENTA-INEXISTENTE
006830         OR RDB-MANDATO-REVOCADO
006840         OR MDA-CNT-RECHAZOS NOT < WS-PARM-LIMITE-RECHAZOS
006850             SET WS-SUSPENDE-MANDATO TO TRUE
006860             SET MDA-SUSPENDIDO      TO TRUE
006870             MOVE WS-FECHA-SISTEMA   TO MDA-FEC-ACTUALIZACION
006880             MOVE WS-PARM-COD-OPERADOR TO MDA-COD-OPERADOR
006890         END-IF
006900     END-IF.
006910     REWRITE REG-MDA-MANDATO
006920         INVALID KEY
006930             MOVE "ERROR REESCRIBIENDO PAGCHMDA" TO LIN-ABO-MOTIVO
006940             PERFORM 1090-CANCELAR THRU 1090-EXIT
006950             GO TO 4000-EXIT
006960     END-REWRITE.
006970     IF WS-SUSPENDE-MANDATO
006980         PERFORM 6000-AUDITAR-SUSPENSION THRU 6000-EXIT
006990         ADD 1 TO WS-CNT-SUSPENDIDOS
007000         MOVE "MANDATO SUSPENDIDO"  TO LIN-DET-OBSERVACION
007010     END-IF.
007020     PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT.
007030 4000-EXIT.
007040     EXIT.

007050******************************************************************
007060* 5900-GUARDAR-IMAGEN - GUARDA LOS VALORES DEL MANDATO ANTES DEL
007070*                       CAMBIO PARA LA PISTA DE AUDITORIA
007080******************************************************************
007090 5900-GUARDAR-IMAGEN.
007100     MOVE MDA-COD-BANCO        TO WS-ANT-COD-BANCO.
007110     MOVE MDA-NUM-CUENTA       TO WS-ANT-NUM-CUENTA.
007120     MOVE MDA-TIP-CUENTA       TO WS-ANT-TIP-CUENTA.
007130     MOVE MDA-NOM-TITULAR      TO WS-ANT-NOM-TITULAR.
007140     MOVE MDA-FLAG-ESTADO      TO WS-ANT-FLAG-ESTADO.
007150     MOVE MDA-CNT-RECHAZOS     TO WS-ANT-CNT-RECHAZOS.
007160 5900-EXIT.
007170     EXIT.

007180******************************************************************
007190* 6000-AUDITAR-SUSPENSION - GRABA EN PAGCHADA LA SUSPENSION DEL
007200*                           MANDATO A NOMBRE DEL OPERADOR DE
007210*                           SISTEMA, SIN AUTORIZADOR HUMANO
007220******************************************************************
007230 6000-AUDITAR-SUSPENSION.
007240     ACCEPT WS-HORA-SISTEMA  FROM TIME.
007250     MOVE WS-FECHA-SISTEMA       TO ADA-FEC-CAMBIO.
007260     MOVE WS-HORA-SISTEMA (1:6)  TO ADA-HOR-CAMBIO.
007270     SET ADA-SUSPENSION          TO TRUE.
007280     MOVE MDA-LLAVE-PRIMARIA     TO ADA-LLAVE-MANDATO.
007290     MOVE WS-PARM-COD-OPERADOR   TO ADA-COD-OPERADOR.
007300     MOVE "*SISTEMA"             TO ADA-COD-AUTORIZADOR.
007310     MOVE WS-ANT-COD-BANCO       TO ADA-ANT-COD-BANCO.
007320     MOVE WS-ANT-NUM-CUENTA      TO ADA-ANT-NUM-CUENTA.
007330     MOVE WS-ANT-TIP-CUENTA      TO ADA-ANT-TIP-CUENTA.
007340     MOVE WS-ANT-NOM-TITULAR     TO ADA-ANT-NOM-TITULAR.
007350     MOVE WS-ANT-FLAG-ESTADO     TO ADA-ANT-FLAG-ESTADO.
007360     MOVE WS-ANT-CNT-RECHAZOS    TO ADA-ANT-CNT-RECHAZOS.
007370     MOVE MDA-COD-BANCO          TO ADA-NVO-COD-BANCO.
007380     MOVE MDA-NUM-CUENTA         TO ADA-NVO-NUM-CUENTA.
007390     MOVE MDA-TIP-CUENTA         TO ADA-NVO-TIP-CUENTA.
007400     MOVE MDA-NOM-TITULAR        TO ADA-NVO-NOM-TITULAR.
007410     MOVE MDA-FLAG-ESTADO        TO ADA-NVO-FLAG-ESTADO.
007420     MOVE MDA-CNT-RECHAZOS       TO ADA-NVO-CNT-RECHAZOS.
007430     WRITE REG-ADA-MANDATO.
007440 6000-EXIT.
007450     EXIT.

007460******************************************************************
007470* 8000-TERMINAR - TOTALES DE CONTROL Y CIERRE
007480******************************************************************
007490 8000-TERMINAR.
007500     IF NOT WS-ARCHIVOS-ABIERTOS
007510         CLOSE PAGCHDAR-RPT
007520         GO TO 8000-EXIT
007530     END-IF.
007540     MOVE "DETALLES LEIDOS EN PAGCHRDB        :"
007550                                  TO WS-LIN-TOTAL.
007560     MOVE WS-CNT-LEIDOS           TO LIN-TOT-CANTIDAD.
007570     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
007580     MOVE "DEBITOS APLICADOS (PAGA)           :"
007590                                  TO WS-LIN-TOTAL.
007600     MOVE WS-CNT-DEBITADOS        TO LIN-TOT-CANTIDAD.
007610     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
007620     MOVE "DEBITOS NO APLICADOS (A RESOLVER)  :"
007630                                  TO WS-LIN-TOTAL.
007640     MOVE WS-CNT-NO-APLICADOS     TO LIN-TOT-CANTIDAD.
007650     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
007660     MOVE "DEBITOS RECHAZADOS POR EL BANCO    :"
007670                                  TO WS-LIN-TOTAL.
007680     MOVE WS-CNT-RECHAZADOS       TO LIN-TOT-CANTIDAD.
007690     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
007700     MOVE "  MANDATOS SUSPENDIDOS             :"
007710                                  TO WS-LIN-TOTAL.
007720     MOVE WS-CNT-SUSPENDIDOS      TO LIN-TOT-CANTIDAD.
007730     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
007740     MOVE "DETALLES NO SOLICITADOS            :"
007750                                  TO WS-LIN-TOTAL.
007760     MOVE WS-CNT-NO-SOLICITADOS   TO LIN-TOT-CANTIDAD.
007770     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
007780     MOVE "DETALLES YA PROCESADOS             :"
007790                                  TO WS-LIN-TOTAL.
007800     MOVE WS-CNT-YA-PROCESADOS    TO LIN-TOT-CANTIDAD.
007810     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
007820     MOVE "DETALLES CON IMPORTE DISTINTO      :"
007830                                  TO WS-LIN-TOTAL.
007840     MOVE WS-CNT-IMPORTE-DISTINTO TO LIN-TOT-CANTIDAD.
007850     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
007860     MOVE "IMPORTE DEBITADO Y APLICADO        :"
007870                                  TO WS-LIN-TOT-IMPORTE.
007880     MOVE WS-IMP-DEBITADOS        TO LIN-TOT-IMPORTE.
007890     MOVE WS-LIN-TOT-IMPORTE TO REG-RPT-DAR.
007900     WRITE REG-RPT-DAR.
007910     MOVE "IMPORTE RECHAZADO POR EL BANCO     :"
007920                                  TO WS-LIN-TOT-IMPORTE.
007930     MOVE WS-IMP-RECHAZADOS       TO LIN-TOT-IMPORTE.
007940     MOVE WS-LIN-TOT-IMPORTE TO REG-RPT-DAR.
007950     WRITE REG-RPT-DAR.
007960     CLOSE PAGCHRDB PAGCHMDA PAGCHHDB PAGCHADA.
007970     CLOSE PAGCHDAR-RPT.
007980 8000-EXIT.
007990     EXIT.

008000******************************************************************
008010* 8100-LINEA-TOTAL - EMITE UNA LINEA DE TOTALES
008020******************************************************************
008030 8100-LINEA-TOTAL.
008040     MOVE WS-LIN-TOTAL TO REG-RPT-DAR.
008050     WRITE REG-RPT-DAR.
008060 8100-EXIT.
008070     EXIT.

008080******************************************************************
008090* 8900-CERRAR-PASO - DEJA EL PASO TERMINADO, O CANCELADO SI EL
008100*                    PROCESO ABORTO, CON SUS CIFRAS DE CONTROL
008110*                    EN PAGCHCTL
008120******************************************************************
008130 8900-CERRAR-PASO.
008140     IF NOT WS-PASO-INICIADO
008150         GO TO 8900-EXIT
008160     END-IF.
008170     MOVE WS-CNT-LEIDOS      TO CTR-CNT-LEIDOS.
008180     MOVE WS-CNT-DEBITADOS   TO CTR-CNT-PROCESADOS.
008190     MOVE WS-IMP-DEBITADOS   TO CTR-IMP-CONTROL.
008200     IF WS-ABORTAR
008210         SET CTR-CANCELA TO TRUE
008220         MOVE 16 TO CTR-COD-RETORNO-PASO
008230     ELSE
008240         SET CTR-FIN TO TRUE
008250         MOVE 0 TO CTR-COD-RETORNO-PASO
008260     END-IF.
008270     CALL "PAGCHCTR" USING REG-CTR-CONTROL-PASO.
008280     IF NOT CTR-OK
008290         MOVE CTR-MENSAJE TO LIN-CTL-MOTIVO
008300         MOVE WS-LIN-CONTROL-PASO TO REG-RPT-DAR
008310         WRITE REG-RPT-DAR
008320         SET WS-ABORTAR TO TRUE
008330     END-IF.
008340 8900-EXIT.
008350     EXIT.
