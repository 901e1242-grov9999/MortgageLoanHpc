000010******************************************************************
000020* RI0106 15/10/26 LMGZ PROGRAMA INICIAL - SEGUIMIENTO MENSUAL DEL
000030*                      CUMPLIMIENTO DE CONVENIOS DE
000040*                      REPROGRAMACION (PAGCHCNV) Y TASA DE CURA
000050*                      POR EMPRESA Y POR OPERADOR
000060******************************************************************
000070 IDENTIFICATION DIVISION.
000080 PROGRAM-ID.     PAGCHX06.
000090 AUTHOR.         L. GOMEZ ZUNIGA.
000100 INSTALLATION.   PAGOACTIVO - AREA DE SISTEMAS.
000110 DATE-WRITTEN.   15/10/2026.
000120 DATE-COMPILED.

000130*=================================================================
000140* PROPOSITO : JOB MENSUAL QUE ORDENA LA PISTA DE CONVENIOS
000150*             PAGCHCNV POR EMPRESA/SERVICIO Y DEUDOR Y, PARA
000160*             CADA CONVENIO, BUSCA LAS CUOTAS DE SU PLAN
000170*             (CNV-PLAN-NUEVO) EN EL MAESTRO PAGCHPEN O, SI YA
000180*             FUERON ARCHIVADAS, EN LA HISTORIA PAGCHHIS. CADA
000190*             CONVENIO QUEDA CLASIFICADO COMO:
000200*               CUMPLIDO - TODAS LAS CUOTAS DEL PLAN PAGADAS
000210*               ROTO     - ALGUNA CUOTA DEL PLAN NO PAGADA CON
000220*                          MAS DIAS DE ATRASO QUE LA TOLERANCIA,
000230*                          O RETIRADA DEL MAESTRO SIN PAGO (BAJA
000240*                          O NUEVO CONVENIO SOBRE ELLA)
000250*               VIGENTE  - EL RESTO (PLAN AL DIA O DENTRO DE
000260*                          LA TOLERANCIA)
000270*             LOS CONVENIOS SIN PLAN REGISTRADO (GRABADOS ANTES
000280*             DE QUE PAGCHIPO GUARDARA EL PLAN) SE CUENTAN
000290*             APARTE. RECIBE POR SYSIN LA TOLERANCIA EN DIAS
000300*             (3 POSICIONES NUMERICAS EN LA COLUMNA 1). LISTA
000310*             CADA CONVENIO CON SU ESTADO PARA QUE COBRANZAS
000320*             ANULE Y PASE A LEGAL LOS ROTOS, TOTALES POR
000330*             SERVICIO Y POR EMPRESA, Y LA TASA DE CURA POR
000340*             EMPRESA Y POR OPERADOR QUE OTORGO EL CONVENIO:
000350*                 TASA = CUMPLIDOS X 100 / (CUMPLIDOS + ROTOS)
000360*             ES DECIR, SOBRE LOS CONVENIOS YA RESUELTOS.
000370*=================================================================
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.    IBM-370.
000410 OBJECT-COMPUTER.    IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT PAGCHCNV ASSIGN TO PAGCHCNV
000450         ORGANIZATION IS SEQUENTIAL
000460         ACCESS MODE IS SEQUENTIAL
000470         FILE STATUS IS WS-FS-PAGCHCNV.
000480     SELECT PAGCHSRT ASSIGN TO PAGCHSRT.
000490     SELECT PAGCHPEN ASSIGN TO PAGCHPEN
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS MAE-LLAVE-PRIMARIA
000530         ALTERNATE RECORD KEY IS MAE-LLAVE-DOCUMENTO
000540             WITH DUPLICATES
000550         FILE STATUS IS WS-FS-PAGCHPEN.
000560     SELECT PAGCHHIS ASSIGN TO PAGCHHIS
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS HIS-LLAVE-PRIMARIA
000600         ALTERNATE RECORD KEY IS HIS-LLAVE-DOCUMENTO
000610             WITH DUPLICATES
000620         FILE STATUS IS WS-FS-PAGCHHIS.
000630     SELECT PAGCHOPE ASSIGN TO PAGCHOPE
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS OPE-COD-OPERADOR
000670         FILE STATUS IS WS-FS-PAGCHOPE.
000680     SELECT PAGCHCAT ASSIGN TO PAGCHCAT
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS CAT-LLAVE-PRIMARIA
000720         FILE STATUS IS WS-FS-PAGCHCAT.
000730     SELECT PAGCHX06-RPT ASSIGN TO PAGCHX06
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-FS-PAGCHX06.

000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  PAGCHCNV
000790     LABEL RECORDS ARE STANDARD.
000800     COPY "PAGCHCNV.cpy".
000810 SD  PAGCHSRT.
000820     COPY "PAGCHCNV.cpy" REPLACING
000830         ==REG-CNV-CONVENIO==         BY ==REG-SRT-CONVENIO==
000840         ==CNV-FEC-CONVENIO==         BY ==SRT-FEC-CONVENIO==
000850         ==CNV-HOR-CONVENIO==         BY ==SRT-HOR-CONVENIO==
000860         ==CNV-COD-EMPRESA==          BY ==SRT-COD-EMPRESA==
000870         ==CNV-COD-SERVICIO==         BY ==SRT-COD-SERVICIO==
000880         ==CNV-COD-DEUDOR==           BY ==SRT-COD-DEUDOR==
000890         ==CNV-COD-CUOTA-ORIGINAL==   BY
000900                 ==SRT-COD-CUOTA-ORIGINAL==
000910         ==CNV-COD-OPERADOR==         BY ==SRT-COD-OPERADOR==
000920         ==CNV-COD-OFICINA==          BY ==SRT-COD-OFICINA==
000930         ==CNV-IMP-SALDO-RETIRADO==   BY
000940                 ==SRT-IMP-SALDO-RETIRADO==
000950         ==CNV-NUM-CUOTAS-NUEVAS==    BY ==SRT-NUM-CUOTAS-NUEVAS==
000960         ==CNV-IMP-TOTAL-NUEVO==      BY ==SRT-IMP-TOTAL-NUEVO==
000970         ==CNV-PLAN-NUEVO==           BY ==SRT-PLAN-NUEVO==
000980         ==CNV-COD-CUOTA-NUEVA==      BY ==SRT-COD-CUOTA-NUEVA==
000990         ==CNV-IMP-APAGAR-NUEVA==     BY ==SRT-IMP-APAGAR-NUEVA==
001000         ==CNV-FEC-VCMTO-NUEVA==      BY ==SRT-FEC-VCMTO-NUEVA==.
001010 FD  PAGCHPEN
001020     LABEL RECORDS ARE STANDARD.
001030     COPY "PAGCHMAE.cpy".
001040 FD  PAGCHHIS
001050     LABEL RECORDS ARE STANDARD.
001060     COPY "PAGCHHIS.cpy".
001070 FD  PAGCHOPE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY "PAGCHOPE.cpy".
001100 FD  PAGCHCAT
001110     LABEL RECORDS ARE STANDARD.
001120     COPY "PAGCHCAT.cpy".
001130 FD  PAGCHX06-RPT
001140     LABEL RECORDS ARE STANDARD.
001150 01  REG-RPT-X06                  PIC X(132).

001160 WORKING-STORAGE SECTION.
001170*-----------------------------------------------------------------
001180* SWITCHES Y CONTADORES
001190*-----------------------------------------------------------------
001200 77  WS-FS-PAGCHCNV               PIC X(02) VALUE "00".
001210 77  WS-FS-PAGCHPEN               PIC X(02) VALUE "00".
001220 77  WS-FS-PAGCHHIS               PIC X(02) VALUE "00".
001230 77  WS-FS-PAGCHOPE               PIC X(02) VALUE "00".
001240 77  WS-FS-PAGCHCAT               PIC X(02) VALUE "00".
001250 77  WS-FS-PAGCHX06               PIC X(02) VALUE "00".
001260 77  WS-FLAG-FIN-SRT              PIC X(01) VALUE "N".
001270     88 WS-FIN-SRT                VALUE "S".
001280 77  WS-FLAG-FIN-CNV              PIC X(01) VALUE "N".
001290     88 WS-FIN-CNV                VALUE "S".
001300 77  WS-FLAG-ABORTAR              PIC X(01) VALUE "N".
001310     88 WS-ABORTAR                VALUE "S".
001320 77  WS-FLAG-HAY-CATALOGO         PIC X(01) VALUE "N".
001330     88 WS-HAY-CATALOGO           VALUE "S".
001340 77  WS-FLAG-HAY-OPERADORES       PIC X(01) VALUE "N".
001350     88 WS-HAY-OPERADORES         VALUE "S".
001360 77  WS-FLAG-HAY-HISTORIA         PIC X(01) VALUE "N".
001370     88 WS-HAY-HISTORIA           VALUE "S".
001380 77  WS-FLAG-PRIMERA-VEZ          PIC X(01) VALUE "S".
001390     88 WS-ES-PRIMERA-VEZ         VALUE "S".
001400     88 WS-NO-ES-PRIMERA-VEZ      VALUE "N".
001401 77  WS-FLAG-ARCHIVOS-ABIERTOS    PIC X(01) VALUE "N".
001402     88 WS-ARCHIVOS-ABIERTOS      VALUE "S".
001410 77  WS-FLAG-ESTADO-CNV           PIC X(01).
001420     88 WS-CNV-VIGENTE            VALUE "V".
001430     88 WS-CNV-CUMPLIDO           VALUE "C".
001440     88 WS-CNV-ROTO               VALUE "R".
001450     88 WS-CNV-SIN-PLAN           VALUE "X".
001460 77  WS-FECHA-SISTEMA             PIC 9(08).
001470 77  WS-EMPRESA-ANTERIOR          PIC 9(03) VALUE 0.
001480 77  WS-SERVICIO-ANTERIOR         PIC 9(02) VALUE 0.
001490 77  WS-CNT-LEIDOS                PIC 9(07) VALUE 0.
001500 77  WS-CNT-OPE-EXCEDIDOS         PIC 9(07) VALUE 0.
001510 77  WS-IDX-PLAN                  PIC 9(02) COMP.
001520 77  WS-TASA-CURA                 PIC 9(03)V9(02).
001530 77  WS-DIAS-ATRASO               PIC S9(07) COMP.
001540 77  WS-DIAS-MAX-ATRASO           PIC S9(07) COMP.
001550*-----------------------------------------------------------------
001560* SITUACION DE LAS CUOTAS DEL PLAN DEL CONVENIO EN PROCESO
001570*-----------------------------------------------------------------
001580 77  WS-CNT-PLAN-PAGADAS          PIC 9(02) VALUE 0.
001590 77  WS-CNT-PLAN-PENDIENTES       PIC 9(02) VALUE 0.
001600 77  WS-CNT-PLAN-VENCIDAS         PIC 9(02) VALUE 0.
001610 77  WS-CNT-PLAN-RETIRADAS        PIC 9(02) VALUE 0.
001620 77  WS-IMP-PLAN-PENDIENTE        PIC 9(13)V9(02) VALUE 0.
001630*-----------------------------------------------------------------
001640* TOLERANCIA DE ATRASO RECIBIDA POR SYSIN
001650*-----------------------------------------------------------------
001660 01  WS-PARM-TOLERANCIA.
001670     05  WS-PARM-DIAS-TOLERANCIA  PIC 9(03).
001680*-----------------------------------------------------------------
001690* CONVERSION DE FECHA AAAAMMDD A NUMERO DE DIA JULIANO PARA
001700* CALCULAR LOS DIAS DE ATRASO CON ARITMETICA DE ENTEROS, COMO
001710* EN PAGCHX03
001720*-----------------------------------------------------------------
001730 01  WS-FEC-TRABAJO.
001740     05  WS-FEC-TRA-NUM           PIC 9(08).
001750 01  WS-FEC-TRA-COMPON REDEFINES WS-FEC-TRABAJO.
001760     05  WS-FEC-TRA-AA            PIC 9(04).
001770     05  WS-FEC-TRA-MM            PIC 9(02).
001780     05  WS-FEC-TRA-DD            PIC 9(02).
001790 77  WS-JDN-AJUSTE-A              PIC S9(08) COMP.
001800 77  WS-JDN-ANO                   PIC S9(08) COMP.
001810 77  WS-JDN-MES                   PIC S9(08) COMP.
001820 77  WS-JDN-RESULT                PIC S9(08) COMP.
001830 77  WS-JDN-HOY                   PIC S9(08) COMP.
001840 77  WS-JDN-VCMTO                 PIC S9(08) COMP.
001850*-----------------------------------------------------------------
001860* ACUMULADORES DE CONVENIOS POR ESTADO: SERVICIO, EMPRESA Y
001870* GENERAL
001880*-----------------------------------------------------------------
001890 01  WS-ACU-SERVICIO.
001900     05  WS-SRV-VIGENTES          PIC 9(07).
001910     05  WS-SRV-CUMPLIDOS         PIC 9(07).
001920     05  WS-SRV-ROTOS             PIC 9(07).
001930     05  WS-SRV-SIN-PLAN          PIC 9(07).
001940 01  WS-ACU-EMPRESA.
001950     05  WS-EMP-VIGENTES          PIC 9(07).
001960     05  WS-EMP-CUMPLIDOS         PIC 9(07).
001970     05  WS-EMP-ROTOS             PIC 9(07).
001980     05  WS-EMP-SIN-PLAN          PIC 9(07).
001990 01  WS-ACU-GENERAL.
002000     05  WS-GRL-VIGENTES          PIC 9(07).
002010     05  WS-GRL-CUMPLIDOS         PIC 9(07).
002020     05  WS-GRL-ROTOS             PIC 9(07).
002030     05  WS-GRL-SIN-PLAN          PIC 9(07).
002040*-----------------------------------------------------------------
002050* TABLA DE CONVENIOS POR OPERADOR QUE LOS OTORGO, EN ORDEN DE
002060* APARICION
002070*-----------------------------------------------------------------
002080 01  WS-TAB-OPERADORES.
002090     05  WS-OPR-CANT              PIC 9(04) COMP VALUE 0.
002100     05  WS-OPR-ENTRY OCCURS 0 TO 500 TIMES
002110                      DEPENDING ON WS-OPR-CANT
002120                      INDEXED BY WS-OPR-IDX.
002130         10  WS-OPR-OPERADOR      PIC X(08).
002140         10  WS-OPR-VIGENTES      PIC 9(07).
002150         10  WS-OPR-CUMPLIDOS     PIC 9(07).
002160         10  WS-OPR-ROTOS         PIC 9(07).
002170         10  WS-OPR-SIN-PLAN      PIC 9(07).
002180*-----------------------------------------------------------------
002190* LINEAS DE REPORTE
002200*-----------------------------------------------------------------
002210 01  WS-LIN-TITULO.
002220     05  FILLER                  PIC X(42) VALUE
002230         "CUMPLIMIENTO DE CONVENIOS - PAGCHCNV".
002240     05  FILLER                  PIC X(17) VALUE
002250         "  FECHA PROCESO :".
002260     05  FILLER                  PIC X(01) VALUE SPACES.
002270     05  LIN-TIT-FECHA           PIC 9(08).
002280     05  FILLER                  PIC X(22) VALUE
002290         "  TOLERANCIA (DIAS) : ".
002300     05  LIN-TIT-TOLERANCIA      PIC ZZ9.
002310 01  WS-LIN-ERROR.
002320     05  FILLER                  PIC X(46) VALUE
002330         "TARJETA DE TOLERANCIA INVALIDA, PROCESO CANCEL".
002340     05  FILLER                  PIC X(04) VALUE "ADO ".
002350 01  WS-LIN-ABORTO.
002360     05  FILLER                  PIC X(19) VALUE
002370         "PROCESO CANCELADO :".
002380     05  FILLER                  PIC X(01) VALUE SPACES.
002390     05  LIN-ABO-MOTIVO          PIC X(40).
002400 01  WS-LIN-EMPRESA.
002410     05  FILLER                  PIC X(10) VALUE "EMPRESA : ".
002420     05  LIN-EMP-EMPRESA         PIC 9(03).
002430 01  WS-LIN-SERVICIO.
002440     05  FILLER                  PIC X(02) VALUE SPACES.
002450     05  FILLER                  PIC X(11) VALUE "SERVICIO : ".
002460     05  LIN-SRV-SERVICIO        PIC 9(02).
002470     05  FILLER                  PIC X(01) VALUE SPACES.
002480     05  LIN-SRV-NOMBRE          PIC X(40).
002490 01  WS-LIN-ENCABEZADO.
002500     05  FILLER                  PIC X(04) VALUE SPACES.
002510     05  FILLER                  PIC X(21) VALUE "DEUDOR".
002520     05  FILLER                  PIC X(09) VALUE "ORIGINAL".
002530     05  FILLER                  PIC X(09) VALUE "FECHA".
002540     05  FILLER                  PIC X(09) VALUE "OPERADOR".
002550     05  FILLER                  PIC X(12) VALUE "PLAN PAG PEN".
002560     05  FILLER                  PIC X(08) VALUE " VEN RET".
002570     05  FILLER                  PIC X(07) VALUE "  ATRAS".
002580     05  FILLER                  PIC X(23) VALUE
002590         "       SALDO PENDIENTE".
002600     05  FILLER                  PIC X(07) VALUE " ESTADO".
002610 01  WS-LIN-DETALLE.
002620     05  FILLER                  PIC X(04) VALUE SPACES.
002630     05  LIN-DET-DEUDOR          PIC X(20).
002640     05  FILLER                  PIC X(01) VALUE SPACES.
002650     05  LIN-DET-CUOTA-ORIG      PIC X(08).
002660     05  FILLER                  PIC X(01) VALUE SPACES.
002670     05  LIN-DET-FEC-CONVENIO    PIC X(08).
002680     05  FILLER                  PIC X(01) VALUE SPACES.
002690     05  LIN-DET-OPERADOR        PIC X(08).
002700     05  FILLER                  PIC X(02) VALUE SPACES.
002710     05  LIN-DET-PLAN            PIC Z9.
002720     05  FILLER                  PIC X(02) VALUE SPACES.
002730     05  LIN-DET-PAGADAS         PIC Z9.
002740     05  FILLER                  PIC X(02) VALUE SPACES.
002750     05  LIN-DET-PENDIENTES      PIC Z9.
002760     05  FILLER                  PIC X(02) VALUE SPACES.
002770     05  LIN-DET-VENCIDAS        PIC Z9.
002780     05  FILLER                  PIC X(02) VALUE SPACES.
002790     05  LIN-DET-RETIRADAS       PIC Z9.
002800     05  FILLER                  PIC X(01) VALUE SPACES.
002810     05  LIN-DET-DIAS-ATRASO     PIC ZZZZZ9.
002820     05  FILLER                  PIC X(01) VALUE SPACES.
002830     05  LIN-DET-SALDO           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002840     05  FILLER                  PIC X(01) VALUE SPACES.
002850     05  LIN-DET-ESTADO          PIC X(08).
002860 01  WS-LIN-TOT-SERVICIO.
002870     05  FILLER                  PIC X(02) VALUE SPACES.
002880     05  FILLER                  PIC X(18) VALUE
002890         "TOTAL SERVICIO : ".
002900     05  LIN-TSR-SERVICIO        PIC 9(02).
002910     05  FILLER                  PIC X(12) VALUE "  VIGENTES :".
002920     05  LIN-TSR-VIGENTES        PIC ZZZ,ZZ9.
002930     05  FILLER                  PIC X(13) VALUE "  CUMPLIDOS :".
002940     05  LIN-TSR-CUMPLIDOS       PIC ZZZ,ZZ9.
002950     05  FILLER                  PIC X(09) VALUE "  ROTOS :".
002960     05  LIN-TSR-ROTOS           PIC ZZZ,ZZ9.
002970     05  FILLER                  PIC X(12) VALUE "  SIN PLAN :".
002980     05  LIN-TSR-SIN-PLAN        PIC ZZZ,ZZ9.
002990 01  WS-LIN-TOT-EMPRESA.
003000     05  FILLER                  PIC X(16) VALUE
003010         "TOTAL EMPRESA : ".
003020     05  LIN-TEM-EMPRESA         PIC 9(03).
003030     05  FILLER                  PIC X(01) VALUE SPACES.
003040     05  FILLER                  PIC X(12) VALUE "  VIGENTES :".
003050     05  LIN-TEM-VIGENTES        PIC ZZZ,ZZ9.
003060     05  FILLER                  PIC X(13) VALUE "  CUMPLIDOS :".
003070     05  LIN-TEM-CUMPLIDOS       PIC ZZZ,ZZ9.
003080     05  FILLER                  PIC X(09) VALUE "  ROTOS :".
003090     05  LIN-TEM-ROTOS           PIC ZZZ,ZZ9.
003100     05  FILLER                  PIC X(12) VALUE "  SIN PLAN :".
003110     05  LIN-TEM-SIN-PLAN        PIC ZZZ,ZZ9.
003120     05  FILLER                  PIC X(17) VALUE
003130         "  TASA DE CURA : ".
003140     05  LIN-TEM-TASA            PIC ZZ9.99.
003150     05  FILLER                  PIC X(02) VALUE " %".
003160 01  WS-LIN-TIT-OPERADORES.
003170     05  FILLER                  PIC X(44) VALUE
003180         "TASA DE CURA POR OPERADOR QUE OTORGO EL CONV".
003190     05  FILLER                  PIC X(04) VALUE "ENIO".
003200 01  WS-LIN-OPERADOR.
003210     05  FILLER                  PIC X(02) VALUE SPACES.
003220     05  LIN-OPE-OPERADOR        PIC X(08).
003230     05  FILLER                  PIC X(01) VALUE SPACES.
003240     05  LIN-OPE-NOMBRE          PIC X(40).
003250     05  FILLER                  PIC X(06) VALUE "  VIG:".
003260     05  LIN-OPE-VIGENTES        PIC ZZZ,ZZ9.
003270     05  FILLER                  PIC X(06) VALUE "  CUM:".
003280     05  LIN-OPE-CUMPLIDOS       PIC ZZZ,ZZ9.
003290     05  FILLER                  PIC X(06) VALUE "  ROT:".
003300     05  LIN-OPE-ROTOS           PIC ZZZ,ZZ9.
003310     05  FILLER                  PIC X(06) VALUE "  S/P:".
003320     05  LIN-OPE-SIN-PLAN        PIC ZZZ,ZZ9.
003330     05  FILLER                  PIC X(09) VALUE "  TASA : ".
003340     05  LIN-OPE-TASA            PIC ZZ9.99.
003350     05  FILLER                  PIC X(02) VALUE " %".
003360 01  WS-LIN-OPE-EXCEDIDOS.
003370     05  FILLER                  PIC X(40) VALUE
003380         "CONVENIOS FUERA DE TABLA DE OPERADORES :".
003390     05  LIN-OEX-CANTIDAD        PIC ZZZ,ZZ9.
003400 01  WS-LIN-TOT-GENERAL.
003410     05  FILLER                  PIC X(16) VALUE
003420         "TOTAL GENERAL   ".
003430     05  FILLER                  PIC X(04) VALUE SPACES.
003440     05  FILLER                  PIC X(12) VALUE "  VIGENTES :".
003450     05  LIN-TGE-VIGENTES        PIC ZZZ,ZZ9.
003460     05  FILLER                  PIC X(13) VALUE "  CUMPLIDOS :".
003470     05  LIN-TGE-CUMPLIDOS       PIC ZZZ,ZZ9.
003480     05  FILLER                  PIC X(09) VALUE "  ROTOS :".
003490     05  LIN-TGE-ROTOS           PIC ZZZ,ZZ9.
003500     05  FILLER                  PIC X(12) VALUE "  SIN PLAN :".
003510     05  LIN-TGE-SIN-PLAN        PIC ZZZ,ZZ9.
003520     05  FILLER                  PIC X(17) VALUE
003530         "  TASA DE CURA : ".
003540     05  LIN-TGE-TASA            PIC ZZ9.99.
003550     05  FILLER                  PIC X(02) VALUE " %".
003560 01  WS-LIN-TOT-LEIDOS.
003570     05  FILLER                  PIC X(25) VALUE
003580         "TOTAL CONVENIOS LEIDOS  :".
003590     05  LIN-TOT-LEIDOS          PIC ZZZ,ZZ9.

003600 PROCEDURE DIVISION.

003610******************************************************************
003620* 0000-MAINLINE
003630******************************************************************
003640 0000-MAINLINE.
003650     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003660     IF NOT WS-ABORTAR
003670         PERFORM 2000-PROCESAR-CONVENIOS THRU 2000-EXIT
003680     END-IF.
003690     IF WS-ABORTAR
003700         MOVE 16 TO RETURN-CODE
003710     END-IF.
003720     PERFORM 8000-TERMINAR THRU 8000-EXIT.
003730     STOP RUN.

003740******************************************************************
003750* 1000-INICIALIZAR - ABRE EL REPORTE, VALIDA LA TARJETA DE
003760*                    TOLERANCIA Y ABRE LOS ARCHIVOS DE CONSULTA
003770******************************************************************
003780 1000-INICIALIZAR.
003790     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
003800     OPEN OUTPUT PAGCHX06-RPT.
003810     MOVE WS-FECHA-SISTEMA TO LIN-TIT-FECHA.
003820     ACCEPT WS-PARM-TOLERANCIA.
003830     IF WS-PARM-DIAS-TOLERANCIA NOT NUMERIC
003840         MOVE 0 TO LIN-TIT-TOLERANCIA
003850         MOVE WS-LIN-TITULO TO REG-RPT-X06
003860         WRITE REG-RPT-X06
003870         MOVE WS-LIN-ERROR TO REG-RPT-X06
003880         WRITE REG-RPT-X06
003890         SET WS-ABORTAR TO TRUE
003900         GO TO 1000-EXIT
003910     END-IF.
003920     MOVE WS-PARM-DIAS-TOLERANCIA TO LIN-TIT-TOLERANCIA.
003930     MOVE WS-LIN-TITULO TO REG-RPT-X06.
003940     WRITE REG-RPT-X06.
003950     MOVE WS-FECHA-SISTEMA TO WS-FEC-TRA-NUM.
003960     PERFORM 2210-CONVIERTE-DIAS THRU 2210-EXIT.
003970     MOVE WS-JDN-RESULT TO WS-JDN-HOY.
003980*    SIN MAESTRO NO HAY COMO SABER SI EL PLAN SE ESTA PAGANDO:
003990*    TODOS LOS CONVENIOS SALDRIAN ROTOS, ASI QUE SE CANCELA
004000     OPEN INPUT PAGCHPEN.
004010     IF WS-FS-PAGCHPEN NOT = "00"
004020         MOVE "ERROR ABRIENDO PAGCHPEN" TO LIN-ABO-MOTIVO
004030         PERFORM 1090-CANCELAR THRU 1090-EXIT
004040         GO TO 1000-EXIT
004050     END-IF.
004051     SET WS-ARCHIVOS-ABIERTOS TO TRUE.
004060*    LA HISTORIA NO EXISTE HASTA EL PRIMER CIERRE MENSUAL; SIN
004070*    ELLA UNA CUOTA AUSENTE DEL MAESTRO SE TOMA COMO RETIRADA
004080     OPEN INPUT PAGCHHIS.
004090     IF WS-FS-PAGCHHIS = "00"
004100         SET WS-HAY-HISTORIA TO TRUE
004110     END-IF.
004120*    SIN CATALOGO O SIN MAESTRO DE OPERADORES EL REPORTE SALE
004130*    IGUAL, CON LOS NOMBRES EN BLANCO
004140     OPEN INPUT PAGCHCAT.
004150     IF WS-FS-PAGCHCAT = "00"
004160         SET WS-HAY-CATALOGO TO TRUE
004170     END-IF.
004180     OPEN INPUT PAGCHOPE.
004190     IF WS-FS-PAGCHOPE = "00"
004200         SET WS-HAY-OPERADORES TO TRUE
004210     END-IF.
004220     MOVE ZEROES TO WS-ACU-SERVICIO.
004230     MOVE ZEROES TO WS-ACU-EMPRESA.
004240     MOVE ZEROES TO WS-ACU-GENERAL.
004250 1000-EXIT.
004260     EXIT.

004270******************************************************************
004280* 1090-CANCELAR - EMITE EL MOTIVO DE LA CANCELACION
004290******************************************************************
004300 1090-CANCELAR.
004310     MOVE WS-LIN-ABORTO TO REG-RPT-X06.
004320     WRITE REG-RPT-X06.
004330     SET WS-ABORTAR TO TRUE.
004340 1090-EXIT.
004350     EXIT.

004360******************************************************************
004370* 2000-PROCESAR-CONVENIOS - ORDENA LA PISTA DE CONVENIOS POR
004380*                           EMPRESA, SERVICIO, DEUDOR Y FECHA
004390*                           Y EVALUA CADA CONVENIO
004400******************************************************************
004410 2000-PROCESAR-CONVENIOS.
004420     SORT PAGCHSRT
004430         ON ASCENDING KEY SRT-COD-EMPRESA SRT-COD-SERVICIO
004440                          SRT-COD-DEUDOR SRT-FEC-CONVENIO
004450                          SRT-HOR-CONVENIO
004460         INPUT PROCEDURE IS 2050-ALIMENTAR-SRT THRU 2050-EXIT
004470         OUTPUT PROCEDURE IS 2100-PROCESAR-SRT THRU 2100-EXIT.
004480 2000-EXIT.
004490     EXIT.

004500******************************************************************
004510* 2050-ALIMENTAR-SRT - LIBERA AL SORT TODOS LOS CONVENIOS DE
004520*                      LA PISTA PAGCHCNV
004530******************************************************************
004540 2050-ALIMENTAR-SRT.
004550     OPEN INPUT PAGCHCNV.
004560     IF WS-FS-PAGCHCNV NOT = "00"
004570         MOVE "ERROR ABRIENDO PAGCHCNV" TO LIN-ABO-MOTIVO
004580         PERFORM 1090-CANCELAR THRU 1090-EXIT
004590         GO TO 2050-EXIT
004600     END-IF.
004610     PERFORM 2060-LIBERAR-REGISTRO THRU 2060-EXIT
004620         UNTIL WS-FIN-CNV.
004630     CLOSE PAGCHCNV.
004640 2050-EXIT.
004650     EXIT.

004660******************************************************************
004670* 2060-LIBERAR-REGISTRO
004680******************************************************************
004690 2060-LIBERAR-REGISTRO.
004700     READ PAGCHCNV
004710         AT END
004720             SET WS-FIN-CNV TO TRUE
004730             GO TO 2060-EXIT
004740     END-READ.
004750     RELEASE REG-SRT-CONVENIO FROM REG-CNV-CONVENIO.
004760 2060-EXIT.
004770     EXIT.

004780******************************************************************
004790* 2100-PROCESAR-SRT
004800******************************************************************
004810 2100-PROCESAR-SRT.
004820     IF WS-ABORTAR
004830         GO TO 2100-EXIT
004840     END-IF.
004850     PERFORM 2110-LEER-SRT THRU 2110-EXIT.
004860     PERFORM 2120-PROCESAR-CONVENIO THRU 2120-EXIT
004870         UNTIL WS-FIN-SRT.
004880     IF WS-NO-ES-PRIMERA-VEZ
004890         PERFORM 3000-CERRAR-SERVICIO THRU 3000-EXIT
004900         PERFORM 3100-CERRAR-EMPRESA THRU 3100-EXIT
004910     END-IF.
004920 2100-EXIT.
004930     EXIT.

004940******************************************************************
004950* 2110-LEER-SRT
004960******************************************************************
004970 2110-LEER-SRT.
004980     RETURN PAGCHSRT
004990         AT END
005000             SET WS-FIN-SRT TO TRUE
005010     END-RETURN.
005020 2110-EXIT.
005030     EXIT.

005040******************************************************************
005050* 2120-PROCESAR-CONVENIO - CIERRA LOS CORTES DE CONTROL QUE
005060*                          CORRESPONDAN, EVALUA EL CONVENIO Y
005070*                          LO ACUMULA EN SU ESTADO
005080******************************************************************
005090 2120-PROCESAR-CONVENIO.
005100     ADD 1 TO WS-CNT-LEIDOS.
005110     IF WS-NO-ES-PRIMERA-VEZ
005120     AND SRT-COD-EMPRESA NOT = WS-EMPRESA-ANTERIOR
005130         PERFORM 3000-CERRAR-SERVICIO THRU 3000-EXIT
005140         PERFORM 3100-CERRAR-EMPRESA THRU 3100-EXIT
005150     ELSE
005160         IF WS-NO-ES-PRIMERA-VEZ
005170         AND SRT-COD-SERVICIO NOT = WS-SERVICIO-ANTERIOR
005180             PERFORM 3000-CERRAR-SERVICIO THRU 3000-EXIT
005190         END-IF
005200     END-IF.
005210     IF WS-ES-PRIMERA-VEZ
005220     OR SRT-COD-EMPRESA NOT = WS-EMPRESA-ANTERIOR
005230         MOVE SRT-COD-EMPRESA TO LIN-EMP-EMPRESA
005240         MOVE WS-LIN-EMPRESA TO REG-RPT-X06
005250         WRITE REG-RPT-X06
005260     END-IF.
005270     IF WS-ES-PRIMERA-VEZ
005280     OR SRT-COD-EMPRESA  NOT = WS-EMPRESA-ANTERIOR
005290     OR SRT-COD-SERVICIO NOT = WS-SERVICIO-ANTERIOR
005300         MOVE SRT-COD-SERVICIO TO LIN-SRV-SERVICIO
005310         PERFORM 2400-BUSCAR-CATALOGO THRU 2400-EXIT
005320         MOVE WS-LIN-SERVICIO TO REG-RPT-X06
005330         WRITE REG-RPT-X06
005340         MOVE WS-LIN-ENCABEZADO TO REG-RPT-X06
005350         WRITE REG-RPT-X06
005360     END-IF.
005370     MOVE SRT-COD-EMPRESA  TO WS-EMPRESA-ANTERIOR.
005380     MOVE SRT-COD-SERVICIO TO WS-SERVICIO-ANTERIOR.
005390     SET WS-NO-ES-PRIMERA-VEZ TO TRUE.
005400     PERFORM 2200-EVALUAR-CONVENIO THRU 2200-EXIT.
005410     PERFORM 2500-ACUMULAR-ESTADO THRU 2500-EXIT.
005420     PERFORM 2600-LINEA-DETALLE THRU 2600-EXIT.
005430     PERFORM 2110-LEER-SRT THRU 2110-EXIT.
005440 2120-EXIT.
005450     EXIT.

005460******************************************************************
005470* 2200-EVALUAR-CONVENIO - REVISA CADA CUOTA DEL PLAN Y
005480*                         DETERMINA EL ESTADO DEL CONVENIO
005490******************************************************************
005500 2200-EVALUAR-CONVENIO.
005510     MOVE 0 TO WS-CNT-PLAN-PAGADAS.
005520     MOVE 0 TO WS-CNT-PLAN-PENDIENTES.
005530     MOVE 0 TO WS-CNT-PLAN-VENCIDAS.
005540     MOVE 0 TO WS-CNT-PLAN-RETIRADAS.
005550     MOVE 0 TO WS-IMP-PLAN-PENDIENTE.
005560     MOVE 0 TO WS-DIAS-MAX-ATRASO.
005570*    UN REGISTRO SIN PLAN (ANTERIOR A QUE PAGCHIPO LO GRABARA)
005580*    NO SE PUEDE SEGUIR: SE INFORMA Y SE CUENTA APARTE
005590     IF SRT-NUM-CUOTAS-NUEVAS NOT NUMERIC
005600     OR SRT-NUM-CUOTAS-NUEVAS < 1
005610     OR SRT-NUM-CUOTAS-NUEVAS > 12
005620     OR SRT-COD-CUOTA-NUEVA (1) = SPACES
005630         SET WS-CNV-SIN-PLAN TO TRUE
005640         GO TO 2200-EXIT
005650     END-IF.
005660     PERFORM 2300-EVALUAR-CUOTA-PLAN THRU 2300-EXIT
005670         VARYING WS-IDX-PLAN FROM 1 BY 1
005680         UNTIL WS-IDX-PLAN > SRT-NUM-CUOTAS-NUEVAS.
005690     EVALUATE TRUE
005700         WHEN WS-CNT-PLAN-VENCIDAS > 0
005710         WHEN WS-CNT-PLAN-RETIRADAS > 0
005720             SET WS-CNV-ROTO TO TRUE
005730         WHEN WS-CNT-PLAN-PAGADAS = SRT-NUM-CUOTAS-NUEVAS
005740             SET WS-CNV-CUMPLIDO TO TRUE
005750         WHEN OTHER
005760             SET WS-CNV-VIGENTE TO TRUE
005770     END-EVALUATE.
005780 2200-EXIT.
005790     EXIT.

005800******************************************************************
005810* 2210-CONVIERTE-DIAS - CONVIERTE LA FECHA AAAAMMDD DE
005820*                       WS-FEC-TRABAJO EN NUMERO DE DIA
005830*                       JULIANO (WS-JDN-RESULT), COMO EN
005840*                       PAGCHX03
005850******************************************************************
005860 2210-CONVIERTE-DIAS.
005870     COMPUTE WS-JDN-AJUSTE-A =
005880             (14 - WS-FEC-TRA-MM) / 12.
005890     COMPUTE WS-JDN-ANO =
005900             WS-FEC-TRA-AA + 4800 - WS-JDN-AJUSTE-A.
005910     COMPUTE WS-JDN-MES =
005920             WS-FEC-TRA-MM + 12 * WS-JDN-AJUSTE-A - 3.
005930     COMPUTE WS-JDN-RESULT =
005940             WS-FEC-TRA-DD
005950             + (153 * WS-JDN-MES + 2) / 5
005960             + 365 * WS-JDN-ANO
005970             + WS-JDN-ANO / 4
005980             - WS-JDN-ANO / 100
005990             + WS-JDN-ANO / 400
006000             - 32045.
006010 2210-EXIT.
006020     EXIT.

006030******************************************************************
006040* 2300-EVALUAR-CUOTA-PLAN - BUSCA UNA CUOTA DEL PLAN EN EL
006050*                           MAESTRO Y, SI YA NO ESTA, EN LA
006060*                           HISTORIA, Y LA CLASIFICA
006070******************************************************************
006080 2300-EVALUAR-CUOTA-PLAN.
006090     MOVE SRT-COD-EMPRESA  TO MAE-COD-EMPRESA.
006100     MOVE SRT-COD-SERVICIO TO MAE-COD-SERVICIO.
006110     MOVE SRT-COD-DEUDOR   TO MAE-COD-DEUDOR.
006120     MOVE SRT-COD-CUOTA-NUEVA (WS-IDX-PLAN) TO MAE-COD-CUOTA.
006130     READ PAGCHPEN
006140         INVALID KEY
006150             PERFORM 2320-BUSCAR-HISTORIA THRU 2320-EXIT
006160             GO TO 2300-EXIT
006170     END-READ.
006180     IF MAE-PAGADO
006190         ADD 1 TO WS-CNT-PLAN-PAGADAS
006200         GO TO 2300-EXIT
006210     END-IF.
006220     ADD 1 TO WS-CNT-PLAN-PENDIENTES.
006230     IF MAE-IMP-PAGADO < MAE-IMP-APAGAR + MAE-IMP-MORA
006240         COMPUTE WS-IMP-PLAN-PENDIENTE = WS-IMP-PLAN-PENDIENTE
006250                 + MAE-IMP-APAGAR + MAE-IMP-MORA - MAE-IMP-PAGADO
006260     END-IF.
006270*    UNA FECHA DE VENCIMIENTO NO NUMERICA NO SE PUEDE MEDIR;
006280*    EL JOB DE AUDITORIA DE CONSISTENCIA PAGCHX04 LA REPORTA
006290     IF MAE-FEC-VCMTO NOT NUMERIC
006300         GO TO 2300-EXIT
006310     END-IF.
006320     MOVE MAE-FEC-VCMTO TO WS-FEC-TRA-NUM.
006330     PERFORM 2210-CONVIERTE-DIAS THRU 2210-EXIT.
006340     MOVE WS-JDN-RESULT TO WS-JDN-VCMTO.
006350     COMPUTE WS-DIAS-ATRASO = WS-JDN-HOY - WS-JDN-VCMTO.
006360     IF WS-DIAS-ATRASO > WS-DIAS-MAX-ATRASO
006370         MOVE WS-DIAS-ATRASO TO WS-DIAS-MAX-ATRASO
006380     END-IF.
006390     IF WS-DIAS-ATRASO > WS-PARM-DIAS-TOLERANCIA
006400         ADD 1 TO WS-CNT-PLAN-VENCIDAS
006410     END-IF.
006420 2300-EXIT.
006430     EXIT.

006440******************************************************************
006450* 2320-BUSCAR-HISTORIA - LA CUOTA DEL PLAN YA NO ESTA EN EL
006460*                        MAESTRO: SI ESTA EN LA HISTORIA FUE
006470*                        PAGADA Y ARCHIVADA; SI NO, SE RETIRO
006480*                        SIN PAGO (BAJA O NUEVO CONVENIO)
006490******************************************************************
006500 2320-BUSCAR-HISTORIA.
006510     IF NOT WS-HAY-HISTORIA
006520         ADD 1 TO WS-CNT-PLAN-RETIRADAS
006530         GO TO 2320-EXIT
006540     END-IF.
006550     MOVE SRT-COD-EMPRESA  TO HIS-COD-EMPRESA.
006560     MOVE SRT-COD-SERVICIO TO HIS-COD-SERVICIO.
006570     MOVE SRT-COD-DEUDOR   TO HIS-COD-DEUDOR.
006580     MOVE SRT-COD-CUOTA-NUEVA (WS-IDX-PLAN) TO HIS-COD-CUOTA.
006590     READ PAGCHHIS
006600         INVALID KEY
006610             ADD 1 TO WS-CNT-PLAN-RETIRADAS
006620             GO TO 2320-EXIT
006630     END-READ.
006640     ADD 1 TO WS-CNT-PLAN-PAGADAS.
006650 2320-EXIT.
006660     EXIT.

006670******************************************************************
006680* 2400-BUSCAR-CATALOGO - TRAE DEL CATALOGO PAGCHCAT EL NOMBRE
006690*                       DE LA EMPRESA/SERVICIO DEL CONVENIO EN
006700*                       PROCESO; SIN CATALOGO O SIN REGISTRO,
006710*                       EL NOMBRE VA EN BLANCO
006720******************************************************************
006730 2400-BUSCAR-CATALOGO.
006740     MOVE SPACES TO LIN-SRV-NOMBRE.
006750     IF NOT WS-HAY-CATALOGO
006760         GO TO 2400-EXIT
006770     END-IF.
006780     MOVE SRT-COD-EMPRESA  TO CAT-COD-EMPRESA.
006790     MOVE SRT-COD-SERVICIO TO CAT-COD-SERVICIO.
006800     READ PAGCHCAT
006810         INVALID KEY
006820             GO TO 2400-EXIT
006830     END-READ.
006840     MOVE CAT-NOM-SERVICIO TO LIN-SRV-NOMBRE.
006850 2400-EXIT.
006860     EXIT.

006870******************************************************************
006880* 2500-ACUMULAR-ESTADO - SUMA EL CONVENIO EN SU ESTADO PARA EL
006890*                        SERVICIO, LA EMPRESA, EL TOTAL
006900*                        GENERAL Y EL OPERADOR QUE LO OTORGO
006910******************************************************************
006920 2500-ACUMULAR-ESTADO.
006930     PERFORM 2550-UBICAR-OPERADOR THRU 2550-EXIT.
006940     EVALUATE TRUE
006950         WHEN WS-CNV-VIGENTE
006960             ADD 1 TO WS-SRV-VIGENTES
006970             ADD 1 TO WS-EMP-VIGENTES
006980             ADD 1 TO WS-GRL-VIGENTES
006990             IF WS-OPR-IDX NOT > WS-OPR-CANT
007000                 ADD 1 TO WS-OPR-VIGENTES (WS-OPR-IDX)
007010             END-IF
007020         WHEN WS-CNV-CUMPLIDO
007030             ADD 1 TO WS-SRV-CUMPLIDOS
007040             ADD 1 TO WS-EMP-CUMPLIDOS
007050             ADD 1 TO WS-GRL-CUMPLIDOS
007060             IF WS-OPR-IDX NOT > WS-OPR-CANT
007070                 ADD 1 TO WS-OPR-CUMPLIDOS (WS-OPR-IDX)
007080             END-IF
007090         WHEN WS-CNV-ROTO
007100             ADD 1 TO WS-SRV-ROTOS
007110             ADD 1 TO WS-EMP-ROTOS
007120             ADD 1 TO WS-GRL-ROTOS
007130             IF WS-OPR-IDX NOT > WS-OPR-CANT
007140                 ADD 1 TO WS-OPR-ROTOS (WS-OPR-IDX)
007150             END-IF
007160         WHEN OTHER
007170             ADD 1 TO WS-SRV-SIN-PLAN
007180             ADD 1 TO WS-EMP-SIN-PLAN
007190             ADD 1 TO WS-GRL-SIN-PLAN
007200             IF WS-OPR-IDX NOT > WS-OPR-CANT
007210                 ADD 1 TO WS-OPR-SIN-PLAN (WS-OPR-IDX)
007220             END-IF
007230     END-EVALUATE.
007240 2500-EXIT.
007250     EXIT.

007260******************************************************************
007270* 2550-UBICAR-OPERADOR - DEJA WS-OPR-IDX EN LA FILA DEL
007280*                        OPERADOR DEL CONVENIO, ABRIENDOLA SI
007290*                        ES LA PRIMERA VEZ QUE APARECE. CON LA
007300*                        TABLA LLENA EL INDICE QUEDA FUERA DE
007310*                        RANGO Y EL CONVENIO SE CUENTA APARTE
007320******************************************************************
007330 2550-UBICAR-OPERADOR.
007340     SET WS-OPR-IDX TO 1.
007350     SEARCH WS-OPR-ENTRY
007360         AT END
007370             PERFORM 2560-ABRIR-OPERADOR THRU 2560-EXIT
007380         WHEN WS-OPR-OPERADOR (WS-OPR-IDX) = SRT-COD-OPERADOR
007390             CONTINUE
007400     END-SEARCH.
007410 2550-EXIT.
007420     EXIT.

007430******************************************************************
007440* 2560-ABRIR-OPERADOR - ABRE UNA FILA NUEVA EN LA TABLA DE
007450*                       OPERADORES
007460******************************************************************
007470 2560-ABRIR-OPERADOR.
007480     IF WS-OPR-CANT = 500
007490         ADD 1 TO WS-CNT-OPE-EXCEDIDOS
007500         SET WS-OPR-IDX TO 501
007510         GO TO 2560-EXIT
007520     END-IF.
007530     ADD 1 TO WS-OPR-CANT.
007540     SET WS-OPR-IDX TO WS-OPR-CANT.
007550     MOVE SRT-COD-OPERADOR TO WS-OPR-OPERADOR (WS-OPR-IDX).
007560     MOVE 0 TO WS-OPR-VIGENTES (WS-OPR-IDX).
007570     MOVE 0 TO WS-OPR-CUMPLIDOS (WS-OPR-IDX).
007580     MOVE 0 TO WS-OPR-ROTOS (WS-OPR-IDX).
007590     MOVE 0 TO WS-OPR-SIN-PLAN (WS-OPR-IDX).
007600 2560-EXIT.
007610     EXIT.

007620******************************************************************
007630* 2600-LINEA-DETALLE - EMITE LA LINEA DEL CONVENIO CON LA
007640*                      SITUACION DE SU PLAN Y SU ESTADO
007650******************************************************************
007660 2600-LINEA-DETALLE.
007670     MOVE SRT-COD-DEUDOR         TO LIN-DET-DEUDOR.
007680     MOVE SRT-COD-CUOTA-ORIGINAL TO LIN-DET-CUOTA-ORIG.
007690     MOVE SRT-FEC-CONVENIO       TO LIN-DET-FEC-CONVENIO.
007700     MOVE SRT-COD-OPERADOR       TO LIN-DET-OPERADOR.
007710     IF SRT-NUM-CUOTAS-NUEVAS NUMERIC
007720         MOVE SRT-NUM-CUOTAS-NUEVAS TO LIN-DET-PLAN
007730     ELSE
007740         MOVE 0                     TO LIN-DET-PLAN
007750     END-IF.
007760     MOVE WS-CNT-PLAN-PAGADAS    TO LIN-DET-PAGADAS.
007770     MOVE WS-CNT-PLAN-PENDIENTES TO LIN-DET-PENDIENTES.
007780     MOVE WS-CNT-PLAN-VENCIDAS   TO LIN-DET-VENCIDAS.
007790     MOVE WS-CNT-PLAN-RETIRADAS  TO LIN-DET-RETIRADAS.
007800     MOVE WS-DIAS-MAX-ATRASO     TO LIN-DET-DIAS-ATRASO.
007810     MOVE WS-IMP-PLAN-PENDIENTE  TO LIN-DET-SALDO.
007820     EVALUATE TRUE
007830         WHEN WS-CNV-VIGENTE
007840             MOVE "VIGENTE"  TO LIN-DET-ESTADO
007850         WHEN WS-CNV-CUMPLIDO
007860             MOVE "CUMPLIDO" TO LIN-DET-ESTADO
007870         WHEN WS-CNV-ROTO
007880             MOVE "ROTO"     TO LIN-DET-ESTADO
007890         WHEN OTHER
007900             MOVE "SIN PLAN" TO LIN-DET-ESTADO
007910     END-EVALUATE.
007920     MOVE WS-LIN-DETALLE TO REG-RPT-X06.
007930     WRITE REG-RPT-X06.
007940 2600-EXIT.
007950     EXIT.

007960******************************************************************
007970* 3000-CERRAR-SERVICIO - EMITE LOS TOTALES DEL SERVICIO QUE
007980*                        TERMINA Y LOS LIMPIA
007990******************************************************************
008000 3000-CERRAR-SERVICIO.
008010     MOVE WS-SERVICIO-ANTERIOR TO LIN-TSR-SERVICIO.
008020     MOVE WS-SRV-VIGENTES      TO LIN-TSR-VIGENTES.
008030     MOVE WS-SRV-CUMPLIDOS     TO LIN-TSR-CUMPLIDOS.
008040     MOVE WS-SRV-ROTOS         TO LIN-TSR-ROTOS.
008050     MOVE WS-SRV-SIN-PLAN      TO LIN-TSR-SIN-PLAN.
008060     MOVE WS-LIN-TOT-SERVICIO  TO REG-RPT-X06.
008070     WRITE REG-RPT-X06.
008080     MOVE ZEROES TO WS-ACU-SERVICIO.
008090 3000-EXIT.
008100     EXIT.

008110******************************************************************
008120* 3100-CERRAR-EMPRESA - EMITE LOS TOTALES Y LA TASA DE CURA DE
008130*                       LA EMPRESA QUE TERMINA Y LOS LIMPIA
008140******************************************************************
008150 3100-CERRAR-EMPRESA.
008160     MOVE WS-EMPRESA-ANTERIOR TO LIN-TEM-EMPRESA.
008170     MOVE WS-EMP-VIGENTES     TO LIN-TEM-VIGENTES.
008180     MOVE WS-EMP-CUMPLIDOS    TO LIN-TEM-CUMPLIDOS.
008190     MOVE WS-EMP-ROTOS        TO LIN-TEM-ROTOS.
008200     MOVE WS-EMP-SIN-PLAN     TO LIN-TEM-SIN-PLAN.
008210     IF WS-EMP-CUMPLIDOS + WS-EMP-ROTOS = 0
008220         MOVE 0 TO WS-TASA-CURA
008230     ELSE
008240         COMPUTE WS-TASA-CURA ROUNDED =
008250                 WS-EMP-CUMPLIDOS * 100
008260                 / (WS-EMP-CUMPLIDOS + WS-EMP-ROTOS)
008270     END-IF.
008280     MOVE WS-TASA-CURA        TO LIN-TEM-TASA.
008290     MOVE WS-LIN-TOT-EMPRESA  TO REG-RPT-X06.
008300     WRITE REG-RPT-X06.
008310     MOVE ZEROES TO WS-ACU-EMPRESA.
008320 3100-EXIT.
008330     EXIT.

008340******************************************************************
008350* 4000-REPORTAR-OPERADORES - EMITE LA TASA DE CURA DE CADA
008360*                            OPERADOR QUE OTORGO CONVENIOS
008370******************************************************************
008380 4000-REPORTAR-OPERADORES.
008390     MOVE WS-LIN-TIT-OPERADORES TO REG-RPT-X06.
008400     WRITE REG-RPT-X06.
008410     IF WS-OPR-CANT > 0
008420         PERFORM 4100-LINEA-OPERADOR THRU 4100-EXIT
008430             VARYING WS-OPR-IDX FROM 1 BY 1
008440             UNTIL WS-OPR-IDX > WS-OPR-CANT
008450     END-IF.
008460     IF WS-CNT-OPE-EXCEDIDOS > 0
008470         MOVE WS-CNT-OPE-EXCEDIDOS TO LIN-OEX-CANTIDAD
008480         MOVE WS-LIN-OPE-EXCEDIDOS TO REG-RPT-X06
008490         WRITE REG-RPT-X06
008500     END-IF.
008510 4000-EXIT.
008520     EXIT.

008530******************************************************************
008540* 4100-LINEA-OPERADOR - EMITE LA LINEA DE UN OPERADOR CON EL
008550*                       NOMBRE TOMADO DEL MAESTRO PAGCHOPE
008560******************************************************************
008570 4100-LINEA-OPERADOR.
008580     MOVE WS-OPR-OPERADOR (WS-OPR-IDX)  TO LIN-OPE-OPERADOR.
008590     MOVE SPACES                        TO LIN-OPE-NOMBRE.
008600     IF WS-HAY-OPERADORES
008610         MOVE WS-OPR-OPERADOR (WS-OPR-IDX) TO OPE-COD-OPERADOR
008620         READ PAGCHOPE
008630             INVALID KEY
008640                 MOVE SPACES TO OPE-NOM-OPERADOR
008650         END-READ
008660         MOVE OPE-NOM-OPERADOR          TO LIN-OPE-NOMBRE
008670     END-IF.
008680     MOVE WS-OPR-VIGENTES (WS-OPR-IDX)  TO LIN-OPE-VIGENTES.
008690     MOVE WS-OPR-CUMPLIDOS (WS-OPR-IDX) TO LIN-OPE-CUMPLIDOS.
008700     MOVE WS-OPR-ROTOS (WS-OPR-IDX)     TO LIN-OPE-ROTOS.
008710     MOVE WS-OPR-SIN-PLAN (WS-OPR-IDX)  TO LIN-OPE-SIN-PLAN.
008720     IF WS-OPR-CUMPLIDOS (WS-OPR-IDX)
008730        + WS-OPR-ROTOS (WS-OPR-IDX) = 0
008740         MOVE 0 TO WS-TASA-CURA
008750     ELSE
008760         COMPUTE WS-TASA-CURA ROUNDED =
008770                 WS-OPR-CUMPLIDOS (WS-OPR-IDX) * 100
008780                 / (WS-OPR-CUMPLIDOS (WS-OPR-IDX)
008790                  + WS-OPR-ROTOS (WS-OPR-IDX))
008800     END-IF.
008810     MOVE WS-TASA-CURA                  TO LIN-OPE-TASA.
008820     MOVE WS-LIN-OPERADOR               TO REG-RPT-X06.
008830     WRITE REG-RPT-X06.
008840 4100-EXIT.
008850     EXIT.

008860******************************************************************
008870* 8000-TERMINAR - TASA POR OPERADOR, TOTALES FINALES Y CIERRE.
008871*                 SI SE CANCELA SOLO CIERRA LO QUE QUEDO ABIERTO
008880******************************************************************
008890 8000-TERMINAR.
008900     IF WS-ABORTAR
008901         IF WS-ARCHIVOS-ABIERTOS
008902             PERFORM 8100-CERRAR-CONSULTAS THRU 8100-EXIT
008903         END-IF
008910         CLOSE PAGCHX06-RPT
008920         GO TO 8000-EXIT
008930     END-IF.
008940     PERFORM 4000-REPORTAR-OPERADORES THRU 4000-EXIT.
008950     MOVE WS-GRL-VIGENTES     TO LIN-TGE-VIGENTES.
008960     MOVE WS-GRL-CUMPLIDOS    TO LIN-TGE-CUMPLIDOS.
008970     MOVE WS-GRL-ROTOS        TO LIN-TGE-ROTOS.
008980     MOVE WS-GRL-SIN-PLAN     TO LIN-TGE-SIN-PLAN.
008990     IF WS-GRL-CUMPLIDOS + WS-GRL-ROTOS = 0
009000         MOVE 0 TO WS-TASA-CURA
009010     ELSE
009020         COMPUTE WS-TASA-CURA ROUNDED =
009030                 WS-GRL-CUMPLIDOS * 100
009040                 / (WS-GRL-CUMPLIDOS + WS-GRL-ROTOS)
009050     END-IF.
009060     MOVE WS-TASA-CURA        TO LIN-TGE-TASA.
009070     MOVE WS-LIN-TOT-GENERAL  TO REG-RPT-X06.
009080     WRITE REG-RPT-X06.
009090     MOVE WS-CNT-LEIDOS       TO LIN-TOT-LEIDOS.
009100     MOVE WS-LIN-TOT-LEIDOS   TO REG-RPT-X06.
009110     WRITE REG-RPT-X06.
009120     PERFORM 8100-CERRAR-CONSULTAS THRU 8100-EXIT.
009220     CLOSE PAGCHX06-RPT.
009230 8000-EXIT.
009240     EXIT.

009250******************************************************************
009260* 8100-CERRAR-CONSULTAS - CIERRA EL MAESTRO Y LOS ARCHIVOS DE
009270*                         CONSULTA QUE SE PUDIERON ABRIR
009280******************************************************************
009290 8100-CERRAR-CONSULTAS.
009300     CLOSE PAGCHPEN.
009310     IF WS-HAY-HISTORIA
009320         CLOSE PAGCHHIS
009330     END-IF.
009340     IF WS-HAY-CATALOGO
009350         CLOSE PAGCHCAT
009360     END-IF.
009370     IF WS-HAY-OPERADORES
009380         CLOSE PAGCHOPE
009390     END-IF.
009400 8100-EXIT.
009410     EXIT.
