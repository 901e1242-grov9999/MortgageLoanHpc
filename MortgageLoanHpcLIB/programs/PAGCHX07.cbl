000010******************************************************************
000020* RI0110 15/10/26 LMGZ PROGRAMA INICIAL - VIGILANCIA DE
000030*                      EXCEPCIONES POR OPERADOR SOBRE LAS PISTAS
000040*                      DE PAGOS, EXTORNOS, BAJAS, CONVENIOS Y LA
000050*                      BITACORA, CON RANKING DE OPERADORES PARA
000060*                      AUDITORIA INTERNA
000070******************************************************************
000080 IDENTIFICATION DIVISION.
000090 PROGRAM-ID.     PAGCHX07.
000100 AUTHOR.         L. GOMEZ ZUNIGA.
000110 INSTALLATION.   PAGOACTIVO - AREA DE SISTEMAS.
000120 DATE-WRITTEN.   15/10/2026.
000130 DATE-COMPILED.

000140*=================================================================
000150* PROPOSITO : JOB DIARIO Y MENSUAL DE AUDITORIA INTERNA QUE
000160*             BUSCA CONDUCTAS SOSPECHOSAS DE LOS OPERADORES
000170*             CRUZANDO LAS PISTAS DE AUDITORIA: PAGOS DE
000180*             PAGCHDET, EXTORNOS DE PAGCHEXT, BAJAS DE PAGCHBAJ,
000190*             CONVENIOS DE PAGCHCNV Y LAS MODIFICACIONES DE LA
000200*             BITACORA PAGCHTRN. TODOS LOS EVENTOS SE ORDENAN
000210*             POR OPERADOR, CUOTA, FECHA Y HORA, Y SE MARCAN:
000220*               1 - PAGO EXTORNADO POR EL MISMO OPERADOR EL
000230*                   MISMO DIA
000240*               2 - MODIFICACIONES O EXTORNOS REPETIDOS POR
000250*                   IMPORTES JUSTO BAJO EL TOPE DEL OPERADOR
000260*                   (OPE-IMP-MAXIMO): DESDE EL PORCENTAJE DEL
000270*                   TOPE INDICADO, CUANDO SE REPITEN AL MENOS LAS
000280*                   VECES INDICADAS EN EL PERIODO
000290*               3 - BAJA O CONVENIO DE UNA CUOTA SOBRE LA QUE EL
000300*                   MISMO OPERADOR COBRO DENTRO DE LOS ULTIMOS
000310*                   DIAS INDICADOS
000320*               4 - TRANSACCION DIGITADA EN UNA OFICINA DISTINTA
000330*                   DE LA DEL OPERADOR (OPE-COD-OFICINA)
000340*               5 - VOLUMEN DEL PERIODO MUY POR ENCIMA DEL
000350*                   PROMEDIO PROPIO DEL OPERADOR, QUE SE LLEVA EN
000360*                   LA HISTORIA PAGCHOHS
000370*             AL FINAL RANKEA A LOS OPERADORES POR CANTIDAD DE
000380*             EXCEPCIONES Y MUESTRA, PARA CADA UNO, EL ULTIMO
000390*             CAMBIO DE SU FICHA EN PAGCHOAU, QUIEN LO AUTORIZO
000400*             Y EL NIVEL DE AUTORIZACION (OPE-NIV-AUTORIZACION)
000410*             DE ESE AUTORIZADOR.
000420*             RECIBE POR SYSIN UNA TARJETA CON:
000430*               COL 01     D = DIARIO (LA FECHA DE NEGOCIO)
000440*                          M = MENSUAL (EL MES DE LA FECHA DE
000450*                              NEGOCIO; LA BITACORA DEBE TRAER
000460*                              LAS GENERACIONES DEL MES)
000470*               COL 02-04  PORCENTAJE DEL TOPE (001 A 100)
000480*               COL 05-07  REPETICIONES MINIMAS BAJO EL TOPE
000490*               COL 08-10  DIAS HACIA ATRAS PARA UN COBRO RECIENTE
000500*               COL 11-13  PORCENTAJE DEL PROMEDIO QUE SE
000510*                          CONSIDERA VOLUMEN INUSUAL
000520*               COL 14-16  PERIODOS DE HISTORIA MINIMOS PARA
000530*                          COMPARAR VOLUMEN
000540*             LOS EXTORNOS SE TOMAN DE PAGCHEXT Y NO DE LOS
000550*             REGISTROS 'T' DE PAGCHDET, PARA NO CONTARLOS DOS
000560*             VECES; LAS BAJAS CON MOTIVO CV LAS GENERA EL
000570*             CONVENIO Y SE TOMAN DE PAGCHCNV. LAS TRANSACCIONES
000580*             SIN OPERADOR SOLO SE CUENTAN. UN OPERADOR QUE NO
000590*             ESTA EN PAGCHOPE NO TIENE TOPE NI OFICINA CONTRA
000600*             QUE COMPARAR Y SOLO SE LE APLICAN LAS DEMAS
000610*             REGLAS.
000620*=================================================================
000630 ENVIRONMENT DIVISION.
000640 CONFIGURATION SECTION.
000650 SOURCE-COMPUTER.    IBM-370.
000660 OBJECT-COMPUTER.    IBM-370.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT PAGCHDET ASSIGN TO PAGCHDET
000700         ORGANIZATION IS SEQUENTIAL
000710         ACCESS MODE IS SEQUENTIAL
000720         FILE STATUS IS WS-FS-PAGCHDET.
000730     SELECT PAGCHEXT ASSIGN TO PAGCHEXT
000740         ORGANIZATION IS SEQUENTIAL
000750         ACCESS MODE IS SEQUENTIAL
000760         FILE STATUS IS WS-FS-PAGCHEXT.
000770     SELECT PAGCHBAJ ASSIGN TO PAGCHBAJ
000780         ORGANIZATION IS SEQUENTIAL
000790         ACCESS MODE IS SEQUENTIAL
000800         FILE STATUS IS WS-FS-PAGCHBAJ.
000810     SELECT PAGCHCNV ASSIGN TO PAGCHCNV
000820         ORGANIZATION IS SEQUENTIAL
000830         ACCESS MODE IS SEQUENTIAL
000840         FILE STATUS IS WS-FS-PAGCHCNV.
000850     SELECT PAGCHTRN ASSIGN TO PAGCHTRN
000860         ORGANIZATION IS SEQUENTIAL
000870         ACCESS MODE IS SEQUENTIAL
000880         FILE STATUS IS WS-FS-PAGCHTRN.
000890     SELECT PAGCHOAU ASSIGN TO PAGCHOAU
000900         ORGANIZATION IS SEQUENTIAL
000910         ACCESS MODE IS SEQUENTIAL
000920         FILE STATUS IS WS-FS-PAGCHOAU.
000930     SELECT PAGCHOPE ASSIGN TO PAGCHOPE
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS RANDOM
000960         RECORD KEY IS OPE-COD-OPERADOR
000970         FILE STATUS IS WS-FS-PAGCHOPE.
000980     SELECT PAGCHOHS ASSIGN TO PAGCHOHS
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS RANDOM
001010         RECORD KEY IS OHS-LLAVE-PRIMARIA
001020         FILE STATUS IS WS-FS-PAGCHOHS.
001030     SELECT PAGCHSRT ASSIGN TO PAGCHSRT.
001040     SELECT PAGCHSRK ASSIGN TO PAGCHSRK.
001050     SELECT PAGCHX07-RPT ASSIGN TO PAGCHX07
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-FS-PAGCHX07.

001080 DATA DIVISION.
001090 FILE SECTION.
001100 FD  PAGCHDET
001110     LABEL RECORDS ARE STANDARD.
001120     COPY "PAGCHDET.cpy".
001130 FD  PAGCHEXT
001140     LABEL RECORDS ARE STANDARD.
001150     COPY "PAGCHEXT.cpy".
001160 FD  PAGCHBAJ
001170     LABEL RECORDS ARE STANDARD.
001180     COPY "PAGCHBAJ.cpy".
001190 FD  PAGCHCNV
001200     LABEL RECORDS ARE STANDARD.
001210     COPY "PAGCHCNV.cpy".
001220 FD  PAGCHTRN
001230     LABEL RECORDS ARE STANDARD.
001240     COPY "PAGCHTRN.cpy".
001250*-----------------------------------------------------------------
001260* VISTA DE CONTROL DEL MISMO REGISTRO: CABECERA/COLA DE CADA
001270* GENERACION DIARIA CORTADA POR PAGCHCIE
001280*-----------------------------------------------------------------
001290     COPY "PAGCHTRC.cpy".
001300 FD  PAGCHOAU
001310     LABEL RECORDS ARE STANDARD.
001320     COPY "PAGCHOAU.cpy".
001330 FD  PAGCHOPE
001340     LABEL RECORDS ARE STANDARD.
001350     COPY "PAGCHOPE.cpy".
001360 FD  PAGCHOHS
001370     LABEL RECORDS ARE STANDARD.
001380     COPY "PAGCHOHS.cpy".
001390*-----------------------------------------------------------------
001400* EVENTO COMUN DE LAS CINCO PISTAS: PAGO (P), EXTORNO (T),
001410* MODIFICACION (M), BAJA (E) Y CONVENIO (C). LOS PAGOS ANTERIORES
001420* AL PERIODO, DENTRO DE LA VENTANA DE DIAS, ENTRAN COMO
001430* ANTECEDENTE PARA LA REGLA 3 Y NO SE CUENTAN NI SE EVALUAN
001440*-----------------------------------------------------------------
001450 SD  PAGCHSRT.
001460 01  REG-SRT-EVENTO.
001470     05  SRT-LLAVE.
001480         10  SRT-COD-OPERADOR     PIC X(08).
001490         10  SRT-LLAVE-CUOTA.
001500             15  SRT-COD-EMPRESA  PIC 9(03).
001510             15  SRT-COD-SERVICIO PIC 9(02).
001520             15  SRT-COD-DEUDOR   PIC X(20).
001530             15  SRT-COD-CUOTA    PIC X(08).
001540         10  SRT-FEC-EVENTO       PIC X(08).
001550         10  SRT-HOR-EVENTO       PIC X(06).
001560         10  SRT-TIP-EVENTO       PIC X(01).
001570             88 SRT-PAGO          VALUE "P".
001580             88 SRT-EXTORNO       VALUE "T".
001590             88 SRT-MODIFICA      VALUE "M".
001600             88 SRT-ELIMINA       VALUE "E".
001610             88 SRT-CONVENIO      VALUE "C".
001620     05  SRT-FLAG-PERIODO         PIC X(01).
001630         88 SRT-EN-PERIODO        VALUE "S".
001640         88 SRT-ANTECEDENTE       VALUE "N".
001650     05  SRT-JDN-EVENTO           PIC 9(08).
001660     05  SRT-IMP-EVENTO           PIC 9(13)V9(02).
001670     05  SRT-COD-OFICINA          PIC X(03).
001680*-----------------------------------------------------------------
001690* RANKING: OPERADORES CON EXCEPCIONES, DE MAS A MENOS
001700*-----------------------------------------------------------------
001710 SD  PAGCHSRK.
001720 01  REG-SRK-RANKING.
001730     05  SRK-CNT-TOTAL            PIC 9(07).
001740     05  SRK-COD-OPERADOR         PIC X(08).
001750     05  SRK-NOM-OPERADOR         PIC X(20).
001760     05  SRK-COD-OFICINA          PIC X(03).
001770     05  SRK-NIV-AUTORIZACION     PIC X(02).
001780     05  SRK-CNT-VOLUMEN          PIC 9(07).
001790     05  SRK-CNT-EXTORNO          PIC 9(05).
001800     05  SRK-CNT-TOPE             PIC 9(05).
001810     05  SRK-CNT-RETIRO           PIC 9(05).
001820     05  SRK-CNT-OFICINA          PIC 9(05).
001830     05  SRK-CNT-INUSUAL          PIC 9(05).
001840     05  SRK-COD-AUTORIZADOR      PIC X(08).
001850     05  SRK-NIV-AUTORIZADOR      PIC X(02).
001860     05  SRK-FEC-CAMBIO           PIC X(08).
001870 FD  PAGCHX07-RPT
001880     LABEL RECORDS ARE STANDARD.
001890 01  REG-RPT-X07                  PIC X(132).

001900 WORKING-STORAGE SECTION.
001910*-----------------------------------------------------------------
001920* SWITCHES Y CONTADORES
001930*-----------------------------------------------------------------
001940 77  WS-FS-PAGCHDET               PIC X(02) VALUE "00".
001950 77  WS-FS-PAGCHEXT               PIC X(02) VALUE "00".
001960 77  WS-FS-PAGCHBAJ               PIC X(02) VALUE "00".
001970 77  WS-FS-PAGCHCNV               PIC X(02) VALUE "00".
001980 77  WS-FS-PAGCHTRN               PIC X(02) VALUE "00".
001990 77  WS-FS-PAGCHOAU               PIC X(02) VALUE "00".
002000 77  WS-FS-PAGCHOPE               PIC X(02) VALUE "00".
002010 77  WS-FS-PAGCHOHS               PIC X(02) VALUE "00".
002020 77  WS-FS-PAGCHX07               PIC X(02) VALUE "00".
002030 77  WS-FLAG-FIN-DET              PIC X(01) VALUE "N".
002040     88 WS-FIN-DET                VALUE "S".
002050 77  WS-FLAG-FIN-EXT              PIC X(01) VALUE "N".
002060     88 WS-FIN-EXT                VALUE "S".
002070 77  WS-FLAG-FIN-BAJ              PIC X(01) VALUE "N".
002080     88 WS-FIN-BAJ                VALUE "S".
002090 77  WS-FLAG-FIN-CNV              PIC X(01) VALUE "N".
002100     88 WS-FIN-CNV                VALUE "S".
002110 77  WS-FLAG-FIN-TRN              PIC X(01) VALUE "N".
002120     88 WS-FIN-TRN                VALUE "S".
002130 77  WS-FLAG-FIN-OAU              PIC X(01) VALUE "N".
002140     88 WS-FIN-OAU                VALUE "S".
002150 77  WS-FLAG-FIN-SRT              PIC X(01) VALUE "N".
002160     88 WS-FIN-SRT                VALUE "S".
002170 77  WS-FLAG-FIN-SRK              PIC X(01) VALUE "N".
002180     88 WS-FIN-SRK                VALUE "S".
002190 77  WS-FLAG-ABORTAR              PIC X(01) VALUE "N".
002200     88 WS-ABORTAR                VALUE "S".
002210 77  WS-FLAG-PRIMERA-VEZ          PIC X(01) VALUE "S".
002220     88 WS-ES-PRIMERA-VEZ         VALUE "S".
002230     88 WS-NO-ES-PRIMERA-VEZ      VALUE "N".
002240 77  WS-FLAG-OPE-REGISTRADO       PIC X(01) VALUE "N".
002250     88 WS-OPE-REGISTRADO         VALUE "S".
002260     88 WS-OPE-NO-REGISTRADO      VALUE "N".
002270 77  WS-FLAG-ARCHIVOS-ABIERTOS    PIC X(01) VALUE "N".
002280     88 WS-ARCHIVOS-ABIERTOS      VALUE "S".
002290 77  WS-FLAG-HAY-PAGO             PIC X(01) VALUE "N".
002300     88 WS-HAY-PAGO               VALUE "S".
002310     88 WS-NO-HAY-PAGO            VALUE "N".
002320 77  WS-FECHA-SISTEMA             PIC 9(08).
002330 77  WS-FEC-DESDE                 PIC X(08).
002340 77  WS-FEC-HASTA                 PIC X(08).
002341 77  WS-FEC-NEGOCIO-ANT           PIC X(08).
002350 77  WS-PER-CLAVE                 PIC X(08).
002360 77  WS-CNT-LEIDOS                PIC 9(09) VALUE 0.
002370 77  WS-CNT-PAGOS                 PIC 9(07) VALUE 0.
002380 77  WS-CNT-ANTECEDENTES          PIC 9(07) VALUE 0.
002390 77  WS-CNT-EXTORNOS              PIC 9(07) VALUE 0.
002400 77  WS-CNT-BAJAS                 PIC 9(07) VALUE 0.
002410 77  WS-CNT-CONVENIOS             PIC 9(07) VALUE 0.
002420 77  WS-CNT-MODIFICACIONES        PIC 9(07) VALUE 0.
002430 77  WS-CNT-SIN-OPERADOR          PIC 9(07) VALUE 0.
002440 77  WS-CNT-EXCEPCIONES           PIC 9(07) VALUE 0.
002450 77  WS-CNT-EXC-EXTORNO           PIC 9(07) VALUE 0.
002460 77  WS-CNT-EXC-TOPE              PIC 9(07) VALUE 0.
002470 77  WS-CNT-EXC-RETIRO            PIC 9(07) VALUE 0.
002480 77  WS-CNT-EXC-OFICINA           PIC 9(07) VALUE 0.
002490 77  WS-CNT-EXC-VOLUMEN           PIC 9(07) VALUE 0.
002500 77  WS-CNT-OPERADORES            PIC 9(07) VALUE 0.
002510 77  WS-CNT-OPE-EXCEDIDOS         PIC 9(07) VALUE 0.
002520 77  WS-CNT-CAM-EXCEDIDOS         PIC 9(07) VALUE 0.
002530 77  WS-CNT-RANKING               PIC 9(07) VALUE 0.
002540 77  WS-DIAS-DIFERENCIA           PIC S9(07) COMP.
002550 77  WS-DIAS-LIMITE               PIC S9(07) COMP.
002560 77  WS-IDX-CAMBIO                PIC 9(04) COMP.
002570 77  WS-BASE-PERIODOS             PIC 9(05).
002580 77  WS-BASE-CANTIDAD             PIC 9(09).
002590 77  WS-PROMEDIO                  PIC 9(07)V9(02).
002600*-----------------------------------------------------------------
002610* CONTROL DE PASOS DE LA CADENA NOCTURNA (VER PAGCHCTR)
002620*-----------------------------------------------------------------
002630 77  WS-FLAG-PASO-INICIADO        PIC X(01) VALUE "N".
002640     88 WS-PASO-INICIADO          VALUE "S".
002650     COPY "PAGCHCTR.cpy".
002660*-----------------------------------------------------------------
002670* TARJETA DE PARAMETROS RECIBIDA POR SYSIN
002680*-----------------------------------------------------------------
002690 01  WS-PARM-VIGILANCIA.
002700     05  WS-PARM-TIP-PERIODO      PIC X(01).
002710         88 WS-PARM-DIARIO        VALUE "D".
002720         88 WS-PARM-MENSUAL       VALUE "M".
002730     05  WS-PARM-PCT-TOPE         PIC 9(03).
002740     05  WS-PARM-MIN-REPETICIONES PIC 9(03).
002750     05  WS-PARM-DIAS-VENTANA     PIC 9(03).
002760     05  WS-PARM-PCT-VOLUMEN      PIC 9(03).
002770     05  WS-PARM-MIN-PERIODOS     PIC 9(03).
002780*-----------------------------------------------------------------
002790* CONVERSION DE FECHA AAAAMMDD A NUMERO DE DIA JULIANO PARA
002800* MEDIR LA DISTANCIA ENTRE UN COBRO Y LA BAJA O EL CONVENIO,
002810* COMO EN PAGCHX03
002820*-----------------------------------------------------------------
002830 01  WS-FEC-TRABAJO.
002840     05  WS-FEC-TRA-NUM           PIC 9(08).
002850 01  WS-FEC-TRA-COMPON REDEFINES WS-FEC-TRABAJO.
002860     05  WS-FEC-TRA-AA            PIC 9(04).
002870     05  WS-FEC-TRA-MM            PIC 9(02).
002880     05  WS-FEC-TRA-DD            PIC 9(02).
002890 77  WS-JDN-AJUSTE-A              PIC S9(08) COMP.
002900 77  WS-JDN-ANO                   PIC S9(08) COMP.
002910 77  WS-JDN-MES                   PIC S9(08) COMP.
002920 77  WS-JDN-RESULT                PIC S9(08) COMP.
002930 77  WS-JDN-DESDE                 PIC S9(08) COMP.
002940*-----------------------------------------------------------------
002950* OPERADOR EN PROCESO, CON SU FICHA DE PAGCHOPE Y SUS CUENTAS
002960* DEL PERIODO
002970*-----------------------------------------------------------------
002980 01  WS-GRP-OPERADOR.
002990     05  WS-GRP-COD-OPERADOR      PIC X(08).
003000     05  WS-GRP-NOM-OPERADOR      PIC X(40).
003010     05  WS-GRP-COD-OFICINA       PIC X(03).
003020     05  WS-GRP-NIV-AUTORIZACION  PIC 9(02).
003030     05  WS-GRP-IMP-MAXIMO        PIC 9(13)V9(02).
003040     05  WS-GRP-IMP-UMBRAL        PIC 9(13)V9(02).
003050     05  WS-GRP-CNT-VOLUMEN       PIC 9(07).
003060     05  WS-GRP-CNT-EXTORNO       PIC 9(05).
003070     05  WS-GRP-CNT-TOPE          PIC 9(05).
003080     05  WS-GRP-CNT-RETIRO        PIC 9(05).
003090     05  WS-GRP-CNT-OFICINA       PIC 9(05).
003100     05  WS-GRP-CNT-INUSUAL       PIC 9(05).
003110     05  WS-GRP-CNT-TOTAL         PIC 9(07).
003120*-----------------------------------------------------------------
003130* CUOTA EN PROCESO Y COBROS QUE EL OPERADOR HIZO SOBRE ELLA; CON
003140* LA TABLA LLENA EL COBRO MAS NUEVO REEMPLAZA AL ULTIMO
003150*-----------------------------------------------------------------
003160 01  WS-GRP-CUOTA.
003170     05  WS-GRP-COD-EMPRESA       PIC 9(03).
003180     05  WS-GRP-COD-SERVICIO      PIC 9(02).
003190     05  WS-GRP-COD-DEUDOR        PIC X(20).
003200     05  WS-GRP-COD-CUOTA         PIC X(08).
003210 01  WS-TAB-PAGOS.
003220     05  WS-PAG-CANT              PIC 9(04) COMP VALUE 0.
003230     05  WS-PAG-ENTRY OCCURS 50 TIMES
003240                      INDEXED BY WS-PAG-IDX.
003250         10  WS-PAG-FEC-PAGO      PIC X(08).
003260         10  WS-PAG-HOR-PAGO      PIC X(06).
003270         10  WS-PAG-JDN-PAGO      PIC 9(08).
003280*-----------------------------------------------------------------
003290* COBRO QUE SUSTENTA UNA EXCEPCION DE LAS REGLAS 1 Y 3
003300*-----------------------------------------------------------------
003310 77  WS-ENC-FEC-PAGO              PIC X(08).
003320 77  WS-ENC-HOR-PAGO              PIC X(06).
003330 77  WS-ENC-JDN-PAGO              PIC 9(08).
003340*-----------------------------------------------------------------
003350* TEXTO DE LA REGLA 4 CON EL TIPO DE EVENTO
003360*-----------------------------------------------------------------
003370 01  WS-TXT-OFICINA.
003380     05  FILLER                   PIC X(16) VALUE
003390         "OFICINA AJENA - ".
003400     05  TXT-OFI-EVENTO           PIC X(12).
003410*-----------------------------------------------------------------
003420* MODIFICACIONES Y EXTORNOS DEL OPERADOR JUSTO BAJO SU TOPE; SE
003430* LISTAN SOLO SI LLEGAN A LAS REPETICIONES MINIMAS (MAS DE 50 SE
003440* CUENTAN PERO NO SE LISTAN)
003450*-----------------------------------------------------------------
003460 01  WS-TAB-TOPE.
003470     05  WS-TOP-CANT              PIC 9(04) COMP VALUE 0.
003480     05  WS-TOP-ENTRY OCCURS 50 TIMES
003490                      INDEXED BY WS-TOP-IDX.
003500         10  WS-TOP-TIP-EVENTO    PIC X(01).
003510         10  WS-TOP-COD-EMPRESA   PIC 9(03).
003520         10  WS-TOP-COD-SERVICIO  PIC 9(02).
003530         10  WS-TOP-COD-DEUDOR    PIC X(20).
003540         10  WS-TOP-COD-CUOTA     PIC X(08).
003550         10  WS-TOP-FEC-EVENTO    PIC X(08).
003560         10  WS-TOP-IMP-EVENTO    PIC 9(13)V9(02).
003570         10  WS-TOP-COD-OFICINA   PIC X(03).
003580*-----------------------------------------------------------------
003590* ULTIMO CAMBIO DE CADA OPERADOR EN PAGCHOAU HASTA EL FIN DEL
003600* PERIODO, CON QUIEN LO AUTORIZO Y LA OFICINA QUE TENIA ANTES
003610*-----------------------------------------------------------------
003620 01  WS-TAB-CAMBIOS.
003630     05  WS-CAM-CANT              PIC 9(04) COMP VALUE 0.
003640     05  WS-CAM-ENTRY OCCURS 0 TO 1000 TIMES
003650                      DEPENDING ON WS-CAM-CANT
003660                      INDEXED BY WS-CAM-IDX.
003670         10  WS-CAM-COD-OPERADOR  PIC X(08).
003680         10  WS-CAM-FEC-CAMBIO    PIC X(08).
003690         10  WS-CAM-OPERACION     PIC X(01).
003700         10  WS-CAM-COD-AUTORIZADOR
003710                                  PIC X(08).
003720         10  WS-CAM-ANT-COD-OFICINA
003730                                  PIC X(03).
003740*-----------------------------------------------------------------
003750* OPERADORES CON EXCEPCIONES, EN ORDEN DE APARICION, PARA EL
003760* RANKING FINAL
003770*-----------------------------------------------------------------
003780 01  WS-TAB-OPERADORES.
003790     05  WS-OPR-CANT              PIC 9(04) COMP VALUE 0.
003800     05  WS-OPR-ENTRY OCCURS 0 TO 500 TIMES
003810                      DEPENDING ON WS-OPR-CANT
003820                      INDEXED BY WS-OPR-IDX.
003830         10  WS-OPR-CNT-TOTAL     PIC 9(07).
003840         10  WS-OPR-COD-OPERADOR  PIC X(08).
003850         10  WS-OPR-NOM-OPERADOR  PIC X(20).
003860         10  WS-OPR-COD-OFICINA   PIC X(03).
003870         10  WS-OPR-NIV-AUTORIZACION
003880                                  PIC X(02).
003890         10  WS-OPR-CNT-VOLUMEN   PIC 9(07).
003900         10  WS-OPR-CNT-EXTORNO   PIC 9(05).
003910         10  WS-OPR-CNT-TOPE      PIC 9(05).
003920         10  WS-OPR-CNT-RETIRO    PIC 9(05).
003930         10  WS-OPR-CNT-OFICINA   PIC 9(05).
003940         10  WS-OPR-CNT-INUSUAL   PIC 9(05).
003950         10  WS-OPR-COD-AUTORIZADOR
003960                                  PIC X(08).
003970         10  WS-OPR-NIV-AUTORIZADOR
003980                                  PIC X(02).
003990         10  WS-OPR-FEC-CAMBIO    PIC X(08).
004000*-----------------------------------------------------------------
004010* LINEAS DE REPORTE
004020*-----------------------------------------------------------------
004030 01  WS-LIN-TITULO.
004040     05  FILLER                  PIC X(42) VALUE
004050         "VIGILANCIA DE EXCEPCIONES POR OPERADOR".
004060     05  FILLER                  PIC X(17) VALUE
004070         "  FECHA PROCESO :".
004080     05  FILLER                  PIC X(01) VALUE SPACES.
004090     05  LIN-TIT-FECHA           PIC 9(08).
004100     05  FILLER                  PIC X(02) VALUE SPACES.
004110     05  LIN-TIT-PERIODO         PIC X(07).
004120     05  FILLER                  PIC X(14) VALUE
004130         " POSTERIOR A: ".
004140     05  LIN-TIT-DESDE           PIC X(08).
004150     05  FILLER                  PIC X(09) VALUE
004160         " HASTA : ".
004170     05  LIN-TIT-HASTA           PIC X(08).
004180 01  WS-LIN-PARAMETROS.
004190     05  FILLER                  PIC X(16) VALUE
004200         "TOPE (%)      : ".
004210     05  LIN-PAR-PCT-TOPE        PIC ZZ9.
004220     05  FILLER                  PIC X(18) VALUE
004230         "   REPETICIONES : ".
004240     05  LIN-PAR-MIN-REPETICIONES
004250                                 PIC ZZ9.
004260     05  FILLER                  PIC X(21) VALUE
004270         "   VENTANA (DIAS) : ".
004280     05  LIN-PAR-DIAS-VENTANA    PIC ZZ9.
004290     05  FILLER                  PIC X(19) VALUE
004300         "   VOLUMEN (%) : ".
004310     05  LIN-PAR-PCT-VOLUMEN     PIC ZZ9.
004320     05  FILLER                  PIC X(24) VALUE
004330         "   PERIODOS MINIMOS : ".
004340     05  LIN-PAR-MIN-PERIODOS    PIC ZZ9.
004350 01  WS-LIN-ERROR.
004360     05  FILLER                  PIC X(46) VALUE
004370         "TARJETA DE PARAMETROS INVALIDA, PROCESO CANCEL".
004380     05  FILLER                  PIC X(04) VALUE "ADO ".
004390 01  WS-LIN-ABORTO.
004400     05  FILLER                  PIC X(19) VALUE
004410         "PROCESO CANCELADO :".
004420     05  FILLER                  PIC X(01) VALUE SPACES.
004430     05  LIN-ABO-MOTIVO          PIC X(40).
004440 01  WS-LIN-CONTROL-PASO.
004450     05  FILLER                  PIC X(21) VALUE
004460         "CONTROL DE PASOS   : ".
004470     05  LIN-CTL-MOTIVO          PIC X(40).
004480 01  WS-LIN-TIT-EXCEPCIONES.
004490     05  FILLER                  PIC X(40) VALUE
004500         "EXCEPCIONES DETECTADAS".
004510 01  WS-LIN-ENC-EXCEPCIONES.
004520     05  FILLER                  PIC X(02) VALUE SPACES.
004530     05  FILLER                  PIC X(09) VALUE "OPERADOR".
004540     05  FILLER                  PIC X(29) VALUE "EXCEPCION".
004550     05  FILLER                  PIC X(07) VALUE "EMP SV".
004560     05  FILLER                  PIC X(21) VALUE "DEUDOR".
004570     05  FILLER                  PIC X(09) VALUE "CUOTA".
004580     05  FILLER                  PIC X(09) VALUE "FECHA".
004590     05  FILLER                  PIC X(21) VALUE
004600         "              IMPORTE".
004610     05  FILLER                  PIC X(04) VALUE "OFI".
004620     05  FILLER                  PIC X(20) VALUE "REFERENCIA".
004630 01  WS-LIN-EXCEPCION.
004640     05  FILLER                  PIC X(02) VALUE SPACES.
004650     05  LIN-EXC-OPERADOR        PIC X(08).
004660     05  FILLER                  PIC X(01) VALUE SPACES.
004670     05  LIN-EXC-EXCEPCION       PIC X(28).
004680     05  FILLER                  PIC X(01) VALUE SPACES.
004690     05  LIN-EXC-EMPRESA         PIC 9(03).
004700     05  FILLER                  PIC X(01) VALUE SPACES.
004710     05  LIN-EXC-SERVICIO        PIC 9(02).
004720     05  FILLER                  PIC X(01) VALUE SPACES.
004730     05  LIN-EXC-DEUDOR          PIC X(20).
004740     05  FILLER                  PIC X(01) VALUE SPACES.
004750     05  LIN-EXC-CUOTA           PIC X(08).
004760     05  FILLER                  PIC X(01) VALUE SPACES.
004770     05  LIN-EXC-FECHA           PIC X(08).
004780     05  FILLER                  PIC X(01) VALUE SPACES.
004790     05  LIN-EXC-IMPORTE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
004800     05  FILLER                  PIC X(01) VALUE SPACES.
004810     05  LIN-EXC-OFICINA         PIC X(03).
004820     05  FILLER                  PIC X(01) VALUE SPACES.
004830     05  LIN-EXC-REFERENCIA      PIC X(20).
004840 01  WS-LIN-REF-PAGO.
004850     05  FILLER                  PIC X(05) VALUE "PAGO ".
004860     05  LIN-RFP-FECHA           PIC X(08).
004870     05  FILLER                  PIC X(01) VALUE SPACES.
004880     05  LIN-RFP-HORA            PIC X(06).
004890 01  WS-LIN-REF-OFICINA.
004900     05  FILLER                  PIC X(17) VALUE
004910         "OFICINA OPERADOR ".
004920     05  LIN-RFO-OFICINA         PIC X(03).
004930 01  WS-LIN-REF-TOPE.
004940     05  FILLER                  PIC X(05) VALUE "TOPE ".
004950     05  LIN-RFT-TOPE            PIC ZZZZZZZZZZZ9.99.
004960 01  WS-LIN-VOLUMEN.
004970     05  FILLER                  PIC X(02) VALUE SPACES.
004980     05  LIN-VOL-OPERADOR        PIC X(08).
004990     05  FILLER                  PIC X(01) VALUE SPACES.
005000     05  FILLER                  PIC X(29) VALUE
005010         "VOLUMEN INUSUAL".
005020     05  FILLER                  PIC X(18) VALUE
005030         "EN EL PERIODO : ".
005040     05  LIN-VOL-CANTIDAD        PIC Z,ZZZ,ZZ9.
005050     05  FILLER                  PIC X(14) VALUE
005060         "  PROMEDIO : ".
005070     05  LIN-VOL-PROMEDIO        PIC Z,ZZZ,ZZ9.99.
005080     05  FILLER                  PIC X(14) VALUE
005090         "  PERIODOS : ".
005100     05  LIN-VOL-PERIODOS        PIC ZZ,ZZ9.
005110 01  WS-LIN-TIT-RANKING.
005120     05  FILLER                  PIC X(50) VALUE
005130         "RANKING DE OPERADORES POR EXCEPCIONES".
005140 01  WS-LIN-ENC-RANKING.
005150     05  FILLER                  PIC X(02) VALUE SPACES.
005160     05  FILLER                  PIC X(05) VALUE "  NRO".
005170     05  FILLER                  PIC X(10) VALUE " OPERADOR".
005180     05  FILLER                  PIC X(21) VALUE "NOMBRE".
005190     05  FILLER                  PIC X(04) VALUE "OFI".
005200     05  FILLER                  PIC X(03) VALUE "NV".
005210     05  FILLER                  PIC X(10) VALUE "  VOLUMEN ".
005220     05  FILLER                  PIC X(06) VALUE " EXT1 ".
005230     05  FILLER                  PIC X(06) VALUE " TOP2 ".
005240     05  FILLER                  PIC X(06) VALUE " RET3 ".
005250     05  FILLER                  PIC X(06) VALUE " OFI4 ".
005260     05  FILLER                  PIC X(06) VALUE " VOL5 ".
005270     05  FILLER                  PIC X(09) VALUE "  TOTAL  ".
005280     05  FILLER                  PIC X(10) VALUE "AUTORIZ.".
005290     05  FILLER                  PIC X(04) VALUE "NV".
005300     05  FILLER                  PIC X(11) VALUE "ULT.CAMBIO".
005310 01  WS-LIN-RANKING.
005320     05  FILLER                  PIC X(02) VALUE SPACES.
005330     05  LIN-RNK-NUMERO          PIC ZZZZ9.
005340     05  FILLER                  PIC X(01) VALUE SPACES.
005350     05  LIN-RNK-OPERADOR        PIC X(08).
005360     05  FILLER                  PIC X(01) VALUE SPACES.
005370     05  LIN-RNK-NOMBRE          PIC X(20).
005380     05  FILLER                  PIC X(01) VALUE SPACES.
005390     05  LIN-RNK-OFICINA         PIC X(03).
005400     05  FILLER                  PIC X(01) VALUE SPACES.
005410     05  LIN-RNK-NIVEL           PIC X(02).
005420     05  FILLER                  PIC X(01) VALUE SPACES.
005430     05  LIN-RNK-VOLUMEN         PIC Z,ZZZ,ZZ9.
005440     05  FILLER                  PIC X(01) VALUE SPACES.
005450     05  LIN-RNK-EXTORNO         PIC ZZZZ9.
005460     05  FILLER                  PIC X(01) VALUE SPACES.
005470     05  LIN-RNK-TOPE            PIC ZZZZ9.
005480     05  FILLER                  PIC X(01) VALUE SPACES.
005490     05  LIN-RNK-RETIRO          PIC ZZZZ9.
005500     05  FILLER                  PIC X(01) VALUE SPACES.
005510     05  LIN-RNK-OFICINAS        PIC ZZZZ9.
005520     05  FILLER                  PIC X(01) VALUE SPACES.
005530     05  LIN-RNK-INUSUAL         PIC ZZZZ9.
005540     05  FILLER                  PIC X(01) VALUE SPACES.
005550     05  LIN-RNK-TOTAL           PIC ZZZ,ZZ9.
005560     05  FILLER                  PIC X(02) VALUE SPACES.
005570     05  LIN-RNK-AUTORIZADOR     PIC X(08).
005580     05  FILLER                  PIC X(02) VALUE SPACES.
005590     05  LIN-RNK-NIV-AUTORIZADOR PIC X(02).
005600     05  FILLER                  PIC X(02) VALUE SPACES.
005610     05  LIN-RNK-FEC-CAMBIO      PIC X(08).
005620 01  WS-LIN-SIN-EXCEPCIONES.
005630     05  FILLER                  PIC X(02) VALUE SPACES.
005640     05  FILLER                  PIC X(40) VALUE
005650         "NINGUN OPERADOR CON EXCEPCIONES".
005660 01  WS-LIN-TOTAL.
005670     05  FILLER                  PIC X(36).
005680     05  LIN-TOT-CANTIDAD        PIC ZZZ,ZZ9.

005690 PROCEDURE DIVISION.

005700******************************************************************
005710* 0000-MAINLINE
005720******************************************************************
005730 0000-MAINLINE.
005740     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
005750     IF NOT WS-ABORTAR
005760         PERFORM 1100-ABRIR-ARCHIVOS THRU 1100-EXIT
005770     END-IF.
005780     IF NOT WS-ABORTAR
005790         PERFORM 1200-CARGAR-CAMBIOS THRU 1200-EXIT
005800     END-IF.
005810     IF NOT WS-ABORTAR
005820         PERFORM 2000-VIGILAR-OPERADORES THRU 2000-EXIT
005830     END-IF.
005840     IF NOT WS-ABORTAR
005850         PERFORM 3000-RANKEAR-OPERADORES THRU 3000-EXIT
005860     END-IF.
005870     PERFORM 8900-CERRAR-PASO THRU 8900-EXIT.
005880     IF WS-ABORTAR
005890         MOVE 16 TO RETURN-CODE
005900     END-IF.
005910     PERFORM 8000-TERMINAR THRU 8000-EXIT.
005920     STOP RUN.

005930******************************************************************
005940* 1000-INICIALIZAR - ABRE EL REPORTE, TOMA LA FECHA DE NEGOCIO,
005950*                    VALIDA LA TARJETA DE PARAMETROS Y FIJA EL
005960*                    PERIODO A VIGILAR
005970******************************************************************
005980 1000-INICIALIZAR.
005990     OPEN OUTPUT PAGCHX07-RPT.
006000     PERFORM 1050-INICIAR-PASO THRU 1050-EXIT.
006010     MOVE WS-FECHA-SISTEMA TO LIN-TIT-FECHA.
006020     IF WS-ABORTAR
006030         MOVE WS-LIN-TITULO TO REG-RPT-X07
006040         WRITE REG-RPT-X07
006050         MOVE WS-LIN-CONTROL-PASO TO REG-RPT-X07
006060         WRITE REG-RPT-X07
006070         GO TO 1000-EXIT
006080     END-IF.
006090     ACCEPT WS-PARM-VIGILANCIA.
006100     IF (NOT WS-PARM-DIARIO AND NOT WS-PARM-MENSUAL)
006110     OR WS-PARM-PCT-TOPE NOT NUMERIC
006120     OR WS-PARM-MIN-REPETICIONES NOT NUMERIC
006130     OR WS-PARM-DIAS-VENTANA NOT NUMERIC
006140     OR WS-PARM-PCT-VOLUMEN NOT NUMERIC
006150     OR WS-PARM-MIN-PERIODOS NOT NUMERIC
006160         MOVE WS-LIN-TITULO TO REG-RPT-X07
006170         WRITE REG-RPT-X07
006180         MOVE WS-LIN-ERROR TO REG-RPT-X07
006190         WRITE REG-RPT-X07
006200         SET WS-ABORTAR TO TRUE
006210         GO TO 1000-EXIT
006220     END-IF.
006230     IF WS-PARM-PCT-TOPE = 0
006240     OR WS-PARM-PCT-TOPE > 100
006250     OR WS-PARM-MIN-REPETICIONES = 0
006260     OR WS-PARM-PCT-VOLUMEN = 0
006270         MOVE WS-LIN-TITULO TO REG-RPT-X07
006280         WRITE REG-RPT-X07
006290         MOVE WS-LIN-ERROR TO REG-RPT-X07
006300         WRITE REG-RPT-X07
006310         SET WS-ABORTAR TO TRUE
006320         GO TO 1000-EXIT
006330     END-IF.
006340*    EL PERIODO EMPIEZA DESPUES DE WS-FEC-DESDE Y TERMINA EN
006350*    WS-FEC-HASTA INCLUSIVE. EL DIARIO EMPIEZA DESPUES DE LA
006351*    FECHA DE NEGOCIO ANTERIOR, PORQUE LAS PISTAS LLEVAN LA FECHA
006352*    DEL RELOJ: ASI LO DIGITADO EN SABADO, FERIADO O DESPUES DE
006353*    MEDIANOCHE ENTRA UNA SOLA VEZ (SIN FECHA ANTERIOR VALIDA ES
006354*    SOLO EL DIA DE NEGOCIO, COMO PAGCHCON). EL MENSUAL ES EL MES
006355*    DE LA FECHA DE NEGOCIO Y SE CORRE AL CIERRE DEL MES
006360     MOVE WS-FECHA-SISTEMA TO WS-FEC-TRA-NUM.
006370     IF WS-PARM-DIARIO
006380         MOVE "DIARIO"         TO LIN-TIT-PERIODO
006390         MOVE WS-FEC-NEGOCIO-ANT TO WS-FEC-DESDE
006400         MOVE WS-FEC-TRABAJO   TO WS-FEC-HASTA
006410         MOVE WS-FEC-TRABAJO   TO WS-PER-CLAVE
006411         IF WS-FEC-NEGOCIO-ANT NOT NUMERIC
006412         OR WS-FEC-NEGOCIO-ANT NOT < WS-FEC-HASTA
006413             SUBTRACT 1 FROM WS-FEC-TRA-DD
006414             MOVE WS-FEC-TRABAJO   TO WS-FEC-DESDE
006415         END-IF
006420     ELSE
006430         MOVE "MENSUAL"        TO LIN-TIT-PERIODO
006440         MOVE 00               TO WS-FEC-TRA-DD
006450         MOVE WS-FEC-TRABAJO   TO WS-FEC-DESDE
006460         MOVE 31               TO WS-FEC-TRA-DD
006470         MOVE WS-FEC-TRABAJO   TO WS-FEC-HASTA
006480         MOVE 00               TO WS-FEC-TRA-DD
006490         MOVE WS-FEC-TRABAJO   TO WS-PER-CLAVE
006500     END-IF.
006510     MOVE WS-FEC-DESDE TO LIN-TIT-DESDE.
006520     MOVE WS-FEC-HASTA TO LIN-TIT-HASTA.
006530     MOVE WS-LIN-TITULO TO REG-RPT-X07.
006540     WRITE REG-RPT-X07.
006550     MOVE WS-PARM-PCT-TOPE         TO LIN-PAR-PCT-TOPE.
006560     MOVE WS-PARM-MIN-REPETICIONES TO LIN-PAR-MIN-REPETICIONES.
006570     MOVE WS-PARM-DIAS-VENTANA     TO LIN-PAR-DIAS-VENTANA.
006580     MOVE WS-PARM-PCT-VOLUMEN      TO LIN-PAR-PCT-VOLUMEN.
006590     MOVE WS-PARM-MIN-PERIODOS     TO LIN-PAR-MIN-PERIODOS.
006600     MOVE WS-LIN-PARAMETROS TO REG-RPT-X07.
006610     WRITE REG-RPT-X07.
006620     MOVE WS-FEC-DESDE TO WS-FEC-TRABAJO.
006630     PERFORM 2210-CONVIERTE-DIAS THRU 2210-EXIT.
006640     ADD 1 WS-JDN-RESULT GIVING WS-JDN-DESDE.
006650 1000-EXIT.
006660     EXIT.

006670******************************************************************
006680* 1050-INICIAR-PASO - TOMA LA FECHA DE NEGOCIO DE PAGCHCTL EN
006690*                     LUGAR DEL RELOJ DEL SISTEMA Y NO DEJA
006700*                     CORRER EL PASO SI EL CORTE DE LA BITACORA
006710*                     NO TERMINO PARA ESA FECHA (VER PAGCHCTR)
006720******************************************************************
006730 1050-INICIAR-PASO.
006740     MOVE SPACES          TO REG-CTR-CONTROL-PASO.
006750     SET CTR-INICIO       TO TRUE.
006760     MOVE "PAGCHX07"      TO CTR-COD-PROGRAMA.
006770     MOVE "PAGCHCIE"      TO CTR-PASO-PREVIO (1).
006780     SET CTR-REPETIBLE    TO TRUE.
006790     MOVE 0 TO CTR-CNT-LEIDOS CTR-CNT-PROCESADOS
006800               CTR-IMP-CONTROL CTR-COD-RETORNO-PASO.
006810     CALL "PAGCHCTR" USING REG-CTR-CONTROL-PASO.
006820     IF NOT CTR-OK
006830         MOVE CTR-MENSAJE TO LIN-CTL-MOTIVO
006840         MOVE 0 TO WS-FECHA-SISTEMA
006850         SET WS-ABORTAR TO TRUE
006860         GO TO 1050-EXIT
006870     END-IF.
006880     SET WS-PASO-INICIADO TO TRUE.
006890     MOVE CTR-FEC-NEGOCIO TO WS-FECHA-SISTEMA.
006891     MOVE CTR-FEC-NEGOCIO-ANT TO WS-FEC-NEGOCIO-ANT.
006900 1050-EXIT.
006910     EXIT.

006920******************************************************************
006930* 1090-CANCELAR - EMITE EL MOTIVO DE LA CANCELACION
006940******************************************************************
006950 1090-CANCELAR.
006960     MOVE WS-LIN-ABORTO TO REG-RPT-X07.
006970     WRITE REG-RPT-X07.
006980     SET WS-ABORTAR TO TRUE.
006990 1090-EXIT.
007000     EXIT.

007010******************************************************************
007020* 1100-ABRIR-ARCHIVOS - ABRE EL MAESTRO DE OPERADORES, SIN EL QUE
007030*                       NO HAY TOPE NI OFICINA CONTRA QUE
007040*                       COMPARAR, Y LA HISTORIA DE VOLUMEN (SE
007050*                       CREA VACIA SI NO EXISTE)
007060******************************************************************
007070 1100-ABRIR-ARCHIVOS.
007080     OPEN INPUT PAGCHOPE.
007090     IF WS-FS-PAGCHOPE NOT = "00"
007100         MOVE "ERROR ABRIENDO PAGCHOPE" TO LIN-ABO-MOTIVO
007110         PERFORM 1090-CANCELAR THRU 1090-EXIT
007120         GO TO 1100-EXIT
007130     END-IF.
007140     OPEN I-O PAGCHOHS.
007150     IF WS-FS-PAGCHOHS = "35"
007160         OPEN OUTPUT PAGCHOHS
007170         CLOSE PAGCHOHS
007180         OPEN I-O PAGCHOHS
007190     END-IF.
007200     IF WS-FS-PAGCHOHS NOT = "00"
007210         MOVE "ERROR ABRIENDO PAGCHOHS" TO LIN-ABO-MOTIVO
007220         PERFORM 1090-CANCELAR THRU 1090-EXIT
007230         CLOSE PAGCHOPE
007240         GO TO 1100-EXIT
007250     END-IF.
007260     SET WS-ARCHIVOS-ABIERTOS TO TRUE.
007270 1100-EXIT.
007280     EXIT.

007290******************************************************************
007300* 1200-CARGAR-CAMBIOS - CARGA DE LA PISTA PAGCHOAU EL ULTIMO
007310*                       CAMBIO DE CADA OPERADOR HASTA EL FIN DEL
007320*                       PERIODO. SIN PISTA (NINGUN CAMBIO TODAVIA)
007330*                       EL RANKING SALE SIN AUTORIZADOR
007340******************************************************************
007350 1200-CARGAR-CAMBIOS.
007360     OPEN INPUT PAGCHOAU.
007370     IF WS-FS-PAGCHOAU = "35"
007380         GO TO 1200-EXIT
007390     END-IF.
007400     IF WS-FS-PAGCHOAU NOT = "00"
007410         MOVE "ERROR ABRIENDO PAGCHOAU" TO LIN-ABO-MOTIVO
007420         PERFORM 1090-CANCELAR THRU 1090-EXIT
007430         GO TO 1200-EXIT
007440     END-IF.
007450     PERFORM 1210-CARGAR-CAMBIO THRU 1210-EXIT
007460         UNTIL WS-FIN-OAU.
007470     CLOSE PAGCHOAU.
007480 1200-EXIT.
007490     EXIT.

007500******************************************************************
007510* 1210-CARGAR-CAMBIO - LA PISTA ESTA EN ORDEN CRONOLOGICO: CADA
007520*                      CAMBIO REEMPLAZA AL ANTERIOR DEL OPERADOR
007530******************************************************************
007540 1210-CARGAR-CAMBIO.
007550     READ PAGCHOAU
007560         AT END
007570             SET WS-FIN-OAU TO TRUE
007580             GO TO 1210-EXIT
007590     END-READ.
007600     IF OAU-FEC-CAMBIO > WS-FEC-HASTA
007610         GO TO 1210-EXIT
007620     END-IF.
007630     SET WS-CAM-IDX TO 1.
007640     SEARCH WS-CAM-ENTRY
007650         AT END
007660             PERFORM 1220-ABRIR-CAMBIO THRU 1220-EXIT
007670         WHEN WS-CAM-COD-OPERADOR (WS-CAM-IDX) = OAU-COD-OPERADOR
007680             CONTINUE
007690     END-SEARCH.
007700     IF WS-CAM-IDX > WS-CAM-CANT
007710         GO TO 1210-EXIT
007720     END-IF.
007730     MOVE OAU-FEC-CAMBIO      TO WS-CAM-FEC-CAMBIO (WS-CAM-IDX).
007740     MOVE OAU-OPERACION       TO WS-CAM-OPERACION (WS-CAM-IDX).
007750     MOVE OAU-COD-AUTORIZADOR
007760                         TO WS-CAM-COD-AUTORIZADOR (WS-CAM-IDX).
007770     MOVE OAU-ANT-COD-OFICINA
007780                         TO WS-CAM-ANT-COD-OFICINA (WS-CAM-IDX).
007790 1210-EXIT.
007800     EXIT.

007810******************************************************************
007820* 1220-ABRIR-CAMBIO - ABRE UNA FILA NUEVA EN LA TABLA DE CAMBIOS
007830******************************************************************
007840 1220-ABRIR-CAMBIO.
007850     IF WS-CAM-CANT = 1000
007860         ADD 1 TO WS-CNT-CAM-EXCEDIDOS
007870         SET WS-CAM-IDX TO 1001
007880         GO TO 1220-EXIT
007890     END-IF.
007900     ADD 1 TO WS-CAM-CANT.
007910     SET WS-CAM-IDX TO WS-CAM-CANT.
007920     MOVE OAU-COD-OPERADOR TO WS-CAM-COD-OPERADOR (WS-CAM-IDX).
007930 1220-EXIT.
007940     EXIT.

007950******************************************************************
007960* 2000-VIGILAR-OPERADORES - ORDENA LOS EVENTOS DE LAS CINCO
007970*                           PISTAS POR OPERADOR, CUOTA, FECHA Y
007980*                           HORA Y APLICA LAS REGLAS
007990******************************************************************
008000 2000-VIGILAR-OPERADORES.
008010     MOVE SPACES TO REG-RPT-X07.
008020     WRITE REG-RPT-X07.
008030     MOVE WS-LIN-TIT-EXCEPCIONES TO REG-RPT-X07.
008040     WRITE REG-RPT-X07.
008050     MOVE WS-LIN-ENC-EXCEPCIONES TO REG-RPT-X07.
008060     WRITE REG-RPT-X07.
008070     SORT PAGCHSRT
008080         ON ASCENDING KEY SRT-LLAVE
008090         INPUT PROCEDURE IS 2050-ALIMENTAR-SRT THRU 2050-EXIT
008100         OUTPUT PROCEDURE IS 2100-PROCESAR-SRT THRU 2100-EXIT.
008110 2000-EXIT.
008120     EXIT.

008130******************************************************************
008140* 2050-ALIMENTAR-SRT - LIBERA AL SORT LOS EVENTOS DE CADA PISTA.
008150*                      UNA PISTA QUE TODAVIA NO EXISTE NO TIENE
008160*                      EVENTOS; LA BITACORA ES OBLIGATORIA
008170******************************************************************
008180 2050-ALIMENTAR-SRT.
008190     OPEN INPUT PAGCHTRN.
008200     IF WS-FS-PAGCHTRN NOT = "00"
008210         MOVE "ERROR ABRIENDO PAGCHTRN" TO LIN-ABO-MOTIVO
008220         PERFORM 1090-CANCELAR THRU 1090-EXIT
008230         GO TO 2050-EXIT
008240     END-IF.
008250     PERFORM 2060-LIBERAR-MODIFICACION THRU 2060-EXIT
008260         UNTIL WS-FIN-TRN.
008270     CLOSE PAGCHTRN.
008280     OPEN INPUT PAGCHDET.
008290     IF WS-FS-PAGCHDET = "35"
008300         SET WS-FIN-DET TO TRUE
008310     ELSE
008320         IF WS-FS-PAGCHDET NOT = "00"
008330             MOVE "ERROR ABRIENDO PAGCHDET" TO LIN-ABO-MOTIVO
008340             PERFORM 1090-CANCELAR THRU 1090-EXIT
008350             GO TO 2050-EXIT
008360         END-IF
008370     END-IF.
008380     PERFORM 2065-LIBERAR-PAGO THRU 2065-EXIT
008390         UNTIL WS-FIN-DET.
008400     IF WS-FS-PAGCHDET NOT = "35"
008410         CLOSE PAGCHDET
008420     END-IF.
008430     OPEN INPUT PAGCHEXT.
008440     IF WS-FS-PAGCHEXT = "35"
008450         SET WS-FIN-EXT TO TRUE
008460     ELSE
008470         IF WS-FS-PAGCHEXT NOT = "00"
008480             MOVE "ERROR ABRIENDO PAGCHEXT" TO LIN-ABO-MOTIVO
008490             PERFORM 1090-CANCELAR THRU 1090-EXIT
008500             GO TO 2050-EXIT
008510         END-IF
008520     END-IF.
008530     PERFORM 2070-LIBERAR-EXTORNO THRU 2070-EXIT
008540         UNTIL WS-FIN-EXT.
008550     IF WS-FS-PAGCHEXT NOT = "35"
008560         CLOSE PAGCHEXT
008570     END-IF.
008580     OPEN INPUT PAGCHBAJ.
008590     IF WS-FS-PAGCHBAJ = "35"
008600         SET WS-FIN-BAJ TO TRUE
008610     ELSE
008620         IF WS-FS-PAGCHBAJ NOT = "00"
008630             MOVE "ERROR ABRIENDO PAGCHBAJ" TO LIN-ABO-MOTIVO
008640             PERFORM 1090-CANCELAR THRU 1090-EXIT
008650             GO TO 2050-EXIT
008660         END-IF
008670     END-IF.
008680     PERFORM 2075-LIBERAR-BAJA THRU 2075-EXIT
008690         UNTIL WS-FIN-BAJ.
008700     IF WS-FS-PAGCHBAJ NOT = "35"
008710         CLOSE PAGCHBAJ
008720     END-IF.
008730     OPEN INPUT PAGCHCNV.
008740     IF WS-FS-PAGCHCNV = "35"
008750         SET WS-FIN-CNV TO TRUE
008760     ELSE
008770         IF WS-FS-PAGCHCNV NOT = "00"
008780             MOVE "ERROR ABRIENDO PAGCHCNV" TO LIN-ABO-MOTIVO
008790             PERFORM 1090-CANCELAR THRU 1090-EXIT
008800             GO TO 2050-EXIT
008810         END-IF
008820     END-IF.
008830     PERFORM 2080-LIBERAR-CONVENIO THRU 2080-EXIT
008840         UNTIL WS-FIN-CNV.
008850     IF WS-FS-PAGCHCNV NOT = "35"
008860         CLOSE PAGCHCNV
008870     END-IF.
008880 2050-EXIT.
008890     EXIT.

008900******************************************************************
008910* 2060-LIBERAR-MODIFICACION - DE LA BITACORA SOLO INTERESAN LAS
008920*                             MODIFICACIONES ACEPTADAS DEL
008930*                             PERIODO; LOS PAGOS, EXTORNOS, BAJAS
008940*                             Y CONVENIOS VIENEN DE SUS PISTAS
008950******************************************************************
008960 2060-LIBERAR-MODIFICACION.
008970     READ PAGCHTRN
008980         AT END
008990             SET WS-FIN-TRN TO TRUE
009000             GO TO 2060-EXIT
009010     END-READ.
009020     IF TRC-CABECERA OR TRC-COLA
009030         GO TO 2060-EXIT
009040     END-IF.
009050     IF TRN-OPERACION NOT = "M"
009060     OR TRN-COD-RETORNO NOT = 0
009070     OR TRN-FEC-TRANSACCION NOT > WS-FEC-DESDE
009080     OR TRN-FEC-TRANSACCION > WS-FEC-HASTA
009090         GO TO 2060-EXIT
009100     END-IF.
009110     IF TRN-COD-OPERADOR = SPACES
009120         ADD 1 TO WS-CNT-SIN-OPERADOR
009130         GO TO 2060-EXIT
009140     END-IF.
009150     ADD 1 TO WS-CNT-MODIFICACIONES.
009160     MOVE SPACES              TO REG-SRT-EVENTO.
009170     MOVE TRN-COD-OPERADOR    TO SRT-COD-OPERADOR.
009180     MOVE TRN-COD-EMPRESA     TO SRT-COD-EMPRESA.
009190     MOVE TRN-COD-SERVICIO    TO SRT-COD-SERVICIO.
009200     MOVE TRN-COD-DEUDOR      TO SRT-COD-DEUDOR.
009210     MOVE TRN-COD-CUOTA       TO SRT-COD-CUOTA.
009220     MOVE TRN-FEC-TRANSACCION TO SRT-FEC-EVENTO.
009230     MOVE TRN-HOR-TRANSACCION TO SRT-HOR-EVENTO.
009240     SET SRT-MODIFICA         TO TRUE.
009250     MOVE TRN-IMP-APAGAR      TO SRT-IMP-EVENTO.
009260     MOVE TRN-COD-OFICINA     TO SRT-COD-OFICINA.
009270     SET SRT-EN-PERIODO       TO TRUE.
009280     PERFORM 2090-LIBERAR-EVENTO THRU 2090-EXIT.
009290 2060-EXIT.
009300     EXIT.

009310******************************************************************
009320* 2065-LIBERAR-PAGO - LOS PAGOS DEL PERIODO, Y COMO ANTECEDENTE
009330*                     LOS DE LOS DIAS DE LA VENTANA ANTERIORES AL
009340*                     PERIODO
009350******************************************************************
009360 2065-LIBERAR-PAGO.
009370     READ PAGCHDET
009380         AT END
009390             SET WS-FIN-DET TO TRUE
009400             GO TO 2065-EXIT
009410     END-READ.
009420     IF NOT DET-PAGO
009430     OR DET-FEC-PAGO NOT NUMERIC
009440     OR DET-FEC-PAGO > WS-FEC-HASTA
009450         GO TO 2065-EXIT
009460     END-IF.
009470     MOVE DET-FEC-PAGO TO WS-FEC-TRABAJO.
009480     PERFORM 2210-CONVIERTE-DIAS THRU 2210-EXIT.
009490     IF DET-FEC-PAGO NOT > WS-FEC-DESDE
009500     AND WS-JDN-DESDE - WS-JDN-RESULT > WS-PARM-DIAS-VENTANA
009510         GO TO 2065-EXIT
009520     END-IF.
009530     IF DET-COD-OPERADOR = SPACES
009540         IF DET-FEC-PAGO > WS-FEC-DESDE
009550             ADD 1 TO WS-CNT-SIN-OPERADOR
009560         END-IF
009570         GO TO 2065-EXIT
009580     END-IF.
009590     MOVE SPACES              TO REG-SRT-EVENTO.
009600     MOVE DET-COD-OPERADOR    TO SRT-COD-OPERADOR.
009610     MOVE DET-COD-EMPRESA     TO SRT-COD-EMPRESA.
009620     MOVE DET-COD-SERVICIO    TO SRT-COD-SERVICIO.
009630     MOVE DET-COD-DEUDOR      TO SRT-COD-DEUDOR.
009640     MOVE DET-COD-CUOTA       TO SRT-COD-CUOTA.
009650     MOVE DET-FEC-PAGO        TO SRT-FEC-EVENTO.
009660     MOVE DET-HOR-PAGO        TO SRT-HOR-EVENTO.
009670     SET SRT-PAGO             TO TRUE.
009680     MOVE DET-IMP-PAGO        TO SRT-IMP-EVENTO.
009690     MOVE DET-COD-OFICINA     TO SRT-COD-OFICINA.
009700     IF DET-FEC-PAGO NOT > WS-FEC-DESDE
009710         ADD 1 TO WS-CNT-ANTECEDENTES
009720         SET SRT-ANTECEDENTE TO TRUE
009730     ELSE
009740         ADD 1 TO WS-CNT-PAGOS
009750         SET SRT-EN-PERIODO TO TRUE
009760     END-IF.
009770     PERFORM 2090-LIBERAR-EVENTO THRU 2090-EXIT.
009780 2065-EXIT.
009790     EXIT.

009800******************************************************************
009810* 2070-LIBERAR-EXTORNO
009820******************************************************************
009830 2070-LIBERAR-EXTORNO.
009840     READ PAGCHEXT
009850         AT END
009860             SET WS-FIN-EXT TO TRUE
009870             GO TO 2070-EXIT
009880     END-READ.
009890     IF EXT-FEC-EXTORNO NOT > WS-FEC-DESDE
009900     OR EXT-FEC-EXTORNO > WS-FEC-HASTA
009910         GO TO 2070-EXIT
009920     END-IF.
009930     IF EXT-COD-OPERADOR = SPACES
009940         ADD 1 TO WS-CNT-SIN-OPERADOR
009950         GO TO 2070-EXIT
009960     END-IF.
009970     ADD 1 TO WS-CNT-EXTORNOS.
009980     MOVE SPACES              TO REG-SRT-EVENTO.
009990     MOVE EXT-COD-OPERADOR    TO SRT-COD-OPERADOR.
010000     MOVE EXT-COD-EMPRESA     TO SRT-COD-EMPRESA.
010010     MOVE EXT-COD-SERVICIO    TO SRT-COD-SERVICIO.
010020     MOVE EXT-COD-DEUDOR      TO SRT-COD-DEUDOR.
010030     MOVE EXT-COD-CUOTA       TO SRT-COD-CUOTA.
010040     MOVE EXT-FEC-EXTORNO     TO SRT-FEC-EVENTO.
010050     MOVE EXT-HOR-EXTORNO     TO SRT-HOR-EVENTO.
010060     SET SRT-EXTORNO          TO TRUE.
010070     MOVE EXT-IMP-EXTORNADO   TO SRT-IMP-EVENTO.
010080     MOVE EXT-COD-OFICINA     TO SRT-COD-OFICINA.
010090     SET SRT-EN-PERIODO       TO TRUE.
010100     PERFORM 2090-LIBERAR-EVENTO THRU 2090-EXIT.
010110 2070-EXIT.
010120     EXIT.

010130******************************************************************
010140* 2075-LIBERAR-BAJA - LAS BAJAS CON MOTIVO CV LAS GRABA EL
010150*                     CONVENIO Y SE TOMAN DE PAGCHCNV
010160******************************************************************
010170 2075-LIBERAR-BAJA.
010180     READ PAGCHBAJ
010190         AT END
010200             SET WS-FIN-BAJ TO TRUE
010210             GO TO 2075-EXIT
010220     END-READ.
010230     IF BAJ-FEC-BAJA NOT > WS-FEC-DESDE
010240     OR BAJ-FEC-BAJA > WS-FEC-HASTA
010250     OR BAJ-COD-MOTIVO-BAJA = "CV"
010260         GO TO 2075-EXIT
010270     END-IF.
010280     IF BAJ-COD-OPERADOR = SPACES
010290         ADD 1 TO WS-CNT-SIN-OPERADOR
010300         GO TO 2075-EXIT
010310     END-IF.
010320     ADD 1 TO WS-CNT-BAJAS.
010330     MOVE SPACES              TO REG-SRT-EVENTO.
010340     MOVE BAJ-COD-OPERADOR    TO SRT-COD-OPERADOR.
010350     MOVE BAJ-COD-EMPRESA     TO SRT-COD-EMPRESA.
010360     MOVE BAJ-COD-SERVICIO    TO SRT-COD-SERVICIO.
010370     MOVE BAJ-COD-DEUDOR      TO SRT-COD-DEUDOR.
010380     MOVE BAJ-COD-CUOTA       TO SRT-COD-CUOTA.
010390     MOVE BAJ-FEC-BAJA        TO SRT-FEC-EVENTO.
010400     MOVE BAJ-HOR-BAJA        TO SRT-HOR-EVENTO.
010410     SET SRT-ELIMINA          TO TRUE.
010420     MOVE BAJ-IMP-SALDO       TO SRT-IMP-EVENTO.
010430     MOVE BAJ-COD-OFICINA     TO SRT-COD-OFICINA.
010440     SET SRT-EN-PERIODO       TO TRUE.
010450     PERFORM 2090-LIBERAR-EVENTO THRU 2090-EXIT.
010460 2075-EXIT.
010470     EXIT.

010480******************************************************************
010490* 2080-LIBERAR-CONVENIO - EL EVENTO RECAE SOBRE LA CUOTA ORIGINAL
010500*                         QUE EL CONVENIO RETIRO DEL MAESTRO
010510******************************************************************
010520 2080-LIBERAR-CONVENIO.
010530     READ PAGCHCNV
010540         AT END
010550             SET WS-FIN-CNV TO TRUE
010560             GO TO 2080-EXIT
010570     END-READ.
010580     IF CNV-FEC-CONVENIO NOT > WS-FEC-DESDE
010590     OR CNV-FEC-CONVENIO > WS-FEC-HASTA
010600         GO TO 2080-EXIT
010610     END-IF.
010620     IF CNV-COD-OPERADOR = SPACES
010630         ADD 1 TO WS-CNT-SIN-OPERADOR
010640         GO TO 2080-EXIT
010650     END-IF.
010660     ADD 1 TO WS-CNT-CONVENIOS.
010670     MOVE SPACES                 TO REG-SRT-EVENTO.
010680     MOVE CNV-COD-OPERADOR       TO SRT-COD-OPERADOR.
010690     MOVE CNV-COD-EMPRESA        TO SRT-COD-EMPRESA.
010700     MOVE CNV-COD-SERVICIO       TO SRT-COD-SERVICIO.
010710     MOVE CNV-COD-DEUDOR         TO SRT-COD-DEUDOR.
010720     MOVE CNV-COD-CUOTA-ORIGINAL TO SRT-COD-CUOTA.
010730     MOVE CNV-FEC-CONVENIO       TO SRT-FEC-EVENTO.
010740     MOVE CNV-HOR-CONVENIO       TO SRT-HOR-EVENTO.
010750     SET SRT-CONVENIO            TO TRUE.
010760     MOVE CNV-IMP-SALDO-RETIRADO TO SRT-IMP-EVENTO.
010770     MOVE CNV-COD-OFICINA        TO SRT-COD-OFICINA.
010780     SET SRT-EN-PERIODO          TO TRUE.
010790     PERFORM 2090-LIBERAR-EVENTO THRU 2090-EXIT.
010800 2080-EXIT.
010810     EXIT.

010820******************************************************************
010830* 2090-LIBERAR-EVENTO - AGREGA EL DIA JULIANO DEL EVENTO Y LO
010840*                       LIBERA AL SORT
010850******************************************************************
010860 2090-LIBERAR-EVENTO.
010870     MOVE 0 TO SRT-JDN-EVENTO.
010880     IF SRT-FEC-EVENTO NUMERIC
010890         MOVE SRT-FEC-EVENTO TO WS-FEC-TRABAJO
010900         PERFORM 2210-CONVIERTE-DIAS THRU 2210-EXIT
010910         MOVE WS-JDN-RESULT TO SRT-JDN-EVENTO
010920     END-IF.
010930     IF SRT-EN-PERIODO
010940         ADD 1 TO WS-CNT-LEIDOS
010950     END-IF.
010960     RELEASE REG-SRT-EVENTO.
010970 2090-EXIT.
010980     EXIT.

010990******************************************************************
011000* 2100-PROCESAR-SRT
011010******************************************************************
011020 2100-PROCESAR-SRT.
011030     IF WS-ABORTAR
011040         GO TO 2100-EXIT
011050     END-IF.
011060     PERFORM 2110-LEER-SRT THRU 2110-EXIT.
011070     PERFORM 2120-PROCESAR-EVENTO THRU 2120-EXIT
011080         UNTIL WS-FIN-SRT OR WS-ABORTAR.
011090     IF WS-NO-ES-PRIMERA-VEZ AND NOT WS-ABORTAR
011100         PERFORM 2400-CERRAR-OPERADOR THRU 2400-EXIT
011110     END-IF.
011120 2100-EXIT.
011130     EXIT.

011140******************************************************************
011150* 2110-LEER-SRT
011160******************************************************************
011170 2110-LEER-SRT.
011180     RETURN PAGCHSRT
011190         AT END
011200             SET WS-FIN-SRT TO TRUE
011210     END-RETURN.
011220 2110-EXIT.
011230     EXIT.

011240******************************************************************
011250* 2120-PROCESAR-EVENTO - CIERRA EL OPERADOR ANTERIOR AL CAMBIAR,
011260*                        REINICIA LOS COBROS AL CAMBIAR DE CUOTA
011270*                        Y EVALUA EL EVENTO; LOS ANTECEDENTES
011280*                        SOLO SE GUARDAN COMO COBROS
011290******************************************************************
011300 2120-PROCESAR-EVENTO.
011310     IF WS-NO-ES-PRIMERA-VEZ
011320     AND SRT-COD-OPERADOR NOT = WS-GRP-COD-OPERADOR
011330         PERFORM 2400-CERRAR-OPERADOR THRU 2400-EXIT
011340     END-IF.
011350     IF WS-ES-PRIMERA-VEZ
011360     OR SRT-COD-OPERADOR NOT = WS-GRP-COD-OPERADOR
011370         PERFORM 2130-ABRIR-OPERADOR THRU 2130-EXIT
011380         MOVE LOW-VALUES TO WS-GRP-CUOTA
011390         SET WS-NO-ES-PRIMERA-VEZ TO TRUE
011400     END-IF.
011410     IF SRT-LLAVE-CUOTA NOT = WS-GRP-CUOTA
011420         MOVE SRT-LLAVE-CUOTA TO WS-GRP-CUOTA
011430         MOVE 0 TO WS-PAG-CANT
011440     END-IF.
011450     IF SRT-ANTECEDENTE
011460         PERFORM 2140-GUARDAR-PAGO THRU 2140-EXIT
011470     ELSE
011480         PERFORM 2200-EVALUAR-EVENTO THRU 2200-EXIT
011490     END-IF.
011500     PERFORM 2110-LEER-SRT THRU 2110-EXIT.
011510 2120-EXIT.
011520     EXIT.

011530******************************************************************
011540* 2130-ABRIR-OPERADOR - TOMA LA FICHA DEL OPERADOR DE PAGCHOPE Y
011550*                       UBICA SU ULTIMO CAMBIO EN PAGCHOAU
011560******************************************************************
011570 2130-ABRIR-OPERADOR.
011580     MOVE SRT-COD-OPERADOR TO WS-GRP-COD-OPERADOR.
011590     MOVE 0 TO WS-GRP-CNT-VOLUMEN WS-GRP-CNT-EXTORNO
011600               WS-GRP-CNT-TOPE WS-GRP-CNT-RETIRO
011610               WS-GRP-CNT-OFICINA WS-GRP-CNT-INUSUAL
011620               WS-GRP-CNT-TOTAL.
011630     MOVE 0 TO WS-TOP-CANT.
011640     MOVE 0 TO WS-IDX-CAMBIO.
011650     SET WS-CAM-IDX TO 1.
011660     SEARCH WS-CAM-ENTRY
011670         AT END
011680             CONTINUE
011690         WHEN WS-CAM-COD-OPERADOR (WS-CAM-IDX) = SRT-COD-OPERADOR
011700             SET WS-IDX-CAMBIO TO WS-CAM-IDX
011710     END-SEARCH.
011720     MOVE SRT-COD-OPERADOR TO OPE-COD-OPERADOR.
011730     READ PAGCHOPE
011740         INVALID KEY
011750             SET WS-OPE-NO-REGISTRADO TO TRUE
011760             MOVE "NO REGISTRADO EN PAGCHOPE"
011770                                 TO WS-GRP-NOM-OPERADOR
011780             MOVE SPACES         TO WS-GRP-COD-OFICINA
011790             MOVE 0              TO WS-GRP-NIV-AUTORIZACION
011800             MOVE 0              TO WS-GRP-IMP-MAXIMO
011810             MOVE 0              TO WS-GRP-IMP-UMBRAL
011820             GO TO 2130-EXIT
011830     END-READ.
011840     SET WS-OPE-REGISTRADO TO TRUE.
011850     MOVE OPE-NOM-OPERADOR     TO WS-GRP-NOM-OPERADOR.
011860     MOVE OPE-COD-OFICINA      TO WS-GRP-COD-OFICINA.
011870     MOVE OPE-NIV-AUTORIZACION TO WS-GRP-NIV-AUTORIZACION.
011880     MOVE OPE-IMP-MAXIMO       TO WS-GRP-IMP-MAXIMO.
011890     COMPUTE WS-GRP-IMP-UMBRAL =
011900             OPE-IMP-MAXIMO * WS-PARM-PCT-TOPE / 100.
011910 2130-EXIT.
011920     EXIT.

011930******************************************************************
011940* 2140-GUARDAR-PAGO - GUARDA UN COBRO DEL OPERADOR SOBRE LA CUOTA
011950******************************************************************
011960 2140-GUARDAR-PAGO.
011970     IF WS-PAG-CANT < 50
011980         ADD 1 TO WS-PAG-CANT
011990     END-IF.
012000     SET WS-PAG-IDX TO WS-PAG-CANT.
012010     MOVE SRT-FEC-EVENTO TO WS-PAG-FEC-PAGO (WS-PAG-IDX).
012020     MOVE SRT-HOR-EVENTO TO WS-PAG-HOR-PAGO (WS-PAG-IDX).
012030     MOVE SRT-JDN-EVENTO TO WS-PAG-JDN-PAGO (WS-PAG-IDX).
012040 2140-EXIT.
012050     EXIT.

012060******************************************************************
012070* 2200-EVALUAR-EVENTO - CUENTA EL EVENTO EN EL VOLUMEN DEL
012080*                       OPERADOR Y LE APLICA LAS REGLAS QUE LE
012090*                       CORRESPONDEN SEGUN SU TIPO
012100******************************************************************
012110 2200-EVALUAR-EVENTO.
012120     ADD 1 TO WS-GRP-CNT-VOLUMEN.
012130     PERFORM 2330-REGLA-OFICINA THRU 2330-EXIT.
012140     EVALUATE TRUE
012150         WHEN SRT-PAGO
012160             PERFORM 2140-GUARDAR-PAGO THRU 2140-EXIT
012170         WHEN SRT-EXTORNO
012180             PERFORM 2300-REGLA-EXTORNO THRU 2300-EXIT
012190             PERFORM 2310-REGLA-TOPE THRU 2310-EXIT
012200         WHEN SRT-MODIFICA
012210             PERFORM 2310-REGLA-TOPE THRU 2310-EXIT
012220         WHEN OTHER
012230             PERFORM 2320-REGLA-RETIRO THRU 2320-EXIT
012240     END-EVALUATE.
012250 2200-EXIT.
012260     EXIT.

012270******************************************************************
012280* 2210-CONVIERTE-DIAS - CONVIERTE LA FECHA AAAAMMDD DE
012290*                       WS-FEC-TRABAJO EN NUMERO DE DIA
012300*                       JULIANO (WS-JDN-RESULT), COMO EN
012310*                       PAGCHX03
012320******************************************************************
012330 2210-CONVIERTE-DIAS.
012340     COMPUTE WS-JDN-AJUSTE-A =
012350             (14 - WS-FEC-TRA-MM) / 12.
012360     COMPUTE WS-JDN-ANO =
012370             WS-FEC-TRA-AA + 4800 - WS-JDN-AJUSTE-A.
012380     COMPUTE WS-JDN-MES =
012390             WS-FEC-TRA-MM + 12 * WS-JDN-AJUSTE-A - 3.
012400     COMPUTE WS-JDN-RESULT =
012410             WS-FEC-TRA-DD
012420             + (153 * WS-JDN-MES + 2) / 5
012430             + 365 * WS-JDN-ANO
012440             + WS-JDN-ANO / 4
012450             - WS-JDN-ANO / 100
012460             + WS-JDN-ANO / 400
012470             - 32045.
012480 2210-EXIT.
012490     EXIT.

012500******************************************************************
012510* 2300-REGLA-EXTORNO - REGLA 1: EL OPERADOR EXTORNA UNA CUOTA
012520*                      QUE EL MISMO COBRO ESE DIA
012530******************************************************************
012540 2300-REGLA-EXTORNO.
012550     MOVE 0 TO WS-DIAS-LIMITE.
012560     PERFORM 2350-BUSCAR-PAGOS THRU 2350-EXIT.
012570     IF WS-NO-HAY-PAGO
012580         GO TO 2300-EXIT
012590     END-IF.
012600     ADD 1 TO WS-GRP-CNT-EXTORNO.
012610     ADD 1 TO WS-CNT-EXC-EXTORNO.
012620     MOVE "PAGO EXTORNADO EL MISMO DIA" TO LIN-EXC-EXCEPCION.
012630     MOVE WS-ENC-FEC-PAGO TO LIN-RFP-FECHA.
012640     MOVE WS-ENC-HOR-PAGO TO LIN-RFP-HORA.
012650     MOVE WS-LIN-REF-PAGO TO LIN-EXC-REFERENCIA.
012660     PERFORM 2900-LINEA-EXCEPCION THRU 2900-EXIT.
012670 2300-EXIT.
012680     EXIT.

012690******************************************************************
012700* 2310-REGLA-TOPE - REGLA 2: MODIFICACION O EXTORNO POR UN
012710*                   IMPORTE ENTRE EL PORCENTAJE INDICADO DEL TOPE
012720*                   Y EL TOPE MISMO; SE JUZGA AL CERRAR EL
012730*                   OPERADOR, SEGUN CUANTAS VECES SE REPITIO
012740******************************************************************
012750 2310-REGLA-TOPE.
012760     IF WS-OPE-NO-REGISTRADO
012770     OR WS-GRP-IMP-MAXIMO = 0
012780         GO TO 2310-EXIT
012790     END-IF.
012800     IF SRT-IMP-EVENTO > WS-GRP-IMP-MAXIMO
012810     OR SRT-IMP-EVENTO < WS-GRP-IMP-UMBRAL
012820         GO TO 2310-EXIT
012830     END-IF.
012840     ADD 1 TO WS-GRP-CNT-TOPE.
012850     IF WS-TOP-CANT = 50
012860         GO TO 2310-EXIT
012870     END-IF.
012880     ADD 1 TO WS-TOP-CANT.
012890     SET WS-TOP-IDX TO WS-TOP-CANT.
012900     MOVE SRT-TIP-EVENTO   TO WS-TOP-TIP-EVENTO (WS-TOP-IDX).
012910     MOVE SRT-COD-EMPRESA  TO WS-TOP-COD-EMPRESA (WS-TOP-IDX).
012920     MOVE SRT-COD-SERVICIO TO WS-TOP-COD-SERVICIO (WS-TOP-IDX).
012930     MOVE SRT-COD-DEUDOR   TO WS-TOP-COD-DEUDOR (WS-TOP-IDX).
012940     MOVE SRT-COD-CUOTA    TO WS-TOP-COD-CUOTA (WS-TOP-IDX).
012950     MOVE SRT-FEC-EVENTO   TO WS-TOP-FEC-EVENTO (WS-TOP-IDX).
012960     MOVE SRT-IMP-EVENTO   TO WS-TOP-IMP-EVENTO (WS-TOP-IDX).
012970     MOVE SRT-COD-OFICINA  TO WS-TOP-COD-OFICINA (WS-TOP-IDX).
012980 2310-EXIT.
012990     EXIT.

013000******************************************************************
013010* 2320-REGLA-RETIRO - REGLA 3: BAJA O CONVENIO DE UNA CUOTA QUE
013020*                     EL MISMO OPERADOR COBRO DENTRO DE LOS DIAS
013030*                     DE LA VENTANA
013040******************************************************************
013050 2320-REGLA-RETIRO.
013060     MOVE WS-PARM-DIAS-VENTANA TO WS-DIAS-LIMITE.
013070     PERFORM 2350-BUSCAR-PAGOS THRU 2350-EXIT.
013080     IF WS-NO-HAY-PAGO
013090         GO TO 2320-EXIT
013100     END-IF.
013110     ADD 1 TO WS-GRP-CNT-RETIRO.
013120     ADD 1 TO WS-CNT-EXC-RETIRO.
013130     IF SRT-ELIMINA
013140         MOVE "BAJA TRAS COBRAR LA CUOTA" TO LIN-EXC-EXCEPCION
013150     ELSE
013160         MOVE "CONVENIO TRAS COBRAR CUOTA" TO LIN-EXC-EXCEPCION
013170     END-IF.
013180     MOVE WS-ENC-FEC-PAGO TO LIN-RFP-FECHA.
013190     MOVE WS-ENC-HOR-PAGO TO LIN-RFP-HORA.
013200     MOVE WS-LIN-REF-PAGO TO LIN-EXC-REFERENCIA.
013210     PERFORM 2900-LINEA-EXCEPCION THRU 2900-EXIT.
013220 2320-EXIT.
013230     EXIT.

013240******************************************************************
013250* 2330-REGLA-OFICINA - REGLA 4: EVENTO DIGITADO EN UNA OFICINA
013260*                      DISTINTA DE LA DEL OPERADOR. SI EL
013270*                      OPERADOR CAMBIO DE OFICINA DESPUES DEL
013280*                      EVENTO, SE ACEPTA SU OFICINA ANTERIOR
013290******************************************************************
013300 2330-REGLA-OFICINA.
013310     IF WS-OPE-NO-REGISTRADO
013320     OR SRT-COD-OFICINA = SPACES
013330     OR SRT-COD-OFICINA = WS-GRP-COD-OFICINA
013340         GO TO 2330-EXIT
013350     END-IF.
013360     IF WS-IDX-CAMBIO > 0
013370         SET WS-CAM-IDX TO WS-IDX-CAMBIO
013380         IF WS-CAM-FEC-CAMBIO (WS-CAM-IDX) > SRT-FEC-EVENTO
013390         AND WS-CAM-ANT-COD-OFICINA (WS-CAM-IDX) = SRT-COD-OFICINA
013400             GO TO 2330-EXIT
013410         END-IF
013420     END-IF.
013430     ADD 1 TO WS-GRP-CNT-OFICINA.
013440     ADD 1 TO WS-CNT-EXC-OFICINA.
013450     EVALUATE TRUE
013460         WHEN SRT-PAGO
013470             MOVE "PAGO"         TO TXT-OFI-EVENTO
013480         WHEN SRT-EXTORNO
013490             MOVE "EXTORNO"      TO TXT-OFI-EVENTO
013500         WHEN SRT-MODIFICA
013510             MOVE "MODIFICACION" TO TXT-OFI-EVENTO
013520         WHEN SRT-ELIMINA
013530             MOVE "BAJA"         TO TXT-OFI-EVENTO
013540         WHEN OTHER
013550             MOVE "CONVENIO"     TO TXT-OFI-EVENTO
013560     END-EVALUATE.
013570     MOVE WS-TXT-OFICINA     TO LIN-EXC-EXCEPCION.
013580     MOVE WS-GRP-COD-OFICINA TO LIN-RFO-OFICINA.
013590     MOVE WS-LIN-REF-OFICINA TO LIN-EXC-REFERENCIA.
013600     PERFORM 2900-LINEA-EXCEPCION THRU 2900-EXIT.
013610 2330-EXIT.
013620     EXIT.

013630******************************************************************
013640* 2350-BUSCAR-PAGOS - BUSCA EL COBRO MAS RECIENTE DEL OPERADOR
013650*                     SOBRE LA CUOTA QUE ESTE A NO MAS DE
013660*                     WS-DIAS-LIMITE DIAS ANTES DEL EVENTO
013670******************************************************************
013680 2350-BUSCAR-PAGOS.
013690     SET WS-NO-HAY-PAGO TO TRUE.
013700     PERFORM 2360-COMPARAR-PAGO THRU 2360-EXIT
013710         VARYING WS-PAG-IDX FROM 1 BY 1
013720         UNTIL WS-PAG-IDX > WS-PAG-CANT.
013730 2350-EXIT.
013740     EXIT.

013750******************************************************************
013760* 2360-COMPARAR-PAGO - LA TABLA ESTA EN ORDEN CRONOLOGICO: EL
013770*                      ULTIMO COBRO QUE CALIFICA ES EL MAS NUEVO
013780******************************************************************
013790 2360-COMPARAR-PAGO.
013800     COMPUTE WS-DIAS-DIFERENCIA =
013810             SRT-JDN-EVENTO - WS-PAG-JDN-PAGO (WS-PAG-IDX).
013820     IF WS-DIAS-DIFERENCIA < 0
013830     OR WS-DIAS-DIFERENCIA > WS-DIAS-LIMITE
013840         GO TO 2360-EXIT
013850     END-IF.
013860     SET WS-HAY-PAGO TO TRUE.
013870     MOVE WS-PAG-FEC-PAGO (WS-PAG-IDX) TO WS-ENC-FEC-PAGO.
013880     MOVE WS-PAG-HOR-PAGO (WS-PAG-IDX) TO WS-ENC-HOR-PAGO.
013890     MOVE WS-PAG-JDN-PAGO (WS-PAG-IDX) TO WS-ENC-JDN-PAGO.
013900 2360-EXIT.
013910     EXIT.

013920******************************************************************
013930* 2400-CERRAR-OPERADOR - JUZGA LAS REPETICIONES BAJO EL TOPE Y EL
013940*                        VOLUMEN DEL OPERADOR Y, SI TUVO
013950*                        EXCEPCIONES, LO GUARDA PARA EL RANKING
013960******************************************************************
013970 2400-CERRAR-OPERADOR.
013980*    UN OPERADOR QUE SOLO TIENE COBROS ANTERIORES AL PERIODO NO
013990*    TUVO MOVIMIENTO: NO SE JUZGA NI SE ACUMULA
014000     IF WS-GRP-CNT-VOLUMEN = 0
014010         GO TO 2400-EXIT
014020     END-IF.
014030     ADD 1 TO WS-CNT-OPERADORES.
014040     IF WS-GRP-CNT-TOPE NOT < WS-PARM-MIN-REPETICIONES
014050         ADD WS-GRP-CNT-TOPE TO WS-CNT-EXC-TOPE
014060         PERFORM 2420-LISTAR-TOPE THRU 2420-EXIT
014070             VARYING WS-TOP-IDX FROM 1 BY 1
014080             UNTIL WS-TOP-IDX > WS-TOP-CANT
014090     ELSE
014100         MOVE 0 TO WS-GRP-CNT-TOPE
014110     END-IF.
014120     PERFORM 2410-REGLA-VOLUMEN THRU 2410-EXIT.
014130     COMPUTE WS-GRP-CNT-TOTAL =
014140             WS-GRP-CNT-EXTORNO + WS-GRP-CNT-TOPE
014150           + WS-GRP-CNT-RETIRO  + WS-GRP-CNT-OFICINA
014160           + WS-GRP-CNT-INUSUAL.
014170     ADD WS-GRP-CNT-TOTAL TO WS-CNT-EXCEPCIONES.
014180     IF WS-GRP-CNT-TOTAL > 0
014190         PERFORM 2430-GUARDAR-RANKING THRU 2430-EXIT
014200     END-IF.
014210 2400-EXIT.
014220     EXIT.

014230******************************************************************
014240* 2410-REGLA-VOLUMEN - REGLA 5: COMPARA EL VOLUMEN DEL PERIODO
014250*                      CONTRA EL PROMEDIO DE LOS PERIODOS
014260*                      ANTERIORES DEL OPERADOR EN PAGCHOHS Y
014270*                      ACUMULA EL PERIODO. UN PERIODO REPROCESADO
014280*                      REEMPLAZA SU CANTIDAD; UNO ANTERIOR AL
014290*                      ULTIMO ACUMULADO NO SE COMPARA NI SE SUMA
014300******************************************************************
014310 2410-REGLA-VOLUMEN.
014320     MOVE WS-PARM-TIP-PERIODO TO OHS-TIP-PERIODO.
014330     MOVE WS-GRP-COD-OPERADOR TO OHS-COD-OPERADOR.
014340     READ PAGCHOHS
014350         INVALID KEY
014360             PERFORM 2415-NUEVA-HISTORIA THRU 2415-EXIT
014370             GO TO 2410-EXIT
014380     END-READ.
014390     IF OHS-PER-ULTIMO > WS-PER-CLAVE
014400         GO TO 2410-EXIT
014410     END-IF.
014420     IF OHS-PER-ULTIMO = WS-PER-CLAVE
014430         COMPUTE WS-BASE-PERIODOS = OHS-NUM-PERIODOS - 1
014440         COMPUTE WS-BASE-CANTIDAD =
014450                 OHS-CNT-ACUMULADA - OHS-CNT-ULTIMO
014460     ELSE
014470         MOVE OHS-NUM-PERIODOS  TO WS-BASE-PERIODOS
014480         MOVE OHS-CNT-ACUMULADA TO WS-BASE-CANTIDAD
014490     END-IF.
014500     PERFORM 2412-COMPARAR-VOLUMEN THRU 2412-EXIT.
014510     COMPUTE OHS-NUM-PERIODOS  = WS-BASE-PERIODOS + 1.
014520     COMPUTE OHS-CNT-ACUMULADA = WS-BASE-CANTIDAD
014530                               + WS-GRP-CNT-VOLUMEN.
014540     MOVE WS-PER-CLAVE       TO OHS-PER-ULTIMO.
014550     MOVE WS-GRP-CNT-VOLUMEN TO OHS-CNT-ULTIMO.
014560     MOVE WS-FECHA-SISTEMA   TO OHS-FEC-ACTUALIZACION.
014570     REWRITE REG-OHS-HISTORIA
014580         INVALID KEY
014590             MOVE "ERROR REGRABANDO PAGCHOHS" TO LIN-ABO-MOTIVO
014600             PERFORM 1090-CANCELAR THRU 1090-EXIT
014610     END-REWRITE.
014620 2410-EXIT.
014630     EXIT.

014640******************************************************************
014650* 2412-COMPARAR-VOLUMEN - SIN LOS PERIODOS MINIMOS DE HISTORIA NO
014660*                         SE COMPARA
014670******************************************************************
014680 2412-COMPARAR-VOLUMEN.
014690     IF WS-BASE-PERIODOS = 0
014700     OR WS-BASE-PERIODOS < WS-PARM-MIN-PERIODOS
014710         GO TO 2412-EXIT
014720     END-IF.
014730     COMPUTE WS-PROMEDIO ROUNDED =
014740             WS-BASE-CANTIDAD / WS-BASE-PERIODOS.
014750     IF WS-GRP-CNT-VOLUMEN * 100
014760        NOT > WS-PROMEDIO * WS-PARM-PCT-VOLUMEN
014770         GO TO 2412-EXIT
014780     END-IF.
014790     ADD 1 TO WS-GRP-CNT-INUSUAL.
014800     ADD 1 TO WS-CNT-EXC-VOLUMEN.
014810     MOVE WS-GRP-COD-OPERADOR TO LIN-VOL-OPERADOR.
014820     MOVE WS-GRP-CNT-VOLUMEN  TO LIN-VOL-CANTIDAD.
014830     MOVE WS-PROMEDIO         TO LIN-VOL-PROMEDIO.
014840     MOVE WS-BASE-PERIODOS    TO LIN-VOL-PERIODOS.
014850     MOVE WS-LIN-VOLUMEN      TO REG-RPT-X07.
014860     WRITE REG-RPT-X07.
014870 2412-EXIT.
014880     EXIT.

014890******************************************************************
014900* 2415-NUEVA-HISTORIA - PRIMER PERIODO DEL OPERADOR: NO HAY CONTRA
014910*                       QUE COMPARAR
014920******************************************************************
014930 2415-NUEVA-HISTORIA.
014940     MOVE SPACES              TO REG-OHS-HISTORIA.
014950     MOVE WS-PARM-TIP-PERIODO TO OHS-TIP-PERIODO.
014960     MOVE WS-GRP-COD-OPERADOR TO OHS-COD-OPERADOR.
014970     MOVE 1                   TO OHS-NUM-PERIODOS.
014980     MOVE WS-GRP-CNT-VOLUMEN  TO OHS-CNT-ACUMULADA.
014990     MOVE WS-PER-CLAVE        TO OHS-PER-ULTIMO.
015000     MOVE WS-GRP-CNT-VOLUMEN  TO OHS-CNT-ULTIMO.
015010     MOVE WS-FECHA-SISTEMA    TO OHS-FEC-ACTUALIZACION.
015020     WRITE REG-OHS-HISTORIA
015030         INVALID KEY
015040             MOVE "ERROR GRABANDO PAGCHOHS" TO LIN-ABO-MOTIVO
015050             PERFORM 1090-CANCELAR THRU 1090-EXIT
015060     END-WRITE.
015070 2415-EXIT.
015080     EXIT.

015090******************************************************************
015100* 2420-LISTAR-TOPE - EMITE UNA MODIFICACION O EXTORNO JUSTO BAJO
015110*                    EL TOPE DEL OPERADOR
015120******************************************************************
015130 2420-LISTAR-TOPE.
015140     IF WS-TOP-TIP-EVENTO (WS-TOP-IDX) = "M"
015150         MOVE "MODIFICA JUSTO BAJO TOPE" TO LIN-EXC-EXCEPCION
015160     ELSE
015170         MOVE "EXTORNO JUSTO BAJO TOPE" TO LIN-EXC-EXCEPCION
015180     END-IF.
015190     MOVE WS-GRP-COD-OPERADOR TO LIN-EXC-OPERADOR.
015200     MOVE WS-TOP-COD-EMPRESA (WS-TOP-IDX)  TO LIN-EXC-EMPRESA.
015210     MOVE WS-TOP-COD-SERVICIO (WS-TOP-IDX) TO LIN-EXC-SERVICIO.
015220     MOVE WS-TOP-COD-DEUDOR (WS-TOP-IDX)   TO LIN-EXC-DEUDOR.
015230     MOVE WS-TOP-COD-CUOTA (WS-TOP-IDX)    TO LIN-EXC-CUOTA.
015240     MOVE WS-TOP-FEC-EVENTO (WS-TOP-IDX)   TO LIN-EXC-FECHA.
015250     MOVE WS-TOP-IMP-EVENTO (WS-TOP-IDX)   TO LIN-EXC-IMPORTE.
015260     MOVE WS-TOP-COD-OFICINA (WS-TOP-IDX)  TO LIN-EXC-OFICINA.
015270     MOVE WS-GRP-IMP-MAXIMO   TO LIN-RFT-TOPE.
015280     MOVE WS-LIN-REF-TOPE     TO LIN-EXC-REFERENCIA.
015290     MOVE WS-LIN-EXCEPCION    TO REG-RPT-X07.
015300     WRITE REG-RPT-X07.
015310 2420-EXIT.
015320     EXIT.

015330******************************************************************
015340* 2430-GUARDAR-RANKING - GUARDA EL OPERADOR CON SUS EXCEPCIONES Y
015350*                        EL ULTIMO CAMBIO DE SU FICHA, CON EL
015360*                        NIVEL DE AUTORIZACION DE QUIEN LO
015370*                        AUTORIZO (-- SI NO ESTA EN PAGCHOPE)
015380******************************************************************
015390 2430-GUARDAR-RANKING.
015400     IF WS-OPR-CANT = 500
015410         ADD 1 TO WS-CNT-OPE-EXCEDIDOS
015420         GO TO 2430-EXIT
015430     END-IF.
015440     ADD 1 TO WS-OPR-CANT.
015450     SET WS-OPR-IDX TO WS-OPR-CANT.
015460     MOVE WS-GRP-CNT-TOTAL    TO WS-OPR-CNT-TOTAL (WS-OPR-IDX).
015470     MOVE WS-GRP-COD-OPERADOR TO WS-OPR-COD-OPERADOR (WS-OPR-IDX).
015480     MOVE WS-GRP-NOM-OPERADOR TO WS-OPR-NOM-OPERADOR (WS-OPR-IDX).
015490     MOVE WS-GRP-COD-OFICINA  TO WS-OPR-COD-OFICINA (WS-OPR-IDX).
015500     IF WS-OPE-REGISTRADO
015510         MOVE WS-GRP-NIV-AUTORIZACION
015520                         TO WS-OPR-NIV-AUTORIZACION (WS-OPR-IDX)
015530     ELSE
015540         MOVE "--"
015550                         TO WS-OPR-NIV-AUTORIZACION (WS-OPR-IDX)
015560     END-IF.
015570     MOVE WS-GRP-CNT-VOLUMEN  TO WS-OPR-CNT-VOLUMEN (WS-OPR-IDX).
015580     MOVE WS-GRP-CNT-EXTORNO  TO WS-OPR-CNT-EXTORNO (WS-OPR-IDX).
015590     MOVE WS-GRP-CNT-TOPE     TO WS-OPR-CNT-TOPE (WS-OPR-IDX).
015600     MOVE WS-GRP-CNT-RETIRO   TO WS-OPR-CNT-RETIRO (WS-OPR-IDX).
015610     MOVE WS-GRP-CNT-OFICINA  TO WS-OPR-CNT-OFICINA (WS-OPR-IDX).
015620     MOVE WS-GRP-CNT-INUSUAL  TO WS-OPR-CNT-INUSUAL (WS-OPR-IDX).
015630     IF WS-IDX-CAMBIO = 0
015640         MOVE SPACES TO WS-OPR-COD-AUTORIZADOR (WS-OPR-IDX)
015650         MOVE SPACES TO WS-OPR-NIV-AUTORIZADOR (WS-OPR-IDX)
015660         MOVE SPACES TO WS-OPR-FEC-CAMBIO (WS-OPR-IDX)
015670         GO TO 2430-EXIT
015680     END-IF.
015690     SET WS-CAM-IDX TO WS-IDX-CAMBIO.
015700     MOVE WS-CAM-COD-AUTORIZADOR (WS-CAM-IDX)
015710                         TO WS-OPR-COD-AUTORIZADOR (WS-OPR-IDX).
015720     MOVE WS-CAM-FEC-CAMBIO (WS-CAM-IDX)
015730                         TO WS-OPR-FEC-CAMBIO (WS-OPR-IDX).
015740     MOVE WS-CAM-COD-AUTORIZADOR (WS-CAM-IDX) TO OPE-COD-OPERADOR.
015750     READ PAGCHOPE
015760         INVALID KEY
015770             MOVE "--" TO WS-OPR-NIV-AUTORIZADOR (WS-OPR-IDX)
015780             GO TO 2430-EXIT
015790     END-READ.
015800     MOVE OPE-NIV-AUTORIZACION
015810                         TO WS-OPR-NIV-AUTORIZADOR (WS-OPR-IDX).
015820 2430-EXIT.
015830     EXIT.

015840******************************************************************
015850* 2900-LINEA-EXCEPCION - EMITE UNA EXCEPCION SOBRE EL EVENTO EN
015860*                        PROCESO (EL TEXTO Y LA REFERENCIA LOS
015870*                        CARGA LA REGLA)
015880******************************************************************
015890 2900-LINEA-EXCEPCION.
015900     MOVE SRT-COD-OPERADOR    TO LIN-EXC-OPERADOR.
015910     MOVE SRT-COD-EMPRESA     TO LIN-EXC-EMPRESA.
015920     MOVE SRT-COD-SERVICIO    TO LIN-EXC-SERVICIO.
015930     MOVE SRT-COD-DEUDOR      TO LIN-EXC-DEUDOR.
015940     MOVE SRT-COD-CUOTA       TO LIN-EXC-CUOTA.
015950     MOVE SRT-FEC-EVENTO      TO LIN-EXC-FECHA.
015960     MOVE SRT-IMP-EVENTO      TO LIN-EXC-IMPORTE.
015970     MOVE SRT-COD-OFICINA     TO LIN-EXC-OFICINA.
015980     MOVE WS-LIN-EXCEPCION    TO REG-RPT-X07.
015990     WRITE REG-RPT-X07.
016000 2900-EXIT.
016010     EXIT.

016020******************************************************************
016030* 3000-RANKEAR-OPERADORES - LISTA LOS OPERADORES CON EXCEPCIONES
016040*                           DE MAS A MENOS
016050******************************************************************
016060 3000-RANKEAR-OPERADORES.
016070     MOVE SPACES TO REG-RPT-X07.
016080     WRITE REG-RPT-X07.
016090     MOVE WS-LIN-TIT-RANKING TO REG-RPT-X07.
016100     WRITE REG-RPT-X07.
016110     IF WS-OPR-CANT = 0
016120         MOVE WS-LIN-SIN-EXCEPCIONES TO REG-RPT-X07
016130         WRITE REG-RPT-X07
016140         GO TO 3000-EXIT
016150     END-IF.
016160     MOVE WS-LIN-ENC-RANKING TO REG-RPT-X07.
016170     WRITE REG-RPT-X07.
016180     SORT PAGCHSRK
016190         ON DESCENDING KEY SRK-CNT-TOTAL
016200         ON ASCENDING KEY SRK-COD-OPERADOR
016210         INPUT PROCEDURE IS 3050-ALIMENTAR-SRK THRU 3050-EXIT
016220         OUTPUT PROCEDURE IS 3100-LISTAR-SRK THRU 3100-EXIT.
016230 3000-EXIT.
016240     EXIT.

016250******************************************************************
016260* 3050-ALIMENTAR-SRK
016270******************************************************************
016280 3050-ALIMENTAR-SRK.
016290     PERFORM 3060-LIBERAR-OPERADOR THRU 3060-EXIT
016300         VARYING WS-OPR-IDX FROM 1 BY 1
016310         UNTIL WS-OPR-IDX > WS-OPR-CANT.
016320 3050-EXIT.
016330     EXIT.

016340******************************************************************
016350* 3060-LIBERAR-OPERADOR
016360******************************************************************
016370 3060-LIBERAR-OPERADOR.
016380     MOVE WS-OPR-ENTRY (WS-OPR-IDX) TO REG-SRK-RANKING.
016390     RELEASE REG-SRK-RANKING.
016400 3060-EXIT.
016410     EXIT.

016420******************************************************************
016430* 3100-LISTAR-SRK
016440******************************************************************
016450 3100-LISTAR-SRK.
016460     PERFORM 3110-LEER-SRK THRU 3110-EXIT.
016470     PERFORM 3120-LINEA-RANKING THRU 3120-EXIT
016480         UNTIL WS-FIN-SRK.
016490 3100-EXIT.
016500     EXIT.

016510******************************************************************
016520* 3110-LEER-SRK
016530******************************************************************
016540 3110-LEER-SRK.
016550     RETURN PAGCHSRK
016560         AT END
016570             SET WS-FIN-SRK TO TRUE
016580     END-RETURN.
016590 3110-EXIT.
016600     EXIT.

016610******************************************************************
016620* 3120-LINEA-RANKING
016630******************************************************************
016640 3120-LINEA-RANKING.
016650     ADD 1 TO WS-CNT-RANKING.
016660     MOVE WS-CNT-RANKING       TO LIN-RNK-NUMERO.
016670     MOVE SRK-COD-OPERADOR     TO LIN-RNK-OPERADOR.
016680     MOVE SRK-NOM-OPERADOR     TO LIN-RNK-NOMBRE.
016690     MOVE SRK-COD-OFICINA      TO LIN-RNK-OFICINA.
016700     MOVE SRK-NIV-AUTORIZACION TO LIN-RNK-NIVEL.
016710     MOVE SRK-CNT-VOLUMEN      TO LIN-RNK-VOLUMEN.
016720     MOVE SRK-CNT-EXTORNO      TO LIN-RNK-EXTORNO.
016730     MOVE SRK-CNT-TOPE         TO LIN-RNK-TOPE.
016740     MOVE SRK-CNT-RETIRO       TO LIN-RNK-RETIRO.
016750     MOVE SRK-CNT-OFICINA      TO LIN-RNK-OFICINAS.
016760     MOVE SRK-CNT-INUSUAL      TO LIN-RNK-INUSUAL.
016770     MOVE SRK-CNT-TOTAL        TO LIN-RNK-TOTAL.
016780     MOVE SRK-COD-AUTORIZADOR  TO LIN-RNK-AUTORIZADOR.
016790     MOVE SRK-NIV-AUTORIZADOR  TO LIN-RNK-NIV-AUTORIZADOR.
016800     MOVE SRK-FEC-CAMBIO       TO LIN-RNK-FEC-CAMBIO.
016810     MOVE WS-LIN-RANKING       TO REG-RPT-X07.
016820     WRITE REG-RPT-X07.
016830     PERFORM 3110-LEER-SRK THRU 3110-EXIT.
016840 3120-EXIT.
016850     EXIT.

016860******************************************************************
016870* 8000-TERMINAR - TOTALES DE CONTROL Y CIERRE
016880******************************************************************
016890 8000-TERMINAR.
016900     IF WS-ABORTAR
016910         IF WS-ARCHIVOS-ABIERTOS
016920             CLOSE PAGCHOPE
016930             CLOSE PAGCHOHS
016940         END-IF
016950         CLOSE PAGCHX07-RPT
016960         GO TO 8000-EXIT
016970     END-IF.
016980     MOVE SPACES TO REG-RPT-X07.
016990     WRITE REG-RPT-X07.
017000     MOVE "EVENTOS DEL PERIODO                :"
017010                                  TO WS-LIN-TOTAL.
017020     MOVE WS-CNT-LEIDOS           TO LIN-TOT-CANTIDAD.
017030     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
017040     MOVE "  PAGOS EN PAGCHDET              :"
017050                                  TO WS-LIN-TOTAL.
017060     MOVE WS-CNT-PAGOS            TO LIN-TOT-CANTIDAD.
017070     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
017080     MOVE "  EXTORNOS EN PAGCHEXT           :"
017090                                  TO WS-LIN-TOTAL.
017100     MOVE WS-CNT-EXTORNOS         TO LIN-TOT-CANTIDAD.
017110     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
017120     MOVE "  BAJAS EN PAGCHBAJ              :"
017130                                  TO WS-LIN-TOTAL.
017140     MOVE WS-CNT-BAJAS            TO LIN-TOT-CANTIDAD.
017150     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
017160     MOVE "  CONVENIOS EN PAGCHCNV          :"
017170                                  TO WS-LIN-TOTAL.
017180     MOVE WS-CNT-CONVENIOS        TO LIN-TOT-CANTIDAD.
017190     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
017200     MOVE "  MODIFICACIONES EN PAGCHTRN     :"
017210                                  TO WS-LIN-TOTAL.
017220     MOVE WS-CNT-MODIFICACIONES   TO LIN-TOT-CANTIDAD.
017230     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
017240     MOVE "PAGOS ANTERIORES DE LA VENTANA     :"
017250                                  TO WS-LIN-TOTAL.
017260     MOVE WS-CNT-ANTECEDENTES     TO LIN-TOT-CANTIDAD.
017270     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
017280     MOVE "TRANSACCIONES SIN OPERADOR         :"
017290                                  TO WS-LIN-TOTAL.
017300     MOVE WS-CNT-SIN-OPERADOR     TO LIN-TOT-CANTIDAD.
017310     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
017320     MOVE "OPERADORES CON MOVIMIENTO          :"
017330                                  TO WS-LIN-TOTAL.
017340     MOVE WS-CNT-OPERADORES       TO LIN-TOT-CANTIDAD.
017350     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
017360     MOVE "1 PAGO EXTORNADO EL MISMO DIA      :"
017370                                  TO WS-LIN-TOTAL.
017380     MOVE WS-CNT-EXC-EXTORNO      TO LIN-TOT-CANTIDAD.
017390     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
017400     MOVE "2 IMPORTES REPETIDOS BAJO EL TOPE  :"
017410                                  TO WS-LIN-TOTAL.
017420     MOVE WS-CNT-EXC-TOPE         TO LIN-TOT-CANTIDAD.
017430     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
017440     MOVE "3 BAJA O CONVENIO TRAS COBRAR      :"
017450                                  TO WS-LIN-TOTAL.
017460     MOVE WS-CNT-EXC-RETIRO       TO LIN-TOT-CANTIDAD.
017470     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
017480     MOVE "4 OFICINA AJENA AL OPERADOR        :"
017490                                  TO WS-LIN-TOTAL.
017500     MOVE WS-CNT-EXC-OFICINA      TO LIN-TOT-CANTIDAD.
017510     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
017520     MOVE "5 VOLUMEN INUSUAL                  :"
017530                                  TO WS-LIN-TOTAL.
017540     MOVE WS-CNT-EXC-VOLUMEN      TO LIN-TOT-CANTIDAD.
017550     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
017560     MOVE "TOTAL DE EXCEPCIONES               :"
017570                                  TO WS-LIN-TOTAL.
017580     MOVE WS-CNT-EXCEPCIONES      TO LIN-TOT-CANTIDAD.
017590     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
017600     MOVE "OPERADORES EN EL RANKING           :"
017610                                  TO WS-LIN-TOTAL.
017620     MOVE WS-CNT-RANKING          TO LIN-TOT-CANTIDAD.
017630     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
017640     IF WS-CNT-OPE-EXCEDIDOS > 0
017650         MOVE "OPERADORES SIN LUGAR EN EL RANKING :"
017660                                  TO WS-LIN-TOTAL
017670         MOVE WS-CNT-OPE-EXCEDIDOS TO LIN-TOT-CANTIDAD
017680         PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT
017690     END-IF.
017700     IF WS-CNT-CAM-EXCEDIDOS > 0
017710         MOVE "CAMBIOS PAGCHOAU SIN LUGAR EN TABLA:"
017720                                  TO WS-LIN-TOTAL
017730         MOVE WS-CNT-CAM-EXCEDIDOS TO LIN-TOT-CANTIDAD
017740         PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT
017750     END-IF.
017760     CLOSE PAGCHOPE.
017770     CLOSE PAGCHOHS.
017780     CLOSE PAGCHX07-RPT.
017790 8000-EXIT.
017800     EXIT.

017810******************************************************************
017820* 8100-LINEA-TOTAL - EMITE UNA LINEA DE TOTALES
017830******************************************************************
017840 8100-LINEA-TOTAL.
017850     MOVE WS-LIN-TOTAL TO REG-RPT-X07.
017860     WRITE REG-RPT-X07.
017870 8100-EXIT.
017880     EXIT.

017890******************************************************************
017900* 8900-CERRAR-PASO - DEJA EL PASO TERMINADO, O CANCELADO SI EL
017910*                    PROCESO ABORTO, CON SUS CIFRAS DE CONTROL
017920*                    EN PAGCHCTL
017930******************************************************************
017940 8900-CERRAR-PASO.
017950     IF NOT WS-PASO-INICIADO
017960         GO TO 8900-EXIT
017970     END-IF.
017980     MOVE WS-CNT-LEIDOS      TO CTR-CNT-LEIDOS.
017990     MOVE WS-CNT-EXCEPCIONES TO CTR-CNT-PROCESADOS.
018000     MOVE 0                  TO CTR-IMP-CONTROL.
018010     IF WS-ABORTAR
018020         SET CTR-CANCELA TO TRUE
018030         MOVE 16 TO CTR-COD-RETORNO-PASO
018040     ELSE
018050         SET CTR-FIN TO TRUE
018060         MOVE 0 TO CTR-COD-RETORNO-PASO
018070     END-IF.
018080     CALL "PAGCHCTR" USING REG-CTR-CONTROL-PASO.
018090     IF NOT CTR-OK
018100         MOVE CTR-MENSAJE TO LIN-CTL-MOTIVO
018110         MOVE WS-LIN-CONTROL-PASO TO REG-RPT-X07
018120         WRITE REG-RPT-X07
018130         SET WS-ABORTAR TO TRUE
018140     END-IF.
018150 8900-EXIT.
018160     EXIT.
