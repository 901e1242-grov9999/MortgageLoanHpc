000010******************************************************************
000020* RI0112 15/10/26 LMGZ PROGRAMA INICIAL - CONSTANCIA DE NO
000030*                      ADEUDO POR DEUDOR Y DOCUMENTO PARA EL
000040*                      LEVANTAMIENTO DE LA HIPOTECA, CON
000050*                      REGISTRO DE CONSTANCIAS EMITIDAS
000060******************************************************************
000070 IDENTIFICATION DIVISION.
000080 PROGRAM-ID.     PAGCHCNA.
000090 AUTHOR.         L. GOMEZ ZUNIGA.
000100 INSTALLATION.   PAGOACTIVO - AREA DE SISTEMAS.
000110 DATE-WRITTEN.   15/10/2026.
000120 DATE-COMPILED.

000130*=================================================================
000140* PROPOSITO : EMITE, VERIFICA O ANULA LA CONSTANCIA DE NO ADEUDO
000150*             QUE EL CLIENTE PRESENTA AL NOTARIO PARA LEVANTAR
000160*             LA HIPOTECA. RECIBE POR SYSIN UNA TARJETA CON:
000170*               COL 01     OPERACION: E EMITIR, V VERIFICAR,
000180*                          A ANULAR
000190*               COL 02-21  CODIGO DE DEUDOR (E)
000200*               COL 22-23  TIPO DE DOCUMENTO (E)
000210*               COL 24-36  NUMERO DE DOCUMENTO (E)
000220*               COL 37-44  NUMERO DE CONSTANCIA (V, A)
000230*               COL 45-52  OPERADOR QUE SOLICITA (E, A)
000240*               COL 53-80  MOTIVO DE LA ANULACION (A)
000250*             EMITIR REUNE LAS CUOTAS DEL DEUDOR CON ESE
000260*             DOCUMENTO (MAE-TIP-DCMTO/MAE-NRO-DCMTO) EN EL
000270*             MAESTRO PAGCHPEN Y EN LA HISTORIA PAGCHHIS, POR LA
000280*             LLAVE ALTERNA DE DOCUMENTO, Y EXIGE QUE:
000290*               - NINGUNA CUOTA DE PAGCHPEN ESTE IMPAGA;
000300*               - EL IMPORTE PAGADO DE CADA CUOTA, PENDIENTE O
000310*                 ARCHIVADA, CUBRA EL PRINCIPAL MAS LA MORA;
000320*               - NINGUNA CUOTA TENGA UN EXTORNO ABIERTO EN
000330*                 PAGCHDET: UN EXTORNO QUEDA ABIERTO MIENTRAS LOS
000340*                 PAGOS POSTERIORES DE LA CUOTA NO REPONEN EL
000350*                 IMPORTE EXTORNADO (EL DETALLE SE GRABA EN
000360*                 ORDEN CRONOLOGICO).
000370*             SI TODO SE CUMPLE, TOMA EL NUMERO SIGUIENTE DEL
000380*             NUMERADOR PAGCHNCN, REGISTRA LA CONSTANCIA EN
000390*             PAGCHRCN E IMPRIME LA CONSTANCIA CON LAS CUOTAS Y
000400*             LOS RECIBOS QUE LA SUSTENTAN. SI NO, LISTA LAS
000410*             CUOTAS QUE LA IMPIDEN CON SU MOTIVO. EL OPERADOR
000420*             DEBE ESTAR ACTIVO EN PAGCHOPE; LA ANULACION EXIGE
000430*             ADEMAS NIVEL DE SUPERVISOR (02) O SUPERIOR.
000440*             VERIFICAR MUESTRA LOS DATOS Y EL ESTADO DE UNA
000450*             CONSTANCIA REGISTRADA; ANULAR LA MARCA ANULADA SIN
000460*             BORRARLA. UNA SOLICITUD RECHAZADA NO ES UN ERROR
000470*             DEL PROCESO: EL MOTIVO SALE EN EL LISTADO.
000480*=================================================================
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER.    IBM-370.
000520 OBJECT-COMPUTER.    IBM-370.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT PAGCHPEN ASSIGN TO PAGCHPEN
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS MAE-LLAVE-PRIMARIA
000590         ALTERNATE RECORD KEY IS MAE-LLAVE-DOCUMENTO
000600             WITH DUPLICATES
000610         FILE STATUS IS WS-FS-PAGCHPEN.
000620     SELECT PAGCHHIS ASSIGN TO PAGCHHIS
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS HIS-LLAVE-PRIMARIA
000660         ALTERNATE RECORD KEY IS HIS-LLAVE-DOCUMENTO
000670             WITH DUPLICATES
000680         FILE STATUS IS WS-FS-PAGCHHIS.
000690     SELECT PAGCHDET ASSIGN TO PAGCHDET
000700         ORGANIZATION IS SEQUENTIAL
000710         ACCESS MODE IS SEQUENTIAL
000720         FILE STATUS IS WS-FS-PAGCHDET.
000730     SELECT PAGCHOPE ASSIGN TO PAGCHOPE
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS OPE-COD-OPERADOR
000770         FILE STATUS IS WS-FS-PAGCHOPE.
000780     SELECT PAGCHNCN ASSIGN TO PAGCHNCN
000790         ORGANIZATION IS SEQUENTIAL
000800         ACCESS MODE IS SEQUENTIAL
000810         FILE STATUS IS WS-FS-PAGCHNCN.
000820     SELECT PAGCHRCN ASSIGN TO PAGCHRCN
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS RANDOM
000850         RECORD KEY IS RCN-NRO-CONSTANCIA
000860         FILE STATUS IS WS-FS-PAGCHRCN.
000870     SELECT PAGCHCNA-RPT ASSIGN TO PAGCHCNA
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-FS-PAGCHCNA.

000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  PAGCHPEN
000930     LABEL RECORDS ARE STANDARD.
000940     COPY "PAGCHMAE.cpy".
000950 FD  PAGCHHIS
000960     LABEL RECORDS ARE STANDARD.
000970     COPY "PAGCHHIS.cpy".
000980 FD  PAGCHDET
000990     LABEL RECORDS ARE STANDARD.
001000     COPY "PAGCHDET.cpy".
001010 FD  PAGCHOPE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY "PAGCHOPE.cpy".
001040*-----------------------------------------------------------------
001050* NUMERADOR DE CONSTANCIAS: UN UNICO REGISTRO CON EL ULTIMO
001060* NUMERO ENTREGADO, COMO EL NUMERADOR DE RECIBOS PAGCHNRE
001070*-----------------------------------------------------------------
001080 FD  PAGCHNCN
001090     LABEL RECORDS ARE STANDARD.
001100 01  REG-NCN-NUMERADOR.
001110     02  NCN-ULT-CONSTANCIA       PIC 9(08).
001120 FD  PAGCHRCN
001130     LABEL RECORDS ARE STANDARD.
001140     COPY "PAGCHRCN.cpy".
001150 FD  PAGCHCNA-RPT
001160     LABEL RECORDS ARE STANDARD.
001170 01  REG-RPT-CNA                  PIC X(132).

001180 WORKING-STORAGE SECTION.
001190*-----------------------------------------------------------------
001200* SWITCHES Y CONTADORES
001210*-----------------------------------------------------------------
001220 77  WS-FS-PAGCHPEN               PIC X(02) VALUE "00".
001230 77  WS-FS-PAGCHHIS               PIC X(02) VALUE "00".
001240 77  WS-FS-PAGCHDET               PIC X(02) VALUE "00".
001250 77  WS-FS-PAGCHOPE               PIC X(02) VALUE "00".
001260 77  WS-FS-PAGCHNCN               PIC X(02) VALUE "00".
001270 77  WS-FS-PAGCHRCN               PIC X(02) VALUE "00".
001280 77  WS-FS-PAGCHCNA               PIC X(02) VALUE "00".
001290 77  WS-FLAG-ABORTAR              PIC X(01) VALUE "N".
001300     88 WS-ABORTAR                VALUE "S".
001310 77  WS-FLAG-RECHAZADA            PIC X(01) VALUE "N".
001320     88 WS-RECHAZADA              VALUE "S".
001330 77  WS-FLAG-FIN-PAGCHDET         PIC X(01) VALUE "N".
001340     88 WS-FIN-PAGCHDET           VALUE "S".
001350 77  WS-FLAG-FIN-DOCUMENTO        PIC X(01) VALUE "N".
001360     88 WS-FIN-DOCUMENTO          VALUE "S".
001370 77  WS-FLAG-NCN-VACIO            PIC X(01) VALUE "N".
001380     88 WS-NCN-VACIO              VALUE "S".
001390 77  WS-FLAG-DESBORDE             PIC X(01) VALUE "N".
001400     88 WS-HAY-DESBORDE           VALUE "S".
001401 77  WS-FLAG-ARCHIVOS             PIC X(01) VALUE "N".
001402     88 WS-ARCHIVOS-ABIERTOS      VALUE "S".
001410 77  WS-FECHA-SISTEMA             PIC 9(08).
001420 77  WS-HORA-SISTEMA              PIC 9(08).
001430 77  WS-IMP-TOTAL-CUOTA           PIC 9(13)V9(02).
001440 77  WS-IMP-PENDIENTE             PIC 9(13)V9(02).
001450 77  WS-IMP-PAGADO-TOTAL          PIC 9(13)V9(02) VALUE 0.
001460 77  WS-CNT-BLOQUEOS              PIC 9(03) VALUE 0.
001470 77  WS-NOM-DEUDOR                PIC X(40) VALUE SPACES.
001480 77  WS-MOTIVO                    PIC X(30).
001490*-----------------------------------------------------------------
001500* TARJETA DE SOLICITUD RECIBIDA POR SYSIN
001510*-----------------------------------------------------------------
001520 01  WS-PARM-SOLICITUD.
001530     05  WS-PARM-OPERACION        PIC X(01).
001540         88 WS-PARM-EMITIR        VALUE "E".
001550         88 WS-PARM-VERIFICAR     VALUE "V".
001560         88 WS-PARM-ANULAR        VALUE "A".
001570     05  WS-PARM-DEUDOR           PIC X(20).
001580     05  WS-PARM-LLAVE-DOCUMENTO.
001590         10  WS-PARM-TIP-DCMTO    PIC X(02).
001600         10  WS-PARM-NRO-DCMTO    PIC X(13).
001610     05  WS-PARM-NRO-CONSTANCIA   PIC 9(08).
001620     05  WS-PARM-OPERADOR         PIC X(08).
001630     05  WS-PARM-MOTIVO           PIC X(28).
001640*-----------------------------------------------------------------
001650* CUOTAS DEL DEUDOR CON EL DOCUMENTO, DE PAGCHPEN (ORIGEN P) Y
001660* DE PAGCHHIS (ORIGEN H). WS-CUO-IMP-EXT-ABIERTO ES EL IMPORTE
001670* EXTORNADO QUE LOS PAGOS POSTERIORES TODAVIA NO REPUSIERON;
001680* WS-CUO-MOTIVO EN BLANCO = LA CUOTA NO IMPIDE LA CONSTANCIA
001690*-----------------------------------------------------------------
001700 01  WS-TAB-CUOTAS.
001710     05  WS-CUO-CANT              PIC 9(04) COMP VALUE 0.
001720     05  WS-CUO-ENTRY OCCURS 0 TO 200 TIMES
001730                      DEPENDING ON WS-CUO-CANT
001740                      INDEXED BY WS-CUO-IDX.
001750         10  WS-CUO-LLAVE.
001760             15  WS-CUO-COD-EMPRESA
001770                                  PIC 9(03).
001780             15  WS-CUO-COD-SERVICIO
001790                                  PIC 9(02).
001800             15  WS-CUO-COD-CUOTA PIC X(08).
001810         10  WS-CUO-ORIGEN        PIC X(01).
001820         10  WS-CUO-FEC-VCMTO     PIC X(08).
001830         10  WS-CUO-MON-APAGAR    PIC X(03).
001840         10  WS-CUO-IMP-TOTAL     PIC 9(13)V9(02).
001850         10  WS-CUO-IMP-PAGADO    PIC 9(13)V9(02).
001860         10  WS-CUO-FEC-PAGO      PIC X(08).
001870         10  WS-CUO-IMP-EXT-ABIERTO
001880                                  PIC 9(13)V9(02).
001890         10  WS-CUO-IMP-BLOQUEO   PIC 9(13)V9(02).
001900         10  WS-CUO-MOTIVO        PIC X(30).
001910 01  WS-LLAVE-BUSCADA.
001920     05  WS-BUS-COD-EMPRESA       PIC 9(03).
001930     05  WS-BUS-COD-SERVICIO      PIC 9(02).
001940     05  WS-BUS-COD-CUOTA         PIC X(08).
001950*-----------------------------------------------------------------
001960* RECIBOS DE PAGCHDET (PAGOS Y EXTORNOS) SOBRE ESAS CUOTAS
001970*-----------------------------------------------------------------
001980 01  WS-TAB-RECIBOS.
001990     05  WS-REC-CANT              PIC 9(04) COMP VALUE 0.
002000     05  WS-REC-ENTRY OCCURS 0 TO 500 TIMES
002010                      DEPENDING ON WS-REC-CANT
002020                      INDEXED BY WS-REC-IDX.
002030         10  WS-REC-NRO-RECIBO    PIC 9(10).
002040         10  WS-REC-TIP-MOVIMIENTO
002050                                  PIC X(01).
002060         10  WS-REC-COD-EMPRESA   PIC 9(03).
002070         10  WS-REC-COD-SERVICIO  PIC 9(02).
002080         10  WS-REC-COD-CUOTA     PIC X(08).
002090         10  WS-REC-FEC-PAGO      PIC X(08).
002100         10  WS-REC-HOR-PAGO      PIC X(06).
002110         10  WS-REC-COD-OFICINA   PIC X(03).
002120         10  WS-REC-IMP-PAGO      PIC 9(13)V9(02).
002130*-----------------------------------------------------------------
002140* LINEAS DE REPORTE
002150*-----------------------------------------------------------------
002160 01  WS-LIN-TITULO.
002170     05  FILLER                  PIC X(34) VALUE
002180         "CONSTANCIA DE NO ADEUDO - PAGCHCNA".
002190     05  FILLER                  PIC X(10) VALUE "  FECHA : ".
002200     05  LIN-TIT-FECHA           PIC 9(08).
002210 01  WS-LIN-SOLICITUD.
002220     05  FILLER                  PIC X(12) VALUE "OPERACION : ".
002230     05  LIN-SOL-OPERACION       PIC X(01).
002240     05  FILLER                  PIC X(11) VALUE "  DEUDOR : ".
002250     05  LIN-SOL-DEUDOR          PIC X(20).
002260     05  FILLER                  PIC X(14) VALUE "  DOCUMENTO : ".
002270     05  LIN-SOL-TIP-DCMTO       PIC X(02).
002280     05  FILLER                  PIC X(01) VALUE SPACES.
002290     05  LIN-SOL-NRO-DCMTO       PIC X(13).
002300     05  FILLER                  PIC X(15) VALUE
002310         "  CONSTANCIA : ".
002320     05  LIN-SOL-NRO-CONSTANCIA  PIC X(08).
002330     05  FILLER                  PIC X(13) VALUE "  OPERADOR : ".
002340     05  LIN-SOL-OPERADOR        PIC X(08).
002350 01  WS-LIN-ERROR.
002360     05  FILLER                  PIC X(46) VALUE
002370         "TARJETA DE SOLICITUD INVALIDA, PROCESO CANCELA".
002380     05  FILLER                  PIC X(02) VALUE "DO".
002390 01  WS-LIN-ABORTO.
002400     05  FILLER                  PIC X(19) VALUE
002410         "PROCESO CANCELADO :".
002420     05  FILLER                  PIC X(01) VALUE SPACES.
002430     05  LIN-ABO-MOTIVO          PIC X(40).
002440 01  WS-LIN-RECHAZO.
002450     05  FILLER                  PIC X(22) VALUE
002460         "SOLICITUD RECHAZADA : ".
002470     05  LIN-RCH-MOTIVO          PIC X(50).
002480 01  WS-LIN-RESULTADO.
002490     05  FILLER                  PIC X(12) VALUE "RESULTADO : ".
002500     05  LIN-RES-TEXTO           PIC X(60).
002510 01  WS-LIN-SEPARADOR.
002520     05  FILLER                  PIC X(66) VALUE ALL "-".
002530*    CUERPO DE LA CONSTANCIA
002540 01  WS-LIN-CNS-NUMERO.
002550     05  FILLER                  PIC X(30) VALUE
002560         "CONSTANCIA DE NO ADEUDO NRO : ".
002570     05  LIN-CNS-NUMERO          PIC 9(08).
002580     05  FILLER                  PIC X(15) VALUE
002590         "  EMITIDA EL : ".
002600     05  LIN-CNS-FECHA           PIC X(08).
002610     05  FILLER                  PIC X(01) VALUE SPACES.
002620     05  LIN-CNS-HORA            PIC X(06).
002630     05  FILLER                  PIC X(08) VALUE "  POR : ".
002640     05  LIN-CNS-OPERADOR        PIC X(08).
002650 01  WS-LIN-CNS-TEXTO-1.
002660     05  FILLER                  PIC X(26) VALUE
002670         "SE DEJA CONSTANCIA QUE EL ".
002680     05  FILLER                  PIC X(08) VALUE "DEUDOR ".
002690     05  LIN-CNS-DEUDOR          PIC X(20).
002700     05  FILLER                  PIC X(01) VALUE SPACES.
002710     05  LIN-CNS-NOMBRE          PIC X(40).
002720 01  WS-LIN-CNS-TEXTO-2.
002730     05  FILLER                  PIC X(42) VALUE
002740         "NO REGISTRA DEUDA PENDIENTE POR EL DOCUMEN".
002750     05  FILLER                  PIC X(03) VALUE "TO ".
002760     05  LIN-CNS-TIP-DCMTO       PIC X(02).
002770     05  FILLER                  PIC X(01) VALUE SPACES.
002780     05  LIN-CNS-NRO-DCMTO       PIC X(13).
002790     05  FILLER                  PIC X(01) VALUE ":".
002800 01  WS-LIN-CNS-TEXTO-3.
002810     05  FILLER                  PIC X(42) VALUE
002820         "TODAS SUS CUOTAS ESTAN PAGADAS EN PRINCIPA".
002830     05  FILLER                  PIC X(42) VALUE
002840         "L Y MORA, SIN EXTORNOS PENDIENTES DE REPON".
002850     05  FILLER                  PIC X(03) VALUE "ER.".
002860 01  WS-LIN-TIT-CUOTAS.
002870     05  FILLER                  PIC X(40) VALUE
002880         "CUOTAS QUE SUSTENTAN LA CONSTANCIA".
002890 01  WS-LIN-TIT-RECIBOS.
002900     05  FILLER                  PIC X(40) VALUE
002910         "RECIBOS QUE SUSTENTAN LA CONSTANCIA".
002920 01  WS-LIN-TIT-BLOQUEOS.
002930     05  FILLER                  PIC X(40) VALUE
002940         "CUOTAS QUE IMPIDEN LA CONSTANCIA".
002950 01  WS-LIN-CUOTA.
002960     05  FILLER                  PIC X(02) VALUE SPACES.
002970     05  LIN-CUO-EMPRESA         PIC 9(03).
002980     05  FILLER                  PIC X(01) VALUE SPACES.
002990     05  LIN-CUO-SERVICIO        PIC 9(02).
003000     05  FILLER                  PIC X(01) VALUE SPACES.
003010     05  LIN-CUO-CUOTA           PIC X(08).
003020     05  FILLER                  PIC X(01) VALUE SPACES.
003030     05  LIN-CUO-ORIGEN          PIC X(03).
003040     05  FILLER                  PIC X(01) VALUE SPACES.
003050     05  LIN-CUO-FEC-VCMTO       PIC X(08).
003060     05  FILLER                  PIC X(01) VALUE SPACES.
003070     05  LIN-CUO-MONEDA          PIC X(03).
003080     05  LIN-CUO-IMP-TOTAL       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003090     05  LIN-CUO-IMP-PAGADO      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003100     05  FILLER                  PIC X(01) VALUE SPACES.
003110     05  LIN-CUO-FEC-PAGO        PIC X(08).
003120 01  WS-LIN-RECIBO.
003130     05  FILLER                  PIC X(02) VALUE SPACES.
003140     05  LIN-REC-RECIBO          PIC 9(10).
003150     05  FILLER                  PIC X(01) VALUE SPACES.
003160     05  LIN-REC-EMPRESA         PIC 9(03).
003170     05  FILLER                  PIC X(01) VALUE SPACES.
003180     05  LIN-REC-SERVICIO        PIC 9(02).
003190     05  FILLER                  PIC X(01) VALUE SPACES.
003200     05  LIN-REC-CUOTA           PIC X(08).
003210     05  FILLER                  PIC X(01) VALUE SPACES.
003220     05  LIN-REC-FEC-PAGO        PIC X(08).
003230     05  FILLER                  PIC X(01) VALUE SPACES.
003240     05  LIN-REC-HOR-PAGO        PIC X(06).
003250     05  FILLER                  PIC X(01) VALUE SPACES.
003260     05  LIN-REC-OFICINA         PIC X(03).
003270     05  FILLER                  PIC X(01) VALUE SPACES.
003280     05  LIN-REC-TIPO            PIC X(07).
003290     05  LIN-REC-IMPORTE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003300 01  WS-LIN-BLOQUEO.
003310     05  FILLER                  PIC X(02) VALUE SPACES.
003320     05  LIN-BLQ-EMPRESA         PIC 9(03).
003330     05  FILLER                  PIC X(01) VALUE SPACES.
003340     05  LIN-BLQ-SERVICIO        PIC 9(02).
003350     05  FILLER                  PIC X(01) VALUE SPACES.
003360     05  LIN-BLQ-CUOTA           PIC X(08).
003370     05  FILLER                  PIC X(01) VALUE SPACES.
003380     05  LIN-BLQ-ORIGEN          PIC X(03).
003390     05  FILLER                  PIC X(01) VALUE SPACES.
003400     05  LIN-BLQ-FEC-VCMTO       PIC X(08).
003410     05  LIN-BLQ-IMP-TOTAL       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003420     05  LIN-BLQ-IMP-PAGADO      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003430     05  LIN-BLQ-IMP-BLOQUEO     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003440     05  FILLER                  PIC X(01) VALUE SPACES.
003450     05  LIN-BLQ-MOTIVO          PIC X(30).
003460 01  WS-LIN-TOT-CONSTANCIA.
003470     05  FILLER                  PIC X(09) VALUE "CUOTAS : ".
003480     05  LIN-TCN-CUOTAS          PIC ZZ9.
003490     05  FILLER                  PIC X(12) VALUE "  RECIBOS : ".
003500     05  LIN-TCN-RECIBOS         PIC ZZ9.
003510     05  FILLER                  PIC X(19) VALUE
003520         "  IMPORTE PAGADO : ".
003530     05  LIN-TCN-IMPORTE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003540*    VERIFICACION DE UNA CONSTANCIA REGISTRADA
003550 01  WS-LIN-VER-ESTADO.
003560     05  FILLER                  PIC X(17) VALUE
003570         "CONSTANCIA NRO : ".
003580     05  LIN-VER-NUMERO          PIC 9(08).
003590     05  FILLER                  PIC X(11) VALUE "  ESTADO : ".
003600     05  LIN-VER-ESTADO          PIC X(08).
003610 01  WS-LIN-VER-DEUDOR.
003620     05  FILLER                  PIC X(09) VALUE "DEUDOR : ".
003630     05  LIN-VER-DEUDOR          PIC X(20).
003640     05  FILLER                  PIC X(01) VALUE SPACES.
003650     05  LIN-VER-NOMBRE          PIC X(40).
003660     05  FILLER                  PIC X(14) VALUE "  DOCUMENTO : ".
003670     05  LIN-VER-TIP-DCMTO       PIC X(02).
003680     05  FILLER                  PIC X(01) VALUE SPACES.
003690     05  LIN-VER-NRO-DCMTO       PIC X(13).
003700 01  WS-LIN-VER-ANULACION.
003710     05  FILLER                  PIC X(13) VALUE "ANULADA EL : ".
003720     05  LIN-VER-FEC-ANULACION   PIC X(08).
003730     05  FILLER                  PIC X(08) VALUE "  POR : ".
003740     05  LIN-VER-OPE-ANULACION   PIC X(08).
003750     05  FILLER                  PIC X(11) VALUE "  MOTIVO : ".
003760     05  LIN-VER-MOT-ANULACION   PIC X(28).

003770 PROCEDURE DIVISION.

003780******************************************************************
003790* 0000-MAINLINE
003800******************************************************************
003810 0000-MAINLINE.
003820     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003830     IF NOT WS-ABORTAR AND NOT WS-RECHAZADA
003840         EVALUATE TRUE
003850             WHEN WS-PARM-EMITIR
003860                 PERFORM 2000-EMITIR-CONSTANCIA THRU 2000-EXIT
003870             WHEN WS-PARM-VERIFICAR
003880                 PERFORM 3000-VERIFICAR-CONSTANCIA THRU 3000-EXIT
003890             WHEN WS-PARM-ANULAR
003900                 PERFORM 4000-ANULAR-CONSTANCIA THRU 4000-EXIT
003910         END-EVALUATE
003920     END-IF.
003930     IF WS-ABORTAR
003940         MOVE 16 TO RETURN-CODE
003950     END-IF.
003960     PERFORM 8000-TERMINAR THRU 8000-EXIT.
003970     STOP RUN.

003980******************************************************************
003990* 1000-INICIALIZAR - ABRE EL REPORTE, VALIDA LA TARJETA DE
004000*                    SOLICITUD, ABRE EL REGISTRO DE CONSTANCIAS
004010*                    (SE CREA VACIO SI NO EXISTE) Y VALIDA AL
004020*                    OPERADOR
004030******************************************************************
004040 1000-INICIALIZAR.
004050     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
004060     ACCEPT WS-HORA-SISTEMA  FROM TIME.
004070     OPEN OUTPUT PAGCHCNA-RPT.
004080     MOVE WS-FECHA-SISTEMA TO LIN-TIT-FECHA.
004090     MOVE WS-LIN-TITULO TO REG-RPT-CNA.
004100     WRITE REG-RPT-CNA.
004110     ACCEPT WS-PARM-SOLICITUD.
004120     MOVE WS-PARM-OPERACION      TO LIN-SOL-OPERACION.
004130     MOVE WS-PARM-DEUDOR         TO LIN-SOL-DEUDOR.
004140     MOVE WS-PARM-TIP-DCMTO      TO LIN-SOL-TIP-DCMTO.
004150     MOVE WS-PARM-NRO-DCMTO      TO LIN-SOL-NRO-DCMTO.
004160     MOVE WS-PARM-NRO-CONSTANCIA TO LIN-SOL-NRO-CONSTANCIA.
004170     MOVE WS-PARM-OPERADOR       TO LIN-SOL-OPERADOR.
004180     MOVE WS-LIN-SOLICITUD TO REG-RPT-CNA.
004190     WRITE REG-RPT-CNA.
004200     PERFORM 1010-VALIDA-TARJETA THRU 1010-EXIT.
004210     IF WS-ABORTAR
004220         MOVE WS-LIN-ERROR TO REG-RPT-CNA
004230         WRITE REG-RPT-CNA
004240         GO TO 1000-EXIT
004250     END-IF.
004260     OPEN I-O PAGCHRCN.
004270     IF WS-FS-PAGCHRCN = "35"
004280         OPEN OUTPUT PAGCHRCN
004290         CLOSE PAGCHRCN
004300         OPEN I-O PAGCHRCN
004310     END-IF.
004320     IF WS-FS-PAGCHRCN NOT = "00"
004330         MOVE "ERROR ABRIENDO PAGCHRCN" TO LIN-ABO-MOTIVO
004340         PERFORM 1090-CANCELAR THRU 1090-EXIT
004350         GO TO 1000-EXIT
004360     END-IF.
004365     SET WS-ARCHIVOS-ABIERTOS TO TRUE.
004370     IF WS-PARM-EMITIR OR WS-PARM-ANULAR
004380         PERFORM 1100-VALIDA-OPERADOR THRU 1100-EXIT
004390     END-IF.
004400 1000-EXIT.
004410     EXIT.

004420******************************************************************
004430* 1010-VALIDA-TARJETA - CADA OPERACION EXIGE SUS CAMPOS
004440******************************************************************
004450 1010-VALIDA-TARJETA.
004460     EVALUATE TRUE
004470         WHEN WS-PARM-EMITIR
004480             IF WS-PARM-DEUDOR    = SPACES
004490             OR WS-PARM-TIP-DCMTO = SPACES
004500             OR WS-PARM-NRO-DCMTO = SPACES
004510             OR WS-PARM-OPERADOR  = SPACES
004520                 SET WS-ABORTAR TO TRUE
004530             END-IF
004540         WHEN WS-PARM-VERIFICAR
004550             IF WS-PARM-NRO-CONSTANCIA NOT NUMERIC
004560                 SET WS-ABORTAR TO TRUE
004570             END-IF
004580         WHEN WS-PARM-ANULAR
004590             IF WS-PARM-NRO-CONSTANCIA NOT NUMERIC
004600             OR WS-PARM-OPERADOR = SPACES
004610             OR WS-PARM-MOTIVO   = SPACES
004620                 SET WS-ABORTAR TO TRUE
004630             END-IF
004640         WHEN OTHER
004650             SET WS-ABORTAR TO TRUE
004660     END-EVALUATE.
004670 1010-EXIT.
004680     EXIT.

004690******************************************************************
004700* 1090-CANCELAR - EMITE EL MOTIVO DE LA CANCELACION
004710******************************************************************
004720 1090-CANCELAR.
004730     MOVE WS-LIN-ABORTO TO REG-RPT-CNA.
004740     WRITE REG-RPT-CNA.
004750     SET WS-ABORTAR TO TRUE.
004760 1090-EXIT.
004770     EXIT.

004780******************************************************************
004790* 1095-RECHAZAR - EMITE EL MOTIVO DEL RECHAZO DE LA SOLICITUD
004800*                 (EN LIN-RCH-MOTIVO)
004810******************************************************************
004820 1095-RECHAZAR.
004830     MOVE WS-LIN-RECHAZO TO REG-RPT-CNA.
004840     WRITE REG-RPT-CNA.
004850     SET WS-RECHAZADA TO TRUE.
004860 1095-EXIT.
004870     EXIT.

004880******************************************************************
004890* 1100-VALIDA-OPERADOR - EL OPERADOR DEBE ESTAR ACTIVO EN
004900*                        PAGCHOPE; PARA ANULAR DEBE SER AL MENOS
004910*                        SUPERVISOR (NIVEL 02)
004920******************************************************************
004930 1100-VALIDA-OPERADOR.
004940     OPEN INPUT PAGCHOPE.
004950     IF WS-FS-PAGCHOPE NOT = "00"
004960         MOVE "ERROR ABRIENDO PAGCHOPE" TO LIN-ABO-MOTIVO
004970         PERFORM 1090-CANCELAR THRU 1090-EXIT
004980         GO TO 1100-EXIT
004990     END-IF.
005000     MOVE WS-PARM-OPERADOR TO OPE-COD-OPERADOR.
005010     READ PAGCHOPE
005020         INVALID KEY
005030             MOVE "OPERADOR NO AUTORIZADO" TO LIN-RCH-MOTIVO
005040             PERFORM 1095-RECHAZAR THRU 1095-EXIT
005050     END-READ.
005060     CLOSE PAGCHOPE.
005070     IF WS-RECHAZADA
005080         GO TO 1100-EXIT
005090     END-IF.
005100*    LOS REGISTROS CON EL ESTADO EN BLANCO SE TRATAN COMO ACTIVOS
005110     IF OPE-INACTIVO
005120         MOVE "OPERADOR INACTIVO" TO LIN-RCH-MOTIVO
005130         PERFORM 1095-RECHAZAR THRU 1095-EXIT
005140         GO TO 1100-EXIT
005150     END-IF.
005160     IF WS-PARM-ANULAR
005170     AND (OPE-NIV-AUTORIZACION NOT NUMERIC
005180          OR OPE-NIV-AUTORIZACION < 02)
005190         MOVE "LA ANULACION REQUIERE NIVEL DE SUPERVISOR"
005200                             TO LIN-RCH-MOTIVO
005210         PERFORM 1095-RECHAZAR THRU 1095-EXIT
005220     END-IF.
005230 1100-EXIT.
005240     EXIT.

005250******************************************************************
005260* 2000-EMITIR-CONSTANCIA - REUNE LAS CUOTAS Y RECIBOS DEL
005270*                          DOCUMENTO, APLICA LAS VERIFICACIONES
005280*                          Y EMITE LA CONSTANCIA O LISTA LO QUE
005290*                          LA IMPIDE
005300******************************************************************
005310 2000-EMITIR-CONSTANCIA.
005320     PERFORM 2100-CARGAR-PENDIENTES THRU 2100-EXIT.
005330     IF NOT WS-ABORTAR
005340         PERFORM 2200-CARGAR-HISTORIA THRU 2200-EXIT
005350     END-IF.
005360     IF WS-ABORTAR
005370         GO TO 2000-EXIT
005380     END-IF.
005390     IF WS-HAY-DESBORDE
005400         MOVE "EL DOCUMENTO TIENE MAS DE 200 CUOTAS"
005410                             TO LIN-RCH-MOTIVO
005420         PERFORM 1095-RECHAZAR THRU 1095-EXIT
005430         GO TO 2000-EXIT
005440     END-IF.
005450     IF WS-CUO-CANT = 0
005460         MOVE "NO HAY CUOTAS DEL DEUDOR CON ESE DOCUMENTO"
005470                             TO LIN-RCH-MOTIVO
005480         PERFORM 1095-RECHAZAR THRU 1095-EXIT
005490         GO TO 2000-EXIT
005500     END-IF.
005510     PERFORM 2300-REVISAR-DETALLE THRU 2300-EXIT.
005520     IF WS-ABORTAR
005530         GO TO 2000-EXIT
005540     END-IF.
005550     IF WS-HAY-DESBORDE
005560         MOVE "LAS CUOTAS TIENEN MAS DE 500 RECIBOS"
005570                             TO LIN-RCH-MOTIVO
005580         PERFORM 1095-RECHAZAR THRU 1095-EXIT
005590         GO TO 2000-EXIT
005600     END-IF.
005610     PERFORM 2400-EVALUAR-EXTORNO THRU 2400-EXIT
005620         VARYING WS-CUO-IDX FROM 1 BY 1
005630         UNTIL WS-CUO-IDX > WS-CUO-CANT.
005640     IF WS-CNT-BLOQUEOS > 0
005650         MOVE "CUOTAS IMPAGAS O CON EXTORNO ABIERTO"
005660                             TO LIN-RCH-MOTIVO
005670         PERFORM 1095-RECHAZAR THRU 1095-EXIT
005680         PERFORM 2800-LISTAR-BLOQUEOS THRU 2800-EXIT
005690         GO TO 2000-EXIT
005700     END-IF.
005710     PERFORM 2500-ASIGNAR-NUMERO THRU 2500-EXIT.
005720     IF WS-ABORTAR
005730         GO TO 2000-EXIT
005740     END-IF.
005750     PERFORM 2600-REGISTRAR-CONSTANCIA THRU 2600-EXIT.
005760     IF WS-ABORTAR
005770         GO TO 2000-EXIT
005780     END-IF.
005790     PERFORM 2700-IMPRIMIR-CONSTANCIA THRU 2700-EXIT.
005800 2000-EXIT.
005810     EXIT.

005820******************************************************************
005830* 2100-CARGAR-PENDIENTES - CARGA LAS CUOTAS DEL DEUDOR CON EL
005840*                          DOCUMENTO QUE SIGUEN EN PAGCHPEN, POR
005850*                          LA LLAVE ALTERNA DE DOCUMENTO
005860******************************************************************
005870 2100-CARGAR-PENDIENTES.
005880     OPEN INPUT PAGCHPEN.
005890     IF WS-FS-PAGCHPEN NOT = "00"
005900         MOVE "ERROR ABRIENDO PAGCHPEN" TO LIN-ABO-MOTIVO
005910         PERFORM 1090-CANCELAR THRU 1090-EXIT
005920         GO TO 2100-EXIT
005930     END-IF.
005940     MOVE "N" TO WS-FLAG-FIN-DOCUMENTO.
005950     MOVE WS-PARM-TIP-DCMTO TO MAE-TIP-DCMTO.
005960     MOVE WS-PARM-NRO-DCMTO TO MAE-NRO-DCMTO.
005970     START PAGCHPEN KEY IS
005980         EQUAL TO MAE-LLAVE-DOCUMENTO
005990         INVALID KEY
006000             SET WS-FIN-DOCUMENTO TO TRUE
006010     END-START.
006020     PERFORM 2110-LEER-PENDIENTE THRU 2110-EXIT
006030         UNTIL WS-FIN-DOCUMENTO.
006040     CLOSE PAGCHPEN.
006050 2100-EXIT.
006060     EXIT.

006070******************************************************************
006080* 2110-LEER-PENDIENTE - LEE LA SIGUIENTE CUOTA DEL DOCUMENTO Y,
006090*                       SI ES DEL DEUDOR, LA CARGA CON SU MOTIVO
006100*                       DE BLOQUEO
006110******************************************************************
006120 2110-LEER-PENDIENTE.
006130     READ PAGCHPEN NEXT RECORD
006140         AT END
006150             SET WS-FIN-DOCUMENTO TO TRUE
006160             GO TO 2110-EXIT
006170     END-READ.
006180     IF MAE-TIP-DCMTO NOT = WS-PARM-TIP-DCMTO
006190     OR MAE-NRO-DCMTO NOT = WS-PARM-NRO-DCMTO
006200         SET WS-FIN-DOCUMENTO TO TRUE
006210         GO TO 2110-EXIT
006220     END-IF.
006230     IF MAE-COD-DEUDOR NOT = WS-PARM-DEUDOR
006240         GO TO 2110-EXIT
006250     END-IF.
006260     IF WS-CUO-CANT = 200
006270         SET WS-HAY-DESBORDE TO TRUE
006280         SET WS-FIN-DOCUMENTO TO TRUE
006290         GO TO 2110-EXIT
006300     END-IF.
006310     MOVE MAE-NOM-DEUDOR TO WS-NOM-DEUDOR.
006320     ADD 1 TO WS-CUO-CANT.
006330     SET WS-CUO-IDX TO WS-CUO-CANT.
006340     MOVE MAE-COD-EMPRESA  TO WS-CUO-COD-EMPRESA (WS-CUO-IDX).
006350     MOVE MAE-COD-SERVICIO TO WS-CUO-COD-SERVICIO (WS-CUO-IDX).
006360     MOVE MAE-COD-CUOTA    TO WS-CUO-COD-CUOTA (WS-CUO-IDX).
006370     MOVE "P"              TO WS-CUO-ORIGEN (WS-CUO-IDX).
006380     MOVE MAE-FEC-VCMTO    TO WS-CUO-FEC-VCMTO (WS-CUO-IDX).
006390     MOVE MAE-MON-APAGAR   TO WS-CUO-MON-APAGAR (WS-CUO-IDX).
006400     COMPUTE WS-IMP-TOTAL-CUOTA = MAE-IMP-APAGAR + MAE-IMP-MORA.
006410     MOVE WS-IMP-TOTAL-CUOTA TO WS-CUO-IMP-TOTAL (WS-CUO-IDX).
006420     MOVE MAE-IMP-PAGADO   TO WS-CUO-IMP-PAGADO (WS-CUO-IDX).
006430     MOVE MAE-FEC-PAGO     TO WS-CUO-FEC-PAGO (WS-CUO-IDX).
006440     MOVE 0 TO WS-CUO-IMP-EXT-ABIERTO (WS-CUO-IDX)
006450               WS-CUO-IMP-BLOQUEO (WS-CUO-IDX).
006460     MOVE SPACES           TO WS-CUO-MOTIVO (WS-CUO-IDX).
006470     IF MAE-IMP-PAGADO < WS-IMP-TOTAL-CUOTA
006480         COMPUTE WS-CUO-IMP-BLOQUEO (WS-CUO-IDX) =
006490                 WS-IMP-TOTAL-CUOTA - MAE-IMP-PAGADO
006500         IF MAE-PAGADO
006510             MOVE "PAGADO NO CUBRE PRINCIPAL+MORA"
006520                             TO WS-CUO-MOTIVO (WS-CUO-IDX)
006530         ELSE
006540             MOVE "CUOTA PENDIENTE DE PAGO"
006550                             TO WS-CUO-MOTIVO (WS-CUO-IDX)
006560         END-IF
006570         ADD 1 TO WS-CNT-BLOQUEOS
006580         GO TO 2110-EXIT
006590     END-IF.
006600     IF NOT MAE-PAGADO
006610         MOVE "CUOTA SIN MARCA DE PAGADA"
006620                             TO WS-CUO-MOTIVO (WS-CUO-IDX)
006630         ADD 1 TO WS-CNT-BLOQUEOS
006640     END-IF.
006650 2110-EXIT.
006660     EXIT.

006670******************************************************************
006680* 2200-CARGAR-HISTORIA - CARGA LAS CUOTAS ARCHIVADAS DEL DEUDOR
006690*                        CON EL DOCUMENTO; SIN HISTORIA (NADA
006700*                        ARCHIVADO TODAVIA) NO HAY CUOTAS QUE
006710*                        CARGAR
006720******************************************************************
006730 2200-CARGAR-HISTORIA.
006740     OPEN INPUT PAGCHHIS.
006750     IF WS-FS-PAGCHHIS = "35"
006760         GO TO 2200-EXIT
006770     END-IF.
006780     IF WS-FS-PAGCHHIS NOT = "00"
006790         MOVE "ERROR ABRIENDO PAGCHHIS" TO LIN-ABO-MOTIVO
006800         PERFORM 1090-CANCELAR THRU 1090-EXIT
006810         GO TO 2200-EXIT
006820     END-IF.
006830     MOVE "N" TO WS-FLAG-FIN-DOCUMENTO.
006840     IF WS-HAY-DESBORDE
006850         SET WS-FIN-DOCUMENTO TO TRUE
006860     END-IF.
006870     MOVE WS-PARM-TIP-DCMTO TO HIS-TIP-DCMTO.
006880     MOVE WS-PARM-NRO-DCMTO TO HIS-NRO-DCMTO.
006890     START PAGCHHIS KEY IS
006900         EQUAL TO HIS-LLAVE-DOCUMENTO
006910         INVALID KEY
006920             SET WS-FIN-DOCUMENTO TO TRUE
006930     END-START.
006940     PERFORM 2210-LEER-HISTORIA THRU 2210-EXIT
006950         UNTIL WS-FIN-DOCUMENTO.
006960     CLOSE PAGCHHIS.
006970 2200-EXIT.
006980     EXIT.

006990******************************************************************
007000* 2210-LEER-HISTORIA - LEE LA SIGUIENTE CUOTA ARCHIVADA DEL
007010*                      DOCUMENTO Y, SI ES DEL DEUDOR, LA CARGA
007020*                      CON SU MOTIVO DE BLOQUEO
007030******************************************************************
007040 2210-LEER-HISTORIA.
007050     READ PAGCHHIS NEXT RECORD
007060         AT END
007070             SET WS-FIN-DOCUMENTO TO TRUE
007080             GO TO 2210-EXIT
007090     END-READ.
007100     IF HIS-TIP-DCMTO NOT = WS-PARM-TIP-DCMTO
007110     OR HIS-NRO-DCMTO NOT = WS-PARM-NRO-DCMTO
007120         SET WS-FIN-DOCUMENTO TO TRUE
007130         GO TO 2210-EXIT
007140     END-IF.
007150     IF HIS-COD-DEUDOR NOT = WS-PARM-DEUDOR
007160         GO TO 2210-EXIT
007170     END-IF.
007180     IF WS-CUO-CANT = 200
007190         SET WS-HAY-DESBORDE TO TRUE
007200         SET WS-FIN-DOCUMENTO TO TRUE
007210         GO TO 2210-EXIT
007220     END-IF.
007230     IF WS-NOM-DEUDOR = SPACES
007240         MOVE HIS-NOM-DEUDOR TO WS-NOM-DEUDOR
007250     END-IF.
007260     ADD 1 TO WS-CUO-CANT.
007270     SET WS-CUO-IDX TO WS-CUO-CANT.
007280     MOVE HIS-COD-EMPRESA  TO WS-CUO-COD-EMPRESA (WS-CUO-IDX).
007290     MOVE HIS-COD-SERVICIO TO WS-CUO-COD-SERVICIO (WS-CUO-IDX).
007300     MOVE HIS-COD-CUOTA    TO WS-CUO-COD-CUOTA (WS-CUO-IDX).
007310     MOVE "H"              TO WS-CUO-ORIGEN (WS-CUO-IDX).
007320     MOVE HIS-FEC-VCMTO    TO WS-CUO-FEC-VCMTO (WS-CUO-IDX).
007330     MOVE HIS-MON-APAGAR   TO WS-CUO-MON-APAGAR (WS-CUO-IDX).
007340     COMPUTE WS-IMP-TOTAL-CUOTA = HIS-IMP-APAGAR + HIS-IMP-MORA.
007350     MOVE WS-IMP-TOTAL-CUOTA TO WS-CUO-IMP-TOTAL (WS-CUO-IDX).
007360     MOVE HIS-IMP-PAGADO   TO WS-CUO-IMP-PAGADO (WS-CUO-IDX).
007370     MOVE HIS-FEC-PAGO     TO WS-CUO-FEC-PAGO (WS-CUO-IDX).
007380     MOVE 0 TO WS-CUO-IMP-EXT-ABIERTO (WS-CUO-IDX)
007390               WS-CUO-IMP-BLOQUEO (WS-CUO-IDX).
007400     MOVE SPACES           TO WS-CUO-MOTIVO (WS-CUO-IDX).
007410     IF HIS-IMP-PAGADO < WS-IMP-TOTAL-CUOTA
007420         COMPUTE WS-CUO-IMP-BLOQUEO (WS-CUO-IDX) =
007430                 WS-IMP-TOTAL-CUOTA - HIS-IMP-PAGADO
007440         MOVE "PAGADO NO CUBRE PRINCIPAL+MORA"
007450                             TO WS-CUO-MOTIVO (WS-CUO-IDX)
007460         ADD 1 TO WS-CNT-BLOQUEOS
007470     END-IF.
007480 2210-EXIT.
007490     EXIT.

007500******************************************************************
007510* 2300-REVISAR-DETALLE - RECORRE EL DETALLE PERMANENTE PAGCHDET
007520*                        Y TOMA LOS PAGOS Y EXTORNOS DE LAS
007530*                        CUOTAS CARGADAS. UN DETALLE AUSENTE NO
007540*                        SE LEE COMO "SIN EXTORNOS": CANCELA
007550******************************************************************
007560 2300-REVISAR-DETALLE.
007570     MOVE "N" TO WS-FLAG-DESBORDE.
007580     OPEN INPUT PAGCHDET.
007590     IF WS-FS-PAGCHDET NOT = "00"
007600         MOVE "ERROR ABRIENDO PAGCHDET" TO LIN-ABO-MOTIVO
007610         PERFORM 1090-CANCELAR THRU 1090-EXIT
007620         GO TO 2300-EXIT
007630     END-IF.
007640     PERFORM 2310-LEER-DETALLE THRU 2310-EXIT
007650         UNTIL WS-FIN-PAGCHDET.
007660     CLOSE PAGCHDET.
007670 2300-EXIT.
007680     EXIT.

007690******************************************************************
007700* 2310-LEER-DETALLE - UBICA EL MOVIMIENTO EN LA TABLA DE CUOTAS,
007710*                     LO GUARDA COMO RECIBO Y LLEVA EL IMPORTE
007720*                     EXTORNADO PENDIENTE DE REPONER: EL EXTORNO
007730*                     LO AUMENTA Y CADA PAGO POSTERIOR LO REDUCE
007740******************************************************************
007750 2310-LEER-DETALLE.
007760     READ PAGCHDET
007770         AT END
007780             SET WS-FIN-PAGCHDET TO TRUE
007790             GO TO 2310-EXIT
007800     END-READ.
007810     IF DET-COD-DEUDOR NOT = WS-PARM-DEUDOR
007820         GO TO 2310-EXIT
007830     END-IF.
007840     MOVE DET-COD-EMPRESA  TO WS-BUS-COD-EMPRESA.
007850     MOVE DET-COD-SERVICIO TO WS-BUS-COD-SERVICIO.
007860     MOVE DET-COD-CUOTA    TO WS-BUS-COD-CUOTA.
007870     SET WS-CUO-IDX TO 1.
007880     SEARCH WS-CUO-ENTRY
007890         AT END
007900             GO TO 2310-EXIT
007910         WHEN WS-CUO-LLAVE (WS-CUO-IDX) = WS-LLAVE-BUSCADA
007920             CONTINUE
007930     END-SEARCH.
007940     IF DET-EXTORNO
007950         ADD DET-IMP-PAGO TO WS-CUO-IMP-EXT-ABIERTO (WS-CUO-IDX)
007960     ELSE
007970         IF DET-IMP-PAGO NOT < WS-CUO-IMP-EXT-ABIERTO (WS-CUO-IDX)
007980             MOVE 0 TO WS-CUO-IMP-EXT-ABIERTO (WS-CUO-IDX)
007990         ELSE
008000             SUBTRACT DET-IMP-PAGO
008010                 FROM WS-CUO-IMP-EXT-ABIERTO (WS-CUO-IDX)
008020         END-IF
008030     END-IF.
008040     IF WS-REC-CANT = 500
008050         SET WS-HAY-DESBORDE TO TRUE
008060         GO TO 2310-EXIT
008070     END-IF.
008080     ADD 1 TO WS-REC-CANT.
008090     SET WS-REC-IDX TO WS-REC-CANT.
008100     MOVE DET-NRO-RECIBO     TO WS-REC-NRO-RECIBO (WS-REC-IDX).
008110     MOVE DET-TIP-MOVIMIENTO
008120                     TO WS-REC-TIP-MOVIMIENTO (WS-REC-IDX).
008130     MOVE DET-COD-EMPRESA    TO WS-REC-COD-EMPRESA (WS-REC-IDX).
008140     MOVE DET-COD-SERVICIO   TO WS-REC-COD-SERVICIO (WS-REC-IDX).
008150     MOVE DET-COD-CUOTA      TO WS-REC-COD-CUOTA (WS-REC-IDX).
008160     MOVE DET-FEC-PAGO       TO WS-REC-FEC-PAGO (WS-REC-IDX).
008170     MOVE DET-HOR-PAGO       TO WS-REC-HOR-PAGO (WS-REC-IDX).
008180     MOVE DET-COD-OFICINA    TO WS-REC-COD-OFICINA (WS-REC-IDX).
008190     MOVE DET-IMP-PAGO       TO WS-REC-IMP-PAGO (WS-REC-IDX).
008200 2310-EXIT.
008210     EXIT.

008220******************************************************************
008230* 2400-EVALUAR-EXTORNO - UNA CUOTA CON IMPORTE EXTORNADO SIN
008240*                        REPONER IMPIDE LA CONSTANCIA, AUNQUE YA
008250*                        TUVIERA OTRO MOTIVO; SUMA EL PAGADO
008260******************************************************************
008270 2400-EVALUAR-EXTORNO.
008280     ADD WS-CUO-IMP-PAGADO (WS-CUO-IDX) TO WS-IMP-PAGADO-TOTAL.
008290     IF WS-CUO-IMP-EXT-ABIERTO (WS-CUO-IDX) = 0
008300         GO TO 2400-EXIT
008310     END-IF.
008320     IF WS-CUO-MOTIVO (WS-CUO-IDX) = SPACES
008330         ADD 1 TO WS-CNT-BLOQUEOS
008340     END-IF.
008350     MOVE "EXTORNO ABIERTO SIN REPONER"
008360                         TO WS-CUO-MOTIVO (WS-CUO-IDX).
008370     MOVE WS-CUO-IMP-EXT-ABIERTO (WS-CUO-IDX)
008380                         TO WS-CUO-IMP-BLOQUEO (WS-CUO-IDX).
008390 2400-EXIT.
008400     EXIT.

008410******************************************************************
008420* 2500-ASIGNAR-NUMERO - AVANZA EL NUMERADOR PAGCHNCN Y DEJA EL
008430*                       NUMERO EN RCN-NRO-CONSTANCIA. CUALQUIER
008440*                       FALLA DEL NUMERADOR CANCELA SIN EMITIR:
008450*                       NUNCA SE REPITE UN NUMERO YA ENTREGADO
008460******************************************************************
008470 2500-ASIGNAR-NUMERO.
008480     OPEN I-O PAGCHNCN.
008490     IF WS-FS-PAGCHNCN = "35"
008500         PERFORM 2510-RECREAR-NUMERADOR THRU 2510-EXIT
008510     END-IF.
008520     IF WS-FS-PAGCHNCN NOT = "00"
008530         PERFORM 2590-ERROR-NUMERADOR THRU 2590-EXIT
008540         GO TO 2500-EXIT
008550     END-IF.
008560     MOVE "N" TO WS-FLAG-NCN-VACIO.
008570     READ PAGCHNCN
008580         AT END
008590             SET WS-NCN-VACIO TO TRUE
008600     END-READ.
008610     IF WS-FS-PAGCHNCN NOT = "00" AND WS-FS-PAGCHNCN NOT = "10"
008620         PERFORM 2590-ERROR-NUMERADOR THRU 2590-EXIT
008630         CLOSE PAGCHNCN
008640         GO TO 2500-EXIT
008650     END-IF.
008660     IF WS-NCN-VACIO
008670*        ARCHIVO PRESENTE PERO SIN REGISTRO: SE RECREA CON EL
008680*        REGISTRO INICIAL Y SE RELEE (VER PAGCHIPO 8100)
008690         CLOSE PAGCHNCN
008700         PERFORM 2510-RECREAR-NUMERADOR THRU 2510-EXIT
008710         IF WS-FS-PAGCHNCN NOT = "00"
008720             PERFORM 2590-ERROR-NUMERADOR THRU 2590-EXIT
008730             GO TO 2500-EXIT
008740         END-IF
008750         READ PAGCHNCN
008760             AT END
008770                 MOVE "10" TO WS-FS-PAGCHNCN
008780         END-READ
008790         IF WS-FS-PAGCHNCN NOT = "00"
008800             PERFORM 2590-ERROR-NUMERADOR THRU 2590-EXIT
008810             CLOSE PAGCHNCN
008820             GO TO 2500-EXIT
008830         END-IF
008840     END-IF.
008850     ADD 1 TO NCN-ULT-CONSTANCIA.
008860     REWRITE REG-NCN-NUMERADOR.
008870     IF WS-FS-PAGCHNCN NOT = "00"
008880         PERFORM 2590-ERROR-NUMERADOR THRU 2590-EXIT
008890         CLOSE PAGCHNCN
008900         GO TO 2500-EXIT
008910     END-IF.
008920     CLOSE PAGCHNCN.
008930     MOVE NCN-ULT-CONSTANCIA TO RCN-NRO-CONSTANCIA.
008940 2500-EXIT.
008950     EXIT.

008960******************************************************************
008970* 2510-RECREAR-NUMERADOR - RECREA PAGCHNCN CON EL REGISTRO
008980*                          INICIAL EN CERO Y LO DEJA ABIERTO EN
008990*                          I-O PARA EL AVANCE NORMAL
009000******************************************************************
009010 2510-RECREAR-NUMERADOR.
009020     OPEN OUTPUT PAGCHNCN.
009030     MOVE 0 TO NCN-ULT-CONSTANCIA.
009040     WRITE REG-NCN-NUMERADOR.
009050     CLOSE PAGCHNCN.
009060     OPEN I-O PAGCHNCN.
009070 2510-EXIT.
009080     EXIT.

009090******************************************************************
009100* 2590-ERROR-NUMERADOR - EL NUMERADOR NO ESTA UTILIZABLE
009110******************************************************************
009120 2590-ERROR-NUMERADOR.
009130     MOVE "ERROR EN NUMERADOR DE CONSTANCIAS PAGCHNCN"
009140                         TO LIN-ABO-MOTIVO.
009150     PERFORM 1090-CANCELAR THRU 1090-EXIT.
009160 2590-EXIT.
009170     EXIT.

009180******************************************************************
009190* 2600-REGISTRAR-CONSTANCIA - GRABA LA CONSTANCIA VIGENTE EN EL
009200*                             REGISTRO PAGCHRCN
009210******************************************************************
009220 2600-REGISTRAR-CONSTANCIA.
009230     MOVE RCN-NRO-CONSTANCIA  TO LIN-CNS-NUMERO.
009240     MOVE SPACES              TO REG-RCN-CONSTANCIA.
009250     MOVE LIN-CNS-NUMERO      TO RCN-NRO-CONSTANCIA.
009260     SET RCN-VIGENTE          TO TRUE.
009270     MOVE WS-FECHA-SISTEMA    TO RCN-FEC-EMISION.
009280     MOVE WS-HORA-SISTEMA (1:6) TO RCN-HOR-EMISION.
009290     MOVE WS-PARM-DEUDOR      TO RCN-COD-DEUDOR.
009300     MOVE WS-NOM-DEUDOR       TO RCN-NOM-DEUDOR.
009310     MOVE WS-PARM-TIP-DCMTO   TO RCN-TIP-DCMTO.
009320     MOVE WS-PARM-NRO-DCMTO   TO RCN-NRO-DCMTO.
009330     MOVE WS-PARM-OPERADOR    TO RCN-COD-OPERADOR.
009340     MOVE WS-CUO-CANT         TO RCN-CNT-CUOTAS.
009350     MOVE WS-REC-CANT         TO RCN-CNT-RECIBOS.
009360     MOVE WS-IMP-PAGADO-TOTAL TO RCN-IMP-PAGADO.
009370     WRITE REG-RCN-CONSTANCIA
009380         INVALID KEY
009390             MOVE "ERROR GRABANDO PAGCHRCN" TO LIN-ABO-MOTIVO
009400             PERFORM 1090-CANCELAR THRU 1090-EXIT
009410     END-WRITE.
009420 2600-EXIT.
009430     EXIT.

009440******************************************************************
009450* 2700-IMPRIMIR-CONSTANCIA - IMPRIME LA CONSTANCIA CON LAS
009460*                            CUOTAS Y RECIBOS QUE LA SUSTENTAN
009470******************************************************************
009480 2700-IMPRIMIR-CONSTANCIA.
009490     MOVE "CONSTANCIA EMITIDA" TO LIN-RES-TEXTO.
009500     MOVE WS-LIN-RESULTADO TO REG-RPT-CNA.
009510     WRITE REG-RPT-CNA.
009520     MOVE WS-LIN-SEPARADOR TO REG-RPT-CNA.
009530     WRITE REG-RPT-CNA.
009540     MOVE RCN-FEC-EMISION   TO LIN-CNS-FECHA.
009550     MOVE RCN-HOR-EMISION   TO LIN-CNS-HORA.
009560     MOVE RCN-COD-OPERADOR  TO LIN-CNS-OPERADOR.
009570     MOVE WS-LIN-CNS-NUMERO TO REG-RPT-CNA.
009580     WRITE REG-RPT-CNA.
009590     MOVE RCN-COD-DEUDOR    TO LIN-CNS-DEUDOR.
009600     MOVE RCN-NOM-DEUDOR    TO LIN-CNS-NOMBRE.
009610     MOVE WS-LIN-CNS-TEXTO-1 TO REG-RPT-CNA.
009620     WRITE REG-RPT-CNA.
009630     MOVE RCN-TIP-DCMTO     TO LIN-CNS-TIP-DCMTO.
009640     MOVE RCN-NRO-DCMTO     TO LIN-CNS-NRO-DCMTO.
009650     MOVE WS-LIN-CNS-TEXTO-2 TO REG-RPT-CNA.
009660     WRITE REG-RPT-CNA.
009670     MOVE WS-LIN-CNS-TEXTO-3 TO REG-RPT-CNA.
009680     WRITE REG-RPT-CNA.
009690     MOVE WS-LIN-TIT-CUOTAS TO REG-RPT-CNA.
009700     WRITE REG-RPT-CNA.
009710     PERFORM 2710-LINEA-CUOTA THRU 2710-EXIT
009720         VARYING WS-CUO-IDX FROM 1 BY 1
009730         UNTIL WS-CUO-IDX > WS-CUO-CANT.
009740     MOVE WS-LIN-TIT-RECIBOS TO REG-RPT-CNA.
009750     WRITE REG-RPT-CNA.
009760     PERFORM 2720-LINEA-RECIBO THRU 2720-EXIT
009770         VARYING WS-REC-IDX FROM 1 BY 1
009780         UNTIL WS-REC-IDX > WS-REC-CANT.
009790     MOVE RCN-CNT-CUOTAS    TO LIN-TCN-CUOTAS.
009800     MOVE RCN-CNT-RECIBOS   TO LIN-TCN-RECIBOS.
009810     MOVE RCN-IMP-PAGADO    TO LIN-TCN-IMPORTE.
009820     MOVE WS-LIN-TOT-CONSTANCIA TO REG-RPT-CNA.
009830     WRITE REG-RPT-CNA.
009840     MOVE WS-LIN-SEPARADOR TO REG-RPT-CNA.
009850     WRITE REG-RPT-CNA.
009860 2700-EXIT.
009870     EXIT.

009880******************************************************************
009890* 2710-LINEA-CUOTA - EMITE UNA CUOTA QUE SUSTENTA LA CONSTANCIA
009900******************************************************************
009910 2710-LINEA-CUOTA.
009920     MOVE WS-CUO-COD-EMPRESA (WS-CUO-IDX)  TO LIN-CUO-EMPRESA.
009930     MOVE WS-CUO-COD-SERVICIO (WS-CUO-IDX) TO LIN-CUO-SERVICIO.
009940     MOVE WS-CUO-COD-CUOTA (WS-CUO-IDX)    TO LIN-CUO-CUOTA.
009950     IF WS-CUO-ORIGEN (WS-CUO-IDX) = "P"
009960         MOVE "PEN" TO LIN-CUO-ORIGEN
009970     ELSE
009980         MOVE "HIS" TO LIN-CUO-ORIGEN
009990     END-IF.
010000     MOVE WS-CUO-FEC-VCMTO (WS-CUO-IDX)    TO LIN-CUO-FEC-VCMTO.
010010     MOVE WS-CUO-MON-APAGAR (WS-CUO-IDX)   TO LIN-CUO-MONEDA.
010020     MOVE WS-CUO-IMP-TOTAL (WS-CUO-IDX)    TO LIN-CUO-IMP-TOTAL.
010030     MOVE WS-CUO-IMP-PAGADO (WS-CUO-IDX)   TO LIN-CUO-IMP-PAGADO.
010040     MOVE WS-CUO-FEC-PAGO (WS-CUO-IDX)     TO LIN-CUO-FEC-PAGO.
010050     MOVE WS-LIN-CUOTA TO REG-RPT-CNA.
010060     WRITE REG-RPT-CNA.
010070 2710-EXIT.
010080     EXIT.

010090******************************************************************
010100* 2720-LINEA-RECIBO - EMITE UN RECIBO QUE SUSTENTA LA CONSTANCIA
010110******************************************************************
010120 2720-LINEA-RECIBO.
010130     MOVE WS-REC-NRO-RECIBO (WS-REC-IDX)   TO LIN-REC-RECIBO.
010140     MOVE WS-REC-COD-EMPRESA (WS-REC-IDX)  TO LIN-REC-EMPRESA.
010150     MOVE WS-REC-COD-SERVICIO (WS-REC-IDX) TO LIN-REC-SERVICIO.
010160     MOVE WS-REC-COD-CUOTA (WS-REC-IDX)    TO LIN-REC-CUOTA.
010170     MOVE WS-REC-FEC-PAGO (WS-REC-IDX)     TO LIN-REC-FEC-PAGO.
010180     MOVE WS-REC-HOR-PAGO (WS-REC-IDX)     TO LIN-REC-HOR-PAGO.
010190     MOVE WS-REC-COD-OFICINA (WS-REC-IDX)  TO LIN-REC-OFICINA.
010200     IF WS-REC-TIP-MOVIMIENTO (WS-REC-IDX) = "T"
010210         MOVE "EXTORNO" TO LIN-REC-TIPO
010220     ELSE
010230         MOVE "PAGO   " TO LIN-REC-TIPO
010240     END-IF.
010250     MOVE WS-REC-IMP-PAGO (WS-REC-IDX)     TO LIN-REC-IMPORTE.
010260     MOVE WS-LIN-RECIBO TO REG-RPT-CNA.
010270     WRITE REG-RPT-CNA.
010280 2720-EXIT.
010290     EXIT.

010300******************************************************************
010310* 2800-LISTAR-BLOQUEOS - LISTA LAS CUOTAS QUE IMPIDEN LA
010320*                        CONSTANCIA CON SU MOTIVO E IMPORTE
010330*                        (SALDO PENDIENTE O EXTORNADO SIN REPONER)
010340******************************************************************
010350 2800-LISTAR-BLOQUEOS.
010360     MOVE WS-LIN-TIT-BLOQUEOS TO REG-RPT-CNA.
010370     WRITE REG-RPT-CNA.
010380     PERFORM 2810-LINEA-BLOQUEO THRU 2810-EXIT
010390         VARYING WS-CUO-IDX FROM 1 BY 1
010400         UNTIL WS-CUO-IDX > WS-CUO-CANT.
010410 2800-EXIT.
010420     EXIT.

010430******************************************************************
010440* 2810-LINEA-BLOQUEO - EMITE UNA CUOTA QUE IMPIDE LA CONSTANCIA
010450******************************************************************
010460 2810-LINEA-BLOQUEO.
010470     IF WS-CUO-MOTIVO (WS-CUO-IDX) = SPACES
010480         GO TO 2810-EXIT
010490     END-IF.
010500     MOVE WS-CUO-COD-EMPRESA (WS-CUO-IDX)  TO LIN-BLQ-EMPRESA.
010510     MOVE WS-CUO-COD-SERVICIO (WS-CUO-IDX) TO LIN-BLQ-SERVICIO.
010520     MOVE WS-CUO-COD-CUOTA (WS-CUO-IDX)    TO LIN-BLQ-CUOTA.
010530     IF WS-CUO-ORIGEN (WS-CUO-IDX) = "P"
010540         MOVE "PEN" TO LIN-BLQ-ORIGEN
010550     ELSE
010560         MOVE "HIS" TO LIN-BLQ-ORIGEN
010570     END-IF.
010580     MOVE WS-CUO-FEC-VCMTO (WS-CUO-IDX)    TO LIN-BLQ-FEC-VCMTO.
010590     MOVE WS-CUO-IMP-TOTAL (WS-CUO-IDX)    TO LIN-BLQ-IMP-TOTAL.
010600     MOVE WS-CUO-IMP-PAGADO (WS-CUO-IDX)   TO LIN-BLQ-IMP-PAGADO.
010610     MOVE WS-CUO-IMP-BLOQUEO (WS-CUO-IDX)  TO LIN-BLQ-IMP-BLOQUEO.
010620     MOVE WS-CUO-MOTIVO (WS-CUO-IDX)       TO LIN-BLQ-MOTIVO.
010630     MOVE WS-LIN-BLOQUEO TO REG-RPT-CNA.
010640     WRITE REG-RPT-CNA.
010650 2810-EXIT.
010660     EXIT.

010670******************************************************************
010680* 3000-VERIFICAR-CONSTANCIA - MUESTRA LOS DATOS Y EL ESTADO DE
010690*                             UNA CONSTANCIA REGISTRADA
010700******************************************************************
010710 3000-VERIFICAR-CONSTANCIA.
010720     MOVE WS-PARM-NRO-CONSTANCIA TO RCN-NRO-CONSTANCIA.
010730     READ PAGCHRCN
010740         INVALID KEY
010750             MOVE "CONSTANCIA NO REGISTRADA" TO LIN-RCH-MOTIVO
010760             PERFORM 1095-RECHAZAR THRU 1095-EXIT
010770             GO TO 3000-EXIT
010780     END-READ.
010790*    SI LA TARJETA TRAE DEUDOR O DOCUMENTO, DEBEN SER LOS DE LA
010800*    CONSTANCIA (LA QUE PRESENTA EL NOTARIO)
010810     IF (WS-PARM-DEUDOR NOT = SPACES
010820         AND WS-PARM-DEUDOR NOT = RCN-COD-DEUDOR)
010830     OR (WS-PARM-LLAVE-DOCUMENTO NOT = SPACES
010840         AND WS-PARM-LLAVE-DOCUMENTO NOT = RCN-LLAVE-DOCUMENTO)
010850         MOVE "CONSTANCIA NO CORRESPONDE AL DEUDOR/DOCUMENTO"
010860                             TO LIN-RES-TEXTO
010870     ELSE
010880         IF RCN-VIGENTE
010890             MOVE "CONSTANCIA VIGENTE" TO LIN-RES-TEXTO
010900         ELSE
010910             MOVE "CONSTANCIA ANULADA" TO LIN-RES-TEXTO
010920         END-IF
010930     END-IF.
010940     MOVE WS-LIN-RESULTADO TO REG-RPT-CNA.
010950     WRITE REG-RPT-CNA.
010960     PERFORM 3100-MOSTRAR-CONSTANCIA THRU 3100-EXIT.
010970 3000-EXIT.
010980     EXIT.

010990******************************************************************
011000* 3100-MOSTRAR-CONSTANCIA - EMITE LOS DATOS REGISTRADOS DE LA
011010*                           CONSTANCIA LEIDA
011020******************************************************************
011030 3100-MOSTRAR-CONSTANCIA.
011040     MOVE RCN-NRO-CONSTANCIA TO LIN-VER-NUMERO.
011050     IF RCN-VIGENTE
011060         MOVE "VIGENTE" TO LIN-VER-ESTADO
011070     ELSE
011080         MOVE "ANULADA" TO LIN-VER-ESTADO
011090     END-IF.
011100     MOVE WS-LIN-VER-ESTADO TO REG-RPT-CNA.
011110     WRITE REG-RPT-CNA.
011120     MOVE RCN-COD-DEUDOR     TO LIN-VER-DEUDOR.
011130     MOVE RCN-NOM-DEUDOR     TO LIN-VER-NOMBRE.
011140     MOVE RCN-TIP-DCMTO      TO LIN-VER-TIP-DCMTO.
011150     MOVE RCN-NRO-DCMTO      TO LIN-VER-NRO-DCMTO.
011160     MOVE WS-LIN-VER-DEUDOR  TO REG-RPT-CNA.
011170     WRITE REG-RPT-CNA.
011180     MOVE RCN-NRO-CONSTANCIA TO LIN-CNS-NUMERO.
011190     MOVE RCN-FEC-EMISION    TO LIN-CNS-FECHA.
011200     MOVE RCN-HOR-EMISION    TO LIN-CNS-HORA.
011210     MOVE RCN-COD-OPERADOR   TO LIN-CNS-OPERADOR.
011220     MOVE WS-LIN-CNS-NUMERO  TO REG-RPT-CNA.
011230     WRITE REG-RPT-CNA.
011240     MOVE RCN-CNT-CUOTAS     TO LIN-TCN-CUOTAS.
011250     MOVE RCN-CNT-RECIBOS    TO LIN-TCN-RECIBOS.
011260     MOVE RCN-IMP-PAGADO     TO LIN-TCN-IMPORTE.
011270     MOVE WS-LIN-TOT-CONSTANCIA TO REG-RPT-CNA.
011280     WRITE REG-RPT-CNA.
011290     IF RCN-ANULADA
011300         MOVE RCN-FEC-ANULACION     TO LIN-VER-FEC-ANULACION
011310         MOVE RCN-COD-OPE-ANULACION TO LIN-VER-OPE-ANULACION
011320         MOVE RCN-MOT-ANULACION     TO LIN-VER-MOT-ANULACION
011330         MOVE WS-LIN-VER-ANULACION  TO REG-RPT-CNA
011340         WRITE REG-RPT-CNA
011350     END-IF.
011360 3100-EXIT.
011370     EXIT.

011380******************************************************************
011390* 4000-ANULAR-CONSTANCIA - MARCA ANULADA UNA CONSTANCIA VIGENTE
011400*                          CON FECHA, OPERADOR Y MOTIVO
011410******************************************************************
011420 4000-ANULAR-CONSTANCIA.
011430     MOVE WS-PARM-NRO-CONSTANCIA TO RCN-NRO-CONSTANCIA.
011440     READ PAGCHRCN
011450         INVALID KEY
011460             MOVE "CONSTANCIA NO REGISTRADA" TO LIN-RCH-MOTIVO
011470             PERFORM 1095-RECHAZAR THRU 1095-EXIT
011480             GO TO 4000-EXIT
011490     END-READ.
011500     IF RCN-ANULADA
011510         MOVE "CONSTANCIA YA ANULADA" TO LIN-RCH-MOTIVO
011520         PERFORM 1095-RECHAZAR THRU 1095-EXIT
011530         PERFORM 3100-MOSTRAR-CONSTANCIA THRU 3100-EXIT
011540         GO TO 4000-EXIT
011550     END-IF.
011560     SET RCN-ANULADA          TO TRUE.
011570     MOVE WS-FECHA-SISTEMA    TO RCN-FEC-ANULACION.
011580     MOVE WS-PARM-OPERADOR    TO RCN-COD-OPE-ANULACION.
011590     MOVE WS-PARM-MOTIVO      TO RCN-MOT-ANULACION.
011600     REWRITE REG-RCN-CONSTANCIA
011610         INVALID KEY
011620             MOVE "ERROR REESCRIBIENDO PAGCHRCN" TO LIN-ABO-MOTIVO
011630             PERFORM 1090-CANCELAR THRU 1090-EXIT
011640             GO TO 4000-EXIT
011650     END-REWRITE.
011660     MOVE "CONSTANCIA ANULADA" TO LIN-RES-TEXTO.
011670     MOVE WS-LIN-RESULTADO TO REG-RPT-CNA.
011680     WRITE REG-RPT-CNA.
011690     PERFORM 3100-MOSTRAR-CONSTANCIA THRU 3100-EXIT.
011700 4000-EXIT.
011710     EXIT.

011720******************************************************************
011730* 8000-TERMINAR - CIERRE
011740******************************************************************
011750 8000-TERMINAR.
011760     IF WS-ARCHIVOS-ABIERTOS
011770         CLOSE PAGCHRCN
011780     END-IF.
011790     CLOSE PAGCHCNA-RPT.
011800 8000-EXIT.
011810     EXIT.
