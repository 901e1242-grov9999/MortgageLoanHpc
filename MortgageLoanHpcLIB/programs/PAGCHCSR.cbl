000010******************************************************************
000012* RI0109 15/10/26 LMGZ LA FECHA DE PROCESO ES LA FECHA DE NEGOCIO
000014*                      DE PAGCHCTL Y NO LA DEL SISTEMA; DEJA
000016*                      INICIO, FIN Y CIFRAS EN PAGCHCTL
000020* RI0107 15/10/26 LMGZ PROGRAMA INICIAL - CRUCE DE LA RESPUESTA
000030*                      DE CREDITO HIPOTECARIO (PAGCHRES) CONTRA
000040*                      EL ENVIO PAGCHSAL Y LOS RECIBOS PAGCHDET,
000050*                      CON ARRASTRE DE RECHAZOS EN PAGCHRPD
000060******************************************************************
000070 IDENTIFICATION DIVISION.
000080 PROGRAM-ID.     PAGCHCSR.
000090 AUTHOR.         L. GOMEZ ZUNIGA.
000100 INSTALLATION.   PAGOACTIVO - AREA DE SISTEMAS.
000110 DATE-WRITTEN.   15/10/2026.
000120 DATE-COMPILED.

000130*=================================================================
000140* PROPOSITO : JOB DIARIO QUE RECIBE LA RESPUESTA DE CREDITO
000150*             HIPOTECARIO (PAGCHRES) AL ENVIO DE COBRANZAS
000160*             PAGCHSAL GENERADO POR PAGCHENV. VALIDA CABECERA
000170*             Y COLA DE AMBOS ARCHIVOS, EXIGE QUE LA RESPUESTA
000180*             SEA LA DEL ENVIO RECIBIDO (MISMA FECHA DE
000190*             PROCESO) Y CRUZA, DETALLE POR DETALLE, LOS PAGOS
000200*             ENVIADOS, LOS RESULTADOS RECIBIDOS Y LOS RECIBOS
000210*             PAGCHDET DE LA MISMA FECHA, ORDENANDO LOS TRES
000220*             POR EMPRESA, SERVICIO, DEUDOR, CUOTA, FECHA E
000230*             IMPORTE DEL PAGO. REPORTA:
000240*               - PAGOS RECHAZADOS POR CREDITO HIPOTECARIO,
000250*                 CON SU CODIGO DE MOTIVO Y RECIBO
000260*               - PAGOS ENVIADOS SIN RESPUESTA
000270*               - RESPUESTAS DE PAGOS QUE NUNCA SE ENVIARON
000280*               - PAGOS ENVIADOS SIN RECIBO EN PAGCHDET
000290*             CADA RECHAZO SE GRABA EN EL ARCHIVO DE
000300*             PENDIENTES DE RESOLUCION PAGCHRPD, QUE SE ARRASTRA
000310*             DE UN DIA A OTRO HASTA QUE COBRANZAS LO DA POR
000320*             RESUELTO CON PAGCHRSM. AL FINAL SE LISTAN TODOS
000330*             LOS PENDIENTES CON SU ANTIGUEDAD EN DIAS. SI UNA
000340*             RESPUESTA SE REPROCESA, LOS RECHAZOS YA GRABADOS
000350*             NO SE DUPLICAN.
000352*             LA FECHA DE PROCESO (Y CON ELLA LA ANTIGUEDAD DE
000354*             LOS PENDIENTES) ES LA FECHA DE NEGOCIO DE PAGCHCTL
000356*             (VER PAGCHCTR).
000360*=================================================================
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.    IBM-370.
000400 OBJECT-COMPUTER.    IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PAGCHRES ASSIGN TO PAGCHRES
000440         ORGANIZATION IS SEQUENTIAL
000450         ACCESS MODE IS SEQUENTIAL
000460         FILE STATUS IS WS-FS-PAGCHRES.
000470     SELECT PAGCHSAL ASSIGN TO PAGCHSAL
000480         ORGANIZATION IS SEQUENTIAL
000490         ACCESS MODE IS SEQUENTIAL
000500         FILE STATUS IS WS-FS-PAGCHSAL.
000510     SELECT PAGCHDET ASSIGN TO PAGCHDET
000520         ORGANIZATION IS SEQUENTIAL
000530         ACCESS MODE IS SEQUENTIAL
000540         FILE STATUS IS WS-FS-PAGCHDET.
000550     SELECT PAGCHSRT ASSIGN TO PAGCHSRT.
000560     SELECT PAGCHRPD ASSIGN TO PAGCHRPD
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS RPD-LLAVE-PRIMARIA
000600         FILE STATUS IS WS-FS-PAGCHRPD.
000610     SELECT PAGCHCSR-RPT ASSIGN TO PAGCHCSR
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-FS-PAGCHCSR.

000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  PAGCHRES
000670     LABEL RECORDS ARE STANDARD.
000680     COPY "PAGCHRES.cpy".
000690 FD  PAGCHSAL
000700     LABEL RECORDS ARE STANDARD.
000710     COPY "PAGCHSAL.cpy".
000720 FD  PAGCHDET
000730     LABEL RECORDS ARE STANDARD.
000740     COPY "PAGCHDET.cpy".
000750*-----------------------------------------------------------------
000760* REGISTRO COMUN DEL CRUCE: LOS TRES ARCHIVOS SE ORDENAN POR LA
000770* MISMA LLAVE DE PAGO; DENTRO DE UNA LLAVE QUEDAN PRIMERO LOS
000780* RECIBOS (D), LUEGO LOS ENVIADOS (E) Y AL FINAL LAS
000790* RESPUESTAS (R)
000800*-----------------------------------------------------------------
000810 SD  PAGCHSRT.
000820 01  REG-SRT-CRUCE.
000830     05  SRT-LLAVE.
000840         10  SRT-COD-EMPRESA      PIC 9(03).
000850         10  SRT-COD-SERVICIO     PIC 9(02).
000860         10  SRT-COD-DEUDOR       PIC X(20).
000870         10  SRT-COD-CUOTA        PIC X(08).
000880         10  SRT-FEC-PAGO         PIC X(08).
000890         10  SRT-IMP-PAGO         PIC 9(13)V9(02).
000900     05  SRT-ORIGEN               PIC X(01).
000910         88 SRT-DE-RECIBO         VALUE "D".
000920         88 SRT-DE-ENVIO          VALUE "E".
000930         88 SRT-DE-RESPUESTA      VALUE "R".
000940     05  SRT-FLAG-RESULTADO       PIC X(01).
000950         88 SRT-APLICADO          VALUE "A".
000960         88 SRT-RECHAZADO         VALUE "R".
000970     05  SRT-COD-MOTIVO           PIC X(03).
000980     05  SRT-NRO-RECIBO           PIC 9(10).
000990     05  SRT-COD-OFICINA          PIC X(03).
001000     05  SRT-COD-OPERADOR         PIC X(08).
001010 FD  PAGCHRPD
001020     LABEL RECORDS ARE STANDARD.
001030     COPY "PAGCHRPD.cpy".
001040 FD  PAGCHCSR-RPT
001050     LABEL RECORDS ARE STANDARD.
001060 01  REG-RPT-CSR                  PIC X(132).

001070 WORKING-STORAGE SECTION.
001080*-----------------------------------------------------------------
001090* SWITCHES Y CONTADORES
001100*-----------------------------------------------------------------
001110 77  WS-FS-PAGCHRES               PIC X(02) VALUE "00".
001120 77  WS-FS-PAGCHSAL               PIC X(02) VALUE "00".
001130 77  WS-FS-PAGCHDET               PIC X(02) VALUE "00".
001140 77  WS-FS-PAGCHRPD               PIC X(02) VALUE "00".
001150 77  WS-FS-PAGCHCSR               PIC X(02) VALUE "00".
001160 77  WS-FLAG-FIN-RES              PIC X(01) VALUE "N".
001170     88 WS-FIN-RES                VALUE "S".
001180 77  WS-FLAG-FIN-SAL              PIC X(01) VALUE "N".
001190     88 WS-FIN-SAL                VALUE "S".
001200 77  WS-FLAG-FIN-DET              PIC X(01) VALUE "N".
001210     88 WS-FIN-DET                VALUE "S".
001220 77  WS-FLAG-FIN-SRT              PIC X(01) VALUE "N".
001230     88 WS-FIN-SRT                VALUE "S".
001240 77  WS-FLAG-FIN-RPD              PIC X(01) VALUE "N".
001250     88 WS-FIN-RPD                VALUE "S".
001260 77  WS-FLAG-ABORTAR              PIC X(01) VALUE "N".
001270     88 WS-ABORTAR                VALUE "S".
001280 77  WS-FLAG-COLA-VISTA           PIC X(01) VALUE "N".
001290     88 WS-COLA-VISTA             VALUE "S".
001300 77  WS-FLAG-PRIMERA-VEZ          PIC X(01) VALUE "S".
001310     88 WS-ES-PRIMERA-VEZ         VALUE "S".
001320     88 WS-NO-ES-PRIMERA-VEZ      VALUE "N".
001321 77  WS-FLAG-ARCHIVOS             PIC X(01) VALUE "N".
001322     88 WS-ARCHIVOS-ABIERTOS      VALUE "S".
001330 77  WS-FECHA-SISTEMA             PIC 9(08).
001340 77  WS-FEC-ENVIO                 PIC X(08) VALUE SPACES.
001341 77  WS-FEC-PAGO-MIN              PIC X(08) VALUE HIGH-VALUES.
001342 77  WS-FEC-PAGO-MAX              PIC X(08) VALUE LOW-VALUES.
001350 77  WS-VAL-CANTIDAD              PIC 9(09) VALUE 0.
001360 77  WS-VAL-IMPORTE               PIC 9(13)V9(02) VALUE 0.
001370 77  WS-VAL-RECHAZOS              PIC 9(07) VALUE 0.
001380 77  WS-CNT-ENVIADOS              PIC 9(07) VALUE 0.
001390 77  WS-CNT-RESPUESTAS            PIC 9(07) VALUE 0.
001400 77  WS-CNT-APLICADOS             PIC 9(07) VALUE 0.
001410 77  WS-CNT-RECHAZADOS            PIC 9(07) VALUE 0.
001420 77  WS-CNT-SIN-RESPUESTA         PIC 9(07) VALUE 0.
001430 77  WS-CNT-NO-ENVIADOS           PIC 9(07) VALUE 0.
001440 77  WS-CNT-SIN-RECIBO            PIC 9(07) VALUE 0.
001450 77  WS-CNT-YA-PENDIENTES         PIC 9(07) VALUE 0.
001460 77  WS-CNT-PENDIENTES            PIC 9(07) VALUE 0.
001470 77  WS-IMP-RECHAZADOS            PIC 9(13)V9(02) VALUE 0.
001480 77  WS-IMP-SIN-RESPUESTA         PIC 9(13)V9(02) VALUE 0.
001490 77  WS-IMP-PENDIENTES            PIC 9(13)V9(02) VALUE 0.
001500 77  WS-DIAS-ANTIGUEDAD           PIC S9(07) COMP.
001510 77  WS-DIAS-MAX-ANTIGUEDAD       PIC S9(07) COMP VALUE 0.
001511*-----------------------------------------------------------------
001512* CONTROL DE PASOS DE LA CADENA NOCTURNA (VER PAGCHCTR)
001513*-----------------------------------------------------------------
001514 77  WS-FLAG-PASO-INICIADO        PIC X(01) VALUE "N".
001515     88 WS-PASO-INICIADO          VALUE "S".
001516     COPY "PAGCHCTR.cpy".
001520*-----------------------------------------------------------------
001530* GRUPO DE LA LLAVE DE PAGO EN PROCESO: RECIBOS DE PAGCHDET
001540* DISPONIBLES Y ENVIADOS TODAVIA SIN RESPUESTA. CADA ENVIADO
001550* SE EMPAREJA CON EL SIGUIENTE RECIBO DE LA TABLA Y CADA
001560* RESPUESTA CON EL SIGUIENTE ENVIADO
001570*-----------------------------------------------------------------
001580 01  WS-GRP-LLAVE.
001590     05  WS-GRP-COD-EMPRESA       PIC 9(03).
001600     05  WS-GRP-COD-SERVICIO      PIC 9(02).
001610     05  WS-GRP-COD-DEUDOR        PIC X(20).
001620     05  WS-GRP-COD-CUOTA         PIC X(08).
001630     05  WS-GRP-FEC-PAGO          PIC X(08).
001640     05  WS-GRP-IMP-PAGO          PIC 9(13)V9(02).
001650 77  WS-GRP-ENV-PENDIENTES        PIC 9(04) COMP VALUE 0.
001660 77  WS-GRP-ENV-USADOS            PIC 9(04) COMP VALUE 0.
001670 01  WS-TAB-RECIBOS.
001680     05  WS-REC-CANT              PIC 9(04) COMP VALUE 0.
001690     05  WS-REC-ENTRY OCCURS 20 TIMES
001700                      INDEXED BY WS-REC-IDX.
001710         10  WS-REC-NRO-RECIBO    PIC 9(10).
001720         10  WS-REC-COD-OFICINA   PIC X(03).
001730         10  WS-REC-COD-OPERADOR  PIC X(08).
001740*-----------------------------------------------------------------
001750* RECIBO QUE CORRESPONDE AL ENVIADO EN PROCESO
001760*-----------------------------------------------------------------
001770 77  WS-ACT-NRO-RECIBO            PIC 9(10).
001780 77  WS-ACT-COD-OFICINA           PIC X(03).
001790 77  WS-ACT-COD-OPERADOR          PIC X(08).
001800*-----------------------------------------------------------------
001810* CONVERSION DE FECHA AAAAMMDD A NUMERO DE DIA JULIANO PARA
001820* CALCULAR LA ANTIGUEDAD DE LOS PENDIENTES, COMO EN PAGCHX03
001830*-----------------------------------------------------------------
001840 01  WS-FEC-TRABAJO.
001850     05  WS-FEC-TRA-NUM           PIC 9(08).
001860 01  WS-FEC-TRA-COMPON REDEFINES WS-FEC-TRABAJO.
001870     05  WS-FEC-TRA-AA            PIC 9(04).
001880     05  WS-FEC-TRA-MM            PIC 9(02).
001890     05  WS-FEC-TRA-DD            PIC 9(02).
001900 77  WS-JDN-AJUSTE-A              PIC S9(08) COMP.
001910 77  WS-JDN-ANO                   PIC S9(08) COMP.
001920 77  WS-JDN-MES                   PIC S9(08) COMP.
001930 77  WS-JDN-RESULT                PIC S9(08) COMP.
001940 77  WS-JDN-HOY                   PIC S9(08) COMP.
001950*-----------------------------------------------------------------
001960* LINEAS DE REPORTE
001970*-----------------------------------------------------------------
001980 01  WS-LIN-TITULO.
001990     05  FILLER                  PIC X(42) VALUE
002000         "CRUCE RESPUESTA CREDITO HIPOTECARIO / PAGC".
002010     05  FILLER                  PIC X(25) VALUE
002020         "HSAL    FECHA PROCESO :".
002030     05  LIN-TIT-FECHA           PIC 9(08).
002040 01  WS-LIN-FEC-ENVIO.
002050     05  FILLER                  PIC X(26) VALUE
002060         "FECHA DEL ENVIO RESPONDIDO".
002070     05  FILLER                  PIC X(03) VALUE " : ".
002080     05  LIN-FEV-FECHA           PIC X(08).
002090 01  WS-LIN-ABORTO.
002100     05  FILLER                  PIC X(19) VALUE
002110         "PROCESO CANCELADO :".
002120     05  FILLER                  PIC X(01) VALUE SPACES.
002130     05  LIN-ABO-MOTIVO          PIC X(40).
002132 01  WS-LIN-CONTROL-PASO.
002134     05  FILLER                  PIC X(21) VALUE
002136         "CONTROL DE PASOS   : ".
002138     05  LIN-CTL-MOTIVO          PIC X(40).
002140 01  WS-LIN-TIT-CRUCE.
002150     05  FILLER                  PIC X(40) VALUE
002160         "EXCEPCIONES DEL CRUCE".
002170 01  WS-LIN-ENC-CRUCE.
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  FILLER                  PIC X(35) VALUE "EXCEPCION".
002200     05  FILLER                  PIC X(07) VALUE "EMP SV".
002210     05  FILLER                  PIC X(21) VALUE "DEUDOR".
002220     05  FILLER                  PIC X(09) VALUE "CUOTA".
002230     05  FILLER                  PIC X(09) VALUE "F.PAGO".
002240     05  FILLER                  PIC X(21) VALUE
002250         "              IMPORTE".
002260     05  FILLER                  PIC X(11) VALUE "     RECIBO".
002270     05  FILLER                  PIC X(04) VALUE " MOT".
002280 01  WS-LIN-CRUCE.
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  LIN-CRU-EXCEPCION       PIC X(34).
002310     05  FILLER                  PIC X(01) VALUE SPACES.
002320     05  LIN-CRU-EMPRESA         PIC 9(03).
002330     05  FILLER                  PIC X(01) VALUE SPACES.
002340     05  LIN-CRU-SERVICIO        PIC 9(02).
002350     05  FILLER                  PIC X(01) VALUE SPACES.
002360     05  LIN-CRU-DEUDOR          PIC X(20).
002370     05  FILLER                  PIC X(01) VALUE SPACES.
002380     05  LIN-CRU-CUOTA           PIC X(08).
002390     05  FILLER                  PIC X(01) VALUE SPACES.
002400     05  LIN-CRU-FEC-PAGO        PIC X(08).
002410     05  FILLER                  PIC X(01) VALUE SPACES.
002420     05  LIN-CRU-IMPORTE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002430     05  FILLER                  PIC X(01) VALUE SPACES.
002440     05  LIN-CRU-RECIBO          PIC Z(09)9.
002450     05  FILLER                  PIC X(01) VALUE SPACES.
002460     05  LIN-CRU-MOTIVO          PIC X(03).
002470 01  WS-LIN-TIT-PENDIENTES.
002480     05  FILLER                  PIC X(44) VALUE
002490         "RECHAZOS PENDIENTES DE RESOLUCION - PAGCHRPD".
002500 01  WS-LIN-ENC-PENDIENTES.
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  FILLER                  PIC X(07) VALUE "EMP SV".
002530     05  FILLER                  PIC X(21) VALUE "DEUDOR".
002540     05  FILLER                  PIC X(09) VALUE "CUOTA".
002550     05  FILLER                  PIC X(09) VALUE "F.PAGO".
002560     05  FILLER                  PIC X(11) VALUE "    RECIBO".
002570     05  FILLER                  PIC X(21) VALUE
002580         "              IMPORTE".
002590     05  FILLER                  PIC X(04) VALUE " MOT".
002600     05  FILLER                  PIC X(10) VALUE " F.RECHAZO".
002610     05  FILLER                  PIC X(04) VALUE " OFI".
002620     05  FILLER                  PIC X(09) VALUE " OPERADOR".
002630     05  FILLER                  PIC X(06) VALUE "  DIAS".
002640 01  WS-LIN-PENDIENTE.
002650     05  FILLER                  PIC X(02) VALUE SPACES.
002660     05  LIN-PEN-EMPRESA         PIC 9(03).
002670     05  FILLER                  PIC X(01) VALUE SPACES.
002680     05  LIN-PEN-SERVICIO        PIC 9(02).
002690     05  FILLER                  PIC X(01) VALUE SPACES.
002700     05  LIN-PEN-DEUDOR          PIC X(20).
002710     05  FILLER                  PIC X(01) VALUE SPACES.
002720     05  LIN-PEN-CUOTA           PIC X(08).
002730     05  FILLER                  PIC X(01) VALUE SPACES.
002740     05  LIN-PEN-FEC-PAGO        PIC X(08).
002750     05  FILLER                  PIC X(01) VALUE SPACES.
002760     05  LIN-PEN-RECIBO          PIC Z(09)9.
002770     05  FILLER                  PIC X(01) VALUE SPACES.
002780     05  LIN-PEN-IMPORTE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002790     05  FILLER                  PIC X(01) VALUE SPACES.
002800     05  LIN-PEN-MOTIVO          PIC X(03).
002810     05  FILLER                  PIC X(01) VALUE SPACES.
002820     05  LIN-PEN-FEC-RECHAZO     PIC X(08).
002830     05  FILLER                  PIC X(02) VALUE SPACES.
002840     05  LIN-PEN-OFICINA         PIC X(03).
002850     05  FILLER                  PIC X(01) VALUE SPACES.
002860     05  LIN-PEN-OPERADOR        PIC X(08).
002870     05  FILLER                  PIC X(01) VALUE SPACES.
002880     05  LIN-PEN-DIAS            PIC ZZZZ9.
002890 01  WS-LIN-TOTAL.
002900     05  FILLER                  PIC X(36).
002910     05  LIN-TOT-CANTIDAD        PIC ZZZ,ZZ9.
002920     05  FILLER                  PIC X(11).
002930     05  LIN-TOT-IMPORTE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002940 01  WS-LIN-MAX-ANTIGUEDAD.
002950     05  FILLER                  PIC X(36) VALUE
002960         "PENDIENTE MAS ANTIGUO (DIAS)       :".
002970     05  LIN-MAX-DIAS            PIC ZZZ,ZZ9.

002980 PROCEDURE DIVISION.

002990******************************************************************
003000* 0000-MAINLINE
003010******************************************************************
003020 0000-MAINLINE.
003030     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003040     IF NOT WS-ABORTAR
003050         PERFORM 1100-VALIDAR-RESPUESTA THRU 1100-EXIT
003060     END-IF.
003070     IF NOT WS-ABORTAR
003080         PERFORM 1200-VALIDAR-ENVIO THRU 1200-EXIT
003090     END-IF.
003100     IF NOT WS-ABORTAR
003110         PERFORM 1300-ABRIR-PENDIENTES THRU 1300-EXIT
003120     END-IF.
003130     IF NOT WS-ABORTAR
003140         PERFORM 2000-CRUZAR-ARCHIVOS THRU 2000-EXIT
003150     END-IF.
003160     IF NOT WS-ABORTAR
003170         PERFORM 3000-REPORTAR-PENDIENTES THRU 3000-EXIT
003180     END-IF.
003185     PERFORM 8900-CERRAR-PASO THRU 8900-EXIT.
003190     IF WS-ABORTAR
003200         MOVE 16 TO RETURN-CODE
003210     END-IF.
003220     PERFORM 8000-TERMINAR THRU 8000-EXIT.
003230     STOP RUN.

003240******************************************************************
003250* 1000-INICIALIZAR
003260******************************************************************
003270 1000-INICIALIZAR.
003280     OPEN OUTPUT PAGCHCSR-RPT.
003290     PERFORM 1050-INICIAR-PASO THRU 1050-EXIT.
003300     MOVE WS-FECHA-SISTEMA TO LIN-TIT-FECHA.
003310     MOVE WS-LIN-TITULO TO REG-RPT-CSR.
003320     WRITE REG-RPT-CSR.
003321     IF WS-ABORTAR
003322         MOVE WS-LIN-CONTROL-PASO TO REG-RPT-CSR
003323         WRITE REG-RPT-CSR
003324         GO TO 1000-EXIT
003325     END-IF.
003330     MOVE WS-FECHA-SISTEMA TO WS-FEC-TRA-NUM.
003340     PERFORM 2210-CONVIERTE-DIAS THRU 2210-EXIT.
003350     MOVE WS-JDN-RESULT TO WS-JDN-HOY.
003360 1000-EXIT.
003370     EXIT.

003371******************************************************************
003372* 1050-INICIAR-PASO - TOMA LA FECHA DE NEGOCIO DE PAGCHCTL EN
003373*                     LUGAR DEL RELOJ DEL SISTEMA Y NO DEJA
003374*                     CORRER EL PASO SI EL PREVIO NO TERMINO
003375*                     PARA ESA FECHA (VER PAGCHCTR)
003376******************************************************************
003377 1050-INICIAR-PASO.
003378     MOVE SPACES          TO REG-CTR-CONTROL-PASO.
003379     SET CTR-INICIO       TO TRUE.
003380     MOVE "PAGCHCSR"      TO CTR-COD-PROGRAMA.
003381     SET CTR-REPETIBLE    TO TRUE.
003382     MOVE 0 TO CTR-CNT-LEIDOS CTR-CNT-PROCESADOS
003383               CTR-IMP-CONTROL CTR-COD-RETORNO-PASO.
003384     CALL "PAGCHCTR" USING REG-CTR-CONTROL-PASO.
003385     IF NOT CTR-OK
003386         MOVE CTR-MENSAJE TO LIN-CTL-MOTIVO
003387         MOVE 0 TO WS-FECHA-SISTEMA
003388         SET WS-ABORTAR TO TRUE
003389         GO TO 1050-EXIT
003390     END-IF.
003391     SET WS-PASO-INICIADO TO TRUE.
003392     MOVE CTR-FEC-NEGOCIO TO WS-FECHA-SISTEMA.
003393 1050-EXIT.
003394     EXIT.

003395******************************************************************
003396* 1090-CANCELAR - EMITE EL MOTIVO DE LA CANCELACION
003400******************************************************************
003410 1090-CANCELAR.
003420     MOVE WS-LIN-ABORTO TO REG-RPT-CSR.
003430     WRITE REG-RPT-CSR.
003440     SET WS-ABORTAR TO TRUE.
003450 1090-EXIT.
003460     EXIT.

003470******************************************************************
003480* 1100-VALIDAR-RESPUESTA - EXIGE LA CABECERA Y LA COLA DE LA
003490*                          RESPUESTA Y CUADRA CANTIDAD, IMPORTE
003500*                          Y RECHAZOS CONTRA LA COLA: UNA
003510*                          RESPUESTA INCOMPLETA NO SE CRUZA
003520******************************************************************
003530 1100-VALIDAR-RESPUESTA.
003540     OPEN INPUT PAGCHRES.
003550     IF WS-FS-PAGCHRES NOT = "00"
003560         MOVE "ERROR ABRIENDO PAGCHRES" TO LIN-ABO-MOTIVO
003570         PERFORM 1090-CANCELAR THRU 1090-EXIT
003580         GO TO 1100-EXIT
003590     END-IF.
003600     READ PAGCHRES
003610         AT END
003620             MOVE "PAGCHRES SIN REGISTRO DE CABECERA"
003630                                 TO LIN-ABO-MOTIVO
003640             PERFORM 1090-CANCELAR THRU 1090-EXIT
003650             CLOSE PAGCHRES
003660             GO TO 1100-EXIT
003670     END-READ.
003680     IF NOT RES-CABECERA
003690         MOVE "PAGCHRES SIN REGISTRO DE CABECERA"
003700                                 TO LIN-ABO-MOTIVO
003710         PERFORM 1090-CANCELAR THRU 1090-EXIT
003720         CLOSE PAGCHRES
003730         GO TO 1100-EXIT
003740     END-IF.
003750     MOVE RES-CAB-FEC-PROCESO TO WS-FEC-ENVIO.
003760     MOVE RES-CAB-FEC-PROCESO TO LIN-FEV-FECHA.
003770     MOVE WS-LIN-FEC-ENVIO TO REG-RPT-CSR.
003780     WRITE REG-RPT-CSR.
003790     PERFORM 1110-VALIDAR-REG-RESPUESTA THRU 1110-EXIT
003800         UNTIL WS-FIN-RES OR WS-ABORTAR.
003810     CLOSE PAGCHRES.
003820     IF NOT WS-ABORTAR AND NOT WS-COLA-VISTA
003830         MOVE "PAGCHRES SIN REGISTRO DE COLA" TO LIN-ABO-MOTIVO
003840         PERFORM 1090-CANCELAR THRU 1090-EXIT
003850     END-IF.
003860 1100-EXIT.
003870     EXIT.

003880******************************************************************
003890* 1110-VALIDAR-REG-RESPUESTA - ACUMULA UN DETALLE O CUADRA LA
003900*                              COLA DE LA RESPUESTA
003910******************************************************************
003920 1110-VALIDAR-REG-RESPUESTA.
003930     READ PAGCHRES
003940         AT END
003950             SET WS-FIN-RES TO TRUE
003960             GO TO 1110-EXIT
003970     END-READ.
003980     IF WS-COLA-VISTA
003990         MOVE "PAGCHRES CON REGISTROS DESPUES DE COLA"
004000                                 TO LIN-ABO-MOTIVO
004010         PERFORM 1090-CANCELAR THRU 1090-EXIT
004020         GO TO 1110-EXIT
004030     END-IF.
004040     IF RES-COLA
004050         SET WS-COLA-VISTA TO TRUE
004060         IF WS-VAL-CANTIDAD NOT = RES-COL-NUM-REGISTROS
004070             MOVE "PAGCHRES CANTIDAD NO CUADRA CON COLA"
004080                                 TO LIN-ABO-MOTIVO
004090             PERFORM 1090-CANCELAR THRU 1090-EXIT
004100         ELSE
004110             IF WS-VAL-IMPORTE NOT = RES-COL-IMP-TOTAL
004120                 MOVE "PAGCHRES IMPORTE NO CUADRA CON COLA"
004130                                 TO LIN-ABO-MOTIVO
004140                 PERFORM 1090-CANCELAR THRU 1090-EXIT
004150             ELSE
004160                 IF WS-VAL-RECHAZOS NOT = RES-COL-NUM-RECHAZOS
004170                     MOVE "PAGCHRES RECHAZOS NO CUADRAN CON COLA"
004180                                 TO LIN-ABO-MOTIVO
004190                     PERFORM 1090-CANCELAR THRU 1090-EXIT
004200                 END-IF
004210             END-IF
004220         END-IF
004230         GO TO 1110-EXIT
004240     END-IF.
004250     IF NOT RES-DETALLE
004260         MOVE "PAGCHRES CON TIPO DE REGISTRO INVALIDO"
004270                                 TO LIN-ABO-MOTIVO
004280         PERFORM 1090-CANCELAR THRU 1090-EXIT
004290         GO TO 1110-EXIT
004300     END-IF.
004310     IF NOT RES-APLICADO AND NOT RES-RECHAZADO
004320         MOVE "PAGCHRES CON RESULTADO INVALIDO"
004330                                 TO LIN-ABO-MOTIVO
004340         PERFORM 1090-CANCELAR THRU 1090-EXIT
004350         GO TO 1110-EXIT
004360     END-IF.
004370     ADD 1 TO WS-VAL-CANTIDAD.
004380     ADD RES-IMP-PAGO TO WS-VAL-IMPORTE.
004390     IF RES-RECHAZADO
004400         ADD 1 TO WS-VAL-RECHAZOS
004410     END-IF.
004420 1110-EXIT.
004430     EXIT.

004440******************************************************************
004450* 1200-VALIDAR-ENVIO - EXIGE QUE EL PAGCHSAL RECIBIDO SEA EL
004460*                      ENVIO QUE LA RESPUESTA CONTESTA (MISMA
004470*                      FECHA DE CABECERA) Y QUE ESTE COMPLETO
004480******************************************************************
004490 1200-VALIDAR-ENVIO.
004500     OPEN INPUT PAGCHSAL.
004510     IF WS-FS-PAGCHSAL NOT = "00"
004520         MOVE "ERROR ABRIENDO PAGCHSAL" TO LIN-ABO-MOTIVO
004530         PERFORM 1090-CANCELAR THRU 1090-EXIT
004540         GO TO 1200-EXIT
004550     END-IF.
004560     READ PAGCHSAL
004570         AT END
004580             MOVE "PAGCHSAL SIN REGISTRO DE CABECERA"
004590                                 TO LIN-ABO-MOTIVO
004600             PERFORM 1090-CANCELAR THRU 1090-EXIT
004610             CLOSE PAGCHSAL
004620             GO TO 1200-EXIT
004630     END-READ.
004640     IF NOT SAL-CABECERA
004650         MOVE "PAGCHSAL SIN REGISTRO DE CABECERA"
004660                                 TO LIN-ABO-MOTIVO
004670         PERFORM 1090-CANCELAR THRU 1090-EXIT
004680         CLOSE PAGCHSAL
004690         GO TO 1200-EXIT
004700     END-IF.
004710     IF SAL-CAB-FEC-PROCESO NOT = WS-FEC-ENVIO
004720         MOVE "LA RESPUESTA NO CORRESPONDE A PAGCHSAL"
004730                                 TO LIN-ABO-MOTIVO
004740         PERFORM 1090-CANCELAR THRU 1090-EXIT
004750         CLOSE PAGCHSAL
004760         GO TO 1200-EXIT
004770     END-IF.
004780     MOVE 0   TO WS-VAL-CANTIDAD.
004790     MOVE 0   TO WS-VAL-IMPORTE.
004800     MOVE "N" TO WS-FLAG-COLA-VISTA.
004810     PERFORM 1210-VALIDAR-REG-ENVIO THRU 1210-EXIT
004820         UNTIL WS-FIN-SAL OR WS-ABORTAR.
004830     CLOSE PAGCHSAL.
004840     IF NOT WS-ABORTAR AND NOT WS-COLA-VISTA
004850         MOVE "PAGCHSAL SIN REGISTRO DE COLA" TO LIN-ABO-MOTIVO
004860         PERFORM 1090-CANCELAR THRU 1090-EXIT
004870     END-IF.
004880 1200-EXIT.
004890     EXIT.

004900******************************************************************
004910* 1210-VALIDAR-REG-ENVIO - ACUMULA UN DETALLE O CUADRA LA
004920*                          COLA DEL ENVIO. GUARDA LA PRIMERA Y
004921*                          LA ULTIMA FECHA DE PAGO ENVIADAS,
004922*                          QUE SON DEL RELOJ Y NO SIEMPRE LA
004923*                          FECHA DE LA CABECERA
004930******************************************************************
004940 1210-VALIDAR-REG-ENVIO.
004950     READ PAGCHSAL
004960         AT END
004970             SET WS-FIN-SAL TO TRUE
004980             GO TO 1210-EXIT
004990     END-READ.
005000     IF WS-COLA-VISTA
005010         MOVE "PAGCHSAL CON REGISTROS DESPUES DE COLA"
005020                                 TO LIN-ABO-MOTIVO
005030         PERFORM 1090-CANCELAR THRU 1090-EXIT
005040         GO TO 1210-EXIT
005050     END-IF.
005060     IF SAL-COLA
005070         SET WS-COLA-VISTA TO TRUE
005080         IF WS-VAL-CANTIDAD NOT = SAL-COL-NUM-REGISTROS
005090             MOVE "PAGCHSAL CANTIDAD NO CUADRA CON COLA"
005100                                 TO LIN-ABO-MOTIVO
005110             PERFORM 1090-CANCELAR THRU 1090-EXIT
005120         ELSE
005130             IF WS-VAL-IMPORTE NOT = SAL-COL-IMP-TOTAL
005140                 MOVE "PAGCHSAL IMPORTE NO CUADRA CON COLA"
005150                                 TO LIN-ABO-MOTIVO
005160                 PERFORM 1090-CANCELAR THRU 1090-EXIT
005170             END-IF
005180         END-IF
005190         GO TO 1210-EXIT
005200     END-IF.
005210     ADD 1 TO WS-VAL-CANTIDAD.
005220     ADD SAL-IMP-PAGO TO WS-VAL-IMPORTE.
005221     IF SAL-FEC-PAGO < WS-FEC-PAGO-MIN
005222         MOVE SAL-FEC-PAGO TO WS-FEC-PAGO-MIN
005223     END-IF.
005224     IF SAL-FEC-PAGO > WS-FEC-PAGO-MAX
005225         MOVE SAL-FEC-PAGO TO WS-FEC-PAGO-MAX
005226     END-IF.
005230 1210-EXIT.
005240     EXIT.

005250******************************************************************
005260* 1300-ABRIR-PENDIENTES - ABRE EL ARCHIVO DE RECHAZOS
005270*                         PENDIENTES (SE CREA VACIO SI NO
005280*                         EXISTE)
005290******************************************************************
005300 1300-ABRIR-PENDIENTES.
005310     OPEN I-O PAGCHRPD.
005320     IF WS-FS-PAGCHRPD = "35"
005330         OPEN OUTPUT PAGCHRPD
005340         CLOSE PAGCHRPD
005350         OPEN I-O PAGCHRPD
005360     END-IF.
005370     IF WS-FS-PAGCHRPD NOT = "00"
005380         MOVE "ERROR ABRIENDO PAGCHRPD" TO LIN-ABO-MOTIVO
005390         PERFORM 1090-CANCELAR THRU 1090-EXIT
005395         GO TO 1300-EXIT
005400     END-IF.
005405     SET WS-ARCHIVOS-ABIERTOS TO TRUE.
005410 1300-EXIT.
005420     EXIT.

005430******************************************************************
005440* 2000-CRUZAR-ARCHIVOS - ORDENA RECIBOS, ENVIADOS Y RESPUESTAS
005450*                        POR LA LLAVE DEL PAGO Y LOS EMPAREJA
005460******************************************************************
005470 2000-CRUZAR-ARCHIVOS.
005480     MOVE WS-LIN-TIT-CRUCE TO REG-RPT-CSR.
005490     WRITE REG-RPT-CSR.
005500     MOVE WS-LIN-ENC-CRUCE TO REG-RPT-CSR.
005510     WRITE REG-RPT-CSR.
005520     SORT PAGCHSRT
005530         ON ASCENDING KEY SRT-LLAVE SRT-ORIGEN SRT-NRO-RECIBO
005540         INPUT PROCEDURE IS 2050-ALIMENTAR-SRT THRU 2050-EXIT
005550         OUTPUT PROCEDURE IS 2100-PROCESAR-SRT THRU 2100-EXIT.
005560 2000-EXIT.
005570     EXIT.

005580******************************************************************
005590* 2050-ALIMENTAR-SRT - LIBERA AL SORT LOS PAGOS DE PAGCHDET DE
005600*                      LAS FECHAS DEL ENVIO, LOS DETALLES DE
005610*                      PAGCHSAL Y LOS DETALLES DE PAGCHRES
005620******************************************************************
005630 2050-ALIMENTAR-SRT.
005640     OPEN INPUT PAGCHDET.
005650     IF WS-FS-PAGCHDET NOT = "00"
005660         MOVE "ERROR ABRIENDO PAGCHDET" TO LIN-ABO-MOTIVO
005670         PERFORM 1090-CANCELAR THRU 1090-EXIT
005680         GO TO 2050-EXIT
005690     END-IF.
005700     PERFORM 2060-LIBERAR-RECIBO THRU 2060-EXIT
005710         UNTIL WS-FIN-DET.
005720     CLOSE PAGCHDET.
005730     OPEN INPUT PAGCHSAL.
005731     IF WS-FS-PAGCHSAL NOT = "00"
005732         MOVE "ERROR ABRIENDO PAGCHSAL" TO LIN-ABO-MOTIVO
005733         PERFORM 1090-CANCELAR THRU 1090-EXIT
005734         GO TO 2050-EXIT
005735     END-IF.
005740     MOVE "N" TO WS-FLAG-FIN-SAL.
005750     PERFORM 2070-LIBERAR-ENVIADO THRU 2070-EXIT
005760         UNTIL WS-FIN-SAL.
005770     CLOSE PAGCHSAL.
005780     OPEN INPUT PAGCHRES.
005781     IF WS-FS-PAGCHRES NOT = "00"
005782         MOVE "ERROR ABRIENDO PAGCHRES" TO LIN-ABO-MOTIVO
005783         PERFORM 1090-CANCELAR THRU 1090-EXIT
005784         GO TO 2050-EXIT
005785     END-IF.
005790     MOVE "N" TO WS-FLAG-FIN-RES.
005800     PERFORM 2080-LIBERAR-RESPUESTA THRU 2080-EXIT
005810         UNTIL WS-FIN-RES.
005820     CLOSE PAGCHRES.
005830 2050-EXIT.
005840     EXIT.

005850******************************************************************
005860* 2060-LIBERAR-RECIBO - SOLO LOS PAGOS (NO LOS EXTORNOS) ENTRE
005870*                       LA PRIMERA Y LA ULTIMA FECHA DE PAGO
005871*                       DEL ENVIO, QUE SON LOS QUE PAGCHENV
005880*                       PUDO HABER REMITIDO
005890******************************************************************
005900 2060-LIBERAR-RECIBO.
005910     READ PAGCHDET
005920         AT END
005930             SET WS-FIN-DET TO TRUE
005940             GO TO 2060-EXIT
005950     END-READ.
005960     IF NOT DET-PAGO
005970     OR DET-FEC-PAGO < WS-FEC-PAGO-MIN
005971     OR DET-FEC-PAGO > WS-FEC-PAGO-MAX
005980         GO TO 2060-EXIT
005990     END-IF.
006000     MOVE SPACES           TO REG-SRT-CRUCE.
006010     MOVE DET-COD-EMPRESA  TO SRT-COD-EMPRESA.
006020     MOVE DET-COD-SERVICIO TO SRT-COD-SERVICIO.
006030     MOVE DET-COD-DEUDOR   TO SRT-COD-DEUDOR.
006040     MOVE DET-COD-CUOTA    TO SRT-COD-CUOTA.
006050     MOVE DET-FEC-PAGO     TO SRT-FEC-PAGO.
006060     MOVE DET-IMP-PAGO     TO SRT-IMP-PAGO.
006070     SET SRT-DE-RECIBO     TO TRUE.
006080     MOVE DET-NRO-RECIBO   TO SRT-NRO-RECIBO.
006090     MOVE DET-COD-OFICINA  TO SRT-COD-OFICINA.
006100     MOVE DET-COD-OPERADOR TO SRT-COD-OPERADOR.
006110     RELEASE REG-SRT-CRUCE.
006120 2060-EXIT.
006130     EXIT.

006140******************************************************************
006150* 2070-LIBERAR-ENVIADO
006160******************************************************************
006170 2070-LIBERAR-ENVIADO.
006180     READ PAGCHSAL
006190         AT END
006200             SET WS-FIN-SAL TO TRUE
006210             GO TO 2070-EXIT
006220     END-READ.
006230     IF NOT SAL-DETALLE
006240         GO TO 2070-EXIT
006250     END-IF.
006260     ADD 1 TO WS-CNT-ENVIADOS.
006270     MOVE SPACES           TO REG-SRT-CRUCE.
006280     MOVE SAL-COD-EMPRESA  TO SRT-COD-EMPRESA.
006290     MOVE SAL-COD-SERVICIO TO SRT-COD-SERVICIO.
006300     MOVE SAL-COD-DEUDOR   TO SRT-COD-DEUDOR.
006310     MOVE SAL-COD-CUOTA    TO SRT-COD-CUOTA.
006320     MOVE SAL-FEC-PAGO     TO SRT-FEC-PAGO.
006330     MOVE SAL-IMP-PAGO     TO SRT-IMP-PAGO.
006340     SET SRT-DE-ENVIO      TO TRUE.
006350     MOVE 0                TO SRT-NRO-RECIBO.
006360     RELEASE REG-SRT-CRUCE.
006370 2070-EXIT.
006380     EXIT.

006390******************************************************************
006400* 2080-LIBERAR-RESPUESTA
006410******************************************************************
006420 2080-LIBERAR-RESPUESTA.
006430     READ PAGCHRES
006440         AT END
006450             SET WS-FIN-RES TO TRUE
006460             GO TO 2080-EXIT
006470     END-READ.
006480     IF NOT RES-DETALLE
006490         GO TO 2080-EXIT
006500     END-IF.
006510     ADD 1 TO WS-CNT-RESPUESTAS.
006520     MOVE SPACES             TO REG-SRT-CRUCE.
006530     MOVE RES-COD-EMPRESA    TO SRT-COD-EMPRESA.
006540     MOVE RES-COD-SERVICIO   TO SRT-COD-SERVICIO.
006550     MOVE RES-COD-DEUDOR     TO SRT-COD-DEUDOR.
006560     MOVE RES-COD-CUOTA      TO SRT-COD-CUOTA.
006570     MOVE RES-FEC-PAGO       TO SRT-FEC-PAGO.
006580     MOVE RES-IMP-PAGO       TO SRT-IMP-PAGO.
006590     SET SRT-DE-RESPUESTA    TO TRUE.
006600     MOVE RES-FLAG-RESULTADO TO SRT-FLAG-RESULTADO.
006610     MOVE RES-COD-MOTIVO     TO SRT-COD-MOTIVO.
006620     MOVE 0                  TO SRT-NRO-RECIBO.
006630     RELEASE REG-SRT-CRUCE.
006640 2080-EXIT.
006650     EXIT.

006660******************************************************************
006670* 2100-PROCESAR-SRT
006680******************************************************************
006690 2100-PROCESAR-SRT.
006700     IF WS-ABORTAR
006710         GO TO 2100-EXIT
006720     END-IF.
006730     PERFORM 2110-LEER-SRT THRU 2110-EXIT.
006740     PERFORM 2120-PROCESAR-REGISTRO THRU 2120-EXIT
006750         UNTIL WS-FIN-SRT.
006760     IF WS-NO-ES-PRIMERA-VEZ
006770         PERFORM 2300-CERRAR-GRUPO THRU 2300-EXIT
006780     END-IF.
006790 2100-EXIT.
006800     EXIT.

006810******************************************************************
006820* 2110-LEER-SRT
006830******************************************************************
006840 2110-LEER-SRT.
006850     RETURN PAGCHSRT
006860         AT END
006870             SET WS-FIN-SRT TO TRUE
006880     END-RETURN.
006890 2110-EXIT.
006900     EXIT.

006910******************************************************************
006920* 2120-PROCESAR-REGISTRO - CIERRA EL GRUPO ANTERIOR AL CAMBIAR
006930*                          LA LLAVE Y TRATA EL REGISTRO SEGUN
006940*                          SU ORIGEN
006950******************************************************************
006960 2120-PROCESAR-REGISTRO.
006970     IF WS-NO-ES-PRIMERA-VEZ
006980     AND SRT-LLAVE NOT = WS-GRP-LLAVE
006990         PERFORM 2300-CERRAR-GRUPO THRU 2300-EXIT
007000     END-IF.
007010     IF WS-ES-PRIMERA-VEZ
007020     OR SRT-LLAVE NOT = WS-GRP-LLAVE
007030         MOVE SRT-COD-EMPRESA  TO WS-GRP-COD-EMPRESA
007040         MOVE SRT-COD-SERVICIO TO WS-GRP-COD-SERVICIO
007050         MOVE SRT-COD-DEUDOR   TO WS-GRP-COD-DEUDOR
007060         MOVE SRT-COD-CUOTA    TO WS-GRP-COD-CUOTA
007070         MOVE SRT-FEC-PAGO     TO WS-GRP-FEC-PAGO
007080         MOVE SRT-IMP-PAGO     TO WS-GRP-IMP-PAGO
007090         MOVE 0                TO WS-REC-CANT
007100         MOVE 0                TO WS-GRP-ENV-PENDIENTES
007110         MOVE 0                TO WS-GRP-ENV-USADOS
007120         SET WS-NO-ES-PRIMERA-VEZ TO TRUE
007130     END-IF.
007140     EVALUATE TRUE
007150         WHEN SRT-DE-RECIBO
007160             PERFORM 2130-GUARDAR-RECIBO THRU 2130-EXIT
007170         WHEN SRT-DE-ENVIO
007180             ADD 1 TO WS-GRP-ENV-PENDIENTES
007190         WHEN OTHER
007200             PERFORM 2200-TRATAR-RESPUESTA THRU 2200-EXIT
007210     END-EVALUATE.
007220     PERFORM 2110-LEER-SRT THRU 2110-EXIT.
007230 2120-EXIT.
007240     EXIT.

007250******************************************************************
007260* 2130-GUARDAR-RECIBO - GUARDA EL RECIBO DEL GRUPO; MAS DE 20
007270*                       PAGOS IDENTICOS EN EL DIA NO SE
007280*                       DISTINGUEN Y QUEDAN SIN RECIBO
007290******************************************************************
007300 2130-GUARDAR-RECIBO.
007310     IF WS-REC-CANT = 20
007320         GO TO 2130-EXIT
007330     END-IF.
007340     ADD 1 TO WS-REC-CANT.
007350     SET WS-REC-IDX TO WS-REC-CANT.
007360     MOVE SRT-NRO-RECIBO   TO WS-REC-NRO-RECIBO (WS-REC-IDX).
007370     MOVE SRT-COD-OFICINA  TO WS-REC-COD-OFICINA (WS-REC-IDX).
007380     MOVE SRT-COD-OPERADOR TO WS-REC-COD-OPERADOR (WS-REC-IDX).
007390 2130-EXIT.
007400     EXIT.

007410******************************************************************
007420* 2140-TOMAR-RECIBO - ASIGNA AL ENVIADO EN PROCESO EL
007430*                     SIGUIENTE RECIBO DEL GRUPO
007440******************************************************************
007450 2140-TOMAR-RECIBO.
007460     ADD 1 TO WS-GRP-ENV-USADOS.
007470     IF WS-GRP-ENV-USADOS > WS-REC-CANT
007480         MOVE 0      TO WS-ACT-NRO-RECIBO
007490         MOVE SPACES TO WS-ACT-COD-OFICINA
007500         MOVE SPACES TO WS-ACT-COD-OPERADOR
007510         ADD 1 TO WS-CNT-SIN-RECIBO
007520         MOVE "ENVIADO SIN RECIBO EN PAGCHDET"
007530                              TO LIN-CRU-EXCEPCION
007540         MOVE SPACES          TO LIN-CRU-MOTIVO
007550         PERFORM 2900-LINEA-CRUCE THRU 2900-EXIT
007560         GO TO 2140-EXIT
007570     END-IF.
007580     SET WS-REC-IDX TO WS-GRP-ENV-USADOS.
007590     MOVE WS-REC-NRO-RECIBO (WS-REC-IDX)   TO WS-ACT-NRO-RECIBO.
007600     MOVE WS-REC-COD-OFICINA (WS-REC-IDX)  TO WS-ACT-COD-OFICINA.
007610     MOVE WS-REC-COD-OPERADOR (WS-REC-IDX)
007620                                   TO WS-ACT-COD-OPERADOR.
007630 2140-EXIT.
007640     EXIT.

007650******************************************************************
007660* 2200-TRATAR-RESPUESTA - EMPAREJA LA RESPUESTA CON UN ENVIADO
007670*                         DEL GRUPO; SIN ENVIADO DISPONIBLE ES
007680*                         UN PAGO QUE NUNCA SE ENVIO
007690******************************************************************
007700 2200-TRATAR-RESPUESTA.
007710     IF WS-GRP-ENV-PENDIENTES = 0
007720         ADD 1 TO WS-CNT-NO-ENVIADOS
007730         MOVE 0               TO WS-ACT-NRO-RECIBO
007740         MOVE "RESPUESTA DE PAGO NO ENVIADO"
007750                              TO LIN-CRU-EXCEPCION
007760         MOVE SRT-COD-MOTIVO  TO LIN-CRU-MOTIVO
007770         PERFORM 2900-LINEA-CRUCE THRU 2900-EXIT
007780         GO TO 2200-EXIT
007790     END-IF.
007800     SUBTRACT 1 FROM WS-GRP-ENV-PENDIENTES.
007810     PERFORM 2140-TOMAR-RECIBO THRU 2140-EXIT.
007820     IF SRT-APLICADO
007830         ADD 1 TO WS-CNT-APLICADOS
007840         GO TO 2200-EXIT
007850     END-IF.
007860     ADD 1 TO WS-CNT-RECHAZADOS.
007870     ADD WS-GRP-IMP-PAGO TO WS-IMP-RECHAZADOS.
007880     MOVE "RECHAZADO POR CREDITO HIPOTECARIO"
007890                          TO LIN-CRU-EXCEPCION.
007900     MOVE SRT-COD-MOTIVO  TO LIN-CRU-MOTIVO.
007910     PERFORM 2900-LINEA-CRUCE THRU 2900-EXIT.
007920     PERFORM 2400-GRABAR-PENDIENTE THRU 2400-EXIT.
007930 2200-EXIT.
007940     EXIT.

007950******************************************************************
007960* 2210-CONVIERTE-DIAS - CONVIERTE LA FECHA AAAAMMDD DE
007970*                       WS-FEC-TRABAJO EN NUMERO DE DIA
007980*                       JULIANO (WS-JDN-RESULT), COMO EN
007990*                       PAGCHX03
008000******************************************************************
008010 2210-CONVIERTE-DIAS.
008020     COMPUTE WS-JDN-AJUSTE-A =
008030             (14 - WS-FEC-TRA-MM) / 12.
008040     COMPUTE WS-JDN-ANO =
008050             WS-FEC-TRA-AA + 4800 - WS-JDN-AJUSTE-A.
008060     COMPUTE WS-JDN-MES =
008070             WS-FEC-TRA-MM + 12 * WS-JDN-AJUSTE-A - 3.
008080     COMPUTE WS-JDN-RESULT =
008090             WS-FEC-TRA-DD
008100             + (153 * WS-JDN-MES + 2) / 5
008110             + 365 * WS-JDN-ANO
008120             + WS-JDN-ANO / 4
008130             - WS-JDN-ANO / 100
008140             + WS-JDN-ANO / 400
008150             - 32045.
008160 2210-EXIT.
008170     EXIT.

008180******************************************************************
008190* 2300-CERRAR-GRUPO - LOS ENVIADOS DEL GRUPO QUE QUEDARON SIN
008200*                     RESPUESTA SE REPORTAN UNO POR UNO
008210******************************************************************
008220 2300-CERRAR-GRUPO.
008230     IF WS-GRP-ENV-PENDIENTES > 0
008240         PERFORM 2310-REPORTAR-SIN-RESPUESTA THRU 2310-EXIT
008250             WS-GRP-ENV-PENDIENTES TIMES
008260     END-IF.
008270 2300-EXIT.
008280     EXIT.

008290******************************************************************
008300* 2310-REPORTAR-SIN-RESPUESTA
008310******************************************************************
008320 2310-REPORTAR-SIN-RESPUESTA.
008330     PERFORM 2140-TOMAR-RECIBO THRU 2140-EXIT.
008340     ADD 1 TO WS-CNT-SIN-RESPUESTA.
008350     ADD WS-GRP-IMP-PAGO TO WS-IMP-SIN-RESPUESTA.
008360     MOVE "ENVIADO SIN RESPUESTA"
008370                          TO LIN-CRU-EXCEPCION.
008380     MOVE SPACES          TO LIN-CRU-MOTIVO.
008390     PERFORM 2900-LINEA-CRUCE THRU 2900-EXIT.
008400 2310-EXIT.
008410     EXIT.

008420******************************************************************
008430* 2400-GRABAR-PENDIENTE - DEJA EL RECHAZO EN PAGCHRPD; SI YA
008440*                         ESTABA (RESPUESTA REPROCESADA) NO SE
008450*                         TOCA, PARA NO REABRIR UNO RESUELTO
008460******************************************************************
008470 2400-GRABAR-PENDIENTE.
008480     MOVE WS-GRP-COD-EMPRESA  TO RPD-COD-EMPRESA.
008490     MOVE WS-GRP-COD-SERVICIO TO RPD-COD-SERVICIO.
008500     MOVE WS-GRP-COD-DEUDOR   TO RPD-COD-DEUDOR.
008510     MOVE WS-GRP-COD-CUOTA    TO RPD-COD-CUOTA.
008520     MOVE WS-GRP-FEC-PAGO     TO RPD-FEC-PAGO.
008530     MOVE WS-ACT-NRO-RECIBO   TO RPD-NRO-RECIBO.
008540     MOVE WS-GRP-IMP-PAGO     TO RPD-IMP-PAGO.
008550     MOVE SRT-COD-MOTIVO      TO RPD-COD-MOTIVO.
008560     MOVE WS-FECHA-SISTEMA    TO RPD-FEC-RECHAZO.
008570     MOVE WS-ACT-COD-OFICINA  TO RPD-COD-OFICINA.
008580     MOVE WS-ACT-COD-OPERADOR TO RPD-COD-OPERADOR.
008590     SET RPD-PENDIENTE        TO TRUE.
008600     MOVE SPACES              TO RPD-FEC-RESOLUCION.
008610     MOVE SPACES              TO RPD-COD-RESOLUTOR.
008620     MOVE SPACES              TO RPD-OBS-RESOLUCION.
008630     WRITE REG-RPD-RECHAZO
008640         INVALID KEY
008650             ADD 1 TO WS-CNT-YA-PENDIENTES
008660     END-WRITE.
008670 2400-EXIT.
008680     EXIT.

008690******************************************************************
008700* 2900-LINEA-CRUCE - EMITE UNA EXCEPCION DEL CRUCE CON LA
008710*                    LLAVE DEL GRUPO Y EL RECIBO EN CURSO
008720******************************************************************
008730 2900-LINEA-CRUCE.
008740     MOVE WS-GRP-COD-EMPRESA  TO LIN-CRU-EMPRESA.
008750     MOVE WS-GRP-COD-SERVICIO TO LIN-CRU-SERVICIO.
008760     MOVE WS-GRP-COD-DEUDOR   TO LIN-CRU-DEUDOR.
008770     MOVE WS-GRP-COD-CUOTA    TO LIN-CRU-CUOTA.
008780     MOVE WS-GRP-FEC-PAGO     TO LIN-CRU-FEC-PAGO.
008790     MOVE WS-GRP-IMP-PAGO     TO LIN-CRU-IMPORTE.
008800     MOVE WS-ACT-NRO-RECIBO   TO LIN-CRU-RECIBO.
008810     MOVE WS-LIN-CRUCE        TO REG-RPT-CSR.
008820     WRITE REG-RPT-CSR.
008830 2900-EXIT.
008840     EXIT.

008850******************************************************************
008860* 3000-REPORTAR-PENDIENTES - RECORRE PAGCHRPD Y LISTA LOS
008870*                            RECHAZOS TODAVIA NO RESUELTOS CON
008880*                            SU ANTIGUEDAD EN DIAS
008890******************************************************************
008900 3000-REPORTAR-PENDIENTES.
008910     MOVE WS-LIN-TIT-PENDIENTES TO REG-RPT-CSR.
008920     WRITE REG-RPT-CSR.
008930     MOVE WS-LIN-ENC-PENDIENTES TO REG-RPT-CSR.
008940     WRITE REG-RPT-CSR.
008950     MOVE LOW-VALUES TO RPD-LLAVE-PRIMARIA.
008960     START PAGCHRPD KEY IS NOT LESS THAN RPD-LLAVE-PRIMARIA
008970         INVALID KEY
008980             GO TO 3000-EXIT
008990     END-START.
009000     PERFORM 3100-LISTAR-PENDIENTE THRU 3100-EXIT
009010         UNTIL WS-FIN-RPD.
009020 3000-EXIT.
009030     EXIT.

009040******************************************************************
009050* 3100-LISTAR-PENDIENTE
009060******************************************************************
009070 3100-LISTAR-PENDIENTE.
009080     READ PAGCHRPD NEXT RECORD
009090         AT END
009100             SET WS-FIN-RPD TO TRUE
009110             GO TO 3100-EXIT
009120     END-READ.
009130     IF NOT RPD-PENDIENTE
009140         GO TO 3100-EXIT
009150     END-IF.
009160     ADD 1 TO WS-CNT-PENDIENTES.
009170     ADD RPD-IMP-PAGO TO WS-IMP-PENDIENTES.
009180     MOVE 0 TO WS-DIAS-ANTIGUEDAD.
009190     IF RPD-FEC-RECHAZO NUMERIC
009200         MOVE RPD-FEC-RECHAZO TO WS-FEC-TRA-NUM
009210         PERFORM 2210-CONVIERTE-DIAS THRU 2210-EXIT
009220         COMPUTE WS-DIAS-ANTIGUEDAD = WS-JDN-HOY - WS-JDN-RESULT
009230     END-IF.
009240     IF WS-DIAS-ANTIGUEDAD > WS-DIAS-MAX-ANTIGUEDAD
009250         MOVE WS-DIAS-ANTIGUEDAD TO WS-DIAS-MAX-ANTIGUEDAD
009260     END-IF.
009270     MOVE RPD-COD-EMPRESA    TO LIN-PEN-EMPRESA.
009280     MOVE RPD-COD-SERVICIO   TO LIN-PEN-SERVICIO.
009290     MOVE RPD-COD-DEUDOR     TO LIN-PEN-DEUDOR.
009300     MOVE RPD-COD-CUOTA      TO LIN-PEN-CUOTA.
009310     MOVE RPD-FEC-PAGO       TO LIN-PEN-FEC-PAGO.
009320     MOVE RPD-NRO-RECIBO     TO LIN-PEN-RECIBO.
009330     MOVE RPD-IMP-PAGO       TO LIN-PEN-IMPORTE.
009340     MOVE RPD-COD-MOTIVO     TO LIN-PEN-MOTIVO.
009350     MOVE RPD-FEC-RECHAZO    TO LIN-PEN-FEC-RECHAZO.
009360     MOVE RPD-COD-OFICINA    TO LIN-PEN-OFICINA.
009370     MOVE RPD-COD-OPERADOR   TO LIN-PEN-OPERADOR.
009380     MOVE WS-DIAS-ANTIGUEDAD TO LIN-PEN-DIAS.
009390     MOVE WS-LIN-PENDIENTE   TO REG-RPT-CSR.
009400     WRITE REG-RPT-CSR.
009410 3100-EXIT.
009420     EXIT.

009430******************************************************************
009440* 8000-TERMINAR - TOTALES DE CONTROL Y CIERRE
009450******************************************************************
009460 8000-TERMINAR.
009470     IF WS-ABORTAR
009480         IF WS-ARCHIVOS-ABIERTOS
009490             CLOSE PAGCHRPD
009500         END-IF
009510         CLOSE PAGCHCSR-RPT
009520         GO TO 8000-EXIT
009530     END-IF.
009540     MOVE SPACES TO REG-RPT-CSR.
009550     WRITE REG-RPT-CSR.
009560     MOVE "PAGOS ENVIADOS EN PAGCHSAL         :"
009570                                  TO WS-LIN-TOTAL.
009580     MOVE WS-CNT-ENVIADOS         TO LIN-TOT-CANTIDAD.
009590     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
009600     MOVE "DETALLES RECIBIDOS EN PAGCHRES     :"
009610                                  TO WS-LIN-TOTAL.
009620     MOVE WS-CNT-RESPUESTAS       TO LIN-TOT-CANTIDAD.
009630     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
009640     MOVE "PAGOS APLICADOS                    :"
009650                                  TO WS-LIN-TOTAL.
009660     MOVE WS-CNT-APLICADOS        TO LIN-TOT-CANTIDAD.
009670     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
009680     MOVE "PAGOS RECHAZADOS                   :"
009690                                  TO WS-LIN-TOTAL.
009700     MOVE WS-CNT-RECHAZADOS       TO LIN-TOT-CANTIDAD.
009710     MOVE "  IMPORTE :"           TO WS-LIN-TOTAL (44:11).
009720     MOVE WS-IMP-RECHAZADOS       TO LIN-TOT-IMPORTE.
009730     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
009740     MOVE "PAGOS ENVIADOS SIN RESPUESTA       :"
009750                                  TO WS-LIN-TOTAL.
009760     MOVE WS-CNT-SIN-RESPUESTA    TO LIN-TOT-CANTIDAD.
009770     MOVE "  IMPORTE :"           TO WS-LIN-TOTAL (44:11).
009780     MOVE WS-IMP-SIN-RESPUESTA    TO LIN-TOT-IMPORTE.
009790     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
009800     MOVE "RESPUESTAS DE PAGOS NO ENVIADOS    :"
009810                                  TO WS-LIN-TOTAL.
009820     MOVE WS-CNT-NO-ENVIADOS      TO LIN-TOT-CANTIDAD.
009830     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
009840     MOVE "ENVIADOS SIN RECIBO EN PAGCHDET    :"
009850                                  TO WS-LIN-TOTAL.
009860     MOVE WS-CNT-SIN-RECIBO       TO LIN-TOT-CANTIDAD.
009870     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
009880     MOVE "RECHAZOS YA REGISTRADOS EN PAGCHRPD:"
009890                                  TO WS-LIN-TOTAL.
009900     MOVE WS-CNT-YA-PENDIENTES    TO LIN-TOT-CANTIDAD.
009910     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
009920     MOVE "PENDIENTES DE RESOLUCION           :"
009930                                  TO WS-LIN-TOTAL.
009940     MOVE WS-CNT-PENDIENTES       TO LIN-TOT-CANTIDAD.
009950     MOVE "  IMPORTE :"           TO WS-LIN-TOTAL (44:11).
009960     MOVE WS-IMP-PENDIENTES       TO LIN-TOT-IMPORTE.
009970     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
009980     MOVE WS-DIAS-MAX-ANTIGUEDAD  TO LIN-MAX-DIAS.
009990     MOVE WS-LIN-MAX-ANTIGUEDAD   TO REG-RPT-CSR.
010000     WRITE REG-RPT-CSR.
010010     CLOSE PAGCHRPD.
010020     CLOSE PAGCHCSR-RPT.
010030 8000-EXIT.
010040     EXIT.

010050******************************************************************
010060* 8100-LINEA-TOTAL - EMITE UNA LINEA DE TOTALES (SIN IMPORTE
010070*                    CUANDO NO SE CARGO)
010080******************************************************************
010090 8100-LINEA-TOTAL.
010100     MOVE WS-LIN-TOTAL TO REG-RPT-CSR.
010110     WRITE REG-RPT-CSR.
010120 8100-EXIT.
010130     EXIT.

010140******************************************************************
010150* 8900-CERRAR-PASO - DEJA EL PASO TERMINADO, O CANCELADO SI EL
010160*                    PROCESO ABORTO, CON SUS CIFRAS DE CONTROL
010170*                    EN PAGCHCTL
010180******************************************************************
010190 8900-CERRAR-PASO.
010200     IF NOT WS-PASO-INICIADO
010210         GO TO 8900-EXIT
010220     END-IF.
010230     MOVE WS-CNT-RESPUESTAS TO CTR-CNT-LEIDOS.
010240     MOVE WS-CNT-APLICADOS  TO CTR-CNT-PROCESADOS.
010250     MOVE WS-VAL-IMPORTE    TO CTR-IMP-CONTROL.
010260     IF WS-ABORTAR
010270         SET CTR-CANCELA TO TRUE
010280         MOVE 16 TO CTR-COD-RETORNO-PASO
010290     ELSE
010300         SET CTR-FIN TO TRUE
010310         MOVE 0 TO CTR-COD-RETORNO-PASO
010320     END-IF.
010330     CALL "PAGCHCTR" USING REG-CTR-CONTROL-PASO.
010340     IF NOT CTR-OK
010350         MOVE CTR-MENSAJE TO LIN-CTL-MOTIVO
010360         MOVE WS-LIN-CONTROL-PASO TO REG-RPT-CSR
010370         WRITE REG-RPT-CSR
010380         SET WS-ABORTAR TO TRUE
010390     END-IF.
010400 8900-EXIT.
010410     EXIT.
