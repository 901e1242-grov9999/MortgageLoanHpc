000010******************************************************************
000020* RI0113 15/10/26 LMGZ PROGRAMA INICIAL - RECUPERACION HACIA
000030*                      ADELANTE DEL MAESTRO PAGCHPEN DESDE UN
000040*                      RESPALDO MAS EL DIARIO DE IMAGENES PAGCHJNL
000050******************************************************************
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID.     PAGCHRCP.
000080 AUTHOR.         L. GOMEZ ZUNIGA.
000090 INSTALLATION.   PAGOACTIVO - AREA DE SISTEMAS.
000100 DATE-WRITTEN.   15/10/2026.
000110 DATE-COMPILED.

000120*=================================================================
000130* PROPOSITO : UTILITARIO BATCH QUE RECONSTRUYE EL MAESTRO DE
000140*             CUOTAS PENDIENTES PAGCHPEN CUANDO SE PIERDE O SE
000150*             DANA. CARGA EN UN PAGCHPEN VACIO EL RESPALDO
000160*             PAGCHBKP (DESCARGA SECUENCIAL DEL MAESTRO EN ORDEN
000170*             DE LLAVE) Y LUEGO APLICA HACIA ADELANTE, EN EL
000180*             ORDEN EN QUE SE GRABARON, LOS REGISTROS DEL DIARIO
000190*             PAGCHJNL QUE DEJAN PAGCHIPO, PAGCHMOR, PAGCHREV Y
000200*             PAGCHARC (VER PAGCHJNL). RECIBE POR SYSIN UNA
000210*             TARJETA CON LA FECHA Y HORA DEL RESPALDO (LOS
000220*             REGISTROS DEL DIARIO HASTA ESE MOMENTO YA ESTAN EN
000230*             EL RESPALDO Y SE SALTAN) Y LA FECHA Y HORA HASTA
000240*             LA QUE SE RECUPERA (LOS POSTERIORES NO SE APLICAN).
000250*             FECHAS EN BLANCO DEJAN EL EXTREMO ABIERTO Y HORAS
000260*             EN BLANCO TOMAN EL INICIO O EL FIN DEL DIA. ANTES
000270*             DE APLICAR CADA CAMBIO COMPARA LA CUOTA TAL COMO
000280*             ESTA CON LA IMAGEN ANTERIOR DEL DIARIO Y REPORTA
000290*             CADA DIFERENCIA (ALTA DE UNA CUOTA QUE YA EXISTE,
000300*             CAMBIO O BAJA DE UNA QUE NO EXISTE O QUE NO
000310*             COINCIDE); AUN ASI LA CUOTA QUEDA CON LA IMAGEN
000320*             POSTERIOR DEL DIARIO. EMITE TOTALES DE CONTROL.
000330*             EL MAESTRO SE ABRE EN OUTPUT: SE CORRE SOLO CON
000340*             LA CADENA DETENIDA Y SOBRE UN PAGCHPEN A REPONER.
000350*=================================================================
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.    IBM-370.
000390 OBJECT-COMPUTER.    IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PAGCHBKP ASSIGN TO PAGCHBKP
000430         ORGANIZATION IS SEQUENTIAL
000440         ACCESS MODE IS SEQUENTIAL
000450         FILE STATUS IS WS-FS-PAGCHBKP.
000460     SELECT PAGCHJNL ASSIGN TO PAGCHJNL
000470         ORGANIZATION IS SEQUENTIAL
000480         ACCESS MODE IS SEQUENTIAL
000490         FILE STATUS IS WS-FS-PAGCHJNL.
000500     SELECT PAGCHPEN ASSIGN TO PAGCHPEN
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS MAE-LLAVE-PRIMARIA
000540         ALTERNATE RECORD KEY IS MAE-LLAVE-DOCUMENTO
000550             WITH DUPLICATES
000560         FILE STATUS IS WS-FS-PAGCHPEN.
000570     SELECT PAGCHRCP-RPT ASSIGN TO PAGCHRCP
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-FS-PAGCHRCP.

000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  PAGCHBKP
000630     LABEL RECORDS ARE STANDARD.
000640*    TRAZADO DE REG-MAE-PEND-HIPOTECARIO
000650 01  REG-BKP-MAESTRO              PIC X(395).
000660 FD  PAGCHJNL
000670     LABEL RECORDS ARE STANDARD.
000680     COPY "PAGCHJNL.cpy".
000690 FD  PAGCHPEN
000700     LABEL RECORDS ARE STANDARD.
000710     COPY "PAGCHMAE.cpy".
000720 FD  PAGCHRCP-RPT
000730     LABEL RECORDS ARE STANDARD.
000740 01  REG-RPT-RCP                  PIC X(132).

000750 WORKING-STORAGE SECTION.
000760*-----------------------------------------------------------------
000770* SWITCHES Y CONTADORES
000780*-----------------------------------------------------------------
000790 77  WS-FS-PAGCHBKP               PIC X(02) VALUE "00".
000800 77  WS-FS-PAGCHJNL               PIC X(02) VALUE "00".
000810 77  WS-FS-PAGCHPEN               PIC X(02) VALUE "00".
000820 77  WS-FS-PAGCHRCP               PIC X(02) VALUE "00".
000830 77  WS-FLAG-FIN-PAGCHBKP         PIC X(01) VALUE "N".
000840     88 WS-FIN-PAGCHBKP           VALUE "S".
000850 77  WS-FLAG-FIN-PAGCHJNL         PIC X(01) VALUE "N".
000860     88 WS-FIN-PAGCHJNL           VALUE "S".
000870 77  WS-FLAG-ABORTAR              PIC X(01) VALUE "N".
000880     88 WS-ABORTAR                VALUE "S".
000890 77  WS-FLAG-EXISTE               PIC X(01) VALUE "N".
000900     88 WS-EXISTE                 VALUE "S".
000910 77  WS-FLAG-ERROR-GRABA          PIC X(01) VALUE "N".
000920     88 WS-ERROR-GRABA            VALUE "S".
000930 77  WS-FECHA-SISTEMA             PIC 9(08).
000940 77  WS-CNT-RESPALDO              PIC 9(09) VALUE 0.
000950 77  WS-CNT-RESP-RECHAZADOS       PIC 9(09) VALUE 0.
000960 77  WS-CNT-DIARIO                PIC 9(09) VALUE 0.
000970 77  WS-CNT-EN-RESPALDO           PIC 9(09) VALUE 0.
000980 77  WS-CNT-POSTERIORES           PIC 9(09) VALUE 0.
000990 77  WS-CNT-APLICADOS             PIC 9(09) VALUE 0.
001000 77  WS-CNT-DIFERENCIAS           PIC 9(09) VALUE 0.
001010 77  WS-CNT-ERRORES               PIC 9(09) VALUE 0.
001020*-----------------------------------------------------------------
001030* TARJETA DE PARAMETROS RECIBIDA POR SYSIN
001040*-----------------------------------------------------------------
001050 01  WS-PARM-RECUPERACION.
001060*    MOMENTO EN QUE SE TOMO EL RESPALDO (AAAAMMDD HHMMSSCC)
001070     05  WS-PARM-FEC-RESPALDO     PIC X(08).
001080     05  WS-PARM-HOR-RESPALDO     PIC X(08).
001090*    MOMENTO HASTA EL QUE SE RECUPERA (AAAAMMDD HHMMSSCC)
001100     05  WS-PARM-FEC-HASTA        PIC X(08).
001110     05  WS-PARM-HOR-HASTA        PIC X(08).
001120*-----------------------------------------------------------------
001130* MARCAS DE FECHA+HORA PARA UBICAR CADA REGISTRO DEL DIARIO
001140*-----------------------------------------------------------------
001150 01  WS-MARCA-RESPALDO.
001160     05  WS-MRE-FECHA             PIC X(08).
001170     05  WS-MRE-HORA              PIC X(08).
001180 01  WS-MARCA-HASTA.
001190     05  WS-MHA-FECHA             PIC X(08).
001200     05  WS-MHA-HORA              PIC X(08).
001210 01  WS-MARCA-DIARIO.
001220     05  WS-MDI-FECHA             PIC X(08).
001230     05  WS-MDI-HORA              PIC X(08).
001240*-----------------------------------------------------------------
001250* LLAVE DE LA CUOTA DEL REGISTRO DEL DIARIO EN PROCESO
001260*-----------------------------------------------------------------
001270 01  WS-LLAVE-DIARIO.
001280     05  WS-LLD-EMPRESA           PIC 9(03).
001290     05  WS-LLD-SERVICIO          PIC 9(02).
001300     05  WS-LLD-DEUDOR            PIC X(20).
001310     05  WS-LLD-CUOTA             PIC X(08).
001320*-----------------------------------------------------------------
001330* LINEAS DE REPORTE
001340*-----------------------------------------------------------------
001350 01  WS-LIN-TITULO.
001360     05  FILLER                  PIC X(42) VALUE
001370         "RECUPERACION DEL MAESTRO PAGCHPEN (DIARIO)".
001380     05  FILLER                  PIC X(17) VALUE
001390         "  FECHA PROCESO :".
001400     05  FILLER                  PIC X(01) VALUE SPACES.
001410     05  LIN-TIT-FECHA           PIC 9(08).
001420 01  WS-LIN-PARAMETROS.
001430     05  FILLER                  PIC X(17) VALUE
001440         "RESPALDO TOMADO :".
001450     05  FILLER                  PIC X(01) VALUE SPACES.
001460     05  LIN-PAR-FEC-RESPALDO    PIC X(08).
001470     05  FILLER                  PIC X(01) VALUE SPACES.
001480     05  LIN-PAR-HOR-RESPALDO    PIC X(08).
001490     05  FILLER                  PIC X(16) VALUE
001500         "   RECUPERA AL :".
001510     05  FILLER                  PIC X(01) VALUE SPACES.
001520     05  LIN-PAR-FEC-HASTA       PIC X(08).
001530     05  FILLER                  PIC X(01) VALUE SPACES.
001540     05  LIN-PAR-HOR-HASTA       PIC X(08).
001550 01  WS-LIN-ERROR.
001560     05  FILLER                  PIC X(47) VALUE
001570         "TARJETA INVALIDA: FECHAS Y HORAS DEBEN SER NUME".
001580     05  FILLER                  PIC X(18) VALUE
001590         "RICAS O EN BLANCO".
001600 01  WS-LIN-ABORTO.
001610     05  FILLER                  PIC X(19) VALUE
001620         "PROCESO CANCELADO :".
001630     05  FILLER                  PIC X(01) VALUE SPACES.
001640     05  LIN-ABO-MOTIVO          PIC X(40).
001650 01  WS-LIN-DETALLE.
001660     05  FILLER                  PIC X(02) VALUE SPACES.
001670     05  LIN-DET-FECHA           PIC X(08).
001680     05  FILLER                  PIC X(01) VALUE SPACES.
001690     05  LIN-DET-HORA            PIC X(08).
001700     05  FILLER                  PIC X(01) VALUE SPACES.
001710     05  LIN-DET-PROGRAMA        PIC X(08).
001720     05  FILLER                  PIC X(01) VALUE SPACES.
001730     05  LIN-DET-TIPO            PIC X(01).
001740     05  FILLER                  PIC X(01) VALUE SPACES.
001750     05  LIN-DET-EMPRESA         PIC 9(03).
001760     05  FILLER                  PIC X(01) VALUE SPACES.
001770     05  LIN-DET-SERVICIO        PIC 9(02).
001780     05  FILLER                  PIC X(01) VALUE SPACES.
001790     05  LIN-DET-DEUDOR          PIC X(20).
001800     05  FILLER                  PIC X(01) VALUE SPACES.
001810     05  LIN-DET-CUOTA           PIC X(08).
001820     05  FILLER                  PIC X(01) VALUE SPACES.
001830     05  LIN-DET-MOTIVO          PIC X(44).
001840 01  WS-LIN-RESPALDO.
001850     05  FILLER                  PIC X(30) VALUE
001860         "CUOTAS CARGADAS DEL RESPALDO :".
001870     05  LIN-RES-CANTIDAD        PIC ZZZ,ZZZ,ZZ9.
001880 01  WS-LIN-RESP-RECHAZADOS.
001890     05  FILLER                  PIC X(30) VALUE
001900         "RECHAZADAS DEL RESPALDO      :".
001910     05  LIN-REC-CANTIDAD        PIC ZZZ,ZZZ,ZZ9.
001920 01  WS-LIN-DIARIO.
001930     05  FILLER                  PIC X(30) VALUE
001940         "REGISTROS LEIDOS DEL DIARIO  :".
001950     05  LIN-DIA-CANTIDAD        PIC ZZZ,ZZZ,ZZ9.
001960 01  WS-LIN-EN-RESPALDO.
001970     05  FILLER                  PIC X(30) VALUE
001980         "YA INCLUIDOS EN EL RESPALDO  :".
001990     05  LIN-ENR-CANTIDAD        PIC ZZZ,ZZZ,ZZ9.
002000 01  WS-LIN-POSTERIORES.
002010     05  FILLER                  PIC X(30) VALUE
002020         "POSTERIORES AL CORTE         :".
002030     05  LIN-POS-CANTIDAD        PIC ZZZ,ZZZ,ZZ9.
002040 01  WS-LIN-APLICADOS.
002050     05  FILLER                  PIC X(30) VALUE
002060         "CAMBIOS APLICADOS            :".
002070     05  LIN-APL-CANTIDAD        PIC ZZZ,ZZZ,ZZ9.
002080 01  WS-LIN-DIFERENCIAS.
002090     05  FILLER                  PIC X(30) VALUE
002100         "DIFERENCIAS CON EL DIARIO    :".
002110     05  LIN-DIF-CANTIDAD        PIC ZZZ,ZZZ,ZZ9.
002120 01  WS-LIN-ERRORES.
002130     05  FILLER                  PIC X(30) VALUE
002140         "ERRORES DE GRABACION         :".
002150     05  LIN-ERR-CANTIDAD        PIC ZZZ,ZZZ,ZZ9.

002160 PROCEDURE DIVISION.

002170******************************************************************
002180* 0000-MAINLINE
002190******************************************************************
002200 0000-MAINLINE.
002210     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002220     IF NOT WS-ABORTAR
002230         PERFORM 2000-CARGAR-RESPALDO THRU 2000-EXIT
002240     END-IF.
002250     IF NOT WS-ABORTAR
002260         PERFORM 3000-APLICAR-DIARIO THRU 3000-EXIT
002270     END-IF.
002280     IF WS-ABORTAR
002290         MOVE 16 TO RETURN-CODE
002300     END-IF.
002310     PERFORM 8000-TERMINAR THRU 8000-EXIT.
002320     STOP RUN.

002330******************************************************************
002340* 1000-INICIALIZAR - ABRE EL REPORTE, VALIDA LA TARJETA Y ARMA
002350*                    LAS MARCAS DEL RESPALDO Y DEL CORTE
002360******************************************************************
002370 1000-INICIALIZAR.
002380     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
002390     OPEN OUTPUT PAGCHRCP-RPT.
002400     MOVE WS-FECHA-SISTEMA TO LIN-TIT-FECHA.
002410     MOVE WS-LIN-TITULO TO REG-RPT-RCP.
002420     WRITE REG-RPT-RCP.
002430     MOVE SPACES TO WS-PARM-RECUPERACION.
002440     ACCEPT WS-PARM-RECUPERACION.
002450     IF (WS-PARM-FEC-RESPALDO NOT = SPACES
002460         AND WS-PARM-FEC-RESPALDO NOT NUMERIC)
002470     OR (WS-PARM-HOR-RESPALDO NOT = SPACES
002480         AND WS-PARM-HOR-RESPALDO NOT NUMERIC)
002490     OR (WS-PARM-FEC-HASTA NOT = SPACES
002500         AND WS-PARM-FEC-HASTA NOT NUMERIC)
002510     OR (WS-PARM-HOR-HASTA NOT = SPACES
002520         AND WS-PARM-HOR-HASTA NOT NUMERIC)
002530         MOVE WS-LIN-ERROR TO REG-RPT-RCP
002540         WRITE REG-RPT-RCP
002550         SET WS-ABORTAR TO TRUE
002560         GO TO 1000-EXIT
002570     END-IF.
002580     MOVE WS-PARM-FEC-RESPALDO TO LIN-PAR-FEC-RESPALDO.
002590     MOVE WS-PARM-HOR-RESPALDO TO LIN-PAR-HOR-RESPALDO.
002600     MOVE WS-PARM-FEC-HASTA    TO LIN-PAR-FEC-HASTA.
002610     MOVE WS-PARM-HOR-HASTA    TO LIN-PAR-HOR-HASTA.
002620     MOVE WS-LIN-PARAMETROS    TO REG-RPT-RCP.
002630     WRITE REG-RPT-RCP.
002640*    SIN FECHA DE RESPALDO SE APLICA TODO EL DIARIO; SIN HORA SE
002650*    TOMA EL INICIO DEL DIA
002660     IF WS-PARM-FEC-RESPALDO = SPACES
002670         MOVE LOW-VALUES TO WS-MARCA-RESPALDO
002680     ELSE
002690         MOVE WS-PARM-FEC-RESPALDO TO WS-MRE-FECHA
002700         MOVE WS-PARM-HOR-RESPALDO TO WS-MRE-HORA
002710         IF WS-PARM-HOR-RESPALDO = SPACES
002720             MOVE "00000000" TO WS-MRE-HORA
002730         END-IF
002740     END-IF.
002750*    SIN FECHA DE CORTE SE LLEGA AL FINAL DEL DIARIO; SIN HORA SE
002760*    TOMA EL FIN DEL DIA
002770     IF WS-PARM-FEC-HASTA = SPACES
002780         MOVE HIGH-VALUES TO WS-MARCA-HASTA
002790     ELSE
002800         MOVE WS-PARM-FEC-HASTA TO WS-MHA-FECHA
002810         MOVE WS-PARM-HOR-HASTA TO WS-MHA-HORA
002820         IF WS-PARM-HOR-HASTA = SPACES
002830             MOVE "99999999" TO WS-MHA-HORA
002840         END-IF
002850     END-IF.
002860 1000-EXIT.
002870     EXIT.

002880******************************************************************
002890* 1090-CANCELAR - EMITE EL MOTIVO DE LA CANCELACION
002900******************************************************************
002910 1090-CANCELAR.
002920     MOVE WS-LIN-ABORTO TO REG-RPT-RCP.
002930     WRITE REG-RPT-RCP.
002940     SET WS-ABORTAR TO TRUE.
002950 1090-EXIT.
002960     EXIT.

002970******************************************************************
002980* 2000-CARGAR-RESPALDO - CREA EL MAESTRO VACIO Y LO CARGA CON
002990*                        EL RESPALDO PAGCHBKP; LUEGO LO DEJA
003000*                        ABIERTO EN I-O PARA APLICAR EL DIARIO
003010******************************************************************
003020 2000-CARGAR-RESPALDO.
003030     OPEN INPUT PAGCHBKP.
003040     IF WS-FS-PAGCHBKP NOT = "00"
003050         MOVE "ERROR ABRIENDO PAGCHBKP" TO LIN-ABO-MOTIVO
003060         PERFORM 1090-CANCELAR THRU 1090-EXIT
003070         GO TO 2000-EXIT
003080     END-IF.
003090     OPEN OUTPUT PAGCHPEN.
003100     IF WS-FS-PAGCHPEN NOT = "00"
003110         MOVE "ERROR CREANDO PAGCHPEN" TO LIN-ABO-MOTIVO
003120         PERFORM 1090-CANCELAR THRU 1090-EXIT
003130         CLOSE PAGCHBKP
003140         GO TO 2000-EXIT
003150     END-IF.
003160     PERFORM 2100-CARGAR-CUOTA THRU 2100-EXIT
003170         UNTIL WS-FIN-PAGCHBKP.
003180     CLOSE PAGCHBKP PAGCHPEN.
003190     OPEN I-O PAGCHPEN.
003200     IF WS-FS-PAGCHPEN NOT = "00"
003210         MOVE "ERROR ABRIENDO PAGCHPEN" TO LIN-ABO-MOTIVO
003220         PERFORM 1090-CANCELAR THRU 1090-EXIT
003230     END-IF.
003240 2000-EXIT.
003250     EXIT.

003260******************************************************************
003270* 2100-CARGAR-CUOTA - LEE UNA CUOTA DEL RESPALDO Y LA GRABA EN
003280*                     EL MAESTRO; UNA LLAVE DUPLICADA O FUERA DE
003290*                     ORDEN SE REPORTA Y NO SE CARGA
003300******************************************************************
003310 2100-CARGAR-CUOTA.
003320     READ PAGCHBKP
003330         AT END
003340             SET WS-FIN-PAGCHBKP TO TRUE
003350             GO TO 2100-EXIT
003360     END-READ.
003370     MOVE REG-BKP-MAESTRO TO REG-MAE-PEND-HIPOTECARIO.
003380     WRITE REG-MAE-PEND-HIPOTECARIO
003390         INVALID KEY
003400             ADD 1 TO WS-CNT-RESP-RECHAZADOS
003410             MOVE SPACES             TO WS-LIN-DETALLE
003420             MOVE "RESPALDO"         TO LIN-DET-PROGRAMA
003430             MOVE MAE-COD-EMPRESA    TO LIN-DET-EMPRESA
003440             MOVE MAE-COD-SERVICIO   TO LIN-DET-SERVICIO
003450             MOVE MAE-COD-DEUDOR     TO LIN-DET-DEUDOR
003460             MOVE MAE-COD-CUOTA      TO LIN-DET-CUOTA
003470             MOVE "LLAVE DUPLICADA O FUERA DE ORDEN, NO CARGADA"
003480                                     TO LIN-DET-MOTIVO
003490             MOVE WS-LIN-DETALLE     TO REG-RPT-RCP
003500             WRITE REG-RPT-RCP
003510             GO TO 2100-EXIT
003520     END-WRITE.
003530     ADD 1 TO WS-CNT-RESPALDO.
003540 2100-EXIT.
003550     EXIT.

003560******************************************************************
003570* 3000-APLICAR-DIARIO - RECORRE EL DIARIO PAGCHJNL EN EL ORDEN
003580*                       EN QUE SE GRABO Y APLICA AL MAESTRO CADA
003590*                       CAMBIO POSTERIOR AL RESPALDO Y NO
003600*                       POSTERIOR AL CORTE
003610******************************************************************
003620 3000-APLICAR-DIARIO.
003630     OPEN INPUT PAGCHJNL.
003640     IF WS-FS-PAGCHJNL NOT = "00"
003650         MOVE "ERROR ABRIENDO PAGCHJNL" TO LIN-ABO-MOTIVO
003660         PERFORM 1090-CANCELAR THRU 1090-EXIT
003670         CLOSE PAGCHPEN
003680         GO TO 3000-EXIT
003690     END-IF.
003700     PERFORM 3100-PROCESAR-DIARIO THRU 3100-EXIT
003710         UNTIL WS-FIN-PAGCHJNL.
003720     CLOSE PAGCHJNL PAGCHPEN.
003730 3000-EXIT.
003740     EXIT.

003750******************************************************************
003760* 3100-PROCESAR-DIARIO - LEE UN REGISTRO DEL DIARIO, DESCARTA LOS
003770*                        QUE YA ESTAN EN EL RESPALDO O PASAN EL
003780*                        CORTE, Y APLICA EL RESTO SEGUN SU TIPO
003790******************************************************************
003800 3100-PROCESAR-DIARIO.
003810     READ PAGCHJNL
003820         AT END
003830             SET WS-FIN-PAGCHJNL TO TRUE
003840             GO TO 3100-EXIT
003850     END-READ.
003860     ADD 1 TO WS-CNT-DIARIO.
003870     MOVE JNL-FEC-MOVIMIENTO TO WS-MDI-FECHA.
003880     MOVE JNL-HOR-MOVIMIENTO TO WS-MDI-HORA.
003890     IF WS-MARCA-DIARIO NOT > WS-MARCA-RESPALDO
003900         ADD 1 TO WS-CNT-EN-RESPALDO
003910         GO TO 3100-EXIT
003920     END-IF.
003930*    EL DIARIO SE LEE HASTA EL FINAL: PROGRAMAS QUE CORREN A LA
003940*    VEZ PUEDEN DEJAR REGISTROS CON LA HORA LIGERAMENTE FUERA DE
003950*    ORDEN, Y CADA UNO SE DESCARTA POR SU PROPIA MARCA
003960     IF WS-MARCA-DIARIO > WS-MARCA-HASTA
003970         ADD 1 TO WS-CNT-POSTERIORES
003980         GO TO 3100-EXIT
003990     END-IF.
004000     MOVE JNL-LLAVE-MAESTRO TO WS-LLAVE-DIARIO.
004010     MOVE JNL-LLAVE-MAESTRO TO MAE-LLAVE-PRIMARIA.
004020     MOVE "S" TO WS-FLAG-EXISTE.
004030     READ PAGCHPEN
004040         INVALID KEY
004050             MOVE "N" TO WS-FLAG-EXISTE
004060     END-READ.
004070     EVALUATE TRUE
004080         WHEN JNL-ALTA
004090             PERFORM 3200-APLICAR-ALTA THRU 3200-EXIT
004100         WHEN JNL-CAMBIO
004110             PERFORM 3300-APLICAR-CAMBIO THRU 3300-EXIT
004120         WHEN JNL-BAJA
004130             PERFORM 3400-APLICAR-BAJA THRU 3400-EXIT
004140         WHEN OTHER
004150             ADD 1 TO WS-CNT-ERRORES
004160             MOVE "TIPO DE OPERACION INVALIDO, NO SE APLICA"
004170                                 TO LIN-DET-MOTIVO
004180             PERFORM 3500-LINEA-DETALLE THRU 3500-EXIT
004190     END-EVALUATE.
004200 3100-EXIT.
004210     EXIT.

004220******************************************************************
004230* 3200-APLICAR-ALTA - LA CUOTA NO DEBERIA EXISTIR; SI EXISTE SE
004240*                     REPORTA Y SE REEMPLAZA POR LA DEL DIARIO
004250******************************************************************
004260 3200-APLICAR-ALTA.
004270     IF WS-EXISTE
004280         ADD 1 TO WS-CNT-DIFERENCIAS
004290         MOVE "ALTA DE UNA CUOTA QUE YA EXISTE EN PAGCHPEN"
004300                             TO LIN-DET-MOTIVO
004310         PERFORM 3500-LINEA-DETALLE THRU 3500-EXIT
004320     END-IF.
004330     PERFORM 3600-GRABAR-POSTERIOR THRU 3600-EXIT.
004340 3200-EXIT.
004350     EXIT.

004360******************************************************************
004370* 3300-APLICAR-CAMBIO - LA CUOTA DEBE EXISTIR Y COINCIDIR CON LA
004380*                       IMAGEN ANTERIOR DEL DIARIO; CUALQUIER
004390*                       DIFERENCIA SE REPORTA Y LA CUOTA QUEDA
004400*                       CON LA IMAGEN POSTERIOR
004410******************************************************************
004420 3300-APLICAR-CAMBIO.
004430     IF NOT WS-EXISTE
004440         ADD 1 TO WS-CNT-DIFERENCIAS
004450         MOVE "CAMBIO DE CUOTA QUE NO EXISTE EN PAGCHPEN"
004460                             TO LIN-DET-MOTIVO
004470         PERFORM 3500-LINEA-DETALLE THRU 3500-EXIT
004480         PERFORM 3600-GRABAR-POSTERIOR THRU 3600-EXIT
004490         GO TO 3300-EXIT
004500     END-IF.
004510     IF REG-MAE-PEND-HIPOTECARIO NOT = JNL-IMG-ANTERIOR
004520         ADD 1 TO WS-CNT-DIFERENCIAS
004530         MOVE "LA CUOTA NO COINCIDE CON LA IMAGEN ANTERIOR"
004540                             TO LIN-DET-MOTIVO
004550         PERFORM 3500-LINEA-DETALLE THRU 3500-EXIT
004560     END-IF.
004570     PERFORM 3600-GRABAR-POSTERIOR THRU 3600-EXIT.
004580 3300-EXIT.
004590     EXIT.

004600******************************************************************
004610* 3400-APLICAR-BAJA - LA CUOTA DEBE EXISTIR Y COINCIDIR CON LA
004620*                     IMAGEN ANTERIOR DEL DIARIO ANTES DE BORRARLA
004630******************************************************************
004640 3400-APLICAR-BAJA.
004650     IF NOT WS-EXISTE
004660         ADD 1 TO WS-CNT-DIFERENCIAS
004670         MOVE "BAJA DE UNA CUOTA QUE NO EXISTE EN PAGCHPEN"
004680                             TO LIN-DET-MOTIVO
004690         PERFORM 3500-LINEA-DETALLE THRU 3500-EXIT
004700         GO TO 3400-EXIT
004710     END-IF.
004720     IF REG-MAE-PEND-HIPOTECARIO NOT = JNL-IMG-ANTERIOR
004730         ADD 1 TO WS-CNT-DIFERENCIAS
004740         MOVE "LA CUOTA NO COINCIDE CON LA IMAGEN ANTERIOR"
004750                             TO LIN-DET-MOTIVO
004760         PERFORM 3500-LINEA-DETALLE THRU 3500-EXIT
004770     END-IF.
004780     DELETE PAGCHPEN
004790         INVALID KEY
004800             ADD 1 TO WS-CNT-ERRORES
004810             MOVE "ERROR ELIMINANDO LA CUOTA DE PAGCHPEN"
004820                                 TO LIN-DET-MOTIVO
004830             PERFORM 3500-LINEA-DETALLE THRU 3500-EXIT
004840             GO TO 3400-EXIT
004850     END-DELETE.
004860     ADD 1 TO WS-CNT-APLICADOS.
004870 3400-EXIT.
004880     EXIT.

004890******************************************************************
004900* 3500-LINEA-DETALLE - REPORTA EL REGISTRO DEL DIARIO EN PROCESO
004910*                      CON EL MOTIVO QUE QUEDO EN LIN-DET-MOTIVO
004920******************************************************************
004930 3500-LINEA-DETALLE.
004940     MOVE JNL-FEC-MOVIMIENTO TO LIN-DET-FECHA.
004950     MOVE JNL-HOR-MOVIMIENTO TO LIN-DET-HORA.
004960     MOVE JNL-COD-PROGRAMA   TO LIN-DET-PROGRAMA.
004970     MOVE JNL-TIP-OPERACION  TO LIN-DET-TIPO.
004980     MOVE WS-LLD-EMPRESA     TO LIN-DET-EMPRESA.
004990     MOVE WS-LLD-SERVICIO    TO LIN-DET-SERVICIO.
005000     MOVE WS-LLD-DEUDOR      TO LIN-DET-DEUDOR.
005010     MOVE WS-LLD-CUOTA       TO LIN-DET-CUOTA.
005020     MOVE WS-LIN-DETALLE     TO REG-RPT-RCP.
005030     WRITE REG-RPT-RCP.
005040 3500-EXIT.
005050     EXIT.

005060******************************************************************
005070* 3600-GRABAR-POSTERIOR - DEJA LA CUOTA EN EL MAESTRO CON LA
005080*                         IMAGEN POSTERIOR DEL DIARIO (REESCRIBE
005090*                         SI YA EXISTE, GRABA SI NO)
005100******************************************************************
005110 3600-GRABAR-POSTERIOR.
005120     MOVE "N" TO WS-FLAG-ERROR-GRABA.
005130     MOVE JNL-IMG-POSTERIOR TO REG-MAE-PEND-HIPOTECARIO.
005140     IF WS-EXISTE
005150         REWRITE REG-MAE-PEND-HIPOTECARIO
005160             INVALID KEY
005170                 SET WS-ERROR-GRABA TO TRUE
005180         END-REWRITE
005190     ELSE
005200         WRITE REG-MAE-PEND-HIPOTECARIO
005210             INVALID KEY
005220                 SET WS-ERROR-GRABA TO TRUE
005230         END-WRITE
005240     END-IF.
005250     IF WS-ERROR-GRABA
005260         ADD 1 TO WS-CNT-ERRORES
005270         MOVE "ERROR GRABANDO LA CUOTA EN PAGCHPEN"
005280                             TO LIN-DET-MOTIVO
005290         PERFORM 3500-LINEA-DETALLE THRU 3500-EXIT
005300         GO TO 3600-EXIT
005310     END-IF.
005320     ADD 1 TO WS-CNT-APLICADOS.
005330 3600-EXIT.
005340     EXIT.

005350******************************************************************
005360* 8000-TERMINAR - TOTALES DE CONTROL Y CIERRE
005370******************************************************************
005380 8000-TERMINAR.
005390     IF WS-ABORTAR
005400         CLOSE PAGCHRCP-RPT
005410         GO TO 8000-EXIT
005420     END-IF.
005430     MOVE WS-CNT-RESPALDO TO LIN-RES-CANTIDAD.
005440     MOVE WS-LIN-RESPALDO TO REG-RPT-RCP.
005450     WRITE REG-RPT-RCP.
005460     MOVE WS-CNT-RESP-RECHAZADOS TO LIN-REC-CANTIDAD.
005470     MOVE WS-LIN-RESP-RECHAZADOS TO REG-RPT-RCP.
005480     WRITE REG-RPT-RCP.
005490     MOVE WS-CNT-DIARIO TO LIN-DIA-CANTIDAD.
005500     MOVE WS-LIN-DIARIO TO REG-RPT-RCP.
005510     WRITE REG-RPT-RCP.
005520     MOVE WS-CNT-EN-RESPALDO TO LIN-ENR-CANTIDAD.
005530     MOVE WS-LIN-EN-RESPALDO TO REG-RPT-RCP.
005540     WRITE REG-RPT-RCP.
005550     MOVE WS-CNT-POSTERIORES TO LIN-POS-CANTIDAD.
005560     MOVE WS-LIN-POSTERIORES TO REG-RPT-RCP.
005570     WRITE REG-RPT-RCP.
005580     MOVE WS-CNT-APLICADOS TO LIN-APL-CANTIDAD.
005590     MOVE WS-LIN-APLICADOS TO REG-RPT-RCP.
005600     WRITE REG-RPT-RCP.
005610     MOVE WS-CNT-DIFERENCIAS TO LIN-DIF-CANTIDAD.
005620     MOVE WS-LIN-DIFERENCIAS TO REG-RPT-RCP.
005630     WRITE REG-RPT-RCP.
005640     MOVE WS-CNT-ERRORES TO LIN-ERR-CANTIDAD.
005650     MOVE WS-LIN-ERRORES TO REG-RPT-RCP.
005660     WRITE REG-RPT-RCP.
005670     CLOSE PAGCHRCP-RPT.
005680 8000-EXIT.
005690     EXIT.
