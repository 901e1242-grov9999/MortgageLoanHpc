000010******************************************************************
000020* RI0109 15/10/26 LMGZ PROGRAMA INICIAL - FECHA DE NEGOCIO Y
000030*                      CALENDARIO DE FERIADOS (PAGCHCTL)
000040******************************************************************
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID.     PAGCHCAL.
000070 AUTHOR.         L. GOMEZ ZUNIGA.
000080 INSTALLATION.   PAGOACTIVO - AREA DE SISTEMAS.
000090 DATE-WRITTEN.   15/10/2026.
000100 DATE-COMPILED.

000110*=================================================================
000120* PROPOSITO : JOB BATCH QUE MANTIENE EN EL ARCHIVO DE CONTROL
000130*             PAGCHCTL LA FECHA DE NEGOCIO OFICIAL DE LA CADENA
000140*             NOCTURNA Y EL CALENDARIO DE FERIADOS. LEE DEL
000150*             ARCHIVO DE MOVIMIENTOS PAGCHCCL UNA TARJETA POR
000160*             OPERACION:
000170*                 F  FIJA    - FIJA LA FECHA DE NEGOCIO (PRIMERA
000180*                              CARGA, REPROCESO O PUESTA AL DIA
000190*                              DE UNA NOCHE PERDIDA); DEBE SER
000200*                              DIA HABIL
000210*                 A  AVANZA  - PASA AL SIGUIENTE DIA HABIL,
000220*                              SALTANDO SABADOS, DOMINGOS Y
000230*                              FERIADOS DEL CALENDARIO
000240*                 H  FERIADO - AGREGA UN FERIADO AL CALENDARIO
000250*                 B  BAJA    - QUITA UN FERIADO DEL CALENDARIO
000260*             EMITE UNA LINEA POR MOVIMIENTO (ACEPTADO O
000270*             RECHAZADO CON SU MOTIVO), LA FECHA DE NEGOCIO
000280*             VIGENTE AL FINAL Y TOTALES DE CONTROL.
000290*=================================================================
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.    IBM-370.
000330 OBJECT-COMPUTER.    IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PAGCHCCL ASSIGN TO PAGCHCCL
000370         ORGANIZATION IS SEQUENTIAL
000380         ACCESS MODE IS SEQUENTIAL
000390         FILE STATUS IS WS-FS-PAGCHCCL.
000400     SELECT PAGCHCTL ASSIGN TO PAGCHCTL
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS CTL-LLAVE-PRIMARIA
000440         FILE STATUS IS WS-FS-PAGCHCTL.
000450     SELECT PAGCHCAL-RPT ASSIGN TO PAGCHCAL
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-FS-PAGCHCAL.

000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  PAGCHCCL
000510     LABEL RECORDS ARE STANDARD.
000520 01  REG-CCL-MOVIMIENTO.
000530     02  CCL-OPERACION            PIC X(01).
000540         88 CCL-FIJA              VALUE 'F'.
000550         88 CCL-AVANZA            VALUE 'A'.
000560         88 CCL-FERIADO           VALUE 'H'.
000570         88 CCL-BAJA              VALUE 'B'.
000580     02  CCL-FECHA                PIC X(08).
000590     02  CCL-DESCRIPCION          PIC X(30).
000600     02  FILLER                   PIC X(41).
000610 FD  PAGCHCTL
000620     LABEL RECORDS ARE STANDARD.
000630     COPY "PAGCHCTL.cpy".
000640 FD  PAGCHCAL-RPT
000650     LABEL RECORDS ARE STANDARD.
000660 01  REG-RPT-CAL                  PIC X(132).

000670 WORKING-STORAGE SECTION.
000680*-----------------------------------------------------------------
000690* SWITCHES Y CONTADORES
000700*-----------------------------------------------------------------
000710 77  WS-FS-PAGCHCCL               PIC X(02) VALUE "00".
000720 77  WS-FS-PAGCHCTL               PIC X(02) VALUE "00".
000730 77  WS-FS-PAGCHCAL               PIC X(02) VALUE "00".
000740 77  WS-FLAG-FIN-PAGCHCCL         PIC X(01) VALUE "N".
000750     88 WS-FIN-PAGCHCCL           VALUE "S".
000760 77  WS-FLAG-ABORTAR              PIC X(01) VALUE "N".
000770     88 WS-ABORTAR                VALUE "S".
000780 77  WS-FLAG-FECHA-VALIDA         PIC X(01) VALUE "N".
000790     88 WS-FECHA-VALIDA           VALUE "S".
000800 77  WS-FLAG-DIA-HABIL            PIC X(01) VALUE "N".
000810     88 WS-DIA-HABIL              VALUE "S".
000820 77  WS-CNT-ACEPTADOS             PIC 9(07) VALUE 0.
000830 77  WS-CNT-RECHAZADOS            PIC 9(07) VALUE 0.
000840 77  WS-FECHA-SISTEMA             PIC 9(08).
000850 77  WS-HORA-SISTEMA              PIC 9(08).
000860 77  WS-FEC-NUEVA                 PIC X(08).
000861 77  WS-FEC-HABIL-ANT             PIC X(08).
000870*-----------------------------------------------------------------
000880* FECHA DE TRABAJO PARA VALIDAR, AVANZAR Y SACAR EL DIA DE LA
000890* SEMANA (CONGRUENCIA DE ZELLER: 0 SABADO, 1 DOMINGO, ...)
000900*-----------------------------------------------------------------
000910 01  WS-FEC-TRABAJO               PIC 9(08).
000920 01  WS-FEC-TRABAJO-R REDEFINES WS-FEC-TRABAJO.
000930     05  WS-FEC-ANIO              PIC 9(04).
000940     05  WS-FEC-MES               PIC 9(02).
000950     05  WS-FEC-DIA               PIC 9(02).
000960 01  WS-TAB-DIAS-MES-V            PIC X(24) VALUE
000970     "312831303130313130313031".
000980 01  WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-MES-V.
000990     05  WS-DIAS-MES              PIC 9(02) OCCURS 12 TIMES.
001000 77  WS-DIAS-DEL-MES              PIC 9(02).
001010 77  WS-COCIENTE                  PIC 9(06).
001020 77  WS-RESTO-4                   PIC 9(04).
001030 77  WS-RESTO-100                 PIC 9(04).
001040 77  WS-RESTO-400                 PIC 9(04).
001050 77  WS-ZEL-MES                   PIC 9(02).
001060 77  WS-ZEL-ANIO                  PIC 9(04).
001070 77  WS-ZEL-SIGLO                 PIC 9(02).
001080 77  WS-ZEL-ANIO-SIGLO            PIC 9(02).
001090 77  WS-ZEL-TERMINO-MES           PIC 9(03).
001100 77  WS-ZEL-TERMINO-ANIO          PIC 9(02).
001110 77  WS-ZEL-TERMINO-SIGLO         PIC 9(02).
001120 77  WS-ZEL-SUMA                  PIC 9(04).
001130 77  WS-DIA-SEMANA                PIC 9(01).
001140     88 WS-FIN-DE-SEMANA          VALUE 0 1.
001150*-----------------------------------------------------------------
001160* LINEAS DE REPORTE
001170*-----------------------------------------------------------------
001180 01  WS-LIN-TITULO.
001190     05  FILLER                  PIC X(42) VALUE
001200         "FECHA DE NEGOCIO Y CALENDARIO FERIADOS - P".
001210     05  FILLER                  PIC X(07) VALUE
001220         "AGCHCAL".
001230 01  WS-LIN-ABORTO.
001240     05  FILLER                  PIC X(19) VALUE
001250         "PROCESO CANCELADO :".
001260     05  FILLER                  PIC X(01) VALUE SPACES.
001270     05  LIN-ABO-MOTIVO          PIC X(40).
001280 01  WS-LIN-DETALLE.
001290     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  LIN-DET-OPERACION       PIC X(01).
001310     05  FILLER                  PIC X(01) VALUE SPACES.
001320     05  LIN-DET-FECHA           PIC X(08).
001330     05  FILLER                  PIC X(01) VALUE SPACES.
001340     05  LIN-DET-DESCRIPCION     PIC X(30).
001350     05  FILLER                  PIC X(01) VALUE SPACES.
001360     05  LIN-DET-RESULTADO       PIC X(40).
001370 01  WS-LIN-FECHA-VIGENTE.
001380     05  FILLER                  PIC X(25) VALUE
001390         "FECHA DE NEGOCIO VIGENTE:".
001400     05  FILLER                  PIC X(01) VALUE SPACES.
001410     05  LIN-VIG-FECHA           PIC X(08).
001420 01  WS-LIN-TOT-ACEPTADOS.
001430     05  FILLER                  PIC X(25) VALUE
001440         "MOVIMIENTOS ACEPTADOS   :".
001450     05  LIN-ACE-CANTIDAD        PIC ZZZ,ZZ9.
001460 01  WS-LIN-TOT-RECHAZADOS.
001470     05  FILLER                  PIC X(25) VALUE
001480         "MOVIMIENTOS RECHAZADOS  :".
001490     05  LIN-RCH-CANTIDAD        PIC ZZZ,ZZ9.

001500 PROCEDURE DIVISION.

001510******************************************************************
001520* 0000-MAINLINE
001530******************************************************************
001540 0000-MAINLINE.
001550     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001560     IF NOT WS-ABORTAR
001570         PERFORM 2000-PROCESAR-MOVIMIENTOS THRU 2000-EXIT
001580     END-IF.
001590     IF WS-ABORTAR
001600         MOVE 16 TO RETURN-CODE
001610     END-IF.
001620     PERFORM 8000-TERMINAR THRU 8000-EXIT.
001630     STOP RUN.

001640******************************************************************
001650* 1000-INICIALIZAR - ABRE EL REPORTE, LOS MOVIMIENTOS Y EL
001660*                    ARCHIVO DE CONTROL (SE CREA VACIO SI NO
001670*                    EXISTE)
001680******************************************************************
001690 1000-INICIALIZAR.
001700     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
001710     ACCEPT WS-HORA-SISTEMA  FROM TIME.
001720     OPEN OUTPUT PAGCHCAL-RPT.
001730     MOVE WS-LIN-TITULO TO REG-RPT-CAL.
001740     WRITE REG-RPT-CAL.
001750     OPEN INPUT PAGCHCCL.
001760     IF WS-FS-PAGCHCCL NOT = "00"
001770         MOVE "ERROR ABRIENDO PAGCHCCL" TO LIN-ABO-MOTIVO
001780         PERFORM 1090-CANCELAR THRU 1090-EXIT
001790         GO TO 1000-EXIT
001800     END-IF.
001810     OPEN I-O PAGCHCTL.
001820     IF WS-FS-PAGCHCTL = "35"
001830         OPEN OUTPUT PAGCHCTL
001840         CLOSE PAGCHCTL
001850         OPEN I-O PAGCHCTL
001860     END-IF.
001870     IF WS-FS-PAGCHCTL NOT = "00"
001880         MOVE "ERROR ABRIENDO PAGCHCTL" TO LIN-ABO-MOTIVO
001890         PERFORM 1090-CANCELAR THRU 1090-EXIT
001900         CLOSE PAGCHCCL
001910     END-IF.
001920 1000-EXIT.
001930     EXIT.

001940******************************************************************
001950* 1090-CANCELAR - EMITE EL MOTIVO DE LA CANCELACION
001960******************************************************************
001970 1090-CANCELAR.
001980     MOVE WS-LIN-ABORTO TO REG-RPT-CAL.
001990     WRITE REG-RPT-CAL.
002000     SET WS-ABORTAR TO TRUE.
002010 1090-EXIT.
002020     EXIT.

002030******************************************************************
002040* 2000-PROCESAR-MOVIMIENTOS - RECORRE EL ARCHIVO DE TARJETAS,
002050*                             APLICA CADA MOVIMIENTO E INFORMA
002060*                             LA FECHA DE NEGOCIO QUE QUEDA
002070******************************************************************
002080 2000-PROCESAR-MOVIMIENTOS.
002090     PERFORM 2100-PROCESAR-MOVIMIENTO THRU 2100-EXIT
002100         UNTIL WS-FIN-PAGCHCCL.
002110     PERFORM 2200-LEER-FECHA-NEGOCIO THRU 2200-EXIT.
002120     IF WS-FS-PAGCHCTL = "00"
002130         MOVE CTL-FEC-NEGOCIO TO LIN-VIG-FECHA
002140     ELSE
002150         MOVE "NINGUNA" TO LIN-VIG-FECHA
002160     END-IF.
002170     MOVE WS-LIN-FECHA-VIGENTE TO REG-RPT-CAL.
002180     WRITE REG-RPT-CAL.
002190     CLOSE PAGCHCCL PAGCHCTL.
002200 2000-EXIT.
002210     EXIT.

002220******************************************************************
002230* 2100-PROCESAR-MOVIMIENTO - LEE UNA TARJETA Y LA APLICA
002240******************************************************************
002250 2100-PROCESAR-MOVIMIENTO.
002260     READ PAGCHCCL
002270         AT END
002280             SET WS-FIN-PAGCHCCL TO TRUE
002290             GO TO 2100-EXIT
002300     END-READ.
002310     MOVE CCL-OPERACION   TO LIN-DET-OPERACION.
002320     MOVE CCL-FECHA       TO LIN-DET-FECHA.
002330     MOVE CCL-DESCRIPCION TO LIN-DET-DESCRIPCION.
002340     EVALUATE TRUE
002350         WHEN CCL-FIJA
002360             PERFORM 3000-FIJA-FECHA THRU 3000-EXIT
002370         WHEN CCL-AVANZA
002380             PERFORM 4000-AVANZA-FECHA THRU 4000-EXIT
002390         WHEN CCL-FERIADO
002400             PERFORM 5000-ALTA-FERIADO THRU 5000-EXIT
002410         WHEN CCL-BAJA
002420             PERFORM 6000-BAJA-FERIADO THRU 6000-EXIT
002430         WHEN OTHER
002440             PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
002450             MOVE "OPERACION NO DEFINIDA"
002460                             TO LIN-DET-RESULTADO
002470             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
002480     END-EVALUATE.
002490 2100-EXIT.
002500     EXIT.

002510******************************************************************
002520* 2200-LEER-FECHA-NEGOCIO - LEE EL REGISTRO DE LA FECHA DE
002530*                           NEGOCIO (FS 23 SI NO EXISTE)
002540******************************************************************
002550 2200-LEER-FECHA-NEGOCIO.
002560     MOVE SPACES       TO CTL-LLAVE-PRIMARIA.
002570     SET CTL-REG-FECHA TO TRUE.
002580     MOVE ZEROS        TO CTL-FEC-LLAVE.
002590     READ PAGCHCTL
002600         INVALID KEY
002610             CONTINUE
002620     END-READ.
002630 2200-EXIT.
002640     EXIT.

002650******************************************************************
002660* 2300-VALIDAR-FECHA - WS-FEC-TRABAJO DEBE SER UNA FECHA
002670*                      AAAAMMDD EXISTENTE
002680******************************************************************
002690 2300-VALIDAR-FECHA.
002700     MOVE "N" TO WS-FLAG-FECHA-VALIDA.
002710     IF WS-FEC-ANIO < 1900
002720     OR WS-FEC-MES < 1
002730     OR WS-FEC-MES > 12
002740     OR WS-FEC-DIA < 1
002750         GO TO 2300-EXIT
002760     END-IF.
002770     PERFORM 2310-DIAS-DEL-MES THRU 2310-EXIT.
002780     IF WS-FEC-DIA > WS-DIAS-DEL-MES
002790         GO TO 2300-EXIT
002800     END-IF.
002810     SET WS-FECHA-VALIDA TO TRUE.
002820 2300-EXIT.
002830     EXIT.

002840******************************************************************
002850* 2310-DIAS-DEL-MES - DIAS DEL MES DE WS-FEC-TRABAJO, CON
002860*                     FEBRERO DE 29 EN ANIO BISIESTO
002870******************************************************************
002880 2310-DIAS-DEL-MES.
002890     MOVE WS-DIAS-MES (WS-FEC-MES) TO WS-DIAS-DEL-MES.
002900     IF WS-FEC-MES NOT = 2
002910         GO TO 2310-EXIT
002920     END-IF.
002930     DIVIDE WS-FEC-ANIO BY 4   GIVING WS-COCIENTE
002940         REMAINDER WS-RESTO-4.
002950     DIVIDE WS-FEC-ANIO BY 100 GIVING WS-COCIENTE
002960         REMAINDER WS-RESTO-100.
002970     DIVIDE WS-FEC-ANIO BY 400 GIVING WS-COCIENTE
002980         REMAINDER WS-RESTO-400.
002990     IF WS-RESTO-400 = 0
003000     OR (WS-RESTO-4 = 0 AND WS-RESTO-100 NOT = 0)
003010         MOVE 29 TO WS-DIAS-DEL-MES
003020     END-IF.
003030 2310-EXIT.
003040     EXIT.

003050******************************************************************
003060* 2400-VERIFICAR-HABIL - WS-FEC-TRABAJO ES DIA HABIL SI NO CAE
003070*                        EN SABADO O DOMINGO Y NO ESTA EN EL
003080*                        CALENDARIO DE FERIADOS
003090******************************************************************
003100 2400-VERIFICAR-HABIL.
003110     MOVE "N" TO WS-FLAG-DIA-HABIL.
003120     MOVE WS-FEC-MES  TO WS-ZEL-MES.
003130     MOVE WS-FEC-ANIO TO WS-ZEL-ANIO.
003140     IF WS-ZEL-MES < 3
003150         ADD 12 TO WS-ZEL-MES
003160         SUBTRACT 1 FROM WS-ZEL-ANIO
003170     END-IF.
003180     DIVIDE WS-ZEL-ANIO BY 100 GIVING WS-ZEL-SIGLO
003190         REMAINDER WS-ZEL-ANIO-SIGLO.
003200     COMPUTE WS-ZEL-TERMINO-MES = (13 * (WS-ZEL-MES + 1)) / 5.
003210     DIVIDE WS-ZEL-ANIO-SIGLO BY 4 GIVING WS-ZEL-TERMINO-ANIO.
003220     DIVIDE WS-ZEL-SIGLO BY 4 GIVING WS-ZEL-TERMINO-SIGLO.
003230     COMPUTE WS-ZEL-SUMA = WS-FEC-DIA + WS-ZEL-TERMINO-MES
003240                         + WS-ZEL-ANIO-SIGLO
003250                         + WS-ZEL-TERMINO-ANIO
003260                         + WS-ZEL-TERMINO-SIGLO
003270                         + (5 * WS-ZEL-SIGLO).
003280     DIVIDE WS-ZEL-SUMA BY 7 GIVING WS-COCIENTE
003290         REMAINDER WS-DIA-SEMANA.
003300     IF WS-FIN-DE-SEMANA
003310         GO TO 2400-EXIT
003320     END-IF.
003330     MOVE SPACES          TO CTL-LLAVE-PRIMARIA.
003340     SET CTL-REG-FERIADO  TO TRUE.
003350     MOVE WS-FEC-TRABAJO  TO CTL-FEC-LLAVE.
003360     READ PAGCHCTL
003370         INVALID KEY
003380             SET WS-DIA-HABIL TO TRUE
003390     END-READ.
003400 2400-EXIT.
003410     EXIT.

003420******************************************************************
003430* 2500-SIGUIENTE-DIA - SUMA UN DIA A WS-FEC-TRABAJO Y VERIFICA
003440*                      SI ES HABIL
003450******************************************************************
003460 2500-SIGUIENTE-DIA.
003470     PERFORM 2310-DIAS-DEL-MES THRU 2310-EXIT.
003480     IF WS-FEC-DIA < WS-DIAS-DEL-MES
003490         ADD 1 TO WS-FEC-DIA
003500     ELSE
003510         MOVE 1 TO WS-FEC-DIA
003520         IF WS-FEC-MES < 12
003530             ADD 1 TO WS-FEC-MES
003540         ELSE
003550             MOVE 1 TO WS-FEC-MES
003560             ADD 1 TO WS-FEC-ANIO
003570         END-IF
003580     END-IF.
003590     PERFORM 2400-VERIFICAR-HABIL THRU 2400-EXIT.
003600 2500-EXIT.
003610     EXIT.

003620******************************************************************
003621* 2550-DIA-ANTERIOR - RESTA UN DIA A WS-FEC-TRABAJO Y VERIFICA
003622*                     SI ES HABIL
003623******************************************************************
003624 2550-DIA-ANTERIOR.
003625     IF WS-FEC-DIA > 1
003626         SUBTRACT 1 FROM WS-FEC-DIA
003627     ELSE
003628         IF WS-FEC-MES > 1
003629             SUBTRACT 1 FROM WS-FEC-MES
003630         ELSE
003631             MOVE 12 TO WS-FEC-MES
003632             SUBTRACT 1 FROM WS-FEC-ANIO
003633         END-IF
003634         PERFORM 2310-DIAS-DEL-MES THRU 2310-EXIT
003635         MOVE WS-DIAS-DEL-MES TO WS-FEC-DIA
003636     END-IF.
003637     PERFORM 2400-VERIFICAR-HABIL THRU 2400-EXIT.
003638 2550-EXIT.
003639     EXIT.

003640******************************************************************
003641* 2600-GRABAR-FECHA-NEGOCIO - DEJA WS-FEC-NUEVA COMO FECHA DE
003642*                             NEGOCIO, GUARDANDO LA ANTERIOR Y
003643*                             EL MOMENTO DEL CAMBIO. LA ANTERIOR
003644*                             ABRE LA VENTANA DE PAGCHCON Y
003645*                             PAGCHX07: AL AVANZAR ES LA QUE SE
003646*                             DEJA; SI SE FIJA LA MISMA FECHA
003647*                             (REPROCESO) SE CONSERVA; SI SE FIJA
003648*                             UNA MENOR ES EL DIA HABIL PREVIO
003649*                             SEGUN EL CALENDARIO
003660******************************************************************
003670 2600-GRABAR-FECHA-NEGOCIO.
003671*    EL DIA HABIL PREVIO SE BUSCA ANTES DE LEER LA FECHA VIGENTE
003672*    PORQUE LA CONSULTA DE FERIADOS USA EL MISMO REGISTRO
003673     MOVE WS-FEC-NUEVA TO WS-FEC-TRABAJO.
003674     MOVE "N" TO WS-FLAG-DIA-HABIL.
003675     PERFORM 2550-DIA-ANTERIOR THRU 2550-EXIT
003676         UNTIL WS-DIA-HABIL.
003677     MOVE WS-FEC-TRABAJO TO WS-FEC-HABIL-ANT.
003680     PERFORM 2200-LEER-FECHA-NEGOCIO THRU 2200-EXIT.
003690     IF WS-FS-PAGCHCTL = "00"
003691         IF WS-FEC-NUEVA > CTL-FEC-NEGOCIO
003692             MOVE CTL-FEC-NEGOCIO TO CTL-FEC-NEGOCIO-ANT
003693         END-IF
003694         IF WS-FEC-NUEVA < CTL-FEC-NEGOCIO
003695             MOVE WS-FEC-HABIL-ANT TO CTL-FEC-NEGOCIO-ANT
003696         END-IF
003710     ELSE
003720         MOVE SPACES TO CTL-DATOS
003730     END-IF.
003740     MOVE WS-FEC-NUEVA     TO CTL-FEC-NEGOCIO.
003750     MOVE WS-FECHA-SISTEMA TO CTL-FEC-CAMBIO.
003760     MOVE WS-HORA-SISTEMA  TO CTL-HOR-CAMBIO.
003770     IF WS-FS-PAGCHCTL = "00"
003780         REWRITE REG-CTL-CONTROL
003790             INVALID KEY
003800                 MOVE "ERROR REESCRIBIENDO PAGCHCTL"
003810                             TO LIN-DET-RESULTADO
003820         END-REWRITE
003830     ELSE
003840         WRITE REG-CTL-CONTROL
003850             INVALID KEY
003860                 MOVE "ERROR ESCRIBIENDO PAGCHCTL"
003870                             TO LIN-DET-RESULTADO
003880         END-WRITE
003890     END-IF.
003900 2600-EXIT.
003910     EXIT.

003920******************************************************************
003930* 2900-RECHAZAR-MOVIMIENTO - CUENTA EL RECHAZO
003940******************************************************************
003950 2900-RECHAZAR-MOVIMIENTO.
003960     ADD 1 TO WS-CNT-RECHAZADOS.
003970 2900-EXIT.
003980     EXIT.

003990******************************************************************
004000* 2950-LINEA-DETALLE - EMITE LA LINEA DEL MOVIMIENTO
004010******************************************************************
004020 2950-LINEA-DETALLE.
004030     MOVE WS-LIN-DETALLE TO REG-RPT-CAL.
004040     WRITE REG-RPT-CAL.
004050 2950-EXIT.
004060     EXIT.

004070******************************************************************
004080* 3000-FIJA-FECHA - FIJA LA FECHA DE NEGOCIO DE LA TARJETA
004090******************************************************************
004100 3000-FIJA-FECHA.
004110     IF CCL-FECHA NOT NUMERIC
004120         PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
004130         MOVE "FECHA NO NUMERICA" TO LIN-DET-RESULTADO
004140         PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
004150         GO TO 3000-EXIT
004160     END-IF.
004170     MOVE CCL-FECHA TO WS-FEC-TRABAJO.
004180     PERFORM 2300-VALIDAR-FECHA THRU 2300-EXIT.
004190     IF NOT WS-FECHA-VALIDA
004200         PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
004210         MOVE "FECHA INVALIDA" TO LIN-DET-RESULTADO
004220         PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
004230         GO TO 3000-EXIT
004240     END-IF.
004250     PERFORM 2400-VERIFICAR-HABIL THRU 2400-EXIT.
004260     IF NOT WS-DIA-HABIL
004270         PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
004280         MOVE "FECHA NO ES DIA HABIL" TO LIN-DET-RESULTADO
004290         PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
004300         GO TO 3000-EXIT
004310     END-IF.
004320     MOVE CCL-FECHA TO WS-FEC-NUEVA.
004330     MOVE SPACES    TO LIN-DET-RESULTADO.
004340     PERFORM 2600-GRABAR-FECHA-NEGOCIO THRU 2600-EXIT.
004350     IF LIN-DET-RESULTADO NOT = SPACES
004360         PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
004370         PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
004380         GO TO 3000-EXIT
004390     END-IF.
004400     ADD 1 TO WS-CNT-ACEPTADOS.
004410     MOVE "FECHA DE NEGOCIO FIJADA" TO LIN-DET-RESULTADO.
004420     PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT.
004430 3000-EXIT.
004440     EXIT.

004450******************************************************************
004460* 4000-AVANZA-FECHA - PASA LA FECHA DE NEGOCIO AL SIGUIENTE DIA
004470*                     HABIL (LA FECHA DE LA TARJETA NO SE USA)
004480******************************************************************
004490 4000-AVANZA-FECHA.
004500     PERFORM 2200-LEER-FECHA-NEGOCIO THRU 2200-EXIT.
004510     IF WS-FS-PAGCHCTL NOT = "00"
004520         PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
004530         MOVE "SIN FECHA DE NEGOCIO, USE FIJA"
004540                             TO LIN-DET-RESULTADO
004550         PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
004560         GO TO 4000-EXIT
004570     END-IF.
004580     MOVE CTL-FEC-NEGOCIO TO WS-FEC-TRABAJO.
004590     MOVE "N" TO WS-FLAG-DIA-HABIL.
004600     PERFORM 2500-SIGUIENTE-DIA THRU 2500-EXIT
004610         UNTIL WS-DIA-HABIL.
004620     MOVE WS-FEC-TRABAJO TO WS-FEC-NUEVA.
004630     MOVE WS-FEC-NUEVA   TO LIN-DET-FECHA.
004640     MOVE SPACES         TO LIN-DET-RESULTADO.
004650     PERFORM 2600-GRABAR-FECHA-NEGOCIO THRU 2600-EXIT.
004660     IF LIN-DET-RESULTADO NOT = SPACES
004670         PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
004680         PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
004690         GO TO 4000-EXIT
004700     END-IF.
004710     ADD 1 TO WS-CNT-ACEPTADOS.
004720     MOVE "FECHA DE NEGOCIO AVANZADA" TO LIN-DET-RESULTADO.
004730     PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT.
004740 4000-EXIT.
004750     EXIT.

004760******************************************************************
004770* 5000-ALTA-FERIADO - AGREGA EL FERIADO AL CALENDARIO
004780******************************************************************
004790 5000-ALTA-FERIADO.
004800     IF CCL-FECHA NOT NUMERIC
004810         PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
004820         MOVE "FECHA NO NUMERICA" TO LIN-DET-RESULTADO
004830         PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
004840         GO TO 5000-EXIT
004850     END-IF.
004860     MOVE CCL-FECHA TO WS-FEC-TRABAJO.
004870     PERFORM 2300-VALIDAR-FECHA THRU 2300-EXIT.
004880     IF NOT WS-FECHA-VALIDA
004890         PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
004900         MOVE "FECHA INVALIDA" TO LIN-DET-RESULTADO
004910         PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
004920         GO TO 5000-EXIT
004930     END-IF.
004940     MOVE SPACES          TO CTL-LLAVE-PRIMARIA.
004950     SET CTL-REG-FERIADO  TO TRUE.
004960     MOVE CCL-FECHA       TO CTL-FEC-LLAVE.
004970     MOVE SPACES          TO CTL-DATOS.
004980     MOVE CCL-DESCRIPCION TO CTL-DES-FERIADO.
004990     WRITE REG-CTL-CONTROL
005000         INVALID KEY
005010             PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
005020             MOVE "FERIADO YA EXISTE" TO LIN-DET-RESULTADO
005030             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
005040             GO TO 5000-EXIT
005050     END-WRITE.
005060     ADD 1 TO WS-CNT-ACEPTADOS.
005070     MOVE "FERIADO AGREGADO" TO LIN-DET-RESULTADO.
005080     PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT.
005090 5000-EXIT.
005100     EXIT.

005110******************************************************************
005120* 6000-BAJA-FERIADO - QUITA EL FERIADO DEL CALENDARIO
005130******************************************************************
005140 6000-BAJA-FERIADO.
005150     MOVE SPACES          TO CTL-LLAVE-PRIMARIA.
005160     SET CTL-REG-FERIADO  TO TRUE.
005170     MOVE CCL-FECHA       TO CTL-FEC-LLAVE.
005180     DELETE PAGCHCTL
005190         INVALID KEY
005200             PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
005210             MOVE "FERIADO NO EXISTE" TO LIN-DET-RESULTADO
005220             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
005230             GO TO 6000-EXIT
005240     END-DELETE.
005250     ADD 1 TO WS-CNT-ACEPTADOS.
005260     MOVE "FERIADO QUITADO" TO LIN-DET-RESULTADO.
005270     PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT.
005280 6000-EXIT.
005290     EXIT.

005300******************************************************************
005310* 8000-TERMINAR - TOTALES DE CONTROL Y CIERRE
005320******************************************************************
005330 8000-TERMINAR.
005340     MOVE WS-CNT-ACEPTADOS TO LIN-ACE-CANTIDAD.
005350     MOVE WS-LIN-TOT-ACEPTADOS TO REG-RPT-CAL.
005360     WRITE REG-RPT-CAL.
005370     MOVE WS-CNT-RECHAZADOS TO LIN-RCH-CANTIDAD.
005380     MOVE WS-LIN-TOT-RECHAZADOS TO REG-RPT-CAL.
005390     WRITE REG-RPT-CAL.
005400     CLOSE PAGCHCAL-RPT.
005410 8000-EXIT.
005420     EXIT.
