000010******************************************************************
000012* RI0109 15/10/26 LMGZ LA FECHA CONTABLE ES LA FECHA DE NEGOCIO DE
000014*                      PAGCHCTL; NO CORRE SI PAGCHCIE, PAGCHMOR O
000016*                      PAGCHREV NO TERMINARON PARA ESA FECHA Y
000018*                      DEJA INICIO, FIN Y CIFRAS EN PAGCHCTL
000020* RI0108 15/10/26 LMGZ PROGRAMA INICIAL - ASIENTO CONTABLE
000030*                      DIARIO PARA EL MAYOR GENERAL (PAGCHASI)
000040******************************************************************
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID.     PAGCHCON.
000070 AUTHOR.         L. GOMEZ ZUNIGA.
000080 INSTALLATION.   PAGOACTIVO - AREA DE SISTEMAS.
000090 DATE-WRITTEN.   15/10/2026.
000100 DATE-COMPILED.

000110*=================================================================
000120* PROPOSITO : JOB NOCTURNO QUE ARMA EL ASIENTO CONTABLE DEL DIA
000130*             DE LA INTERFACE CON CREDITO HIPOTECARIO PARA EL
000140*             MAYOR GENERAL. TOMA LOS MOVIMIENTOS DE LA FECHA:
000150*               - PAGOS (PA) Y EXTORNOS (EX) DE PAGCHDET
000160*               - DEVENGO DE MORA (MO) Y REVALUACION POR TIPO
000170*                 DE CAMBIO (RV) DE LA PISTA PAGCHMVT QUE
000180*                 GRABAN PAGCHMOR Y PAGCHREV
000190*               - SALDOS RETIRADOS DEL MAESTRO POR ELIMINA (EL)
000200*                 Y POR CONVENIO (CV) DE PAGCHBAJ
000210*             CADA MOVIMIENTO SE IMPUTA A LAS CUENTAS DEBE Y
000220*             HABER QUE LA TABLA PAGCHCTA DA PARA SU EMPRESA/
000230*             SERVICIO Y TIPO (O, SI NO TIENE FILA PROPIA, LA
000240*             FILA POR DEFECTO 000/00 DEL TIPO); UN IMPORTE
000250*             NEGATIVO INVIERTE LAS CUENTAS. LAS PARTIDAS SE
000260*             ACUMULAN POR EMPRESA/SERVICIO, MONEDA, CUENTA Y
000270*             NATURALEZA EN EL ARCHIVO DE TRABAJO PAGCHAWK Y
000280*             SOLO SE LIBERAN AL MAYOR (PAGCHASI) SI TODOS LOS
000290*             MOVIMIENTOS TUVIERON CUENTA Y EL DEBE CUADRA CON
000300*             EL HABER EN CADA EMPRESA/SERVICIO/MONEDA Y EN EL
000310*             TOTAL; SI NO, EL PROCESO SE CANCELA SIN GRABAR
000320*             PAGCHASI. EMITE EL RESUMEN POR TIPO DE MOVIMIENTO
000330*             Y EL DETALLE DEL ASIENTO.
000332*             LA FECHA CONTABLE ES LA FECHA DE NEGOCIO DE
000334*             PAGCHCTL (VER PAGCHCTR); EL ASIENTO NO SE ARMA
000336*             HASTA QUE EL CORTE PAGCHCIE, EL DEVENGO PAGCHMOR Y
000338*             LA REVALUACION PAGCHREV TERMINARON PARA ESA FECHA.
000340*=================================================================
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.    IBM-370.
000380 OBJECT-COMPUTER.    IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT PAGCHDET ASSIGN TO PAGCHDET
000420         ORGANIZATION IS SEQUENTIAL
000430         ACCESS MODE IS SEQUENTIAL
000440         FILE STATUS IS WS-FS-PAGCHDET.
000450     SELECT PAGCHMVT ASSIGN TO PAGCHMVT
000460         ORGANIZATION IS SEQUENTIAL
000470         ACCESS MODE IS SEQUENTIAL
000480         FILE STATUS IS WS-FS-PAGCHMVT.
000490     SELECT PAGCHBAJ ASSIGN TO PAGCHBAJ
000500         ORGANIZATION IS SEQUENTIAL
000510         ACCESS MODE IS SEQUENTIAL
000520         FILE STATUS IS WS-FS-PAGCHBAJ.
000530     SELECT PAGCHCTA ASSIGN TO PAGCHCTA
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS CTA-LLAVE-PRIMARIA
000570         FILE STATUS IS WS-FS-PAGCHCTA.
000580     SELECT PAGCHSRT ASSIGN TO PAGCHSRT.
000590     SELECT PAGCHAWK ASSIGN TO PAGCHAWK
000600         ORGANIZATION IS SEQUENTIAL
000610         ACCESS MODE IS SEQUENTIAL
000620         FILE STATUS IS WS-FS-PAGCHAWK.
000630     SELECT PAGCHASI ASSIGN TO PAGCHASI
000640         ORGANIZATION IS SEQUENTIAL
000650         ACCESS MODE IS SEQUENTIAL
000660         FILE STATUS IS WS-FS-PAGCHASI.
000670     SELECT PAGCHCON-RPT ASSIGN TO PAGCHCON
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-FS-PAGCHCON.

000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  PAGCHDET
000730     LABEL RECORDS ARE STANDARD.
000740     COPY "PAGCHDET.cpy".
000750 FD  PAGCHMVT
000760     LABEL RECORDS ARE STANDARD.
000770     COPY "PAGCHMVT.cpy".
000780 FD  PAGCHBAJ
000790     LABEL RECORDS ARE STANDARD.
000800     COPY "PAGCHBAJ.cpy".
000810 FD  PAGCHCTA
000820     LABEL RECORDS ARE STANDARD.
000830     COPY "PAGCHCTA.cpy".
000840*-----------------------------------------------------------------
000850* UNA PARTIDA POR CADA LADO (DEBE Y HABER) DE CADA MOVIMIENTO,
000860* ORDENADA POR LA LLAVE DEL DETALLE DEL ASIENTO
000870*-----------------------------------------------------------------
000880 SD  PAGCHSRT.
000890 01  REG-SRT-PARTIDA.
000900     05  SRT-LLAVE.
000910         10  SRT-LLAVE-GRUPO.
000920             15  SRT-COD-EMPRESA  PIC 9(03).
000930             15  SRT-COD-SERVICIO PIC 9(02).
000940             15  SRT-COD-MONEDA   PIC X(03).
000950         10  SRT-COD-CUENTA       PIC X(12).
000960         10  SRT-IND-NATURALEZA   PIC X(01).
000970             88 SRT-DEBE          VALUE "D".
000980             88 SRT-HABER         VALUE "H".
000990     05  SRT-IMP-MOVIMIENTO       PIC 9(13)V9(02).
001000 FD  PAGCHAWK
001010     LABEL RECORDS ARE STANDARD.
001020     COPY "PAGCHASI.cpy".
001030 FD  PAGCHASI
001040     LABEL RECORDS ARE STANDARD.
001050 01  REG-ASI-LIBERADO             PIC X(61).
001060 FD  PAGCHCON-RPT
001070     LABEL RECORDS ARE STANDARD.
001080 01  REG-RPT-CON                  PIC X(132).

001090 WORKING-STORAGE SECTION.
001100*-----------------------------------------------------------------
001110* SWITCHES Y CONTADORES
001120*-----------------------------------------------------------------
001130 77  WS-FS-PAGCHDET               PIC X(02) VALUE "00".
001140 77  WS-FS-PAGCHMVT               PIC X(02) VALUE "00".
001150 77  WS-FS-PAGCHBAJ               PIC X(02) VALUE "00".
001160 77  WS-FS-PAGCHCTA               PIC X(02) VALUE "00".
001170 77  WS-FS-PAGCHAWK               PIC X(02) VALUE "00".
001180 77  WS-FS-PAGCHASI               PIC X(02) VALUE "00".
001190 77  WS-FS-PAGCHCON               PIC X(02) VALUE "00".
001200 77  WS-FLAG-FIN-DET              PIC X(01) VALUE "N".
001210     88 WS-FIN-DET                VALUE "S".
001220 77  WS-FLAG-FIN-MVT              PIC X(01) VALUE "N".
001230     88 WS-FIN-MVT                VALUE "S".
001240 77  WS-FLAG-FIN-BAJ              PIC X(01) VALUE "N".
001250     88 WS-FIN-BAJ                VALUE "S".
001260 77  WS-FLAG-FIN-SRT              PIC X(01) VALUE "N".
001270     88 WS-FIN-SRT                VALUE "S".
001280 77  WS-FLAG-FIN-AWK              PIC X(01) VALUE "N".
001290     88 WS-FIN-AWK                VALUE "S".
001300 77  WS-FLAG-ABORTAR              PIC X(01) VALUE "N".
001310     88 WS-ABORTAR                VALUE "S".
001320 77  WS-FLAG-DESCUADRE            PIC X(01) VALUE "N".
001330     88 WS-HAY-DESCUADRE          VALUE "S".
001340 77  WS-FLAG-PRIMERA-VEZ          PIC X(01) VALUE "S".
001350     88 WS-ES-PRIMERA-VEZ         VALUE "S".
001360     88 WS-NO-ES-PRIMERA-VEZ      VALUE "N".
001370 77  WS-FECHA-SISTEMA             PIC 9(08).
001380 77  WS-FEC-CONTABLE              PIC X(08).
001381 01  WS-FEC-CONTABLE-ANT          PIC X(08).
001382 01  WS-FEC-CONTABLE-ANT-R REDEFINES WS-FEC-CONTABLE-ANT.
001383     05  WS-FEC-CONT-ANT-AAAAMM   PIC X(06).
001384     05  WS-FEC-CONT-ANT-DD       PIC 9(02).
001390 77  WS-CNT-SIN-CUENTA            PIC 9(07) VALUE 0.
001400 77  WS-CNT-PARTIDAS              PIC 9(07) VALUE 0.
001410 77  WS-CNT-DETALLES              PIC 9(07) VALUE 0.
001420 77  WS-CNT-GRUPOS-DESCUADRE      PIC 9(07) VALUE 0.
001430 77  WS-IMP-TOT-DEBE              PIC 9(13)V9(02) VALUE 0.
001440 77  WS-IMP-TOT-HABER             PIC 9(13)V9(02) VALUE 0.
001441*-----------------------------------------------------------------
001442* CONTROL DE PASOS DE LA CADENA NOCTURNA (VER PAGCHCTR)
001443*-----------------------------------------------------------------
001444 77  WS-FLAG-PASO-INICIADO        PIC X(01) VALUE "N".
001445     88 WS-PASO-INICIADO          VALUE "S".
001446     COPY "PAGCHCTR.cpy".
001450*-----------------------------------------------------------------
001460* MOVIMIENTO EN PROCESO, YA EXTRAIDO DE SU ARCHIVO DE ORIGEN
001470*-----------------------------------------------------------------
001480 01  WS-PAR-MOVIMIENTO.
001490     05  WS-PAR-TIPO              PIC X(02).
001500     05  WS-PAR-COD-EMPRESA       PIC 9(03).
001510     05  WS-PAR-COD-SERVICIO      PIC 9(02).
001520     05  WS-PAR-COD-DEUDOR        PIC X(20).
001530     05  WS-PAR-COD-CUOTA         PIC X(08).
001540     05  WS-PAR-COD-MONEDA        PIC X(03).
001550     05  WS-PAR-IMPORTE           PIC S9(13)V9(02).
001560 77  WS-PAR-CTA-DEBE              PIC X(12).
001570 77  WS-PAR-CTA-HABER             PIC X(12).
001580 77  WS-PAR-IMP-ABSOLUTO          PIC 9(13)V9(02).
001590*-----------------------------------------------------------------
001600* RESUMEN POR TIPO DE MOVIMIENTO
001610*-----------------------------------------------------------------
001620 01  WS-TIPOS-VALORES.
001630     05  FILLER                   PIC X(22) VALUE
001640         "PAPAGOS               ".
001650     05  FILLER                   PIC X(22) VALUE
001660         "EXEXTORNOS            ".
001670     05  FILLER                   PIC X(22) VALUE
001680         "MODEVENGO DE MORA     ".
001690     05  FILLER                   PIC X(22) VALUE
001700         "RVREVALUACION T.CAMBIO".
001710     05  FILLER                   PIC X(22) VALUE
001720         "ELELIMINA             ".
001730     05  FILLER                   PIC X(22) VALUE
001740         "CVCONVENIO            ".
001750 01  WS-TAB-TIPOS REDEFINES WS-TIPOS-VALORES.
001760     05  WS-TIP-ENTRY OCCURS 6 TIMES
001770                      INDEXED BY WS-TIP-IDX.
001780         10  WS-TIP-CODIGO        PIC X(02).
001790         10  WS-TIP-DESCRIPCION   PIC X(20).
001800 01  WS-TAB-TIPOS-ACUM.
001810     05  WS-TIP-ACUM OCCURS 6 TIMES.
001820         10  WS-TIP-CANTIDAD      PIC 9(07).
001830         10  WS-TIP-IMPORTE       PIC S9(13)V9(02).
001840 77  WS-TIP-SUB                   PIC 9(04) COMP.
001850*-----------------------------------------------------------------
001860* ACUMULADOS DEL DETALLE Y DEL GRUPO EMPRESA/SERVICIO/MONEDA
001870* EN PROCESO
001880*-----------------------------------------------------------------
001890 01  WS-ACU-LLAVE.
001900     05  WS-ACU-LLAVE-GRUPO.
001910         10  WS-ACU-COD-EMPRESA   PIC 9(03).
001920         10  WS-ACU-COD-SERVICIO  PIC 9(02).
001930         10  WS-ACU-COD-MONEDA    PIC X(03).
001940     05  WS-ACU-COD-CUENTA        PIC X(12).
001950     05  WS-ACU-IND-NATURALEZA    PIC X(01).
001960 77  WS-ACU-IMPORTE               PIC 9(13)V9(02) VALUE 0.
001970 77  WS-ACU-CANTIDAD              PIC 9(07) VALUE 0.
001980 77  WS-GRP-IMP-DEBE              PIC 9(13)V9(02) VALUE 0.
001990 77  WS-GRP-IMP-HABER             PIC 9(13)V9(02) VALUE 0.
002000*-----------------------------------------------------------------
002010* LINEAS DE REPORTE
002020*-----------------------------------------------------------------
002030 01  WS-LIN-TITULO.
002040     05  FILLER                  PIC X(42) VALUE
002050         "ASIENTO CONTABLE DIARIO - MAYOR GENERAL   ".
002060     05  FILLER                  PIC X(20) VALUE
002070         "  FECHA CONTABLE :".
002080     05  LIN-TIT-FECHA           PIC 9(08).
002090 01  WS-LIN-ABORTO.
002100     05  FILLER                  PIC X(19) VALUE
002110         "PROCESO CANCELADO :".
002120     05  FILLER                  PIC X(01) VALUE SPACES.
002130     05  LIN-ABO-MOTIVO          PIC X(40).
002132 01  WS-LIN-CONTROL-PASO.
002134     05  FILLER                  PIC X(21) VALUE
002136         "CONTROL DE PASOS   : ".
002138     05  LIN-CTL-MOTIVO          PIC X(40).
002140 01  WS-LIN-TIT-SIN-CUENTA.
002150     05  FILLER                  PIC X(31) VALUE
002160         "MOVIMIENTOS SIN CUENTA CONTABLE".
002170 01  WS-LIN-SIN-CUENTA.
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  LIN-SCU-TIPO            PIC X(02).
002200     05  FILLER                  PIC X(01) VALUE SPACES.
002210     05  LIN-SCU-EMPRESA         PIC 9(03).
002220     05  FILLER                  PIC X(01) VALUE SPACES.
002230     05  LIN-SCU-SERVICIO        PIC 9(02).
002240     05  FILLER                  PIC X(01) VALUE SPACES.
002250     05  LIN-SCU-DEUDOR          PIC X(20).
002260     05  FILLER                  PIC X(01) VALUE SPACES.
002270     05  LIN-SCU-CUOTA           PIC X(08).
002280     05  FILLER                  PIC X(01) VALUE SPACES.
002290     05  LIN-SCU-MONEDA          PIC X(03).
002300     05  FILLER                  PIC X(01) VALUE SPACES.
002310     05  LIN-SCU-IMPORTE         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002320 01  WS-LIN-TIT-ASIENTO.
002330     05  FILLER                  PIC X(20) VALUE
002340         "DETALLE DEL ASIENTO".
002350 01  WS-LIN-ENC-ASIENTO.
002360     05  FILLER                  PIC X(02) VALUE SPACES.
002370     05  FILLER                  PIC X(07) VALUE "EMP SV".
002380     05  FILLER                  PIC X(04) VALUE "MON".
002390     05  FILLER                  PIC X(13) VALUE "CUENTA".
002400     05  FILLER                  PIC X(02) VALUE "N".
002410     05  FILLER                  PIC X(21) VALUE
002420         "                DEBE".
002430     05  FILLER                  PIC X(21) VALUE
002440         "               HABER".
002450     05  FILLER                  PIC X(08) VALUE "   CANT.".
002460 01  WS-LIN-ASIENTO.
002470     05  FILLER                  PIC X(02) VALUE SPACES.
002480     05  LIN-ASI-EMPRESA         PIC 9(03).
002490     05  FILLER                  PIC X(01) VALUE SPACES.
002500     05  LIN-ASI-SERVICIO        PIC 9(02).
002510     05  FILLER                  PIC X(01) VALUE SPACES.
002520     05  LIN-ASI-MONEDA          PIC X(03).
002530     05  FILLER                  PIC X(01) VALUE SPACES.
002540     05  LIN-ASI-CUENTA          PIC X(12).
002550     05  FILLER                  PIC X(01) VALUE SPACES.
002560     05  LIN-ASI-NATURALEZA      PIC X(01).
002570     05  FILLER                  PIC X(01) VALUE SPACES.
002580     05  LIN-ASI-DEBE            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002590     05  FILLER                  PIC X(01) VALUE SPACES.
002600     05  LIN-ASI-HABER           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002610     05  FILLER                  PIC X(01) VALUE SPACES.
002620     05  LIN-ASI-CANTIDAD        PIC ZZZ,ZZ9.
002630 01  WS-LIN-DESCUADRE.
002640     05  FILLER                  PIC X(02) VALUE SPACES.
002650     05  FILLER                  PIC X(25) VALUE
002660         "*** DESCUADRE EMP/SV/MON ".
002670     05  LIN-DES-EMPRESA         PIC 9(03).
002680     05  FILLER                  PIC X(01) VALUE "/".
002690     05  LIN-DES-SERVICIO        PIC 9(02).
002700     05  FILLER                  PIC X(01) VALUE "/".
002710     05  LIN-DES-MONEDA          PIC X(03).
002720     05  FILLER                  PIC X(01) VALUE SPACES.
002730     05  LIN-DES-DEBE            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002740     05  FILLER                  PIC X(01) VALUE SPACES.
002750     05  LIN-DES-HABER           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002760 01  WS-LIN-TIT-RESUMEN.
002770     05  FILLER                  PIC X(30) VALUE
002780         "RESUMEN POR TIPO DE MOVIMIENTO".
002790 01  WS-LIN-RESUMEN.
002800     05  FILLER                  PIC X(02) VALUE SPACES.
002810     05  LIN-RES-TIPO            PIC X(02).
002820     05  FILLER                  PIC X(01) VALUE SPACES.
002830     05  LIN-RES-DESCRIPCION     PIC X(20).
002840     05  FILLER                  PIC X(01) VALUE SPACES.
002850     05  LIN-RES-CANTIDAD        PIC ZZZ,ZZ9.
002860     05  FILLER                  PIC X(01) VALUE SPACES.
002870     05  LIN-RES-IMPORTE         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002880 01  WS-LIN-TOTAL.
002890     05  FILLER                  PIC X(36).
002900     05  LIN-TOT-CANTIDAD        PIC ZZZ,ZZ9.
002910     05  FILLER                  PIC X(11).
002920     05  LIN-TOT-IMPORTE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

002930 PROCEDURE DIVISION.

002940******************************************************************
002950* 0000-MAINLINE
002960******************************************************************
002970 0000-MAINLINE.
002980     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002990     IF NOT WS-ABORTAR
003000         PERFORM 2000-ARMAR-ASIENTO THRU 2000-EXIT
003010     END-IF.
003020     IF NOT WS-ABORTAR
003030         PERFORM 3000-LIBERAR-ASIENTO THRU 3000-EXIT
003040     END-IF.
003045     PERFORM 8900-CERRAR-PASO THRU 8900-EXIT.
003050     IF WS-ABORTAR
003060         MOVE 16 TO RETURN-CODE
003070     END-IF.
003080     PERFORM 8000-TERMINAR THRU 8000-EXIT.
003090     STOP RUN.

003100******************************************************************
003110* 1000-INICIALIZAR - FECHA CONTABLE, REPORTE Y TABLA DE
003120*                    CUENTAS (OBLIGATORIA)
003130******************************************************************
003140 1000-INICIALIZAR.
003150     INITIALIZE WS-TAB-TIPOS-ACUM.
003160     OPEN OUTPUT PAGCHCON-RPT.
003170     PERFORM 1050-INICIAR-PASO THRU 1050-EXIT.
003190     MOVE WS-FECHA-SISTEMA TO LIN-TIT-FECHA.
003200     MOVE WS-LIN-TITULO TO REG-RPT-CON.
003210     WRITE REG-RPT-CON.
003211     IF WS-ABORTAR
003212         MOVE WS-LIN-CONTROL-PASO TO REG-RPT-CON
003213         WRITE REG-RPT-CON
003214         GO TO 1000-EXIT
003215     END-IF.
003220     OPEN INPUT PAGCHCTA.
003230     IF WS-FS-PAGCHCTA NOT = "00"
003240         MOVE "ERROR ABRIENDO PAGCHCTA" TO LIN-ABO-MOTIVO
003250         PERFORM 1090-CANCELAR THRU 1090-EXIT
003260     END-IF.
003270 1000-EXIT.
003280     EXIT.

003281******************************************************************
003282* 1050-INICIAR-PASO - TOMA LA FECHA DE NEGOCIO DE PAGCHCTL EN
003283*                     LUGAR DEL RELOJ DEL SISTEMA Y NO DEJA
003284*                     CORRER EL PASO SI EL PREVIO NO TERMINO
003285*                     PARA ESA FECHA (VER PAGCHCTR)
003286******************************************************************
003287 1050-INICIAR-PASO.
003288     MOVE SPACES          TO REG-CTR-CONTROL-PASO.
003289     SET CTR-INICIO       TO TRUE.
003290     MOVE "PAGCHCON"      TO CTR-COD-PROGRAMA.
003291     MOVE "PAGCHCIE"      TO CTR-PASO-PREVIO (1).
003292     MOVE "PAGCHMOR"      TO CTR-PASO-PREVIO (2).
003293     MOVE "PAGCHREV"      TO CTR-PASO-PREVIO (3).
003294     SET CTR-REPETIBLE    TO TRUE.
003295     MOVE 0 TO CTR-CNT-LEIDOS CTR-CNT-PROCESADOS
003296               CTR-IMP-CONTROL CTR-COD-RETORNO-PASO.
003297     CALL "PAGCHCTR" USING REG-CTR-CONTROL-PASO.
003298     IF NOT CTR-OK
003299         MOVE CTR-MENSAJE TO LIN-CTL-MOTIVO
003300         MOVE 0 TO WS-FECHA-SISTEMA
003301         SET WS-ABORTAR TO TRUE
003302         GO TO 1050-EXIT
003303     END-IF.
003304     SET WS-PASO-INICIADO TO TRUE.
003305     MOVE CTR-FEC-NEGOCIO TO WS-FECHA-SISTEMA WS-FEC-CONTABLE.
003306     MOVE CTR-FEC-NEGOCIO-ANT TO WS-FEC-CONTABLE-ANT.
003307*    SIN FECHA ANTERIOR VALIDA (PRIMERA FECHA DE NEGOCIO) LA
003308*    VENTANA ES SOLO EL DIA CONTABLE: EL LIMITE INFERIOR EXCLUIDO
003309*    ES EL DIA PREVIO (DIA 00 SI LA CONTABLE ES PRIMERO DE MES)
003310     IF WS-FEC-CONTABLE-ANT NOT NUMERIC
003311     OR WS-FEC-CONTABLE-ANT NOT < WS-FEC-CONTABLE
003312         MOVE WS-FEC-CONTABLE TO WS-FEC-CONTABLE-ANT
003313         SUBTRACT 1 FROM WS-FEC-CONT-ANT-DD
003314     END-IF.
003315 1050-EXIT.
003316     EXIT.

003317******************************************************************
003318* 1090-CANCELAR - EMITE EL MOTIVO DE LA CANCELACION
003319******************************************************************
003320 1090-CANCELAR.
003330     MOVE WS-LIN-ABORTO TO REG-RPT-CON.
003340     WRITE REG-RPT-CON.
003350     SET WS-ABORTAR TO TRUE.
003360 1090-EXIT.
003370     EXIT.

003380******************************************************************
003390* 2000-ARMAR-ASIENTO - GENERA LAS PARTIDAS DE LOS MOVIMIENTOS
003400*                      DEL DIA Y LAS ACUMULA EN PAGCHAWK
003410******************************************************************
003420 2000-ARMAR-ASIENTO.
003430     MOVE WS-LIN-TIT-SIN-CUENTA TO REG-RPT-CON.
003440     WRITE REG-RPT-CON.
003450     SORT PAGCHSRT
003460         ON ASCENDING KEY SRT-LLAVE
003470         INPUT PROCEDURE IS 2050-ALIMENTAR-SRT THRU 2050-EXIT
003480         OUTPUT PROCEDURE IS 2500-ACUMULAR-SRT THRU 2500-EXIT.
003490     CLOSE PAGCHCTA.
003500 2000-EXIT.
003510     EXIT.

003520******************************************************************
003530* 2050-ALIMENTAR-SRT - RECORRE LOS TRES ARCHIVOS DE ORIGEN.
003540*                      PAGCHMVT Y PAGCHBAJ PUEDEN NO EXISTIR
003550*                      TODAVIA, Y ENTONCES NO APORTAN
003560*                      MOVIMIENTOS
003570******************************************************************
003580 2050-ALIMENTAR-SRT.
003590     OPEN INPUT PAGCHDET.
003600     IF WS-FS-PAGCHDET NOT = "00"
003610         MOVE "ERROR ABRIENDO PAGCHDET" TO LIN-ABO-MOTIVO
003620         PERFORM 1090-CANCELAR THRU 1090-EXIT
003630         GO TO 2050-EXIT
003640     END-IF.
003650     PERFORM 2100-LEER-PAGO THRU 2100-EXIT
003660         UNTIL WS-FIN-DET.
003670     CLOSE PAGCHDET.
003680     OPEN INPUT PAGCHMVT.
003690     IF WS-FS-PAGCHMVT = "35"
003700         SET WS-FIN-MVT TO TRUE
003710     ELSE
003720         IF WS-FS-PAGCHMVT NOT = "00"
003730             MOVE "ERROR ABRIENDO PAGCHMVT" TO LIN-ABO-MOTIVO
003740             PERFORM 1090-CANCELAR THRU 1090-EXIT
003750             GO TO 2050-EXIT
003760         END-IF
003770         PERFORM 2200-LEER-MOVIMIENTO THRU 2200-EXIT
003780             UNTIL WS-FIN-MVT
003790         CLOSE PAGCHMVT
003800     END-IF.
003810     OPEN INPUT PAGCHBAJ.
003820     IF WS-FS-PAGCHBAJ = "35"
003830         SET WS-FIN-BAJ TO TRUE
003840     ELSE
003850         IF WS-FS-PAGCHBAJ NOT = "00"
003860             MOVE "ERROR ABRIENDO PAGCHBAJ" TO LIN-ABO-MOTIVO
003870             PERFORM 1090-CANCELAR THRU 1090-EXIT
003880             GO TO 2050-EXIT
003890         END-IF
003900         PERFORM 2300-LEER-BAJA THRU 2300-EXIT
003910             UNTIL WS-FIN-BAJ
003920         CLOSE PAGCHBAJ
003930     END-IF.
003940 2050-EXIT.
003950     EXIT.

003960******************************************************************
003970* 2100-LEER-PAGO - PAGOS (PA) Y EXTORNOS (EX) POSTERIORES A LA
003971*                  FECHA DE NEGOCIO ANTERIOR HASTA LA CONTABLE
003972*                  INCLUSIVE. PAGCHDET LLEVA LA FECHA DEL RELOJ
003973*                  EN QUE SE DIGITO O APLICO EL PAGO, ASI QUE
003974*                  LOS DE SABADOS, FERIADOS Y DESPUES DE
003975*                  MEDIANOCHE ENTRAN UNA SOLA VEZ, EN EL ASIENTO
003976*                  DEL SIGUIENTE DIA HABIL. SIN FECHA ANTERIOR
003977*                  VALIDA SE TOMA SOLO LA CONTABLE (VER 1050)
003980******************************************************************
003990 2100-LEER-PAGO.
004000     READ PAGCHDET
004010         AT END
004020             SET WS-FIN-DET TO TRUE
004030             GO TO 2100-EXIT
004040     END-READ.
004050     IF DET-FEC-PAGO NOT > WS-FEC-CONTABLE-ANT
004051     OR DET-FEC-PAGO > WS-FEC-CONTABLE
004060         GO TO 2100-EXIT
004070     END-IF.
004080     IF DET-EXTORNO
004090         MOVE "EX" TO WS-PAR-TIPO
004100     ELSE
004110         MOVE "PA" TO WS-PAR-TIPO
004120     END-IF.
004130     MOVE DET-COD-EMPRESA  TO WS-PAR-COD-EMPRESA.
004140     MOVE DET-COD-SERVICIO TO WS-PAR-COD-SERVICIO.
004150     MOVE DET-COD-DEUDOR   TO WS-PAR-COD-DEUDOR.
004160     MOVE DET-COD-CUOTA    TO WS-PAR-COD-CUOTA.
004170     MOVE DET-MON-PAGO     TO WS-PAR-COD-MONEDA.
004180     MOVE DET-IMP-PAGO     TO WS-PAR-IMPORTE.
004190     PERFORM 2400-GENERAR-PARTIDA THRU 2400-EXIT.
004200 2100-EXIT.
004210     EXIT.

004220******************************************************************
004230* 2200-LEER-MOVIMIENTO - DEVENGO DE MORA (MO) Y REVALUACION
004240*                        (RV) DE LA FECHA, CON SU DIFERENCIA
004250*                        CON SIGNO
004260******************************************************************
004270 2200-LEER-MOVIMIENTO.
004280     READ PAGCHMVT
004290         AT END
004300             SET WS-FIN-MVT TO TRUE
004310             GO TO 2200-EXIT
004320     END-READ.
004330     IF MVT-FEC-MOVIMIENTO NOT = WS-FEC-CONTABLE
004340         GO TO 2200-EXIT
004350     END-IF.
004360     MOVE MVT-TIP-MOVIMIENTO TO WS-PAR-TIPO.
004370     MOVE MVT-COD-EMPRESA    TO WS-PAR-COD-EMPRESA.
004380     MOVE MVT-COD-SERVICIO   TO WS-PAR-COD-SERVICIO.
004390     MOVE MVT-COD-DEUDOR     TO WS-PAR-COD-DEUDOR.
004400     MOVE MVT-COD-CUOTA      TO WS-PAR-COD-CUOTA.
004410     MOVE MVT-MON-APAGAR     TO WS-PAR-COD-MONEDA.
004420     MOVE MVT-IMP-DIFERENCIA TO WS-PAR-IMPORTE.
004430     PERFORM 2400-GENERAR-PARTIDA THRU 2400-EXIT.
004440 2200-EXIT.
004450     EXIT.

004460******************************************************************
004470* 2300-LEER-BAJA - SALDO RETIRADO DEL MAESTRO POR CONVENIO
004480*                  (CV) O POR ELIMINA (EL), POSTERIORES A LA
004481*                  FECHA DE NEGOCIO ANTERIOR HASTA LA CONTABLE
004482*                  (VER 2100-LEER-PAGO).
004490*                  LAS BAJAS GRABADAS SIN SALDO NO SE
004491*                  CONTABILIZAN
004500******************************************************************
004510 2300-LEER-BAJA.
004520     READ PAGCHBAJ
004530         AT END
004540             SET WS-FIN-BAJ TO TRUE
004550             GO TO 2300-EXIT
004560     END-READ.
004570     IF BAJ-FEC-BAJA NOT > WS-FEC-CONTABLE-ANT
004571     OR BAJ-FEC-BAJA > WS-FEC-CONTABLE
004580     OR BAJ-IMP-SALDO NOT NUMERIC
004590         GO TO 2300-EXIT
004600     END-IF.
004610     IF BAJ-COD-MOTIVO-BAJA = "CV"
004620         MOVE "CV" TO WS-PAR-TIPO
004630     ELSE
004640         MOVE "EL" TO WS-PAR-TIPO
004650     END-IF.
004660     MOVE BAJ-COD-EMPRESA  TO WS-PAR-COD-EMPRESA.
004670     MOVE BAJ-COD-SERVICIO TO WS-PAR-COD-SERVICIO.
004680     MOVE BAJ-COD-DEUDOR   TO WS-PAR-COD-DEUDOR.
004690     MOVE BAJ-COD-CUOTA    TO WS-PAR-COD-CUOTA.
004700     MOVE BAJ-MON-APAGAR   TO WS-PAR-COD-MONEDA.
004710     MOVE BAJ-IMP-SALDO    TO WS-PAR-IMPORTE.
004720     PERFORM 2400-GENERAR-PARTIDA THRU 2400-EXIT.
004730 2300-EXIT.
004740     EXIT.

004750******************************************************************
004760* 2400-GENERAR-PARTIDA - ACUMULA EL MOVIMIENTO EN EL RESUMEN,
004770*                        BUSCA SUS CUENTAS Y LIBERA AL SORT LA
004780*                        PARTIDA DEL DEBE Y LA DEL HABER
004790******************************************************************
004800 2400-GENERAR-PARTIDA.
004810     IF WS-PAR-IMPORTE = 0
004820         GO TO 2400-EXIT
004830     END-IF.
004840     SET WS-TIP-IDX TO 1.
004850     SEARCH WS-TIP-ENTRY
004860         AT END
004870             CONTINUE
004880         WHEN WS-TIP-CODIGO (WS-TIP-IDX) = WS-PAR-TIPO
004890             SET WS-TIP-SUB TO WS-TIP-IDX
004900             ADD 1 TO WS-TIP-CANTIDAD (WS-TIP-SUB)
004910             ADD WS-PAR-IMPORTE TO WS-TIP-IMPORTE (WS-TIP-SUB)
004920     END-SEARCH.
004930     PERFORM 2410-BUSCAR-CUENTA THRU 2410-EXIT.
004940     IF WS-PAR-CTA-DEBE = SPACES
004950         ADD 1 TO WS-CNT-SIN-CUENTA
004960         MOVE WS-PAR-TIPO         TO LIN-SCU-TIPO
004970         MOVE WS-PAR-COD-EMPRESA  TO LIN-SCU-EMPRESA
004980         MOVE WS-PAR-COD-SERVICIO TO LIN-SCU-SERVICIO
004990         MOVE WS-PAR-COD-DEUDOR   TO LIN-SCU-DEUDOR
005000         MOVE WS-PAR-COD-CUOTA    TO LIN-SCU-CUOTA
005010         MOVE WS-PAR-COD-MONEDA   TO LIN-SCU-MONEDA
005020         MOVE WS-PAR-IMPORTE      TO LIN-SCU-IMPORTE
005030         MOVE WS-LIN-SIN-CUENTA   TO REG-RPT-CON
005040         WRITE REG-RPT-CON
005050         GO TO 2400-EXIT
005060     END-IF.
005070     IF WS-PAR-IMPORTE < 0
005080         COMPUTE WS-PAR-IMP-ABSOLUTO = 0 - WS-PAR-IMPORTE
005090         MOVE CTA-CTA-HABER TO WS-PAR-CTA-DEBE
005100         MOVE CTA-CTA-DEBE  TO WS-PAR-CTA-HABER
005110     ELSE
005120         MOVE WS-PAR-IMPORTE TO WS-PAR-IMP-ABSOLUTO
005130     END-IF.
005140     ADD 1 TO WS-CNT-PARTIDAS.
005150     MOVE WS-PAR-COD-EMPRESA  TO SRT-COD-EMPRESA.
005160     MOVE WS-PAR-COD-SERVICIO TO SRT-COD-SERVICIO.
005170     MOVE WS-PAR-COD-MONEDA   TO SRT-COD-MONEDA.
005180     MOVE WS-PAR-IMP-ABSOLUTO TO SRT-IMP-MOVIMIENTO.
005190     MOVE WS-PAR-CTA-DEBE     TO SRT-COD-CUENTA.
005200     SET SRT-DEBE             TO TRUE.
005210     RELEASE REG-SRT-PARTIDA.
005220     MOVE WS-PAR-CTA-HABER    TO SRT-COD-CUENTA.
005230     SET SRT-HABER            TO TRUE.
005240     RELEASE REG-SRT-PARTIDA.
005250 2400-EXIT.
005260     EXIT.

005270******************************************************************
005280* 2410-BUSCAR-CUENTA - FILA DE LA EMPRESA/SERVICIO O, SI NO
005290*                      LA HAY, LA FILA POR DEFECTO 000/00 DEL
005300*                      TIPO. DEJA LAS CUENTAS EN BLANCO SI NO
005310*                      EXISTE NINGUNA
005320******************************************************************
005330 2410-BUSCAR-CUENTA.
005340     MOVE SPACES TO WS-PAR-CTA-DEBE WS-PAR-CTA-HABER.
005350     MOVE WS-PAR-COD-EMPRESA  TO CTA-COD-EMPRESA.
005360     MOVE WS-PAR-COD-SERVICIO TO CTA-COD-SERVICIO.
005370     MOVE WS-PAR-TIPO         TO CTA-TIP-MOVIMIENTO.
005380     READ PAGCHCTA
005390         INVALID KEY
005400             MOVE 0 TO CTA-COD-EMPRESA CTA-COD-SERVICIO
005410             MOVE WS-PAR-TIPO TO CTA-TIP-MOVIMIENTO
005420             READ PAGCHCTA
005430                 INVALID KEY
005440                     GO TO 2410-EXIT
005450             END-READ
005460     END-READ.
005470     MOVE CTA-CTA-DEBE  TO WS-PAR-CTA-DEBE.
005480     MOVE CTA-CTA-HABER TO WS-PAR-CTA-HABER.
005490 2410-EXIT.
005500     EXIT.

005510******************************************************************
005520* 2500-ACUMULAR-SRT - ACUMULA LAS PARTIDAS POR LLAVE DEL
005530*                     DETALLE Y GRABA EL ASIENTO DE TRABAJO
005540*                     PAGCHAWK CON CABECERA Y COLA
005550******************************************************************
005560 2500-ACUMULAR-SRT.
005570     IF WS-ABORTAR
005580         GO TO 2500-EXIT
005590     END-IF.
005600     OPEN OUTPUT PAGCHAWK.
005610     IF WS-FS-PAGCHAWK NOT = "00"
005620         MOVE "ERROR ABRIENDO PAGCHAWK" TO LIN-ABO-MOTIVO
005630         PERFORM 1090-CANCELAR THRU 1090-EXIT
005640         GO TO 2500-EXIT
005650     END-IF.
005660     MOVE SPACES TO REG-ASI-ASIENTO.
005670     SET ASI-CABECERA TO TRUE.
005680     MOVE WS-FEC-CONTABLE TO ASI-CAB-FEC-CONTABLE.
005690     WRITE REG-ASI-ASIENTO.
005700     MOVE SPACES TO REG-RPT-CON.
005710     WRITE REG-RPT-CON.
005720     MOVE WS-LIN-TIT-ASIENTO TO REG-RPT-CON.
005730     WRITE REG-RPT-CON.
005740     MOVE WS-LIN-ENC-ASIENTO TO REG-RPT-CON.
005750     WRITE REG-RPT-CON.
005760     PERFORM 2510-LEER-SRT THRU 2510-EXIT.
005770     PERFORM 2520-PROCESAR-PARTIDA THRU 2520-EXIT
005780         UNTIL WS-FIN-SRT.
005790     IF WS-NO-ES-PRIMERA-VEZ
005800         PERFORM 2600-CERRAR-DETALLE THRU 2600-EXIT
005810         PERFORM 2700-CERRAR-GRUPO THRU 2700-EXIT
005820     END-IF.
005830     MOVE SPACES TO REG-ASI-ASIENTO.
005840     SET ASI-COLA TO TRUE.
005850     MOVE WS-CNT-DETALLES  TO ASI-COL-NUM-REGISTROS.
005860     MOVE WS-IMP-TOT-DEBE  TO ASI-COL-IMP-DEBE.
005870     MOVE WS-IMP-TOT-HABER TO ASI-COL-IMP-HABER.
005880     WRITE REG-ASI-ASIENTO.
005890     CLOSE PAGCHAWK.
005900 2500-EXIT.
005910     EXIT.

005920******************************************************************
005930* 2510-LEER-SRT
005940******************************************************************
005950 2510-LEER-SRT.
005960     RETURN PAGCHSRT
005970         AT END
005980             SET WS-FIN-SRT TO TRUE
005990     END-RETURN.
006000 2510-EXIT.
006010     EXIT.

006020******************************************************************
006030* 2520-PROCESAR-PARTIDA - CORTE POR LLAVE DEL DETALLE Y POR
006040*                         GRUPO EMPRESA/SERVICIO/MONEDA
006050******************************************************************
006060 2520-PROCESAR-PARTIDA.
006070     IF WS-NO-ES-PRIMERA-VEZ
006080     AND SRT-LLAVE NOT = WS-ACU-LLAVE
006090         PERFORM 2600-CERRAR-DETALLE THRU 2600-EXIT
006100         IF SRT-LLAVE-GRUPO NOT = WS-ACU-LLAVE-GRUPO
006110             PERFORM 2700-CERRAR-GRUPO THRU 2700-EXIT
006120         END-IF
006130     END-IF.
006140     IF WS-ES-PRIMERA-VEZ
006150     OR SRT-LLAVE NOT = WS-ACU-LLAVE
006160         SET WS-NO-ES-PRIMERA-VEZ TO TRUE
006170         MOVE SRT-LLAVE TO WS-ACU-LLAVE
006180         MOVE 0 TO WS-ACU-IMPORTE WS-ACU-CANTIDAD
006190     END-IF.
006200     ADD SRT-IMP-MOVIMIENTO TO WS-ACU-IMPORTE.
006210     ADD 1 TO WS-ACU-CANTIDAD.
006220     PERFORM 2510-LEER-SRT THRU 2510-EXIT.
006230 2520-EXIT.
006240     EXIT.

006250******************************************************************
006260* 2600-CERRAR-DETALLE - GRABA EL DETALLE ACUMULADO EN PAGCHAWK
006270*                       Y SU LINEA DE REPORTE
006280******************************************************************
006290 2600-CERRAR-DETALLE.
006300     MOVE SPACES TO REG-ASI-ASIENTO.
006310     SET ASI-DETALLE TO TRUE.
006320     MOVE WS-ACU-COD-EMPRESA    TO ASI-COD-EMPRESA.
006330     MOVE WS-ACU-COD-SERVICIO   TO ASI-COD-SERVICIO.
006340     MOVE WS-ACU-COD-MONEDA     TO ASI-COD-MONEDA.
006350     MOVE WS-ACU-COD-CUENTA     TO ASI-COD-CUENTA.
006360     MOVE WS-ACU-IND-NATURALEZA TO ASI-IND-NATURALEZA.
006370     MOVE WS-ACU-IMPORTE        TO ASI-IMP-MOVIMIENTO.
006380     MOVE WS-ACU-CANTIDAD       TO ASI-NUM-MOVIMIENTOS.
006390     WRITE REG-ASI-ASIENTO.
006400     ADD 1 TO WS-CNT-DETALLES.
006410     MOVE WS-ACU-COD-EMPRESA    TO LIN-ASI-EMPRESA.
006420     MOVE WS-ACU-COD-SERVICIO   TO LIN-ASI-SERVICIO.
006430     MOVE WS-ACU-COD-MONEDA     TO LIN-ASI-MONEDA.
006440     MOVE WS-ACU-COD-CUENTA     TO LIN-ASI-CUENTA.
006450     MOVE WS-ACU-IND-NATURALEZA TO LIN-ASI-NATURALEZA.
006460     MOVE WS-ACU-CANTIDAD       TO LIN-ASI-CANTIDAD.
006470     IF ASI-DEBE
006480         ADD WS-ACU-IMPORTE TO WS-GRP-IMP-DEBE WS-IMP-TOT-DEBE
006490         MOVE WS-ACU-IMPORTE TO LIN-ASI-DEBE
006500         MOVE 0 TO LIN-ASI-HABER
006510     ELSE
006520         ADD WS-ACU-IMPORTE TO WS-GRP-IMP-HABER WS-IMP-TOT-HABER
006530         MOVE 0 TO LIN-ASI-DEBE
006540         MOVE WS-ACU-IMPORTE TO LIN-ASI-HABER
006550     END-IF.
006560     MOVE WS-LIN-ASIENTO TO REG-RPT-CON.
006570     WRITE REG-RPT-CON.
006580 2600-EXIT.
006590     EXIT.

006600******************************************************************
006610* 2700-CERRAR-GRUPO - EL DEBE DEBE CUADRAR CON EL HABER EN CADA
006620*                     EMPRESA/SERVICIO/MONEDA
006630******************************************************************
006640 2700-CERRAR-GRUPO.
006650     IF WS-GRP-IMP-DEBE NOT = WS-GRP-IMP-HABER
006660         SET WS-HAY-DESCUADRE TO TRUE
006670         ADD 1 TO WS-CNT-GRUPOS-DESCUADRE
006680         MOVE WS-ACU-COD-EMPRESA  TO LIN-DES-EMPRESA
006690         MOVE WS-ACU-COD-SERVICIO TO LIN-DES-SERVICIO
006700         MOVE WS-ACU-COD-MONEDA   TO LIN-DES-MONEDA
006710         MOVE WS-GRP-IMP-DEBE     TO LIN-DES-DEBE
006720         MOVE WS-GRP-IMP-HABER    TO LIN-DES-HABER
006730         MOVE WS-LIN-DESCUADRE    TO REG-RPT-CON
006740         WRITE REG-RPT-CON
006750     END-IF.
006760     MOVE 0 TO WS-GRP-IMP-DEBE WS-GRP-IMP-HABER.
006770 2700-EXIT.
006780     EXIT.

006790******************************************************************
006800* 3000-LIBERAR-ASIENTO - COPIA PAGCHAWK A PAGCHASI SOLO SI EL
006810*                        ASIENTO ESTA COMPLETO Y CUADRADO
006820******************************************************************
006830 3000-LIBERAR-ASIENTO.
006840     IF WS-CNT-SIN-CUENTA > 0
006850         MOVE "MOVIMIENTOS SIN CUENTA, NO SE LIBERA"
006860                             TO LIN-ABO-MOTIVO
006870         PERFORM 1090-CANCELAR THRU 1090-EXIT
006880         GO TO 3000-EXIT
006890     END-IF.
006900     IF WS-HAY-DESCUADRE
006910     OR WS-IMP-TOT-DEBE NOT = WS-IMP-TOT-HABER
006920         MOVE "ASIENTO DESCUADRADO, NO SE LIBERA"
006930                             TO LIN-ABO-MOTIVO
006940         PERFORM 1090-CANCELAR THRU 1090-EXIT
006950         GO TO 3000-EXIT
006960     END-IF.
006970     OPEN INPUT PAGCHAWK.
006980     IF WS-FS-PAGCHAWK NOT = "00"
006990         MOVE "ERROR ABRIENDO PAGCHAWK" TO LIN-ABO-MOTIVO
007000         PERFORM 1090-CANCELAR THRU 1090-EXIT
007010         GO TO 3000-EXIT
007020     END-IF.
007030     OPEN OUTPUT PAGCHASI.
007040     IF WS-FS-PAGCHASI NOT = "00"
007050         MOVE "ERROR ABRIENDO PAGCHASI" TO LIN-ABO-MOTIVO
007060         PERFORM 1090-CANCELAR THRU 1090-EXIT
007070         CLOSE PAGCHAWK
007080         GO TO 3000-EXIT
007090     END-IF.
007100     PERFORM 3100-COPIAR-REGISTRO THRU 3100-EXIT
007110         UNTIL WS-FIN-AWK.
007120     CLOSE PAGCHAWK PAGCHASI.
007130 3000-EXIT.
007140     EXIT.

007150******************************************************************
007160* 3100-COPIAR-REGISTRO
007170******************************************************************
007180 3100-COPIAR-REGISTRO.
007190     READ PAGCHAWK
007200         AT END
007210             SET WS-FIN-AWK TO TRUE
007220             GO TO 3100-EXIT
007230     END-READ.
007240     MOVE REG-ASI-ASIENTO TO REG-ASI-LIBERADO.
007250     WRITE REG-ASI-LIBERADO.
007260 3100-EXIT.
007270     EXIT.

007280******************************************************************
007290* 8000-TERMINAR - RESUMEN POR TIPO, TOTALES Y CIERRE
007300******************************************************************
007310 8000-TERMINAR.
007320     MOVE SPACES TO REG-RPT-CON.
007330     WRITE REG-RPT-CON.
007340     MOVE WS-LIN-TIT-RESUMEN TO REG-RPT-CON.
007350     WRITE REG-RPT-CON.
007360     PERFORM 8200-LINEA-RESUMEN THRU 8200-EXIT
007370         VARYING WS-TIP-SUB FROM 1 BY 1
007380         UNTIL WS-TIP-SUB > 6.
007390     MOVE SPACES TO REG-RPT-CON.
007400     WRITE REG-RPT-CON.
007410     MOVE "MOVIMIENTOS SIN CUENTA CONTABLE    :"
007420                                  TO WS-LIN-TOTAL.
007430     MOVE WS-CNT-SIN-CUENTA       TO LIN-TOT-CANTIDAD.
007440     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
007450     MOVE "PARTIDAS GENERADAS (DEBE Y HABER)  :"
007460                                  TO WS-LIN-TOTAL.
007470     MOVE WS-CNT-PARTIDAS         TO LIN-TOT-CANTIDAD.
007480     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
007490     MOVE "DETALLES DEL ASIENTO               :"
007500                                  TO WS-LIN-TOTAL.
007510     MOVE WS-CNT-DETALLES         TO LIN-TOT-CANTIDAD.
007520     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
007530     MOVE "GRUPOS DESCUADRADOS                :"
007540                                  TO WS-LIN-TOTAL.
007550     MOVE WS-CNT-GRUPOS-DESCUADRE TO LIN-TOT-CANTIDAD.
007560     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
007570     MOVE "TOTAL DEBE                         :"
007580                                  TO WS-LIN-TOTAL.
007590     MOVE "  IMPORTE :"           TO WS-LIN-TOTAL (44:11).
007600     MOVE WS-IMP-TOT-DEBE         TO LIN-TOT-IMPORTE.
007610     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
007620     MOVE "TOTAL HABER                        :"
007630                                  TO WS-LIN-TOTAL.
007640     MOVE "  IMPORTE :"           TO WS-LIN-TOTAL (44:11).
007650     MOVE WS-IMP-TOT-HABER        TO LIN-TOT-IMPORTE.
007660     PERFORM 8100-LINEA-TOTAL THRU 8100-EXIT.
007670     IF NOT WS-ABORTAR
007680         MOVE "ASIENTO LIBERADO EN PAGCHASI"
007690                                  TO REG-RPT-CON
007700         WRITE REG-RPT-CON
007710     END-IF.
007720     CLOSE PAGCHCON-RPT.
007730 8000-EXIT.
007740     EXIT.

007750******************************************************************
007760* 8100-LINEA-TOTAL
007770******************************************************************
007780 8100-LINEA-TOTAL.
007790     MOVE WS-LIN-TOTAL TO REG-RPT-CON.
007800     WRITE REG-RPT-CON.
007810 8100-EXIT.
007820     EXIT.

007830******************************************************************
007840* 8200-LINEA-RESUMEN - UNA LINEA POR TIPO DE MOVIMIENTO
007850******************************************************************
007860 8200-LINEA-RESUMEN.
007870     MOVE WS-TIP-CODIGO (WS-TIP-SUB)      TO LIN-RES-TIPO.
007880     MOVE WS-TIP-DESCRIPCION (WS-TIP-SUB) TO LIN-RES-DESCRIPCION.
007890     MOVE WS-TIP-CANTIDAD (WS-TIP-SUB)    TO LIN-RES-CANTIDAD.
007900     MOVE WS-TIP-IMPORTE (WS-TIP-SUB)     TO LIN-RES-IMPORTE.
007910     MOVE WS-LIN-RESUMEN TO REG-RPT-CON.
007920     WRITE REG-RPT-CON.
007930 8200-EXIT.
007940     EXIT.

007950******************************************************************
007960* 8900-CERRAR-PASO - DEJA EL PASO TERMINADO, O CANCELADO SI EL
007970*                    PROCESO ABORTO, CON SUS CIFRAS DE CONTROL
007980*                    EN PAGCHCTL
007990******************************************************************
008000 8900-CERRAR-PASO.
008010     IF NOT WS-PASO-INICIADO
008020         GO TO 8900-EXIT
008030     END-IF.
008040     MOVE WS-CNT-PARTIDAS TO CTR-CNT-LEIDOS.
008050     MOVE WS-CNT-DETALLES TO CTR-CNT-PROCESADOS.
008060     MOVE WS-IMP-TOT-DEBE TO CTR-IMP-CONTROL.
008070     IF WS-ABORTAR
008080         SET CTR-CANCELA TO TRUE
008090         MOVE 16 TO CTR-COD-RETORNO-PASO
008100     ELSE
008110         SET CTR-FIN TO TRUE
008120         MOVE 0 TO CTR-COD-RETORNO-PASO
008130     END-IF.
008140     CALL "PAGCHCTR" USING REG-CTR-CONTROL-PASO.
008150     IF NOT CTR-OK
008160         MOVE CTR-MENSAJE TO LIN-CTL-MOTIVO
008170         MOVE WS-LIN-CONTROL-PASO TO REG-RPT-CON
008180         WRITE REG-RPT-CON
008190         SET WS-ABORTAR TO TRUE
008200     END-IF.
008210 8900-EXIT.
008220     EXIT.
