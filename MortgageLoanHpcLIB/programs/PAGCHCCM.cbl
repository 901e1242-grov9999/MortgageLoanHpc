000010******************************************************************
000020* RI0108 15/10/26 LMGZ PROGRAMA INICIAL - MANTENIMIENTO DE LA
000030*                      TABLA DE CUENTAS CONTABLES PAGCHCTA
000040******************************************************************
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID.     PAGCHCCM.
000070 AUTHOR.         L. GOMEZ ZUNIGA.
000080 INSTALLATION.   PAGOACTIVO - AREA DE SISTEMAS.
000090 DATE-WRITTEN.   15/10/2026.
000100 DATE-COMPILED.

000110*=================================================================
000120* PROPOSITO : JOB BATCH QUE MANTIENE LA TABLA DE CUENTAS
000130*             CONTABLES PAGCHCTA QUE USA EL ASIENTO CONTABLE
000140*             DIARIO PAGCHCON. CADA FILA DA, PARA UNA EMPRESA/
000150*             SERVICIO Y UN TIPO DE MOVIMIENTO (PA PAGO, EX
000160*             EXTORNO, MO DEVENGO DE MORA, RV REVALUACION, EL
000170*             ELIMINA, CV CONVENIO), LA CUENTA DEL DEBE Y LA DEL
000180*             HABER; LA EMPRESA 000 CON SERVICIO 00 ES LA FILA
000190*             POR DEFECTO DEL TIPO. LEE DEL ARCHIVO DE
000200*             MOVIMIENTOS PAGCHCCV UNA TARJETA POR OPERACION:
000210*                 A  ALTA      - AGREGA LA FILA
000220*                 M  MODIFICA  - CAMBIA CUENTAS Y DESCRIPCION
000230*                 B  BAJA      - BORRA LA FILA
000240*             EMITE UNA LINEA POR MOVIMIENTO (ACEPTADO O
000250*             RECHAZADO CON SU MOTIVO) Y TOTALES DE CONTROL.
000260*=================================================================
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.    IBM-370.
000300 OBJECT-COMPUTER.    IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PAGCHCCV ASSIGN TO PAGCHCCV
000340         ORGANIZATION IS SEQUENTIAL
000350         ACCESS MODE IS SEQUENTIAL
000360         FILE STATUS IS WS-FS-PAGCHCCV.
000370     SELECT PAGCHCTA ASSIGN TO PAGCHCTA
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS CTA-LLAVE-PRIMARIA
000410         FILE STATUS IS WS-FS-PAGCHCTA.
000420     SELECT PAGCHCCM-RPT ASSIGN TO PAGCHCCM
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-FS-PAGCHCCM.

000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  PAGCHCCV
000480     LABEL RECORDS ARE STANDARD.
000490 01  REG-CCV-MOVIMIENTO.
000500     02  CCV-OPERACION            PIC X(01).
000510         88 CCV-ALTA              VALUE 'A'.
000520         88 CCV-MODIFICA          VALUE 'M'.
000530         88 CCV-BAJA              VALUE 'B'.
000540     02  CCV-COD-EMPRESA          PIC 9(03).
000550     02  CCV-COD-SERVICIO         PIC 9(02).
000560     02  CCV-TIP-MOVIMIENTO       PIC X(02).
000570     02  CCV-CTA-DEBE             PIC X(12).
000580     02  CCV-CTA-HABER            PIC X(12).
000590     02  CCV-DESCRIPCION          PIC X(30).
000600     02  FILLER                   PIC X(18).
000610 FD  PAGCHCTA
000620     LABEL RECORDS ARE STANDARD.
000630     COPY "PAGCHCTA.cpy".
000640 FD  PAGCHCCM-RPT
000650     LABEL RECORDS ARE STANDARD.
000660 01  REG-RPT-CCM                  PIC X(132).

000670 WORKING-STORAGE SECTION.
000680*-----------------------------------------------------------------
000690* SWITCHES Y CONTADORES
000700*-----------------------------------------------------------------
000710 77  WS-FS-PAGCHCCV               PIC X(02) VALUE "00".
000720 77  WS-FS-PAGCHCTA               PIC X(02) VALUE "00".
000730 77  WS-FS-PAGCHCCM               PIC X(02) VALUE "00".
000740 77  WS-FLAG-FIN-PAGCHCCV         PIC X(01) VALUE "N".
000750     88 WS-FIN-PAGCHCCV           VALUE "S".
000760 77  WS-FLAG-ABORTAR              PIC X(01) VALUE "N".
000770     88 WS-ABORTAR                VALUE "S".
000780 77  WS-CNT-ACEPTADOS             PIC 9(07) VALUE 0.
000790 77  WS-CNT-RECHAZADOS            PIC 9(07) VALUE 0.
000800*-----------------------------------------------------------------
000810* LINEAS DE REPORTE
000820*-----------------------------------------------------------------
000830 01  WS-LIN-TITULO.
000840     05  FILLER                  PIC X(42) VALUE
000850         "MANTENIMIENTO DE CUENTAS CONTABLES - PAGCH".
000860     05  FILLER                  PIC X(03) VALUE
000870         "CTA".
000880 01  WS-LIN-ABORTO.
000890     05  FILLER                  PIC X(19) VALUE
000900         "PROCESO CANCELADO :".
000910     05  FILLER                  PIC X(01) VALUE SPACES.
000920     05  LIN-ABO-MOTIVO          PIC X(40).
000930 01  WS-LIN-DETALLE.
000940     05  FILLER                  PIC X(02) VALUE SPACES.
000950     05  LIN-DET-OPERACION       PIC X(01).
000960     05  FILLER                  PIC X(01) VALUE SPACES.
000970     05  LIN-DET-EMPRESA         PIC 9(03).
000980     05  FILLER                  PIC X(01) VALUE SPACES.
000990     05  LIN-DET-SERVICIO        PIC 9(02).
001000     05  FILLER                  PIC X(01) VALUE SPACES.
001010     05  LIN-DET-TIPO            PIC X(02).
001020     05  FILLER                  PIC X(01) VALUE SPACES.
001030     05  LIN-DET-CTA-DEBE        PIC X(12).
001040     05  FILLER                  PIC X(01) VALUE SPACES.
001050     05  LIN-DET-CTA-HABER       PIC X(12).
001060     05  FILLER                  PIC X(01) VALUE SPACES.
001070     05  LIN-DET-DESCRIPCION     PIC X(30).
001080     05  FILLER                  PIC X(01) VALUE SPACES.
001090     05  LIN-DET-RESULTADO       PIC X(40).
001100 01  WS-LIN-TOT-ACEPTADOS.
001110     05  FILLER                  PIC X(25) VALUE
001120         "MOVIMIENTOS ACEPTADOS   :".
001130     05  LIN-ACE-CANTIDAD        PIC ZZZ,ZZ9.
001140 01  WS-LIN-TOT-RECHAZADOS.
001150     05  FILLER                  PIC X(25) VALUE
001160         "MOVIMIENTOS RECHAZADOS  :".
001170     05  LIN-RCH-CANTIDAD        PIC ZZZ,ZZ9.

001180 PROCEDURE DIVISION.

001190******************************************************************
001200* 0000-MAINLINE
001210******************************************************************
001220 0000-MAINLINE.
001230     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001240     IF NOT WS-ABORTAR
001250         PERFORM 2000-PROCESAR-MOVIMIENTOS THRU 2000-EXIT
001260     END-IF.
001270     IF WS-ABORTAR
001280         MOVE 16 TO RETURN-CODE
001290     END-IF.
001300     PERFORM 8000-TERMINAR THRU 8000-EXIT.
001310     STOP RUN.

001320******************************************************************
001330* 1000-INICIALIZAR - ABRE EL REPORTE, LOS MOVIMIENTOS Y LA
001340*                    TABLA (SE CREA VACIA SI NO EXISTE)
001350******************************************************************
001360 1000-INICIALIZAR.
001370     OPEN OUTPUT PAGCHCCM-RPT.
001380     MOVE WS-LIN-TITULO TO REG-RPT-CCM.
001390     WRITE REG-RPT-CCM.
001400     OPEN INPUT PAGCHCCV.
001410     IF WS-FS-PAGCHCCV NOT = "00"
001420         MOVE "ERROR ABRIENDO PAGCHCCV" TO LIN-ABO-MOTIVO
001430         PERFORM 1090-CANCELAR THRU 1090-EXIT
001440         GO TO 1000-EXIT
001450     END-IF.
001460     OPEN I-O PAGCHCTA.
001470     IF WS-FS-PAGCHCTA = "35"
001480         OPEN OUTPUT PAGCHCTA
001490         CLOSE PAGCHCTA
001500         OPEN I-O PAGCHCTA
001510     END-IF.
001520     IF WS-FS-PAGCHCTA NOT = "00"
001530         MOVE "ERROR ABRIENDO PAGCHCTA" TO LIN-ABO-MOTIVO
001540         PERFORM 1090-CANCELAR THRU 1090-EXIT
001550         CLOSE PAGCHCCV
001560     END-IF.
001570 1000-EXIT.
001580     EXIT.

001590******************************************************************
001600* 1090-CANCELAR - EMITE EL MOTIVO DE LA CANCELACION
001610******************************************************************
001620 1090-CANCELAR.
001630     MOVE WS-LIN-ABORTO TO REG-RPT-CCM.
001640     WRITE REG-RPT-CCM.
001650     SET WS-ABORTAR TO TRUE.
001660 1090-EXIT.
001670     EXIT.

001680******************************************************************
001690* 2000-PROCESAR-MOVIMIENTOS - RECORRE EL ARCHIVO DE TARJETAS
001700*                             Y APLICA CADA MOVIMIENTO
001710******************************************************************
001720 2000-PROCESAR-MOVIMIENTOS.
001730     PERFORM 2100-PROCESAR-MOVIMIENTO THRU 2100-EXIT
001740         UNTIL WS-FIN-PAGCHCCV.
001750     CLOSE PAGCHCCV PAGCHCTA.
001760 2000-EXIT.
001770     EXIT.

001780******************************************************************
001790* 2100-PROCESAR-MOVIMIENTO - LEE UNA TARJETA, LA VALIDA Y LA
001800*                            APLICA A LA TABLA
001810******************************************************************
001820 2100-PROCESAR-MOVIMIENTO.
001830     READ PAGCHCCV
001840         AT END
001850             SET WS-FIN-PAGCHCCV TO TRUE
001860             GO TO 2100-EXIT
001870     END-READ.
001880     MOVE CCV-OPERACION      TO LIN-DET-OPERACION.
001890     MOVE CCV-COD-EMPRESA    TO LIN-DET-EMPRESA.
001900     MOVE CCV-COD-SERVICIO   TO LIN-DET-SERVICIO.
001910     MOVE CCV-TIP-MOVIMIENTO TO LIN-DET-TIPO.
001920     MOVE CCV-CTA-DEBE       TO LIN-DET-CTA-DEBE.
001930     MOVE CCV-CTA-HABER      TO LIN-DET-CTA-HABER.
001940     MOVE CCV-DESCRIPCION    TO LIN-DET-DESCRIPCION.
001950     IF CCV-COD-EMPRESA NOT NUMERIC
001960     OR CCV-COD-SERVICIO NOT NUMERIC
001970         PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
001980         MOVE "EMPRESA O SERVICIO NO NUMERICO"
001990                             TO LIN-DET-RESULTADO
002000         PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
002010         GO TO 2100-EXIT
002020     END-IF.
002030     MOVE CCV-TIP-MOVIMIENTO TO CTA-TIP-MOVIMIENTO.
002040     IF NOT CTA-TIPO-VALIDO
002050         PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
002060         MOVE "TIPO DE MOVIMIENTO NO DEFINIDO"
002070                             TO LIN-DET-RESULTADO
002080         PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
002090         GO TO 2100-EXIT
002100     END-IF.
002110     EVALUATE TRUE
002120         WHEN CCV-ALTA
002130             PERFORM 3000-ALTA-CUENTA THRU 3000-EXIT
002140         WHEN CCV-MODIFICA
002150             PERFORM 4000-MODIFICA-CUENTA THRU 4000-EXIT
002160         WHEN CCV-BAJA
002170             PERFORM 5000-BAJA-CUENTA THRU 5000-EXIT
002180         WHEN OTHER
002190             PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
002200             MOVE "OPERACION NO DEFINIDA"
002210                             TO LIN-DET-RESULTADO
002220             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
002230     END-EVALUATE.
002240 2100-EXIT.
002250     EXIT.

002260******************************************************************
002270* 2200-VALIDAR-CUENTAS - LAS DOS CUENTAS SON OBLIGATORIAS Y
002280*                        DISTINTAS; SI NO SIRVEN DEJA EL
002290*                        MOTIVO EN LIN-DET-RESULTADO
002300******************************************************************
002310 2200-VALIDAR-CUENTAS.
002320     MOVE SPACES TO LIN-DET-RESULTADO.
002330     IF CCV-CTA-DEBE = SPACES
002340     OR CCV-CTA-HABER = SPACES
002350         MOVE "FALTA CUENTA DEL DEBE O DEL HABER"
002360                             TO LIN-DET-RESULTADO
002370         GO TO 2200-EXIT
002380     END-IF.
002390     IF CCV-CTA-DEBE = CCV-CTA-HABER
002400         MOVE "CUENTA DEL DEBE IGUAL A LA DEL HABER"
002410                             TO LIN-DET-RESULTADO
002420     END-IF.
002430 2200-EXIT.
002440     EXIT.

002450******************************************************************
002460* 2900-RECHAZAR-MOVIMIENTO - CUENTA EL RECHAZO
002470******************************************************************
002480 2900-RECHAZAR-MOVIMIENTO.
002490     ADD 1 TO WS-CNT-RECHAZADOS.
002500 2900-EXIT.
002510     EXIT.

002520******************************************************************
002530* 2950-LINEA-DETALLE - EMITE LA LINEA DEL MOVIMIENTO
002540******************************************************************
002550 2950-LINEA-DETALLE.
002560     MOVE WS-LIN-DETALLE TO REG-RPT-CCM.
002570     WRITE REG-RPT-CCM.
002580 2950-EXIT.
002590     EXIT.

002600******************************************************************
002610* 3000-ALTA-CUENTA - AGREGA LA FILA DE LA TABLA
002620******************************************************************
002630 3000-ALTA-CUENTA.
002640     PERFORM 2200-VALIDAR-CUENTAS THRU 2200-EXIT.
002650     IF LIN-DET-RESULTADO NOT = SPACES
002660         PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
002670         PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
002680         GO TO 3000-EXIT
002690     END-IF.
002700     MOVE CCV-COD-EMPRESA    TO CTA-COD-EMPRESA.
002710     MOVE CCV-COD-SERVICIO   TO CTA-COD-SERVICIO.
002720     MOVE CCV-TIP-MOVIMIENTO TO CTA-TIP-MOVIMIENTO.
002730     READ PAGCHCTA
002740         INVALID KEY
002750             CONTINUE
002760         NOT INVALID KEY
002770             PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
002780             MOVE "FILA YA EXISTE, USE MODIFICA"
002790                             TO LIN-DET-RESULTADO
002800             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
002810             GO TO 3000-EXIT
002820     END-READ.
002830     MOVE CCV-CTA-DEBE       TO CTA-CTA-DEBE.
002840     MOVE CCV-CTA-HABER      TO CTA-CTA-HABER.
002850     MOVE CCV-DESCRIPCION    TO CTA-DESCRIPCION.
002860     WRITE REG-CTA-CUENTA
002870         INVALID KEY
002880             PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
002890             MOVE "ERROR ESCRIBIENDO PAGCHCTA"
002900                             TO LIN-DET-RESULTADO
002910             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
002920             GO TO 3000-EXIT
002930     END-WRITE.
002940     ADD 1 TO WS-CNT-ACEPTADOS.
002950     MOVE "FILA AGREGADA" TO LIN-DET-RESULTADO.
002960     PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT.
002970 3000-EXIT.
002980     EXIT.

002990******************************************************************
003000* 4000-MODIFICA-CUENTA - CAMBIA CUENTAS Y DESCRIPCION
003010******************************************************************
003020 4000-MODIFICA-CUENTA.
003030     PERFORM 2200-VALIDAR-CUENTAS THRU 2200-EXIT.
003040     IF LIN-DET-RESULTADO NOT = SPACES
003050         PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
003060         PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
003070         GO TO 4000-EXIT
003080     END-IF.
003090     MOVE CCV-COD-EMPRESA    TO CTA-COD-EMPRESA.
003100     MOVE CCV-COD-SERVICIO   TO CTA-COD-SERVICIO.
003110     MOVE CCV-TIP-MOVIMIENTO TO CTA-TIP-MOVIMIENTO.
003120     READ PAGCHCTA
003130         INVALID KEY
003140             PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
003150             MOVE "FILA NO EXISTE"
003160                             TO LIN-DET-RESULTADO
003170             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
003180             GO TO 4000-EXIT
003190     END-READ.
003200     MOVE CCV-CTA-DEBE       TO CTA-CTA-DEBE.
003210     MOVE CCV-CTA-HABER      TO CTA-CTA-HABER.
003220     MOVE CCV-DESCRIPCION    TO CTA-DESCRIPCION.
003230     REWRITE REG-CTA-CUENTA
003240         INVALID KEY
003250             PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
003260             MOVE "ERROR REESCRIBIENDO PAGCHCTA"
003270                             TO LIN-DET-RESULTADO
003280             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
003290             GO TO 4000-EXIT
003300     END-REWRITE.
003310     ADD 1 TO WS-CNT-ACEPTADOS.
003320     MOVE "FILA MODIFICADA" TO LIN-DET-RESULTADO.
003330     PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT.
003340 4000-EXIT.
003350     EXIT.

003360******************************************************************
003370* 5000-BAJA-CUENTA - BORRA LA FILA DE LA TABLA
003380******************************************************************
003390 5000-BAJA-CUENTA.
003400     MOVE CCV-COD-EMPRESA    TO CTA-COD-EMPRESA.
003410     MOVE CCV-COD-SERVICIO   TO CTA-COD-SERVICIO.
003420     MOVE CCV-TIP-MOVIMIENTO TO CTA-TIP-MOVIMIENTO.
003430     DELETE PAGCHCTA
003440         INVALID KEY
003450             PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
003460             MOVE "FILA NO EXISTE"
003470                             TO LIN-DET-RESULTADO
003480             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
003490             GO TO 5000-EXIT
003500     END-DELETE.
003510     ADD 1 TO WS-CNT-ACEPTADOS.
003520     MOVE "FILA BORRADA" TO LIN-DET-RESULTADO.
003530     PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT.
003540 5000-EXIT.
003550     EXIT.

003560******************************************************************
003570* 8000-TERMINAR - TOTALES DE CONTROL Y CIERRE
003580******************************************************************
003590 8000-TERMINAR.
003600     MOVE WS-CNT-ACEPTADOS TO LIN-ACE-CANTIDAD.
003610     MOVE WS-LIN-TOT-ACEPTADOS TO REG-RPT-CCM.
003620     WRITE REG-RPT-CCM.
003630     MOVE WS-CNT-RECHAZADOS TO LIN-RCH-CANTIDAD.
003640     MOVE WS-LIN-TOT-RECHAZADOS TO REG-RPT-CCM.
003650     WRITE REG-RPT-CCM.
003660     CLOSE PAGCHCCM-RPT.
003670 8000-EXIT.
003680     EXIT.
